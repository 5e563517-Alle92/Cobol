       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRCGE.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: GERAR O CICLO TRIMESTRAL DE RECERTIFICACAO DE
      *----    ACESSO (RECERT.dat): UM REGISTRO PENDENTE POR OPERADOR
      *----    DE OPERADORES.dat COM PERFIL, CAMPUS, ULTIMO LOGIN
      *----    ACEITO (LOGACESSO.dat, OU A ENTRADA DA SESSAO EM
      *----    SESSOES.dat SE MAIS RECENTE), ULTIMA ATIVIDADE
      *----    (SESSOES.dat) E A QUANTIDADE DE OPERACOES SENSIVEIS DOS
      *----    ULTIMOS 90 DIAS (LINHAS DA AUDITORIA E RELATORIOS DO
      *----    OPLOG FEITOS PELO OPERADOR). MARCA O PERFIL ELEVADO
      *----    DESDE O ULTIMO CICLO APLICADO E VENCE OS REGISTROS DE
      *----    CICLOS ANTERIORES AINDA NAO APLICADOS. RODAR DE NOVO NO
      *----    MESMO TRIMESTRE SO INCLUI OS OPERADORES NOVOS. A
      *----    DECISAO DOS GESTORES FICA NO PROGRCRV E A APLICACAO NO
      *----    PROGRCAP. NAO PEDE DADOS NA TELA: PODE SER AGENDADO
      *----    (JOBS.dat/AGENDA.dat).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- OPERADORES        I             BOKOPER
      *---- SESSOES           I             BOKSESS
      *---- LOGACESSO         I             BOKLOGA
      *---- AUDITORIA         I             BOKAUDIT
      *---- RECERT           I/O            BOKRCRT
      *---- RELRCGE           O              ----
      *---- OPLOG            I/E            BOKOPLOG
      *----
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT                                             DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       CONFIGURATION                                           SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-----------------------------------------------------------------
           SELECT OPERADORES ASSIGN TO WRK-PATH-OPERADORES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-OPER-ID
                  FILE STATUS IS FS-OPERADORES.

           SELECT SESSOES  ASSIGN TO WRK-PATH-SESSOES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SES-OPERADOR
                  FILE STATUS IS FS-SESSOES.

           SELECT LOGACESSO  ASSIGN TO WRK-PATH-LOGACESSO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOGACESSO.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

           SELECT RECERT  ASSIGN TO WRK-PATH-RECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RCT-CHAVE
                  FILE STATUS IS FS-RECERT.

           SELECT RELRCGE ASSIGN TO WRK-PATH-RELRCGE
                  FILE STATUS IS FS-RELRCGE.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  OPERADORES.
       COPY "BOKOPER".

       FD  SESSOES.
       COPY "BOKSESS".

       FD  LOGACESSO.
       COPY "BOKLOGA".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

       FD  RECERT.
       COPY "BOKRCRT".

      *-------------------- AREA DA LISTA DE RECERTIFICACAO ------------
       FD  RELRCGE.

       01  ARQ-RELRCGE                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-OPERADORES                PIC 9(02).
       77  FS-SESSOES                   PIC 9(02).
       77  FS-LOGACESSO                 PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-RECERT                    PIC 9(02).
       77  FS-RELRCGE                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELRCGE             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = CADASTRO DE SESSOES ABERTO (SEM ELE VALE SO O LOG) ----
       77  WRK-ABRIU-SESSOES            PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- CICLO TRIMESTRAL (AAAATN) E JANELA DE 90 DIAS -----
       77  WRK-CICLO                    PIC X(06) VALUE SPACES.
       77  WRK-MES                      PIC 9(02) VALUE ZEROS.
       77  WRK-TRIMESTRE                PIC 9(01) VALUE ZEROS.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE               PIC X(08) VALUE SPACES.

      *------------- ACESSO APURADO POR OPERADOR -----------------------
       77  WRK-QTD-TOP                  PIC 9(03) VALUE ZEROS.
       77  WRK-IND                      PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01) VALUE SPACES.
       77  WRK-PROCURA                  PIC X(08) VALUE SPACES.

       01  WRK-TAB-OPERADORES.
           05 WRK-TOP-ITEM              OCCURS 500 TIMES.
              10 WRK-TOP-ID             PIC X(08).
              10 WRK-TOP-ULT-LOGIN      PIC X(14).
              10 WRK-TOP-QTD-AUD        PIC 9(06).
              10 WRK-TOP-QTD-REL        PIC 9(06).

      *------------- OPERADOR EM GERACAO -------------------------------
       77  WRK-ULT-LOGIN                PIC X(14) VALUE SPACES.
       77  WRK-ULT-ATIVIDADE            PIC X(14) VALUE SPACES.
       77  WRK-PERFIL-CERTIF            PIC X(01) VALUE SPACES.
       77  WRK-ELEVADO                  PIC X(01) VALUE SPACES.

      *------------- NIVEL DO PERFIL: O/P/BRANCO = 1, S = 2, A = 3 -----
       77  WRK-NIVEL-PERFIL             PIC X(01) VALUE SPACES.
       77  WRK-NIVEL                    PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-ATUAL              PIC 9(01) VALUE ZEROS.

      *------------- TOTAIS DA GERACAO ---------------------------------
       77  WRK-QTD-GERADOS              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JA-GERADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ELEVADOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-LOGIN            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-VENCIDOS             PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-TITULO.
           05 WRK-LTI-TEXTO             PIC X(50).
           05 WRK-LTI-COMPL             PIC X(30).

       01  WRK-CAB-RECERT.
           05 FILLER                    PIC X(09) VALUE "OPERADOR".
           05 FILLER                    PIC X(21) VALUE "NOME".
           05 FILLER                    PIC X(02) VALUE "PF".
           05 FILLER                    PIC X(13) VALUE "CAMPUS".
           05 FILLER                    PIC X(11) VALUE "ULT.LOGIN".
           05 FILLER                    PIC X(11) VALUE "ULT.ATIVID.".
           05 FILLER                    PIC X(06) VALUE "AUDIT".
           05 FILLER                    PIC X(06) VALUE "RELAT".
           05 FILLER                    PIC X(01) VALUE "E".

       01  WRK-DET-RECERT.
           05 WRK-DRC-OPERADOR          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DRC-NOME              PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DRC-PERFIL            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DRC-CAMPUS            PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DRC-ULT-LOGIN         PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DRC-ULT-ATIVIDADE     PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DRC-QTD-AUD           PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DRC-QTD-REL           PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
      *--- "*" = PERFIL ELEVADO DESDE O ULTIMO CICLO APLICADO ----------
           05 WRK-DRC-ELEVADO           PIC X(01).

       01  WRK-LINHA-TOT.
           05 WRK-LT-DESCRICAO          PIC X(34).
           05 WRK-LT-QTD-ED             PIC ZZZZZ9.

       77  WRK-DATA-EDIT                PIC X(10) VALUE SPACES.
       77  WRK-DATA-ORIGEM              PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-OPERADOR                       PIC X(08).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 20 VALUE
                  "RECERTIFICACAO DE ACESSO - GERACAO"
                  BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  08 COLUMN 20 VALUE "CICLO........................".
           05 LINE  08 COLUMN 51 FROM  WRK-CICLO.
           05 LINE  10 COLUMN 20 VALUE "OPERADORES INCLUIDOS.........".
           05 LINE  10 COLUMN 51 FROM  WRK-QTD-GERADOS.
           05 LINE  11 COLUMN 20 VALUE "JA GERADOS NESTE CICLO.......".
           05 LINE  11 COLUMN 51 FROM  WRK-QTD-JA-GERADOS.
           05 LINE  12 COLUMN 20 VALUE "PERFIL ELEVADO...............".
           05 LINE  12 COLUMN 51 FROM  WRK-QTD-ELEVADOS.
           05 LINE  13 COLUMN 20 VALUE "SEM LOGIN REGISTRADO.........".
           05 LINE  13 COLUMN 51 FROM  WRK-QTD-SEM-LOGIN.
           05 LINE  14 COLUMN 20 VALUE "CICLOS ANTERIORES VENCIDOS...".
           05 LINE  14 COLUMN 51 FROM  WRK-QTD-VENCIDOS.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

           INITIALIZE WRK-TAB-OPERADORES.
           MOVE ZEROS                         TO WRK-QTD-TOP.

      *----------- CICLO DO TRIMESTRE CORRENTE E CORTE DE 90 DIAS ------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(5:2)            TO WRK-MES
           COMPUTE WRK-TRIMESTRE = (WRK-MES - 1) / 3 + 1
           MOVE SPACES                        TO WRK-CICLO
           STRING WRK-DATA-HORA(1:4) "T" WRK-TRIMESTRE
                  DELIMITED BY SIZE INTO WRK-CICLO.

           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HORA(1:8)))
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT - 90)
           MOVE WRK-DATA-NUM                  TO WRK-DATA-CORTE.

      *----------- ABERTURA DO ARQUIVO DE OPERADORES -------------------
            OPEN INPUT OPERADORES.

            IF  FS-OPERADORES NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- SESSOES: SEM O ARQUIVO VALE SO O LOG DE ACESSO ------
            MOVE "N"                          TO WRK-ABRIU-SESSOES

            OPEN INPUT SESSOES.
            IF  FS-SESSOES EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-SESSOES
            END-IF.

      *----------- ABERTURA DA RECERTIFICACAO (CRIA NA PRIMEIRA VEZ) ---
            OPEN I-O RECERT.

            IF  FS-RECERT EQUAL 35
                OPEN OUTPUT RECERT
                CLOSE       RECERT
                OPEN I-O    RECERT
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0205-CARREGAR-OPERADORES.
           PERFORM 0210-VENCER-ANTERIORES.
           PERFORM 0220-LER-LOGACESSO.
           PERFORM 0230-LER-AUDITORIA.
           PERFORM 0240-LER-OPLOG.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "RECERTIFICACAO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELRCGE

           OPEN OUTPUT RELRCGE.

           MOVE SPACES                         TO WRK-LINHA-TITULO
           STRING "RECERTIFICACAO DE ACESSO - CICLO " WRK-CICLO
                  DELIMITED BY SIZE INTO WRK-LTI-TEXTO
           MOVE "OPERACOES DOS ULTIMOS 90 DIAS" TO WRK-LTI-COMPL
           MOVE WRK-LINHA-TITULO               TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

           MOVE WRK-CAB-RECERT                 TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

      *----------- UM REGISTRO POR OPERADOR, NA ORDEM DO CADASTRO ------
           MOVE LOW-VALUES                     TO ARQ-OPER-ID

           START OPERADORES KEY IS GREATER THAN OR EQUAL ARQ-OPER-ID
               INVALID KEY
                   MOVE 9                      TO FS-OPERADORES
           END-START.

           IF  FS-OPERADORES EQUAL ZEROS
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-OPERADORES
               END-READ
           END-IF.

           PERFORM UNTIL FS-OPERADORES NOT EQUAL ZEROS

               PERFORM 0250-GERAR-OPERADOR

               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-OPERADORES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-OPERADORES.

      *----------- TOTAIS ----------------------------------------------
           MOVE SPACES                         TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

           MOVE "TOTAL DE OPERADORES INCLUIDOS" TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-GERADOS                TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

           MOVE "JA GERADOS NESTE CICLO"       TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-JA-GERADOS             TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

           MOVE "PERFIL ELEVADO (*)"           TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-ELEVADOS               TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

           MOVE "SEM LOGIN REGISTRADO"         TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-SEM-LOGIN              TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

           MOVE "CICLOS ANTERIORES VENCIDOS"   TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-VENCIDOS               TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

           CLOSE RELRCGE.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
           OPEN EXTEND OPLOG.

           IF  FS-OPLOG EQUAL 35
               OPEN OUTPUT OPLOG
               CLOSE       OPLOG
               OPEN EXTEND OPLOG
           END-IF.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGRCGE"                     TO ARQ-LOG-PROGRAMA
           MOVE "RECERTIFICACAO DE ACESSO"     TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-GERADOS                TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELRCGE               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           CLOSE OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-CARREGAR-OPERADORES                                SECTION.
      *-----------------------------------------------------------------
      *----------- TABELA DOS OPERADORES PARA APURAR O LOG E AS -------
      *----------- TRILHAS NUMA UNICA LEITURA DE CADA ARQUIVO ---------

           MOVE LOW-VALUES                     TO ARQ-OPER-ID

           START OPERADORES KEY IS GREATER THAN OR EQUAL ARQ-OPER-ID
               INVALID KEY
                   GO TO 0205-CARREGAR-OPERADORES-99-FIM
           END-START.

           READ OPERADORES NEXT RECORD
               AT END
                   MOVE 9                      TO FS-OPERADORES
           END-READ.

           PERFORM UNTIL FS-OPERADORES NOT EQUAL ZEROS
                      OR WRK-QTD-TOP NOT LESS 500

               ADD 1                           TO WRK-QTD-TOP
               MOVE ARQ-OPER-ID        TO WRK-TOP-ID(WRK-QTD-TOP)

               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-OPERADORES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-OPERADORES.

      *-----------------------------------------------------------------
       0205-CARREGAR-OPERADORES-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VENCER-ANTERIORES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- DECISAO DE CICLO ANTERIOR NAO APLICADA PERDE A -----
      *----------- VALIDADE: O NOVO CICLO PARTE DA FOTO ATUAL ---------

           MOVE LOW-VALUES                     TO ARQ-RCT-CHAVE

           START RECERT KEY IS GREATER THAN OR EQUAL ARQ-RCT-CHAVE
               INVALID KEY
                   GO TO 0210-VENCER-ANTERIORES-99-FIM
           END-START.

           READ RECERT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RECERT
           END-READ.

           PERFORM UNTIL FS-RECERT NOT EQUAL ZEROS

               IF  ARQ-RCT-CICLO NOT EQUAL WRK-CICLO
               AND (ARQ-RCT-SITUACAO EQUAL "PENDENTE"
                OR  ARQ-RCT-SITUACAO EQUAL "REVISADO")
                   MOVE "VENCIDO"              TO ARQ-RCT-SITUACAO
                   REWRITE ARQ-DADOS-RECERT
                   ADD 1                       TO WRK-QTD-VENCIDOS
               END-IF

               READ RECERT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RECERT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RECERT.

      *-----------------------------------------------------------------
       0210-VENCER-ANTERIORES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LER-LOGACESSO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ULTIMO LOGIN ACEITO DE CADA OPERADOR ----------------

           OPEN INPUT LOGACESSO.

           IF  FS-LOGACESSO NOT EQUAL ZEROS
               GO TO 0220-LER-LOGACESSO-99-FIM
           END-IF.

           READ LOGACESSO
               AT END
                   MOVE 9                      TO FS-LOGACESSO
           END-READ.

           PERFORM UNTIL FS-LOGACESSO NOT EQUAL ZEROS

               IF  ARQ-LGA-RESULTADO EQUAL "SUCESSO"
                   MOVE ARQ-LGA-OPERADOR       TO WRK-PROCURA
                   PERFORM 0270-PROCURAR-OPERADOR
                   IF  WRK-ACHOU EQUAL "S"
                   AND ARQ-LGA-DATAHORA GREATER
                       WRK-TOP-ULT-LOGIN(WRK-IND)
                       MOVE ARQ-LGA-DATAHORA
                                    TO WRK-TOP-ULT-LOGIN(WRK-IND)
                   END-IF
               END-IF

               READ LOGACESSO
                   AT END
                       MOVE 9                  TO FS-LOGACESSO
               END-READ

           END-PERFORM.

           CLOSE LOGACESSO.

      *-----------------------------------------------------------------
       0220-LER-LOGACESSO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LER-AUDITORIA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ALTERACOES FEITAS PELO OPERADOR NOS ULTIMOS 90 DIAS -

           OPEN INPUT AUDITORIA.

           IF  FS-AUDITORIA NOT EQUAL ZEROS
               GO TO 0230-LER-AUDITORIA-99-FIM
           END-IF.

           READ AUDITORIA
               AT END
                   MOVE 9                      TO FS-AUDITORIA
           END-READ.

           PERFORM UNTIL FS-AUDITORIA NOT EQUAL ZEROS

               IF  ARQ-AUD-DATAHORA(1:8) NOT LESS WRK-DATA-CORTE
                   MOVE ARQ-AUD-OPERADOR       TO WRK-PROCURA
                   PERFORM 0270-PROCURAR-OPERADOR
                   IF  WRK-ACHOU EQUAL "S"
                       ADD 1            TO WRK-TOP-QTD-AUD(WRK-IND)
                   END-IF
               END-IF

               READ AUDITORIA
                   AT END
                       MOVE 9                  TO FS-AUDITORIA
               END-READ

           END-PERFORM.

           CLOSE AUDITORIA.

      *-----------------------------------------------------------------
       0230-LER-AUDITORIA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-LER-OPLOG                                          SECTION.
      *-----------------------------------------------------------------
      *----------- RELATORIOS GERADOS PELO OPERADOR NOS ULTIMOS 90 DIAS

           OPEN INPUT OPLOG.

           IF  FS-OPLOG NOT EQUAL ZEROS
               GO TO 0240-LER-OPLOG-99-FIM
           END-IF.

           READ OPLOG
               AT END
                   MOVE 9                      TO FS-OPLOG
           END-READ.

           PERFORM UNTIL FS-OPLOG NOT EQUAL ZEROS

               IF  ARQ-LOG-DATAHORA(1:8) NOT LESS WRK-DATA-CORTE
                   MOVE ARQ-LOG-OPERADOR       TO WRK-PROCURA
                   PERFORM 0270-PROCURAR-OPERADOR
                   IF  WRK-ACHOU EQUAL "S"
                       ADD 1            TO WRK-TOP-QTD-REL(WRK-IND)
                   END-IF
               END-IF

               READ OPLOG
                   AT END
                       MOVE 9                  TO FS-OPLOG
               END-READ

           END-PERFORM.

           CLOSE OPLOG.

      *-----------------------------------------------------------------
       0240-LER-OPLOG-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-GERAR-OPERADOR                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA O REGISTRO PENDENTE DO OPERADOR NO CICLO -----

           MOVE ARQ-OPER-ID                    TO ARQ-RCT-OPERADOR
           MOVE WRK-CICLO                      TO ARQ-RCT-CICLO
           READ RECERT KEY IS ARQ-RCT-CHAVE
               NOT INVALID KEY
                   ADD 1                       TO WRK-QTD-JA-GERADOS
                   GO TO 0250-GERAR-OPERADOR-99-FIM
           END-READ.

           MOVE ARQ-OPER-ID                    TO WRK-PROCURA
           PERFORM 0270-PROCURAR-OPERADOR.

           MOVE SPACES                         TO WRK-ULT-LOGIN
                                                  WRK-ULT-ATIVIDADE.

           IF  WRK-ACHOU EQUAL "S"
               MOVE WRK-TOP-ULT-LOGIN(WRK-IND) TO WRK-ULT-LOGIN
           END-IF.

      *----------- ENTRADA DA SESSAO VALE COMO LOGIN (SESSOES ANTIGAS -
      *----------- SAO ANTERIORES AO REGISTRO DO LOGIN ACEITO) --------
           IF  WRK-ABRIU-SESSOES EQUAL "S"
               MOVE ARQ-OPER-ID                TO ARQ-SES-OPERADOR
               READ SESSOES KEY IS ARQ-SES-OPERADOR
                   NOT INVALID KEY
                       IF  ARQ-SES-DATAHORA-INI GREATER WRK-ULT-LOGIN
                           MOVE ARQ-SES-DATAHORA-INI TO WRK-ULT-LOGIN
                       END-IF
                       MOVE ARQ-SES-DATAHORA-ULT TO WRK-ULT-ATIVIDADE
               END-READ
           END-IF.

           IF  WRK-ULT-ATIVIDADE LESS WRK-ULT-LOGIN
               MOVE WRK-ULT-LOGIN              TO WRK-ULT-ATIVIDADE
           END-IF.

      *----------- PERFIL ELEVADO DESDE O ULTIMO CICLO APLICADO --------
           PERFORM 0280-LER-PERFIL-CERTIF.

           MOVE SPACES                         TO WRK-ELEVADO.

           IF  WRK-PERFIL-CERTIF NOT EQUAL SPACES
               MOVE ARQ-OPER-PERFIL            TO WRK-NIVEL-PERFIL
               PERFORM 0285-CALCULAR-NIVEL
               MOVE WRK-NIVEL                  TO WRK-NIVEL-ATUAL
               MOVE WRK-PERFIL-CERTIF          TO WRK-NIVEL-PERFIL
               PERFORM 0285-CALCULAR-NIVEL
               IF  WRK-NIVEL-ATUAL GREATER WRK-NIVEL
                   MOVE "S"                    TO WRK-ELEVADO
                   ADD 1                       TO WRK-QTD-ELEVADOS
               END-IF
           END-IF.

           INITIALIZE ARQ-DADOS-RECERT.
           MOVE ARQ-OPER-ID                    TO ARQ-RCT-OPERADOR
           MOVE WRK-CICLO                      TO ARQ-RCT-CICLO
           MOVE ARQ-OPER-NOME                  TO ARQ-RCT-NOME
           MOVE ARQ-OPER-PERFIL                TO ARQ-RCT-PERFIL
           MOVE ARQ-OPER-CAMPUS                TO ARQ-RCT-CAMPUS
           MOVE WRK-ULT-LOGIN                  TO ARQ-RCT-ULT-LOGIN
           MOVE WRK-ULT-ATIVIDADE              TO ARQ-RCT-ULT-ATIVIDADE
           MOVE ZEROS                          TO ARQ-RCT-QTD-AUDITORIA
                                                  ARQ-RCT-QTD-RELATORIOS
           IF  WRK-ACHOU EQUAL "S"
               MOVE WRK-TOP-QTD-AUD(WRK-IND)   TO ARQ-RCT-QTD-AUDITORIA
               MOVE WRK-TOP-QTD-REL(WRK-IND)   TO ARQ-RCT-QTD-RELATORIOS
           END-IF
           MOVE WRK-ELEVADO                    TO ARQ-RCT-ELEVADO
           MOVE "PENDENTE"                     TO ARQ-RCT-SITUACAO
           WRITE ARQ-DADOS-RECERT
               INVALID KEY
                   GO TO 0250-GERAR-OPERADOR-99-FIM
           END-WRITE.

           ADD 1                               TO WRK-QTD-GERADOS.

           IF  WRK-ULT-LOGIN EQUAL SPACES
               ADD 1                           TO WRK-QTD-SEM-LOGIN
           END-IF.

      *----------- LINHA DA LISTA --------------------------------------
           MOVE ARQ-RCT-OPERADOR               TO WRK-DRC-OPERADOR
           MOVE ARQ-RCT-NOME                   TO WRK-DRC-NOME
           MOVE ARQ-RCT-PERFIL                 TO WRK-DRC-PERFIL
           MOVE ARQ-RCT-CAMPUS                 TO WRK-DRC-CAMPUS
           MOVE ARQ-RCT-ULT-LOGIN              TO WRK-DATA-ORIGEM
           PERFORM 0290-EDITAR-DATA
           MOVE WRK-DATA-EDIT                  TO WRK-DRC-ULT-LOGIN
           MOVE ARQ-RCT-ULT-ATIVIDADE          TO WRK-DATA-ORIGEM
           PERFORM 0290-EDITAR-DATA
           MOVE WRK-DATA-EDIT                  TO WRK-DRC-ULT-ATIVIDADE
           MOVE ARQ-RCT-QTD-AUDITORIA          TO WRK-DRC-QTD-AUD
           MOVE ARQ-RCT-QTD-RELATORIOS         TO WRK-DRC-QTD-REL
           MOVE SPACES                         TO WRK-DRC-ELEVADO
           IF  ARQ-RCT-ELEVADO EQUAL "S"
               MOVE "*"                        TO WRK-DRC-ELEVADO
           END-IF
           MOVE WRK-DET-RECERT                 TO ARQ-RELRCGE
           WRITE ARQ-RELRCGE.

      *-----------------------------------------------------------------
       0250-GERAR-OPERADOR-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-PROCURAR-OPERADOR                                  SECTION.
      *-----------------------------------------------------------------
      *----------- POSICAO DE WRK-PROCURA NA TABELA (WRK-IND) ---------

           MOVE "N"                            TO WRK-ACHOU
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND GREATER WRK-QTD-TOP
                      OR WRK-ACHOU EQUAL "S"
               IF  WRK-TOP-ID(WRK-IND) EQUAL WRK-PROCURA
                   MOVE "S"                    TO WRK-ACHOU
               END-IF
           END-PERFORM.

           IF  WRK-ACHOU EQUAL "S"
               SUBTRACT 1                      FROM WRK-IND
           END-IF.

      *-----------------------------------------------------------------
       0270-PROCURAR-OPERADOR-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-LER-PERFIL-CERTIF                                  SECTION.
      *-----------------------------------------------------------------
      *----------- PERFIL CERTIFICADO NO ULTIMO CICLO APLICADO DO -----
      *----------- OPERADOR (CHAVE OPERADOR + CICLO, EM ORDEM) --------

           MOVE SPACES                         TO WRK-PERFIL-CERTIF.

           MOVE ARQ-OPER-ID                    TO ARQ-RCT-OPERADOR
           MOVE LOW-VALUES                     TO ARQ-RCT-CICLO

           START RECERT KEY IS GREATER THAN OR EQUAL ARQ-RCT-CHAVE
               INVALID KEY
                   GO TO 0280-LER-PERFIL-CERTIF-99-FIM
           END-START.

           READ RECERT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RECERT
           END-READ.

           PERFORM UNTIL FS-RECERT NOT EQUAL ZEROS
                      OR ARQ-RCT-OPERADOR NOT EQUAL ARQ-OPER-ID

               IF  ARQ-RCT-SITUACAO EQUAL "APLICADO"
                   MOVE ARQ-RCT-PERFIL-CERTIF  TO WRK-PERFIL-CERTIF
               END-IF

               READ RECERT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RECERT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RECERT.

      *-----------------------------------------------------------------
       0280-LER-PERFIL-CERTIF-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0285-CALCULAR-NIVEL                                     SECTION.
      *-----------------------------------------------------------------
      *----------- ORDEM DOS PERFIS PARA A CONFERENCIA DE ELEVACAO ----

           EVALUATE WRK-NIVEL-PERFIL
               WHEN "A"
                   MOVE 3                      TO WRK-NIVEL
               WHEN "S"
                   MOVE 2                      TO WRK-NIVEL
               WHEN OTHER
                   MOVE 1                      TO WRK-NIVEL
           END-EVALUATE.

      *-----------------------------------------------------------------
       0285-CALCULAR-NIVEL-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-EDITAR-DATA                                        SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-DATA-EDIT.

           IF  WRK-DATA-ORIGEM EQUAL SPACES
               MOVE "NUNCA"                    TO WRK-DATA-EDIT
           ELSE
               STRING WRK-DATA-ORIGEM(7:2) "/" WRK-DATA-ORIGEM(5:2)
                      "/" WRK-DATA-ORIGEM(1:4)
                      DELIMITED BY SIZE INTO WRK-DATA-EDIT
           END-IF.

      *-----------------------------------------------------------------
       0290-EDITAR-DATA-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           CLOSE OPERADORES.

           IF  WRK-ABRIU-SESSOES EQUAL "S"
               CLOSE SESSOES
           END-IF.

           CLOSE RECERT.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0900-MOSTRA                                             SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-RODAPE.

      *-----------------------------------------------------------------
       0900-MOSTRA-99-FIM                                      SECTION.
      *-----------------------------------------------------------------

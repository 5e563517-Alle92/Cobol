       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDORM.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: ROTINA NOTURNA DE CONTAS DORMENTES: BLOQUEIA O
      *----    OPERADOR SEM LOGIN HA MAIS DE DORM-DIAS DIAS
      *----    (PARAMET.dat, PADRAO 90). VALE COMO USO O ULTIMO LOGIN
      *----    ACEITO (LOGACESSO.dat), A ENTRADA DA SESSAO
      *----    (SESSOES.dat), A TROCA DE PIN E A ULTIMA REGRAVACAO NO
      *----    PROGOCAD (AUDITORIA) - ASSIM O OPERADOR DESBLOQUEADO
      *----    PELO ADMINISTRADOR TEM NOVO PRAZO. O USUARIO ADMIN NAO
      *----    E BLOQUEADO E O OPERADOR SEM NENHUM REGISTRO DE USO SO
      *----    E LISTADO. O BLOQUEIO GRAVA AUDITORIA E UMA LINHA
      *----    INATIVO NO LOGACESSO.dat. NA SEGUNDA PARTE LISTA OS
      *----    OPERADORES COM PERFIL ACIMA DO CERTIFICADO NA ULTIMA
      *----    RECERTIFICACAO APLICADA (RECERT.dat). NAO PEDE DADOS
      *----    NA TELA: AGENDAR COMO JOB DIARIO (JOBS.dat/AGENDA.dat).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- OPERADORES       I/O            BOKOPER
      *---- SESSOES           I             BOKSESS
      *---- LOGACESSO        I/E            BOKLOGA
      *---- AUDITORIA        I/E            BOKAUDIT
      *---- RECERT            I             BOKRCRT
      *---- RELDORM           O              ----
      *---- OPLOG             E             BOKOPLOG
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

           SELECT RELDORM ASSIGN TO WRK-PATH-RELDORM
                  FILE STATUS IS FS-RELDORM.

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

      *-------------------- AREA DO RELATORIO DE CONTAS DORMENTES ------
       FD  RELDORM.

       01  ARQ-RELDORM                  PIC X(80).

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
       77  FS-RELDORM                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELDORM             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = ARQUIVO OPCIONAL ABERTO NESTA EXECUCAO ----------------
       77  WRK-ABRIU-SESSOES            PIC X(01) VALUE "N".
       77  WRK-ABRIU-RECERT             PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DE NEGOCIO (PARAMET.dat VIA PROGPLER) --
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
      *--- DIAS SEM LOGIN A PARTIR DOS QUAIS O OPERADOR E BLOQUEADO ----
       77  WRK-DIAS-LIMITE              PIC 9(03)    VALUE 90.

       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                     PIC 9(05) VALUE ZEROS.

      *------------- PARTE DO RELATORIO EM MONTAGEM -------------------
      *--- 1 = CONTAS DORMENTES / 2 = PERFIL ELEVADO -------------------
       77  WRK-PASSO                    PIC 9(01) VALUE ZEROS.

      *------------- ULTIMO USO APURADO POR OPERADOR -------------------
       77  WRK-QTD-TOP                  PIC 9(03) VALUE ZEROS.
       77  WRK-IND                      PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01) VALUE SPACES.
       77  WRK-PROCURA                  PIC X(08) VALUE SPACES.
       77  WRK-DATAHORA-USO             PIC X(14) VALUE SPACES.

       01  WRK-TAB-OPERADORES.
           05 WRK-TOP-ITEM              OCCURS 500 TIMES.
              10 WRK-TOP-ID             PIC X(08).
              10 WRK-TOP-ULT-USO        PIC X(14).

      *------------- OPERADOR EM CONFERENCIA --------------------------
       77  WRK-ULT-USO                  PIC X(14) VALUE SPACES.
       77  WRK-PERFIL-CERTIF            PIC X(01) VALUE SPACES.
       77  WRK-CICLO-CERTIF             PIC X(06) VALUE SPACES.

      *------------- NIVEL DO PERFIL: O/P/BRANCO = 1, S = 2, A = 3 -----
       77  WRK-NIVEL-PERFIL             PIC X(01) VALUE SPACES.
       77  WRK-NIVEL                    PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-ATUAL              PIC 9(01) VALUE ZEROS.

      *------------- TOTAIS DA ROTINA ----------------------------------
       77  WRK-QTD-LINHAS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-BLOQUEADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-REGISTRO         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ELEVADOS             PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-TITULO.
           05 WRK-LTI-TEXTO             PIC X(50).
           05 WRK-LTI-COMPL             PIC X(30).

       01  WRK-CAB-DORMENTE.
           05 FILLER                    PIC X(09) VALUE "OPERADOR".
           05 FILLER                    PIC X(23) VALUE "NOME".
           05 FILLER                    PIC X(02) VALUE "PF".
           05 FILLER                    PIC X(13) VALUE "CAMPUS".
           05 FILLER                    PIC X(11) VALUE "ULTIMO USO".
           05 FILLER                    PIC X(06) VALUE "DIAS".
           05 FILLER                    PIC X(12) VALUE "OCORRENCIA".

       01  WRK-DET-DORMENTE.
           05 WRK-DDO-OPERADOR          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDO-NOME              PIC X(22).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDO-PERFIL            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDO-CAMPUS            PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDO-DATA              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDO-DIAS              PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDO-OCORRENCIA        PIC X(12).

       01  WRK-CAB-ELEVADO.
           05 FILLER                    PIC X(09) VALUE "OPERADOR".
           05 FILLER                    PIC X(23) VALUE "NOME".
           05 FILLER                    PIC X(13) VALUE "CAMPUS".
           05 FILLER                    PIC X(07) VALUE "CICLO".
           05 FILLER                    PIC X(12) VALUE "CERTIFICADO".
           05 FILLER                    PIC X(05) VALUE "ATUAL".

       01  WRK-DET-ELEVADO.
           05 WRK-DEL-OPERADOR          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEL-NOME              PIC X(22).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEL-CAMPUS            PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEL-CICLO             PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEL-CERTIF            PIC X(01).
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 WRK-DEL-ATUAL             PIC X(01).

       01  WRK-LINHA-TOT.
           05 WRK-LT-DESCRICAO          PIC X(34).
           05 WRK-LT-QTD-ED             PIC ZZZZZ9.

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
           05 LINE  01 COLUMN 22 VALUE
                  "CONTAS DORMENTES DE OPERADORES"
                  BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  10 COLUMN 20 VALUE "DIAS SEM LOGIN PARA BLOQUEIO.".
           05 LINE  10 COLUMN 51 FROM  WRK-DIAS-LIMITE.
           05 LINE  11 COLUMN 20 VALUE "OPERADORES BLOQUEADOS........".
           05 LINE  11 COLUMN 51 FROM  WRK-QTD-BLOQUEADOS.
           05 LINE  12 COLUMN 20 VALUE "SEM REGISTRO DE USO..........".
           05 LINE  12 COLUMN 51 FROM  WRK-QTD-SEM-REGISTRO.
           05 LINE  13 COLUMN 20 VALUE "PERFIL ELEVADO...............".
           05 LINE  13 COLUMN 51 FROM  WRK-QTD-ELEVADOS.

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

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "DORM-DIAS"                   TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-LIMITE               TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-LIMITE.

           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HORA(1:8))).

      *----------- ABERTURA DO ARQUIVO DE OPERADORES ------------------
            OPEN I-O OPERADORES.

            IF  FS-OPERADORES NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- SESSOES E RECERTIFICACAO SAO OPCIONAIS --------------
            MOVE "N"                          TO WRK-ABRIU-SESSOES
                                                 WRK-ABRIU-RECERT

            OPEN INPUT SESSOES.
            IF  FS-SESSOES EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-SESSOES
            END-IF.

            OPEN INPUT RECERT.
            IF  FS-RECERT EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-RECERT
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0205-CARREGAR-OPERADORES.
           PERFORM 0220-LER-LOGACESSO.
           PERFORM 0230-LER-AUDITORIA.

      *----------- LOG DE ACESSO E AUDITORIA RECEBEM OS BLOQUEIOS ------
           OPEN EXTEND LOGACESSO.

           IF  FS-LOGACESSO EQUAL 35
               OPEN OUTPUT LOGACESSO
               CLOSE       LOGACESSO
               OPEN EXTEND LOGACESSO
           END-IF.

           OPEN EXTEND AUDITORIA.

           IF  FS-AUDITORIA EQUAL 35
               OPEN OUTPUT AUDITORIA
               CLOSE       AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "DORMENTES_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELDORM

           OPEN OUTPUT RELDORM.

      *--------------------- PARTE 1: CONTAS DORMENTES -----------------
           MOVE SPACES                         TO WRK-LINHA-TITULO
           STRING "OPERADORES SEM LOGIN HA MAIS DE " WRK-DIAS-LIMITE
                  " DIAS"
                  DELIMITED BY SIZE INTO WRK-LTI-TEXTO
           MOVE WRK-LINHA-TITULO               TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           MOVE WRK-CAB-DORMENTE               TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           MOVE 1                              TO WRK-PASSO
           PERFORM 0240-VARRER-OPERADORES.

      *--------------------- PARTE 2: PERFIL ELEVADO -------------------
           MOVE SPACES                         TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           MOVE SPACES                         TO WRK-LINHA-TITULO
           MOVE "PERFIL ACIMA DA ULTIMA RECERTIFICACAO"
                                               TO WRK-LTI-TEXTO
           MOVE WRK-LINHA-TITULO               TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           MOVE WRK-CAB-ELEVADO                TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           IF  WRK-ABRIU-RECERT EQUAL "S"
               MOVE 2                          TO WRK-PASSO
               PERFORM 0240-VARRER-OPERADORES
           END-IF.

      *----------- TOTAIS ----------------------------------------------
           MOVE SPACES                         TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           MOVE "TOTAL DE OPERADORES BLOQUEADOS" TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-BLOQUEADOS             TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           MOVE "TOTAL SEM REGISTRO DE USO"    TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-SEM-REGISTRO           TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           MOVE "TOTAL COM PERFIL ELEVADO"     TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-ELEVADOS               TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

           CLOSE RELDORM.

           COMPUTE WRK-QTD-LINHAS = WRK-QTD-BLOQUEADOS
                                  + WRK-QTD-SEM-REGISTRO
                                  + WRK-QTD-ELEVADOS.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
           OPEN EXTEND OPLOG.

           IF  FS-OPLOG EQUAL 35
               OPEN OUTPUT OPLOG
               CLOSE       OPLOG
               OPEN EXTEND OPLOG
           END-IF.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGDORM"                     TO ARQ-LOG-PROGRAMA
           MOVE "CONTAS DORMENTES"             TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELDORM               TO ARQ-LOG-ARQUIVOGERADO
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
      *----------- TABELA DOS OPERADORES PARA APURAR O LOG E A --------
      *----------- AUDITORIA NUMA UNICA LEITURA DE CADA ARQUIVO -------

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
                   MOVE ARQ-LGA-DATAHORA       TO WRK-DATAHORA-USO
                   PERFORM 0270-ANOTAR-USO
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
      *----------- REGRAVACAO NO PROGOCAD (INCLUSAO OU DESBLOQUEIO ----
      *----------- PELO ADMINISTRADOR) REINICIA O PRAZO ---------------

           OPEN INPUT AUDITORIA.

           IF  FS-AUDITORIA NOT EQUAL ZEROS
               GO TO 0230-LER-AUDITORIA-99-FIM
           END-IF.

           READ AUDITORIA
               AT END
                   MOVE 9                      TO FS-AUDITORIA
           END-READ.

           PERFORM UNTIL FS-AUDITORIA NOT EQUAL ZEROS

               IF  ARQ-AUD-PROGRAMA EQUAL "PROGOCAD"
                   MOVE ARQ-AUD-NOMEALUNO(1:8) TO WRK-PROCURA
                   MOVE ARQ-AUD-DATAHORA       TO WRK-DATAHORA-USO
                   PERFORM 0270-ANOTAR-USO
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
       0240-VARRER-OPERADORES                                  SECTION.
      *-----------------------------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-OPER-ID

           START OPERADORES KEY IS GREATER THAN OR EQUAL ARQ-OPER-ID
               INVALID KEY
                   GO TO 0240-VARRER-OPERADORES-99-FIM
           END-START.

           READ OPERADORES NEXT RECORD
               AT END
                   MOVE 9                      TO FS-OPERADORES
           END-READ.

           PERFORM UNTIL FS-OPERADORES NOT EQUAL ZEROS

               IF  WRK-PASSO EQUAL 1
                   PERFORM 0250-CONFERIR-DORMENTE
               ELSE
                   PERFORM 0260-CONFERIR-ELEVADO
               END-IF

               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-OPERADORES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-OPERADORES.

      *-----------------------------------------------------------------
       0240-VARRER-OPERADORES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CONFERIR-DORMENTE                                  SECTION.
      *-----------------------------------------------------------------

      *----------- ADMIN (ACESSO DE EMERGENCIA) E JA BLOQUEADOS FORA ---
           IF  ARQ-OPER-ID        EQUAL "ADMIN"
           OR  ARQ-OPER-BLOQUEADO EQUAL "S"
               GO TO 0250-CONFERIR-DORMENTE-99-FIM
           END-IF.

           MOVE SPACES                         TO WRK-ULT-USO.

           MOVE ARQ-OPER-ID                    TO WRK-PROCURA
           PERFORM 0275-PROCURAR-OPERADOR.
           IF  WRK-ACHOU EQUAL "S"
               MOVE WRK-TOP-ULT-USO(WRK-IND)   TO WRK-ULT-USO
           END-IF.

           IF  WRK-ABRIU-SESSOES EQUAL "S"
               MOVE ARQ-OPER-ID                TO ARQ-SES-OPERADOR
               READ SESSOES KEY IS ARQ-SES-OPERADOR
                   NOT INVALID KEY
                       IF  ARQ-SES-DATAHORA-INI GREATER WRK-ULT-USO
                           MOVE ARQ-SES-DATAHORA-INI TO WRK-ULT-USO
                       END-IF
               END-READ
           END-IF.

           IF  ARQ-OPER-DATA-PIN IS NUMERIC
           AND ARQ-OPER-DATA-PIN GREATER WRK-ULT-USO(1:8)
               MOVE ARQ-OPER-DATA-PIN          TO WRK-ULT-USO(1:8)
               MOVE ZEROS                      TO WRK-ULT-USO(9:6)
           END-IF.

           MOVE ARQ-OPER-ID                    TO WRK-DDO-OPERADOR
           MOVE ARQ-OPER-NOME                  TO WRK-DDO-NOME
           MOVE ARQ-OPER-PERFIL                TO WRK-DDO-PERFIL
           MOVE ARQ-OPER-CAMPUS                TO WRK-DDO-CAMPUS.

      *----------- SEM NENHUM REGISTRO DE USO: SO LISTADO --------------
           IF  WRK-ULT-USO EQUAL SPACES
           OR  WRK-ULT-USO(1:8) IS NOT NUMERIC
               MOVE "NUNCA"                    TO WRK-DDO-DATA
               MOVE ZEROS                      TO WRK-DDO-DIAS
               MOVE "SEM REGISTRO"             TO WRK-DDO-OCORRENCIA
               MOVE WRK-DET-DORMENTE           TO ARQ-RELDORM
               WRITE ARQ-RELDORM
               ADD 1                           TO WRK-QTD-SEM-REGISTRO
               GO TO 0250-CONFERIR-DORMENTE-99-FIM
           END-IF.

           COMPUTE WRK-DIAS = WRK-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-ULT-USO(1:8))).

           IF  WRK-DIAS NOT GREATER WRK-DIAS-LIMITE
               GO TO 0250-CONFERIR-DORMENTE-99-FIM
           END-IF.

      *----------- BLOQUEIO: SO O ADMINISTRADOR LIBERA (PROGOCAD) ------
           MOVE "S"                            TO ARQ-OPER-BLOQUEADO
           REWRITE ARQ-DADOS-OPERADOR
               INVALID KEY
                   GO TO 0250-CONFERIR-DORMENTE-99-FIM
           END-REWRITE.

           ADD 1                               TO WRK-QTD-BLOQUEADOS.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGDORM"                     TO ARQ-AUD-PROGRAMA
           MOVE "BLOQUEIO"                     TO ARQ-AUD-OPERACAO
           MOVE SPACES                         TO ARQ-AUD-RM
           MOVE ARQ-OPER-ID                    TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "BLOQUEADO"                    TO ARQ-AUD-CAMPO
           MOVE SPACES                         TO ARQ-AUD-ANTES
                                                  ARQ-AUD-DEPOIS
           STRING "S - SEM LOGIN HA " WRK-DIAS " DIAS"
                  DELIMITED BY SIZE INTO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LGA-DATAHORA
           MOVE ARQ-OPER-ID                    TO ARQ-LGA-OPERADOR
           MOVE "INATIVO"                      TO ARQ-LGA-RESULTADO
           WRITE ARQ-DADOS-LOGACESSO.

           MOVE SPACES                         TO WRK-DDO-DATA
           STRING WRK-ULT-USO(7:2) "/" WRK-ULT-USO(5:2) "/"
                  WRK-ULT-USO(1:4)
                  DELIMITED BY SIZE INTO WRK-DDO-DATA
           MOVE WRK-DIAS                       TO WRK-DDO-DIAS
           MOVE "BLOQUEADO"                    TO WRK-DDO-OCORRENCIA
           MOVE WRK-DET-DORMENTE               TO ARQ-RELDORM
           WRITE ARQ-RELDORM.

      *-----------------------------------------------------------------
       0250-CONFERIR-DORMENTE-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-CONFERIR-ELEVADO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PERFIL ATUAL ACIMA DO CERTIFICADO NO ULTIMO CICLO --
      *----------- APLICADO; SEM CICLO APLICADO NAO HA BASE -----------

           MOVE SPACES                         TO WRK-PERFIL-CERTIF
                                                  WRK-CICLO-CERTIF.

           MOVE ARQ-OPER-ID                    TO ARQ-RCT-OPERADOR
           MOVE LOW-VALUES                     TO ARQ-RCT-CICLO

           START RECERT KEY IS GREATER THAN OR EQUAL ARQ-RCT-CHAVE
               INVALID KEY
                   GO TO 0260-CONFERIR-ELEVADO-99-FIM
           END-START.

           READ RECERT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RECERT
           END-READ.

           PERFORM UNTIL FS-RECERT NOT EQUAL ZEROS
                      OR ARQ-RCT-OPERADOR NOT EQUAL ARQ-OPER-ID

               IF  ARQ-RCT-SITUACAO EQUAL "APLICADO"
                   MOVE ARQ-RCT-PERFIL-CERTIF  TO WRK-PERFIL-CERTIF
                   MOVE ARQ-RCT-CICLO          TO WRK-CICLO-CERTIF
               END-IF

               READ RECERT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RECERT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RECERT.

           IF  WRK-PERFIL-CERTIF EQUAL SPACES
               GO TO 0260-CONFERIR-ELEVADO-99-FIM
           END-IF.

           MOVE ARQ-OPER-PERFIL                TO WRK-NIVEL-PERFIL
           PERFORM 0285-CALCULAR-NIVEL
           MOVE WRK-NIVEL                      TO WRK-NIVEL-ATUAL
           MOVE WRK-PERFIL-CERTIF              TO WRK-NIVEL-PERFIL
           PERFORM 0285-CALCULAR-NIVEL.

           IF  WRK-NIVEL-ATUAL NOT GREATER WRK-NIVEL
               GO TO 0260-CONFERIR-ELEVADO-99-FIM
           END-IF.

           MOVE ARQ-OPER-ID                    TO WRK-DEL-OPERADOR
           MOVE ARQ-OPER-NOME                  TO WRK-DEL-NOME
           MOVE ARQ-OPER-CAMPUS                TO WRK-DEL-CAMPUS
           MOVE WRK-CICLO-CERTIF               TO WRK-DEL-CICLO
           MOVE WRK-PERFIL-CERTIF              TO WRK-DEL-CERTIF
           MOVE ARQ-OPER-PERFIL                TO WRK-DEL-ATUAL
           MOVE WRK-DET-ELEVADO                TO ARQ-RELDORM
           WRITE ARQ-RELDORM.
           ADD 1                               TO WRK-QTD-ELEVADOS.

      *-----------------------------------------------------------------
       0260-CONFERIR-ELEVADO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-ANOTAR-USO                                         SECTION.
      *-----------------------------------------------------------------
      *----------- GUARDA A DATA/HORA SE MAIS RECENTE QUE A ANOTADA ---

           PERFORM 0275-PROCURAR-OPERADOR.

           IF  WRK-ACHOU EQUAL "S"
           AND WRK-DATAHORA-USO GREATER WRK-TOP-ULT-USO(WRK-IND)
               MOVE WRK-DATAHORA-USO   TO WRK-TOP-ULT-USO(WRK-IND)
           END-IF.

      *-----------------------------------------------------------------
       0270-ANOTAR-USO-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0275-PROCURAR-OPERADOR                                  SECTION.
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
       0275-PROCURAR-OPERADOR-99-FIM                           SECTION.
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
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           CLOSE OPERADORES.

           IF  WRK-ABRIU-SESSOES EQUAL "S"
               CLOSE SESSOES
           END-IF.

           IF  WRK-ABRIU-RECERT EQUAL "S"
               CLOSE RECERT
           END-IF.

           CLOSE LOGACESSO.
           CLOSE AUDITORIA.

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

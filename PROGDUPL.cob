       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDUPL.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: DETECCAO DE PESSOAS EM DUPLICIDADE ENTRE
      *----    ALUNOS.dat E ALUNHIST.dat (RMS JA UNIFICADOS OU
      *----    ANONIMIZADOS PELO PROGANON FICAM FORA). COMPARA,
      *----    DOIS A DOIS, OS RMS COM O MESMO CPF E OS RMS
      *----    VINCULADOS AO MESMO RESPONSAVEL (RESPVINC.dat):
      *----      MESMO CPF, NOME IGUAL OU PARECIDO ........ ALTA
      *----      MESMO CPF, NOME DIFERENTE (CPF DIGITADO ERRADO?)
      *----                                              ... MEDIA
      *----      MESMO RESPONSAVEL E NOME IGUAL ........... ALTA
      *----      MESMO RESPONSAVEL E NOME PARECIDO ........ MEDIA
      *----    (IRMAOS COM NOMES DIFERENTES NAO SAO APONTADOS). NOME
      *----    PARECIDO = ATE DUAS LETRAS DE DIFERENCA DESCONSIDERANDO
      *----    OS ESPACOS, OU O MESMO PRIMEIRO E ULTIMO NOME. CADA PAR
      *----    SAI COM O RM SUGERIDO PARA PERMANECER (ATIVO EM ALUNOS,
      *----    DEPOIS QUALQUER UM DE ALUNOS, DEPOIS O MENOR RM); A
      *----    UNIFICACAO E FEITA PELO SUPERVISOR NO PROGUNIF.
      *----    RELATORIO EM DUPLICADOS_AAAAMMDD_HHMMSS.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- ALUNHIST          I             BOKHIST
      *---- RESPVINC          I             BOKRVIN
      *---- RELDUP            O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------

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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT ALUNHIST  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-ALUNHIST.

           SELECT RESPVINC  ASSIGN TO WRK-PATH-RESPVINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RVI-RM
                  FILE STATUS IS FS-RESPVINC.

           SELECT RELDUP ASSIGN TO WRK-PATH-RELDUP
                  FILE STATUS IS FS-RELDUP.

           SELECT SORTDUP ASSIGN TO "SORTDUP.TMP".

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ALUNHIST.
       COPY "BOKHIST".

       FD  RESPVINC.
       COPY "BOKRVIN".

      *-------------------- AREA DO RELATORIO DE DUPLICIDADES ----------
       FD  RELDUP.

       01  ARQ-RELDUP                   PIC X(80).

      *-------------------- AREA DE ORDENACAO POR GRUPO ----------------
      *--- GRUPO: "C" + CPF OU "R" + CODIGO DO RESPONSAVEL -------------
       SD  SORTDUP.
       01  SD-DUP.
           05 SD-DUP-GRUPO              PIC X(12).
           05 SD-DUP-RM                 PIC X(06).
           05 SD-DUP-NOME               PIC X(20).
           05 SD-DUP-CPF                PIC X(11).
      *--- ARQUIVO DE ORIGEM: A = ALUNOS / H = ALUNHIST ----------------
           05 SD-DUP-ORIGEM             PIC X(01).
           05 SD-DUP-STATUS             PIC X(10).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-RESPVINC                  PIC 9(02).
       77  FS-RELDUP                    PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-RELDUP              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PESSOAS DO GRUPO CORRENTE (MESMO CPF OU MESMO ----
      *------------- RESPONSAVEL) --------------------------------------
       77  WRK-GRUPO-ATUAL              PIC X(12) VALUE SPACES.
       77  WRK-QTD-GRUPO                PIC 9(02) VALUE ZEROS.
       77  WRK-IND-A                    PIC 9(02) VALUE ZEROS.
       77  WRK-IND-B                    PIC 9(02) VALUE ZEROS.
       77  WRK-IND-PAR                  PIC 9(02) VALUE ZEROS.

       01  WRK-TAB-GRUPO.
           05 WRK-GRP-ITEM              OCCURS 50 TIMES.
              10 WRK-GRP-RM             PIC X(06).
              10 WRK-GRP-NOME           PIC X(20).
              10 WRK-GRP-CPF            PIC X(11).
              10 WRK-GRP-ORIGEM         PIC X(01).
              10 WRK-GRP-STATUS         PIC X(10).

      *------------- COMPARACAO DE NOMES -------------------------------
      *--- SEMELHANCA: I = IGUAL / P = PARECIDO / D = DIFERENTE --------
       77  WRK-SEMELHANCA               PIC X(01) VALUE SPACES.
       77  WRK-NOME-ENTRA               PIC X(20) VALUE SPACES.
       77  WRK-NOME-COMPACTO            PIC X(20) VALUE SPACES.
       77  WRK-TAM-COMPACTO             PIC 9(02) VALUE ZEROS.
       77  WRK-PRIMEIRO                 PIC X(20) VALUE SPACES.
       77  WRK-ULTIMO                   PIC X(20) VALUE SPACES.
       77  WRK-NOME-A                   PIC X(20) VALUE SPACES.
       77  WRK-TAM-A                    PIC 9(02) VALUE ZEROS.
       77  WRK-PRIMEIRO-A               PIC X(20) VALUE SPACES.
       77  WRK-ULTIMO-A                 PIC X(20) VALUE SPACES.
       77  WRK-NOME-B                   PIC X(20) VALUE SPACES.
       77  WRK-TAM-B                    PIC 9(02) VALUE ZEROS.
       77  WRK-PRIMEIRO-B               PIC X(20) VALUE SPACES.
       77  WRK-ULTIMO-B                 PIC X(20) VALUE SPACES.
       77  WRK-POS                      PIC 9(02) VALUE ZEROS.
       77  WRK-POS-FIM                  PIC 9(02) VALUE ZEROS.
       77  WRK-POS-INI                  PIC 9(02) VALUE ZEROS.
       77  WRK-POS-PRI                  PIC 9(02) VALUE ZEROS.

      *--- DISTANCIA DE EDICAO ENTRE OS NOMES COMPACTOS (LETRAS A ------
      *--- INCLUIR, EXCLUIR OU TROCAR PARA IGUALAR UM AO OUTRO) --------
       77  WRK-DISTANCIA                PIC 9(02) VALUE ZEROS.
       77  WRK-LIN                      PIC 9(02) VALUE ZEROS.
       77  WRK-COL                      PIC 9(02) VALUE ZEROS.
       77  WRK-CUSTO                    PIC 9(02) VALUE ZEROS.
       77  WRK-MENOR                    PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DISTANCIA.
           05 WRK-DIS-LINHA             OCCURS 21 TIMES.
              10 WRK-DIS-CELULA         OCCURS 21 TIMES
                                        PIC 9(02).

      *------------- PAR APONTADO --------------------------------------
       77  WRK-GRAU                     PIC X(05) VALUE SPACES.
       77  WRK-CRITERIO                 PIC X(34) VALUE SPACES.
       77  WRK-PESO-A                   PIC 9(01) VALUE ZEROS.
       77  WRK-PESO-B                   PIC 9(01) VALUE ZEROS.
       77  WRK-RM-SUGERIDO              PIC X(06) VALUE SPACES.
       77  WRK-IND-LINHA                PIC 9(02) VALUE ZEROS.

      *------------- TOTAIS --------------------------------------------
       77  WRK-QTD-PARES                PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALTA                 PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MEDIA                PIC 9(05) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-PAR.
           05 WRK-LP-GRAU               PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-CRITERIO           PIC X(34).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(20)
                                        VALUE "SUGERE PERMANECER: ".
           05 WRK-LP-SUGERIDO           PIC X(06).

       01  WRK-LINHA-PESSOA.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WRK-LD-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-CPF                PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-ARQUIVO            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-STATUS             PIC X(10).

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
           05 LINE  01 COLUMN 24 VALUE
                  "PESSOAS EM DUPLICIDADE"
                  BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  10 COLUMN 30 VALUE "PARES APONTADOS......".
           05 LINE  10 COLUMN 55 FROM  WRK-QTD-PARES.
           05 LINE  11 COLUMN 30 VALUE "PROBABILIDADE ALTA...".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-ALTA.
           05 LINE  12 COLUMN 30 VALUE "PROBABILIDADE MEDIA..".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-MEDIA.

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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                EVALUATE FS-ALUNOS
                    WHEN 35
                        MOVE WRK-MSG-FS-NAOENCONT TO WRK-MSG
                    WHEN 37
                        MOVE WRK-MSG-FS-PERMISSAO TO WRK-MSG
                    WHEN 39
                        MOVE WRK-MSG-FS-INCONSIST TO WRK-MSG
                    WHEN OTHER
                        MOVE WRK-MSG-OPEN         TO WRK-MSG
                END-EVALUATE
                 PERFORM 0900-MOSTRA
                  GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO MORTO E DOS VINCULOS COM -------
      *----------- RESPONSAVEL (SOMENTE LEITURA) -----------------------
            OPEN INPUT ALUNHIST.

            IF  FS-ALUNHIST EQUAL 35
                OPEN OUTPUT ALUNHIST
                CLOSE       ALUNHIST
                OPEN INPUT  ALUNHIST
            END-IF.

            OPEN INPUT RESPVINC.

            IF  FS-RESPVINC EQUAL 35
                OPEN OUTPUT RESPVINC
                CLOSE       RESPVINC
                OPEN INPUT  RESPVINC
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE SPACES                         TO WRK-PATH-RELDUP
           STRING FUNCTION TRIM(WRK-PATH-BASE) "DUPLICADOS_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELDUP

           OPEN OUTPUT RELDUP.

           MOVE ZEROS                          TO WRK-QTD-PARES
                                                  WRK-QTD-ALTA
                                                  WRK-QTD-MEDIA

           MOVE SPACES                         TO ARQ-RELDUP
           STRING "PESSOAS EM DUPLICIDADE - "
                  WRK-DATA-HORA(7:2) "/" WRK-DATA-HORA(5:2) "/"
                  WRK-DATA-HORA(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELDUP
           WRITE ARQ-RELDUP.

           MOVE SPACES                         TO ARQ-RELDUP
           STRING "GRAU  CRITERIO"
                  DELIMITED BY SIZE INTO ARQ-RELDUP
           WRITE ARQ-RELDUP.
           MOVE SPACES                         TO ARQ-RELDUP
           STRING "      RM     NOME                 CPF         "
                  "ARQUIVO  STATUS"
                  DELIMITED BY SIZE INTO ARQ-RELDUP
           WRITE ARQ-RELDUP.

           SORT SORTDUP
               ON ASCENDING KEY SD-DUP-GRUPO
                                SD-DUP-RM
               INPUT  PROCEDURE 0210-SELECIONAR-PESSOAS
               OUTPUT PROCEDURE 0230-APONTAR-DUPLICADOS.

           MOVE SPACES                         TO ARQ-RELDUP
           WRITE ARQ-RELDUP.
           MOVE SPACES                         TO ARQ-RELDUP
           STRING "TOTAL DE PARES APONTADOS: " WRK-QTD-PARES
                  "  (ALTA: " WRK-QTD-ALTA
                  "  MEDIA: " WRK-QTD-MEDIA ")"
                  DELIMITED BY SIZE INTO ARQ-RELDUP
           WRITE ARQ-RELDUP.

           CLOSE RELDUP.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGDUPL"                     TO ARQ-LOG-PROGRAMA
           MOVE "PESSOAS EM DUPLICIDADE"       TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-PARES                  TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELDUP                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-PESSOAS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- CADASTRO ATIVO: TODO RM AINDA NAO UNIFICADO ---------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0210-SELECIONAR-ARQUIVADOS
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-ARQUIVADOS
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               IF  ARQ-STATUS NOT EQUAL "UNIFICADO"
                   MOVE "A"                    TO SD-DUP-ORIGEM
                   PERFORM 0220-LIBERAR-PESSOA
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

       0210-SELECIONAR-ARQUIVADOS.

      *----------- ARQUIVO MORTO: O MESMO LAYOUT DE ALUNOS; O RM QUE --
      *----------- TAMBEM ESTA NO CADASTRO ATIVO JA FOI LIBERADO -------
           MOVE LOW-VALUES                     TO ARQ-HIST-RM

           START ALUNHIST KEY IS GREATER THAN OR EQUAL ARQ-HIST-RM
               INVALID KEY
                   GO TO 0210-SELECIONAR-PESSOAS-99-FIM
           END-START.

           READ ALUNHIST NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-PESSOAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNHIST NOT EQUAL ZEROS

               MOVE ARQ-HIST-RM                TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   INVALID KEY
                       MOVE ARQ-DADOS-HIST     TO ARQ-DADOS
                       IF  ARQ-STATUS NOT EQUAL "UNIFICADO"
                       AND ARQ-NOMEALUNO(1:11) NOT EQUAL "ANONIMIZADO"
                           MOVE "H"            TO SD-DUP-ORIGEM
                           PERFORM 0220-LIBERAR-PESSOA
                       END-IF
               END-READ

               READ ALUNHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNHIST.

      *-----------------------------------------------------------------
       0210-SELECIONAR-PESSOAS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LIBERAR-PESSOA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- UMA ENTRADA POR CRITERIO: NO GRUPO DO CPF E NO ------
      *----------- GRUPO DO RESPONSAVEL --------------------------------

           MOVE ARQ-RM                         TO SD-DUP-RM
           MOVE ARQ-NOMEALUNO                  TO SD-DUP-NOME
           MOVE ARQ-CPF                        TO SD-DUP-CPF
           MOVE ARQ-STATUS                     TO SD-DUP-STATUS.

           IF  ARQ-CPF NOT EQUAL SPACES
               MOVE SPACES                     TO SD-DUP-GRUPO
               MOVE "C"                        TO SD-DUP-GRUPO(1:1)
               MOVE ARQ-CPF                    TO SD-DUP-GRUPO(2:11)
               RELEASE SD-DUP
           END-IF.

           MOVE ARQ-RM                         TO ARQ-RVI-RM
           READ RESPVINC KEY IS ARQ-RVI-RM
               NOT INVALID KEY
                   MOVE SPACES                 TO SD-DUP-GRUPO
                   MOVE "R"                    TO SD-DUP-GRUPO(1:1)
                   MOVE ARQ-RVI-CODIGO         TO SD-DUP-GRUPO(2:6)
                   RELEASE SD-DUP
           END-READ.

      *-----------------------------------------------------------------
       0220-LIBERAR-PESSOA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-APONTAR-DUPLICADOS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- JUNTA AS PESSOAS DE CADA GRUPO E COMPARA NA QUEBRA --

           MOVE SPACES                         TO WRK-GRUPO-ATUAL
           MOVE ZEROS                          TO WRK-QTD-GRUPO
                                                  FS-SORT.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               RETURN SORTDUP
                   AT END
                       MOVE 9                  TO FS-SORT
                   NOT AT END
                       IF  SD-DUP-GRUPO NOT EQUAL WRK-GRUPO-ATUAL
                           PERFORM 0240-COMPARAR-GRUPO
                           MOVE SD-DUP-GRUPO   TO WRK-GRUPO-ATUAL
                           MOVE ZEROS          TO WRK-QTD-GRUPO
                       END-IF
                       IF  WRK-QTD-GRUPO LESS 50
                           ADD 1               TO WRK-QTD-GRUPO
                           MOVE SD-DUP-RM
                                TO WRK-GRP-RM(WRK-QTD-GRUPO)
                           MOVE SD-DUP-NOME
                                TO WRK-GRP-NOME(WRK-QTD-GRUPO)
                           MOVE SD-DUP-CPF
                                TO WRK-GRP-CPF(WRK-QTD-GRUPO)
                           MOVE SD-DUP-ORIGEM
                                TO WRK-GRP-ORIGEM(WRK-QTD-GRUPO)
                           MOVE SD-DUP-STATUS
                                TO WRK-GRP-STATUS(WRK-QTD-GRUPO)
                       END-IF
               END-RETURN

           END-PERFORM.

           PERFORM 0240-COMPARAR-GRUPO.

      *-----------------------------------------------------------------
       0230-APONTAR-DUPLICADOS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-COMPARAR-GRUPO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- COMPARA DOIS A DOIS AS PESSOAS DO GRUPO -------------

           IF  WRK-QTD-GRUPO LESS 2
               GO TO 0240-COMPARAR-GRUPO-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND-A FROM 1 BY 1
                   UNTIL WRK-IND-A NOT LESS WRK-QTD-GRUPO
               PERFORM VARYING WRK-IND-B FROM WRK-IND-A BY 1
                       UNTIL WRK-IND-B NOT LESS WRK-QTD-GRUPO
                   PERFORM 0245-COMPARAR-PAR
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
       0240-COMPARAR-GRUPO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-COMPARAR-PAR                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CLASSIFICA O PAR (WRK-IND-A, WRK-IND-B + 1) PELO ----
      *----------- CRITERIO DO GRUPO E PELA SEMELHANCA DOS NOMES -------

           ADD 1 TO WRK-IND-B GIVING WRK-IND-PAR.

           PERFORM 0250-COMPARAR-NOMES.

           MOVE SPACES                         TO WRK-GRAU
                                                  WRK-CRITERIO.

           IF  WRK-GRUPO-ATUAL(1:1) EQUAL "C"
               EVALUATE WRK-SEMELHANCA
                   WHEN "I"
                       MOVE "ALTA"             TO WRK-GRAU
                       MOVE "MESMO CPF E MESMO NOME"
                                               TO WRK-CRITERIO
                   WHEN "P"
                       MOVE "ALTA"             TO WRK-GRAU
                       MOVE "MESMO CPF E NOME PARECIDO"
                                               TO WRK-CRITERIO
                   WHEN OTHER
                       MOVE "MEDIA"            TO WRK-GRAU
                       MOVE "MESMO CPF E NOME DIFERENTE"
                                               TO WRK-CRITERIO
               END-EVALUATE
           ELSE
      *----------- NO GRUPO DO RESPONSAVEL, O PAR COM O MESMO CPF -----
      *----------- JA SAIU NO GRUPO DO CPF -----------------------------
               IF  WRK-GRP-CPF(WRK-IND-A) NOT EQUAL SPACES
               AND WRK-GRP-CPF(WRK-IND-A) EQUAL
                   WRK-GRP-CPF(WRK-IND-PAR)
                   GO TO 0245-COMPARAR-PAR-99-FIM
               END-IF
               EVALUATE WRK-SEMELHANCA
                   WHEN "I"
                       MOVE "ALTA"             TO WRK-GRAU
                       MOVE "MESMO RESPONSAVEL E MESMO NOME"
                                               TO WRK-CRITERIO
                   WHEN "P"
                       MOVE "MEDIA"            TO WRK-GRAU
                       MOVE "MESMO RESPONSAVEL E NOME PARECIDO"
                                               TO WRK-CRITERIO
                   WHEN OTHER
                       GO TO 0245-COMPARAR-PAR-99-FIM
               END-EVALUATE
           END-IF.

           PERFORM 0260-SUGERIR-SOBREVIVENTE.

           ADD 1                               TO WRK-QTD-PARES.
           IF  WRK-GRAU EQUAL "ALTA"
               ADD 1                           TO WRK-QTD-ALTA
           ELSE
               ADD 1                           TO WRK-QTD-MEDIA
           END-IF.

           MOVE SPACES                         TO ARQ-RELDUP
           WRITE ARQ-RELDUP.

           MOVE WRK-GRAU                       TO WRK-LP-GRAU
           MOVE WRK-CRITERIO                   TO WRK-LP-CRITERIO
           MOVE WRK-RM-SUGERIDO                TO WRK-LP-SUGERIDO
           MOVE WRK-LINHA-PAR                  TO ARQ-RELDUP
           WRITE ARQ-RELDUP.

           MOVE WRK-IND-A                      TO WRK-IND-LINHA
           PERFORM 0270-LINHA-PESSOA.
           MOVE WRK-IND-PAR                    TO WRK-IND-LINHA
           PERFORM 0270-LINHA-PESSOA.

      *-----------------------------------------------------------------
       0245-COMPARAR-PAR-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-COMPARAR-NOMES                                     SECTION.
      *-----------------------------------------------------------------
      *----------- I = NOMES IGUAIS SEM OS ESPACOS; P = ATE DUAS -------
      *----------- LETRAS DE DIFERENCA OU MESMO PRIMEIRO E ULTIMO ------
      *----------- NOME; D = DIFERENTES --------------------------------

           MOVE WRK-GRP-NOME(WRK-IND-A)        TO WRK-NOME-ENTRA
           PERFORM 0255-PREPARAR-NOME
           MOVE WRK-NOME-COMPACTO              TO WRK-NOME-A
           MOVE WRK-TAM-COMPACTO               TO WRK-TAM-A
           MOVE WRK-PRIMEIRO                   TO WRK-PRIMEIRO-A
           MOVE WRK-ULTIMO                     TO WRK-ULTIMO-A.

           MOVE WRK-GRP-NOME(WRK-IND-PAR)      TO WRK-NOME-ENTRA
           PERFORM 0255-PREPARAR-NOME
           MOVE WRK-NOME-COMPACTO              TO WRK-NOME-B
           MOVE WRK-TAM-COMPACTO               TO WRK-TAM-B
           MOVE WRK-PRIMEIRO                   TO WRK-PRIMEIRO-B
           MOVE WRK-ULTIMO                     TO WRK-ULTIMO-B.

           MOVE "D"                            TO WRK-SEMELHANCA.

           IF  WRK-TAM-A EQUAL ZEROS OR WRK-TAM-B EQUAL ZEROS
               GO TO 0250-COMPARAR-NOMES-99-FIM
           END-IF.

           IF  WRK-NOME-A EQUAL WRK-NOME-B
               MOVE "I"                        TO WRK-SEMELHANCA
               GO TO 0250-COMPARAR-NOMES-99-FIM
           END-IF.

           IF  WRK-PRIMEIRO-A EQUAL WRK-PRIMEIRO-B
           AND WRK-ULTIMO-A   EQUAL WRK-ULTIMO-B
               MOVE "P"                        TO WRK-SEMELHANCA
               GO TO 0250-COMPARAR-NOMES-99-FIM
           END-IF.

      *----------- DISTANCIA DE EDICAO: A CELULA (L, C) GUARDA O -------
      *----------- CUSTO DE IGUALAR AS L-1 PRIMEIRAS LETRAS DE A AS ----
      *----------- C-1 PRIMEIRAS DE B ----------------------------------
           PERFORM VARYING WRK-LIN FROM 1 BY 1
                   UNTIL WRK-LIN GREATER WRK-TAM-A + 1
               COMPUTE WRK-DIS-CELULA(WRK-LIN, 1) = WRK-LIN - 1
           END-PERFORM.

           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL GREATER WRK-TAM-B + 1
               COMPUTE WRK-DIS-CELULA(1, WRK-COL) = WRK-COL - 1
           END-PERFORM.

           PERFORM VARYING WRK-LIN FROM 2 BY 1
                   UNTIL WRK-LIN GREATER WRK-TAM-A + 1
               PERFORM VARYING WRK-COL FROM 2 BY 1
                       UNTIL WRK-COL GREATER WRK-TAM-B + 1
                   IF  WRK-NOME-A(WRK-LIN - 1:1) EQUAL
                       WRK-NOME-B(WRK-COL - 1:1)
                       MOVE ZEROS              TO WRK-CUSTO
                   ELSE
                       MOVE 1                  TO WRK-CUSTO
                   END-IF
                   COMPUTE WRK-MENOR =
                           WRK-DIS-CELULA(WRK-LIN - 1, WRK-COL - 1)
                           + WRK-CUSTO
                   IF  WRK-DIS-CELULA(WRK-LIN - 1, WRK-COL) + 1
                       LESS WRK-MENOR
                       COMPUTE WRK-MENOR =
                               WRK-DIS-CELULA(WRK-LIN - 1, WRK-COL) + 1
                   END-IF
                   IF  WRK-DIS-CELULA(WRK-LIN, WRK-COL - 1) + 1
                       LESS WRK-MENOR
                       COMPUTE WRK-MENOR =
                               WRK-DIS-CELULA(WRK-LIN, WRK-COL - 1) + 1
                   END-IF
                   MOVE WRK-MENOR
                        TO WRK-DIS-CELULA(WRK-LIN, WRK-COL)
               END-PERFORM
           END-PERFORM.

           COMPUTE WRK-LIN = WRK-TAM-A + 1
           COMPUTE WRK-COL = WRK-TAM-B + 1
           MOVE WRK-DIS-CELULA(WRK-LIN, WRK-COL) TO WRK-DISTANCIA.

           IF  WRK-DISTANCIA NOT GREATER 2
               MOVE "P"                        TO WRK-SEMELHANCA
           END-IF.

      *-----------------------------------------------------------------
       0250-COMPARAR-NOMES-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-PREPARAR-NOME                                      SECTION.
      *-----------------------------------------------------------------
      *----------- NOME SEM ESPACOS, PRIMEIRO E ULTIMO NOME DE ---------
      *----------- WRK-NOME-ENTRA --------------------------------------

           MOVE FUNCTION UPPER-CASE(WRK-NOME-ENTRA) TO WRK-NOME-ENTRA
           MOVE SPACES                         TO WRK-NOME-COMPACTO
                                                  WRK-PRIMEIRO
                                                  WRK-ULTIMO
           MOVE ZEROS                          TO WRK-TAM-COMPACTO
                                                  WRK-POS-PRI
                                                  WRK-POS-FIM.

           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS GREATER 20
               IF  WRK-NOME-ENTRA(WRK-POS:1) NOT EQUAL SPACE
                   ADD 1                       TO WRK-TAM-COMPACTO
                   MOVE WRK-NOME-ENTRA(WRK-POS:1)
                        TO WRK-NOME-COMPACTO(WRK-TAM-COMPACTO:1)
                   MOVE WRK-POS                TO WRK-POS-FIM
                   IF  WRK-POS-PRI EQUAL ZEROS
                       MOVE WRK-POS            TO WRK-POS-PRI
                   END-IF
               END-IF
           END-PERFORM.

           IF  WRK-TAM-COMPACTO EQUAL ZEROS
               GO TO 0255-PREPARAR-NOME-99-FIM
           END-IF.

           UNSTRING WRK-NOME-ENTRA(WRK-POS-PRI:) DELIMITED BY SPACE
               INTO WRK-PRIMEIRO.

      *----------- O ULTIMO NOME VAI DO ESPACO ANTERIOR A ULTIMA ------
      *----------- LETRA ATE ELA ---------------------------------------
           MOVE WRK-POS-FIM                    TO WRK-POS-INI.

           PERFORM UNTIL WRK-POS-INI EQUAL 1
                      OR WRK-NOME-ENTRA(WRK-POS-INI - 1:1) EQUAL SPACE
               SUBTRACT 1                      FROM WRK-POS-INI
           END-PERFORM.

           MOVE WRK-NOME-ENTRA(WRK-POS-INI:
                               WRK-POS-FIM - WRK-POS-INI + 1)
                                               TO WRK-ULTIMO.

      *-----------------------------------------------------------------
       0255-PREPARAR-NOME-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-SUGERIR-SOBREVIVENTE                               SECTION.
      *-----------------------------------------------------------------
      *----------- FICA O RM ATIVO EM ALUNOS; DEPOIS O QUE ESTA EM ----
      *----------- ALUNOS; DEPOIS O MENOR RM (O MAIS ANTIGO) -----------

           MOVE 1                              TO WRK-PESO-A
                                                  WRK-PESO-B.

           IF  WRK-GRP-ORIGEM(WRK-IND-A) EQUAL "A"
               MOVE 2                          TO WRK-PESO-A
               IF  WRK-GRP-STATUS(WRK-IND-A) EQUAL "ATIVO"
                   MOVE 3                      TO WRK-PESO-A
               END-IF
           END-IF.

           IF  WRK-GRP-ORIGEM(WRK-IND-PAR) EQUAL "A"
               MOVE 2                          TO WRK-PESO-B
               IF  WRK-GRP-STATUS(WRK-IND-PAR) EQUAL "ATIVO"
                   MOVE 3                      TO WRK-PESO-B
               END-IF
           END-IF.

      *----------- NA ORDENACAO O RM DE WRK-IND-A E SEMPRE O MENOR ----
           IF  WRK-PESO-B GREATER WRK-PESO-A
               MOVE WRK-GRP-RM(WRK-IND-PAR)    TO WRK-RM-SUGERIDO
           ELSE
               MOVE WRK-GRP-RM(WRK-IND-A)      TO WRK-RM-SUGERIDO
           END-IF.

      *-----------------------------------------------------------------
       0260-SUGERIR-SOBREVIVENTE-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-LINHA-PESSOA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA POR RM DO PAR (WRK-IND-LINHA) -------------

           MOVE WRK-GRP-RM(WRK-IND-LINHA)      TO WRK-LD-RM
           MOVE WRK-GRP-NOME(WRK-IND-LINHA)    TO WRK-LD-NOME
           MOVE WRK-GRP-CPF(WRK-IND-LINHA)     TO WRK-LD-CPF
           MOVE WRK-GRP-STATUS(WRK-IND-LINHA)  TO WRK-LD-STATUS

           IF  WRK-GRP-ORIGEM(WRK-IND-LINHA) EQUAL "A"
               MOVE "ALUNOS"                   TO WRK-LD-ARQUIVO
           ELSE
               MOVE "ALUNHIST"                 TO WRK-LD-ARQUIVO
           END-IF.

           MOVE WRK-LINHA-PESSOA               TO ARQ-RELDUP
           WRITE ARQ-RELDUP.

      *-----------------------------------------------------------------
       0270-LINHA-PESSOA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNHIST.

             CLOSE  RESPVINC.

             CLOSE  OPLOG.

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

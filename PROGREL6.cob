      *----    A PARTIR DAS COBRANCAS EM ABERTO DE MENSALID.dat DOS
      *----    ALUNOS ATIVOS, COM TOTAIS POR CURSO, POR CAMPUS E
      *----    TOTAL GERAL. AS COBRANCAS RENEGOCIADAS SAO TOTALIZADAS
      *----    EM SEPARADO, FORA DAS FAIXAS DE ATRASO. OPCIONALMENTE
      *----    LISTA O DETALHE POR ALUNO COM O TOTAL EM ABERTO, O
      *----    ULTIMO CONTATO DE COBRANCA E A PROMESSA DE PAGAMENTO
      *----    EM ABERTO (COBCONT.dat, PROGCCOB).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- COBCONT           I             BOKCCOB
      *---- RELAGING          O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT COBCONT  ASSIGN TO WRK-PATH-COBCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CCT-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-CCT-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-COBCONT.

           SELECT SORTDET ASSIGN TO "SORTDET.TMP".

           SELECT RELAGING ASSIGN TO WRK-PATH-RELAGING
                  FILE STATUS IS FS-RELAGING.

       FD  MENSALID.
       COPY "BOKMENS".

       FD  COBCONT.
       COPY "BOKCCOB".

      *-------------------- AREA DE ORDENACAO DO DETALHE POR ALUNO -----
       SD  SORTDET.
       01  SD-DET.
           05 SD-DET-RM                 PIC X(06).
           05 SD-DET-VALOR              PIC 9(06)V99.

      *-------------------- AREA DO RELATORIO DE INADIMPLENCIA ---------
       FD  RELAGING.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-COBCONT                   PIC 9(02).
       77  FS-RELAGING                  PIC 9(02).
       77  FS-SORT                      PIC 9(02).

      *--- "S" = ARQUIVO DE CONTATOS DE COBRANCA ABERTO (SEM ELE O -----
      *--- DETALHE SAI SEM O ULTIMO CONTATO E SEM A PROMESSA) ----------
       77  WRK-ABRIU-COBCONT            PIC X(01) VALUE "N".
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEL DO NOME DO ARQUIVO DO RELATORIO ----------
                                VALUE "RENEGOCIADO.....".
           05 WRK-LR-TOTAL-ED           PIC Z(07)9,99.

      *------------- DETALHE POR ALUNO (OPCIONAL) ----------------------
       77  WRK-DETALHE                  PIC X(01) VALUE SPACES.
       77  WRK-RM-ATUAL                 PIC X(06) VALUE SPACES.
       77  WRK-ALU-ABERTO               PIC 9(08)V99 VALUE ZEROS.

       01  WRK-CABECALHO-DET.
           05 FILLER                    PIC X(28) VALUE "RM     ALUNO".
           05 FILLER                    PIC X(12) VALUE "   EM ABERTO".
           05 FILLER                    PIC X(11) VALUE "ULT.CONTATO".
           05 FILLER                    PIC X(23)
                                VALUE "PROMESSA ABERTA".

       01  WRK-LINHA-DET.
           05 WRK-LD-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-ABERTO-ED          PIC Z(07)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-ULT-CONTATO        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-PROM-ABERTA        PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-PROM-DATA          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-PROM-VALOR-ED      PIC Z(06)9,99.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 53 USING WRK-OPCAO.

       01  SCR-DETALHE.
           05 LINE  11 COLUMN 09 VALUE
                  "DETALHE POR ALUNO (CONTATO/PROMESSA) (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  11 COLUMN 55 USING WRK-DETALHE.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "COBRANCAS EM ABERTO..".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-COBRANCAS.
                  GOBACK
            END-IF.

      *----------- ABERTURA DOS CONTATOS DE COBRANCA (TOLERANTE) -------
            OPEN INPUT COBCONT.

            IF  FS-COBCONT EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-COBCONT
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

               GOBACK
           END-IF.

           MOVE "N"                            TO WRK-DETALHE
           ACCEPT SCR-DETALHE.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE

           PERFORM 0230-ESCREVER-RELATORIO.

           IF  WRK-DETALHE EQUAL "S" OR WRK-DETALHE EQUAL "s"
               PERFORM 0240-DETALHAR-ALUNOS
           END-IF.

           CLOSE RELAGING.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
       0230-ESCREVER-RELATORIO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-DETALHAR-ALUNOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- DETALHE POR ALUNO: TOTAL EM ABERTO, ULTIMO CONTATO -
      *----------- DE COBRANCA E PROMESSA DE PAGAMENTO EM ABERTO -------

           MOVE SPACES                         TO ARQ-RELAGING
           STRING "*** DETALHE POR ALUNO ***"
                  DELIMITED BY SIZE INTO ARQ-RELAGING
           WRITE ARQ-RELAGING.

           MOVE WRK-CABECALHO-DET              TO ARQ-RELAGING
           WRITE ARQ-RELAGING.

           SORT SORTDET
               ON ASCENDING KEY SD-DET-RM
               INPUT  PROCEDURE 0241-SELECIONAR-ABERTAS
               OUTPUT PROCEDURE 0245-LISTAR-ALUNOS.

      *-----------------------------------------------------------------
       0240-DETALHAR-ALUNOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0241-SELECIONAR-ABERTAS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- LIBERA AS COBRANCAS EM ABERTO DOS MESMOS ALUNOS -----
      *----------- DO RELATORIO (ATIVOS E DO CAMPUS DO OPERADOR) -------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0241-SELECIONAR-ABERTAS-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0241-SELECIONAR-ABERTAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-STATUS EQUAL "ABERTO"
                   PERFORM 0242-LIBERAR-COBRANCA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0241-SELECIONAR-ABERTAS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0242-LIBERAR-COBRANCA                                   SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-MEN-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   GO TO 0242-LIBERAR-COBRANCA-99-FIM
           END-READ.

           IF  ARQ-STATUS NOT EQUAL "ATIVO"
               GO TO 0242-LIBERAR-COBRANCA-99-FIM
           END-IF.

           IF  WRK-OPER-PERFIL NOT EQUAL "A"
           AND WRK-OPER-PERFIL NOT EQUAL "S"
           AND WRK-OPER-CAMPUS NOT EQUAL SPACES
           AND ARQ-CAMPUS NOT EQUAL WRK-OPER-CAMPUS
               GO TO 0242-LIBERAR-COBRANCA-99-FIM
           END-IF.

           MOVE ARQ-MEN-RM                     TO SD-DET-RM
           MOVE ARQ-MEN-VALOR                  TO SD-DET-VALOR
           RELEASE SD-DET.

      *-----------------------------------------------------------------
       0242-LIBERAR-COBRANCA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-LISTAR-ALUNOS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- QUEBRA POR RM: UMA LINHA POR ALUNO -----------------

           RETURN SORTDET
               AT END
                   GO TO 0245-LISTAR-ALUNOS-99-FIM
           END-RETURN.

           MOVE ZEROS                          TO FS-SORT
           MOVE SD-DET-RM                      TO WRK-RM-ATUAL
           MOVE ZEROS                          TO WRK-ALU-ABERTO.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               IF  SD-DET-RM NOT EQUAL WRK-RM-ATUAL
                   PERFORM 0246-ESCREVER-ALUNO
                   MOVE SD-DET-RM              TO WRK-RM-ATUAL
                   MOVE ZEROS                  TO WRK-ALU-ABERTO
               END-IF

               ADD SD-DET-VALOR                TO WRK-ALU-ABERTO

               RETURN SORTDET
                   AT END
                       MOVE 9                  TO FS-SORT
               END-RETURN

           END-PERFORM.

           PERFORM 0246-ESCREVER-ALUNO.

      *-----------------------------------------------------------------
       0245-LISTAR-ALUNOS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0246-ESCREVER-ALUNO                                     SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-LD-NOME
           MOVE WRK-RM-ATUAL                   TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               NOT INVALID KEY
                   MOVE ARQ-NOMEALUNO          TO WRK-LD-NOME
           END-READ.

           MOVE WRK-RM-ATUAL                   TO WRK-LD-RM
           MOVE WRK-ALU-ABERTO                 TO WRK-LD-ABERTO-ED

           PERFORM 0247-LOCALIZAR-CONTATOS.

           MOVE WRK-LINHA-DET                  TO ARQ-RELAGING
           WRITE ARQ-RELAGING.

      *-----------------------------------------------------------------
       0246-ESCREVER-ALUNO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0247-LOCALIZAR-CONTATOS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- CONTATOS DO RM PELA CHAVE ALTERNATIVA: O ULTIMO -----
      *----------- LIDO E O MAIS RECENTE; A PROMESSA ABERTA MAIS -------
      *----------- RECENTE VAI PARA A LINHA ----------------------------

           MOVE SPACES                         TO WRK-LD-ULT-CONTATO
                                                  WRK-LD-PROM-DATA
           MOVE "N"                            TO WRK-LD-PROM-ABERTA
           MOVE ZEROS                          TO WRK-LD-PROM-VALOR-ED

           IF  WRK-ABRIU-COBCONT NOT EQUAL "S"
               GO TO 0247-LOCALIZAR-CONTATOS-99-FIM
           END-IF.

           MOVE WRK-RM-ATUAL                   TO ARQ-CCT-RM

           START COBCONT KEY IS GREATER THAN OR EQUAL ARQ-CCT-RM
               INVALID KEY
                   GO TO 0247-LOCALIZAR-CONTATOS-99-FIM
           END-START.

           READ COBCONT NEXT RECORD
               AT END
                   GO TO 0247-LOCALIZAR-CONTATOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-COBCONT NOT EQUAL ZEROS
                      OR ARQ-CCT-RM NOT EQUAL WRK-RM-ATUAL

               STRING ARQ-CCT-DATA(7:2) "/" ARQ-CCT-DATA(5:2) "/"
                      ARQ-CCT-DATA(1:4)
                      DELIMITED BY SIZE INTO WRK-LD-ULT-CONTATO

               IF  ARQ-CCT-PROM-STATUS EQUAL "ABERTA"
                   MOVE "S"                    TO WRK-LD-PROM-ABERTA
                   MOVE SPACES                 TO WRK-LD-PROM-DATA
                   STRING ARQ-CCT-PROM-DATA(7:2) "/"
                          ARQ-CCT-PROM-DATA(5:2) "/"
                          ARQ-CCT-PROM-DATA(1:4)
                          DELIMITED BY SIZE INTO WRK-LD-PROM-DATA
                   MOVE ARQ-CCT-PROM-VALOR     TO WRK-LD-PROM-VALOR-ED
               END-IF

               READ COBCONT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COBCONT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COBCONT.

      *-----------------------------------------------------------------
       0247-LOCALIZAR-CONTATOS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-COBCONT EQUAL "S"
                 CLOSE COBCONT
             END-IF.

             CLOSE OPLOG.

      *-----------------------------------------------------------------

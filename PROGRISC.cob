      *--- EMPRESA  : XPTO
      *--- DATA     : 21/08/2026
      *--- OBJETIVOS: GERAR O RELATORIO DE ALUNOS EM RISCO PARA O
      *----    COMITE DE RETENCAO: ALUNOS ATIVOS COM MEDIA DO
      *----    SEMESTRE ABAIXO DA MEDIA DE APROVACAO OU COM
      *----    MENSALIDADE EM ABERTO, UMA LINHA POR ALUNO COM OS DOIS
      *----    INDICADORES, AGRUPADO POR CURSO E CAMPUS. OS
      *----    INDICADORES VEM DO RESUMO CONSOLIDADO DO ALUNO
      *----    (RESALUNO.dat, PROGRSGE), CUJA POSICAO SAI NO
      *----    CABECALHO; ALUNO ATIVO SEM RESUMO SAI COM "?" NOS DOIS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- RESALUNO          I             BOKRSAL
      *---- RELRISCO          O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

      *----------- RESUMO CONSOLIDADO DO ALUNO (PROGRSGE) --------------
           SELECT RESALUNO  ASSIGN TO WRK-PATH-RESALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RESALUNO.

           SELECT RELRISCO ASSIGN TO WRK-PATH-RELRISCO
                  FILE STATUS IS FS-RELRISCO.
       FD  ALUNOS.
       COPY "BOKALU".

       FD  RESALUNO.
       COPY "BOKRSAL".

      *-------------------- AREA DO RELATORIO DE RISCO -----------------
       FD  RELRISCO.
      *-------------------- AREA DE ORDENACAO POR CURSO E CAMPUS -------
       SD  SORTALU.
       01  SD-ALU.
           05 SD-RM                     PIC X(06).
           05 SD-NOMEALUNO              PIC X(20).
           05 SD-CURSO                  PIC X(15).
           05 SD-SEMESTRE               PIC X(02).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-RESALUNO                  PIC 9(02).
       77  FS-RELRISCO                  PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).
      *--- MESMA MEDIA MINIMA DE APROVACAO DO PROGFECH -----------------
       77  WRK-MEDIA-APROVACAO          PIC 9(02)V99 VALUE 6.
       77  WRK-QTD-RISCO                PIC 9(04)    VALUE ZEROS.
       77  WRK-POSICAO-ED               PIC X(16)    VALUE SPACES.
       77  WRK-IND-ACADEMICO            PIC X(01)    VALUE SPACES.
       77  WRK-IND-FINANCEIRO           PIC X(01)    VALUE SPACES.

           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WRK-LINHA-CAMPUS          PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WRK-LINHA-RM              PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WRK-LINHA-NOME            PIC X(20).
           05 FILLER                    PIC X(06) VALUE " ACAD ".
      *----------- COPIA DE SEGURANCA DO ARQUIVO ANTES DO RELATORIO ----
           CALL "PROGBKUP".

      *----------- ABERTURA DO RESUMO CONSOLIDADO DO ALUNO -------------
            OPEN INPUT RESALUNO.

            IF  FS-RESALUNO NOT EQUAL 0
                MOVE WRK-MSG-RSA-VAZIO         TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- POSICAO DO RESUMO (PRIMEIRO REGISTRO) ---------------
            READ RESALUNO NEXT RECORD
                AT END
                    CLOSE RESALUNO
                    MOVE WRK-MSG-RSA-VAZIO     TO WRK-MSG
                    PERFORM 0900-MOSTRA
                    GOBACK
            END-READ.

            STRING ARQ-RSA-DATAHORA(7:2) "/" ARQ-RSA-DATAHORA(5:2) "/"
                   ARQ-RSA-DATAHORA(1:4) " "
                   ARQ-RSA-DATAHORA(9:2) ":" ARQ-RSA-DATAHORA(11:2)
                   DELIMITED BY SIZE INTO WRK-POSICAO-ED.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

           OPEN OUTPUT RELRISCO.

           MOVE SPACES                         TO ARQ-RELRISCO
           STRING "POSICAO DO RESUMO DO ALUNO: " WRK-POSICAO-ED
                  DELIMITED BY SIZE INTO ARQ-RELRISCO
           WRITE ARQ-RELRISCO.

           MOVE SPACES                         TO ARQ-RELRISCO
           STRING "CURSO           CAMPUS          RM     NOME ALUNO"
                  DELIMITED BY SIZE INTO ARQ-RELRISCO
           WRITE ARQ-RELRISCO.

               IF  SD-STATUS EQUAL "ATIVO"
                   PERFORM 0220-APURAR-INDICADORES

                   IF  WRK-IND-ACADEMICO NOT EQUAL "N"
                   OR  WRK-IND-FINANCEIRO NOT EQUAL "N"
                       MOVE SD-CURSO           TO WRK-LINHA-CURSO
                       MOVE SD-CAMPUS          TO WRK-LINHA-CAMPUS
                       MOVE SD-RM              TO WRK-LINHA-RM
      *-----------------------------------------------------------------
       0220-APURAR-INDICADORES                                 SECTION.
      *-----------------------------------------------------------------
      *----------- INDICADOR ACADEMICO: MEDIA DO SEMESTRE ABAIXO DA ---
      *----------- MEDIA DE APROVACAO ---------------------------------
      *----------- INDICADOR FINANCEIRO: COBRANCA EM ABERTO ------------
      *----------- AMBOS PELO RESUMO CONSOLIDADO DO RM -----------------

           MOVE "N"                            TO WRK-IND-ACADEMICO
           MOVE "N"                            TO WRK-IND-FINANCEIRO

           MOVE SD-RM                          TO ARQ-RSA-RM
           READ RESALUNO KEY IS ARQ-RSA-RM
               INVALID KEY
                   MOVE "?"                    TO WRK-IND-ACADEMICO
                   MOVE "?"                    TO WRK-IND-FINANCEIRO
                   GO TO 0220-APURAR-INDICADORES-99-FIM
           END-READ.

           IF  ARQ-RSA-QTD-NOTAS GREATER ZEROS
           AND ARQ-RSA-MEDIA LESS WRK-MEDIA-APROVACAO
               MOVE "S"                        TO WRK-IND-ACADEMICO
           END-IF.

           IF  ARQ-RSA-QTD-ABERTAS GREATER ZEROS
               MOVE "S"                        TO WRK-IND-FINANCEIRO
           END-IF.

      *-----------------------------------------------------------------
       0220-APURAR-INDICADORES-99-FIM                          SECTION.
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNOS JA FOI FECHADO PELO SORT ---------------------
             CLOSE  RESALUNO.

             CLOSE OPLOG.


       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRSGE.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: ROTINA NOTURNA DO RESUMO CONSOLIDADO DO ALUNO:
      *----    REMONTA RESALUNO.dat (BOKRSAL) PELO PROGRSMT, UM
      *----    REGISTRO POR RM COM A POSICAO DA EXECUCAO (SALDO EM
      *----    ABERTO E VENCIDA MAIS ANTIGA, ULTIMO PAGAMENTO,
      *----    RENEGOCIACAO, MEDIA DO SEMESTRE, DISCIPLINA DE MAIOR
      *----    RISCO DE FALTA, DEPENDENCIAS E REQUERIMENTOS). A
      *----    CONSULTA 360, O RELATORIO DE RISCO, O FECHAMENTO DE
      *----    INDICADORES, A MALA DIRETA E A REMATRICULA LEEM O
      *----    RESUMO. NAO PEDE DADOS NA TELA: AGENDAR COMO JOB
      *----    DIARIO (JOBS.dat/AGENDA.dat), SEGUIDO DO PROGRSCF.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- RESALUNO          O             BOKRSAL (VIA PROGRSMT)
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
           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- MONTAGEM DO RESUMO (PROGRSMT) ---------------------
       77  WRK-RSM-DATAHORA             PIC X(14) VALUE SPACES.
       77  WRK-RSM-QTD                  PIC 9(06) VALUE ZEROS.
       77  WRK-RSM-OK                   PIC X(01) VALUE SPACES.
       77  WRK-POSICAO-ED               PIC X(16) VALUE SPACES.

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
                  "RESUMO CONSOLIDADO DO ALUNO"
                  BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  10 COLUMN 20 VALUE "POSICAO DO RESUMO............".
           05 LINE  10 COLUMN 51 FROM  WRK-POSICAO-ED.
           05 LINE  11 COLUMN 20 VALUE "ALUNOS NO RESUMO.............".
           05 LINE  11 COLUMN 51 FROM  WRK-RSM-QTD.

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

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:14)            TO WRK-RSM-DATAHORA

           CALL "PROGRSMT" USING WRK-PATH-RESALUNO, WRK-RSM-DATAHORA,
                WRK-RSM-QTD, WRK-RSM-OK.

           IF  WRK-RSM-OK NOT EQUAL "S"
               MOVE WRK-MSG-OPEN               TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           STRING WRK-RSM-DATAHORA(7:2) "/" WRK-RSM-DATAHORA(5:2) "/"
                  WRK-RSM-DATAHORA(1:4) " "
                  WRK-RSM-DATAHORA(9:2) ":" WRK-RSM-DATAHORA(11:2)
                  DELIMITED BY SIZE INTO WRK-POSICAO-ED

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGRSGE"                     TO ARQ-LOG-PROGRAMA
           MOVE "RESUMO CONSOLIDADO DO ALUNO"  TO ARQ-LOG-RELATORIO
           MOVE WRK-RSM-QTD                    TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RESALUNO              TO ARQ-LOG-ARQUIVOGERADO
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
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE OPLOG.

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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNDCV.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONFERIR SE UM RM TEM CERTIDAO DE NADA CONSTA
      *----    (NADACONS.dat) DENTRO DA VALIDADE. DEVOLVE "S" QUANDO
      *----    HA CERTIDAO COM VALIDADE IGUAL OU POSTERIOR A HOJE E
      *----    "N" NOS DEMAIS CASOS (INCLUSIVE SEM O ARQUIVO).
      *----    CHAMADO POR PROGDIPL E PROGTRANS ANTES DE SEGUIR.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- NADACONS          I             BOKNADA
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
           SELECT NADACONS  ASSIGN TO WRK-PATH-NADACONS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NDC-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NDC-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NADACONS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  NADACONS.
       COPY "BOKNADA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-NADACONS                  PIC 9(02).

       77  WRK-DATA-HOJE                PIC X(08) VALUE SPACES.

      *--- "S" = NADACONS ABERTO NESTA CHAMADA -------------------------
       77  WRK-ABRIU-NADACONS           PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-NDCV-RM                        PIC X(06).
       01  LNK-NDCV-RESULTADO                 PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-NDCV-RM, LNK-NDCV-RESULTADO.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

      *----------- SEM CERTIDAO VALIDA O RM FICA BLOQUEADO -------------
           MOVE "N"                       TO LNK-NDCV-RESULTADO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.

           MOVE "N"                       TO WRK-ABRIU-NADACONS.

           OPEN INPUT NADACONS.

           IF  FS-NADACONS EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-NADACONS
           END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------ NENHUMA CERTIDAO EMITIDA AINDA: CONTINUA BLOQUEADO -------
           IF  WRK-ABRIU-NADACONS NOT EQUAL "S"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- PERCORRE AS CERTIDOES DO RM PELA CHAVE ALTERNATIVA --
           MOVE LNK-NDCV-RM               TO ARQ-NDC-RM

           START NADACONS KEY IS EQUAL ARQ-NDC-RM
               INVALID KEY
                   GO TO 0200-PROCESSAR-99-FIM
           END-START.

           READ NADACONS NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-99-FIM
           END-READ.

           PERFORM UNTIL FS-NADACONS NOT EQUAL ZEROS
                      OR ARQ-NDC-RM NOT EQUAL LNK-NDCV-RM

               IF  ARQ-NDC-DATA-VALIDADE NOT LESS WRK-DATA-HOJE
                   MOVE "S"               TO LNK-NDCV-RESULTADO
               END-IF

               READ NADACONS NEXT RECORD
                   AT END
                       MOVE 9             TO FS-NADACONS
               END-READ

           END-PERFORM.

           MOVE ZEROS                     TO FS-NADACONS.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-NADACONS EQUAL "S"
               CLOSE NADACONS
           END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

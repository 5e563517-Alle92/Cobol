       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCSNV.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONFERIR SE UM TITULAR (ALUNO PELO RM OU
      *----    RESPONSAVEL FINANCEIRO PELO CODIGO) ACEITA RECEBER
      *----    MENSAGENS DE UMA CATEGORIA (FIN / ACAD / MKT) POR UM
      *----    CANAL (EMAIL / SMS / CARTA), PELO CADASTRO CONSENT.dat.
      *----    DEVOLVE "S" = PODE ENVIAR, "N" = RECUSADO PELO
      *----    TITULAR, "P" = MARKETING SEM AUTORIZACAO EXPRESSA. SEM
      *----    REGISTRO (OU SEM O ARQUIVO) VALE O PADRAO: FINANCEIRO E
      *----    ACADEMICO LIBERADOS, MARKETING BLOQUEADO. CHAMADO POR
      *----    PROGNOTI E PROGCART.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CONSENT           I             BOKCSNT
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
           SELECT CONSENT  ASSIGN TO WRK-PATH-CONSENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CSN-CHAVE
                  FILE STATUS IS FS-CONSENT.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CONSENT.
       COPY "BOKCSNT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-CONSENT                   PIC 9(02).

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA (VER PROGRESP) -----------
       77  WRK-ABRIU-CONSENT            PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-CSN-TIPO                       PIC X(01).
       01  LNK-CSN-TITULAR                    PIC X(06).
       01  LNK-CSN-CANAL                      PIC X(05).
       01  LNK-CSN-CATEGORIA                  PIC X(04).
       01  LNK-CSN-PERMITIDO                  PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-CSN-TIPO, LNK-CSN-TITULAR, LNK-CSN-CANAL,
             LNK-CSN-CATEGORIA, LNK-CSN-PERMITIDO.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

      *------ PADRAO SEM MANIFESTACAO DO TITULAR -----------------------
           IF  LNK-CSN-CATEGORIA EQUAL "MKT"
               MOVE "P"                   TO LNK-CSN-PERMITIDO
           ELSE
               MOVE "S"                   TO LNK-CSN-PERMITIDO
           END-IF.

           MOVE "N"                       TO WRK-ABRIU-CONSENT.

           OPEN INPUT CONSENT.

           IF  FS-CONSENT EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-CONSENT
           END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------ SEM O CADASTRO VALE O PADRAO -----------------------------
           IF  WRK-ABRIU-CONSENT NOT EQUAL "S"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE LNK-CSN-TIPO              TO ARQ-CSN-TIPO
           MOVE LNK-CSN-TITULAR           TO ARQ-CSN-TITULAR
           MOVE LNK-CSN-CANAL             TO ARQ-CSN-CANAL
           MOVE LNK-CSN-CATEGORIA         TO ARQ-CSN-CATEGORIA
           READ CONSENT KEY IS ARQ-CSN-CHAVE
               INVALID KEY
                   GO TO 0200-PROCESSAR-99-FIM
           END-READ.

           IF  ARQ-CSN-AUTORIZA EQUAL "S"
               MOVE "S"                   TO LNK-CSN-PERMITIDO
           ELSE
               MOVE "N"                   TO LNK-CSN-PERMITIDO
           END-IF.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-CONSENT EQUAL "S"
               CLOSE CONSENT
           END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

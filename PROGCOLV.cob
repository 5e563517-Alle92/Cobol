       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCOLV.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONFERIR SE UM RM TEM COLACAO DE GRAU REGISTRADA
      *----    (PRESENTE - COLAPART.dat - EM COLACAO JA REALIZADA -
      *----    COLACAO.dat). DEVOLVE "S" COM A DATA DA CERIMONIA E O
      *----    NUMERO DA ATA; "N" NOS DEMAIS CASOS (INCLUSIVE SEM OS
      *----    ARQUIVOS). CHAMADO POR PROGDIPL ANTES DE EMITIR E NA
      *----    IMPRESSAO DO DIPLOMA.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- COLAPART          I             BOKCOLP
      *---- COLACAO           I             BOKCOLA
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
       FILE-CONTROL.
      *-----------------------------------------------------------------
           SELECT COLAPART  ASSIGN TO WRK-PATH-COLAPART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CLP-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-CLP-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-COLAPART.

           SELECT COLACAO  ASSIGN TO WRK-PATH-COLACAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-COL-CODIGO
                  FILE STATUS IS FS-COLACAO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  COLAPART.
       COPY "BOKCOLP".

       FD  COLACAO.
       COPY "BOKCOLA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-COLAPART                  PIC 9(02).
       77  FS-COLACAO                   PIC 9(02).

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA --------------------------
       77  WRK-ABRIU-COLAPART           PIC X(01) VALUE "N".
       77  WRK-ABRIU-COLACAO            PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-CLV-RM                         PIC X(06).
       01  LNK-CLV-RESULTADO                  PIC X(01).
       01  LNK-CLV-DATA                       PIC X(08).
       01  LNK-CLV-ATA                        PIC 9(08).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-CLV-RM, LNK-CLV-RESULTADO, LNK-CLV-DATA, LNK-CLV-ATA.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

      *----------- SEM PRESENCA REGISTRADA O RM FICA BLOQUEADO ---------
           MOVE "N"                       TO LNK-CLV-RESULTADO.
           MOVE SPACES                    TO LNK-CLV-DATA.
           MOVE ZEROS                     TO LNK-CLV-ATA.

           MOVE "N"                       TO WRK-ABRIU-COLAPART.
           MOVE "N"                       TO WRK-ABRIU-COLACAO.

           OPEN INPUT COLAPART.

           IF  FS-COLAPART EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-COLAPART
           END-IF.

           OPEN INPUT COLACAO.

           IF  FS-COLACAO EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-COLACAO
           END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------ NENHUMA COLACAO REGISTRADA AINDA: CONTINUA BLOQUEADO -----
           IF  WRK-ABRIU-COLAPART NOT EQUAL "S"
            OR WRK-ABRIU-COLACAO  NOT EQUAL "S"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- PERCORRE AS DESIGNACOES DO RM PELA CHAVE ALTERNATIVA
           MOVE LNK-CLV-RM                TO ARQ-CLP-RM

           START COLAPART KEY IS EQUAL ARQ-CLP-RM
               INVALID KEY
                   GO TO 0200-PROCESSAR-99-FIM
           END-START.

           READ COLAPART NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-99-FIM
           END-READ.

           PERFORM UNTIL FS-COLAPART NOT EQUAL ZEROS
                      OR ARQ-CLP-RM NOT EQUAL LNK-CLV-RM
                      OR LNK-CLV-RESULTADO EQUAL "S"

               IF  ARQ-CLP-PRESENCA EQUAL "P"
                   PERFORM 0210-CONFERIR-COLACAO
               END-IF

               IF  LNK-CLV-RESULTADO NOT EQUAL "S"
                   READ COLAPART NEXT RECORD
                       AT END
                           MOVE 9         TO FS-COLAPART
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                     TO FS-COLAPART.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CONFERIR-COLACAO                                   SECTION.
      *-----------------------------------------------------------------

      *------ PRESENCA SO VALE COM A ATA DA CERIMONIA LAVRADA ----------
           MOVE ARQ-CLP-CODIGO            TO ARQ-COL-CODIGO.

           READ COLACAO
               INVALID KEY
                   GO TO 0210-CONFERIR-COLACAO-99-FIM
           END-READ.

           IF  ARQ-COL-SITUACAO EQUAL "R"
               MOVE "S"                   TO LNK-CLV-RESULTADO
               MOVE ARQ-COL-DATA          TO LNK-CLV-DATA
               MOVE ARQ-COL-ATA           TO LNK-CLV-ATA
           END-IF.

      *-----------------------------------------------------------------
       0210-CONFERIR-COLACAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-COLAPART EQUAL "S"
               CLOSE COLAPART
           END-IF.

           IF  WRK-ABRIU-COLACAO EQUAL "S"
               CLOSE COLACAO
           END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *----    DA DISCIPLINA NAQUELA DATA. AS DATAS SEM NENHUM
      *----    LANCAMENTO SAEM LISTADAS - E ASSIM A COORDENACAO PEGA
      *----    O PROFESSOR QUE NAO ESTA FAZENDO A CHAMADA.
      *----    A DATA CANCELADA PELA AUSENCIA DO PROFESSOR
      *----    (AUSENCIAS.dat) NAO E APONTADA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- AULAPLAN          I             BOKAPL
      *---- FREQUENCIA        I             BOKFREQ
      *---- AUSENCIAS         I             BOKAUSE
      *---- RELGAP            O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

           SELECT AUSENCIAS  ASSIGN TO WRK-PATH-AUSENCIAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-AUS-CHAVE
                  FILE STATUS IS FS-AUSENCIAS.

           SELECT RELGAP ASSIGN TO WRK-PATH-RELGAP
                  FILE STATUS IS FS-RELGAP.

       FD  FREQUENCIA.
       COPY "BOKFREQ".

       FD  AUSENCIAS.
       COPY "BOKAUSE".

      *-------------------- AREA DA LISTAGEM DE AULAS SEM CHAMADA ------
       FD  RELGAP.

      *------------- VARIAVEIS DE STATUS
       77  FS-AULAPLAN                  PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-AUSENCIAS                 PIC 9(02).
       77  FS-RELGAP                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DA APURACAO -----------------------------
       77  WRK-QTD-SEM-CHAMADA          PIC 9(05) VALUE ZEROS.
       77  WRK-TEM-CHAMADA              PIC X(01) VALUE SPACES.
      *--- "S" = AULA CANCELADA NO REGISTRO DE AUSENCIAS DOCENTES ------
       77  WRK-CANCELADA                PIC X(01) VALUE SPACES.
      *--- "S" = REGISTRO DE AUSENCIAS ABERTO (PODE NAO EXISTIR) -------
       77  WRK-ABRIU-AUSENCIAS          PIC X(01) VALUE "N".

      *------------- LINHA DA LISTAGEM ---------------------------------
       01  WRK-LINHA-GAP.
                OPEN INPUT  FREQUENCIA
            END-IF.

      *----------- REGISTRO DE AUSENCIAS DOCENTES (OPCIONAL) -----------
            MOVE "N"                           TO WRK-ABRIU-AUSENCIAS
            OPEN INPUT AUSENCIAS.

            IF  FS-AUSENCIAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-AUSENCIAS
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.


               IF  ARQ-APL-DATA NOT GREATER WRK-DATA-HORA(1:8)
                   PERFORM 0210-CONFERIR-CHAMADA
      *----------- AULA CANCELADA PELA AUSENCIA DO PROFESSOR NAO ------
      *----------- TEM CHAMADA E NAO E APONTADA ------------------------
                   IF  WRK-TEM-CHAMADA NOT EQUAL "S"
                       PERFORM 0220-CONFERIR-CANCELADA
                   END-IF
                   IF  WRK-TEM-CHAMADA NOT EQUAL "S"
                   AND WRK-CANCELADA   NOT EQUAL "S"
                       MOVE ARQ-APL-DISCIPLINA TO WRK-LG-DISCIPLINA
                       MOVE ARQ-APL-SEMESTRE   TO WRK-LG-SEMESTRE
                       MOVE ARQ-APL-DATA       TO WRK-LG-DATA
       0210-CONFERIR-CHAMADA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-CANCELADA                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA NO REGISTRO DE AUSENCIAS A DISCIPLINA NA ----
      *----------- DATA PREVISTA CORRENTE COM A AULA CANCELADA ---------

           MOVE "N"                            TO WRK-CANCELADA

           IF  WRK-ABRIU-AUSENCIAS NOT EQUAL "S"
               GO TO 0220-CONFERIR-CANCELADA-99-FIM
           END-IF.

           MOVE ARQ-APL-DATA                   TO ARQ-AUS-DATA
           MOVE LOW-VALUES                     TO ARQ-AUS-CURSO
                                                  ARQ-AUS-TURMA
                                                  ARQ-AUS-DISCIPLINA

           START AUSENCIAS KEY IS GREATER THAN OR EQUAL ARQ-AUS-CHAVE
               INVALID KEY
                   GO TO 0220-CONFERIR-CANCELADA-99-FIM
           END-START.

           READ AUSENCIAS NEXT RECORD
               AT END
                   GO TO 0220-CONFERIR-CANCELADA-99-FIM
           END-READ.

           PERFORM UNTIL FS-AUSENCIAS NOT EQUAL ZEROS
                      OR ARQ-AUS-DATA NOT EQUAL ARQ-APL-DATA
                      OR WRK-CANCELADA EQUAL "S"

               IF  ARQ-AUS-DISCIPLINA EQUAL ARQ-APL-DISCIPLINA
               AND ARQ-AUS-TIPO       EQUAL "C"
                   MOVE "S"                    TO WRK-CANCELADA
               END-IF

               IF  WRK-CANCELADA NOT EQUAL "S"
                   READ AUSENCIAS NEXT RECORD
                       AT END
                           MOVE 9              TO FS-AUSENCIAS
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-AUSENCIAS.

      *-----------------------------------------------------------------
       0220-CONFERIR-CANCELADA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE  FREQUENCIA.

             IF  WRK-ABRIU-AUSENCIAS EQUAL "S"
                 CLOSE AUSENCIAS
             END-IF.

             CLOSE  OPLOG.

      *-----------------------------------------------------------------

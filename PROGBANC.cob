       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGBANC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: DEPOSITO E AGENDAMENTO DA DEFESA DO TCC
      *----    (TCC.dat). SO COM A DATA DE DEPOSITO O TCC FICA
      *----    DEPOSITADO; COM DATA, HORA, SALA (SALAS.dat) E OS DOIS
      *----    MEMBROS DA BANCA (PROFESSOR.dat, DIFERENTES ENTRE SI E
      *----    DO ORIENTADOR, QUE PRESIDE) A DEFESA FICA AGENDADA. A
      *----    DEFESA NAO PODE SER ANTES DO DEPOSITO, NEM CAIR NA
      *----    MESMA SALA OU COM O MESMO PROFESSOR DE OUTRA DEFESA NO
      *----    MESMO DIA E HORA. TCC JA AVALIADO NAO E ALTERADO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TCC               I/O           BOKTCC
      *---- PROFESSOR         I             BOKPROF
      *---- SALAS             I             BOKSALA
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
           SELECT TCC  ASSIGN TO WRK-PATH-TCC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TCC-RM
                  FILE STATUS IS FS-TCC.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT SALAS  ASSIGN TO WRK-PATH-SALAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SAL-COD
                  FILE STATUS IS FS-SALAS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TCC.
       COPY "BOKTCC".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  SALAS.
       COPY "BOKSALA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-TCC-RM           PIC X(06).
           05 WRK-TEMP-TCC-DEPOSITO     PIC X(08).
           05 WRK-TEMP-TCC-DEFESA       PIC X(08).
           05 WRK-TEMP-TCC-HORA         PIC X(04).
           05 WRK-TEMP-TCC-SALA         PIC X(10).
           05 WRK-TEMP-TCC-BANCA-1      PIC X(06).
           05 WRK-TEMP-TCC-BANCA-2      PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-TCC                       PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-SALAS                     PIC 9(02).

      *------------- ORIENTADOR DO TCC EM AGENDAMENTO ------------------
       77  WRK-ORIENTADOR               PIC X(06) VALUE SPACES.

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.

      *------------- AREA DE CONFERENCIA DA HORA HHMM ------------------
       01  WRK-HORA-TESTE.
           05 WRK-HT-HORA               PIC 9(02).
           05 WRK-HT-MINUTO             PIC 9(02).
       01  WRK-HORA-TESTE-X REDEFINES WRK-HORA-TESTE
                                        PIC X(04).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 26 VALUE "TCC - DEPOSITO E DEFESA"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-TCC-RM.
           05 LINE  08 COLUMN 30 VALUE "DEPOSITO AAAAMMDD".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-TCC-DEPOSITO.
           05 LINE  09 COLUMN 30 VALUE "DEFESA AAAAMMDD..".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-TCC-DEFESA.
           05 LINE  10 COLUMN 30 VALUE "HORA (HHMM)......".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-TCC-HORA.
           05 LINE  11 COLUMN 30 VALUE "SALA.............".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-TCC-SALA.
           05 LINE  12 COLUMN 30 VALUE "BANCA - MEMBRO 1.".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-TCC-BANCA-1.
           05 LINE  13 COLUMN 30 VALUE "BANCA - MEMBRO 2.".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-TCC-BANCA-2.
           05 LINE  15 COLUMN 30 VALUE
                  "SO O DEPOSITO: DEIXE A DEFESA EM BRANCO".
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "DESEJA GRAVAR (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 38 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG WRK-TEMP-DADOS.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ABERTURA DO TCC (I-O PARA GRAVAR A DEFESA) ----------
            OPEN I-O  TCC.

            IF  FS-TCC NOT EQUAL 0
                MOVE WRK-MSG-TCC-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- CADASTROS CONSULTADOS (SOMENTE LEITURA) -------------
            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TCC
                GOBACK
            END-IF.

            OPEN INPUT SALAS.

            IF  FS-SALAS NOT EQUAL 0
                MOVE WRK-MSG-SALA-NAOENCONT    TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TCC PROFESSOR
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-TCC-RM EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE WRK-TEMP-TCC-RM                TO ARQ-TCC-RM
           READ TCC KEY IS ARQ-TCC-RM
               INVALID KEY
                   MOVE WRK-MSG-TCC-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF  ARQ-TCC-STATUS EQUAL "AVALIADO"
               MOVE WRK-MSG-TCC-AVALIADO       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO  TO  0200-PROCESSAR
           END-IF.

           MOVE ARQ-TCC-ORIENTADOR             TO WRK-ORIENTADOR.

           PERFORM 0210-VALIDAR-DEFESA.

           IF  WRK-MSG NOT EQUAL SPACES
               PERFORM 0900-MOSTRA
               GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"

      *--------------- A VARREDURA DE CONFLITOS TROCOU O REGISTRO ------
                MOVE WRK-TEMP-TCC-RM          TO ARQ-TCC-RM
                READ TCC KEY IS ARQ-TCC-RM
                    INVALID KEY
                        MOVE WRK-MSG-TCC-NAOENCONT TO WRK-MSG
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                END-READ

                MOVE WRK-TEMP-TCC-DEPOSITO    TO ARQ-TCC-DATA-DEPOSITO
                MOVE WRK-TEMP-TCC-DEFESA      TO ARQ-TCC-DATA-DEFESA
                MOVE WRK-TEMP-TCC-HORA        TO ARQ-TCC-HORA-DEFESA
                MOVE WRK-TEMP-TCC-SALA        TO ARQ-TCC-SALA
                MOVE WRK-TEMP-TCC-BANCA-1     TO ARQ-TCC-BANCA-1
                MOVE WRK-TEMP-TCC-BANCA-2     TO ARQ-TCC-BANCA-2

                IF  WRK-TEMP-TCC-DEFESA EQUAL SPACES
                    MOVE "DEPOSITADO"         TO ARQ-TCC-STATUS
                ELSE
                    MOVE "AGENDADO"           TO ARQ-TCC-STATUS
                END-IF

                REWRITE ARQ-DADOS-TCC
                    INVALID KEY
                        MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                    NOT INVALID KEY
                        MOVE WRK-REGISTRO     TO WRK-MSG
                END-REWRITE
           ELSE
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VALIDAR-DEFESA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- DEIXA EM WRK-MSG O MOTIVO DA RECUSA, OU ESPACOS -----

           MOVE SPACES                         TO WRK-MSG.

      *----------- O DEPOSITO E SEMPRE EXIGIDO -------------------------
           MOVE WRK-TEMP-TCC-DEPOSITO          TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
               MOVE WRK-MSG-AVA-DATAS          TO WRK-MSG
               GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-IF.

      *----------- SEM DATA DE DEFESA, GRAVA SO O DEPOSITO -------------
           IF  WRK-TEMP-TCC-DEFESA EQUAL SPACES
               MOVE SPACES                     TO WRK-TEMP-TCC-HORA
                                                  WRK-TEMP-TCC-SALA
                                                  WRK-TEMP-TCC-BANCA-1
                                                  WRK-TEMP-TCC-BANCA-2
               GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-IF.

           MOVE WRK-TEMP-TCC-DEFESA            TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
               MOVE WRK-MSG-AVA-DATAS          TO WRK-MSG
               GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-IF.

           IF  WRK-TEMP-TCC-DEFESA LESS WRK-TEMP-TCC-DEPOSITO
               MOVE WRK-MSG-TCC-DEPOSITO       TO WRK-MSG
               GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-IF.

      *----------- HORA HHMM ENTRE 0000 E 2359 -------------------------
           MOVE WRK-TEMP-TCC-HORA              TO WRK-HORA-TESTE-X.

           IF  WRK-HORA-TESTE-X NOT NUMERIC
               MOVE WRK-MSG-TCC-HORA           TO WRK-MSG
               GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-IF.

           IF  WRK-HT-HORA GREATER 23 OR WRK-HT-MINUTO GREATER 59
               MOVE WRK-MSG-TCC-HORA           TO WRK-MSG
               GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-IF.

           MOVE WRK-TEMP-TCC-SALA              TO ARQ-SAL-COD
           READ SALAS KEY IS ARQ-SAL-COD
               INVALID KEY
                   MOVE WRK-MSG-SALA-NAOENCONT TO WRK-MSG
                   GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-READ.

      *----------- BANCA: DOIS PROFESSORES CADASTRADOS, DIFERENTES -----
      *----------- ENTRE SI E DO ORIENTADOR ----------------------------
           IF  WRK-TEMP-TCC-BANCA-1 EQUAL SPACES
           OR  WRK-TEMP-TCC-BANCA-2 EQUAL SPACES
           OR  WRK-TEMP-TCC-BANCA-1 EQUAL WRK-TEMP-TCC-BANCA-2
           OR  WRK-TEMP-TCC-BANCA-1 EQUAL WRK-ORIENTADOR
           OR  WRK-TEMP-TCC-BANCA-2 EQUAL WRK-ORIENTADOR
               MOVE WRK-MSG-TCC-BANCA          TO WRK-MSG
               GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-IF.

           MOVE WRK-TEMP-TCC-BANCA-1           TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               INVALID KEY
                   MOVE WRK-MSG-TCC-BANCA      TO WRK-MSG
                   GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-READ.

           MOVE WRK-TEMP-TCC-BANCA-2           TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               INVALID KEY
                   MOVE WRK-MSG-TCC-BANCA      TO WRK-MSG
                   GO TO 0210-VALIDAR-DEFESA-99-FIM
           END-READ.

           PERFORM 0220-CONFERIR-CONFLITO.

      *-----------------------------------------------------------------
       0210-VALIDAR-DEFESA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-CONFLITO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- OUTRA DEFESA AGENDADA NO MESMO DIA E HORA NAO PODE --
      *----------- USAR A MESMA SALA NEM NENHUM DOS TRES PROFESSORES ---

           MOVE LOW-VALUES                     TO ARQ-TCC-RM

           START TCC KEY IS GREATER THAN OR EQUAL ARQ-TCC-RM
               INVALID KEY
                   GO TO 0220-CONFERIR-CONFLITO-99-FIM
           END-START.

           READ TCC NEXT RECORD
               AT END
                   GO TO 0220-CONFERIR-CONFLITO-99-FIM
           END-READ.

           PERFORM UNTIL FS-TCC NOT EQUAL ZEROS
                      OR WRK-MSG NOT EQUAL SPACES

               IF  ARQ-TCC-RM          NOT EQUAL WRK-TEMP-TCC-RM
               AND ARQ-TCC-STATUS      EQUAL "AGENDADO"
               AND ARQ-TCC-DATA-DEFESA EQUAL WRK-TEMP-TCC-DEFESA
               AND ARQ-TCC-HORA-DEFESA EQUAL WRK-TEMP-TCC-HORA
                   IF  ARQ-TCC-SALA EQUAL WRK-TEMP-TCC-SALA
                       MOVE WRK-MSG-HOR-SALA   TO WRK-MSG
                   END-IF
                   IF  ARQ-TCC-ORIENTADOR EQUAL WRK-ORIENTADOR
                   OR  ARQ-TCC-ORIENTADOR EQUAL WRK-TEMP-TCC-BANCA-1
                   OR  ARQ-TCC-ORIENTADOR EQUAL WRK-TEMP-TCC-BANCA-2
                   OR  ARQ-TCC-BANCA-1    EQUAL WRK-ORIENTADOR
                   OR  ARQ-TCC-BANCA-1    EQUAL WRK-TEMP-TCC-BANCA-1
                   OR  ARQ-TCC-BANCA-1    EQUAL WRK-TEMP-TCC-BANCA-2
                   OR  ARQ-TCC-BANCA-2    EQUAL WRK-ORIENTADOR
                   OR  ARQ-TCC-BANCA-2    EQUAL WRK-TEMP-TCC-BANCA-1
                   OR  ARQ-TCC-BANCA-2    EQUAL WRK-TEMP-TCC-BANCA-2
                       MOVE WRK-MSG-HOR-PROFESSOR TO WRK-MSG
                   END-IF
               END-IF

               READ TCC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TCC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TCC.

      *-----------------------------------------------------------------
       0220-CONFERIR-CONFLITO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE O FORMATO AAAAMMDD DA DATA EM ---------------
      *----------- WRK-DATA-TESTE-X ------------------------------------

           MOVE "N"                            TO WRK-DATA-VALIDA.

           IF  WRK-DATA-TESTE-X NOT NUMERIC
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-ANO LESS 1601
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-MES LESS 1 OR WRK-DT-MES GREATER 12
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-DIA LESS 1 OR WRK-DT-DIA GREATER 31
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-DATA-VALIDA.

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  TCC.

              IF  FS-TCC NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  PROFESSOR.

             CLOSE  SALAS.

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

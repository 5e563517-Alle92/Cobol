       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGTEMA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CADASTRO DO TEMA DO TRABALHO DE CONCLUSAO DE
      *----    CURSO (TCC.dat): TITULO, DISCIPLINA DO TCC NO
      *----    CATALOGO, ORIENTADOR (PROFESSOR.dat) E PRAZO DE
      *----    DEPOSITO. O DEPOSITO, A DEFESA E A NOTA SAO LANCADOS
      *----    NO PROGBANC E NO PROGNTCC E SAO PRESERVADOS NA
      *----    REGRAVACAO. TCC JA AVALIADO NAO E ALTERADO NEM
      *----    EXCLUIDO, E TCC COM DEFESA AGENDADA NAO E EXCLUIDO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TCC               E             BOKTCC
      *---- ALUNOS            I             BOKALU
      *---- PROFESSOR         I             BOKPROF
      *---- DISCIPLINAS       I             BOKDISC
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

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT DISCIPLINAS  ASSIGN TO WRK-PATH-DISCIPLINAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DIS-COD
                  FILE STATUS IS FS-DISCIPLINAS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TCC.
       COPY "BOKTCC".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  DISCIPLINAS.
       COPY "BOKDISC".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-TCC-RM           PIC X(06).
           05 WRK-TEMP-TCC-TITULO       PIC X(60).
           05 WRK-TEMP-TCC-DISCIPLINA   PIC X(15).
           05 WRK-TEMP-TCC-ORIENTADOR   PIC X(06).
           05 WRK-TEMP-TCC-PRAZO        PIC X(08).

      *------------- VARIAVEIS DE STATUS
       77  FS-TCC                       PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-DISCIPLINAS               PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.

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
           05 LINE  01 COLUMN 26 VALUE "TCC - TEMA E ORIENTADOR"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-TCC-RM.
           05 LINE  08 COLUMN 09 VALUE "TITULO".
           05 LINE  08 COLUMN 16 USING WRK-TEMP-TCC-TITULO.
           05 LINE  09 COLUMN 30 VALUE "DISCIPLINA (TCC).".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-TCC-DISCIPLINA.
           05 LINE  10 COLUMN 30 VALUE "ORIENTADOR (ID)..".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-TCC-ORIENTADOR.
           05 LINE  11 COLUMN 30 VALUE "PRAZO DEPOSITO...".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-TCC-PRAZO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GRAVAR (S) / EXCLUIR (E) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 52 USING WRK-OPCAO.

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

      *----------- CADASTROS CONSULTADOS (SOMENTE LEITURA) -------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

            OPEN INPUT DISCIPLINAS.

            IF  FS-DISCIPLINAS EQUAL 35
                OPEN OUTPUT DISCIPLINAS
                CLOSE       DISCIPLINAS
                OPEN INPUT  DISCIPLINAS
            END-IF.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  TCC.

            IF  FS-TCC EQUAL 35
                OPEN OUTPUT TCC
                CLOSE       TCC
                OPEN I-O    TCC
            END-IF.

            IF  FS-TCC NOT EQUAL 0
                EVALUATE FS-TCC
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
                  CLOSE ALUNOS PROFESSOR DISCIPLINAS
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

           IF WRK-TEMP-TCC-RM  EQUAL SPACES
              MOVE WRK-RM-INC                 TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                    PERFORM 0210-VALIDAR-TEMA
                    IF  WRK-MSG NOT EQUAL SPACES
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                    END-IF

      *--------------- DEPOSITO, DEFESA E NOTA FICAM NA REGRAVACAO -----
                    MOVE WRK-TEMP-TCC-RM      TO ARQ-TCC-RM
                    READ TCC KEY IS ARQ-TCC-RM
                        INVALID KEY
                            MOVE SPACES       TO ARQ-DADOS-TCC
                            MOVE ZEROS        TO ARQ-TCC-NOTA
                                                 ARQ-TCC-NOTA-NUMERO
                            MOVE WRK-TEMP-TCC-RM
                                              TO ARQ-TCC-RM
                            MOVE FUNCTION CURRENT-DATE
                                              TO WRK-DATA-HORA
                            MOVE WRK-DATA-HORA(1:8)
                                              TO ARQ-TCC-DATA-CADASTRO
                            MOVE "EM ANDAMENTO"
                                              TO ARQ-TCC-STATUS
                    END-READ

                    IF  ARQ-TCC-STATUS EQUAL "AVALIADO"
                        MOVE WRK-MSG-TCC-AVALIADO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                    END-IF

                    MOVE WRK-TEMP-TCC-TITULO  TO ARQ-TCC-TITULO
                    MOVE WRK-TEMP-TCC-DISCIPLINA
                                              TO ARQ-TCC-DISCIPLINA
                    MOVE WRK-TEMP-TCC-ORIENTADOR
                                              TO ARQ-TCC-ORIENTADOR
                    MOVE WRK-TEMP-TCC-PRAZO   TO ARQ-TCC-PRAZO-DEPOSITO

                    WRITE ARQ-DADOS-TCC
                        INVALID KEY
                            REWRITE ARQ-DADOS-TCC
                    END-WRITE

                    MOVE WRK-REGISTRO         TO WRK-MSG

               WHEN "E"
               WHEN "e"
      *--------------- SO SAI O TCC AINDA SEM DEFESA AGENDADA ----------
                    MOVE WRK-TEMP-TCC-RM      TO ARQ-TCC-RM
                    READ TCC KEY IS ARQ-TCC-RM
                        INVALID KEY
                            MOVE WRK-MSG-TCC-NAOENCONT TO WRK-MSG
                            PERFORM 0900-MOSTRA
                            GO  TO  0200-PROCESSAR
                    END-READ

                    IF  ARQ-TCC-STATUS EQUAL "AGENDADO"
                    OR  ARQ-TCC-STATUS EQUAL "AVALIADO"
                        MOVE WRK-MSG-EST-EMUSO TO WRK-MSG
                    ELSE
                        DELETE TCC RECORD
                            INVALID KEY
                                MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                            NOT INVALID KEY
                                MOVE WRK-REGISTRO TO WRK-MSG
                        END-DELETE
                    END-IF

               WHEN OTHER
                    MOVE WRK-SEMCONFIRM       TO WRK-MSG
           END-EVALUATE.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VALIDAR-TEMA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- DEIXA EM WRK-MSG O MOTIVO DA RECUSA, OU ESPACOS -----

           MOVE SPACES                         TO WRK-MSG.

           IF  WRK-TEMP-TCC-TITULO     EQUAL SPACES
           OR  WRK-TEMP-TCC-ORIENTADOR EQUAL SPACES
               MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
               GO TO 0210-VALIDAR-TEMA-99-FIM
           END-IF.

           MOVE WRK-TEMP-TCC-RM                TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   GO TO 0210-VALIDAR-TEMA-99-FIM
           END-READ.

      *----------- DISCIPLINA EM BRANCO ASSUME O CODIGO TCC ------------
           IF  WRK-TEMP-TCC-DISCIPLINA EQUAL SPACES
               MOVE "TCC"                  TO WRK-TEMP-TCC-DISCIPLINA
           END-IF.

           MOVE WRK-TEMP-TCC-DISCIPLINA        TO ARQ-DIS-COD
           READ DISCIPLINAS KEY IS ARQ-DIS-COD
               INVALID KEY
                   MOVE WRK-MSG-DISC-NAOENCONT TO WRK-MSG
                   GO TO 0210-VALIDAR-TEMA-99-FIM
           END-READ.

           MOVE WRK-TEMP-TCC-ORIENTADOR        TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   GO TO 0210-VALIDAR-TEMA-99-FIM
           END-READ.

           MOVE WRK-TEMP-TCC-PRAZO             TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
               MOVE WRK-MSG-AVA-DATAS          TO WRK-MSG
           END-IF.

      *-----------------------------------------------------------------
       0210-VALIDAR-TEMA-99-FIM                                SECTION.
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

             CLOSE  ALUNOS.

             CLOSE  PROFESSOR.

             CLOSE  DISCIPLINAS.

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

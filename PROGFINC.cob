       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGFINC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CADASTRAR E MANTER O FINANCIAMENTO ESTUDANTIL
      *----    DO GOVERNO POR ALUNO (ARQUIVO FINANC): PROGRAMA (FIES
      *----    OU PROUNI), CONTRATO, PERCENTUAL OU VALOR FIXO E
      *----    VIGENCIA. O PROGCOBR SEPARA A PARCELA DO GOVERNO DA
      *----    COBRANCA DA FAMILIA E O PROGREPS CONCILIA O REPASSE.
      *----    UM REGISTRO JA EXISTENTE PARA O RM E O PROGRAMA E
      *----    SUBSTITUIDO PELO NOVO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- FINANC            E             BOKFINA
      *----
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

           SELECT FINANC  ASSIGN TO WRK-PATH-FINANC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FIN-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-FIN-CONTRATO
                      WITH DUPLICATES
                  FILE STATUS IS FS-FINANC.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  FINANC.
       COPY "BOKFINA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-FIN-RM           PIC X(06).
           05 WRK-TEMP-FIN-PROGRAMA     PIC X(06).
           05 WRK-TEMP-FIN-CONTRATO     PIC X(15).
           05 WRK-TEMP-FIN-TIPO         PIC X(01).
           05 WRK-TEMP-FIN-PERC         PIC 9(03)V99 VALUE ZEROS.
           05 WRK-TEMP-FIN-VALOR        PIC 9(06)V99 VALUE ZEROS.
           05 WRK-TEMP-FIN-VIG-INI      PIC X(06).
           05 WRK-TEMP-FIN-VIG-FIM      PIC X(06).
           05 WRK-TEMP-FIN-STATUS       PIC X(10).

      *------------- STATUS ANTERIOR DO CONTRATO (DATA DA SUSPENSAO) --
       77  WRK-STATUS-ANTERIOR          PIC X(10)    VALUE SPACES.
       77  WRK-DATA-SUSP-ANTERIOR       PIC X(08)    VALUE SPACES.
       77  WRK-CONTRATO-USADO           PIC X(01)    VALUE SPACES.

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-FINANC                    PIC 9(02).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

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
           05 LINE  01 COLUMN 25 VALUE "FINANCIAMENTO ESTUDANTIL"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-FIN-RM.
           05 LINE  08 COLUMN 30 VALUE "PROGRAMA.........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-FIN-PROGRAMA.
           05 LINE  09 COLUMN 30 VALUE "CONTRATO.........".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-FIN-CONTRATO.
           05 LINE  10 COLUMN 30 VALUE "TIPO (P/F).......".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-FIN-TIPO.
           05 LINE  11 COLUMN 30 VALUE "PERCENTUAL.......".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-FIN-PERC.
           05 LINE  12 COLUMN 30 VALUE "VALOR FIXO.......".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-FIN-VALOR.
           05 LINE  13 COLUMN 30 VALUE "INICIO AAAAMM....".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-FIN-VIG-INI.
           05 LINE  14 COLUMN 30 VALUE "FIM AAAAMM.......".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-FIN-VIG-FIM.
           05 LINE  15 COLUMN 30 VALUE "STATUS...........".
           05 LINE  15 COLUMN 60 USING WRK-TEMP-FIN-STATUS.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "DESEJA GRAVAR (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 38 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT  ALUNOS.

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

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  FINANC.

            IF  FS-FINANC EQUAL 35
                OPEN OUTPUT FINANC
                CLOSE       FINANC
                OPEN I-O    FINANC
            END-IF.

            IF  FS-FINANC NOT EQUAL 0
                EVALUATE FS-FINANC
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
                  CLOSE ALUNOS
                  GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-FIN-RM  EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-FIN-RM       EQUAL SPACES
              MOVE WRK-RM-INC                 TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ VERIFICAR SE O ALUNO ESTA CADASTRADO ---------------

           MOVE WRK-TEMP-FIN-RM                TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF WRK-TEMP-FIN-PROGRAMA NOT EQUAL "FIES"
          AND WRK-TEMP-FIN-PROGRAMA NOT EQUAL "PROUNI"
              MOVE WRK-MSG-FIN-PROGRAMA        TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-FIN-CONTRATO EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO      TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ PERCENTUAL (ATE 100) OU VALOR FIXO POR MES ---------

           IF WRK-TEMP-FIN-TIPO NOT EQUAL "P"
          AND WRK-TEMP-FIN-TIPO NOT EQUAL "F"
              MOVE WRK-MSG-FIN-TIPO            TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-FIN-TIPO EQUAL "P"
              IF WRK-TEMP-FIN-PERC EQUAL ZEROS
              OR WRK-TEMP-FIN-PERC GREATER 100
                 MOVE WRK-ERRO-VALOR           TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0200-PROCESSAR
              END-IF
              MOVE ZEROS                       TO WRK-TEMP-FIN-VALOR
           ELSE
              IF WRK-TEMP-FIN-VALOR EQUAL ZEROS
                 MOVE WRK-ERRO-VALOR           TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0200-PROCESSAR
              END-IF
              MOVE ZEROS                       TO WRK-TEMP-FIN-PERC
           END-IF.

      *------------ VIGENCIA AAAAMM; FIM EM BRANCO = SEM FIM -----------

           IF WRK-TEMP-FIN-VIG-INI NOT NUMERIC
           OR WRK-TEMP-FIN-VIG-INI (5:2) LESS "01"
           OR WRK-TEMP-FIN-VIG-INI (5:2) GREATER "12"
              MOVE WRK-COMPET-INC              TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-FIN-VIG-FIM NOT EQUAL SPACES
              IF WRK-TEMP-FIN-VIG-FIM NOT NUMERIC
              OR WRK-TEMP-FIN-VIG-FIM (5:2) LESS "01"
              OR WRK-TEMP-FIN-VIG-FIM (5:2) GREATER "12"
              OR WRK-TEMP-FIN-VIG-FIM LESS WRK-TEMP-FIN-VIG-INI
                 MOVE WRK-COMPET-INC           TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0200-PROCESSAR
              END-IF
           END-IF.

           IF WRK-TEMP-FIN-STATUS EQUAL SPACES
              MOVE "ATIVO"                     TO WRK-TEMP-FIN-STATUS
           END-IF.

           IF WRK-TEMP-FIN-STATUS NOT EQUAL "ATIVO"
          AND WRK-TEMP-FIN-STATUS NOT EQUAL "SUSPENSO"
          AND WRK-TEMP-FIN-STATUS NOT EQUAL "ENCERRADO"
              MOVE WRK-MSG-FIN-STATUS          TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ O CONTRATO CASA O REPASSE COM O ALUNO: NAO PODE ----
      *------------ PERTENCER A OUTRO RM -------------------------------
           PERFORM 0210-CONFERIR-CONTRATO.

           IF WRK-CONTRATO-USADO EQUAL "S"
              MOVE WRK-MSG-FIN-CONTRATO        TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ REGISTRO JA CADASTRADO: PRESERVA A DATA DA ---------
      *------------ SUSPENSAO ANTERIOR ---------------------------------
           MOVE WRK-TEMP-FIN-RM               TO ARQ-FIN-RM
           MOVE WRK-TEMP-FIN-PROGRAMA         TO ARQ-FIN-PROGRAMA
           READ FINANC KEY IS ARQ-FIN-CHAVE
               INVALID KEY
                   MOVE SPACES                TO WRK-STATUS-ANTERIOR
                   MOVE SPACES                TO WRK-DATA-SUSP-ANTERIOR
               NOT INVALID KEY
                   MOVE ARQ-FIN-STATUS        TO WRK-STATUS-ANTERIOR
                   MOVE ARQ-FIN-DATA-SUSP     TO WRK-DATA-SUSP-ANTERIOR
           END-READ.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"

                MOVE FUNCTION CURRENT-DATE    TO WRK-DATA-HORA

                MOVE WRK-TEMP-FIN-RM          TO ARQ-FIN-RM
                MOVE WRK-TEMP-FIN-PROGRAMA    TO ARQ-FIN-PROGRAMA
                MOVE WRK-TEMP-FIN-CONTRATO    TO ARQ-FIN-CONTRATO
                MOVE WRK-TEMP-FIN-TIPO        TO ARQ-FIN-TIPO
                MOVE WRK-TEMP-FIN-PERC        TO ARQ-FIN-PERCENTUAL
                MOVE WRK-TEMP-FIN-VALOR       TO ARQ-FIN-VALOR-FIXO
                MOVE WRK-TEMP-FIN-VIG-INI     TO ARQ-FIN-VIG-INICIO
                MOVE WRK-TEMP-FIN-VIG-FIM     TO ARQ-FIN-VIG-FIM
                MOVE WRK-TEMP-FIN-STATUS      TO ARQ-FIN-STATUS
                MOVE WRK-DATA-HORA(1:8)       TO ARQ-FIN-DATA-ATUAL
                MOVE LNK-OPERADOR             TO ARQ-FIN-OPERADOR

                EVALUATE TRUE
                    WHEN WRK-TEMP-FIN-STATUS NOT EQUAL "SUSPENSO"
                        MOVE SPACES           TO ARQ-FIN-DATA-SUSP
                    WHEN WRK-STATUS-ANTERIOR EQUAL "SUSPENSO"
                        MOVE WRK-DATA-SUSP-ANTERIOR
                                              TO ARQ-FIN-DATA-SUSP
                    WHEN OTHER
                        MOVE WRK-DATA-HORA(1:8)
                                              TO ARQ-FIN-DATA-SUSP
                END-EVALUATE

      *--------------- REGISTRO JA EXISTENTE E SUBSTITUIDO -------------
                WRITE ARQ-DADOS-FINANC
                    INVALID KEY
                        REWRITE ARQ-DADOS-FINANC
                END-WRITE

                MOVE WRK-REGISTRO             TO WRK-MSG
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
       0210-CONFERIR-CONTRATO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA O CONTRATO INFORMADO EM OUTRO RM PELA -------
      *----------- CHAVE ALTERNATIVA -----------------------------------

           MOVE "N"                            TO WRK-CONTRATO-USADO
           MOVE WRK-TEMP-FIN-CONTRATO          TO ARQ-FIN-CONTRATO

           START FINANC KEY IS EQUAL ARQ-FIN-CONTRATO
               INVALID KEY
                   GO TO 0210-CONFERIR-CONTRATO-99-FIM
           END-START.

           READ FINANC NEXT RECORD
               AT END
                   GO TO 0210-CONFERIR-CONTRATO-99-FIM
           END-READ.

           PERFORM UNTIL FS-FINANC NOT EQUAL ZEROS
                      OR ARQ-FIN-CONTRATO NOT EQUAL
                         WRK-TEMP-FIN-CONTRATO

               IF  ARQ-FIN-RM NOT EQUAL WRK-TEMP-FIN-RM
                   MOVE "S"                    TO WRK-CONTRATO-USADO
               END-IF

               READ FINANC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FINANC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FINANC.

      *-----------------------------------------------------------------
       0210-CONFERIR-CONTRATO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  FINANC.

              IF  FS-FINANC NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCCOB.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: REGISTRAR OS CONTATOS DE COBRANCA FEITOS COM O
      *----    PAGADOR DO ALUNO (RESPONSAVEL FINANCEIRO OU O PROPRIO
      *----    ALUNO): CANAL, RESULTADO E, QUANDO HOUVER, A PROMESSA
      *----    DE PAGAMENTO (DATA E VALOR), GRAVADOS EM COBCONT.dat
      *----    COM NUMERACAO SEQUENCIAL. CHAMADO PELO MENU FINANCEIRO
      *----    (RM EM BRANCO, PEDIDO NA TELA) OU PELA CONSULTA 360
      *----    (RM JA INFORMADO, REGISTRA UM CONTATO E VOLTA).
      *----    A PROMESSA E APURADA DIARIAMENTE PELO PROGPROM.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            E             BOKALU
      *---- COBCONT           I             BOKCCOB
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

           SELECT COBCONT  ASSIGN TO WRK-PATH-COBCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CCT-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-CCT-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-COBCONT.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  COBCONT.
       COPY "BOKCCOB".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS-CCT.
           05 WRK-TEMP-CCT-RM           PIC X(06).
           05 WRK-TEMP-CCT-CANAL        PIC X(10).
           05 WRK-TEMP-CCT-RESULTADO    PIC X(12).
           05 WRK-TEMP-CCT-PROM-DATA    PIC X(08).
           05 WRK-TEMP-CCT-PROM-VALOR   PIC 9(06)V99.
           05 WRK-TEMP-CCT-OBS          PIC X(40).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-COBCONT                   PIC 9(02).

      *------------- RESPONSAVEL FINANCEIRO DO ALUNO (PROGRESP): -------
      *------------- SEM VINCULO, O PAGADOR E O PROPRIO ALUNO ----------
       01  WRK-RESPONSAVEL.
           05 WRK-RESP-ACHOU            PIC X(01)    VALUE SPACES.
           05 WRK-RESP-NOME             PIC X(30)    VALUE SPACES.
           05 WRK-RESP-CPF              PIC X(11)    VALUE SPACES.
           05 WRK-RESP-ENDERECO         PIC X(40)    VALUE SPACES.
           05 WRK-RESP-TELEFONE         PIC X(15)    VALUE SPACES.
           05 WRK-RESP-EMAIL            PIC X(40)    VALUE SPACES.

      *------------- ULTIMO CONTATO REGISTRADO PARA O RM ---------------
       77  WRK-ULT-DATA                 PIC X(10)    VALUE SPACES.
       77  WRK-ULT-RESULTADO            PIC X(12)    VALUE SPACES.
       77  WRK-ULT-PROMESSA             PIC X(10)    VALUE SPACES.

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.

      *------------- VARIAVEL DE APOIO A DATA/HORA DO CONTATO ----------
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *------------- VARIAVEL DA PROXIMA NUMERACAO DE CONTATO ----------
       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-OPERADOR                       PIC X(08).
      *--- RM JA INFORMADO PELO CHAMADOR (CONSULTA 360); EM BRANCO -----
      *--- O RM E PEDIDO NA TELA ---------------------------------------
       01  LNK-RM                             PIC X(06).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 30 VALUE "CONTATO DE COBRANCA"
                  BACKGROUND-COLOR 3.

       01  SCR-RM.
           05 LINE  04 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  04 COLUMN 60 USING WRK-TEMP-CCT-RM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-PAGADOR.
           05 LINE  04 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  04 COLUMN 60 FROM  WRK-TEMP-CCT-RM.
           05 LINE  05 COLUMN 30 VALUE "ALUNO............".
           05 LINE  05 COLUMN 48 FROM  ARQ-NOMEALUNO.
           05 LINE  06 COLUMN 30 VALUE "PAGADOR..........".
           05 LINE  06 COLUMN 48 FROM  WRK-RESP-NOME.
           05 LINE  07 COLUMN 30 VALUE "TELEFONE.........".
           05 LINE  07 COLUMN 48 FROM  WRK-RESP-TELEFONE.
           05 LINE  08 COLUMN 30 VALUE "ULTIMO CONTATO...".
           05 LINE  08 COLUMN 48 FROM  WRK-ULT-DATA.
           05 LINE  08 COLUMN 59 FROM  WRK-ULT-RESULTADO.
           05 LINE  09 COLUMN 30 VALUE "ULTIMA PROMESSA..".
           05 LINE  09 COLUMN 48 FROM  WRK-ULT-PROMESSA.

       01  SCR-DADOS.
           05 LINE  11 COLUMN 10 VALUE
              "CANAL (TELEFONE/WHATSAPP/EMAIL/PRESENCIAL).".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-CCT-CANAL.
           05 LINE  12 COLUMN 10 VALUE
              "RESULTADO (PROMESSA/SEM CONTATO/RECADO/".
           05 LINE  13 COLUMN 10 VALUE
              "           RECUSA/JA PAGOU)................".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-CCT-RESULTADO.
           05 LINE  14 COLUMN 10 VALUE
              "DATA PROMETIDA AAAAMMDD....................".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-CCT-PROM-DATA.
           05 LINE  15 COLUMN 10 VALUE
              "VALOR PROMETIDO............................".
           05 LINE  15 COLUMN 60 USING WRK-TEMP-CCT-PROM-VALOR.
           05 LINE  16 COLUMN 10 VALUE "OBSERVACAO..".
           05 LINE  16 COLUMN 23 USING WRK-TEMP-CCT-OBS.
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
       USING LNK-OPERADOR, LNK-RM.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG WRK-TEMP-DADOS-CCT.

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

      *------ ERRO DE ABERTURA -----------------------------------------
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

      *----------- ABERTURA DO ARQUIVO DE CONTATOS (I-O PARA PERMITIR
      *----------- GRAVACAO DE NOVAS CHAVES EM UM ARQUIVO JA EXISTENTE) 
            OPEN I-O  COBCONT.

      *------ ARQUIVO AINDA NAO EXISTE: CRIA NA PRIMEIRA GRAVACAO ------
            IF  FS-COBCONT EQUAL 35
                OPEN OUTPUT COBCONT
                CLOSE       COBCONT
                OPEN I-O    COBCONT
            END-IF.

            IF  FS-COBCONT NOT EQUAL 0
                EVALUATE FS-COBCONT
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

      *----------- PROXIMA NUMERACAO DE CONTATO: MAIOR CHAVE MAIS UM ---
            MOVE 1                             TO WRK-PROX-NUMERO
            MOVE LOW-VALUES                    TO ARQ-CCT-NUMERO
            START COBCONT KEY IS GREATER THAN OR EQUAL ARQ-CCT-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 0110-ACHAR-ULTIMO-CONTATO
            END-START.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMO-CONTATO                               SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE OS CONTATOS PARA NUMERAR O PROXIMO ------------

           READ COBCONT NEXT RECORD
               AT END
                   GO TO 0110-ACHAR-ULTIMO-CONTATO-99-FIM
           END-READ.

           PERFORM UNTIL FS-COBCONT NOT EQUAL ZEROS

               COMPUTE WRK-PROX-NUMERO = ARQ-CCT-NUMERO + 1

               READ COBCONT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COBCONT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COBCONT.

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMO-CONTATO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE LOCALIZACAO DO ALUNO --------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG

           IF  LNK-RM NOT EQUAL SPACES
               MOVE LNK-RM                    TO WRK-TEMP-CCT-RM
           ELSE
               ACCEPT SCR-RM
           END-IF.

           IF WRK-TEMP-CCT-RM  EQUAL '9999'
              GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-CCT-RM  EQUAL SPACES
              MOVE WRK-RM-INC                 TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CCT-RM               TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   IF  LNK-RM NOT EQUAL SPACES
                       GO TO 0200-PROCESSAR-99-FIM
                   END-IF
                   GO  TO  0200-PROCESSAR
           END-READ.

      *------------ PAGADOR: RESPONSAVEL FINANCEIRO VINCULADO AO RM ----
      *------------ (PROGRESP) OU, SEM VINCULO, O PROPRIO ALUNO --------
           CALL "PROGRESP" USING ARQ-RM, WRK-RESP-ACHOU,
                WRK-RESP-NOME, WRK-RESP-CPF, WRK-RESP-ENDERECO,
                WRK-RESP-TELEFONE, WRK-RESP-EMAIL.

           IF  WRK-RESP-ACHOU NOT EQUAL "S"
               MOVE ARQ-NOMEALUNO              TO WRK-RESP-NOME
               MOVE ARQ-TELEFONE               TO WRK-RESP-TELEFONE
           END-IF.

           PERFORM 0210-LOCALIZAR-ULTIMO-CONTATO.

           DISPLAY SCR-PAGADOR.

           PERFORM 0220-REGISTRAR-CONTATO.

      *------------ CHAMADO COM O RM (CONSULTA 360): VOLTA AO CHAMADOR -
           IF  LNK-RM NOT EQUAL SPACES
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           INITIALIZE WRK-TEMP-DADOS-CCT.
           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LOCALIZAR-ULTIMO-CONTATO                           SECTION.
      *-----------------------------------------------------------------
      *----------- PERCORRE OS CONTATOS DO RM PELA CHAVE ALTERNATIVA: --
      *----------- O ULTIMO LIDO E O MAIS RECENTE ----------------------

           MOVE "SEM CONTATO"                  TO WRK-ULT-DATA
           MOVE SPACES                         TO WRK-ULT-RESULTADO
                                                  WRK-ULT-PROMESSA
           MOVE WRK-TEMP-CCT-RM                TO ARQ-CCT-RM

           START COBCONT KEY IS GREATER THAN OR EQUAL ARQ-CCT-RM
               INVALID KEY
                   GO TO 0210-LOCALIZAR-ULTIMO-CONTATO-99-FIM
           END-START.

           READ COBCONT NEXT RECORD
               AT END
                   GO TO 0210-LOCALIZAR-ULTIMO-CONTATO-99-FIM
           END-READ.

           PERFORM UNTIL FS-COBCONT NOT EQUAL ZEROS
                      OR ARQ-CCT-RM NOT EQUAL WRK-TEMP-CCT-RM

               STRING ARQ-CCT-DATA(7:2) "/" ARQ-CCT-DATA(5:2) "/"
                      ARQ-CCT-DATA(1:4)
                      DELIMITED BY SIZE INTO WRK-ULT-DATA
               MOVE ARQ-CCT-RESULTADO          TO WRK-ULT-RESULTADO
               MOVE ARQ-CCT-PROM-STATUS        TO WRK-ULT-PROMESSA

               READ COBCONT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COBCONT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COBCONT.

      *-----------------------------------------------------------------
       0210-LOCALIZAR-ULTIMO-CONTATO-99-FIM                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-REGISTRAR-CONTATO                                  SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-CCT-CANAL NOT EQUAL "TELEFONE"
              AND WRK-TEMP-CCT-CANAL NOT EQUAL "WHATSAPP"
              AND WRK-TEMP-CCT-CANAL NOT EQUAL "EMAIL"
              AND WRK-TEMP-CCT-CANAL NOT EQUAL "PRESENCIAL"
              MOVE WRK-MSG-CANAL-INVAL        TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0220-REGISTRAR-CONTATO
           END-IF.

           IF WRK-TEMP-CCT-RESULTADO NOT EQUAL "PROMESSA"
              AND WRK-TEMP-CCT-RESULTADO NOT EQUAL "SEM CONTATO"
              AND WRK-TEMP-CCT-RESULTADO NOT EQUAL "RECADO"
              AND WRK-TEMP-CCT-RESULTADO NOT EQUAL "RECUSA"
              AND WRK-TEMP-CCT-RESULTADO NOT EQUAL "JA PAGOU"
              MOVE WRK-MSG-RESULT-INVAL       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0220-REGISTRAR-CONTATO
           END-IF.

      *------------ PROMESSA EXIGE DATA VALIDA, NAO ANTERIOR A HOJE, ---
      *------------ E VALOR; SEM PROMESSA OS CAMPOS SAO DESPREZADOS ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA

           IF WRK-TEMP-CCT-RESULTADO EQUAL "PROMESSA"
              MOVE WRK-TEMP-CCT-PROM-DATA     TO WRK-DATA-TESTE-X
              PERFORM 0230-CONFERIR-DATA
              IF WRK-DATA-VALIDA NOT EQUAL "S"
                 OR WRK-TEMP-CCT-PROM-DATA LESS WRK-DATA-HORA(1:8)
                 OR WRK-TEMP-CCT-PROM-VALOR EQUAL ZEROS
                 MOVE WRK-MSG-PROM-INVAL      TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0220-REGISTRAR-CONTATO
              END-IF
           ELSE
              MOVE SPACES                     TO WRK-TEMP-CCT-PROM-DATA
              MOVE ZEROS                      TO WRK-TEMP-CCT-PROM-VALOR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"

                MOVE WRK-PROX-NUMERO          TO ARQ-CCT-NUMERO
                MOVE WRK-TEMP-CCT-RM          TO ARQ-CCT-RM
                MOVE WRK-RESP-NOME            TO ARQ-CCT-PAGADOR
                MOVE WRK-RESP-TELEFONE        TO ARQ-CCT-TELEFONE
                MOVE WRK-DATA-HORA(1:8)       TO ARQ-CCT-DATA
                MOVE WRK-DATA-HORA(9:6)       TO ARQ-CCT-HORA
                MOVE LNK-OPERADOR             TO ARQ-CCT-OPERADOR
                MOVE WRK-TEMP-CCT-CANAL       TO ARQ-CCT-CANAL
                MOVE WRK-TEMP-CCT-RESULTADO   TO ARQ-CCT-RESULTADO
                MOVE WRK-TEMP-CCT-PROM-DATA   TO ARQ-CCT-PROM-DATA
                MOVE WRK-TEMP-CCT-PROM-VALOR  TO ARQ-CCT-PROM-VALOR
                MOVE SPACES                   TO ARQ-CCT-PROM-STATUS
                                                 ARQ-CCT-PROM-APURACAO
                MOVE ZEROS                    TO ARQ-CCT-PROM-RECEBIDO
                MOVE WRK-TEMP-CCT-OBS         TO ARQ-CCT-OBS

                IF WRK-TEMP-CCT-RESULTADO EQUAL "PROMESSA"
                   MOVE "ABERTA"              TO ARQ-CCT-PROM-STATUS
                END-IF

                WRITE ARQ-DADOS-COBCONT
                    INVALID KEY
                        MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
                    NOT INVALID KEY
                        ADD 1                      TO WRK-PROX-NUMERO
                        MOVE WRK-MSG-CONTATO-REG   TO WRK-MSG
                END-WRITE
           ELSE
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0220-REGISTRAR-CONTATO-99-FIM                           SECTION.
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
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  COBCONT.

              IF  FS-COBCONT NOT EQUAL 0
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

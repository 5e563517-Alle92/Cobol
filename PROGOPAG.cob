       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGOPAG.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: REGISTRAR A ORDEM DE PAGAMENTO DE UMA DEVOLUCAO
      *----    AO ALUNO: O REEMBOLSO DE DESISTENCIA (REEMBOLSO.dat)
      *----    OU O SALDO CREDOR (CREDITO.dat) DO RM. O ATENDENTE
      *----    CAPTURA OU CONFIRMA OS DADOS BANCARIOS / CHAVE PIX DO
      *----    FAVORECIDO (SUGERIDOS DA ORDEM ANTERIOR DO RM) E A ORDEM
      *----    FICA PENDENTE DE LIBERACAO POR OUTRO OPERADOR (PROGOAPR).
      *----    O REEMBOLSO OU O SALDO FICA RESERVADO PARA A ORDEM ATE
      *----    O RETORNO DO BANCO (PROGORET).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- REEMBOLSO         I/O           BOKREMB
      *---- CREDITO           I/O           BOKCRED
      *---- ORDPAG            I/O           BOKORDP
      *---- FAVOREC           I/O           BOKFAVO
      *---- AUDITORIA         E             BOKAUDIT
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

           SELECT REEMBOLSO  ASSIGN TO WRK-PATH-REEMBOLSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REE-RM
                  FILE STATUS IS FS-REEMBOLSO.

           SELECT CREDITO  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CREDITO.

           SELECT ORDPAG  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDPAG.

           SELECT FAVOREC  ASSIGN TO WRK-PATH-FAVOREC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FAV-RM
                  FILE STATUS IS FS-FAVOREC.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  REEMBOLSO.
       COPY "BOKREMB".

       FD  CREDITO.
       COPY "BOKCRED".

       FD  ORDPAG.
       COPY "BOKORDP".

       FD  FAVOREC.
       COPY "BOKFAVO".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-REEMBOLSO                 PIC 9(02).
       77  FS-CREDITO                   PIC 9(02).
       77  FS-ORDPAG                    PIC 9(02).
       77  FS-FAVOREC                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- DADOS DA ORDEM ------------------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.
      *--- WRK-TEMP-ORIGEM: R = REEMBOLSO / C = SALDO CREDOR -----------
           05 WRK-TEMP-ORIGEM           PIC X(01) VALUE SPACES.

      *--- MESMO LAYOUT DE ARQ-FAV-DADOS / ARQ-ORD-FAVORECIDO ----------
       01  WRK-TEMP-FAVORECIDO.
           05 WRK-TEMP-NOME             PIC X(30).
           05 WRK-TEMP-CPF              PIC X(11).
           05 WRK-TEMP-MEIO             PIC X(03).
           05 WRK-TEMP-BANCO            PIC X(03).
           05 WRK-TEMP-AGENCIA          PIC X(05).
           05 WRK-TEMP-CONTA            PIC X(12).
           05 WRK-TEMP-CHAVE-PIX        PIC X(40).

       77  WRK-VALOR-ORDEM              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z(05)9,99.
       77  WRK-RECIBO-ORDEM             PIC 9(08)    VALUE ZEROS.
       77  WRK-PROX-NUMERO              PIC 9(06)    VALUE ZEROS.
       77  WRK-CPF-VALIDO               PIC X(01)    VALUE SPACES.
      *--- "S" = O RM JA TEM ORDEM PENDENTE / APROVADA / ENVIADA -------
       77  WRK-ORDEM-ABERTA             PIC X(01)    VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE "ORDEM DE PAGAMENTO DE DEVOLUCAO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  05 COLUMN 20 VALUE "RM DO ALUNO..............".
           05 LINE  05 COLUMN 50 USING WRK-TEMP-RM.
           05 LINE  06 COLUMN 20 VALUE "ORIGEM (R-REEMB/C-CREDITO)".
           05 LINE  06 COLUMN 50 USING WRK-TEMP-ORIGEM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-FAVORECIDO.
           05 LINE  08 COLUMN 20 VALUE "ALUNO....................".
           05 LINE  08 COLUMN 50 FROM  ARQ-NOMEALUNO.
           05 LINE  09 COLUMN 20 VALUE "VALOR A DEVOLVER.........".
           05 LINE  09 COLUMN 50 FROM  WRK-VALOR-ED.
           05 LINE  11 COLUMN 20 VALUE "FAVORECIDO...............".
           05 LINE  11 COLUMN 50 USING WRK-TEMP-NOME.
           05 LINE  12 COLUMN 20 VALUE "CPF DO FAVORECIDO........".
           05 LINE  12 COLUMN 50 USING WRK-TEMP-CPF.
           05 LINE  13 COLUMN 20 VALUE "MEIO (TED / PIX).........".
           05 LINE  13 COLUMN 50 USING WRK-TEMP-MEIO.
           05 LINE  14 COLUMN 20 VALUE "BANCO....................".
           05 LINE  14 COLUMN 50 USING WRK-TEMP-BANCO.
           05 LINE  15 COLUMN 20 VALUE "AGENCIA..................".
           05 LINE  15 COLUMN 50 USING WRK-TEMP-AGENCIA.
           05 LINE  16 COLUMN 20 VALUE "CONTA....................".
           05 LINE  16 COLUMN 50 USING WRK-TEMP-CONTA.
           05 LINE  17 COLUMN 20 VALUE "CHAVE PIX................".
           05 LINE  17 COLUMN 50 USING WRK-TEMP-CHAVE-PIX.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA A ORDEM (S/N)? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 34 USING WRK-OPCAO.

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

      *----------- ABERTURA DO CADASTRO DE ALUNOS ----------------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ABERTURA DOS SALDOS A DEVOLVER (I-O PARA RESERVAR --
      *----------- O SALDO; CRIA VAZIO NA PRIMEIRA VEZ) ----------------
            OPEN I-O REEMBOLSO.

            IF  FS-REEMBOLSO EQUAL 35
                OPEN OUTPUT REEMBOLSO
                CLOSE       REEMBOLSO
                OPEN I-O    REEMBOLSO
            END-IF.

            OPEN I-O CREDITO.

            IF  FS-CREDITO EQUAL 35
                OPEN OUTPUT CREDITO
                CLOSE       CREDITO
                OPEN I-O    CREDITO
            END-IF.

      *----------- ABERTURA DAS ORDENS E DOS FAVORECIDOS (I-O; CRIA ---
      *----------- NA PRIMEIRA GRAVACAO) -------------------------------
            OPEN I-O ORDPAG.

            IF  FS-ORDPAG EQUAL 35
                OPEN OUTPUT ORDPAG
                CLOSE       ORDPAG
                OPEN I-O    ORDPAG
            END-IF.

            OPEN I-O FAVOREC.

            IF  FS-FAVOREC EQUAL 35
                OPEN OUTPUT FAVOREC
                CLOSE       FAVOREC
                OPEN I-O    FAVOREC
            END-IF.

      *----------- PROXIMA NUMERACAO DE ORDEM: MAIOR CHAVE MAIS UM -----
            MOVE 1                             TO WRK-PROX-NUMERO
            MOVE LOW-VALUES                    TO ARQ-ORD-NUMERO
            START ORDPAG KEY IS GREATER THAN OR EQUAL ARQ-ORD-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 0110-ACHAR-ULTIMA-ORDEM
            END-START.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMA-ORDEM                                 SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE AS ORDENS PARA NUMERAR A PROXIMA --------------

           READ ORDPAG NEXT RECORD
               AT END
                   GO TO 0110-ACHAR-ULTIMA-ORDEM-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS

               COMPUTE WRK-PROX-NUMERO = ARQ-ORD-NUMERO + 1

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMA-ORDEM-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE LOCALIZACAO DO SALDO A DEVOLVER ---------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF WRK-TEMP-RM  EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-RM  EQUAL SPACES
               MOVE WRK-RM-INC                TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  WRK-TEMP-ORIGEM EQUAL "r"
               MOVE "R"                       TO WRK-TEMP-ORIGEM
           END-IF.

           IF  WRK-TEMP-ORIGEM EQUAL "c"
               MOVE "C"                       TO WRK-TEMP-ORIGEM
           END-IF.

           IF  WRK-TEMP-ORIGEM NOT EQUAL "R"
           AND WRK-TEMP-ORIGEM NOT EQUAL "C"
               MOVE WRK-MSG-ORD-ORIGEM        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-RM                   TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

      *----------- UMA ORDEM EM ANDAMENTO POR RM E ORIGEM --------------
           PERFORM 0210-VERIFICAR-ORDEM-ABERTA.

           IF  WRK-ORDEM-ABERTA EQUAL "S"
               MOVE WRK-MSG-ORD-EMABERTO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0220-APURAR-VALOR.

           IF  WRK-VALOR-ORDEM EQUAL ZEROS
               MOVE WRK-MSG-ORD-SEMSALDO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- DADOS DO FAVORECIDO: SUGERE OS DA ORDEM ---------
      *--------------- ANTERIOR DO RM OU O PROPRIO ALUNO ---------------
           MOVE WRK-TEMP-RM                   TO ARQ-FAV-RM
           READ FAVOREC KEY IS ARQ-FAV-RM
               INVALID KEY
                   INITIALIZE WRK-TEMP-FAVORECIDO
                   MOVE ARQ-NOMEALUNO         TO WRK-TEMP-NOME
                   MOVE ARQ-CPF               TO WRK-TEMP-CPF
                   MOVE "PIX"                 TO WRK-TEMP-MEIO
               NOT INVALID KEY
                   MOVE ARQ-FAV-DADOS         TO WRK-TEMP-FAVORECIDO
           END-READ.

           MOVE WRK-VALOR-ORDEM               TO WRK-VALOR-ED
           MOVE SPACES                        TO WRK-MSG
           ACCEPT SCR-FAVORECIDO.

           PERFORM 0230-VALIDAR-FAVORECIDO.

           IF  WRK-MSG NOT EQUAL SPACES
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           MOVE SPACES                        TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0240-GRAVAR-ORDEM.

           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.
           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VERIFICAR-ORDEM-ABERTA                             SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA ORDEM DO RM E DA ORIGEM AINDA NAO BAIXADA ---
      *----------- (PENDENTE, APROVADO OU ENVIADO) ---------------------

           MOVE "N"                            TO WRK-ORDEM-ABERTA
           MOVE WRK-TEMP-RM                    TO ARQ-ORD-RM

           START ORDPAG KEY IS EQUAL ARQ-ORD-RM
               INVALID KEY
                   GO TO 0210-VERIFICAR-ORDEM-ABERTA-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   GO TO 0210-VERIFICAR-ORDEM-ABERTA-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS
                      OR ARQ-ORD-RM NOT EQUAL WRK-TEMP-RM

               IF  ARQ-ORD-ORIGEM EQUAL WRK-TEMP-ORIGEM
               AND (ARQ-ORD-STATUS EQUAL "PENDENTE"
                OR  ARQ-ORD-STATUS EQUAL "APROVADO"
                OR  ARQ-ORD-STATUS EQUAL "ENVIADO")
                   MOVE "S"                    TO WRK-ORDEM-ABERTA
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0210-VERIFICAR-ORDEM-ABERTA-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-APURAR-VALOR                                       SECTION.
      *-----------------------------------------------------------------
      *----------- VALOR A DEVOLVER: REEMBOLSO AINDA NAO PAGO OU -------
      *----------- SALDO CREDOR LIVRE DO RM ----------------------------

           MOVE ZEROS                          TO WRK-VALOR-ORDEM
                                                  WRK-RECIBO-ORDEM.

           IF  WRK-TEMP-ORIGEM EQUAL "R"
               MOVE WRK-TEMP-RM                TO ARQ-REE-RM
               READ REEMBOLSO KEY IS ARQ-REE-RM
                   INVALID KEY
                       GO TO 0220-APURAR-VALOR-99-FIM
               END-READ
               IF  ARQ-REE-STATUS EQUAL "PAGO"
               OR  ARQ-REE-ORDEM  NOT EQUAL ZEROS
                   GO TO 0220-APURAR-VALOR-99-FIM
               END-IF
               MOVE ARQ-REE-VALOR              TO WRK-VALOR-ORDEM
               MOVE ARQ-REE-RECIBO             TO WRK-RECIBO-ORDEM
           ELSE
               MOVE WRK-TEMP-RM                TO ARQ-CRE-RM
               READ CREDITO KEY IS ARQ-CRE-RM
                   INVALID KEY
                       GO TO 0220-APURAR-VALOR-99-FIM
               END-READ
               IF  ARQ-CRE-ORDEM NOT EQUAL ZEROS
                   GO TO 0220-APURAR-VALOR-99-FIM
               END-IF
               MOVE ARQ-CRE-SALDO              TO WRK-VALOR-ORDEM
           END-IF.

      *-----------------------------------------------------------------
       0220-APURAR-VALOR-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-VALIDAR-FAVORECIDO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- NOME E CPF VALIDO SEMPRE; TED EXIGE BANCO, AGENCIA --
      *----------- E CONTA; PIX EXIGE A CHAVE --------------------------

           MOVE SPACES                         TO WRK-MSG.

           IF  WRK-TEMP-MEIO EQUAL "ted"
               MOVE "TED"                      TO WRK-TEMP-MEIO
           END-IF.

           IF  WRK-TEMP-MEIO EQUAL "pix"
               MOVE "PIX"                      TO WRK-TEMP-MEIO
           END-IF.

           IF  WRK-TEMP-NOME EQUAL SPACES
               MOVE WRK-NOME-INC               TO WRK-MSG
               GO TO 0230-VALIDAR-FAVORECIDO-99-FIM
           END-IF.

           CALL "PROGVCPF" USING WRK-TEMP-CPF, WRK-CPF-VALIDO.

           IF  WRK-CPF-VALIDO NOT EQUAL "S"
               MOVE WRK-MSG-CPF-INVAL          TO WRK-MSG
               GO TO 0230-VALIDAR-FAVORECIDO-99-FIM
           END-IF.

           EVALUATE WRK-TEMP-MEIO
               WHEN "TED"
                   IF  WRK-TEMP-BANCO   EQUAL SPACES
                   OR  WRK-TEMP-AGENCIA EQUAL SPACES
                   OR  WRK-TEMP-CONTA   EQUAL SPACES
                       MOVE WRK-MSG-ORD-FAVINC TO WRK-MSG
                   END-IF
               WHEN "PIX"
                   IF  WRK-TEMP-CHAVE-PIX EQUAL SPACES
                       MOVE WRK-MSG-ORD-FAVINC TO WRK-MSG
                   END-IF
               WHEN OTHER
                   MOVE WRK-MSG-ORD-FAVINC     TO WRK-MSG
           END-EVALUATE.

      *-----------------------------------------------------------------
       0230-VALIDAR-FAVORECIDO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-GRAVAR-ORDEM                                       SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A ORDEM PENDENTE, GUARDA O FAVORECIDO PARA ----
      *----------- A PROXIMA ORDEM E RESERVA O SALDO DEVOLVIDO ---------

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           INITIALIZE ARQ-DADOS-ORDPAG
           MOVE WRK-PROX-NUMERO                TO ARQ-ORD-NUMERO
           MOVE WRK-TEMP-RM                    TO ARQ-ORD-RM
           MOVE WRK-TEMP-ORIGEM                TO ARQ-ORD-ORIGEM
           MOVE WRK-RECIBO-ORDEM               TO ARQ-ORD-RECIBO
           MOVE WRK-VALOR-ORDEM                TO ARQ-ORD-VALOR
           MOVE WRK-TEMP-FAVORECIDO            TO ARQ-ORD-FAVORECIDO
           MOVE "PENDENTE"                     TO ARQ-ORD-STATUS
           MOVE LNK-OPERADOR                   TO ARQ-ORD-SOLICITANTE
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-ORD-DATA-SOLIC
           WRITE ARQ-DADOS-ORDPAG.

           ADD 1                               TO WRK-PROX-NUMERO.

           MOVE WRK-TEMP-RM                    TO ARQ-FAV-RM
           MOVE WRK-TEMP-FAVORECIDO            TO ARQ-FAV-DADOS
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-FAV-DATA-ATUAL
           MOVE LNK-OPERADOR                   TO ARQ-FAV-OPERADOR
           WRITE ARQ-DADOS-FAVOREC
               INVALID KEY
                   REWRITE ARQ-DADOS-FAVOREC
           END-WRITE.

           IF  WRK-TEMP-ORIGEM EQUAL "R"
               MOVE ARQ-ORD-NUMERO             TO ARQ-REE-ORDEM
               REWRITE ARQ-DADOS-REEMBOLSO
           ELSE
               MOVE ARQ-ORD-NUMERO             TO ARQ-CRE-ORDEM
               REWRITE ARQ-DADOS-CREDITO
           END-IF.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGOPAG"                     TO ARQ-AUD-PROGRAMA
           MOVE "ORDEMPAGTO"                   TO ARQ-AUD-OPERACAO
           MOVE ARQ-RM                         TO ARQ-AUD-RM
           MOVE ARQ-NOMEALUNO                  TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "ORDEM"                        TO ARQ-AUD-CAMPO
           MOVE SPACES                         TO ARQ-AUD-ANTES
           MOVE ARQ-ORD-NUMERO                 TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0240-GRAVAR-ORDEM-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  REEMBOLSO.

             CLOSE  CREDITO.

             CLOSE  ORDPAG.

              IF  FS-ORDPAG NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  FAVOREC.

             CLOSE  AUDITORIA.

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

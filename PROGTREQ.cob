       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGTREQ.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANUTENCAO DO CATALOGO DE TIPOS DE REQUERIMENTO
      *----    (TIPOREQ.dat): INCLUSAO, ALTERACAO E EXCLUSAO, COM O
      *----    SETOR QUE ATENDE, O PRAZO (SLA) EM DIAS UTEIS E A TAXA
      *----    OPCIONAL COBRADA NA ABERTURA DO PROTOCOLO (PROGREQA).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TIPOREQ          I/O            BOKTREQ
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
           SELECT TIPOREQ  ASSIGN TO WRK-PATH-TIPOREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRQ-COD
                  FILE STATUS IS FS-TIPOREQ.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TIPOREQ.
       COPY "BOKTREQ".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-CHAVE.
      *--- ACAO: I = INCLUIR / A = ALTERAR / E = EXCLUIR ---------------
           05 WRK-TEMP-TRQ-ACAO         PIC X(01).
           05 WRK-TEMP-TRQ-COD          PIC X(04).

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-TRQ-DESC         PIC X(30).
           05 WRK-TEMP-TRQ-SETOR        PIC X(12).
           05 WRK-TEMP-TRQ-SLA          PIC 9(03).
           05 WRK-TEMP-TRQ-TAXA         PIC 9(06)V99.

      *------------- VARIAVEIS DE STATUS
       77  FS-TIPOREQ                   PIC 9(02).

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
           05 LINE  01 COLUMN 23 VALUE
                  "CATALOGO DE TIPOS DE REQUERIMENTO"
                  BACKGROUND-COLOR 3.

       01  SCR-CHAVE.
           05 LINE  05 COLUMN 30 VALUE "ACAO (I/A/E).....".
           05 LINE  05 COLUMN 60 USING WRK-TEMP-TRQ-ACAO.
           05 LINE  06 COLUMN 30 VALUE "CODIGO DO TIPO...".
           05 LINE  06 COLUMN 60 USING WRK-TEMP-TRQ-COD.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  08 COLUMN 30 VALUE "DESCRICAO........".
           05 LINE  08 COLUMN 48 USING WRK-TEMP-TRQ-DESC.
           05 LINE  10 COLUMN 30 VALUE "SETOR QUE ATENDE.".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-TRQ-SETOR.
           05 LINE  11 COLUMN 30 VALUE "PRAZO (DIAS UTEIS)".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-TRQ-SLA.
           05 LINE  12 COLUMN 30 VALUE "TAXA (ZERO=SEM TAXA)".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-TRQ-TAXA.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA A ACAO (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 40 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG WRK-TEMP-CHAVE WRK-TEMP-DADOS.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  TIPOREQ.

            IF  FS-TIPOREQ EQUAL 35
                OPEN OUTPUT TIPOREQ
                CLOSE       TIPOREQ
                OPEN I-O    TIPOREQ
            END-IF.

            IF  FS-TIPOREQ NOT EQUAL 0
                EVALUATE FS-TIPOREQ
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

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DA CHAVE -----------------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-CHAVE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-CHAVE.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-TRQ-COD EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TRQ-ACAO)
                                              TO WRK-TEMP-TRQ-ACAO.

           IF WRK-TEMP-TRQ-ACAO NOT EQUAL "I"
           AND WRK-TEMP-TRQ-ACAO NOT EQUAL "A"
           AND WRK-TEMP-TRQ-ACAO NOT EQUAL "E"
              MOVE WRK-MSG-OPCAO-ERRO         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-TRQ-COD         EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TRQ-COD)
                                              TO WRK-TEMP-TRQ-COD.
           MOVE WRK-TEMP-TRQ-COD              TO ARQ-TRQ-COD

      *--------------- INCLUSAO: O TIPO NAO PODE EXISTIR ---------------
           IF WRK-TEMP-TRQ-ACAO EQUAL "I"
              READ TIPOREQ KEY IS ARQ-TRQ-COD
                  NOT INVALID KEY
                      MOVE WRK-MSG-REG-JAEXISTE TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
           ELSE
              READ TIPOREQ KEY IS ARQ-TRQ-COD
                  INVALID KEY
                      MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
              PERFORM 0210-CARREGAR-TELA
           END-IF.

      *--------------- EXCLUSAO: MOSTRA, CONFIRMA E EXCLUI -------------
           IF WRK-TEMP-TRQ-ACAO EQUAL "E"
              PERFORM 0240-EXCLUIR
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           ACCEPT SCR-DADOS.

           IF WRK-TEMP-TRQ-DESC        EQUAL SPACES
              MOVE WRK-MSG-DOC-DESCINC        TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TRQ-SETOR)
                                              TO WRK-TEMP-TRQ-SETOR.

           IF WRK-TEMP-TRQ-SETOR       EQUAL SPACES
              MOVE WRK-MSG-REQ-SETORINC       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE WRK-TEMP-TRQ-COD              TO ARQ-TRQ-COD
           MOVE WRK-TEMP-TRQ-DESC             TO ARQ-TRQ-DESC
           MOVE WRK-TEMP-TRQ-SETOR            TO ARQ-TRQ-SETOR
           MOVE WRK-TEMP-TRQ-SLA              TO ARQ-TRQ-SLA-DIAS
           MOVE WRK-TEMP-TRQ-TAXA             TO ARQ-TRQ-TAXA

           MOVE WRK-REGISTRO                  TO WRK-MSG

           IF WRK-TEMP-TRQ-ACAO EQUAL "I"
              WRITE ARQ-DADOS-TIPOREQ
                  INVALID KEY
                      MOVE WRK-MSG-REG-JAEXISTE TO WRK-MSG
              END-WRITE
           ELSE
              REWRITE ARQ-DADOS-TIPOREQ
                  INVALID KEY
                      MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
              END-REWRITE
           END-IF.

           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-TELA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- TRAZ PARA A TELA OS DADOS JA GRAVADOS ---------------

           MOVE ARQ-TRQ-DESC                  TO WRK-TEMP-TRQ-DESC
           MOVE ARQ-TRQ-SETOR                 TO WRK-TEMP-TRQ-SETOR
           MOVE ARQ-TRQ-SLA-DIAS              TO WRK-TEMP-TRQ-SLA
           MOVE ARQ-TRQ-TAXA                  TO WRK-TEMP-TRQ-TAXA.

      *-----------------------------------------------------------------
       0210-CARREGAR-TELA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-EXCLUIR                                            SECTION.
      *-----------------------------------------------------------------
      *----------- EXCLUSAO DO TIPO: OS PROTOCOLOS JA ABERTOS SEGUEM ---
      *----------- COM O SETOR E O PRAZO GRAVADOS NA ABERTURA ----------

           DISPLAY SCR-DADOS.

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0240-EXCLUIR-99-FIM
           END-IF.

           DELETE TIPOREQ
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
               NOT INVALID KEY
                   MOVE WRK-REGISTRO          TO WRK-MSG
           END-DELETE.

           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0240-EXCLUIR-99-FIM                                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  TIPOREQ.

              IF  FS-TIPOREQ NOT EQUAL 0
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

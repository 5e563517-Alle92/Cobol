       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGTDOC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANUTENCAO DO CATALOGO DE TIPOS DE DOCUMENTO DO
      *----    ALUNO (TIPODOC.dat): INCLUSAO, ALTERACAO E EXCLUSAO,
      *----    COM OS INDICADORES DE EXIGENCIA (MATRICULA, DIPLOMA E
      *----    TRANSFERENCIA), O BLOQUEIO DOS DOCUMENTOS OFICIAIS
      *----    ENQUANTO O ITEM FALTAR (PROGDOCV) E O PRAZO DE ENTREGA
      *----    EM DIAS APOS A MATRICULA (RELATORIO PROGRDOC).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TIPODOC          I/O            BOKTDOC
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
           SELECT TIPODOC  ASSIGN TO WRK-PATH-TIPODOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TDO-COD
                  FILE STATUS IS FS-TIPODOC.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TIPODOC.
       COPY "BOKTDOC".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-CHAVE.
      *--- ACAO: I = INCLUIR / A = ALTERAR / E = EXCLUIR ---------------
           05 WRK-TEMP-TDO-ACAO         PIC X(01).
           05 WRK-TEMP-TDO-COD          PIC X(04).

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-TDO-DESC         PIC X(30).
           05 WRK-TEMP-TDO-MATRICULA    PIC X(01).
           05 WRK-TEMP-TDO-DIPLOMA      PIC X(01).
           05 WRK-TEMP-TDO-TRANSF       PIC X(01).
           05 WRK-TEMP-TDO-BLOQUEIA     PIC X(01).
           05 WRK-TEMP-TDO-PRAZO        PIC 9(03).

      *------------- VARIAVEIS DE STATUS
       77  FS-TIPODOC                   PIC 9(02).

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
           05 LINE  01 COLUMN 26 VALUE "CATALOGO DE TIPOS DE DOCUMENTO"
                  BACKGROUND-COLOR 3.

       01  SCR-CHAVE.
           05 LINE  05 COLUMN 30 VALUE "ACAO (I/A/E).....".
           05 LINE  05 COLUMN 60 USING WRK-TEMP-TDO-ACAO.
           05 LINE  06 COLUMN 30 VALUE "CODIGO DO TIPO...".
           05 LINE  06 COLUMN 60 USING WRK-TEMP-TDO-COD.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  08 COLUMN 30 VALUE "DESCRICAO........".
           05 LINE  08 COLUMN 48 USING WRK-TEMP-TDO-DESC.
           05 LINE  10 COLUMN 30 VALUE "EXIGIDO MATRICULA (S/N)".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-TDO-MATRICULA.
           05 LINE  11 COLUMN 30 VALUE "EXIGIDO DIPLOMA (S/N)".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-TDO-DIPLOMA.
           05 LINE  12 COLUMN 30 VALUE "EXIGIDO TRANSFER. (S/N)".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-TDO-TRANSF.
           05 LINE  13 COLUMN 30 VALUE "BLOQUEIA DOCUM. (S/N)".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-TDO-BLOQUEIA.
           05 LINE  14 COLUMN 30 VALUE "PRAZO ENTREGA (DIAS)".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-TDO-PRAZO.

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
            OPEN I-O  TIPODOC.

            IF  FS-TIPODOC EQUAL 35
                OPEN OUTPUT TIPODOC
                CLOSE       TIPODOC
                OPEN I-O    TIPODOC
            END-IF.

            IF  FS-TIPODOC NOT EQUAL 0
                EVALUATE FS-TIPODOC
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
           IF WRK-TEMP-TDO-COD EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TDO-ACAO)
                                              TO WRK-TEMP-TDO-ACAO.

           IF WRK-TEMP-TDO-ACAO NOT EQUAL "I"
           AND WRK-TEMP-TDO-ACAO NOT EQUAL "A"
           AND WRK-TEMP-TDO-ACAO NOT EQUAL "E"
              MOVE WRK-MSG-OPCAO-ERRO         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-TDO-COD         EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TDO-COD)
                                              TO WRK-TEMP-TDO-COD.
           MOVE WRK-TEMP-TDO-COD              TO ARQ-TDO-COD

      *--------------- INCLUSAO: O TIPO NAO PODE EXISTIR ---------------
           IF WRK-TEMP-TDO-ACAO EQUAL "I"
              READ TIPODOC KEY IS ARQ-TDO-COD
                  NOT INVALID KEY
                      MOVE WRK-MSG-REG-JAEXISTE TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
              MOVE "N"                        TO WRK-TEMP-TDO-MATRICULA
                                                 WRK-TEMP-TDO-DIPLOMA
                                                 WRK-TEMP-TDO-TRANSF
                                                 WRK-TEMP-TDO-BLOQUEIA
           ELSE
              READ TIPODOC KEY IS ARQ-TDO-COD
                  INVALID KEY
                      MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
              PERFORM 0210-CARREGAR-TELA
           END-IF.

      *--------------- EXCLUSAO: MOSTRA, CONFIRMA E EXCLUI -------------
           IF WRK-TEMP-TDO-ACAO EQUAL "E"
              PERFORM 0240-EXCLUIR
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           ACCEPT SCR-DADOS.

           IF WRK-TEMP-TDO-DESC        EQUAL SPACES
              MOVE WRK-MSG-DOC-DESCINC        TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TDO-MATRICULA)
                                              TO WRK-TEMP-TDO-MATRICULA
           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TDO-DIPLOMA)
                                              TO WRK-TEMP-TDO-DIPLOMA
           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TDO-TRANSF)
                                              TO WRK-TEMP-TDO-TRANSF
           MOVE FUNCTION UPPER-CASE(WRK-TEMP-TDO-BLOQUEIA)
                                              TO WRK-TEMP-TDO-BLOQUEIA.

           IF (WRK-TEMP-TDO-MATRICULA NOT EQUAL "S" AND
               WRK-TEMP-TDO-MATRICULA NOT EQUAL "N")
           OR (WRK-TEMP-TDO-DIPLOMA   NOT EQUAL "S" AND
               WRK-TEMP-TDO-DIPLOMA   NOT EQUAL "N")
           OR (WRK-TEMP-TDO-TRANSF    NOT EQUAL "S" AND
               WRK-TEMP-TDO-TRANSF    NOT EQUAL "N")
           OR (WRK-TEMP-TDO-BLOQUEIA  NOT EQUAL "S" AND
               WRK-TEMP-TDO-BLOQUEIA  NOT EQUAL "N")
              MOVE WRK-MSG-DOC-INDICADOR      TO WRK-MSG
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
           MOVE WRK-TEMP-TDO-COD              TO ARQ-TDO-COD
           MOVE WRK-TEMP-TDO-DESC             TO ARQ-TDO-DESC
           MOVE WRK-TEMP-TDO-MATRICULA        TO ARQ-TDO-EXIGE-MATRICULA
           MOVE WRK-TEMP-TDO-DIPLOMA          TO ARQ-TDO-EXIGE-DIPLOMA
           MOVE WRK-TEMP-TDO-TRANSF           TO ARQ-TDO-EXIGE-TRANSF
           MOVE WRK-TEMP-TDO-BLOQUEIA         TO ARQ-TDO-BLOQUEIA
           MOVE WRK-TEMP-TDO-PRAZO            TO ARQ-TDO-PRAZO-DIAS

           MOVE WRK-REGISTRO                  TO WRK-MSG

           IF WRK-TEMP-TDO-ACAO EQUAL "I"
              WRITE ARQ-DADOS-TIPODOC
                  INVALID KEY
                      MOVE WRK-MSG-REG-JAEXISTE TO WRK-MSG
              END-WRITE
           ELSE
              REWRITE ARQ-DADOS-TIPODOC
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

           MOVE ARQ-TDO-DESC                  TO WRK-TEMP-TDO-DESC
           MOVE ARQ-TDO-EXIGE-MATRICULA       TO WRK-TEMP-TDO-MATRICULA
           MOVE ARQ-TDO-EXIGE-DIPLOMA         TO WRK-TEMP-TDO-DIPLOMA
           MOVE ARQ-TDO-EXIGE-TRANSF          TO WRK-TEMP-TDO-TRANSF
           MOVE ARQ-TDO-BLOQUEIA              TO WRK-TEMP-TDO-BLOQUEIA
           MOVE ARQ-TDO-PRAZO-DIAS            TO WRK-TEMP-TDO-PRAZO.

      *-----------------------------------------------------------------
       0210-CARREGAR-TELA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-EXCLUIR                                            SECTION.
      *-----------------------------------------------------------------
      *----------- EXCLUSAO DO TIPO: DEIXA DE SER EXIGIDO E COBRADO ----

           DISPLAY SCR-DADOS.

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0240-EXCLUIR-99-FIM
           END-IF.

           DELETE TIPODOC
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
             CLOSE  TIPODOC.

              IF  FS-TIPODOC NOT EQUAL 0
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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGQREI.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 01/09/2026
      *--- OBJETIVOS: SEGUNDA VIA DA DECLARACAO ANUAL DE QUITACAO DE
      *----    DEBITOS: LOCALIZA O NUMERO NO REGISTRO QUITACAO.dat,
      *----    MOSTRA O PAGADOR E OS DADOS DA EMISSAO E COPIA O
      *----    DOCUMENTO GERADO PELO PROGQUIT PARA A IMPRESSORA, SEM
      *----    EMITIR DECLARACAO NOVA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- QUITACAO          I             BOKQUIT
      *---- DECLQUIT          I              ----
      *---- IMPRESSORA        O              ----
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
           SELECT QUITACAO  ASSIGN TO WRK-PATH-QUITACAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-QUI-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-QUI-CHAVE-PAGADOR
                  FILE STATUS IS FS-QUITACAO.

           SELECT DECLQUIT ASSIGN TO WRK-PATH-DECLQUIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DECLQUIT.

           SELECT IMPRESSORA ASSIGN TO WRK-PATH-IMPRESSORA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-IMPRESSORA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  QUITACAO.
       COPY "BOKQUIT".

       FD  DECLQUIT.
       01  ARQ-DECLQUIT                 PIC X(80).

       FD  IMPRESSORA.
       01  ARQ-RELIMPRESSORA            PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-QUITACAO                  PIC 9(02).
       77  FS-DECLQUIT                  PIC 9(02).
       77  FS-IMPRESSORA                PIC 9(02).

      *------------- CAMINHO DA DECLARACAO ESCOLHIDA -------------------
       77  WRK-PATH-DECLQUIT            PIC X(80).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

       77  WRK-ESCOLHA                  PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 20 VALUE
                  "SEGUNDA VIA DA DECLARACAO DE QUITACAO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "NUMERO DECLARACAO".
           05 LINE  07 COLUMN 60 USING WRK-ESCOLHA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-DECLARACAO.
           05 LINE  09 COLUMN 30 VALUE "PAGADOR..........".
           05 LINE  09 COLUMN 50 FROM  ARQ-QUI-NOME.
           05 LINE  10 COLUMN 30 VALUE "ANO-BASE/DEPEND..".
           05 LINE  10 COLUMN 50 FROM  ARQ-QUI-ANO.
           05 LINE  10 COLUMN 56 FROM  ARQ-QUI-QTD-DEPEND.
           05 LINE  11 COLUMN 30 VALUE "EMISSAO/OPERADOR.".
           05 LINE  11 COLUMN 50 FROM  ARQ-QUI-DATA-EMISSAO.
           05 LINE  11 COLUMN 60 FROM  ARQ-QUI-OPERADOR.

       01  SCR-OPCAO.
           05 LINE  13 COLUMN 09 VALUE
                  "REIMPRIMIR ESTA DECLARACAO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  13 COLUMN 45 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ABERTURA DO REGISTRO DE DECLARACOES -----------------
            OPEN INPUT QUITACAO.

            IF  FS-QUITACAO NOT EQUAL 0
                EVALUATE FS-QUITACAO
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

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           MOVE ZEROS                         TO WRK-ESCOLHA
           ACCEPT SCR-DADOS.

           IF  WRK-ESCOLHA EQUAL 99999999 OR WRK-ESCOLHA EQUAL ZEROS
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE WRK-ESCOLHA                    TO ARQ-QUI-NUMERO
           READ QUITACAO KEY IS ARQ-QUI-NUMERO
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           DISPLAY SCR-DECLARACAO.

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- COPIA O DOCUMENTO GERADO PARA A IMPRESSORA ----------
           MOVE ARQ-QUI-ARQUIVO                TO WRK-PATH-DECLQUIT

           OPEN INPUT DECLQUIT.

           IF  FS-DECLQUIT NOT EQUAL ZEROS
               MOVE WRK-MSG-FS-NAOENCONT       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           OPEN OUTPUT IMPRESSORA.

           READ DECLQUIT
               AT END
                   MOVE 9                      TO FS-DECLQUIT
           END-READ.

           PERFORM UNTIL FS-DECLQUIT NOT EQUAL ZEROS

               MOVE ARQ-DECLQUIT              TO ARQ-RELIMPRESSORA
               WRITE ARQ-RELIMPRESSORA

               READ DECLQUIT
                   AT END
                       MOVE 9                  TO FS-DECLQUIT
               END-READ

           END-PERFORM.

           CLOSE IMPRESSORA.
           CLOSE DECLQUIT.

           MOVE WRK-REGISTRO                   TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  QUITACAO.

              IF  FS-QUITACAO NOT EQUAL 0
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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGLFAT.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: LIBERACAO DO FATURAMENTO DA COMPETENCIA
      *----    (PREVFAT.dat). O SUPERVISOR INFORMA A COMPETENCIA, VE
      *----    O RESUMO DA PREVIA GERADA PELO PROGCOBR (QUANTIDADE,
      *----    VALOR, ALERTAS E O RELATORIO A REVISAR) E LIBERA OU
      *----    REJEITA; QUEM RODOU A PREVIA NAO PODE LIBERA-LA. SEM A
      *----    PREVIA LIBERADA O PROGCOBR NAO FATURA A COMPETENCIA. AS
      *----    DUAS IDENTIDADES FICAM GRAVADAS EM AUDITORIA.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- PREVFAT           I/O           BOKPFAT
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
           SELECT PREVFAT  ASSIGN TO WRK-PATH-PREVFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PFA-COMPETENCIA
                  FILE STATUS IS FS-PREVFAT.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  PREVFAT.
       COPY "BOKPFAT".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-PREVFAT                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA LIBERACAO ----------------------------
       77  WRK-COMPETENCIA              PIC X(06) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC Z(09)9,99.
       77  WRK-DATA-PREVIA-ED           PIC X(16) VALUE SPACES.

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
           05 LINE  01 COLUMN 22 VALUE
                  "LIBERACAO DO FATURAMENTO"
                  BACKGROUND-COLOR 3.

       01  SCR-COMPETENCIA.
           05 LINE  04 COLUMN 09 VALUE
                  "COMPETENCIA AAAAMM (BRANCO PARA SAIR): "
                              BACKGROUND-COLOR 2.
           05 LINE  04 COLUMN 49 USING WRK-COMPETENCIA.

       01  SCR-PREVIA.
           05 LINE  06 COLUMN 09 VALUE "SITUACAO DA PREVIA...".
           05 LINE  06 COLUMN 32 FROM  ARQ-PFA-STATUS.
           05 LINE  07 COLUMN 09 VALUE "GERADA EM...........".
           05 LINE  07 COLUMN 32 FROM  WRK-DATA-PREVIA-ED.
           05 LINE  08 COLUMN 09 VALUE "GERADA POR..........".
           05 LINE  08 COLUMN 32 FROM  ARQ-PFA-OPER-PREVIA.
           05 LINE  09 COLUMN 09 VALUE "COBRANCAS...........".
           05 LINE  09 COLUMN 32 FROM  ARQ-PFA-QTD-COBRANCAS.
           05 LINE  10 COLUMN 09 VALUE "VALOR DAS FAMILIAS..".
           05 LINE  10 COLUMN 32 FROM  WRK-VALOR-ED.
           05 LINE  11 COLUMN 09 VALUE "COM ALERTA..........".
           05 LINE  11 COLUMN 32 FROM  ARQ-PFA-QTD-ALERTAS.
           05 LINE  13 COLUMN 09 VALUE "RELATORIO A REVISAR:".
           05 LINE  14 COLUMN 09 FROM  ARQ-PFA-RELATORIO.

       01  SCR-OPCAO.
           05 LINE  17 COLUMN 9  VALUE
                  "LIBERAR (S) / REJEITAR (R) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  17 COLUMN 54 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
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

      *----------- ABERTURA DO CONTROLE DAS PREVIAS --------------------
            OPEN I-O PREVFAT.

            IF  FS-PREVFAT NOT EQUAL 0
                MOVE WRK-MSG-PRV-PENDENTE      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

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
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *----------- ESCOLHA DA COMPETENCIA ------------------------------
           DISPLAY SCR-TELA
           MOVE SPACES                         TO WRK-COMPETENCIA
           ACCEPT SCR-COMPETENCIA.

           IF  WRK-COMPETENCIA EQUAL SPACES
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE WRK-COMPETENCIA                TO ARQ-PFA-COMPETENCIA
           READ PREVFAT KEY IS ARQ-PFA-COMPETENCIA
               INVALID KEY
                   MOVE WRK-MSG-PRV-PENDENTE   TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  ARQ-PFA-STATUS NOT EQUAL "GERADA"
               MOVE WRK-MSG-PRV-PENDENTE       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- RESUMO DA PREVIA PARA A DECISAO ---------------------
           MOVE ARQ-PFA-VALOR-TOTAL            TO WRK-VALOR-ED
           MOVE SPACES                         TO WRK-DATA-PREVIA-ED
           STRING ARQ-PFA-DATA-PREVIA(7:2) "/"
                  ARQ-PFA-DATA-PREVIA(5:2) "/"
                  ARQ-PFA-DATA-PREVIA(1:4) " "
                  ARQ-PFA-DATA-PREVIA(9:2) ":"
                  ARQ-PFA-DATA-PREVIA(11:2)
                  DELIMITED BY SIZE INTO WRK-DATA-PREVIA-ED
           DISPLAY SCR-PREVIA.

      *----------- QUATRO OLHOS: QUEM RODOU A PREVIA NAO A LIBERA ------
           IF  ARQ-PFA-OPER-PREVIA EQUAL LNK-OPERADOR
               MOVE WRK-MSG-SEM-PERMISSAO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE DECISAO ---------------------------------
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                   MOVE "LIBERADA"             TO ARQ-PFA-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-PFA-APROVADOR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-PFA-DATA-APROV
                   REWRITE ARQ-DADOS-PREVFAT
                   PERFORM 0240-AUDITAR-DECISAO
                   MOVE WRK-REGISTRO           TO WRK-MSG
               WHEN "R"
               WHEN "r"
                   MOVE "REJEITADA"            TO ARQ-PFA-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-PFA-APROVADOR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-PFA-DATA-APROV
                   REWRITE ARQ-DADOS-PREVFAT
                   PERFORM 0240-AUDITAR-DECISAO
                   MOVE WRK-REGISTRO           TO WRK-MSG
               WHEN OTHER
                   MOVE WRK-SEMCONFIRM         TO WRK-MSG
           END-EVALUATE.

           PERFORM 0900-MOSTRA.
           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A DECISAO COM AS DUAS IDENTIDADES: QUEM -------
      *----------- GEROU A PREVIA (ANTES) E QUEM DECIDIU (DEPOIS) ------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGLFAT"                     TO ARQ-AUD-PROGRAMA
           MOVE ARQ-PFA-STATUS                 TO ARQ-AUD-OPERACAO
           MOVE SPACES                         TO ARQ-AUD-RM
           MOVE SPACES                         TO ARQ-AUD-NOMEALUNO
           STRING "PREVIA " ARQ-PFA-COMPETENCIA
                  DELIMITED BY SIZE INTO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "SOLIC/APROV"                  TO ARQ-AUD-CAMPO
           MOVE ARQ-PFA-OPER-PREVIA            TO ARQ-AUD-ANTES
           MOVE ARQ-PFA-APROVADOR              TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  PREVFAT.

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

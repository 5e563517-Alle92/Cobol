       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGBCAD.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CADASTRAR E ALTERAR OS CONVENIOS DE COBRANCA
      *----    BANCARIA (CONVENIO.dat): BANCO, NUMERO DO CONVENIO,
      *----    LAYOUT DO ARQUIVO, CAMPUS ATENDIDO, TARIFAS E SE E O
      *----    CONVENIO PADRAO. SO PODE HAVER UM CONVENIO PADRAO. A
      *----    NUMERACAO DAS REMESSAS DO CONVENIO E MANTIDA PELO
      *----    PROGREME E PRESERVADA NA ALTERACAO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CONVENIO         I-O            BOKCNV
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
           SELECT CONVENIO  ASSIGN TO WRK-PATH-CONVENIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CNV-CODIGO
                  FILE STATUS IS FS-CONVENIO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CONVENIO.
       COPY "BOKCNV".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CNV-CODIGO       PIC X(03).
           05 WRK-TEMP-CNV-BANCO        PIC X(03).
           05 WRK-TEMP-CNV-NOME-BANCO   PIC X(20).
           05 WRK-TEMP-CNV-NUMERO       PIC X(12).
           05 WRK-TEMP-CNV-LAYOUT       PIC X(08).
           05 WRK-TEMP-CNV-TARIFA-REG   PIC 9(03)V99 VALUE ZEROS.
           05 WRK-TEMP-CNV-TARIFA-LIQ   PIC 9(03)V99 VALUE ZEROS.
           05 WRK-TEMP-CNV-TARIFA-INS   PIC 9(03)V99 VALUE ZEROS.
           05 WRK-TEMP-CNV-CAMPUS       PIC X(15).
           05 WRK-TEMP-CNV-PADRAO       PIC X(01).
           05 WRK-TEMP-CNV-STATUS       PIC X(10).

      *------------- VARIAVEIS DE STATUS
       77  FS-CONVENIO                  PIC 9(02).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *--- NUMERACAO DE REMESSA DO CONVENIO JA CADASTRADO (ZERO = -----
      *--- CONVENIO NOVO) E "S" = OUTRO CONVENIO JA E O PADRAO --------
       77  WRK-SEQ-ATUAL                PIC 9(06)    VALUE ZEROS.
       77  WRK-OUTRO-PADRAO             PIC X(01)    VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE
                  "CADASTRO DE CONVENIO DE COBRANCA"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CODIGO DO CONVENIO".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CNV-CODIGO.
           05 LINE  08 COLUMN 30 VALUE "NUMERO DO BANCO..".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-CNV-BANCO.
           05 LINE  09 COLUMN 30 VALUE "NOME DO BANCO....".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CNV-NOME-BANCO.
           05 LINE  10 COLUMN 30 VALUE "CONVENIO NO BANCO".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-CNV-NUMERO.
           05 LINE  11 COLUMN 30 VALUE "LAYOUT DO ARQUIVO".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-CNV-LAYOUT.
           05 LINE  12 COLUMN 30 VALUE "TARIFA REGISTRO..".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-CNV-TARIFA-REG.
           05 LINE  13 COLUMN 30 VALUE "TARIFA LIQUIDACAO".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-CNV-TARIFA-LIQ.
           05 LINE  14 COLUMN 30 VALUE "TARIFA INSTRUCAO.".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-CNV-TARIFA-INS.
           05 LINE  15 COLUMN 30 VALUE "CAMPUS ATENDIDO..".
           05 LINE  15 COLUMN 60 USING WRK-TEMP-CNV-CAMPUS.
           05 LINE  16 COLUMN 30 VALUE "PADRAO (S/N).....".
           05 LINE  16 COLUMN 60 USING WRK-TEMP-CNV-PADRAO.
           05 LINE  17 COLUMN 30 VALUE "STATUS (ATIVO/INATIVO)".
           05 LINE  17 COLUMN 60 USING WRK-TEMP-CNV-STATUS.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "CODIGO 999 PARA SAIR"
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

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  CONVENIO.

            IF  FS-CONVENIO EQUAL 35
                OPEN OUTPUT CONVENIO
                CLOSE       CONVENIO
                OPEN I-O    CONVENIO
            END-IF.

            IF  FS-CONVENIO NOT EQUAL 0
                EVALUATE FS-CONVENIO
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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-CNV-CODIGO EQUAL '999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-CNV-CODIGO   EQUAL SPACES
           OR WRK-TEMP-CNV-BANCO    EQUAL SPACES
           OR WRK-TEMP-CNV-NUMERO   EQUAL SPACES
           OR WRK-TEMP-CNV-LAYOUT   EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CNV-STATUS NOT EQUAL "ATIVO"
          AND WRK-TEMP-CNV-STATUS NOT EQUAL "INATIVO"
              MOVE WRK-MSG-STATUS-INVAL       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CNV-PADRAO NOT EQUAL "S"
              MOVE "N"                        TO WRK-TEMP-CNV-PADRAO
           END-IF.

      *------------ SO PODE HAVER UM CONVENIO PADRAO -------------------
           IF WRK-TEMP-CNV-PADRAO EQUAL "S"
              PERFORM 0210-PROCURAR-PADRAO
              IF WRK-OUTRO-PADRAO EQUAL "S"
                 MOVE WRK-MSG-CONV-PADRAO     TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0200-PROCESSAR
              END-IF
           END-IF.

      *------------ CONVENIO JA CADASTRADO: ALTERACAO PRESERVA A -------
      *------------ NUMERACAO DAS REMESSAS -----------------------------
           MOVE WRK-TEMP-CNV-CODIGO           TO ARQ-CNV-CODIGO
           READ CONVENIO KEY IS ARQ-CNV-CODIGO
               INVALID KEY
                   MOVE ZEROS                 TO WRK-SEQ-ATUAL
               NOT INVALID KEY
                   MOVE ARQ-CNV-PROX-SEQ      TO WRK-SEQ-ATUAL
           END-READ.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"

                MOVE WRK-TEMP-CNV-CODIGO      TO ARQ-CNV-CODIGO
                MOVE WRK-TEMP-CNV-BANCO       TO ARQ-CNV-BANCO
                MOVE WRK-TEMP-CNV-NOME-BANCO  TO ARQ-CNV-NOME-BANCO
                MOVE WRK-TEMP-CNV-NUMERO      TO ARQ-CNV-NUMERO
                MOVE WRK-TEMP-CNV-LAYOUT      TO ARQ-CNV-LAYOUT
                MOVE WRK-SEQ-ATUAL            TO ARQ-CNV-PROX-SEQ
                MOVE WRK-TEMP-CNV-TARIFA-REG  TO ARQ-CNV-TARIFA-REG
                MOVE WRK-TEMP-CNV-TARIFA-LIQ  TO ARQ-CNV-TARIFA-LIQ
                MOVE WRK-TEMP-CNV-TARIFA-INS  TO ARQ-CNV-TARIFA-INS
                MOVE WRK-TEMP-CNV-CAMPUS      TO ARQ-CNV-CAMPUS
                MOVE WRK-TEMP-CNV-PADRAO      TO ARQ-CNV-PADRAO
                MOVE WRK-TEMP-CNV-STATUS      TO ARQ-CNV-STATUS

                WRITE ARQ-DADOS-CONVENIO
                    INVALID KEY
                        REWRITE ARQ-DADOS-CONVENIO
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
       0210-PROCURAR-PADRAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE OS CONVENIOS ATRAS DE OUTRO CONVENIO PADRAO ---

           MOVE "N"                            TO WRK-OUTRO-PADRAO
           MOVE LOW-VALUES                     TO ARQ-CNV-CODIGO

           START CONVENIO KEY IS GREATER THAN OR EQUAL ARQ-CNV-CODIGO
               INVALID KEY
                   GO TO 0210-PROCURAR-PADRAO-99-FIM
           END-START.

           READ CONVENIO NEXT RECORD
               AT END
                   GO TO 0210-PROCURAR-PADRAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-CONVENIO NOT EQUAL ZEROS

               IF  ARQ-CNV-PADRAO EQUAL "S"
               AND ARQ-CNV-CODIGO NOT EQUAL WRK-TEMP-CNV-CODIGO
                   MOVE "S"                    TO WRK-OUTRO-PADRAO
               END-IF

               READ CONVENIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONVENIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CONVENIO.

      *-----------------------------------------------------------------
       0210-PROCURAR-PADRAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CONVENIO.

              IF  FS-CONVENIO NOT EQUAL 0
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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDIFR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: APURACAO MENSAL DA RECEITA DIFERIDA. NA
      *----    COMPETENCIA INFORMADA: (1) LEVA PARA DIFERIDA.dat O
      *----    RECIBO PAGO ANTES DA SUA COMPETENCIA (O PROGCTBL LANCA
      *----    O CAIXA DELE NO EVENTO ANTECIPA, A CREDITO DO PASSIVO) E
      *----    BAIXA O QUE FOI ESTORNADO ANTES DA COMPETENCIA; (2)
      *----    ACOMPANHA O SALDO CREDOR DE CREDITO.dat: O AUMENTO SAI
      *----    DA RECEITA PARA O DIFERIDO (EVENTO DIFCRED) E O CONSUMO
      *----    PELO FATURAMENTO VIRA RECEITA (EVENTO RECONHEC); (3)
      *----    CANCELA O DIFERIDO DE COMPETENCIAS POSTERIORES A
      *----    DESISTENCIA REGISTRADA EM REEMBOLSO.dat (EVENTO
      *----    CANCDIF); (4) RECONHECE COMO RECEITA O RECIBO
      *----    ANTECIPADO CUJA COMPETENCIA CHEGOU (EVENTO RECONHEC).
      *----    O SALDO CREDOR DEVOLVIDO AO ALUNO POR ORDEM DE PAGAMENTO
      *----    (ORDPAG.dat) SAI DO DIFERIDO PARA O BANCO (EVENTO
      *----    DEVCRED); SE O CREDITO JA ESTAVA CANCELADO, A ORDEM FICA
      *----    MARCADA PARA BAIXAR O REEMBOLSO A PAGAR NO PROGCTBL.
      *----    O MOVIMENTO VAI PARA DIFMOV.dat, LANCADO PELO PROGCTBL
      *----    NA EXPORTACAO DA COMPETENCIA, E O RELATORIO TRAZ O SALDO
      *----    DIFERIDO POR ALUNO E POR CURSO PARA O BALANCO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- PAGAMENTOS        I             BOKPAG
      *---- CREDITO           I             BOKCRED
      *---- REEMBOLSO         I             BOKREMB
      *---- ORDPAG            I/O           BOKORDP
      *---- DIFERIDA          E             BOKDIFR
      *---- DIFMOV            E             BOKDIFM
      *---- RELDIF            O              ----
      *---- OPLOG             E             BOKOPLOG
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

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT CREDITO  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CREDITO.

           SELECT REEMBOLSO  ASSIGN TO WRK-PATH-REEMBOLSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REE-RM
                  FILE STATUS IS FS-REEMBOLSO.

           SELECT ORDPAG  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDPAG.

           SELECT DIFERIDA  ASSIGN TO WRK-PATH-DIFERIDA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DIF-CHAVE
                  FILE STATUS IS FS-DIFERIDA.

           SELECT DIFMOV  ASSIGN TO WRK-PATH-DIFMOV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DFM-CHAVE
                  FILE STATUS IS FS-DIFMOV.

           SELECT RELDIF ASSIGN TO WRK-PATH-RELDIF
                  FILE STATUS IS FS-RELDIF.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  CREDITO.
       COPY "BOKCRED".

       FD  REEMBOLSO.
       COPY "BOKREMB".

       FD  ORDPAG.
       COPY "BOKORDP".

       FD  DIFERIDA.
       COPY "BOKDIFR".

       FD  DIFMOV.
       COPY "BOKDIFM".

      *-------------------- AREA DO RELATORIO DA RECEITA DIFERIDA ------
       FD  RELDIF.

       01  ARQ-RELDIF                   PIC X(100).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-CREDITO                   PIC 9(02).
       77  FS-REEMBOLSO                 PIC 9(02).
       77  FS-ORDPAG                    PIC 9(02).
       77  FS-DIFERIDA                  PIC 9(02).
       77  FS-DIFMOV                    PIC 9(02).
       77  FS-RELDIF                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVOS OPCIONAIS ABERTOS ----------------------------
       77  WRK-ABRIU-CREDITO            PIC X(01) VALUE "N".
       77  WRK-ABRIU-REEMBOLSO          PIC X(01) VALUE "N".
       77  WRK-ABRIU-ORDPAG             PIC X(01) VALUE "N".

      *------------- VARIAVEIS DO NOME DO ARQUIVO GERADO ---------------
       77  WRK-PATH-RELDIF              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA APURACAO -----------------------------
       77  WRK-COMPETENCIA              PIC X(06)    VALUE SPACES.
       77  WRK-SEQ                      PIC 9(06)    VALUE ZEROS.
       77  WRK-DELTA                    PIC S9(08)V99 VALUE ZEROS.
       77  WRK-MES-DESIST               PIC X(06)    VALUE SPACES.
      *--- SALDO CREDOR DO RM DEVOLVIDO POR ORDEM PAGA AINDA NAO -------
      *--- APURADA E O PASSIVO QUE A ORDEM BAIXA (D = DIFERIDO, --------
      *--- R = REEMBOLSO A PAGAR) --------------------------------------
       77  WRK-DEVOLVIDO                PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PASSIVO                  PIC X(01)    VALUE SPACES.

      *------------- MOVIMENTO CORRENTE A GRAVAR EM DIFMOV -------------
       77  WRK-EVENTO                   PIC X(10)    VALUE SPACES.
       77  WRK-VALOR-MOVTO              PIC 9(08)V99 VALUE ZEROS.

      *------------- TOTAIS DA APURACAO (QUANTIDADE E VALOR) -----------
       01  WRK-TOTAIS.
           05 WRK-QTD-CAPTURA           PIC 9(06)     VALUE ZEROS.
           05 WRK-VAL-CAPTURA           PIC 9(10)V99  VALUE ZEROS.
           05 WRK-QTD-ESTORNO           PIC 9(06)     VALUE ZEROS.
           05 WRK-VAL-ESTORNO           PIC 9(10)V99  VALUE ZEROS.
           05 WRK-QTD-DIFCRED           PIC 9(06)     VALUE ZEROS.
           05 WRK-VAL-DIFCRED           PIC 9(10)V99  VALUE ZEROS.
           05 WRK-QTD-RECONHEC          PIC 9(06)     VALUE ZEROS.
           05 WRK-VAL-RECONHEC          PIC 9(10)V99  VALUE ZEROS.
           05 WRK-QTD-CANCDIF           PIC 9(06)     VALUE ZEROS.
           05 WRK-VAL-CANCDIF           PIC 9(10)V99  VALUE ZEROS.
           05 WRK-QTD-DEVCRED           PIC 9(06)     VALUE ZEROS.
           05 WRK-VAL-DEVCRED           PIC 9(10)V99  VALUE ZEROS.

      *------------- SALDO DIFERIDO DO ALUNO CORRENTE ------------------
       77  WRK-RM-ANTERIOR              PIC X(06)    VALUE SPACES.
       77  WRK-AL-ANTECIPADO            PIC 9(08)V99 VALUE ZEROS.
       77  WRK-AL-CREDITO               PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CURSO                    PIC X(15)    VALUE SPACES.
       77  WRK-QTD-ALUNOS               PIC 9(06)    VALUE ZEROS.

      *------------- SALDO DIFERIDO POR CURSO --------------------------
       01  WRK-TAB-CURSO.
           05 WRK-CUR-ITEM OCCURS 50 TIMES INDEXED BY IX-CUR.
               10 WRK-TC-CURSO          PIC X(15).
               10 WRK-TC-ALUNOS         PIC 9(06).
               10 WRK-TC-ANTECIPADO     PIC 9(10)V99.
               10 WRK-TC-CREDITO        PIC 9(10)V99.
       77  WRK-QTD-CURSOS               PIC 9(02)    VALUE ZEROS.
       77  WRK-CUR-ACHOU                PIC X(01)    VALUE SPACES.
       77  WRK-IX                       PIC 9(02)    VALUE ZEROS.

       77  WRK-TOT-ANTECIPADO           PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITO              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DIFERIDO             PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DIFERIDO-ED          PIC Z(09)9,99.
       77  WRK-VAL-RECONHEC-ED          PIC Z(09)9,99.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-MOVTO.
           05 WRK-LM-DESCRICAO          PIC X(45).
           05 WRK-LM-QTD-ED             PIC Z(05)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LM-VALOR-ED           PIC Z(09)9,99.

       01  WRK-CABECALHO-ALUNO.
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(21) VALUE "NOME".
           05 FILLER                    PIC X(16) VALUE "CURSO".
           05 FILLER                    PIC X(14) VALUE
                                                  "   ANTECIPADO".
           05 FILLER                    PIC X(14) VALUE
                                                  "  SALDO CREDOR".
           05 FILLER                    PIC X(14) VALUE
                                                  "         TOTAL".

       01  WRK-LINHA-ALUNO.
           05 WRK-LA-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-ANTECIPADO-ED      PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-CREDITO-ED         PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-TOTAL-ED           PIC Z(09)9,99.

       01  WRK-CABECALHO-CURSO.
           05 FILLER                    PIC X(16) VALUE "CURSO".
           05 FILLER                    PIC X(10) VALUE "   ALUNOS".
           05 FILLER                    PIC X(14) VALUE
                                                  "   ANTECIPADO".
           05 FILLER                    PIC X(14) VALUE
                                                  "  SALDO CREDOR".
           05 FILLER                    PIC X(14) VALUE
                                                  "         TOTAL".

       01  WRK-LINHA-CURSO.
           05 WRK-LC-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-ALUNOS-ED          PIC Z(08)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-ANTECIPADO-ED      PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-CREDITO-ED         PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-TOTAL-ED           PIC Z(09)9,99.

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
           05 LINE  01 COLUMN 25 VALUE "APURACAO DA RECEITA DIFERIDA"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "COMPETENCIA AAAAMM".
           05 LINE  07 COLUMN 60 USING WRK-COMPETENCIA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "APURAR A RECEITA DIFERIDA DA COMPETENCIA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 59 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "RECIBOS DIFERIDOS....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-CAPTURA.
           05 LINE  13 COLUMN 30 VALUE "RECEITA RECONHECIDA..".
           05 LINE  13 COLUMN 55 FROM  WRK-VAL-RECONHEC-ED.
           05 LINE  14 COLUMN 30 VALUE "CANCELAMENTOS........".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-CANCDIF.
           05 LINE  15 COLUMN 30 VALUE "SALDO DIFERIDO.......".
           05 LINE  15 COLUMN 55 FROM  WRK-TOT-DIFERIDO-ED.

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

      *----------- ABERTURA DOS ARQUIVOS OBRIGATORIOS (LEITURA) --------
            OPEN INPUT  ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT  PAGAMENTOS.

            IF  FS-PAGAMENTOS NOT EQUAL 0
                EVALUATE FS-PAGAMENTOS
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

      *----------- ARQUIVOS OPCIONAIS: SEM SALDO CREDOR OU SEM ---------
      *----------- DESISTENCIAS A ETAPA CORRESPONDENTE NAO RODA --------
            OPEN INPUT CREDITO.

            IF  FS-CREDITO EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CREDITO
            END-IF.

            OPEN INPUT REEMBOLSO.

            IF  FS-REEMBOLSO EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-REEMBOLSO
            END-IF.

      *----------- ORDENS DE PAGAMENTO (I-O PARA MARCAR A APURACAO) ----
            OPEN I-O ORDPAG.

            IF  FS-ORDPAG EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-ORDPAG
            END-IF.

      *----------- REGISTRO E MOVIMENTO DO DIFERIDO (CRIA VAZIOS) ------
            OPEN I-O DIFERIDA.

            IF  FS-DIFERIDA EQUAL 35
                OPEN OUTPUT DIFERIDA
                CLOSE       DIFERIDA
                OPEN I-O    DIFERIDA
            END-IF.

            OPEN I-O DIFMOV.

            IF  FS-DIFMOV EQUAL 35
                OPEN OUTPUT DIFMOV
                CLOSE       DIFMOV
                OPEN I-O    DIFMOV
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF  WRK-COMPETENCIA (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           IF  WRK-COMPETENCIA NOT NUMERIC
           OR  WRK-COMPETENCIA (5:2) LESS "01"
           OR  WRK-COMPETENCIA (5:2) GREATER "12"
               MOVE WRK-COMPET-INC            TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

      *----------- A APURACAO PODE SER REFEITA NO MES: O MOVIMENTO ----
      *----------- NOVO CONTINUA A SEQUENCIA DA COMPETENCIA ------------
           PERFORM 0205-ULTIMA-SEQUENCIA.

      *----------- O SALDO CREDOR E APURADO ANTES DOS CANCELAMENTOS ----
      *----------- PARA QUE O CREDITO DO DESISTENTE TAMBEM SEJA --------
      *----------- CANCELADO NA MESMA APURACAO -------------------------
           PERFORM 0210-CAPTURAR-RECIBOS.
           PERFORM 0220-APURAR-CREDITOS.
           PERFORM 0230-CANCELAR-DESISTENCIAS.
           PERFORM 0240-RECONHECER-RECEITA.
           PERFORM 0250-GRAVAR-CONTROLE.

      *------------- MONTA NOME DO RELATORIO COM A COMPETENCIA E A -----
      *------------- DATA/HORA DA GERACAO ------------------------------
           STRING FUNCTION TRIM(WRK-PATH-BASE) "RECEITA_DIFERIDA_"
                  WRK-COMPETENCIA "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELDIF

           OPEN OUTPUT RELDIF.

           PERFORM 0260-IMPRIMIR-MOVIMENTO.
           PERFORM 0270-IMPRIMIR-SALDO-ALUNO.
           PERFORM 0280-IMPRIMIR-SALDO-CURSO.

           CLOSE RELDIF.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGDIFR"                     TO ARQ-LOG-PROGRAMA
           MOVE "APURACAO DA RECEITA DIFERIDA" TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-ALUNOS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELDIF                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           MOVE WRK-VAL-RECONHEC               TO WRK-VAL-RECONHEC-ED
           MOVE WRK-TOT-DIFERIDO               TO WRK-TOT-DIFERIDO-ED

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-MSG-DIF-APURADA            TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-ULTIMA-SEQUENCIA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- MAIOR SEQUENCIA JA GRAVADA NA COMPETENCIA ----------

           MOVE ZEROS                          TO WRK-SEQ
           MOVE WRK-COMPETENCIA                TO ARQ-DFM-COMPETENCIA
           MOVE ZEROS                          TO ARQ-DFM-SEQ

           START DIFMOV KEY IS GREATER THAN OR EQUAL ARQ-DFM-CHAVE
               INVALID KEY
                   GO TO 0205-ULTIMA-SEQUENCIA-99-FIM
           END-START.

           READ DIFMOV NEXT RECORD
               AT END
                   GO TO 0205-ULTIMA-SEQUENCIA-99-FIM
           END-READ.

           PERFORM UNTIL FS-DIFMOV NOT EQUAL ZEROS
                      OR ARQ-DFM-COMPETENCIA NOT EQUAL WRK-COMPETENCIA

               MOVE ARQ-DFM-SEQ                TO WRK-SEQ

               READ DIFMOV NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DIFMOV
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DIFMOV.

      *-----------------------------------------------------------------
       0205-ULTIMA-SEQUENCIA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CAPTURAR-RECIBOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBO PAGO ANTES DA PROPRIA COMPETENCIA (ATE A -----
      *----------- COMPETENCIA APURADA) ENTRA NO DIFERIDO; ESTORNO -----
      *----------- DELE AINDA ANTES DA COMPETENCIA O TIRA DE LA. O -----
      *----------- CRITERIO E O MESMO DO EVENTO ANTECIPA DO PROGCTBL ---

           MOVE LOW-VALUES                     TO ARQ-PAG-NUMERO

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-NUMERO
               INVALID KEY
                   GO TO 0210-CAPTURAR-RECIBOS-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0210-CAPTURAR-RECIBOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS

               IF  ARQ-PAG-PARCELA EQUAL ZEROS
               AND ARQ-PAG-COMPET  NOT EQUAL SPACES
               AND ARQ-PAG-COMPET  GREATER ARQ-PAG-DATA (1:6)
               AND ARQ-PAG-DATA (1:6) NOT GREATER WRK-COMPETENCIA
                   IF  ARQ-PAG-TIPO EQUAL "ES"
                       PERFORM 0215-ESTORNAR-ANTECIPADO
                   ELSE
                       PERFORM 0212-DIFERIR-RECIBO
                   END-IF
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0210-CAPTURAR-RECIBOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0212-DIFERIR-RECIBO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- INCLUI O RECIBO ANTECIPADO NO DIFERIDO (SE AINDA ----
      *----------- NAO ESTIVER LA DE UMA APURACAO ANTERIOR) ------------

           MOVE ARQ-PAG-RM                     TO ARQ-DIF-RM
           MOVE "R"                            TO ARQ-DIF-ORIGEM
           MOVE ARQ-PAG-NUMERO                 TO ARQ-DIF-RECIBO

           READ DIFERIDA KEY IS ARQ-DIF-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-DIFERIDA
               NOT INVALID KEY
                   GO TO 0212-DIFERIR-RECIBO-99-FIM
           END-READ.

           MOVE ARQ-PAG-RM                     TO ARQ-RM
           PERFORM 0290-CURSO-DO-ALUNO.

           MOVE ARQ-PAG-RM                     TO ARQ-DIF-RM
           MOVE "R"                            TO ARQ-DIF-ORIGEM
           MOVE ARQ-PAG-NUMERO                 TO ARQ-DIF-RECIBO
           MOVE WRK-CURSO                      TO ARQ-DIF-CURSO
           MOVE ARQ-PAG-COMPET                 TO ARQ-DIF-COMPETENCIA
           MOVE ARQ-PAG-DATA                   TO ARQ-DIF-DATA
           MOVE ARQ-PAG-VALOR                  TO ARQ-DIF-VALOR
           MOVE ARQ-PAG-VALOR                  TO ARQ-DIF-SALDO
           MOVE "DIFERIDO"                     TO ARQ-DIF-STATUS
           MOVE SPACES                         TO ARQ-DIF-COMP-BAIXA
           WRITE ARQ-DADOS-DIFERIDA.

           ADD 1                               TO WRK-QTD-CAPTURA
           ADD ARQ-PAG-VALOR                   TO WRK-VAL-CAPTURA.

      *-----------------------------------------------------------------
       0212-DIFERIR-RECIBO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-ESTORNAR-ANTECIPADO                                SECTION.
      *-----------------------------------------------------------------
      *----------- ESTORNO ANTES DA COMPETENCIA: O PROGCTBL JA ---------
      *----------- DEVOLVE O CAIXA CONTRA O PASSIVO (ANTECIPA COM AS ---
      *----------- CONTAS INVERTIDAS); AQUI O RECIBO SO SAI DO ---------
      *----------- DIFERIDO, SEM MOVIMENTO -----------------------------

           MOVE ARQ-PAG-RM                     TO ARQ-DIF-RM
           MOVE "R"                            TO ARQ-DIF-ORIGEM
           MOVE ARQ-PAG-NUMORIG                TO ARQ-DIF-RECIBO

           READ DIFERIDA KEY IS ARQ-DIF-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-DIFERIDA
                   GO TO 0215-ESTORNAR-ANTECIPADO-99-FIM
           END-READ.

           IF  ARQ-DIF-STATUS NOT EQUAL "DIFERIDO"
               GO TO 0215-ESTORNAR-ANTECIPADO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-ESTORNO
           ADD ARQ-DIF-SALDO                   TO WRK-VAL-ESTORNO

           MOVE ZEROS                          TO ARQ-DIF-SALDO
           MOVE "ESTORNADO"                    TO ARQ-DIF-STATUS
           MOVE ARQ-PAG-DATA (1:6)             TO ARQ-DIF-COMP-BAIXA
           REWRITE ARQ-DADOS-DIFERIDA.

      *-----------------------------------------------------------------
       0215-ESTORNAR-ANTECIPADO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-APURAR-CREDITOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- COMPARA O SALDO CREDOR DE CADA RM COM O QUE JA ------
      *----------- ESTA NO DIFERIDO: O AUMENTO VAI DA RECEITA PARA O ---
      *----------- DIFERIDO (DIFCRED) E A REDUCAO, CONSUMIDA PELO ------
      *----------- FATURAMENTO, VIRA RECEITA (RECONHEC) ----------------

           IF  WRK-ABRIU-CREDITO NOT EQUAL "S"
               GO TO 0220-APURAR-CREDITOS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-CRE-RM

           START CREDITO KEY IS GREATER THAN OR EQUAL ARQ-CRE-RM
               INVALID KEY
                   GO TO 0220-APURAR-CREDITOS-99-FIM
           END-START.

           READ CREDITO NEXT RECORD
               AT END
                   GO TO 0220-APURAR-CREDITOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CREDITO NOT EQUAL ZEROS

               PERFORM 0225-APURAR-CREDITO-ALUNO

               READ CREDITO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CREDITO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CREDITO.

      *-----------------------------------------------------------------
       0220-APURAR-CREDITOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-APURAR-CREDITO-ALUNO                               SECTION.
      *-----------------------------------------------------------------
      *----------- APURA O SALDO CREDOR DO RM CORRENTE DE CREDITO.dat --

      *----------- O QUE FOI DEVOLVIDO AO ALUNO JA SAIU DO SALDO: ------
      *----------- NAO E CONSUMO DO FATURAMENTO, E DEVOLUCAO (DEVCRED) -
           PERFORM 0226-SOMAR-DEVOLUCOES.

           MOVE ARQ-CRE-RM                     TO ARQ-DIF-RM
           MOVE "C"                            TO ARQ-DIF-ORIGEM
           MOVE ZEROS                          TO ARQ-DIF-RECIBO

           READ DIFERIDA KEY IS ARQ-DIF-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-DIFERIDA
                   IF  ARQ-CRE-SALDO EQUAL ZEROS
                   AND WRK-DEVOLVIDO EQUAL ZEROS
                       GO TO 0225-APURAR-CREDITO-ALUNO-99-FIM
                   END-IF
                   MOVE ARQ-CRE-RM             TO ARQ-RM
                   PERFORM 0290-CURSO-DO-ALUNO
                   MOVE ARQ-CRE-RM             TO ARQ-DIF-RM
                   MOVE "C"                    TO ARQ-DIF-ORIGEM
                   MOVE ZEROS                  TO ARQ-DIF-RECIBO
                   MOVE WRK-CURSO              TO ARQ-DIF-CURSO
                   MOVE SPACES                 TO ARQ-DIF-COMPETENCIA
                   MOVE ZEROS                  TO ARQ-DIF-VALOR
                                                  ARQ-DIF-SALDO
                   MOVE "DIFERIDO"             TO ARQ-DIF-STATUS
                   MOVE SPACES                 TO ARQ-DIF-COMP-BAIXA
                   MOVE WRK-DATA-HORA(1:8)     TO ARQ-DIF-DATA
                   WRITE ARQ-DADOS-DIFERIDA
           END-READ.

      *----------- CREDITO DE ALUNO DESISTENTE JA FOI CANCELADO: A ----
      *----------- DEVOLUCAO PAGA BAIXA O REEMBOLSO A PAGAR ------------
           IF  ARQ-DIF-STATUS EQUAL "CANCELADO"
               IF  WRK-DEVOLVIDO GREATER ZEROS
                   MOVE "R"                    TO WRK-PASSIVO
                   PERFORM 0228-MARCAR-DEVOLUCOES
               END-IF
               GO TO 0225-APURAR-CREDITO-ALUNO-99-FIM
           END-IF.

           COMPUTE WRK-DELTA = ARQ-CRE-SALDO + WRK-DEVOLVIDO
                             - ARQ-DIF-SALDO.

           IF  WRK-DELTA EQUAL ZEROS
           AND WRK-DEVOLVIDO EQUAL ZEROS
               GO TO 0225-APURAR-CREDITO-ALUNO-99-FIM
           END-IF.

           MOVE ARQ-DIF-RM                     TO ARQ-DFM-RM
           MOVE "C"                            TO ARQ-DFM-ORIGEM
           MOVE ZEROS                          TO ARQ-DFM-RECIBO

           IF  WRK-DELTA GREATER ZEROS
               MOVE "DIFCRED"                  TO WRK-EVENTO
               MOVE WRK-DELTA                  TO WRK-VALOR-MOVTO
               PERFORM 0295-GRAVAR-MOVIMENTO
           END-IF.

           IF  WRK-DELTA LESS ZEROS
               MOVE "RECONHEC"                 TO WRK-EVENTO
               COMPUTE WRK-VALOR-MOVTO = ZEROS - WRK-DELTA
               PERFORM 0295-GRAVAR-MOVIMENTO
           END-IF.

           IF  WRK-DEVOLVIDO GREATER ZEROS
               MOVE "DEVCRED"                  TO WRK-EVENTO
               MOVE WRK-DEVOLVIDO              TO WRK-VALOR-MOVTO
               PERFORM 0295-GRAVAR-MOVIMENTO
               MOVE "D"                        TO WRK-PASSIVO
               PERFORM 0228-MARCAR-DEVOLUCOES
           END-IF.

           MOVE ARQ-CRE-SALDO                  TO ARQ-DIF-SALDO
           MOVE ARQ-CRE-SALDO                  TO ARQ-DIF-VALOR
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-DIF-DATA
           REWRITE ARQ-DADOS-DIFERIDA.

      *-----------------------------------------------------------------
       0225-APURAR-CREDITO-ALUNO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0226-SOMAR-DEVOLUCOES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA AS ORDENS PAGAS SOBRE O SALDO CREDOR DO RM ----
      *----------- QUE AINDA NAO PASSARAM POR UMA APURACAO -------------

           MOVE ZEROS                          TO WRK-DEVOLVIDO

           IF  WRK-ABRIU-ORDPAG NOT EQUAL "S"
               GO TO 0226-SOMAR-DEVOLUCOES-99-FIM
           END-IF.

           MOVE ARQ-CRE-RM                     TO ARQ-ORD-RM

           START ORDPAG KEY IS EQUAL ARQ-ORD-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-ORDPAG
                   GO TO 0226-SOMAR-DEVOLUCOES-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-ORDPAG
                   GO TO 0226-SOMAR-DEVOLUCOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS
                      OR ARQ-ORD-RM NOT EQUAL ARQ-CRE-RM

               IF  ARQ-ORD-ORIGEM   EQUAL "C"
               AND ARQ-ORD-STATUS   EQUAL "PAGO"
               AND ARQ-ORD-COMP-DIF EQUAL SPACES
                   ADD ARQ-ORD-VALOR           TO WRK-DEVOLVIDO
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0226-SOMAR-DEVOLUCOES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0228-MARCAR-DEVOLUCOES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- MARCA AS ORDENS SOMADAS EM 0226 COM A COMPETENCIA --
      *----------- DA APURACAO E O PASSIVO BAIXADO (WRK-PASSIVO) -------

           MOVE ARQ-CRE-RM                     TO ARQ-ORD-RM

           START ORDPAG KEY IS EQUAL ARQ-ORD-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-ORDPAG
                   GO TO 0228-MARCAR-DEVOLUCOES-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-ORDPAG
                   GO TO 0228-MARCAR-DEVOLUCOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS
                      OR ARQ-ORD-RM NOT EQUAL ARQ-CRE-RM

               IF  ARQ-ORD-ORIGEM   EQUAL "C"
               AND ARQ-ORD-STATUS   EQUAL "PAGO"
               AND ARQ-ORD-COMP-DIF EQUAL SPACES
                   MOVE WRK-PASSIVO            TO ARQ-ORD-PASSIVO
                   MOVE WRK-COMPETENCIA        TO ARQ-ORD-COMP-DIF
                   REWRITE ARQ-DADOS-ORDPAG
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0228-MARCAR-DEVOLUCOES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CANCELAR-DESISTENCIAS                              SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNO COM REEMBOLSO DE DESISTENCIA ATE A -----------
      *----------- COMPETENCIA: O QUE AINDA ESTA DIFERIDO PARA OS ------
      *----------- MESES SEGUINTES A DESISTENCIA (E O SALDO CREDOR) ----
      *----------- SAI DO DIFERIDO PARA DEVOLUCAO (CANCDIF) ------------

           IF  WRK-ABRIU-REEMBOLSO NOT EQUAL "S"
               GO TO 0230-CANCELAR-DESISTENCIAS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-REE-RM

           START REEMBOLSO KEY IS GREATER THAN OR EQUAL ARQ-REE-RM
               INVALID KEY
                   GO TO 0230-CANCELAR-DESISTENCIAS-99-FIM
           END-START.

           READ REEMBOLSO NEXT RECORD
               AT END
                   GO TO 0230-CANCELAR-DESISTENCIAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-REEMBOLSO NOT EQUAL ZEROS

               IF  ARQ-REE-DATA (1:6) NOT GREATER WRK-COMPETENCIA
                   MOVE ARQ-REE-DATA (1:6)     TO WRK-MES-DESIST
                   PERFORM 0235-CANCELAR-DO-ALUNO
               END-IF

               READ REEMBOLSO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REEMBOLSO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-REEMBOLSO.

      *-----------------------------------------------------------------
       0230-CANCELAR-DESISTENCIAS-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-CANCELAR-DO-ALUNO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- PERCORRE O DIFERIDO DO RM DO REEMBOLSO CORRENTE -----

           MOVE LOW-VALUES                     TO ARQ-DIF-CHAVE
           MOVE ARQ-REE-RM                     TO ARQ-DIF-RM

           START DIFERIDA KEY IS GREATER THAN OR EQUAL ARQ-DIF-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-DIFERIDA
                   GO TO 0235-CANCELAR-DO-ALUNO-99-FIM
           END-START.

           READ DIFERIDA NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-DIFERIDA
                   GO TO 0235-CANCELAR-DO-ALUNO-99-FIM
           END-READ.

           PERFORM UNTIL FS-DIFERIDA NOT EQUAL ZEROS
                      OR ARQ-DIF-RM NOT EQUAL ARQ-REE-RM

               IF  ARQ-DIF-STATUS EQUAL "DIFERIDO"
               AND (ARQ-DIF-ORIGEM EQUAL "C"
                OR  ARQ-DIF-COMPETENCIA GREATER WRK-MES-DESIST)
                   IF  ARQ-DIF-SALDO GREATER ZEROS
                       MOVE "CANCDIF"          TO WRK-EVENTO
                       MOVE ARQ-DIF-RM         TO ARQ-DFM-RM
                       MOVE ARQ-DIF-ORIGEM     TO ARQ-DFM-ORIGEM
                       MOVE ARQ-DIF-RECIBO     TO ARQ-DFM-RECIBO
                       MOVE ARQ-DIF-SALDO      TO WRK-VALOR-MOVTO
                       PERFORM 0295-GRAVAR-MOVIMENTO
                   END-IF
                   MOVE ZEROS                  TO ARQ-DIF-SALDO
                   MOVE "CANCELADO"            TO ARQ-DIF-STATUS
                   MOVE WRK-COMPETENCIA        TO ARQ-DIF-COMP-BAIXA
                   REWRITE ARQ-DADOS-DIFERIDA
               END-IF

               READ DIFERIDA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DIFERIDA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DIFERIDA.

      *-----------------------------------------------------------------
       0235-CANCELAR-DO-ALUNO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-RECONHECER-RECEITA                                 SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBO ANTECIPADO CUJA COMPETENCIA CHEGOU SAI DO ----
      *----------- DIFERIDO PARA A RECEITA (RECONHEC) ------------------

           MOVE LOW-VALUES                     TO ARQ-DIF-CHAVE

           START DIFERIDA KEY IS GREATER THAN OR EQUAL ARQ-DIF-CHAVE
               INVALID KEY
                   GO TO 0240-RECONHECER-RECEITA-99-FIM
           END-START.

           READ DIFERIDA NEXT RECORD
               AT END
                   GO TO 0240-RECONHECER-RECEITA-99-FIM
           END-READ.

           PERFORM UNTIL FS-DIFERIDA NOT EQUAL ZEROS

               IF  ARQ-DIF-ORIGEM      EQUAL "R"
               AND ARQ-DIF-STATUS      EQUAL "DIFERIDO"
               AND ARQ-DIF-COMPETENCIA NOT GREATER WRK-COMPETENCIA
                   MOVE "RECONHEC"             TO WRK-EVENTO
                   MOVE ARQ-DIF-RM             TO ARQ-DFM-RM
                   MOVE "R"                    TO ARQ-DFM-ORIGEM
                   MOVE ARQ-DIF-RECIBO         TO ARQ-DFM-RECIBO
                   MOVE ARQ-DIF-SALDO          TO WRK-VALOR-MOVTO
                   PERFORM 0295-GRAVAR-MOVIMENTO
                   MOVE ZEROS                  TO ARQ-DIF-SALDO
                   MOVE "RECONHEC"             TO ARQ-DIF-STATUS
                   MOVE WRK-COMPETENCIA        TO ARQ-DIF-COMP-BAIXA
                   REWRITE ARQ-DADOS-DIFERIDA
               END-IF

               READ DIFERIDA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DIFERIDA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DIFERIDA.

      *-----------------------------------------------------------------
       0240-RECONHECER-RECEITA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-GRAVAR-CONTROLE                                    SECTION.
      *-----------------------------------------------------------------
      *----------- SEQUENCIA ZERO: MARCA A COMPETENCIA COMO APURADA ----
      *----------- (O PROGCTBL NAO EXPORTA COMPETENCIA SEM ELA) --------

           MOVE WRK-COMPETENCIA                TO ARQ-DFM-COMPETENCIA
           MOVE ZEROS                          TO ARQ-DFM-SEQ
           MOVE "APURACAO"                     TO ARQ-DFM-EVENTO
           MOVE SPACES                         TO ARQ-DFM-RM
                                                  ARQ-DFM-ORIGEM
           MOVE ZEROS                          TO ARQ-DFM-RECIBO
                                                  ARQ-DFM-VALOR
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-DFM-DATAHORA
           MOVE LNK-OPERADOR                   TO ARQ-DFM-OPERADOR

           WRITE ARQ-DADOS-DIFMOV
               INVALID KEY
                   REWRITE ARQ-DADOS-DIFMOV
           END-WRITE.

      *-----------------------------------------------------------------
       0250-GRAVAR-CONTROLE-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-IMPRIMIR-MOVIMENTO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- RESUMO DO QUE ESTA APURACAO MOVIMENTOU --------------

           MOVE SPACES                         TO ARQ-RELDIF
           STRING "APURACAO DA RECEITA DIFERIDA - COMPETENCIA "
                  WRK-COMPETENCIA
                  DELIMITED BY SIZE INTO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE SPACES                         TO ARQ-RELDIF
           WRITE ARQ-RELDIF.
           MOVE "MOVIMENTO DA APURACAO"        TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE "RECIBOS ANTECIPADOS LEVADOS AO DIFERIDO"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-CAPTURA                TO WRK-LM-QTD-ED
           MOVE WRK-VAL-CAPTURA                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE "ANTECIPADOS ESTORNADOS ANTES DA COMPETENCIA"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-ESTORNO                TO WRK-LM-QTD-ED
           MOVE WRK-VAL-ESTORNO                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE "SALDO CREDOR LEVADO AO DIFERIDO (DIFCRED)"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-DIFCRED                TO WRK-LM-QTD-ED
           MOVE WRK-VAL-DIFCRED                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE "RECEITA RECONHECIDA (RECONHEC)"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-RECONHEC               TO WRK-LM-QTD-ED
           MOVE WRK-VAL-RECONHEC               TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE "CANCELADO POR DESISTENCIA (CANCDIF)"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-CANCDIF                TO WRK-LM-QTD-ED
           MOVE WRK-VAL-CANCDIF                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE "SALDO CREDOR DEVOLVIDO AO ALUNO (DEVCRED)"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-DEVCRED                TO WRK-LM-QTD-ED
           MOVE WRK-VAL-DEVCRED                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-MOVIMENTO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-IMPRIMIR-SALDO-ALUNO                               SECTION.
      *-----------------------------------------------------------------
      *----------- SALDO AINDA DIFERIDO POR ALUNO (QUEBRA POR RM) E ----
      *----------- ACUMULO POR CURSO -----------------------------------

           MOVE SPACES                         TO ARQ-RELDIF
           WRITE ARQ-RELDIF.
           MOVE "SALDO DIFERIDO POR ALUNO"     TO ARQ-RELDIF
           WRITE ARQ-RELDIF.
           MOVE WRK-CABECALHO-ALUNO            TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           MOVE SPACES                         TO WRK-RM-ANTERIOR
           MOVE ZEROS                          TO WRK-AL-ANTECIPADO
                                                  WRK-AL-CREDITO
           MOVE LOW-VALUES                     TO ARQ-DIF-CHAVE

           START DIFERIDA KEY IS GREATER THAN OR EQUAL ARQ-DIF-CHAVE
               INVALID KEY
                   GO TO 0270-IMPRIMIR-SALDO-ALUNO-99-FIM
           END-START.

           READ DIFERIDA NEXT RECORD
               AT END
                   GO TO 0270-IMPRIMIR-SALDO-ALUNO-99-FIM
           END-READ.

           PERFORM UNTIL FS-DIFERIDA NOT EQUAL ZEROS

               IF  ARQ-DIF-RM NOT EQUAL WRK-RM-ANTERIOR
                   IF  WRK-RM-ANTERIOR NOT EQUAL SPACES
                       PERFORM 0275-FECHAR-ALUNO
                   END-IF
                   MOVE ARQ-DIF-RM             TO WRK-RM-ANTERIOR
               END-IF

               IF  ARQ-DIF-STATUS EQUAL "DIFERIDO"
                   IF  ARQ-DIF-ORIGEM EQUAL "C"
                       ADD ARQ-DIF-SALDO       TO WRK-AL-CREDITO
                   ELSE
                       ADD ARQ-DIF-SALDO       TO WRK-AL-ANTECIPADO
                   END-IF
               END-IF

               READ DIFERIDA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DIFERIDA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DIFERIDA.

           IF  WRK-RM-ANTERIOR NOT EQUAL SPACES
               PERFORM 0275-FECHAR-ALUNO
           END-IF.

      *-----------------------------------------------------------------
       0270-IMPRIMIR-SALDO-ALUNO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0275-FECHAR-ALUNO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- IMPRIME O ALUNO ANTERIOR (SE TEM SALDO) E SOMA NO ---
      *----------- CURSO ATUAL DELE ------------------------------------

           IF  WRK-AL-ANTECIPADO EQUAL ZEROS
           AND WRK-AL-CREDITO    EQUAL ZEROS
               GO TO 0275-FECHAR-ALUNO-99-FIM
           END-IF.

           MOVE WRK-RM-ANTERIOR                TO ARQ-RM
           PERFORM 0290-CURSO-DO-ALUNO.

           MOVE WRK-RM-ANTERIOR                TO WRK-LA-RM
           MOVE WRK-CURSO                      TO WRK-LA-CURSO
           IF  FS-ALUNOS EQUAL ZEROS
               MOVE ARQ-NOMEALUNO              TO WRK-LA-NOME
           ELSE
               MOVE "SEM CADASTRO"             TO WRK-LA-NOME
           END-IF
           MOVE WRK-AL-ANTECIPADO              TO WRK-LA-ANTECIPADO-ED
           MOVE WRK-AL-CREDITO                 TO WRK-LA-CREDITO-ED
           COMPUTE WRK-LA-TOTAL-ED = WRK-AL-ANTECIPADO
                                   + WRK-AL-CREDITO
           MOVE WRK-LINHA-ALUNO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           PERFORM 0285-LOCALIZAR-CURSO.

           ADD 1                         TO WRK-TC-ALUNOS (IX-CUR)
           ADD WRK-AL-ANTECIPADO         TO WRK-TC-ANTECIPADO (IX-CUR)
           ADD WRK-AL-CREDITO            TO WRK-TC-CREDITO (IX-CUR)

           ADD 1                               TO WRK-QTD-ALUNOS
           ADD WRK-AL-ANTECIPADO               TO WRK-TOT-ANTECIPADO
           ADD WRK-AL-CREDITO                  TO WRK-TOT-CREDITO.

           MOVE ZEROS                          TO WRK-AL-ANTECIPADO
                                                  WRK-AL-CREDITO
           MOVE ZEROS                          TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0275-FECHAR-ALUNO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-IMPRIMIR-SALDO-CURSO                               SECTION.
      *-----------------------------------------------------------------
      *----------- SALDO DIFERIDO POR CURSO E TOTAL DO BALANCO ---------

           MOVE SPACES                         TO ARQ-RELDIF
           WRITE ARQ-RELDIF.
           MOVE "SALDO DIFERIDO POR CURSO"     TO ARQ-RELDIF
           WRITE ARQ-RELDIF.
           MOVE WRK-CABECALHO-CURSO            TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-CURSOS
               MOVE WRK-TC-CURSO (WRK-IX)      TO WRK-LC-CURSO
               MOVE WRK-TC-ALUNOS (WRK-IX)     TO WRK-LC-ALUNOS-ED
               MOVE WRK-TC-ANTECIPADO (WRK-IX) TO WRK-LC-ANTECIPADO-ED
               MOVE WRK-TC-CREDITO (WRK-IX)    TO WRK-LC-CREDITO-ED
               COMPUTE WRK-LC-TOTAL-ED = WRK-TC-ANTECIPADO (WRK-IX)
                                       + WRK-TC-CREDITO (WRK-IX)
               MOVE WRK-LINHA-CURSO            TO ARQ-RELDIF
               WRITE ARQ-RELDIF
           END-PERFORM.

           COMPUTE WRK-TOT-DIFERIDO = WRK-TOT-ANTECIPADO
                                    + WRK-TOT-CREDITO.

           MOVE "TOTAL (BALANCO)"              TO WRK-LC-CURSO
           MOVE WRK-QTD-ALUNOS                 TO WRK-LC-ALUNOS-ED
           MOVE WRK-TOT-ANTECIPADO             TO WRK-LC-ANTECIPADO-ED
           MOVE WRK-TOT-CREDITO                TO WRK-LC-CREDITO-ED
           MOVE WRK-TOT-DIFERIDO               TO WRK-LC-TOTAL-ED
           MOVE SPACES                         TO ARQ-RELDIF
           WRITE ARQ-RELDIF.
           MOVE WRK-LINHA-CURSO                TO ARQ-RELDIF
           WRITE ARQ-RELDIF.

      *-----------------------------------------------------------------
       0280-IMPRIMIR-SALDO-CURSO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0285-LOCALIZAR-CURSO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA WRK-CURSO NA TABELA (OU INCLUI) E DEIXA -----
      *----------- IX-CUR NELE. TABELA CHEIA: SOMA NA ULTIMA POSICAO ---

           MOVE "N"                            TO WRK-CUR-ACHOU
           SET IX-CUR                          TO 1

           SEARCH WRK-CUR-ITEM
               AT END
                   CONTINUE
               WHEN IX-CUR GREATER WRK-QTD-CURSOS
                   CONTINUE
               WHEN WRK-TC-CURSO (IX-CUR) EQUAL WRK-CURSO
                   MOVE "S"                    TO WRK-CUR-ACHOU
           END-SEARCH.

           IF  WRK-CUR-ACHOU EQUAL "S"
               GO TO 0285-LOCALIZAR-CURSO-99-FIM
           END-IF.

           IF  WRK-QTD-CURSOS EQUAL 50
               SET IX-CUR                      TO 50
               MOVE "OUTROS"                   TO WRK-TC-CURSO (IX-CUR)
               GO TO 0285-LOCALIZAR-CURSO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-CURSOS
           SET IX-CUR                          TO WRK-QTD-CURSOS
           INITIALIZE WRK-CUR-ITEM (IX-CUR)
           MOVE WRK-CURSO                      TO WRK-TC-CURSO (IX-CUR).

      *-----------------------------------------------------------------
       0285-LOCALIZAR-CURSO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-CURSO-DO-ALUNO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CURSO ATUAL DO RM EM ARQ-RM (FS-ALUNOS FICA COM O ---
      *----------- RESULTADO DA LEITURA) -------------------------------

           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE "SEM CADASTRO"         TO WRK-CURSO
               NOT INVALID KEY
                   MOVE ARQ-CURSO              TO WRK-CURSO
           END-READ.

           IF  WRK-CURSO EQUAL SPACES
               MOVE "NAO INFORMADO"            TO WRK-CURSO
           END-IF.

      *-----------------------------------------------------------------
       0290-CURSO-DO-ALUNO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0295-GRAVAR-MOVIMENTO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA EM DIFMOV O MOVIMENTO WRK-EVENTO DO DOCUMENTO -
      *----------- JA POSTO EM ARQ-DFM-RM/ORIGEM/RECIBO ----------------

           ADD 1                               TO WRK-SEQ
           MOVE WRK-COMPETENCIA                TO ARQ-DFM-COMPETENCIA
           MOVE WRK-SEQ                        TO ARQ-DFM-SEQ
           MOVE WRK-EVENTO                     TO ARQ-DFM-EVENTO
           MOVE WRK-VALOR-MOVTO                TO ARQ-DFM-VALOR
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-DFM-DATAHORA
           MOVE LNK-OPERADOR                   TO ARQ-DFM-OPERADOR
           WRITE ARQ-DADOS-DIFMOV.

           EVALUATE WRK-EVENTO
               WHEN "DIFCRED"
                   ADD 1                       TO WRK-QTD-DIFCRED
                   ADD WRK-VALOR-MOVTO         TO WRK-VAL-DIFCRED
               WHEN "RECONHEC"
                   ADD 1                       TO WRK-QTD-RECONHEC
                   ADD WRK-VALOR-MOVTO         TO WRK-VAL-RECONHEC
               WHEN "CANCDIF"
                   ADD 1                       TO WRK-QTD-CANCDIF
                   ADD WRK-VALOR-MOVTO         TO WRK-VAL-CANCDIF
               WHEN "DEVCRED"
                   ADD 1                       TO WRK-QTD-DEVCRED
                   ADD WRK-VALOR-MOVTO         TO WRK-VAL-DEVCRED
           END-EVALUATE.

      *-----------------------------------------------------------------
       0295-GRAVAR-MOVIMENTO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  PAGAMENTOS.

              IF  FS-PAGAMENTOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-CREDITO EQUAL "S"
                 CLOSE CREDITO
             END-IF.

             IF  WRK-ABRIU-REEMBOLSO EQUAL "S"
                 CLOSE REEMBOLSO
             END-IF.

             IF  WRK-ABRIU-ORDPAG EQUAL "S"
                 CLOSE ORDPAG
             END-IF.

             CLOSE  DIFERIDA.

             CLOSE  DIFMOV.

             CLOSE  OPLOG.

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

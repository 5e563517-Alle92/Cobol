       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGROLL.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: ROLL-FORWARD MENSAL DO CONTAS A RECEBER POR
      *----    COMPETENCIA E CAMPUS: SALDO ANTERIOR + FATURADO
      *----    (PROGCOBR) + ENCARGOS DOS ACORDOS (MULTA DO PROGMULT/
      *----    PROGRENE) - RECEBIDO (PAGAMENTOS.dat) - BOLSAS E
      *----    DESCONTOS - BAIXAS POR PERDA (BAIXAS.dat) +/- ESTORNOS,
      *----    REATIVACOES E RENEGOCIACOES = SALDO FINAL. O SALDO
      *----    FINAL E COMPARADO COM A SOMA DOS DOCUMENTOS EM ABERTO
      *----    DE MENSALID.dat E PARCELAS.dat, LISTANDO OS DOCUMENTOS
      *----    QUE EXPLICAM A DIFERENCA, E O RECEBIDO DA COMPETENCIA E
      *----    CONFERIDO COM O TRAILER DA EXPORTACAO CONTABIL DO
      *----    PROGCTBL. O SALDO FINAL DE CADA CAMPUS FICA GRAVADO EM
      *----    SALDOREC.dat COMO SALDO ANTERIOR DA COMPETENCIA
      *----    SEGUINTE; SEM FECHAMENTO GRAVADO, O SALDO ANTERIOR E
      *----    RECALCULADO PELO MOVIMENTO DAS COMPETENCIAS ANTERIORES.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- PARCELAS          I             BOKPARC
      *---- PAGAMENTOS        I             BOKPAG
      *---- BAIXAS            I             BOKBXA
      *---- LANCAM            I             BOKLANC
      *---- SALDOREC          E             BOKSREC
      *---- RELROLL           O              ----
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

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT PARCELAS  ASSIGN TO WRK-PATH-PARCELAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAR-CHAVE
                  FILE STATUS IS FS-PARCELAS.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT BAIXAS  ASSIGN TO WRK-PATH-BAIXAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BXA-NUMERO
                  FILE STATUS IS FS-BAIXAS.

      *----------- EXPORTACAO CONTABIL DA COMPETENCIA (PROGCTBL) -------
           SELECT LANCAM  ASSIGN TO WRK-PATH-LANCAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LANCAM.

           SELECT SALDOREC  ASSIGN TO WRK-PATH-SALDOREC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SRC-CHAVE
                  FILE STATUS IS FS-SALDOREC.

           SELECT RELROLL ASSIGN TO WRK-PATH-RELROLL
                  FILE STATUS IS FS-RELROLL.

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

       FD  MENSALID.
       COPY "BOKMENS".

       FD  PARCELAS.
       COPY "BOKPARC".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  BAIXAS.
       COPY "BOKBXA".

       FD  LANCAM.
       COPY "BOKLANC".

       FD  SALDOREC.
       COPY "BOKSREC".

      *-------------------- AREA DO RELATORIO DO ROLL-FORWARD ----------
       FD  RELROLL.

       01  ARQ-RELROLL                  PIC X(120).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-PARCELAS                  PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-BAIXAS                    PIC 9(02).
       77  FS-LANCAM                    PIC 9(02).
       77  FS-SALDOREC                  PIC 9(02).
       77  FS-RELROLL                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVOS OPCIONAIS ABERTOS ----------------------------
       77  WRK-ABRIU-PARCELAS           PIC X(01) VALUE "N".
       77  WRK-ABRIU-BAIXAS             PIC X(01) VALUE "N".

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS DATADOS ----------
       77  WRK-PATH-RELROLL             PIC X(80).
       77  WRK-PATH-LANCAM              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- COMPETENCIA DO ROLL-FORWARD E A ANTERIOR ----------
       77  WRK-COMPETENCIA              PIC X(06)    VALUE SPACES.
       01  WRK-COMP-ANTERIOR.
           05 WRK-CANT-ANO              PIC 9(04).
           05 WRK-CANT-MES              PIC 9(02).

      *------------- MOVIMENTO CORRENTE A LANCAR NO CAMPUS -------------
      *--- WRK-TIPO-MOVTO: FAT = FATURADO / DES = BOLSA OU DESCONTO / --
      *--- ENC = ENCARGO / REC = RECEBIDO / BXA = BAIXA POR PERDA / ----
      *--- EST = ESTORNO OU REATIVACAO / REN = RENEGOCIACAO (COM SINAL) 
       77  WRK-MES-MOVTO                PIC X(06)    VALUE SPACES.
       77  WRK-TIPO-MOVTO               PIC X(03)    VALUE SPACES.
       77  WRK-VALOR-MOVTO              PIC S9(08)V99 VALUE ZEROS.

      *------------- CAMPUS DO ALUNO DO DOCUMENTO CORRENTE -------------
       77  WRK-RM-PROCURADO             PIC X(06)    VALUE SPACES.
       77  WRK-CAMPUS                   PIC X(15)    VALUE SPACES.
       77  WRK-CAM-ACHOU                PIC X(01)    VALUE SPACES.
       77  WRK-MENS-TABELA              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DESCONTO                 PIC 9(06)V99 VALUE ZEROS.

      *------------- RENEGOCIACAO: DATA DO ACORDO DO RM E MULTA --------
      *--- MESMO PERCENTUAL DE MULTA APLICADO PELO PROGRENE ------------
       77  WRK-PERC-MULTA               PIC 9(02)    VALUE 2.
       77  WRK-MULTA                    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DATA-ACORDO              PIC X(08)    VALUE SPACES.
       77  WRK-VENC-EFETIVO             PIC X(08)    VALUE SPACES.
       01  WRK-VENC-COBRANCA.
           05 WRK-VC-ANOMES             PIC X(06).
      *--- DIA 10 E O VENCIMENTO PADRAO DA MENSALIDADE -----------------
           05 WRK-VC-DIA                PIC X(02)    VALUE "10".

      *------------- RECIBOS: COMPETENCIA PELO CRITERIO DO PROGCTBL ----
       77  WRK-COMPET-RECIBO            PIC X(06)    VALUE SPACES.
       77  WRK-NET-RECIBOS              PIC S9(08)V99 VALUE ZEROS.

      *------------- CAMPI E SEUS ACUMULADORES -------------------------
      *--- WRK-TC-GRAVADO = "S": SALDO ANTERIOR LIDO DO FECHAMENTO -----
      *--- GRAVADO EM SALDOREC.dat; SENAO VALE O RECALCULADO -----------
       01  WRK-TAB-CAMPUS.
           05 WRK-CAM-ITEM OCCURS 30 TIMES INDEXED BY IX-CAM.
               10 WRK-TC-CAMPUS         PIC X(15).
               10 WRK-TC-GRAVADO        PIC X(01).
               10 WRK-TC-ANT-GRAVADO    PIC S9(10)V99.
               10 WRK-TC-ANT-CALC       PIC S9(10)V99.
               10 WRK-TC-FATURADO       PIC S9(10)V99.
               10 WRK-TC-DESCONTO       PIC S9(10)V99.
               10 WRK-TC-ENCARGOS       PIC S9(10)V99.
               10 WRK-TC-RECEBIDO       PIC S9(10)V99.
               10 WRK-TC-BAIXAS         PIC S9(10)V99.
               10 WRK-TC-ESTORNOS       PIC S9(10)V99.
               10 WRK-TC-RENEGOC        PIC S9(10)V99.
               10 WRK-TC-DOCS           PIC S9(10)V99.
               10 WRK-TC-FINAL          PIC S9(10)V99.
       77  WRK-QTD-CAMPI                PIC 9(02)    VALUE ZEROS.
       77  WRK-IX                       PIC 9(02)    VALUE ZEROS.

      *------------- BLOCO IMPRESSO (UM CAMPUS OU O TOTAL GERAL) -------
       01  WRK-BLOCO.
           05 WRK-BL-CAMPUS             PIC X(15).
           05 WRK-BL-ORIGEM             PIC X(30).
           05 WRK-BL-ANTERIOR           PIC S9(10)V99.
           05 WRK-BL-FATURADO           PIC S9(10)V99.
           05 WRK-BL-DESCONTO           PIC S9(10)V99.
           05 WRK-BL-ENCARGOS           PIC S9(10)V99.
           05 WRK-BL-RECEBIDO           PIC S9(10)V99.
           05 WRK-BL-BAIXAS             PIC S9(10)V99.
           05 WRK-BL-ESTORNOS           PIC S9(10)V99.
           05 WRK-BL-RENEGOC            PIC S9(10)V99.
           05 WRK-BL-FINAL              PIC S9(10)V99.
           05 WRK-BL-DOCS               PIC S9(10)V99.
           05 WRK-BL-DIFERENCA          PIC S9(10)V99.

      *------------- TOTAL GERAL DE TODOS OS CAMPI ---------------------
       01  WRK-TOTAL-GERAL.
           05 WRK-TG-ANTERIOR           PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-FATURADO           PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-DESCONTO           PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-ENCARGOS           PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-RECEBIDO           PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-BAIXAS             PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-ESTORNOS           PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-RENEGOC            PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-FINAL              PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-DOCS               PIC S9(10)V99 VALUE ZEROS.
           05 WRK-TG-DIFERENCA          PIC S9(10)V99 VALUE ZEROS.
       77  WRK-DIFERENCA-ED             PIC -(10)9,99.

      *------------- DOCUMENTOS DIVERGENTES ----------------------------
       77  WRK-QTD-DIVERG               PIC 9(06)    VALUE ZEROS.
       77  WRK-VALOR-DIVERG             PIC S9(08)V99 VALUE ZEROS.

      *------------- CONFERENCIA COM A EXPORTACAO CONTABIL -------------
      *--- MESMOS TOTAIS POR FORMA DO PROGCTBL: O LANCAMENTO DE CADA ---
      *--- FORMA SAI PELO VALOR ABSOLUTO DO MOVIMENTO LIQUIDO ----------
       01  WRK-TAB-FORMA.
           05 WRK-FORMA-ITEM OCCURS 20 TIMES INDEXED BY IX-FORMA.
               10 WRK-TF-FORMA          PIC X(10).
               10 WRK-TF-VALOR          PIC S9(10)V99.
       77  WRK-QTD-FORMAS               PIC 9(02)    VALUE ZEROS.
       77  WRK-FORMA-OK                 PIC X(01)    VALUE SPACES.
      *--- WRK-CTB-SITUACAO: CONFERE / DIVERGE / NAO GERADA ------------
       77  WRK-CTB-SITUACAO             PIC X(10)    VALUE SPACES.
       77  WRK-CTB-QTD-LANCTOS          PIC 9(06)    VALUE ZEROS.
       77  WRK-CTB-TOT-DEBITO           PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CTB-TOT-CREDITO          PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CTB-DEMAIS               PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CTB-EXPORTADO            PIC S9(12)V99 VALUE ZEROS.
       77  WRK-CTB-ESPERADO             PIC S9(12)V99 VALUE ZEROS.
       77  WRK-CTB-DIFERENCA            PIC S9(12)V99 VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-CABECALHO-DIVERG.
           05 FILLER                    PIC X(11) VALUE "DOCUMENTO".
           05 FILLER                    PIC X(12) VALUE "NUMERO".
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(07) VALUE "REFER.".
           05 FILLER                    PIC X(16) VALUE "CAMPUS".
           05 FILLER                    PIC X(11) VALUE "SITUACAO".
           05 FILLER                    PIC X(13) VALUE
                                                  "        VALOR".
           05 FILLER                    PIC X(07) VALUE " MOTIVO".

       01  WRK-LINHA-DIVERG.
           05 WRK-LD-TIPO               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-DOCUMENTO          PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-REFER              PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-CAMPUS             PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-STATUS             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-ED           PIC -(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-MOTIVO             PIC X(30).

       01  WRK-LINHA-ROLL.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WRK-LR-DESCRICAO          PIC X(40).
           05 WRK-LR-VALOR-ED           PIC -(10)9,99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LR-MARCA              PIC X(20).

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
                  "ROLL-FORWARD DO CONTAS A RECEBER"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "COMPETENCIA AAAAMM".
           05 LINE  07 COLUMN 60 USING WRK-COMPETENCIA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR O ROLL-FORWARD DA COMPETENCIA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 54 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "CAMPI................".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-CAMPI.
           05 LINE  13 COLUMN 30 VALUE "DOCUMENTOS DIVERGENTES".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-DIVERG.
           05 LINE  14 COLUMN 30 VALUE "DIFERENCA TOTAL......".
           05 LINE  14 COLUMN 55 FROM  WRK-DIFERENCA-ED.
           05 LINE  15 COLUMN 30 VALUE "EXPORTACAO CONTABIL..".
           05 LINE  15 COLUMN 55 FROM  WRK-CTB-SITUACAO.

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

            OPEN INPUT  MENSALID.

            IF  FS-MENSALID NOT EQUAL 0
                EVALUATE FS-MENSALID
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
                  CLOSE MENSALID
                  GOBACK
            END-IF.

      *----------- ARQUIVOS OPCIONAIS: SEM ELES A LINHA ----------------
      *----------- CORRESPONDENTE DO ROLL-FORWARD FICA ZERADA ----------
            OPEN INPUT PARCELAS.

            IF  FS-PARCELAS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-PARCELAS
            END-IF.

            OPEN INPUT BAIXAS.

            IF  FS-BAIXAS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-BAIXAS
            END-IF.

      *----------- FECHAMENTOS GRAVADOS (CRIA VAZIO NA PRIMEIRA VEZ) ---
            OPEN I-O SALDOREC.

            IF  FS-SALDOREC EQUAL 35
                OPEN OUTPUT SALDOREC
                CLOSE       SALDOREC
                OPEN I-O    SALDOREC
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

           ACCEPT SCR-DADOS.

           IF  WRK-COMPETENCIA NOT NUMERIC
           OR  WRK-COMPETENCIA (5:2) LESS "01"
           OR  WRK-COMPETENCIA (5:2) GREATER "12"
               MOVE WRK-COMPET-INC            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOME DO RELATORIO COM A COMPETENCIA E A -----
      *------------- DATA/HORA DA GERACAO ------------------------------
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "ROLLFORWARD_"
                  WRK-COMPETENCIA "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELROLL

           OPEN OUTPUT RELROLL.

           MOVE SPACES                         TO ARQ-RELROLL
           STRING "ROLL-FORWARD DO CONTAS A RECEBER - COMPETENCIA "
                  WRK-COMPETENCIA
                  DELIMITED BY SIZE INTO ARQ-RELROLL
           WRITE ARQ-RELROLL.

      *----------- PRIMEIRA PARTE: DOCUMENTOS QUE EXPLICAM A ----------
      *----------- DIFERENCA, GRAVADOS A MEDIDA QUE SAO ACHADOS --------
           MOVE SPACES                         TO ARQ-RELROLL
           WRITE ARQ-RELROLL.
           MOVE "DOCUMENTOS DIVERGENTES"       TO ARQ-RELROLL
           WRITE ARQ-RELROLL.
           MOVE WRK-CABECALHO-DIVERG           TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           PERFORM 0205-CARREGAR-SALDO-ANTERIOR.
           PERFORM 0210-MOVIMENTO-COBRANCAS.
           PERFORM 0220-MOVIMENTO-PARCELAS.
           PERFORM 0230-MOVIMENTO-RECIBOS.
           PERFORM 0240-MOVIMENTO-BAIXAS.

           IF  WRK-QTD-DIVERG EQUAL ZEROS
               MOVE "NENHUM DOCUMENTO DIVERGENTE" TO ARQ-RELROLL
               WRITE ARQ-RELROLL
           END-IF.

      *----------- SEGUNDA PARTE: ROLL-FORWARD POR CAMPUS E TOTAL ------
           PERFORM 0260-IMPRIMIR-ROLL-FORWARD.

      *----------- TERCEIRA PARTE: CONFERENCIA COM O PROGCTBL ----------
           PERFORM 0250-CONFERIR-CONTABIL.
           PERFORM 0270-IMPRIMIR-CONTABIL.

           CLOSE RELROLL.

           PERFORM 0280-GRAVAR-FECHAMENTO.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGROLL"                     TO ARQ-LOG-PROGRAMA
           MOVE "ROLL-FORWARD CONTAS A RECEBER" TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-CAMPI                  TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELROLL               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           MOVE WRK-TG-DIFERENCA               TO WRK-DIFERENCA-ED

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO

           IF  WRK-TG-DIFERENCA NOT EQUAL ZEROS
           OR  WRK-QTD-DIVERG   NOT EQUAL ZEROS
           OR  WRK-CTB-SITUACAO EQUAL "DIVERGE"
               MOVE WRK-MSG-ROLL-DIVERGE       TO WRK-MSG
           ELSE
               MOVE WRK-MSG-ROLL-CONFERE       TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-CARREGAR-SALDO-ANTERIOR                            SECTION.
      *-----------------------------------------------------------------
      *----------- LE OS FECHAMENTOS GRAVADOS DA COMPETENCIA ANTERIOR: -
      *----------- O SALDO FINAL DE CADA CAMPUS E O SALDO ANTERIOR -----
      *----------- DESTA COMPETENCIA -----------------------------------

           MOVE WRK-COMPETENCIA (1:4)          TO WRK-CANT-ANO
           MOVE WRK-COMPETENCIA (5:2)          TO WRK-CANT-MES

           IF  WRK-CANT-MES EQUAL 1
               MOVE 12                         TO WRK-CANT-MES
               SUBTRACT 1                      FROM WRK-CANT-ANO
           ELSE
               SUBTRACT 1                      FROM WRK-CANT-MES
           END-IF.

           MOVE WRK-COMP-ANTERIOR              TO ARQ-SRC-COMPETENCIA
           MOVE LOW-VALUES                     TO ARQ-SRC-CAMPUS

           START SALDOREC KEY IS GREATER THAN OR EQUAL ARQ-SRC-CHAVE
               INVALID KEY
                   GO TO 0205-CARREGAR-SALDO-ANTERIOR-99-FIM
           END-START.

           READ SALDOREC NEXT RECORD
               AT END
                   GO TO 0205-CARREGAR-SALDO-ANTERIOR-99-FIM
           END-READ.

           PERFORM UNTIL FS-SALDOREC NOT EQUAL ZEROS
                      OR ARQ-SRC-COMPETENCIA NOT EQUAL
                                               WRK-COMP-ANTERIOR

               MOVE ARQ-SRC-CAMPUS             TO WRK-CAMPUS
               PERFORM 0290-LOCALIZAR-CAMPUS
               MOVE "S"                  TO WRK-TC-GRAVADO (IX-CAM)
               ADD ARQ-SRC-SALDO-FINAL   TO WRK-TC-ANT-GRAVADO (IX-CAM)

               READ SALDOREC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-SALDOREC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-SALDOREC.

      *-----------------------------------------------------------------
       0205-CARREGAR-SALDO-ANTERIOR-99-FIM                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0207-CAMPUS-DO-ALUNO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA O CAMPUS DO RM WRK-RM-PROCURADO NA TABELA --
      *----------- (IX-CAM) E GUARDA A MENSALIDADE DE TABELA DO ALUNO --

           MOVE WRK-RM-PROCURADO               TO ARQ-RM

           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE "SEM CADASTRO"         TO WRK-CAMPUS
                   MOVE ZEROS                  TO WRK-MENS-TABELA
               NOT INVALID KEY
                   MOVE ARQ-CAMPUS             TO WRK-CAMPUS
                   MOVE ARQ-MENSALIDADE        TO WRK-MENS-TABELA
           END-READ.

           IF  WRK-CAMPUS EQUAL SPACES
               MOVE "NAO INFORMADO"            TO WRK-CAMPUS
           END-IF.

           PERFORM 0290-LOCALIZAR-CAMPUS.

      *-----------------------------------------------------------------
       0207-CAMPUS-DO-ALUNO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-MOVIMENTO-COBRANCAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCAS DE MENSALID.dat: FATURAMENTO E DESCONTO ---
      *----------- NA COMPETENCIA DA COBRANCA, SAIDA PARA O ACORDO NA --
      *----------- DATA DO ACORDO E CONFERENCIA DO DOCUMENTO -----------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0210-MOVIMENTO-COBRANCAS-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0210-MOVIMENTO-COBRANCAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               MOVE ARQ-MEN-RM                 TO WRK-RM-PROCURADO
               PERFORM 0207-CAMPUS-DO-ALUNO

      *----------- O FATURAMENTO SAI PELA MENSALIDADE EFETIVA: A -------
      *----------- BOLSA OU DESCONTO E A DIFERENCA PARA A DE TABELA ----
      *----------- (COBRANCA PRO-RATA NAO TEM DESCONTO A DESTACAR) -----
               MOVE ZEROS                      TO WRK-DESCONTO
               IF  ARQ-MEN-OBS EQUAL SPACES
               AND WRK-MENS-TABELA GREATER ARQ-MEN-VALOR
                   COMPUTE WRK-DESCONTO = WRK-MENS-TABELA
                                        - ARQ-MEN-VALOR
               END-IF

               MOVE ARQ-MEN-COMPETENCIA        TO WRK-MES-MOVTO
               MOVE "FAT"                      TO WRK-TIPO-MOVTO
               COMPUTE WRK-VALOR-MOVTO = ARQ-MEN-VALOR + WRK-DESCONTO
               PERFORM 0295-LANCAR-MOVIMENTO

               IF  WRK-DESCONTO GREATER ZEROS
                   MOVE "DES"                  TO WRK-TIPO-MOVTO
                   MOVE WRK-DESCONTO           TO WRK-VALOR-MOVTO
                   PERFORM 0295-LANCAR-MOVIMENTO
               END-IF

               MOVE SPACES                     TO WRK-DATA-ACORDO
               IF  ARQ-MEN-STATUS EQUAL "RENEGOC"
                   PERFORM 0215-COBRANCA-RENEGOCIADA
               END-IF

               IF  ARQ-MEN-COMPETENCIA NOT GREATER WRK-COMPETENCIA
                   PERFORM 0217-CONFERIR-COBRANCA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0210-MOVIMENTO-COBRANCAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-COBRANCA-RENEGOCIADA                               SECTION.
      *-----------------------------------------------------------------
      *----------- A COBRANCA RENEGOCIADA SAI DO SALDO NA DATA DO ------
      *----------- ACORDO DO RM; A MULTA DE ATRASO QUE O PROGRENE ------
      *----------- SOMOU AO ACORDO ENTRA COMO ENCARGO ------------------

           PERFORM 0216-DATA-ACORDO.

           IF  WRK-DATA-ACORDO EQUAL SPACES
               GO TO 0215-COBRANCA-RENEGOCIADA-99-FIM
           END-IF.

           MOVE WRK-DATA-ACORDO (1:6)          TO WRK-MES-MOVTO
           MOVE "REN"                          TO WRK-TIPO-MOVTO
           COMPUTE WRK-VALOR-MOVTO = ZEROS - ARQ-MEN-VALOR
           PERFORM 0295-LANCAR-MOVIMENTO.

           IF  ARQ-MEN-VENCIMENTO NOT EQUAL SPACES
               MOVE ARQ-MEN-VENCIMENTO         TO WRK-VENC-EFETIVO
           ELSE
               MOVE ARQ-MEN-COMPETENCIA        TO WRK-VC-ANOMES
               CALL "PROGDUTIL" USING WRK-VENC-COBRANCA,
                    WRK-VENC-EFETIVO
           END-IF.

           IF  WRK-VENC-EFETIVO NOT LESS WRK-DATA-ACORDO
               GO TO 0215-COBRANCA-RENEGOCIADA-99-FIM
           END-IF.

      *----------- O ENCARGO ENTRA E SAI DE NOVO PARA O ACORDO: O ------
      *----------- QUE SOBRA NA LINHA DE RENEGOCIACOES E A DIFERENCA ---
      *----------- ENTRE AS PARCELAS E O DEBITO RENEGOCIADO ------------
           COMPUTE WRK-MULTA = ARQ-MEN-VALOR * WRK-PERC-MULTA / 100.

           MOVE "ENC"                          TO WRK-TIPO-MOVTO
           MOVE WRK-MULTA                      TO WRK-VALOR-MOVTO
           PERFORM 0295-LANCAR-MOVIMENTO.

           MOVE "REN"                          TO WRK-TIPO-MOVTO
           COMPUTE WRK-VALOR-MOVTO = ZEROS - WRK-MULTA
           PERFORM 0295-LANCAR-MOVIMENTO.

      *-----------------------------------------------------------------
       0215-COBRANCA-RENEGOCIADA-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0216-DATA-ACORDO                                        SECTION.
      *-----------------------------------------------------------------
      *----------- DATA DO ACORDO VIGENTE DO RM DA COBRANCA (PRIMEIRA --
      *----------- PARCELA); EM BRANCO QUANDO O RM NAO TEM PARCELAS ----

           MOVE SPACES                         TO WRK-DATA-ACORDO.

           IF  WRK-ABRIU-PARCELAS NOT EQUAL "S"
               GO TO 0216-DATA-ACORDO-99-FIM
           END-IF.

           MOVE ARQ-MEN-RM                     TO ARQ-PAR-RM
           MOVE ZEROS                          TO ARQ-PAR-SEQ

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   GO TO 0216-DATA-ACORDO-99-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-PARCELAS
                   GO TO 0216-DATA-ACORDO-99-FIM
           END-READ.

           IF  ARQ-PAR-RM EQUAL ARQ-MEN-RM
               MOVE ARQ-PAR-DATA-ACORDO        TO WRK-DATA-ACORDO
           END-IF.

      *-----------------------------------------------------------------
       0216-DATA-ACORDO-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0217-CONFERIR-COBRANCA                                  SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA A COBRANCA AO SALDO DOS DOCUMENTOS SE ESTAVA ---
      *----------- EM ABERTO NA COMPETENCIA E CONFERE A SITUACAO DELA --
      *----------- COM OS RECIBOS E O ACORDO ---------------------------

           MOVE "COBRANCA"                     TO WRK-LD-TIPO
           MOVE ARQ-MEN-NUMERO                 TO WRK-LD-DOCUMENTO
           MOVE ARQ-MEN-RM                     TO WRK-LD-RM
           MOVE ARQ-MEN-COMPETENCIA            TO WRK-LD-REFER
           MOVE ARQ-MEN-STATUS                 TO WRK-LD-STATUS

           EVALUATE ARQ-MEN-STATUS

               WHEN "ABERTO"
               WHEN "CONSOLID"
                   ADD ARQ-MEN-VALOR           TO WRK-TC-DOCS (IX-CAM)
                   PERFORM 0218-SOMAR-RECIBOS
                   IF  WRK-NET-RECIBOS GREATER ZEROS
                       COMPUTE WRK-VALOR-DIVERG =
                               ZEROS - WRK-NET-RECIBOS
                       MOVE "RECIBO EM COBRANCA ABERTA"
                                               TO WRK-LD-MOTIVO
                       PERFORM 0297-GRAVAR-DIVERGENCIA
                   END-IF

               WHEN "PAGO"
                   PERFORM 0218-SOMAR-RECIBOS
                   IF  WRK-NET-RECIBOS EQUAL ZEROS
                       MOVE ARQ-MEN-VALOR      TO WRK-VALOR-DIVERG
                       MOVE "COBRANCA PAGA SEM RECIBO"
                                               TO WRK-LD-MOTIVO
                       PERFORM 0297-GRAVAR-DIVERGENCIA
                   ELSE
                       IF  WRK-NET-RECIBOS NOT EQUAL ARQ-MEN-VALOR
                           COMPUTE WRK-VALOR-DIVERG = ARQ-MEN-VALOR
                                                   - WRK-NET-RECIBOS
                           MOVE "RECIBO DIFERE DA COBRANCA"
                                               TO WRK-LD-MOTIVO
                           PERFORM 0297-GRAVAR-DIVERGENCIA
                       END-IF
                   END-IF

               WHEN "RENEGOC"
                   IF  WRK-DATA-ACORDO EQUAL SPACES
                       MOVE ARQ-MEN-VALOR      TO WRK-VALOR-DIVERG
                       MOVE "RENEGOCIADA SEM PARCELAS"
                                               TO WRK-LD-MOTIVO
                       PERFORM 0297-GRAVAR-DIVERGENCIA
                   ELSE
      *----------- ACORDO POSTERIOR A COMPETENCIA: A COBRANCA AINDA ----
      *----------- ESTAVA EM ABERTO NO FIM DELA ------------------------
                       IF  WRK-DATA-ACORDO (1:6) GREATER
                                               WRK-COMPETENCIA
                           ADD ARQ-MEN-VALOR   TO WRK-TC-DOCS (IX-CAM)
                       END-IF
                   END-IF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE.

      *-----------------------------------------------------------------
       0217-CONFERIR-COBRANCA-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0218-SOMAR-RECIBOS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA OS RECIBOS DO RM QUE BAIXAM A COMPETENCIA DA ---
      *----------- COBRANCA CORRENTE ("PG" SOMA, "ES" ABATE) -----------

           MOVE ZEROS                          TO WRK-NET-RECIBOS
           MOVE ARQ-MEN-RM                     TO ARQ-PAG-RM

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-RM
               INVALID KEY
                   GO TO 0218-SOMAR-RECIBOS-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0218-SOMAR-RECIBOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS
                      OR ARQ-PAG-RM NOT EQUAL ARQ-MEN-RM

               IF  ARQ-PAG-PARCELA EQUAL ZEROS
               AND ARQ-PAG-COMPET  EQUAL ARQ-MEN-COMPETENCIA
                   IF  ARQ-PAG-TIPO EQUAL "ES"
                       SUBTRACT ARQ-PAG-VALOR  FROM WRK-NET-RECIBOS
                   ELSE
                       ADD ARQ-PAG-VALOR       TO WRK-NET-RECIBOS
                   END-IF
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0218-SOMAR-RECIBOS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-MOVIMENTO-PARCELAS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PARCELAS DE ACORDO: ENTRAM NO SALDO NA DATA DO ------
      *----------- ACORDO; A PARCELA PAGA DEPOIS DA COMPETENCIA AINDA --
      *----------- ESTAVA EM ABERTO NO FIM DELA ------------------------

           IF  WRK-ABRIU-PARCELAS NOT EQUAL "S"
               GO TO 0220-MOVIMENTO-PARCELAS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-PAR-CHAVE

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   GO TO 0220-MOVIMENTO-PARCELAS-99-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   GO TO 0220-MOVIMENTO-PARCELAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS

               MOVE ARQ-PAR-RM                 TO WRK-RM-PROCURADO
               PERFORM 0207-CAMPUS-DO-ALUNO

               MOVE ARQ-PAR-DATA-ACORDO (1:6)  TO WRK-MES-MOVTO
               MOVE "REN"                      TO WRK-TIPO-MOVTO
               MOVE ARQ-PAR-VALOR              TO WRK-VALOR-MOVTO
               PERFORM 0295-LANCAR-MOVIMENTO

               IF  ARQ-PAR-DATA-ACORDO (1:6) NOT GREATER
                                               WRK-COMPETENCIA
                   PERFORM 0225-CONFERIR-PARCELA
               END-IF

               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PARCELAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PARCELAS.

      *-----------------------------------------------------------------
       0220-MOVIMENTO-PARCELAS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CONFERIR-PARCELA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PARCELA EM ABERTO SOMA NO SALDO DOS DOCUMENTOS; -----
      *----------- PARCELA PAGA PRECISA DO RECIBO QUE A BAIXOU ---------

           IF  ARQ-PAR-STATUS EQUAL "ABERTO"
               ADD ARQ-PAR-VALOR               TO WRK-TC-DOCS (IX-CAM)
               GO TO 0225-CONFERIR-PARCELA-99-FIM
           END-IF.

           IF  ARQ-PAR-STATUS NOT EQUAL "PAGO"
               GO TO 0225-CONFERIR-PARCELA-99-FIM
           END-IF.

           MOVE ARQ-PAR-RECIBO                 TO ARQ-PAG-NUMERO

           READ PAGAMENTOS KEY IS ARQ-PAG-NUMERO
               INVALID KEY
                   MOVE "PARCELA"              TO WRK-LD-TIPO
                   MOVE SPACES                 TO WRK-LD-DOCUMENTO
                   STRING ARQ-PAR-RM "/" ARQ-PAR-SEQ
                          DELIMITED BY SIZE INTO WRK-LD-DOCUMENTO
                   MOVE ARQ-PAR-RM             TO WRK-LD-RM
                   MOVE ARQ-PAR-DATA-ACORDO (1:6) TO WRK-LD-REFER
                   MOVE ARQ-PAR-STATUS         TO WRK-LD-STATUS
                   MOVE ARQ-PAR-VALOR          TO WRK-VALOR-DIVERG
                   MOVE "PARCELA PAGA SEM RECIBO" TO WRK-LD-MOTIVO
                   PERFORM 0297-GRAVAR-DIVERGENCIA
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0225-CONFERIR-PARCELA-99-FIM
           END-READ.

           PERFORM 0235-COMPETENCIA-RECIBO.

           IF  WRK-COMPET-RECIBO GREATER WRK-COMPETENCIA
               ADD ARQ-PAR-VALOR               TO WRK-TC-DOCS (IX-CAM)
           END-IF.

      *-----------------------------------------------------------------
       0225-CONFERIR-PARCELA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-MOVIMENTO-RECIBOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBOS DE PAGAMENTOS.dat NA COMPETENCIA DO --------
      *----------- PROGCTBL: "PG" E RECEBIDO, "ES" E ESTORNO. O --------
      *----------- RECEBIDO DA COMPETENCIA TAMBEM E SOMADO POR FORMA ---
      *----------- PARA A CONFERENCIA COM A EXPORTACAO CONTABIL --------

           MOVE LOW-VALUES                     TO ARQ-PAG-NUMERO

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-NUMERO
               INVALID KEY
                   GO TO 0230-MOVIMENTO-RECIBOS-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0230-MOVIMENTO-RECIBOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS

               MOVE ARQ-PAG-RM                 TO WRK-RM-PROCURADO
               PERFORM 0207-CAMPUS-DO-ALUNO
               PERFORM 0235-COMPETENCIA-RECIBO

               MOVE WRK-COMPET-RECIBO          TO WRK-MES-MOVTO
               MOVE ARQ-PAG-VALOR              TO WRK-VALOR-MOVTO
               IF  ARQ-PAG-TIPO EQUAL "ES"
                   MOVE "EST"                  TO WRK-TIPO-MOVTO
               ELSE
                   MOVE "REC"                  TO WRK-TIPO-MOVTO
               END-IF
               PERFORM 0295-LANCAR-MOVIMENTO

      *----------- RECIBO ANTECIPADO FOI EXPORTADO NO MES EM QUE -------
      *----------- FOI PAGO (EVENTO ANTECIPA), NAO NA COMPETENCIA ------
               IF  WRK-COMPET-RECIBO EQUAL WRK-COMPETENCIA
                   IF  ARQ-PAG-PARCELA EQUAL ZEROS
                   AND WRK-COMPET-RECIBO GREATER ARQ-PAG-DATA (1:6)
                       CONTINUE
                   ELSE
                       PERFORM 0237-ACUMULAR-FORMA
                   END-IF
               END-IF

      *----------- RECIBO DE PARCELA PRECISA DA PARCELA QUE BAIXOU -----
               IF  ARQ-PAG-TIPO    NOT EQUAL "ES"
               AND ARQ-PAG-PARCELA GREATER ZEROS
               AND WRK-ABRIU-PARCELAS EQUAL "S"
               AND WRK-COMPET-RECIBO NOT GREATER WRK-COMPETENCIA
                   PERFORM 0238-CONFERIR-RECIBO-PARCELA
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0230-MOVIMENTO-RECIBOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-COMPETENCIA-RECIBO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PARCELA DE RENEGOCIACAO NAO CARREGA COMPETENCIA: ----
      *----------- VALE O MES DA DATA DO RECIBO, COMO NO PROGCTBL ------

           IF  ARQ-PAG-COMPET EQUAL SPACES
               MOVE ARQ-PAG-DATA (1:6)         TO WRK-COMPET-RECIBO
           ELSE
               MOVE ARQ-PAG-COMPET             TO WRK-COMPET-RECIBO
           END-IF.

      *-----------------------------------------------------------------
       0235-COMPETENCIA-RECIBO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0237-ACUMULAR-FORMA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA (OU INCLUI) A FORMA DO RECIBO CORRENTE -----
      *----------- NA TABELA DE TOTAIS POR FORMA -----------------------

           MOVE "S"                            TO WRK-FORMA-OK
           SET IX-FORMA                        TO 1
           SEARCH WRK-FORMA-ITEM
               AT END
                   IF  WRK-QTD-FORMAS LESS 20
                       ADD 1                   TO WRK-QTD-FORMAS
                       SET IX-FORMA            TO WRK-QTD-FORMAS
                       MOVE ARQ-PAG-FORMA TO WRK-TF-FORMA (IX-FORMA)
                       MOVE ZEROS         TO WRK-TF-VALOR (IX-FORMA)
                   ELSE
                       MOVE "N"                TO WRK-FORMA-OK
                   END-IF
               WHEN IX-FORMA GREATER WRK-QTD-FORMAS
                   IF  WRK-QTD-FORMAS LESS 20
                       ADD 1                   TO WRK-QTD-FORMAS
                       SET IX-FORMA            TO WRK-QTD-FORMAS
                       MOVE ARQ-PAG-FORMA TO WRK-TF-FORMA (IX-FORMA)
                       MOVE ZEROS         TO WRK-TF-VALOR (IX-FORMA)
                   ELSE
                       MOVE "N"                TO WRK-FORMA-OK
                   END-IF
               WHEN WRK-TF-FORMA (IX-FORMA) EQUAL ARQ-PAG-FORMA
                   CONTINUE
           END-SEARCH.

           IF  WRK-FORMA-OK EQUAL "S"
               IF  ARQ-PAG-TIPO EQUAL "ES"
                   SUBTRACT ARQ-PAG-VALOR FROM WRK-TF-VALOR (IX-FORMA)
               ELSE
                   ADD ARQ-PAG-VALOR      TO WRK-TF-VALOR (IX-FORMA)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       0237-ACUMULAR-FORMA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0238-CONFERIR-RECIBO-PARCELA                            SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBO QUE BAIXOU UMA PARCELA QUE NAO EXISTE MAIS ---
      *----------- (ACORDO SUBSTITUIDO) TIROU DO SALDO UM VALOR QUE ----
      *----------- NENHUM DOCUMENTO EXPLICA ----------------------------

           MOVE ARQ-PAG-RM                     TO ARQ-PAR-RM
           MOVE ARQ-PAG-PARCELA                TO ARQ-PAR-SEQ

           READ PARCELAS KEY IS ARQ-PAR-CHAVE
               INVALID KEY
                   MOVE "RECIBO"               TO WRK-LD-TIPO
                   MOVE ARQ-PAG-NUMERO         TO WRK-LD-DOCUMENTO
                   MOVE ARQ-PAG-RM             TO WRK-LD-RM
                   MOVE WRK-COMPET-RECIBO      TO WRK-LD-REFER
                   MOVE ARQ-PAG-TIPO           TO WRK-LD-STATUS
                   COMPUTE WRK-VALOR-DIVERG = ZEROS - ARQ-PAG-VALOR
                   MOVE "RECIBO DE PARCELA INEXISTENTE"
                                               TO WRK-LD-MOTIVO
                   PERFORM 0297-GRAVAR-DIVERGENCIA
           END-READ.

           MOVE ZEROS                          TO FS-PARCELAS.

      *-----------------------------------------------------------------
       0238-CONFERIR-RECIBO-PARCELA-99-FIM                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-MOVIMENTO-BAIXAS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- BAIXAS POR PERDA LIBERADAS SAEM DO SALDO NA DATA ----
      *----------- DA LIBERACAO. NA BAIXA REATIVADA A DATA DA ----------
      *----------- LIBERACAO FOI SOBREPOSTA PELA DA REATIVACAO: A ------
      *----------- BAIXA VALE PELA DATA DO PEDIDO E A REATIVACAO -------
      *----------- VOLTA O VALOR AO SALDO ------------------------------

           IF  WRK-ABRIU-BAIXAS NOT EQUAL "S"
               GO TO 0240-MOVIMENTO-BAIXAS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-BXA-NUMERO

           START BAIXAS KEY IS GREATER THAN OR EQUAL ARQ-BXA-NUMERO
               INVALID KEY
                   GO TO 0240-MOVIMENTO-BAIXAS-99-FIM
           END-START.

           READ BAIXAS NEXT RECORD
               AT END
                   GO TO 0240-MOVIMENTO-BAIXAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-BAIXAS NOT EQUAL ZEROS

               IF  ARQ-BXA-STATUS EQUAL "BAIXADO"
               OR  ARQ-BXA-STATUS EQUAL "REATIVADO"
                   MOVE ARQ-BXA-RM             TO WRK-RM-PROCURADO
                   PERFORM 0207-CAMPUS-DO-ALUNO

                   MOVE "BXA"                  TO WRK-TIPO-MOVTO
                   MOVE ARQ-BXA-VALOR          TO WRK-VALOR-MOVTO
                   IF  ARQ-BXA-STATUS EQUAL "BAIXADO"
                       MOVE ARQ-BXA-DATA-APROV (1:6) TO WRK-MES-MOVTO
                   ELSE
                       MOVE ARQ-BXA-DATA-SOLIC (1:6) TO WRK-MES-MOVTO
                   END-IF
                   PERFORM 0295-LANCAR-MOVIMENTO

                   IF  ARQ-BXA-STATUS EQUAL "REATIVADO"
                       MOVE "EST"              TO WRK-TIPO-MOVTO
                       MOVE ARQ-BXA-DATA-APROV (1:6) TO WRK-MES-MOVTO
                       PERFORM 0295-LANCAR-MOVIMENTO
                   END-IF

                   IF  ARQ-BXA-COMPETENCIA NOT GREATER WRK-COMPETENCIA
                       PERFORM 0245-CONFERIR-BAIXA
                   END-IF
               END-IF

               READ BAIXAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BAIXAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-BAIXAS.

      *-----------------------------------------------------------------
       0240-MOVIMENTO-BAIXAS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-CONFERIR-BAIXA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE A COBRANCA DA BAIXA CORRENTE COM A ----------
      *----------- SITUACAO DO PEDIDO E AJUSTA O SALDO DOS DOCUMENTOS --
      *----------- QUANDO A DECISAO E POSTERIOR A COMPETENCIA ----------

           MOVE "BAIXA"                        TO WRK-LD-TIPO
           MOVE ARQ-BXA-NUMERO                 TO WRK-LD-DOCUMENTO
           MOVE ARQ-BXA-RM                     TO WRK-LD-RM
           MOVE ARQ-BXA-COMPETENCIA            TO WRK-LD-REFER
           MOVE ARQ-BXA-STATUS                 TO WRK-LD-STATUS

           MOVE ARQ-BXA-COBRANCA               TO ARQ-MEN-NUMERO

           READ MENSALID KEY IS ARQ-MEN-NUMERO
               INVALID KEY
                   MOVE ZEROS                  TO FS-MENSALID
                   IF  ARQ-BXA-STATUS EQUAL "BAIXADO"
                       COMPUTE WRK-VALOR-DIVERG =
                               ZEROS - ARQ-BXA-VALOR
                       MOVE "BAIXA SEM COBRANCA" TO WRK-LD-MOTIVO
                       PERFORM 0297-GRAVAR-DIVERGENCIA
                   END-IF
                   GO TO 0245-CONFERIR-BAIXA-99-FIM
           END-READ.

           IF  ARQ-BXA-STATUS EQUAL "BAIXADO"
               IF  ARQ-MEN-STATUS NOT EQUAL "BAIXADO"
                   COMPUTE WRK-VALOR-DIVERG = ZEROS - ARQ-BXA-VALOR
                   MOVE "COBRANCA NAO MARCADA BAIXADA" TO WRK-LD-MOTIVO
                   PERFORM 0297-GRAVAR-DIVERGENCIA
               ELSE
                   IF  ARQ-BXA-DATA-APROV (1:6) GREATER
                                               WRK-COMPETENCIA
                       ADD ARQ-MEN-VALOR   TO WRK-TC-DOCS (IX-CAM)
                   END-IF
               END-IF
               GO TO 0245-CONFERIR-BAIXA-99-FIM
           END-IF.

           IF  ARQ-MEN-STATUS EQUAL "BAIXADO"
               MOVE ARQ-BXA-VALOR              TO WRK-VALOR-DIVERG
               MOVE "REATIVACAO NAO APLICADA"  TO WRK-LD-MOTIVO
               PERFORM 0297-GRAVAR-DIVERGENCIA
               GO TO 0245-CONFERIR-BAIXA-99-FIM
           END-IF.

      *----------- REATIVADA DEPOIS DA COMPETENCIA: NO FIM DELA A ------
      *----------- COBRANCA AINDA ESTAVA BAIXADA -----------------------
           IF  ARQ-BXA-DATA-SOLIC (1:6) NOT GREATER WRK-COMPETENCIA
           AND ARQ-BXA-DATA-APROV (1:6) GREATER     WRK-COMPETENCIA
           AND (ARQ-MEN-STATUS EQUAL "ABERTO"
            OR  ARQ-MEN-STATUS EQUAL "CONSOLID")
               SUBTRACT ARQ-MEN-VALOR      FROM WRK-TC-DOCS (IX-CAM)
           END-IF.

      *-----------------------------------------------------------------
       0245-CONFERIR-BAIXA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CONFERIR-CONTABIL                                  SECTION.
      *-----------------------------------------------------------------
      *----------- LE O TRAILER DA EXPORTACAO CONTABIL DA COMPETENCIA --
      *----------- E COMPARA O DEBITO DOS RECEBIMENTOS (SO AS ---------
      *----------- LINHAS DE MENSALIDADES) COM O RECEBIDO POR FORMA ----

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-FORMAS
               IF  WRK-TF-VALOR (WRK-IX) LESS ZEROS
                   SUBTRACT WRK-TF-VALOR (WRK-IX) FROM WRK-CTB-ESPERADO
               ELSE
                   ADD WRK-TF-VALOR (WRK-IX)      TO WRK-CTB-ESPERADO
               END-IF
           END-PERFORM.

           STRING FUNCTION TRIM(WRK-PATH-BASE) "LANCAMENTOS_"
                  WRK-COMPETENCIA ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-LANCAM

           OPEN INPUT LANCAM.

           IF  FS-LANCAM NOT EQUAL ZEROS
               MOVE "NAO GERADA"               TO WRK-CTB-SITUACAO
               GO TO 0250-CONFERIR-CONTABIL-99-FIM
           END-IF.

           READ LANCAM
               AT END
                   MOVE 9                      TO FS-LANCAM
           END-READ.

           PERFORM UNTIL FS-LANCAM NOT EQUAL ZEROS

               EVALUATE ARQ-LAN-TIPO
                   WHEN "1"
                       IF  ARQ-LAN-HISTORICO (1:13)
                                     NOT EQUAL "MENSALIDADES "
                           ADD ARQ-LAN-VALOR   TO WRK-CTB-DEMAIS
                       END-IF
                   WHEN "9"
                       MOVE ARQ-LAN-QTD-LANCTOS TO WRK-CTB-QTD-LANCTOS
                       MOVE ARQ-LAN-TOT-DEBITO  TO WRK-CTB-TOT-DEBITO
                       MOVE ARQ-LAN-TOT-CREDITO TO WRK-CTB-TOT-CREDITO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ LANCAM
                   AT END
                       MOVE 9                  TO FS-LANCAM
               END-READ

           END-PERFORM.

           CLOSE LANCAM.

           COMPUTE WRK-CTB-EXPORTADO = WRK-CTB-TOT-DEBITO
                                     - WRK-CTB-DEMAIS.
           COMPUTE WRK-CTB-DIFERENCA = WRK-CTB-EXPORTADO
                                     - WRK-CTB-ESPERADO.

           IF  WRK-CTB-DIFERENCA  EQUAL ZEROS
           AND WRK-CTB-TOT-DEBITO EQUAL WRK-CTB-TOT-CREDITO
               MOVE "CONFERE"                  TO WRK-CTB-SITUACAO
           ELSE
               MOVE "DIVERGE"                  TO WRK-CTB-SITUACAO
           END-IF.

      *-----------------------------------------------------------------
       0250-CONFERIR-CONTABIL-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-IMPRIMIR-ROLL-FORWARD                              SECTION.
      *-----------------------------------------------------------------
      *----------- FECHA O SALDO DE CADA CAMPUS, IMPRIME O BLOCO DELE --
      *----------- E ACUMULA O TOTAL GERAL -----------------------------

           MOVE SPACES                         TO ARQ-RELROLL
           WRITE ARQ-RELROLL.
           MOVE "ROLL-FORWARD POR CAMPUS"      TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-CAMPI

               MOVE WRK-TC-CAMPUS (WRK-IX)     TO WRK-BL-CAMPUS
               IF  WRK-TC-GRAVADO (WRK-IX) EQUAL "S"
                   MOVE WRK-TC-ANT-GRAVADO (WRK-IX) TO WRK-BL-ANTERIOR
                   MOVE "FECHAMENTO GRAVADO"   TO WRK-BL-ORIGEM
               ELSE
                   MOVE WRK-TC-ANT-CALC (WRK-IX)    TO WRK-BL-ANTERIOR
                   MOVE "RECALCULADO PELO MOVIMENTO" TO WRK-BL-ORIGEM
               END-IF
               MOVE WRK-TC-FATURADO (WRK-IX)   TO WRK-BL-FATURADO
               MOVE WRK-TC-DESCONTO (WRK-IX)   TO WRK-BL-DESCONTO
               MOVE WRK-TC-ENCARGOS (WRK-IX)   TO WRK-BL-ENCARGOS
               MOVE WRK-TC-RECEBIDO (WRK-IX)   TO WRK-BL-RECEBIDO
               MOVE WRK-TC-BAIXAS (WRK-IX)     TO WRK-BL-BAIXAS
               MOVE WRK-TC-ESTORNOS (WRK-IX)   TO WRK-BL-ESTORNOS
               MOVE WRK-TC-RENEGOC (WRK-IX)    TO WRK-BL-RENEGOC
               MOVE WRK-TC-DOCS (WRK-IX)       TO WRK-BL-DOCS

               PERFORM 0265-IMPRIMIR-BLOCO

               MOVE WRK-BL-FINAL               TO WRK-TC-FINAL (WRK-IX)
               ADD WRK-BL-ANTERIOR             TO WRK-TG-ANTERIOR
               ADD WRK-BL-FATURADO             TO WRK-TG-FATURADO
               ADD WRK-BL-DESCONTO             TO WRK-TG-DESCONTO
               ADD WRK-BL-ENCARGOS             TO WRK-TG-ENCARGOS
               ADD WRK-BL-RECEBIDO             TO WRK-TG-RECEBIDO
               ADD WRK-BL-BAIXAS               TO WRK-TG-BAIXAS
               ADD WRK-BL-ESTORNOS             TO WRK-TG-ESTORNOS
               ADD WRK-BL-RENEGOC              TO WRK-TG-RENEGOC
               ADD WRK-BL-DOCS                 TO WRK-TG-DOCS

           END-PERFORM.

      *----------- BLOCO DO TOTAL GERAL --------------------------------
           MOVE "TODOS OS CAMPI"               TO WRK-BL-CAMPUS
           MOVE SPACES                         TO WRK-BL-ORIGEM
           MOVE WRK-TG-ANTERIOR                TO WRK-BL-ANTERIOR
           MOVE WRK-TG-FATURADO                TO WRK-BL-FATURADO
           MOVE WRK-TG-DESCONTO                TO WRK-BL-DESCONTO
           MOVE WRK-TG-ENCARGOS                TO WRK-BL-ENCARGOS
           MOVE WRK-TG-RECEBIDO                TO WRK-BL-RECEBIDO
           MOVE WRK-TG-BAIXAS                  TO WRK-BL-BAIXAS
           MOVE WRK-TG-ESTORNOS                TO WRK-BL-ESTORNOS
           MOVE WRK-TG-RENEGOC                 TO WRK-BL-RENEGOC
           MOVE WRK-TG-DOCS                    TO WRK-BL-DOCS

           PERFORM 0265-IMPRIMIR-BLOCO.

           MOVE WRK-BL-FINAL                   TO WRK-TG-FINAL
           MOVE WRK-BL-DIFERENCA               TO WRK-TG-DIFERENCA.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-ROLL-FORWARD-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-IMPRIMIR-BLOCO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CALCULA O SALDO FINAL E A DIFERENCA DO BLOCO E ------
      *----------- IMPRIME UMA LINHA POR COMPONENTE DO ROLL-FORWARD ----

           COMPUTE WRK-BL-FINAL = WRK-BL-ANTERIOR
                                + WRK-BL-FATURADO
                                + WRK-BL-ENCARGOS
                                - WRK-BL-RECEBIDO
                                - WRK-BL-DESCONTO
                                - WRK-BL-BAIXAS
                                + WRK-BL-ESTORNOS
                                + WRK-BL-RENEGOC.

           COMPUTE WRK-BL-DIFERENCA = WRK-BL-FINAL - WRK-BL-DOCS.

           MOVE SPACES                         TO ARQ-RELROLL
           WRITE ARQ-RELROLL.
           MOVE SPACES                         TO ARQ-RELROLL
           STRING "CAMPUS: " WRK-BL-CAMPUS "  " WRK-BL-ORIGEM
                  DELIMITED BY SIZE INTO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE SPACES                         TO WRK-LR-MARCA

           MOVE "SALDO ANTERIOR"               TO WRK-LR-DESCRICAO
           MOVE WRK-BL-ANTERIOR                TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(+) FATURADO (PROGCOBR)"      TO WRK-LR-DESCRICAO
           MOVE WRK-BL-FATURADO                TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(+) ENCARGOS / MULTA DOS ACORDOS"
                                               TO WRK-LR-DESCRICAO
           MOVE WRK-BL-ENCARGOS                TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(-) RECEBIDO"                 TO WRK-LR-DESCRICAO
           MOVE WRK-BL-RECEBIDO                TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(-) BOLSAS E DESCONTOS"       TO WRK-LR-DESCRICAO
           MOVE WRK-BL-DESCONTO                TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(-) BAIXAS POR PERDA"         TO WRK-LR-DESCRICAO
           MOVE WRK-BL-BAIXAS                  TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(+) ESTORNOS E REATIVACOES"   TO WRK-LR-DESCRICAO
           MOVE WRK-BL-ESTORNOS                TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(+/-) RENEGOCIACOES"          TO WRK-LR-DESCRICAO
           MOVE WRK-BL-RENEGOC                 TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "(=) SALDO FINAL CALCULADO"    TO WRK-LR-DESCRICAO
           MOVE WRK-BL-FINAL                   TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "SALDO DOS DOCUMENTOS EM ABERTO" TO WRK-LR-DESCRICAO
           MOVE WRK-BL-DOCS                    TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "DIFERENCA"                    TO WRK-LR-DESCRICAO
           MOVE WRK-BL-DIFERENCA               TO WRK-LR-VALOR-ED
           IF  WRK-BL-DIFERENCA NOT EQUAL ZEROS
               MOVE "*** DIVERGENTE ***"       TO WRK-LR-MARCA
           END-IF
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

      *-----------------------------------------------------------------
       0265-IMPRIMIR-BLOCO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-IMPRIMIR-CONTABIL                                  SECTION.
      *-----------------------------------------------------------------
      *----------- IMPRIME A CONFERENCIA COM O TRAILER DA EXPORTACAO ---

           MOVE SPACES                         TO ARQ-RELROLL
           WRITE ARQ-RELROLL.
           MOVE SPACES                         TO ARQ-RELROLL
           STRING "CONFERENCIA COM A EXPORTACAO CONTABIL "
                  "LANCAMENTOS_" WRK-COMPETENCIA ".dat: "
                  WRK-CTB-SITUACAO
                  DELIMITED BY SIZE INTO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           IF  WRK-CTB-SITUACAO EQUAL "NAO GERADA"
               GO TO 0270-IMPRIMIR-CONTABIL-99-FIM
           END-IF.

           MOVE SPACES                         TO WRK-LR-MARCA

           MOVE "TRAILER - TOTAL DE DEBITO"    TO WRK-LR-DESCRICAO
           MOVE WRK-CTB-TOT-DEBITO             TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "TRAILER - TOTAL DE CREDITO"   TO WRK-LR-DESCRICAO
           MOVE WRK-CTB-TOT-CREDITO            TO WRK-LR-VALOR-ED
           IF  WRK-CTB-TOT-CREDITO NOT EQUAL WRK-CTB-TOT-DEBITO
               MOVE "*** NAO BATE ***"         TO WRK-LR-MARCA
           END-IF
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE SPACES                         TO WRK-LR-MARCA
           MOVE "(-) DEMAIS LANCAMENTOS"      TO WRK-LR-DESCRICAO
           MOVE WRK-CTB-DEMAIS                 TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "RECEBIMENTOS EXPORTADOS"      TO WRK-LR-DESCRICAO
           MOVE WRK-CTB-EXPORTADO              TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "RECEBIMENTOS DO ROLL-FORWARD" TO WRK-LR-DESCRICAO
           MOVE WRK-CTB-ESPERADO               TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           MOVE "DIFERENCA"                    TO WRK-LR-DESCRICAO
           MOVE WRK-CTB-DIFERENCA              TO WRK-LR-VALOR-ED
           IF  WRK-CTB-DIFERENCA NOT EQUAL ZEROS
               MOVE "*** DIVERGENTE ***"       TO WRK-LR-MARCA
           END-IF
           MOVE WRK-LINHA-ROLL                 TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

      *-----------------------------------------------------------------
       0270-IMPRIMIR-CONTABIL-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-GRAVAR-FECHAMENTO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA (OU REGRAVA) O FECHAMENTO DE CADA CAMPUS NA ---
      *----------- COMPETENCIA: SALDO ANTERIOR DA PROXIMA --------------

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-CAMPI

               MOVE WRK-COMPETENCIA            TO ARQ-SRC-COMPETENCIA
               MOVE WRK-TC-CAMPUS (WRK-IX)     TO ARQ-SRC-CAMPUS
               MOVE WRK-TC-FINAL (WRK-IX)      TO ARQ-SRC-SALDO-FINAL
               MOVE WRK-TC-DOCS (WRK-IX)       TO ARQ-SRC-SALDO-DOCS
               COMPUTE ARQ-SRC-DIFERENCA = WRK-TC-FINAL (WRK-IX)
                                         - WRK-TC-DOCS (WRK-IX)
               MOVE WRK-DATA-HORA(1:14)        TO ARQ-SRC-DATAHORA
               MOVE LNK-OPERADOR               TO ARQ-SRC-OPERADOR

               WRITE ARQ-DADOS-SALDOREC
                   INVALID KEY
                       REWRITE ARQ-DADOS-SALDOREC
               END-WRITE

           END-PERFORM.

      *-----------------------------------------------------------------
       0280-GRAVAR-FECHAMENTO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-LOCALIZAR-CAMPUS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA WRK-CAMPUS NA TABELA (OU INCLUI) E DEIXA ----
      *----------- IX-CAM NELE. TABELA CHEIA: SOMA NA ULTIMA POSICAO ---

           MOVE "N"                            TO WRK-CAM-ACHOU
           SET IX-CAM                          TO 1

           SEARCH WRK-CAM-ITEM
               AT END
                   CONTINUE
               WHEN IX-CAM GREATER WRK-QTD-CAMPI
                   CONTINUE
               WHEN WRK-TC-CAMPUS (IX-CAM) EQUAL WRK-CAMPUS
                   MOVE "S"                    TO WRK-CAM-ACHOU
           END-SEARCH.

           IF  WRK-CAM-ACHOU EQUAL "S"
               GO TO 0290-LOCALIZAR-CAMPUS-99-FIM
           END-IF.

           IF  WRK-QTD-CAMPI EQUAL 30
               SET IX-CAM                      TO 30
               MOVE "OUTROS"                   TO WRK-TC-CAMPUS (IX-CAM)
               GO TO 0290-LOCALIZAR-CAMPUS-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-CAMPI
           SET IX-CAM                          TO WRK-QTD-CAMPI
           INITIALIZE WRK-CAM-ITEM (IX-CAM)
           MOVE WRK-CAMPUS                     TO WRK-TC-CAMPUS (IX-CAM)
           MOVE "N"                       TO WRK-TC-GRAVADO (IX-CAM).

      *-----------------------------------------------------------------
       0290-LOCALIZAR-CAMPUS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0295-LANCAR-MOVIMENTO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- LANCA O MOVIMENTO CORRENTE NO CAMPUS IX-CAM: -------
      *----------- ANTES DA COMPETENCIA COMPOE O SALDO ANTERIOR --------
      *----------- RECALCULADO, NA COMPETENCIA VAI PARA A SUA LINHA E --
      *----------- DEPOIS DELA NAO ENTRA -------------------------------

           IF  WRK-MES-MOVTO GREATER WRK-COMPETENCIA
               GO TO 0295-LANCAR-MOVIMENTO-99-FIM
           END-IF.

           IF  WRK-MES-MOVTO LESS WRK-COMPETENCIA
               EVALUATE WRK-TIPO-MOVTO
                   WHEN "DES"
                   WHEN "REC"
                   WHEN "BXA"
                       SUBTRACT WRK-VALOR-MOVTO
                                FROM WRK-TC-ANT-CALC (IX-CAM)
                   WHEN OTHER
                       ADD WRK-VALOR-MOVTO
                                TO WRK-TC-ANT-CALC (IX-CAM)
               END-EVALUATE
               GO TO 0295-LANCAR-MOVIMENTO-99-FIM
           END-IF.

           EVALUATE WRK-TIPO-MOVTO
               WHEN "FAT"
                   ADD WRK-VALOR-MOVTO     TO WRK-TC-FATURADO (IX-CAM)
               WHEN "DES"
                   ADD WRK-VALOR-MOVTO     TO WRK-TC-DESCONTO (IX-CAM)
               WHEN "ENC"
                   ADD WRK-VALOR-MOVTO     TO WRK-TC-ENCARGOS (IX-CAM)
               WHEN "REC"
                   ADD WRK-VALOR-MOVTO     TO WRK-TC-RECEBIDO (IX-CAM)
               WHEN "BXA"
                   ADD WRK-VALOR-MOVTO     TO WRK-TC-BAIXAS (IX-CAM)
               WHEN "EST"
                   ADD WRK-VALOR-MOVTO     TO WRK-TC-ESTORNOS (IX-CAM)
               WHEN "REN"
                   ADD WRK-VALOR-MOVTO     TO WRK-TC-RENEGOC (IX-CAM)
           END-EVALUATE.

      *-----------------------------------------------------------------
       0295-LANCAR-MOVIMENTO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0297-GRAVAR-DIVERGENCIA                                 SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A LINHA DO DOCUMENTO DIVERGENTE MONTADA PELO --
      *----------- CHAMADOR. O VALOR E O EFEITO DO DOCUMENTO NA --------
      *----------- DIFERENCA (SALDO CALCULADO - SALDO DOS DOCUMENTOS) --

           MOVE WRK-TC-CAMPUS (IX-CAM)         TO WRK-LD-CAMPUS
           MOVE WRK-VALOR-DIVERG               TO WRK-LD-VALOR-ED
           MOVE WRK-LINHA-DIVERG               TO ARQ-RELROLL
           WRITE ARQ-RELROLL.

           ADD 1                               TO WRK-QTD-DIVERG.

      *-----------------------------------------------------------------
       0297-GRAVAR-DIVERGENCIA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  MENSALID.

              IF  FS-MENSALID NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  PAGAMENTOS.

             IF  WRK-ABRIU-PARCELAS EQUAL "S"
                 CLOSE PARCELAS
             END-IF.

             IF  WRK-ABRIU-BAIXAS EQUAL "S"
                 CLOSE BAIXAS
             END-IF.

             CLOSE  SALDOREC.

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

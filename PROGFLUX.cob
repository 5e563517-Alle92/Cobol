       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGFLUX.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: FLUXO DE CAIXA PROJETADO - ENTRADAS PREVISTAS
      *----    SEMANA A SEMANA NOS PROXIMOS 90 DIAS (13 SEMANAS), POR
      *----    CAMPUS, A PARTIR DE TODAS AS FONTES DE RECEBIVEL:
      *----    MENSALIDADES EM ABERTO (MENSALID.dat, PELO VENCIMENTO),
      *----    PARCELAS DE RENEGOCIACAO EM ABERTO (PARCELAS.dat),
      *----    CHEQUES PRE-DATADOS EM CUSTODIA (CHEQUES.dat, PELA
      *----    DATA DO DEPOSITO) E RECIBOS CARTAO/PIX AINDA NAO
      *----    LIQUIDADOS PELA ADQUIRENTE (SEM LINHA EM LIQCARD.dat,
      *----    PELA DATA DO RECIBO MAIS O PRAZO DE LIQUIDACAO).
      *----    TODAS AS DATAS SAO ROLADAS PARA O DIA UTIL (PROGDUTIL).
      *----    MENSALIDADES E PARCELAS SAO DESCONTADAS PELA TAXA DE
      *----    RECEBIMENTO HISTORICA DO CAMPUS (KPIHIST.dat); CHEQUE
      *----    EM CUSTODIA E CARTAO JA CAPTURADO ENTRAM PELO VALOR
      *----    CHEIO. GERA O RELATORIO (FLUXO_CAIXA_) E A COPIA CSV
      *----    PARA A PLANILHA DO FINANCEIRO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- PARCELAS          I             BOKPARC
      *---- CHEQUES           I             BOKCHQ
      *---- PAGAMENTOS        I             BOKPAG
      *---- LIQCARD           I             BOKLIQ
      *---- KPIHIST           I             BOKKPI
      *---- RELFLUX           O              ----
      *---- CSVFLUX           O              ----
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

           SELECT CHEQUES  ASSIGN TO WRK-PATH-CHEQUES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CHQ-NUMERO
                  FILE STATUS IS FS-CHEQUES.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT LIQCARD  ASSIGN TO WRK-PATH-LIQCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-LIQ-RECIBO
                  FILE STATUS IS FS-LIQCARD.

           SELECT KPIHIST  ASSIGN TO WRK-PATH-KPIHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-KPI-CHAVE
                  FILE STATUS IS FS-KPIHIST.

           SELECT RELFLUX ASSIGN TO WRK-PATH-RELFLUX
                  FILE STATUS IS FS-RELFLUX.

           SELECT CSVFLUX ASSIGN TO WRK-PATH-CSVFLUX
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CSVFLUX.

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

       FD  CHEQUES.
       COPY "BOKCHQ".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  LIQCARD.
       COPY "BOKLIQ".

       FD  KPIHIST.
       COPY "BOKKPI".

      *-------------------- AREA DO RELATORIO DO FLUXO -----------------
       FD  RELFLUX.

       01  ARQ-RELFLUX                  PIC X(100).

      *-------------------- AREA DA COPIA CSV DO FLUXO -----------------
       FD  CSVFLUX.

       01  ARQ-CSVFLUX                  PIC X(150).

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
       77  FS-CHEQUES                   PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-LIQCARD                   PIC 9(02).
       77  FS-KPIHIST                   PIC 9(02).
       77  FS-RELFLUX                   PIC 9(02).
       77  FS-CSVFLUX                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-RELFLUX             PIC X(80).
       77  WRK-PATH-CSVFLUX             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- CAMPUS DO OPERADOR LOGADO: A PROJECAO FICA -------
      *------------- RESTRITA AO CAMPUS DELE, EXCETO PARA OS PERFIS ----
      *------------- S E A (PROGOPLE) ----------------------------------
       77  WRK-OPER-PERFIL              PIC X(01)  VALUE SPACES.
       77  WRK-OPER-CAMPUS              PIC X(15)  VALUE SPACES.

      *------------- PARAMETROS DA PROJECAO (PROGPLER) -----------------
      *--- DIAS ATE A ADQUIRENTE LIQUIDAR O CARTAO E O PIX, E MESES ----
      *--- DE HISTORICO DO KPIHIST USADOS NA TAXA DE RECEBIMENTO -------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DIAS-CARTAO              PIC 9(03)    VALUE 30.
       77  WRK-DIAS-PIX                 PIC 9(03)    VALUE 1.
       77  WRK-MESES-HIST               PIC 9(02)    VALUE 6.

      *------------- CONTROLE DAS DATAS DA PROJECAO --------------------
       77  WRK-HOJE                     PIC X(08)    VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-INT                 PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-HORIZ               PIC S9(05)   VALUE ZEROS.
       77  WRK-VENC-BRUTO               PIC X(08)    VALUE SPACES.
       77  WRK-VENC-ROLADO              PIC X(08)    VALUE SPACES.
      *--- "S" = DATA JA PASSADA ENTRA NA 1A SEMANA (CHEQUE A DEPOSITAR
      *--- E CARTAO A LIQUIDAR); "N" = DATA PASSADA FICA FORA (TITULO -
      *--- VENCIDO E COBRANCA, NAO PREVISAO DE CAIXA) ------------------
       77  WRK-PASSADO-SEM1             PIC X(01)    VALUE SPACES.
      *--- FONTE DO ITEM: 1 MENSALIDADE 2 PARCELA 3 CHEQUE 4 CARTAO ----
       77  WRK-FONTE                    PIC 9(01)    VALUE ZEROS.
       77  WRK-VALOR-ITEM               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SEM                      PIC 9(02)    VALUE ZEROS.

      *--- JANELA DO HISTORICO DE RECEBIMENTO (COMPETENCIAS AAAAMM) ----
       77  WRK-COMP-ATUAL               PIC X(06)    VALUE SPACES.
       77  WRK-MESES-TOTAL              PIC 9(06)    VALUE ZEROS.
       01  WRK-COMP-INICIO.
           05 WRK-CI-ANO                PIC 9(04).
           05 WRK-CI-MES                PIC 9(02).
       01  WRK-COMP-INICIO-X REDEFINES WRK-COMP-INICIO PIC X(06).

      *------------- TABELA DA PROJECAO POR CAMPUS E SEMANA ------------
       01  WRK-TAB-CAMPUS.
           05 WRK-CAMPUS-ITEM OCCURS 30 TIMES INDEXED BY IX-CAMPUS.
               10 WRK-TC-CAMPUS         PIC X(15).
               10 WRK-TC-PREVISTO-HIST  PIC 9(12)V99.
               10 WRK-TC-RECEBIDO-HIST  PIC 9(12)V99.
      *--- FATOR DE RECEBIMENTO (RECEBIDO / PREVISTO, NO MAXIMO 1) -----
               10 WRK-TC-FATOR          PIC 9(01)V9(04).
               10 WRK-TC-SEMANA OCCURS 13 TIMES.
                   15 WRK-TC-MENS       PIC 9(10)V99.
                   15 WRK-TC-PARC       PIC 9(10)V99.
                   15 WRK-TC-CHEQ       PIC 9(10)V99.
                   15 WRK-TC-CART       PIC 9(10)V99.

       77  WRK-QTD-CAMPUS               PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-CAMPUS-OK                PIC X(01) VALUE SPACES.
       77  WRK-CAMPUS-ALVO              PIC X(15) VALUE SPACES.

      *------------- TOTAIS DE TODOS OS CAMPI POR SEMANA ---------------
       01  WRK-TAB-GERAL.
           05 WRK-TG-SEMANA OCCURS 13 TIMES.
               10 WRK-TG-MENS           PIC 9(10)V99.
               10 WRK-TG-PARC           PIC 9(10)V99.
               10 WRK-TG-CHEQ           PIC 9(10)V99.
               10 WRK-TG-CART           PIC 9(10)V99.
               10 WRK-TG-PREV           PIC 9(10)V99.

      *------------- CHEQUES EM CUSTODIA (RM + PARCELA): A PARCELA ----
      *------------- COBERTA POR CHEQUE ENTRA PELO CHEQUE, NAO DUAS ----
      *------------- VEZES ---------------------------------------------
       01  WRK-TAB-CUSTODIA.
           05 WRK-CUST-ITEM OCCURS 1000 TIMES INDEXED BY IX-CUST.
               10 WRK-CUST-RM           PIC X(06).
               10 WRK-CUST-PARCELA      PIC 9(03).
       77  WRK-QTD-CUST                 PIC 9(04) VALUE ZEROS.
       77  WRK-COBERTA                  PIC X(01) VALUE SPACES.

      *------------- ACUMULADORES DA LINHA IMPRESSA --------------------
       77  WRK-SOMA-MENS                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SOMA-PARC                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SOMA-CHEQ                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SOMA-CART                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SOMA-BRUTO               PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SOMA-PREV                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-MENS                 PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-PARC                 PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CHEQ                 PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CART                 PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-BRUTO                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-PREV                 PIC 9(10)V99 VALUE ZEROS.
       77  WRK-INICIO-SEM               PIC 9(08)    VALUE ZEROS.
       77  WRK-INICIO-SEM-X             PIC X(10)    VALUE SPACES.
       77  WRK-TAXA-PERC                PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TAXA-ED                  PIC ZZ9,99.
       77  WRK-CAMPUS-NOME              PIC X(15) VALUE SPACES.

      *------------- CONTADORES DA PROJECAO ----------------------------
       77  WRK-QTD-MENS                 PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PARC                 PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CHEQ                 PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CART                 PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ITENS                PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-CABECALHO-FLUX.
           05 FILLER                    PIC X(04) VALUE "SEM".
           05 FILLER                    PIC X(11) VALUE "INICIO".
           05 FILLER                    PIC X(12) VALUE " MENSALIDADE".
           05 FILLER                    PIC X(12) VALUE "    PARCELAS".
           05 FILLER                    PIC X(12) VALUE "     CHEQUES".
           05 FILLER                    PIC X(12) VALUE "  CARTAO/PIX".
           05 FILLER                    PIC X(12) VALUE " TOTAL BRUTO".
           05 FILLER                    PIC X(12) VALUE "    PREVISTO".

       01  WRK-LINHA-FLUX.
           05 WRK-LF-SEMANA             PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LF-INICIO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-MENS-ED            PIC Z(07)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-PARC-ED            PIC Z(07)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-CHEQ-ED            PIC Z(07)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-CART-ED            PIC Z(07)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-BRUTO-ED           PIC Z(07)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-PREV-ED            PIC Z(07)9,99.

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
           05 LINE  01 COLUMN 26 VALUE
                  "FLUXO DE CAIXA PROJETADO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR A PROJECAO DOS PROXIMOS 90 DIAS (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 55 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "MENSALIDADES.........".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-MENS.
           05 LINE  13 COLUMN 30 VALUE "PARCELAS.............".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-PARC.
           05 LINE  14 COLUMN 30 VALUE "CHEQUES EM CUSTODIA..".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-CHEQ.
           05 LINE  15 COLUMN 30 VALUE "CARTAO/PIX A LIQUIDAR".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-CART.
           05 LINE  16 COLUMN 30 VALUE "CAMPUS PROJETADOS....".
           05 LINE  16 COLUMN 55 FROM  WRK-QTD-CAMPUS.

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

      *----------- ABERTURA DOS ARQUIVOS CONSULTADOS -------------------
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

            OPEN INPUT MENSALID.

            IF  FS-MENSALID EQUAL 35
                OPEN OUTPUT MENSALID
                CLOSE       MENSALID
                OPEN INPUT  MENSALID
            END-IF.

            OPEN INPUT PARCELAS.

            IF  FS-PARCELAS EQUAL 35
                OPEN OUTPUT PARCELAS
                CLOSE       PARCELAS
                OPEN INPUT  PARCELAS
            END-IF.

            OPEN INPUT CHEQUES.

            IF  FS-CHEQUES EQUAL 35
                OPEN OUTPUT CHEQUES
                CLOSE       CHEQUES
                OPEN INPUT  CHEQUES
            END-IF.

            OPEN INPUT PAGAMENTOS.

            IF  FS-PAGAMENTOS EQUAL 35
                OPEN OUTPUT PAGAMENTOS
                CLOSE       PAGAMENTOS
                OPEN INPUT  PAGAMENTOS
            END-IF.

            OPEN INPUT LIQCARD.

            IF  FS-LIQCARD EQUAL 35
                OPEN OUTPUT LIQCARD
                CLOSE       LIQCARD
                OPEN INPUT  LIQCARD
            END-IF.

            OPEN INPUT KPIHIST.

            IF  FS-KPIHIST EQUAL 35
                OPEN OUTPUT KPIHIST
                CLOSE       KPIHIST
                OPEN INPUT  KPIHIST
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- PERFIL E CAMPUS DO OPERADOR LOGADO ------------------
           CALL "PROGOPLE" USING LNK-OPERADOR, WRK-OPER-PERFIL,
                WRK-OPER-CAMPUS.

      *----------- PARAMETROS VIGENTES DA PROJECAO ---------------------
           MOVE "FLUX-DCARTAO"                TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-CARTAO               TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-CARTAO.

           MOVE "FLUX-DPIX"                   TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-PIX                  TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-PIX.

           MOVE "FLUX-MESES"                  TO WRK-PARM-CODIGO
           MOVE WRK-MESES-HIST                TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-MESES-HIST.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE CONFIRMACAO -----------------------------
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-HOJE)).

           INITIALIZE WRK-TAB-CAMPUS
                      WRK-TAB-GERAL
                      WRK-TAB-CUSTODIA.

      *--------------------- AREA DE APURACAO DAS FONTES ---------------
           PERFORM 0220-PROJETAR-CHEQUES.
           PERFORM 0230-PROJETAR-MENSALIDADES.
           PERFORM 0240-PROJETAR-PARCELAS.
           PERFORM 0250-PROJETAR-CARTAO.
           PERFORM 0260-APURAR-HISTORICO.
           PERFORM 0265-CALCULAR-FATOR.

      *------------- MONTA NOMES DOS ARQUIVOS COM DATA/HORA DA GERACAO -
           STRING FUNCTION TRIM(WRK-PATH-BASE) "FLUXO_CAIXA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELFLUX

           STRING FUNCTION TRIM(WRK-PATH-BASE) "FLUXO_CAIXA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".csv"
                  DELIMITED BY SIZE INTO WRK-PATH-CSVFLUX

           OPEN OUTPUT RELFLUX.
           OPEN OUTPUT CSVFLUX.

           MOVE SPACES                         TO ARQ-RELFLUX
           STRING "FLUXO DE CAIXA PROJETADO - 13 SEMANAS A PARTIR DE "
                  WRK-HOJE(7:2) "/" WRK-HOJE(5:2) "/" WRK-HOJE(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE SPACES                         TO ARQ-RELFLUX
           STRING "PREVISTO = (MENSALIDADE + PARCELA) X TAXA DE "
                  "RECEBIMENTO DO CAMPUS + CHEQUES + CARTAO/PIX"
                  DELIMITED BY SIZE INTO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE SPACES                         TO ARQ-CSVFLUX
           STRING "CAMPUS;SEMANA;INICIO;MENSALIDADES;PARCELAS;"
                  "CHEQUES;CARTAO_PIX;TOTAL_BRUTO;PREVISTO"
                  DELIMITED BY SIZE INTO ARQ-CSVFLUX
           WRITE ARQ-CSVFLUX.

      *--------------------- AREA DE IMPRESSAO POR CAMPUS --------------
           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX GREATER WRK-QTD-CAMPUS
               PERFORM 0270-IMPRIMIR-CAMPUS
           END-PERFORM.

           PERFORM 0280-IMPRIMIR-GERAL.

           CLOSE RELFLUX.
           CLOSE CSVFLUX.

           COMPUTE WRK-QTD-ITENS = WRK-QTD-MENS + WRK-QTD-PARC
                                 + WRK-QTD-CHEQ + WRK-QTD-CART.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGFLUX"                     TO ARQ-LOG-PROGRAMA
           MOVE "FLUXO DE CAIXA PROJETADO"     TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-ITENS                  TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELFLUX               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           MOVE WRK-PATH-CSVFLUX               TO ARQ-LOG-ARQUIVOGERADO
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-LOCALIZAR-CAMPUS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CAMPUS DO ALUNO (ARQ-RM JA CARREGADO), RESPEITANDO --
      *----------- O CAMPUS DO OPERADOR; LOCALIZA OU INCLUI NA TABELA --
      *----------- (ALUNO SEM CAMPUS FICA NUMA LINHA EM BRANCO, POR ----
      *----------- ISSO A INCLUSAO E PELA QUANTIDADE JA USADA) ---------

           MOVE "N"                            TO WRK-CAMPUS-OK

           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE SPACES                 TO ARQ-CAMPUS
           END-READ.

           IF  WRK-OPER-PERFIL NOT EQUAL "A"
           AND WRK-OPER-PERFIL NOT EQUAL "S"
           AND WRK-OPER-CAMPUS NOT EQUAL SPACES
           AND ARQ-CAMPUS NOT EQUAL WRK-OPER-CAMPUS
               GO TO 0205-LOCALIZAR-CAMPUS-99-FIM
           END-IF.

           MOVE ARQ-CAMPUS                     TO WRK-CAMPUS-ALVO
           MOVE "S"                            TO WRK-CAMPUS-OK
           SET IX-CAMPUS                       TO 1
           SEARCH WRK-CAMPUS-ITEM
               AT END
                   MOVE "N"                    TO WRK-CAMPUS-OK
               WHEN IX-CAMPUS GREATER WRK-QTD-CAMPUS
                   ADD 1                       TO WRK-QTD-CAMPUS
                   MOVE WRK-CAMPUS-ALVO
                        TO WRK-TC-CAMPUS (IX-CAMPUS)
               WHEN WRK-TC-CAMPUS (IX-CAMPUS) EQUAL WRK-CAMPUS-ALVO
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0205-LOCALIZAR-CAMPUS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SOMAR-SEMANA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- ROLA A DATA PARA O DIA UTIL E SOMA O VALOR NA ------
      *----------- SEMANA DO HORIZONTE, NA COLUNA DA FONTE ------------

           IF  WRK-VENC-BRUTO NOT NUMERIC
               GO TO 0210-SOMAR-SEMANA-99-FIM
           END-IF.

           CALL "PROGDUTIL" USING WRK-VENC-BRUTO, WRK-VENC-ROLADO.

           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-VENC-ROLADO)).
           COMPUTE WRK-DIAS-HORIZ = WRK-DATA-INT - WRK-HOJE-INT.

           IF  WRK-DIAS-HORIZ LESS ZEROS
               IF  WRK-PASSADO-SEM1 EQUAL "S"
                   MOVE ZEROS                  TO WRK-DIAS-HORIZ
               ELSE
                   GO TO 0210-SOMAR-SEMANA-99-FIM
               END-IF
           END-IF.

           IF  WRK-DIAS-HORIZ GREATER 89
               GO TO 0210-SOMAR-SEMANA-99-FIM
           END-IF.

           COMPUTE WRK-SEM = (WRK-DIAS-HORIZ / 7) + 1.

           EVALUATE WRK-FONTE
               WHEN 1
                   ADD WRK-VALOR-ITEM
                        TO WRK-TC-MENS (IX-CAMPUS, WRK-SEM)
                   ADD 1                       TO WRK-QTD-MENS
               WHEN 2
                   ADD WRK-VALOR-ITEM
                        TO WRK-TC-PARC (IX-CAMPUS, WRK-SEM)
                   ADD 1                       TO WRK-QTD-PARC
               WHEN 3
                   ADD WRK-VALOR-ITEM
                        TO WRK-TC-CHEQ (IX-CAMPUS, WRK-SEM)
                   ADD 1                       TO WRK-QTD-CHEQ
               WHEN OTHER
                   ADD WRK-VALOR-ITEM
                        TO WRK-TC-CART (IX-CAMPUS, WRK-SEM)
                   ADD 1                       TO WRK-QTD-CART
           END-EVALUATE.

      *-----------------------------------------------------------------
       0210-SOMAR-SEMANA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-PROJETAR-CHEQUES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CHEQUES EM CUSTODIA PELA DATA DO DEPOSITO; DEPOSITO -
      *----------- ATRASADO ENTRA NA 1A SEMANA. GUARDA RM + PARCELA ----
      *----------- PARA NAO PROJETAR DE NOVO A PARCELA COBERTA ---------

           MOVE 3                              TO WRK-FONTE
           MOVE "S"                            TO WRK-PASSADO-SEM1
           MOVE LOW-VALUES                     TO ARQ-CHQ-NUMERO

           START CHEQUES KEY IS GREATER THAN OR EQUAL ARQ-CHQ-NUMERO
               INVALID KEY
                   GO TO 0220-PROJETAR-CHEQUES-99-FIM
           END-START.

           READ CHEQUES NEXT RECORD
               AT END
                   GO TO 0220-PROJETAR-CHEQUES-99-FIM
           END-READ.

           PERFORM UNTIL FS-CHEQUES NOT EQUAL ZEROS

               IF  ARQ-CHQ-STATUS EQUAL "CUSTODIA"
                   IF  WRK-QTD-CUST LESS 1000
                       ADD 1                   TO WRK-QTD-CUST
                       MOVE ARQ-CHQ-RM
                            TO WRK-CUST-RM (WRK-QTD-CUST)
                       MOVE ARQ-CHQ-PARCELA
                            TO WRK-CUST-PARCELA (WRK-QTD-CUST)
                   END-IF
                   MOVE ARQ-CHQ-RM             TO ARQ-RM
                   PERFORM 0205-LOCALIZAR-CAMPUS
                   IF  WRK-CAMPUS-OK EQUAL "S"
                       MOVE ARQ-CHQ-DATA-DEPOSITO
                                               TO WRK-VENC-BRUTO
                       MOVE ARQ-CHQ-VALOR      TO WRK-VALOR-ITEM
                       PERFORM 0210-SOMAR-SEMANA
                   END-IF
               END-IF

               READ CHEQUES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CHEQUES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CHEQUES.

      *-----------------------------------------------------------------
       0220-PROJETAR-CHEQUES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-PROJETAR-MENSALIDADES                              SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCAS EM ABERTO PELO VENCIMENTO (EM BRANCO = ----
      *----------- DIA 10 DA COMPETENCIA); VENCIDAS FICAM FORA ---------

           MOVE 1                              TO WRK-FONTE
           MOVE "N"                            TO WRK-PASSADO-SEM1
           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0230-PROJETAR-MENSALIDADES-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0230-PROJETAR-MENSALIDADES-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-STATUS EQUAL "ABERTO"
                   MOVE ARQ-MEN-RM             TO ARQ-RM
                   PERFORM 0205-LOCALIZAR-CAMPUS
                   IF  WRK-CAMPUS-OK EQUAL "S"
                       IF  ARQ-MEN-VENCIMENTO EQUAL SPACES
                           MOVE SPACES         TO WRK-VENC-BRUTO
                           STRING ARQ-MEN-COMPETENCIA "10"
                                  DELIMITED BY SIZE
                                  INTO WRK-VENC-BRUTO
                       ELSE
                           MOVE ARQ-MEN-VENCIMENTO
                                               TO WRK-VENC-BRUTO
                       END-IF
                       MOVE ARQ-MEN-VALOR      TO WRK-VALOR-ITEM
                       PERFORM 0210-SOMAR-SEMANA
                   END-IF
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0230-PROJETAR-MENSALIDADES-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-PROJETAR-PARCELAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- PARCELAS EM ABERTO PELO VENCIMENTO, EXCETO AS JA ----
      *----------- COBERTAS POR CHEQUE EM CUSTODIA; VENCIDAS FICAM FORA

           MOVE 2                              TO WRK-FONTE
           MOVE "N"                            TO WRK-PASSADO-SEM1
           MOVE LOW-VALUES                     TO ARQ-PAR-CHAVE

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   GO TO 0240-PROJETAR-PARCELAS-99-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   GO TO 0240-PROJETAR-PARCELAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS

               IF  ARQ-PAR-STATUS EQUAL "ABERTO"
                   MOVE "N"                    TO WRK-COBERTA
                   SET IX-CUST                 TO 1
                   SEARCH WRK-CUST-ITEM
                       AT END
                           CONTINUE
                       WHEN IX-CUST GREATER WRK-QTD-CUST
                           CONTINUE
                       WHEN WRK-CUST-RM (IX-CUST) EQUAL ARQ-PAR-RM
                        AND WRK-CUST-PARCELA (IX-CUST)
                            EQUAL ARQ-PAR-SEQ
                           MOVE "S"            TO WRK-COBERTA
                   END-SEARCH
                   IF  WRK-COBERTA EQUAL "N"
                       MOVE ARQ-PAR-RM         TO ARQ-RM
                       PERFORM 0205-LOCALIZAR-CAMPUS
                       IF  WRK-CAMPUS-OK EQUAL "S"
                           MOVE ARQ-PAR-VENCIMENTO
                                               TO WRK-VENC-BRUTO
                           MOVE ARQ-PAR-VALOR  TO WRK-VALOR-ITEM
                           PERFORM 0210-SOMAR-SEMANA
                       END-IF
                   END-IF
               END-IF

               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PARCELAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PARCELAS.

      *-----------------------------------------------------------------
       0240-PROJETAR-PARCELAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-PROJETAR-CARTAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBOS CARTAO/PIX "PG" SEM LIQUIDACAO EM LIQCARD ---
      *----------- (COMO NO PROGCONC): ENTRAM NA DATA DO RECIBO MAIS O -
      *----------- PRAZO DA ADQUIRENTE; PRAZO JA VENCIDO = 1A SEMANA ---

           MOVE 4                              TO WRK-FONTE
           MOVE "S"                            TO WRK-PASSADO-SEM1
           MOVE LOW-VALUES                     TO ARQ-PAG-NUMERO

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-NUMERO
               INVALID KEY
                   GO TO 0250-PROJETAR-CARTAO-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0250-PROJETAR-CARTAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS

               IF  ARQ-PAG-TIPO EQUAL "PG"
               AND (ARQ-PAG-FORMA EQUAL "CARTAO" OR
                    ARQ-PAG-FORMA EQUAL "PIX")
               AND ARQ-PAG-DATA IS NUMERIC
                   MOVE ARQ-PAG-NUMERO         TO ARQ-LIQ-RECIBO
                   READ LIQCARD KEY IS ARQ-LIQ-RECIBO
                       INVALID KEY
                           PERFORM 0255-PROJETAR-RECIBO
                   END-READ
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0250-PROJETAR-CARTAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-PROJETAR-RECIBO                                    SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-PAG-RM                     TO ARQ-RM
           PERFORM 0205-LOCALIZAR-CAMPUS.

           IF  WRK-CAMPUS-OK NOT EQUAL "S"
               GO TO 0255-PROJETAR-RECIBO-99-FIM
           END-IF.

           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ARQ-PAG-DATA)).

           IF  ARQ-PAG-FORMA EQUAL "PIX"
               ADD WRK-DIAS-PIX                TO WRK-DATA-INT
           ELSE
               ADD WRK-DIAS-CARTAO             TO WRK-DATA-INT
           END-IF.

           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER (WRK-DATA-INT).
           MOVE WRK-DATA-NUM                   TO WRK-VENC-BRUTO
           MOVE ARQ-PAG-VALOR                  TO WRK-VALOR-ITEM
           PERFORM 0210-SOMAR-SEMANA.

      *-----------------------------------------------------------------
       0255-PROJETAR-RECIBO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-APURAR-HISTORICO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TAXA DE RECEBIMENTO DE CADA CAMPUS NAS ULTIMAS ------
      *----------- COMPETENCIAS FECHADAS DO KPIHIST (RECEBIDO SOBRE ----
      *----------- PREVISTO, COMO NO PROGREL8) -------------------------

           MOVE WRK-HOJE(1:6)                  TO WRK-COMP-ATUAL
           MOVE WRK-HOJE(1:6)                  TO WRK-COMP-INICIO-X
           COMPUTE WRK-MESES-TOTAL = (WRK-CI-ANO * 12) + WRK-CI-MES
                                   - 1 - WRK-MESES-HIST
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-CI-ANO
                  REMAINDER WRK-CI-MES
           ADD 1                               TO WRK-CI-MES.

           MOVE LOW-VALUES                     TO ARQ-KPI-CHAVE

           START KPIHIST KEY IS GREATER THAN OR EQUAL ARQ-KPI-CHAVE
               INVALID KEY
                   GO TO 0260-APURAR-HISTORICO-99-FIM
           END-START.

           READ KPIHIST NEXT RECORD
               AT END
                   GO TO 0260-APURAR-HISTORICO-99-FIM
           END-READ.

           PERFORM UNTIL FS-KPIHIST NOT EQUAL ZEROS

               IF  ARQ-KPI-COMPETENCIA NOT LESS WRK-COMP-INICIO-X
               AND ARQ-KPI-COMPETENCIA LESS WRK-COMP-ATUAL
                   SET IX-CAMPUS               TO 1
                   SEARCH WRK-CAMPUS-ITEM
                       AT END
                           CONTINUE
                       WHEN IX-CAMPUS GREATER WRK-QTD-CAMPUS
                           CONTINUE
                       WHEN WRK-TC-CAMPUS (IX-CAMPUS)
                            EQUAL ARQ-KPI-CAMPUS
                           ADD ARQ-KPI-PREVISTO
                                TO WRK-TC-PREVISTO-HIST (IX-CAMPUS)
                           ADD ARQ-KPI-RECEBIDO
                                TO WRK-TC-RECEBIDO-HIST (IX-CAMPUS)
                   END-SEARCH
               END-IF

               READ KPIHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-KPIHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-KPIHIST.

      *-----------------------------------------------------------------
       0260-APURAR-HISTORICO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-CALCULAR-FATOR                                     SECTION.
      *-----------------------------------------------------------------
      *----------- FATOR = RECEBIDO / PREVISTO, NO MAXIMO 1; CAMPUS ---
      *----------- SEM HISTORICO NAO E DESCONTADO ----------------------

           PERFORM VARYING IX-CAMPUS FROM 1 BY 1
                     UNTIL IX-CAMPUS GREATER WRK-QTD-CAMPUS
               IF  WRK-TC-PREVISTO-HIST (IX-CAMPUS) GREATER ZEROS
               AND WRK-TC-RECEBIDO-HIST (IX-CAMPUS)
                   LESS WRK-TC-PREVISTO-HIST (IX-CAMPUS)
                   COMPUTE WRK-TC-FATOR (IX-CAMPUS) ROUNDED =
                           WRK-TC-RECEBIDO-HIST (IX-CAMPUS)
                         / WRK-TC-PREVISTO-HIST (IX-CAMPUS)
               ELSE
                   MOVE 1                  TO WRK-TC-FATOR (IX-CAMPUS)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       0265-CALCULAR-FATOR-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-IMPRIMIR-CAMPUS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- BLOCO DO CAMPUS: 13 SEMANAS E O TOTAL; ACUMULA O ----
      *----------- GERAL E GRAVA AS LINHAS DO CSV ----------------------

           IF  WRK-TC-CAMPUS (WRK-IX) EQUAL SPACES
               MOVE "SEM CAMPUS"               TO WRK-CAMPUS-NOME
           ELSE
               MOVE WRK-TC-CAMPUS (WRK-IX)     TO WRK-CAMPUS-NOME
           END-IF.

           COMPUTE WRK-TAXA-PERC = WRK-TC-FATOR (WRK-IX) * 100
           MOVE WRK-TAXA-PERC                  TO WRK-TAXA-ED

           MOVE SPACES                         TO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE SPACES                         TO ARQ-RELFLUX
           STRING "CAMPUS: " WRK-CAMPUS-NOME
                  "   TAXA DE RECEBIMENTO: " WRK-TAXA-ED "%"
                  DELIMITED BY SIZE INTO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE WRK-CABECALHO-FLUX             TO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE ZEROS TO WRK-TOT-MENS WRK-TOT-PARC WRK-TOT-CHEQ
                         WRK-TOT-CART WRK-TOT-BRUTO WRK-TOT-PREV.

           PERFORM VARYING WRK-SEM FROM 1 BY 1 UNTIL WRK-SEM GREATER 13

               MOVE WRK-TC-MENS (WRK-IX, WRK-SEM) TO WRK-SOMA-MENS
               MOVE WRK-TC-PARC (WRK-IX, WRK-SEM) TO WRK-SOMA-PARC
               MOVE WRK-TC-CHEQ (WRK-IX, WRK-SEM) TO WRK-SOMA-CHEQ
               MOVE WRK-TC-CART (WRK-IX, WRK-SEM) TO WRK-SOMA-CART
               COMPUTE WRK-SOMA-PREV ROUNDED =
                       (WRK-SOMA-MENS + WRK-SOMA-PARC)
                     * WRK-TC-FATOR (WRK-IX)
                     + WRK-SOMA-CHEQ + WRK-SOMA-CART

               ADD WRK-SOMA-MENS         TO WRK-TG-MENS (WRK-SEM)
               ADD WRK-SOMA-PARC         TO WRK-TG-PARC (WRK-SEM)
               ADD WRK-SOMA-CHEQ         TO WRK-TG-CHEQ (WRK-SEM)
               ADD WRK-SOMA-CART         TO WRK-TG-CART (WRK-SEM)
               ADD WRK-SOMA-PREV         TO WRK-TG-PREV (WRK-SEM)

               PERFORM 0290-EMITIR-SEMANA

           END-PERFORM.

           PERFORM 0295-EMITIR-TOTAL.

      *-----------------------------------------------------------------
       0270-IMPRIMIR-CAMPUS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-IMPRIMIR-GERAL                                     SECTION.
      *-----------------------------------------------------------------
      *----------- BLOCO FINAL COM A SOMA DE TODOS OS CAMPI -----------

           MOVE "TODOS OS CAMPI"               TO WRK-CAMPUS-NOME

           MOVE SPACES                         TO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE SPACES                         TO ARQ-RELFLUX
           STRING "CAMPUS: " WRK-CAMPUS-NOME
                  DELIMITED BY SIZE INTO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE WRK-CABECALHO-FLUX             TO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE ZEROS TO WRK-TOT-MENS WRK-TOT-PARC WRK-TOT-CHEQ
                         WRK-TOT-CART WRK-TOT-BRUTO WRK-TOT-PREV.

           PERFORM VARYING WRK-SEM FROM 1 BY 1 UNTIL WRK-SEM GREATER 13
               MOVE WRK-TG-MENS (WRK-SEM)      TO WRK-SOMA-MENS
               MOVE WRK-TG-PARC (WRK-SEM)      TO WRK-SOMA-PARC
               MOVE WRK-TG-CHEQ (WRK-SEM)      TO WRK-SOMA-CHEQ
               MOVE WRK-TG-CART (WRK-SEM)      TO WRK-SOMA-CART
               MOVE WRK-TG-PREV (WRK-SEM)      TO WRK-SOMA-PREV
               PERFORM 0290-EMITIR-SEMANA
           END-PERFORM.

           PERFORM 0295-EMITIR-TOTAL.

      *-----------------------------------------------------------------
       0280-IMPRIMIR-GERAL-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-EMITIR-SEMANA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- LINHA DA SEMANA NO RELATORIO E NO CSV, ACUMULANDO --
      *----------- O TOTAL DO BLOCO ------------------------------------

           COMPUTE WRK-SOMA-BRUTO = WRK-SOMA-MENS + WRK-SOMA-PARC
                                  + WRK-SOMA-CHEQ + WRK-SOMA-CART.

           ADD WRK-SOMA-MENS                   TO WRK-TOT-MENS
           ADD WRK-SOMA-PARC                   TO WRK-TOT-PARC
           ADD WRK-SOMA-CHEQ                   TO WRK-TOT-CHEQ
           ADD WRK-SOMA-CART                   TO WRK-TOT-CART
           ADD WRK-SOMA-BRUTO                  TO WRK-TOT-BRUTO
           ADD WRK-SOMA-PREV                   TO WRK-TOT-PREV.

           COMPUTE WRK-INICIO-SEM =
                   FUNCTION DATE-OF-INTEGER
                       (WRK-HOJE-INT + ((WRK-SEM - 1) * 7)).
           MOVE SPACES                         TO WRK-INICIO-SEM-X
           STRING WRK-INICIO-SEM(7:2) "/" WRK-INICIO-SEM(5:2) "/"
                  WRK-INICIO-SEM(1:4)
                  DELIMITED BY SIZE INTO WRK-INICIO-SEM-X

           MOVE WRK-SEM                        TO WRK-LF-SEMANA
           MOVE WRK-INICIO-SEM-X               TO WRK-LF-INICIO
           MOVE WRK-SOMA-MENS                  TO WRK-LF-MENS-ED
           MOVE WRK-SOMA-PARC                  TO WRK-LF-PARC-ED
           MOVE WRK-SOMA-CHEQ                  TO WRK-LF-CHEQ-ED
           MOVE WRK-SOMA-CART                  TO WRK-LF-CART-ED
           MOVE WRK-SOMA-BRUTO                 TO WRK-LF-BRUTO-ED
           MOVE WRK-SOMA-PREV                  TO WRK-LF-PREV-ED
           MOVE WRK-LINHA-FLUX                 TO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

           MOVE SPACES                         TO ARQ-CSVFLUX
           STRING FUNCTION TRIM(WRK-CAMPUS-NOME) ";"
                  WRK-LF-SEMANA ";"
                  WRK-INICIO-SEM-X ";"
                  FUNCTION TRIM(WRK-LF-MENS-ED) ";"
                  FUNCTION TRIM(WRK-LF-PARC-ED) ";"
                  FUNCTION TRIM(WRK-LF-CHEQ-ED) ";"
                  FUNCTION TRIM(WRK-LF-CART-ED) ";"
                  FUNCTION TRIM(WRK-LF-BRUTO-ED) ";"
                  FUNCTION TRIM(WRK-LF-PREV-ED)
                  DELIMITED BY SIZE INTO ARQ-CSVFLUX
           WRITE ARQ-CSVFLUX.

      *-----------------------------------------------------------------
       0290-EMITIR-SEMANA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0295-EMITIR-TOTAL                                       SECTION.
      *-----------------------------------------------------------------

           MOVE "TT"                           TO WRK-LF-SEMANA
           MOVE "TOTAL"                        TO WRK-LF-INICIO
           MOVE WRK-TOT-MENS                   TO WRK-LF-MENS-ED
           MOVE WRK-TOT-PARC                   TO WRK-LF-PARC-ED
           MOVE WRK-TOT-CHEQ                   TO WRK-LF-CHEQ-ED
           MOVE WRK-TOT-CART                   TO WRK-LF-CART-ED
           MOVE WRK-TOT-BRUTO                  TO WRK-LF-BRUTO-ED
           MOVE WRK-TOT-PREV                   TO WRK-LF-PREV-ED
           MOVE WRK-LINHA-FLUX                 TO ARQ-RELFLUX
           WRITE ARQ-RELFLUX.

      *-----------------------------------------------------------------
       0295-EMITIR-TOTAL-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.
             CLOSE  MENSALID.
             CLOSE  PARCELAS.
             CLOSE  CHEQUES.
             CLOSE  PAGAMENTOS.
             CLOSE  LIQCARD.
             CLOSE  KPIHIST.

             CLOSE OPLOG.

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

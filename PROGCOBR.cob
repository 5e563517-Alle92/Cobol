      *----    EFETIVA (PROGCDES), SEM DUPLICAR COBRANCA JA GERADA.
      *----    A BAIXA DA COBRANCA E FEITA PELO PROGPAG NO MOMENTO
      *----    DO RECEBIMENTO.
      *----    ALUNO COM FINANCIAMENTO DO GOVERNO VIGENTE (FINANC)
      *----    TEM A COBRANCA DIVIDIDA: A PARCELA DA FAMILIA VAI PARA
      *----    MENSALID.dat E A DO PROGRAMA PARA COBGOV.dat, BAIXADA
      *----    PELO REPASSE (PROGREPS).
      *----    NO MODO PREVIA OS MESMOS CALCULOS RODAM SEM GRAVAR
      *----    NADA ALEM DO RELATORIO PREVIA_FATURAMENTO E DO CONTROLE
      *----    PREVFAT.dat; O FATURAMENTO REAL DA COMPETENCIA SO RODA
      *----    DEPOIS QUE UM SUPERVISOR LIBERA A PREVIA (PROGLFAT).
      *----    ALUNO TRANCADO (TRANCAM.dat) NAO PAGA MENSALIDADE A
      *----    PARTIR DA COMPETENCIA SEGUINTE AO TRANCAMENTO; SO E
      *----    COBRADA A TAXA DE TRANCAMENTO DO PARAMETRO TRANC-TAXA,
      *----    QUANDO PREENCHIDO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- MENSALID          E             BOKMENS
      *---- MENCTRL           E              ----
      *---- OPLOG             E             BOKOPLOG
      *---- FINANC            I             BOKFINA
      *---- COBGOV            E             BOKCGOV
      *---- PRECOS            I             BOKPREC
      *---- PREVFAT           E             BOKPFAT
      *---- RELPRV            S              ----
      *---- TRANCAM           I             BOKTRAN
      *---------------------------------------------------

      *-----------------------------------------------------------------
                  RECORD KEY IS ARQ-FCO-NUMERO
                  FILE STATUS IS FS-FAMCOB.

      *----------- FINANCIAMENTO ESTUDANTIL (FIES / PROUNI) ------------
           SELECT FINANC  ASSIGN TO WRK-PATH-FINANC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FIN-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-FIN-CONTRATO
                      WITH DUPLICATES
                  FILE STATUS IS FS-FINANC.

      *----------- PARCELA FATURADA CONTRA O PROGRAMA DO GOVERNO -------
           SELECT COBGOV  ASSIGN TO WRK-PATH-COBGOV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CGV-CHAVE
                  FILE STATUS IS FS-COBGOV.

      *----------- TABELA DE PRECOS (CONFERENCIA DA PREVIA) ------------
           SELECT PRECOS  ASSIGN TO WRK-PATH-PRECOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRE-CHAVE
                  FILE STATUS IS FS-PRECOS.

      *----------- CONTROLE DA PREVIA E DA LIBERACAO POR COMPETENCIA ---
           SELECT PREVFAT  ASSIGN TO WRK-PATH-PREVFAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PFA-COMPETENCIA
                  FILE STATUS IS FS-PREVFAT.

           SELECT RELPRV ASSIGN TO WRK-PATH-RELPRV
                  FILE STATUS IS FS-RELPRV.

      *----------- TRANCAMENTOS (SUSPENSAO DA MENSALIDADE) -------------
           SELECT TRANCAM  ASSIGN TO WRK-PATH-TRANCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRA-RM
                  FILE STATUS IS FS-TRANCAM.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------
       FD  FAMCOB.
       COPY "BOKFCOB".

       FD  FINANC.
       COPY "BOKFINA".

       FD  COBGOV.
       COPY "BOKCGOV".

       FD  PRECOS.
       COPY "BOKPREC".

       FD  PREVFAT.
       COPY "BOKPFAT".

      *-------------------- AREA DO RELATORIO DA PREVIA ----------------
       FD  RELPRV.

       01  ARQ-RELPRV                   PIC X(180).

       FD  TRANCAM.
       COPY "BOKTRAN".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------
       77  FS-MATDISC                   PIC 9(02).
       77  FS-DISCIPLINAS               PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-FINANC                    PIC 9(02).
       77  FS-COBGOV                    PIC 9(02).
       77  FS-PRECOS                    PIC 9(02).
       77  FS-PREVFAT                   PIC 9(02).
       77  FS-RELPRV                    PIC 9(02).
       77  FS-TRANCAM                   PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

      *------------- COBRANCA PROPORCIONAL A CARGA (MATDISC) -----------
      *--- ALUNO COM MATRICULA POR DISCIPLINA ATIVA PAGA A FRACAO ------
       77  WRK-ACHOU-COBRANCA           PIC X(01)    VALUE SPACES.
       77  WRK-QTD-GERADAS              PIC 9(06)    VALUE ZEROS.
       77  WRK-PROX-NUMERO              PIC 9(08)    VALUE ZEROS.
       77  WRK-RM-CORRENTE              PIC X(06)    VALUE SPACES.

      *------------- MENSALIDADE EFETIVA (APOS DESCONTO VIGENTE) -------
       77  WRK-MENS-EFETIVA             PIC 9(06)V99 VALUE ZEROS.
      *--- ALUNO (PROGDEPM), COBRADOS JUNTO COM A MENSALIDADE ----------
       77  WRK-DEP-SOMA                 PIC 9(06)V99 VALUE ZEROS.

      *------------- PARCELA DO FINANCIAMENTO DO GOVERNO ---------------
      *--- CALCULADA SOBRE A MENSALIDADE JA AJUSTADA (CARGA PARCIAL ----
      *--- E PRO-RATA); DEPENDENCIAS E CREDITO SO AFETAM A PARCELA -----
      *--- DA FAMILIA --------------------------------------------------
       77  WRK-VALOR-BASE-GOV           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARCELA-GOV              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARCELA-GOV-ED           PIC Z(05)9,99.
       77  WRK-QTD-GOVERNO              PIC 9(02)    VALUE ZEROS.
       77  WRK-IG                       PIC 9(02)    VALUE ZEROS.
       77  WRK-GOV-TOTAL                PIC 9(06)V99 VALUE ZEROS.

       01  WRK-TAB-GOVERNO.
           05 WRK-GOV-ITEM OCCURS 5 TIMES.
               10 WRK-TG-PROGRAMA       PIC X(06).
               10 WRK-TG-CONTRATO       PIC X(15).
               10 WRK-TG-VALOR          PIC 9(06)V99.

      *------------- PREVIA DO FATURAMENTO -----------------------------
      *--- WRK-MODO: P = PREVIA (SO RELATORIO) / R = FATURAMENTO REAL --
       77  WRK-MODO                     PIC X(01)    VALUE SPACES.
       77  WRK-PATH-RELPRV              PIC X(80)    VALUE SPACES.
       77  WRK-ABRIU-PRECOS             PIC X(01)    VALUE "N".
       77  WRK-DATA-HOJE                PIC X(08)    VALUE SPACES.
      *--- VARIACAO MAXIMA (%) CONTRA A COMPETENCIA ANTERIOR SEM -------
      *--- ALERTA (PROGPLER, CODIGO COBR-VARIAC); O VALUE E O PADRAO ---
       77  WRK-LIMITE-VARIAC            PIC 9(06)V99 VALUE 10,00.
       77  WRK-LIMITE-VARIAC-ED         PIC ZZ9,99.
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.

      *------------- ALUNO TRANCADO ------------------------------------
      *--- TAXA COBRADA POR COMPETENCIA SUSPENSA (PROGPLER, CODIGO ----
      *--- TRANC-TAXA); ZERO = TRANCAMENTO SEM COBRANCA ----------------
       77  WRK-ABRIU-TRANCAM            PIC X(01)    VALUE "N".
       77  WRK-TAXA-TRANCAMENTO         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TRANC-SUSPENSO           PIC X(01)    VALUE SPACES.

       01  WRK-COMP-ANTERIOR.
           05 WRK-CAN-ANO               PIC 9(04).
           05 WRK-CAN-MES               PIC 9(02).

       77  WRK-TEM-ANTERIOR             PIC X(01)    VALUE SPACES.
       77  WRK-VALOR-ANTERIOR           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VARIACAO                 PIC S9(05)V99 VALUE ZEROS.
       77  WRK-TEM-PRECO                PIC X(01)    VALUE SPACES.
       77  WRK-CRED-NO-MES              PIC X(01)    VALUE SPACES.
       77  WRK-FAMILIA-FATURADA         PIC X(01)    VALUE SPACES.
       77  WRK-ACHOU-PREVIA             PIC X(01)    VALUE SPACES.

      *--- ALERTAS DA COBRANCA, ANEXADOS COMO AS NOTAS DA OBS ----------
       77  WRK-ALERTA                   PIC X(40)    VALUE SPACES.
       77  WRK-ALERTA-NOTA              PIC X(15)    VALUE SPACES.
       77  WRK-ALERTA-PONTEIRO          PIC 9(02)    VALUE 1.

      *--- CONTADORES DA PREVIA ----------------------------------------
       77  WRK-QTD-ALERTAS              PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-VARIACAO             PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-SEM-PRECO            PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-ZERADAS              PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-SEM-COBRANCA         PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-CRED-NO-MES          PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-FAM-FATURADA         PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-JA-FATURADOS         PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-GOVERNO-PRV          PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-CREDITO-PRV          PIC 9(06)    VALUE ZEROS.
       77  WRK-TOT-FAMILIA              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-GOVERNO              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITO              PIC 9(10)V99 VALUE ZEROS.

      *--- TOTAIS POR CURSO E POR CAMPUS -------------------------------
       01  WRK-TAB-CURSO.
           05 WRK-CUR-ITEM OCCURS 99 TIMES INDEXED BY IX-CUR.
               10 WRK-TC-NOME           PIC X(15).
               10 WRK-TC-QTD            PIC 9(05).
               10 WRK-TC-FAMILIA        PIC 9(10)V99.
               10 WRK-TC-GOVERNO        PIC 9(10)V99.

       01  WRK-TAB-CAMPUS.
           05 WRK-CAM-ITEM OCCURS 99 TIMES INDEXED BY IX-CAM.
               10 WRK-TM-NOME           PIC X(15).
               10 WRK-TM-QTD            PIC 9(05).
               10 WRK-TM-FAMILIA        PIC 9(10)V99.
               10 WRK-TM-GOVERNO        PIC 9(10)V99.

       77  WRK-QTD-CURSOS               PIC 9(02)    VALUE ZEROS.
       77  WRK-QTD-CAMPI                PIC 9(02)    VALUE ZEROS.
       77  WRK-IT                       PIC 9(02)    VALUE ZEROS.

      *--- LINHAS DO RELATORIO DA PREVIA -------------------------------
       01  WRK-CABECALHO-PREVIA.
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(21) VALUE "NOME".
           05 FILLER                    PIC X(16) VALUE "CURSO".
           05 FILLER                    PIC X(16) VALUE "CAMPUS".
           05 FILLER                    PIC X(10) VALUE " ANTERIOR".
           05 FILLER                    PIC X(10) VALUE "   PREVIA".
           05 FILLER                    PIC X(09) VALUE "  VAR.%".
           05 FILLER                    PIC X(10) VALUE "  GOVERNO".
           05 FILLER                    PIC X(41) VALUE "ALERTAS".
           05 FILLER                    PIC X(40) VALUE "OBSERVACAO".

       01  WRK-LINHA-PREVIA.
           05 WRK-LP-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-CAMPUS             PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-ANTERIOR-ED        PIC Z(05)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-VALOR-ED           PIC Z(05)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-VARIAC-ED          PIC -(04)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-GOVERNO-ED         PIC Z(05)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-ALERTA             PIC X(40).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-OBS                PIC X(40).

       01  WRK-LINHA-FAMILIA.
           05 FILLER                    PIC X(12) VALUE "RESPONSAVEL ".
           05 WRK-LF-RESPONSAVEL        PIC 9(06).
           05 FILLER                    PIC X(10) VALUE "  MEMBROS ".
           05 WRK-LF-MEMBROS            PIC Z9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LF-TOTAL-ED           PIC Z(07)9,99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LF-ALERTA             PIC X(20).

       01  WRK-LINHA-MOVTO.
           05 WRK-LM-DESCRICAO          PIC X(45).
           05 WRK-LM-QTD-ED             PIC Z(05)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LM-VALOR-ED           PIC Z(09)9,99.

       01  WRK-CABECALHO-TOTAL.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE "  ALUNOS".
           05 FILLER                    PIC X(14) VALUE
                                                  "       FAMILIA".
           05 FILLER                    PIC X(14) VALUE
                                                  "       GOVERNO".

       01  WRK-LINHA-TOTAL.
           05 WRK-LT-NOME               PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-QTD-ED             PIC Z(05)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-FAMILIA-ED         PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-GOVERNO-ED         PIC Z(09)9,99.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  09 COLUMN 09 VALUE
                  "MODO: (P) PREVIA OU (R) FATURAMENTO REAL ....... "
                              BACKGROUND-COLOR 2.
           05 LINE  09 COLUMN 58 USING WRK-MODO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR COBRANCAS DA COMPETENCIA CORRENTE (S/N) ? "
                              BACKGROUND-COLOR 2.
       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "COBRANCAS GERADAS....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-GERADAS.
           05 LINE  13 COLUMN 30 VALUE "ALERTAS DA PREVIA....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ALERTAS.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                OPEN I-O    FAMCOB
            END-IF.

      *----------- ABERTURA DO FINANCIAMENTO ESTUDANTIL (SOMENTE ------
      *----------- LEITURA) -------------------------------------------
            OPEN INPUT FINANC.

      *------ ARQUIVO AINDA NAO EXISTE: CRIA VAZIO --------------------
            IF  FS-FINANC EQUAL 35
                OPEN OUTPUT FINANC
                CLOSE       FINANC
                OPEN INPUT  FINANC
            END-IF.

      *----------- ABERTURA DAS PARCELAS DO GOVERNO (I-O; CRIA NA -----
      *----------- PRIMEIRA GRAVACAO) ---------------------------------
            OPEN I-O COBGOV.

            IF  FS-COBGOV EQUAL 35
                OPEN OUTPUT COBGOV
                CLOSE       COBGOV
                OPEN I-O    COBGOV
            END-IF.

      *----------- TABELA DE PRECOS: SO CONFERIDA NA PREVIA; SEM O ----
      *----------- ARQUIVO TODO CURSO FICA SEM PRECO VIGENTE -----------
            MOVE "N"                           TO WRK-ABRIU-PRECOS
            OPEN INPUT PRECOS.

            IF  FS-PRECOS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-PRECOS
            END-IF.

      *----------- ABERTURA DO CONTROLE DA PREVIA (I-O; CRIA NA -------
      *----------- PRIMEIRA GRAVACAO) ---------------------------------
            OPEN I-O PREVFAT.

            IF  FS-PREVFAT EQUAL 35
                OPEN OUTPUT PREVFAT
                CLOSE       PREVFAT
                OPEN I-O    PREVFAT
            END-IF.

      *----------- TRANCAMENTOS: SEM O ARQUIVO O ALUNO TRANCADO E -----
      *----------- COBRADO NORMALMENTE ---------------------------------
            MOVE "N"                           TO WRK-ABRIU-TRANCAM
            OPEN INPUT TRANCAM.

            IF  FS-TRANCAM EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-TRANCAM
            END-IF.

            MOVE "TRANC-TAXA"                  TO WRK-PARM-CODIGO
            MOVE ZEROS                         TO WRK-PARM-PADRAO
            CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                 WRK-PARM-VALOR
            MOVE WRK-PARM-VALOR                TO WRK-TAXA-TRANCAMENTO.

      *----------- PROXIMA NUMERACAO DE COBRANCA DE FAMILIA: FAIXA -----
      *----------- PROPRIA (90 MILHOES), LONGE DA NUMERACAO DAS --------
      *----------- COBRANCAS POR ALUNO DE MENCTRL ----------------------
               GOBACK
           END-IF.

           IF  WRK-MODO EQUAL "p"
               MOVE "P"                       TO WRK-MODO
           END-IF.

           IF  WRK-MODO EQUAL "r"
               MOVE "R"                       TO WRK-MODO
           END-IF.

           IF  WRK-MODO NOT EQUAL "P" AND WRK-MODO NOT EQUAL "R"
               MOVE WRK-MSG-OPCAO-ERRO        TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:6)            TO WRK-COMPETENCIA.

      *----------- O FATURAMENTO REAL EXIGE A PREVIA DA COMPETENCIA ----
      *----------- LIBERADA POR UM SUPERVISOR (PROGLFAT) ---------------
           IF  WRK-MODO EQUAL "R"
               MOVE WRK-COMPETENCIA           TO ARQ-PFA-COMPETENCIA
               READ PREVFAT KEY IS ARQ-PFA-COMPETENCIA
                   INVALID KEY
                       MOVE SPACES            TO ARQ-PFA-STATUS
               END-READ
               IF  ARQ-PFA-STATUS NOT EQUAL "LIBERADA"
                   MOVE WRK-MSG-PRV-NAOLIB    TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   PERFORM 0300-FINALIZAR
                   GOBACK
               END-IF
           ELSE
               PERFORM 0205-PREPARAR-PREVIA
           END-IF.

      *--------------------- AREA DE VARREDURA DE ALUNOS ----------------
           MOVE LOW-VALUES                     TO ARQ-RM


                   IF  WRK-ACHOU-COBRANCA NOT EQUAL "S"
                       PERFORM 0230-GRAVAR-COBRANCA
                   ELSE
                       ADD 1                   TO WRK-QTD-JA-FATURADOS
                   END-IF
               END-IF

               IF  ARQ-STATUS EQUAL "TRANCADO"
                   MOVE ARQ-RM                 TO WRK-RM-CORRENTE
                   PERFORM 0250-TRATAR-TRANCADO
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
      *----------- UMA COBRANCA UNICA POR FAMILIA CONSOLIDADA ----------
           PERFORM 0265-GRAVAR-FAMILIAS.

      *----------- PREVIA: FECHA O RELATORIO E AGUARDA A LIBERACAO ----
           IF  WRK-MODO EQUAL "P"
               PERFORM 0270-IMPRIMIR-RESUMO
               CLOSE RELPRV
               PERFORM 0275-GRAVAR-PREVFAT
               MOVE WRK-DATA-HORA(1:14)        TO ARQ-LOG-DATAHORA
               MOVE "PROGCOBR"                 TO ARQ-LOG-PROGRAMA
               MOVE "PREVIA DO FATURAMENTO"    TO ARQ-LOG-RELATORIO
               MOVE WRK-QTD-GERADAS            TO ARQ-LOG-QTDREGISTROS
               MOVE WRK-PATH-RELPRV            TO ARQ-LOG-ARQUIVOGERADO
               MOVE LNK-OPERADOR               TO ARQ-LOG-OPERADOR
               WRITE ARQ-DADOS-OPLOG
               DISPLAY SCR-TELA
               DISPLAY SCR-RESULTADO
               MOVE WRK-MSG-PRV-GERADA         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- A PREVIA LIBERADA FICA CONSUMIDA PELO FATURAMENTO --
           MOVE WRK-COMPETENCIA                TO ARQ-PFA-COMPETENCIA
           READ PREVFAT KEY IS ARQ-PFA-COMPETENCIA
               NOT INVALID KEY
                   MOVE "FATURADA"             TO ARQ-PFA-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-PFA-OPER-FATUR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-PFA-DATA-FATUR
                   REWRITE ARQ-DADOS-PREVFAT
           END-READ.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGCOBR"                     TO ARQ-LOG-PROGRAMA
           MOVE "FATURAMENTO DE MENSALIDADES"  TO ARQ-LOG-RELATORIO
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-PREPARAR-PREVIA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- ABRE O RELATORIO DA PREVIA E CARREGA O LIMITE DE ---
      *----------- VARIACAO CONTRA A COMPETENCIA ANTERIOR --------------

           MOVE WRK-DATA-HORA(1:8)            TO WRK-DATA-HOJE

           MOVE "COBR-VARIAC"                 TO WRK-PARM-CODIGO
           MOVE WRK-LIMITE-VARIAC             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-LIMITE-VARIAC
           MOVE WRK-LIMITE-VARIAC             TO WRK-LIMITE-VARIAC-ED

           MOVE WRK-COMPETENCIA               TO WRK-COMP-ANTERIOR
           IF  WRK-CAN-MES EQUAL 1
               MOVE 12                        TO WRK-CAN-MES
               SUBTRACT 1                     FROM WRK-CAN-ANO
           ELSE
               SUBTRACT 1                     FROM WRK-CAN-MES
           END-IF.

           MOVE ZEROS                         TO WRK-QTD-CURSOS
           MOVE ZEROS                         TO WRK-QTD-CAMPI

      *------------- MONTA NOME DA LISTAGEM COM DATA/HORA DA GERACAO ---
           STRING FUNCTION TRIM(WRK-PATH-BASE) "PREVIA_FATURAMENTO_"
                  WRK-COMPETENCIA "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELPRV

           OPEN OUTPUT RELPRV.

           MOVE SPACES                         TO ARQ-RELPRV
           STRING "PREVIA DO FATURAMENTO - COMPETENCIA "
                  WRK-COMPETENCIA(5:2) "/" WRK-COMPETENCIA(1:4)
                  " - VARIACAO ACEITA ATE " WRK-LIMITE-VARIAC-ED "%"
                  DELIMITED BY SIZE INTO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE SPACES                         TO ARQ-RELPRV
           STRING "SIMULACAO - NENHUMA COBRANCA FOI GRAVADA"
                  DELIMITED BY SIZE INTO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE SPACES                         TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE WRK-CABECALHO-PREVIA           TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

      *-----------------------------------------------------------------
       0205-PREPARAR-PREVIA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VERIFICAR-COBRANCA                                 SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE MENSALID.dat PROCURANDO UMA COBRANCA DO -------
      *----------- ALUNO CORRENTE NA COMPETENCIA CORRENTE --------------
      *----------- (TAXA AVULSA DE REQUERIMENTO NAO CONTA) -------------

           MOVE "N"                            TO WRK-ACHOU-COBRANCA
           MOVE LOW-VALUES                      TO ARQ-MEN-NUMERO

               IF  ARQ-MEN-RM           EQUAL WRK-RM-CORRENTE
               AND ARQ-MEN-COMPETENCIA  EQUAL WRK-COMPETENCIA
               AND ARQ-MEN-OBS(1:12)    NOT EQUAL "REQUERIMENTO"
                   MOVE "S"                    TO WRK-ACHOU-COBRANCA
               END-IF

       0210-VERIFICAR-COBRANCA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0212-BUSCAR-ANTERIOR                                    SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE MENSALID.dat PROCURANDO A COBRANCA DO --------
      *----------- ALUNO CORRENTE NA COMPETENCIA ANTERIOR --------------
      *----------- (TAXA AVULSA DE REQUERIMENTO NAO CONTA) -------------

           MOVE "N"                            TO WRK-TEM-ANTERIOR
           MOVE ZEROS                          TO WRK-VALOR-ANTERIOR
           MOVE LOW-VALUES                      TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0212-BUSCAR-ANTERIOR-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0212-BUSCAR-ANTERIOR-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS
                       OR WRK-TEM-ANTERIOR EQUAL "S"

               IF  ARQ-MEN-RM           EQUAL WRK-RM-CORRENTE
               AND ARQ-MEN-COMPETENCIA  EQUAL WRK-COMP-ANTERIOR
               AND ARQ-MEN-OBS(1:12)    NOT EQUAL "REQUERIMENTO"
                   MOVE "S"                    TO WRK-TEM-ANTERIOR
                   MOVE ARQ-MEN-VALOR          TO WRK-VALOR-ANTERIOR
               END-IF

               IF  WRK-TEM-ANTERIOR NOT EQUAL "S"
                   READ MENSALID NEXT RECORD
                       AT END
                           MOVE 9              TO FS-MENSALID
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0212-BUSCAR-ANTERIOR-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0214-CONFERIR-PRECO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE SE O CURSO DO ALUNO TEM PRECO VIGENTE ------
      *----------- (ALGUMA LINHA COM VIGENCIA ATE HOJE) NA TABELA -----

           MOVE "N"                            TO WRK-TEM-PRECO

           IF  WRK-ABRIU-PRECOS NOT EQUAL "S"
               GO TO 0214-CONFERIR-PRECO-99-FIM
           END-IF.

           MOVE ARQ-CURSO                      TO ARQ-PRE-CURSO
           MOVE LOW-VALUES                     TO ARQ-PRE-VIGENCIA

           START PRECOS KEY IS GREATER THAN OR EQUAL ARQ-PRE-CHAVE
               INVALID KEY
                   GO TO 0214-CONFERIR-PRECO-99-FIM
           END-START.

           READ PRECOS NEXT RECORD
               AT END
                   GO TO 0214-CONFERIR-PRECO-99-FIM
           END-READ.

           PERFORM UNTIL FS-PRECOS NOT EQUAL ZEROS
                       OR ARQ-PRE-CURSO NOT EQUAL ARQ-CURSO
                       OR WRK-TEM-PRECO EQUAL "S"

               IF  ARQ-PRE-VIGENCIA NOT GREATER WRK-DATA-HOJE
                   MOVE "S"                    TO WRK-TEM-PRECO
               END-IF

               READ PRECOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PRECOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PRECOS.

      *-----------------------------------------------------------------
       0214-CONFERIR-PRECO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GRAVAR-MENCTRL                                     SECTION.
      *-----------------------------------------------------------------
               PERFORM 0235-CALCULAR-PRO-RATA
           END-IF

      *----------- FINANCIAMENTO DO GOVERNO VIGENTE: A PARCELA DO -----
      *----------- PROGRAMA SAI DA COBRANCA DA FAMILIA -----------------
           PERFORM 0232-SEPARAR-GOVERNO

      *----------- DEPENDENCIAS CURSANDO SOMAM NA COBRANCA -------------
           PERFORM 0236-SOMAR-DEPENDENCIAS

               END-READ
           END-IF

      *----------- PREVIA: A COBRANCA CALCULADA VAI SO PARA O ---------
      *----------- RELATORIO; NADA E GRAVADO ---------------------------
           IF  WRK-MODO EQUAL "P"
               PERFORM 0240-IMPRIMIR-PREVIA
               ADD 1                     TO WRK-QTD-GERADAS
               IF  WRK-TEM-RESPONSAVEL EQUAL "S"
                   PERFORM 0239-ACUMULAR-FAMILIA
               END-IF
               GO TO 0230-GRAVAR-COBRANCA-99-FIM
           END-IF

           MOVE WRK-PROX-NUMERO          TO ARQ-MEN-NUMERO
           MOVE WRK-RM-CORRENTE          TO ARQ-MEN-RM
           MOVE WRK-COMPETENCIA          TO ARQ-MEN-COMPETENCIA
           MOVE ZEROS                    TO ARQ-MEN-RECIBO
           MOVE WRK-OBS-COBRANCA         TO ARQ-MEN-OBS
           MOVE SPACES                   TO ARQ-MEN-SITBANCO
           MOVE SPACES                   TO ARQ-MEN-CONVENIO

      *----------- VENCIMENTO NO DIA 10, ROLADO PARA O PROXIMO DIA -----
      *----------- UTIL QUANDO CAI EM FIM DE SEMANA OU FERIADO ---------

           WRITE ARQ-DADOS-MENSALIDADE
               NOT INVALID KEY
                   PERFORM 0234-GRAVAR-PARCELA-GOVERNO
                   ADD 1                 TO WRK-PROX-NUMERO
                   ADD 1                 TO WRK-QTD-GERADAS
                   PERFORM 0220-GRAVAR-MENCTRL
       0230-GRAVAR-COBRANCA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0232-SEPARAR-GOVERNO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- PARA CADA FINANCIAMENTO ATIVO E VIGENTE NA ---------
      *----------- COMPETENCIA, CALCULA A PARCELA DO PROGRAMA ---------
      *----------- (PERCENTUAL OU VALOR FIXO, LIMITADA AO QUE RESTA ---
      *----------- DA COBRANCA) E A GUARDA PARA GRAVAR EM COBGOV ------

           MOVE ZEROS                    TO WRK-QTD-GOVERNO
           MOVE ZEROS                    TO WRK-GOV-TOTAL
           MOVE WRK-VALOR-COBRANCA       TO WRK-VALOR-BASE-GOV

           MOVE WRK-RM-CORRENTE          TO ARQ-FIN-RM
           MOVE LOW-VALUES               TO ARQ-FIN-PROGRAMA

           START FINANC KEY IS GREATER THAN OR EQUAL ARQ-FIN-CHAVE
               INVALID KEY
                   GO TO 0232-SEPARAR-GOVERNO-99-FIM
           END-START.

           READ FINANC NEXT RECORD
               AT END
                   GO TO 0232-SEPARAR-GOVERNO-99-FIM
           END-READ.

           PERFORM UNTIL FS-FINANC NOT EQUAL ZEROS
                      OR ARQ-FIN-RM NOT EQUAL WRK-RM-CORRENTE

               IF  ARQ-FIN-STATUS      EQUAL "ATIVO"
               AND ARQ-FIN-VIG-INICIO  NOT GREATER WRK-COMPETENCIA
               AND (ARQ-FIN-VIG-FIM    EQUAL SPACES OR
                    ARQ-FIN-VIG-FIM    NOT LESS WRK-COMPETENCIA)
               AND WRK-QTD-GOVERNO     LESS 5

                   IF  ARQ-FIN-TIPO EQUAL "P"
                       COMPUTE WRK-PARCELA-GOV ROUNDED =
                               WRK-VALOR-BASE-GOV *
                               ARQ-FIN-PERCENTUAL / 100
                   ELSE
                       MOVE ARQ-FIN-VALOR-FIXO TO WRK-PARCELA-GOV
                   END-IF

                   IF  WRK-PARCELA-GOV GREATER WRK-VALOR-COBRANCA
                       MOVE WRK-VALOR-COBRANCA TO WRK-PARCELA-GOV
                   END-IF

                   IF  WRK-PARCELA-GOV GREATER ZEROS
                       SUBTRACT WRK-PARCELA-GOV
                                         FROM WRK-VALOR-COBRANCA
                       ADD WRK-PARCELA-GOV TO WRK-GOV-TOTAL
                       ADD 1             TO WRK-QTD-GOVERNO
                       MOVE ARQ-FIN-PROGRAMA
                              TO WRK-TG-PROGRAMA (WRK-QTD-GOVERNO)
                       MOVE ARQ-FIN-CONTRATO
                              TO WRK-TG-CONTRATO (WRK-QTD-GOVERNO)
                       MOVE WRK-PARCELA-GOV
                              TO WRK-TG-VALOR (WRK-QTD-GOVERNO)

                       MOVE WRK-PARCELA-GOV TO WRK-PARCELA-GOV-ED
                       MOVE SPACES       TO WRK-OBS-NOTA
                       STRING ARQ-FIN-PROGRAMA DELIMITED BY SPACE
                              " " WRK-PARCELA-GOV-ED
                              DELIMITED BY SIZE INTO WRK-OBS-NOTA
                       PERFORM 0238-ANEXAR-OBS
                   END-IF
               END-IF

               READ FINANC NEXT RECORD
                   AT END
                       MOVE 9            TO FS-FINANC
               END-READ

           END-PERFORM.

           MOVE ZEROS                    TO FS-FINANC.

      *-----------------------------------------------------------------
       0232-SEPARAR-GOVERNO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0234-GRAVAR-PARCELA-GOVERNO                             SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA EM ABERTO A PARCELA DE CADA PROGRAMA, --------
      *----------- LIGADA A COBRANCA DA FAMILIA RECEM-GRAVADA ----------

           PERFORM VARYING WRK-IG FROM 1 BY 1
                   UNTIL WRK-IG GREATER WRK-QTD-GOVERNO

               MOVE WRK-RM-CORRENTE      TO ARQ-CGV-RM
               MOVE WRK-COMPETENCIA      TO ARQ-CGV-COMPETENCIA
               MOVE WRK-TG-PROGRAMA (WRK-IG)
                                         TO ARQ-CGV-PROGRAMA
               MOVE WRK-TG-CONTRATO (WRK-IG)
                                         TO ARQ-CGV-CONTRATO
               MOVE ARQ-MEN-NUMERO       TO ARQ-CGV-MEN-NUMERO
               MOVE WRK-TG-VALOR (WRK-IG)
                                         TO ARQ-CGV-VALOR
               MOVE "ABERTO"             TO ARQ-CGV-STATUS
               MOVE WRK-DATA-HORA(1:8)   TO ARQ-CGV-DATA-GERACAO
               MOVE ZEROS                TO ARQ-CGV-VALOR-PAGO
               MOVE SPACES               TO ARQ-CGV-DATA-REPASSE

               WRITE ARQ-DADOS-COBGOV
                   INVALID KEY
                       CONTINUE
               END-WRITE

           END-PERFORM.

      *-----------------------------------------------------------------
       0234-GRAVAR-PARCELA-GOVERNO-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0233-AJUSTAR-CARGA-PARCIAL                              SECTION.
      *-----------------------------------------------------------------
           END-IF.

      *----------- HORAS TOTAIS DO SEMESTRE DO ALUNO NA MATRIZ ---------
      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ        TO ARQ-MAT-VERSAO
           MOVE ARQ-SEMESTRE             TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES               TO ARQ-MAT-DISCIPLINA


           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR ARQ-MAT-CURSO    NOT EQUAL ARQ-CURSO
                      OR ARQ-MAT-VERSAO   NOT EQUAL WRK-VERSAO-MATRIZ
                      OR ARQ-MAT-SEMESTRE NOT EQUAL ARQ-SEMESTRE

               MOVE ARQ-MAT-DISCIPLINA   TO ARQ-DIS-COD
      *----------- COBRANCA E DEBITADO DO SALDO -------------------------

           MOVE ZEROS                    TO WRK-CRED-USADO
           MOVE "N"                      TO WRK-CRED-NO-MES

           MOVE WRK-RM-CORRENTE          TO ARQ-CRE-RM
           READ CREDITO KEY IS ARQ-CRE-RM
               GO TO 0237-ABATER-CREDITO-99-FIM
           END-IF.

      *----------- SALDO RESERVADO PARA ORDEM DE PAGAMENTO EM ---------
      *----------- ANDAMENTO NAO E CONSUMIDO ---------------------------
           IF  ARQ-CRE-ORDEM NOT EQUAL ZEROS
               GO TO 0237-ABATER-CREDITO-99-FIM
           END-IF.

           IF  ARQ-CRE-SALDO LESS WRK-VALOR-COBRANCA
               MOVE ARQ-CRE-SALDO        TO WRK-CRED-USADO
           ELSE
           END-IF.

           SUBTRACT WRK-CRED-USADO       FROM WRK-VALOR-COBRANCA

      *----------- PREVIA: O SALDO NAO E DEBITADO; SALDO JA ------------
      *----------- MOVIMENTADO NA COMPETENCIA VAI PARA CONFERENCIA -----
           IF  WRK-MODO EQUAL "P"
               IF  ARQ-CRE-DATA-MOV(1:6) EQUAL WRK-COMPETENCIA
                   MOVE "S"              TO WRK-CRED-NO-MES
               END-IF
           ELSE
               SUBTRACT WRK-CRED-USADO   FROM ARQ-CRE-SALDO
               MOVE WRK-DATA-HORA(1:8)   TO ARQ-CRE-DATA-MOV
               REWRITE ARQ-DADOS-CREDITO
           END-IF

           MOVE WRK-CRED-USADO           TO WRK-CRED-USADO-ED
           MOVE SPACES                   TO WRK-OBS-NOTA
       0237-ABATER-CREDITO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-IMPRIMIR-PREVIA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- IMPRIME A COBRANCA CALCULADA COM OS ALERTAS DE -----
      *----------- CONFERENCIA E ACUMULA OS TOTAIS DA PREVIA -----------

           MOVE SPACES                   TO WRK-ALERTA
           MOVE 1                        TO WRK-ALERTA-PONTEIRO
           MOVE ZEROS                    TO WRK-VARIACAO

      *----------- VARIACAO ACIMA DO LIMITE CONTRA O MES ANTERIOR ------
           PERFORM 0212-BUSCAR-ANTERIOR

           IF  WRK-TEM-ANTERIOR EQUAL "S"
           AND WRK-VALOR-ANTERIOR GREATER ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-VALOR-COBRANCA - WRK-VALOR-ANTERIOR)
                       * 100 / WRK-VALOR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 99999,99     TO WRK-VARIACAO
               END-COMPUTE
               IF  WRK-VARIACAO GREATER WRK-LIMITE-VARIAC
               OR  WRK-VARIACAO LESS (ZEROS - WRK-LIMITE-VARIAC)
                   MOVE "VARIACAO"       TO WRK-ALERTA-NOTA
                   PERFORM 0241-ANEXAR-ALERTA
                   ADD 1                 TO WRK-QTD-VARIACAO
               END-IF
           END-IF

      *----------- CURSO SEM PRECO VIGENTE OU ALUNO SEM MENSALIDADE ---
           PERFORM 0214-CONFERIR-PRECO

           IF  WRK-TEM-PRECO NOT EQUAL "S"
           OR  ARQ-MENSALIDADE EQUAL ZEROS
               MOVE "SEM PRECO"          TO WRK-ALERTA-NOTA
               PERFORM 0241-ANEXAR-ALERTA
               ADD 1                     TO WRK-QTD-SEM-PRECO
           END-IF

      *----------- ALUNO ATIVO QUE NAO GERA COBRANCA NENHUMA, OU ------
      *----------- QUE SAI COM A PARTE DA FAMILIA ZERADA ---------------
           IF  WRK-VALOR-COBRANCA EQUAL ZEROS
               IF  WRK-GOV-TOTAL EQUAL ZEROS
                   MOVE "SEM COBRANCA"   TO WRK-ALERTA-NOTA
                   ADD 1                 TO WRK-QTD-SEM-COBRANCA
               ELSE
                   MOVE "ZERADO"         TO WRK-ALERTA-NOTA
                   ADD 1                 TO WRK-QTD-ZERADAS
               END-IF
               PERFORM 0241-ANEXAR-ALERTA
           END-IF

      *----------- SALDO CREDOR JA MOVIMENTADO NESTA COMPETENCIA -------
           IF  WRK-CRED-NO-MES EQUAL "S"
               MOVE "CREDITO NO MES"     TO WRK-ALERTA-NOTA
               PERFORM 0241-ANEXAR-ALERTA
               ADD 1                     TO WRK-QTD-CRED-NO-MES
           END-IF

           IF  WRK-ALERTA-PONTEIRO GREATER 1
               ADD 1                     TO WRK-QTD-ALERTAS
           END-IF

           MOVE WRK-RM-CORRENTE          TO WRK-LP-RM
           MOVE ARQ-NOMEALUNO            TO WRK-LP-NOME
           MOVE ARQ-CURSO                TO WRK-LP-CURSO
           MOVE ARQ-CAMPUS               TO WRK-LP-CAMPUS
           MOVE WRK-VALOR-ANTERIOR       TO WRK-LP-ANTERIOR-ED
           MOVE WRK-VALOR-COBRANCA       TO WRK-LP-VALOR-ED
           MOVE WRK-VARIACAO             TO WRK-LP-VARIAC-ED
           MOVE WRK-GOV-TOTAL            TO WRK-LP-GOVERNO-ED
           MOVE WRK-ALERTA               TO WRK-LP-ALERTA
           MOVE WRK-OBS-COBRANCA         TO WRK-LP-OBS
           MOVE WRK-LINHA-PREVIA         TO ARQ-RELPRV
           WRITE ARQ-RELPRV

           ADD WRK-VALOR-COBRANCA        TO WRK-TOT-FAMILIA

           IF  WRK-GOV-TOTAL GREATER ZEROS
               ADD 1                     TO WRK-QTD-GOVERNO-PRV
               ADD WRK-GOV-TOTAL         TO WRK-TOT-GOVERNO
           END-IF

           IF  WRK-CRED-USADO GREATER ZEROS
               ADD 1                     TO WRK-QTD-CREDITO-PRV
               ADD WRK-CRED-USADO        TO WRK-TOT-CREDITO
           END-IF

           PERFORM 0242-ACUMULAR-TOTAIS.

      *-----------------------------------------------------------------
       0240-IMPRIMIR-PREVIA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0241-ANEXAR-ALERTA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ANEXA O ALERTA CORRENTE A COLUNA DE ALERTAS --------
      *----------- DA LINHA, SEM APAGAR OS ALERTAS ANTERIORES ----------

           IF  WRK-ALERTA-PONTEIRO GREATER 1
               STRING "/"           DELIMITED BY SIZE
                      INTO WRK-ALERTA
                      WITH POINTER WRK-ALERTA-PONTEIRO
                   ON OVERFLOW
                      GO TO 0241-ANEXAR-ALERTA-99-FIM
               END-STRING
           END-IF.

           STRING FUNCTION TRIM(WRK-ALERTA-NOTA) DELIMITED BY SIZE
                  INTO WRK-ALERTA
                  WITH POINTER WRK-ALERTA-PONTEIRO
               ON OVERFLOW
                  CONTINUE
           END-STRING.

      *-----------------------------------------------------------------
       0241-ANEXAR-ALERTA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0242-ACUMULAR-TOTAIS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA A COBRANCA NOS TOTAIS DO CURSO E DO CAMPUS ----

           SET IX-CUR                          TO 1
           SEARCH WRK-CUR-ITEM
               AT END
                   GO TO 0242-ACUMULAR-TOTAIS-99-FIM
               WHEN IX-CUR GREATER WRK-QTD-CURSOS
                   ADD 1                       TO WRK-QTD-CURSOS
                   MOVE ARQ-CURSO        TO WRK-TC-NOME (IX-CUR)
                   MOVE ZEROS            TO WRK-TC-QTD (IX-CUR)
                   MOVE ZEROS            TO WRK-TC-FAMILIA (IX-CUR)
                   MOVE ZEROS            TO WRK-TC-GOVERNO (IX-CUR)
               WHEN WRK-TC-NOME (IX-CUR) EQUAL ARQ-CURSO
                   CONTINUE
           END-SEARCH.

           ADD 1                     TO WRK-TC-QTD (IX-CUR)
           ADD WRK-VALOR-COBRANCA    TO WRK-TC-FAMILIA (IX-CUR)
           ADD WRK-GOV-TOTAL         TO WRK-TC-GOVERNO (IX-CUR)

           SET IX-CAM                          TO 1
           SEARCH WRK-CAM-ITEM
               AT END
                   GO TO 0242-ACUMULAR-TOTAIS-99-FIM
               WHEN IX-CAM GREATER WRK-QTD-CAMPI
                   ADD 1                       TO WRK-QTD-CAMPI
                   MOVE ARQ-CAMPUS       TO WRK-TM-NOME (IX-CAM)
                   MOVE ZEROS            TO WRK-TM-QTD (IX-CAM)
                   MOVE ZEROS            TO WRK-TM-FAMILIA (IX-CAM)
                   MOVE ZEROS            TO WRK-TM-GOVERNO (IX-CAM)
               WHEN WRK-TM-NOME (IX-CAM) EQUAL ARQ-CAMPUS
                   CONTINUE
           END-SEARCH.

           ADD 1                     TO WRK-TM-QTD (IX-CAM)
           ADD WRK-VALOR-COBRANCA    TO WRK-TM-FAMILIA (IX-CAM)
           ADD WRK-GOV-TOTAL         TO WRK-TM-GOVERNO (IX-CAM).

      *-----------------------------------------------------------------
       0242-ACUMULAR-TOTAIS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-TRATAR-TRANCADO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- A MENSALIDADE FICA SUSPENSA A PARTIR DA COMPETENCIA -
      *----------- SEGUINTE AO TRANCAMENTO; ANTES DISSO O ALUNO E ------
      *----------- COBRADO COMO ATIVO ----------------------------------

           MOVE "N"                      TO WRK-TRANC-SUSPENSO

           IF  WRK-ABRIU-TRANCAM EQUAL "S"
               MOVE WRK-RM-CORRENTE      TO ARQ-TRA-RM
               READ TRANCAM KEY IS ARQ-TRA-RM
                   NOT INVALID KEY
                       IF  ARQ-TRA-STATUS EQUAL "ATIVO"
                       AND WRK-COMPETENCIA NOT LESS ARQ-TRA-COMP-INICIO
                           MOVE "S"      TO WRK-TRANC-SUSPENSO
                       END-IF
               END-READ
           END-IF

           IF  WRK-TRANC-SUSPENSO NOT EQUAL "S"
               PERFORM 0210-VERIFICAR-COBRANCA
               IF  WRK-ACHOU-COBRANCA NOT EQUAL "S"
                   PERFORM 0230-GRAVAR-COBRANCA
               ELSE
                   ADD 1                 TO WRK-QTD-JA-FATURADOS
               END-IF
               GO TO 0250-TRATAR-TRANCADO-99-FIM
           END-IF

      *----------- SUSPENSO: SO A TAXA DE TRANCAMENTO, SE HOUVER -------
           IF  WRK-TAXA-TRANCAMENTO EQUAL ZEROS
               GO TO 0250-TRATAR-TRANCADO-99-FIM
           END-IF

           PERFORM 0210-VERIFICAR-COBRANCA

           IF  WRK-ACHOU-COBRANCA EQUAL "S"
               ADD 1                     TO WRK-QTD-JA-FATURADOS
           ELSE
               PERFORM 0255-GRAVAR-TAXA-TRANCAMENTO
           END-IF.

      *-----------------------------------------------------------------
       0250-TRATAR-TRANCADO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-GRAVAR-TAXA-TRANCAMENTO                            SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCA EM ABERTO DA TAXA, SEM DESCONTO, ----------
      *----------- GOVERNO, DEPENDENCIA OU CREDITO ---------------------

           MOVE WRK-TAXA-TRANCAMENTO     TO WRK-VALOR-COBRANCA
           MOVE "TAXA DE TRANCAMENTO"    TO WRK-OBS-COBRANCA
           MOVE ZEROS                    TO WRK-GOV-TOTAL
                                            WRK-CRED-USADO
           MOVE "N"                      TO WRK-CRED-NO-MES

           IF  WRK-MODO EQUAL "P"
               PERFORM 0240-IMPRIMIR-PREVIA
               ADD 1                     TO WRK-QTD-GERADAS
               GO TO 0255-GRAVAR-TAXA-TRANCAMENTO-99-FIM
           END-IF

           MOVE WRK-PROX-NUMERO          TO ARQ-MEN-NUMERO
           MOVE WRK-RM-CORRENTE          TO ARQ-MEN-RM
           MOVE WRK-COMPETENCIA          TO ARQ-MEN-COMPETENCIA
           MOVE WRK-VALOR-COBRANCA       TO ARQ-MEN-VALOR
           MOVE "ABERTO"                 TO ARQ-MEN-STATUS
           MOVE WRK-DATA-HORA(1:8)       TO ARQ-MEN-DATA-GERACAO
           MOVE SPACES                   TO ARQ-MEN-DATA-BAIXA
           MOVE ZEROS                    TO ARQ-MEN-RECIBO
           MOVE WRK-OBS-COBRANCA         TO ARQ-MEN-OBS
           MOVE SPACES                   TO ARQ-MEN-SITBANCO
           MOVE SPACES                   TO ARQ-MEN-CONVENIO

           MOVE WRK-COMPETENCIA          TO WRK-VB-ANOMES
           CALL "PROGDUTIL" USING WRK-VENC-BRUTO, WRK-VENC-ROLADO
           MOVE WRK-VENC-ROLADO          TO ARQ-MEN-VENCIMENTO

           WRITE ARQ-DADOS-MENSALIDADE
               NOT INVALID KEY
                   ADD 1                 TO WRK-PROX-NUMERO
                   ADD 1                 TO WRK-QTD-GERADAS
                   PERFORM 0220-GRAVAR-MENCTRL

                   MOVE "COBRANCA"       TO WRK-EVE-TIPO
                   MOVE SPACES           TO WRK-EVE-DADOS
                   STRING "COMPETENCIA " WRK-COMPETENCIA
                          DELIMITED BY SIZE INTO WRK-EVE-DADOS
                   CALL "PROGEVTG" USING WRK-RM-CORRENTE,
                        WRK-EVE-TIPO, WRK-EVE-DADOS
           END-WRITE.

      *-----------------------------------------------------------------
       0255-GRAVAR-TAXA-TRANCAMENTO-99-FIM                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-GRAVAR-FAMILIAS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA UMA COBRANCA EM ABERTO POR FAMILIA ------------
      *----------- CONSOLIDADA NA COMPETENCIA --------------------------

      *----------- PREVIA: AS FAMILIAS VAO SO PARA O RELATORIO --------
           IF  WRK-MODO EQUAL "P"
               PERFORM 0266-IMPRIMIR-FAMILIAS
               GO TO 0265-GRAVAR-FAMILIAS-99-FIM
           END-IF.

           PERFORM VARYING WRK-IY FROM 1 BY 1
                   UNTIL WRK-IY GREATER WRK-QTD-FAMILIAS

               MOVE WRK-DATA-HORA(1:8)   TO ARQ-FCO-DATA-GERACAO
               MOVE SPACES               TO ARQ-FCO-SITBANCO
               MOVE SPACES               TO ARQ-FCO-DATA-BAIXA
               MOVE SPACES               TO ARQ-FCO-CONVENIO

               WRITE ARQ-DADOS-FAMCOB
                   NOT INVALID KEY
       0265-GRAVAR-FAMILIAS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0266-IMPRIMIR-FAMILIAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- IMPRIME AS COBRANCAS UNICAS DAS FAMILIAS QUE O -----
      *----------- FATURAMENTO REAL GRAVARIA EM FAMCOB.dat -------------

           IF  WRK-QTD-FAMILIAS EQUAL ZEROS
               GO TO 0266-IMPRIMIR-FAMILIAS-99-FIM
           END-IF.

           MOVE SPACES                         TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "FAMILIAS CONSOLIDADAS"        TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           PERFORM VARYING WRK-IY FROM 1 BY 1
                   UNTIL WRK-IY GREATER WRK-QTD-FAMILIAS

               MOVE WRK-TF-RESPONSAVEL (WRK-IY)
                                         TO WRK-RESP-CORRENTE
               PERFORM 0267-CONFERIR-FAMCOB

               MOVE WRK-RESP-CORRENTE    TO WRK-LF-RESPONSAVEL
               MOVE WRK-TF-MEMBROS (WRK-IY)
                                         TO WRK-LF-MEMBROS
               MOVE WRK-TF-TOTAL (WRK-IY)
                                         TO WRK-LF-TOTAL-ED
               MOVE SPACES               TO WRK-LF-ALERTA
               IF  WRK-FAMILIA-FATURADA EQUAL "S"
                   MOVE "FAMILIA JA FATURADA"
                                         TO WRK-LF-ALERTA
                   ADD 1                 TO WRK-QTD-FAM-FATURADA
                   ADD 1                 TO WRK-QTD-ALERTAS
               END-IF
               MOVE WRK-LINHA-FAMILIA    TO ARQ-RELPRV
               WRITE ARQ-RELPRV

           END-PERFORM.

      *-----------------------------------------------------------------
       0266-IMPRIMIR-FAMILIAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0267-CONFERIR-FAMCOB                                    SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE FAMCOB.dat PROCURANDO COBRANCA DO MESMO ------
      *----------- RESPONSAVEL JA GRAVADA NA COMPETENCIA ---------------

           MOVE "N"                            TO WRK-FAMILIA-FATURADA
           MOVE LOW-VALUES                     TO ARQ-FCO-NUMERO

           START FAMCOB KEY IS GREATER THAN OR EQUAL ARQ-FCO-NUMERO
               INVALID KEY
                   GO TO 0267-CONFERIR-FAMCOB-99-FIM
           END-START.

           READ FAMCOB NEXT RECORD
               AT END
                   GO TO 0267-CONFERIR-FAMCOB-99-FIM
           END-READ.

           PERFORM UNTIL FS-FAMCOB NOT EQUAL ZEROS
                       OR WRK-FAMILIA-FATURADA EQUAL "S"

               IF  ARQ-FCO-RESPONSAVEL  EQUAL WRK-RESP-CORRENTE
               AND ARQ-FCO-COMPETENCIA  EQUAL WRK-COMPETENCIA
                   MOVE "S"                    TO WRK-FAMILIA-FATURADA
               END-IF

               IF  WRK-FAMILIA-FATURADA NOT EQUAL "S"
                   READ FAMCOB NEXT RECORD
                       AT END
                           MOVE 9              TO FS-FAMCOB
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-FAMCOB.

      *-----------------------------------------------------------------
       0267-CONFERIR-FAMCOB-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-IMPRIMIR-RESUMO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- RESUMO DA PREVIA: TOTAIS, ALERTAS E QUEBRAS POR ----
      *----------- CURSO E POR CAMPUS ----------------------------------

           MOVE SPACES                         TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "COBRANCAS CALCULADAS (PARTE DA FAMILIA)"
                                       TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-GERADAS                      TO WRK-LM-QTD-ED
           MOVE WRK-TOT-FAMILIA                      TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "PARCELAS DE FINANCIAMENTO DO GOVERNO"
                                       TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-GOVERNO-PRV                  TO WRK-LM-QTD-ED
           MOVE WRK-TOT-GOVERNO                      TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "SALDO CREDOR ABATIDO"               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-CREDITO-PRV                  TO WRK-LM-QTD-ED
           MOVE WRK-TOT-CREDITO                      TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "ATIVOS JA FATURADOS NA COMPETENCIA" TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-JA-FATURADOS                 TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "COBRANCAS COM ALERTA"               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-ALERTAS                      TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "  VARIACAO ACIMA DO LIMITE"         TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-VARIACAO                     TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "  CURSO SEM PRECO VIGENTE"          TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-SEM-PRECO                    TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "  ATIVO SEM COBRANCA"               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-SEM-COBRANCA                 TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "  PARTE DA FAMILIA ZERADA"          TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-ZERADAS                      TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "  CREDITO JA MOVIMENTADO NO MES"    TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-CRED-NO-MES                  TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE "  FAMILIA JA FATURADA"              TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-FAM-FATURADA                 TO WRK-LM-QTD-ED
           MOVE ZEROS                                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                      TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

      *----------- TOTAIS POR CURSO ------------------------------------
           MOVE SPACES                         TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE WRK-CABECALHO-TOTAL            TO ARQ-RELPRV
           MOVE "POR CURSO"                    TO ARQ-RELPRV(1:15)
           WRITE ARQ-RELPRV.

           PERFORM VARYING WRK-IT FROM 1 BY 1
                   UNTIL WRK-IT GREATER WRK-QTD-CURSOS
               MOVE WRK-TC-NOME (WRK-IT)       TO WRK-LT-NOME
               MOVE WRK-TC-QTD (WRK-IT)        TO WRK-LT-QTD-ED
               MOVE WRK-TC-FAMILIA (WRK-IT)    TO WRK-LT-FAMILIA-ED
               MOVE WRK-TC-GOVERNO (WRK-IT)    TO WRK-LT-GOVERNO-ED
               MOVE WRK-LINHA-TOTAL            TO ARQ-RELPRV
               WRITE ARQ-RELPRV
           END-PERFORM.

      *----------- TOTAIS POR CAMPUS -----------------------------------
           MOVE SPACES                         TO ARQ-RELPRV
           WRITE ARQ-RELPRV.

           MOVE WRK-CABECALHO-TOTAL            TO ARQ-RELPRV
           MOVE "POR CAMPUS"                   TO ARQ-RELPRV(1:15)
           WRITE ARQ-RELPRV.

           PERFORM VARYING WRK-IT FROM 1 BY 1
                   UNTIL WRK-IT GREATER WRK-QTD-CAMPI
               MOVE WRK-TM-NOME (WRK-IT)       TO WRK-LT-NOME
               MOVE WRK-TM-QTD (WRK-IT)        TO WRK-LT-QTD-ED
               MOVE WRK-TM-FAMILIA (WRK-IT)    TO WRK-LT-FAMILIA-ED
               MOVE WRK-TM-GOVERNO (WRK-IT)    TO WRK-LT-GOVERNO-ED
               MOVE WRK-LINHA-TOTAL            TO ARQ-RELPRV
               WRITE ARQ-RELPRV
           END-PERFORM.

      *-----------------------------------------------------------------
       0270-IMPRIMIR-RESUMO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0275-GRAVAR-PREVFAT                                     SECTION.
      *-----------------------------------------------------------------
      *----------- REGISTRA A PREVIA DA COMPETENCIA COMO "GERADA", ----
      *----------- AGUARDANDO A LIBERACAO DO SUPERVISOR (PROGLFAT); ----
      *----------- UMA NOVA PREVIA SUBSTITUI A ANTERIOR ----------------

           MOVE "S"                            TO WRK-ACHOU-PREVIA
           MOVE WRK-COMPETENCIA                TO ARQ-PFA-COMPETENCIA
           READ PREVFAT KEY IS ARQ-PFA-COMPETENCIA
               INVALID KEY
                   MOVE "N"                    TO WRK-ACHOU-PREVIA
           END-READ.

           MOVE WRK-COMPETENCIA                TO ARQ-PFA-COMPETENCIA
           MOVE "GERADA"                       TO ARQ-PFA-STATUS
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-PFA-DATA-PREVIA
           MOVE LNK-OPERADOR                   TO ARQ-PFA-OPER-PREVIA
           MOVE WRK-PATH-RELPRV                TO ARQ-PFA-RELATORIO
           MOVE WRK-QTD-GERADAS                TO ARQ-PFA-QTD-COBRANCAS
           MOVE WRK-TOT-FAMILIA                TO ARQ-PFA-VALOR-TOTAL
           MOVE WRK-QTD-ALERTAS                TO ARQ-PFA-QTD-ALERTAS
           MOVE SPACES                         TO ARQ-PFA-APROVADOR
           MOVE SPACES                         TO ARQ-PFA-DATA-APROV
           MOVE SPACES                         TO ARQ-PFA-OPER-FATUR
           MOVE SPACES                         TO ARQ-PFA-DATA-FATUR

           IF  WRK-ACHOU-PREVIA EQUAL "S"
               REWRITE ARQ-DADOS-PREVFAT
           ELSE
               WRITE ARQ-DADOS-PREVFAT
           END-IF.

      *-----------------------------------------------------------------
       0275-GRAVAR-PREVFAT-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE MATRIZ.

             CLOSE FINANC.

             CLOSE COBGOV.

             IF  WRK-ABRIU-PRECOS EQUAL "S"
                 CLOSE PRECOS
             END-IF.

             CLOSE PREVFAT.

             IF  WRK-ABRIU-TRANCAM EQUAL "S"
                 CLOSE TRANCAM
             END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

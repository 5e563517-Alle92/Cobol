       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRSCF.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONFERENCIA DO RESUMO CONSOLIDADO DO ALUNO
      *----    (RESALUNO.dat) CONTRA OS ARQUIVOS DE MOVIMENTO:
      *----      - REMONTA O RESUMO EM RESCONF.dat PELO MESMO PROGRSMT,
      *----        COM A POSICAO GRAVADA NO PROPRIO RESALUNO (AS CONTAS
      *----        DE VENCIDO, ATRASO E SEMESTRE FICAM NA MESMA DATA),
      *----        E CONFRONTA OS DOIS RM A RM, BLOCO A BLOCO: EM
      *----        ABERTO, VENCIDO, ULTIMO PAGAMENTO, RENEGOCIACAO,
      *----        MEDIA, FALTAS, DEPENDENCIAS E REQUERIMENTOS, ALEM
      *----        DOS RMS QUE SO EXISTEM DE UM DOS LADOS;
      *----      - TOTAL DE CONTROLE INDEPENDENTE: SOMA AS COBRANCAS
      *----        "ABERTO" DE MENSALID.dat DOS RMS DO RESUMO E
      *----        COMPARA COM A SOMA DO SALDO EM ABERTO DO RESUMO.
      *----    GERA CONFRESUMO_AAAAMMDD_HHMMSS.dat, CUJA ULTIMA LINHA
      *----    DIZ SE O RESUMO CONFERE COM O MOVIMENTO. RODAR LOGO
      *----    APOS O PROGRSGE (MOVIMENTO DO DIA AINDA NAO ENTROU NO
      *----    RESUMO E APARECE COMO DIVERGENCIA).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- RESALUNO          I             BOKRSAL
      *---- RESCONF          O/I            BOKRSAL (VIA PROGRSMT)
      *---- MENSALID          I             BOKMENS
      *---- RELCONF           O              ---
      *---- OPLOG             E             BOKOPLOG
      *----
      *-----------------------------------------------------------------

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
           SELECT RESALUNO  ASSIGN TO WRK-PATH-RESALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RESALUNO.

      *----------- RESUMO REMONTADO PARA A CONFERENCIA -----------------
           SELECT RESCONF  ASSIGN TO WRK-PATH-RESCONF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-RCF-RM
                  FILE STATUS IS FS-RESCONF.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT RELCONF ASSIGN TO WRK-PATH-RELCONF
                  FILE STATUS IS FS-RELCONF.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  RESALUNO.
       COPY "BOKRSAL".

      *-------------------- MESMO DESENHO DO BOKRSAL (REMONTAGEM) ------
       FD  RESCONF.
       01  ARQ-DADOS-RESCONF.
           05 ARQ-RCF-RM                PIC X(06).
           05 ARQ-RCF-DATAHORA          PIC X(14).
           05 ARQ-RCF-QTD-ABERTAS       PIC 9(03).
           05 ARQ-RCF-SALDO-ABERTO      PIC 9(08)V99.
           05 ARQ-RCF-QTD-VENCIDAS      PIC 9(03).
           05 ARQ-RCF-VENC-ANTIGO       PIC X(08).
           05 ARQ-RCF-SALDO-90          PIC 9(08)V99.
           05 ARQ-RCF-ULT-PAG-RECIBO    PIC 9(08).
           05 ARQ-RCF-ULT-PAG-DATA      PIC X(08).
           05 ARQ-RCF-ULT-PAG-VALOR     PIC 9(06)V99.
           05 ARQ-RCF-RENEG-SITUACAO    PIC X(10).
           05 ARQ-RCF-RENEG-ABERTAS     PIC 9(03).
           05 ARQ-RCF-RENEG-SALDO       PIC 9(08)V99.
           05 ARQ-RCF-QTD-NOTAS         PIC 9(04).
           05 ARQ-RCF-MEDIA             PIC 9(02)V99.
           05 ARQ-RCF-RISCO-DISCIPLINA  PIC X(15).
           05 ARQ-RCF-RISCO-AULAS       PIC 9(04).
           05 ARQ-RCF-RISCO-FALTAS      PIC 9(04).
           05 ARQ-RCF-RISCO-PERC        PIC 9(03)V99.
           05 ARQ-RCF-QTD-DEPEND        PIC 9(03).
           05 ARQ-RCF-QTD-REQ           PIC 9(03).
           05 ARQ-RCF-ULT-PROTOCOLO     PIC 9(08).
           05 ARQ-RCF-ULT-REQ-STATUS    PIC X(10).

       FD  MENSALID.
       COPY "BOKMENS".

      *-------------------- AREA DO RELATORIO DA CONFERENCIA ----------
       FD  RELCONF.

       01  ARQ-RELCONF                  PIC X(82).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-RESALUNO                  PIC 9(02).
       77  FS-RESCONF                   PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-RELCONF                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELCONF             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- REMONTAGEM DO RESUMO (PROGRSMT) -------------------
       77  WRK-POSICAO                  PIC X(14) VALUE SPACES.
       77  WRK-POSICAO-ED               PIC X(16) VALUE SPACES.
       77  WRK-RSM-QTD                  PIC 9(06) VALUE ZEROS.
       77  WRK-RSM-OK                   PIC X(01) VALUE SPACES.

      *------------- CHAVES DO CONFRONTO (HIGH-VALUES = FIM) -----------
       77  WRK-CHAVE-RSA                PIC X(06) VALUE SPACES.
       77  WRK-CHAVE-RCF                PIC X(06) VALUE SPACES.

      *------------- TOTAIS DA CONFERENCIA -----------------------------
       77  WRK-QTD-RESUMO               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CONFERIDOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ALU-DIVERG           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DIVERG               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SO-RESUMO            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SO-REMONT            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-RESUMO           PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-RESUMO               PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-MOVIMENTO            PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-SEM-RESUMO           PIC 9(10)V99 VALUE ZEROS.
      *--- "S" = RM EM CONFRONTO JA TEVE ALGUMA DIVERGENCIA ------------
       77  WRK-ALU-DIVERGIU             PIC X(01) VALUE SPACES.

      *------------- VALOR DE UM BLOCO PARA A LINHA DE DIVERGENCIA -----
       77  WRK-V-QTD                    PIC 9(04) VALUE ZEROS.
       77  WRK-V-VALOR                  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-V-TEXTO                  PIC X(15) VALUE SPACES.
       01  WRK-VALOR-BLOCO.
           05 WRK-VB-QTD                PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-VB-VALOR              PIC ZZZZZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-VB-TEXTO              PIC X(15).

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-TITULO.
           05 WRK-LTI-TEXTO             PIC X(50).
           05 WRK-LTI-COMPL             PIC X(30).

       01  WRK-CAB-DIVERG.
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(10) VALUE "BLOCO".
           05 FILLER                    PIC X(33) VALUE
              " QTD           VALOR NO RESUMO".
           05 FILLER                    PIC X(32) VALUE
              " QTD           VALOR NO MOVIM.".

       01  WRK-DET-DIVERG.
           05 WRK-DDI-RM                PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDI-BLOCO             PIC X(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDI-RESUMO            PIC X(32).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DDI-MOVIMENTO         PIC X(32).

       01  WRK-LINHA-TOT.
           05 WRK-LT-DESCRICAO          PIC X(40).
           05 WRK-LT-QTD-ED             PIC ZZZZZ9.

       01  WRK-LINHA-VALOR.
           05 WRK-LV-DESCRICAO          PIC X(40).
           05 WRK-LV-VALOR-ED           PIC ZZZZZZZZZ9,99.

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
                  "CONFERENCIA DO RESUMO DO ALUNO"
                  BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  10 COLUMN 20 VALUE "POSICAO DO RESUMO............".
           05 LINE  10 COLUMN 51 FROM  WRK-POSICAO-ED.
           05 LINE  11 COLUMN 20 VALUE "ALUNOS NO RESUMO/REMONTADOS..".
           05 LINE  11 COLUMN 51 FROM  WRK-QTD-RESUMO.
           05 LINE  11 COLUMN 59 FROM  WRK-RSM-QTD.
           05 LINE  12 COLUMN 20 VALUE "ALUNOS COM DIVERGENCIA.......".
           05 LINE  12 COLUMN 51 FROM  WRK-QTD-ALU-DIVERG.
           05 LINE  13 COLUMN 20 VALUE "SALDO ABERTO NO RESUMO.......".
           05 LINE  13 COLUMN 51 FROM  WRK-LV-VALOR-ED.
           05 LINE  14 COLUMN 20 VALUE "COBRANCAS SEM RESUMO.........".
           05 LINE  14 COLUMN 51 FROM  WRK-QTD-SEM-RESUMO.

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

           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA.

      *----------- POSICAO DO RESUMO A CONFERIR ------------------------
            OPEN INPUT RESALUNO.

            IF  FS-RESALUNO NOT EQUAL 0
                MOVE WRK-MSG-RSA-VAZIO         TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            READ RESALUNO NEXT RECORD
                AT END
                    CLOSE RESALUNO
                    MOVE WRK-MSG-RSA-VAZIO     TO WRK-MSG
                    PERFORM 0900-MOSTRA
                    GOBACK
            END-READ.

            MOVE ARQ-RSA-DATAHORA             TO WRK-POSICAO
            CLOSE RESALUNO.

            STRING WRK-POSICAO(7:2) "/" WRK-POSICAO(5:2) "/"
                   WRK-POSICAO(1:4) " "
                   WRK-POSICAO(9:2) ":" WRK-POSICAO(11:2)
                   DELIMITED BY SIZE INTO WRK-POSICAO-ED.

      *----------- ABERTURA DO ARQUIVO DE COBRANCAS --------------------
            OPEN INPUT MENSALID.

            IF  FS-MENSALID EQUAL 35
                OPEN OUTPUT MENSALID
                CLOSE       MENSALID
                OPEN INPUT  MENSALID
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *----------- REMONTAGEM NA MESMA POSICAO DO RESUMO ---------------
           CALL "PROGRSMT" USING WRK-PATH-RESCONF, WRK-POSICAO,
                WRK-RSM-QTD, WRK-RSM-OK.

           IF  WRK-RSM-OK NOT EQUAL "S"
               MOVE WRK-MSG-OPEN               TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           OPEN INPUT RESALUNO.
           OPEN INPUT RESCONF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CONFRESUMO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELCONF

           OPEN OUTPUT RELCONF.

           MOVE SPACES                         TO WRK-LINHA-TITULO
           STRING "CONFERENCIA DO RESUMO DO ALUNO - POSICAO "
                  WRK-POSICAO-ED
                  DELIMITED BY SIZE INTO WRK-LINHA-TITULO
           MOVE WRK-LINHA-TITULO               TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE SPACES                         TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE WRK-CAB-DIVERG                 TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

      *--------------------- PARTE 1: RESUMO X REMONTAGEM --------------
           PERFORM 0210-LER-RESALUNO.
           PERFORM 0215-LER-RESCONF.

           PERFORM UNTIL WRK-CHAVE-RSA EQUAL HIGH-VALUES
                     AND WRK-CHAVE-RCF EQUAL HIGH-VALUES

               EVALUATE TRUE
                   WHEN WRK-CHAVE-RSA EQUAL WRK-CHAVE-RCF
                       PERFORM 0230-CONFRONTAR-ALUNO
                       PERFORM 0210-LER-RESALUNO
                       PERFORM 0215-LER-RESCONF
                   WHEN WRK-CHAVE-RSA LESS WRK-CHAVE-RCF
                       ADD 1                   TO WRK-QTD-SO-RESUMO
                       MOVE SPACES             TO WRK-DET-DIVERG
                       MOVE WRK-CHAVE-RSA      TO WRK-DDI-RM
                       MOVE "RM"               TO WRK-DDI-BLOCO
                       MOVE "SO NO RESUMO"     TO WRK-DDI-RESUMO
                       PERFORM 0260-GRAVAR-DIVERGENCIA
                       PERFORM 0210-LER-RESALUNO
                   WHEN OTHER
                       ADD 1                   TO WRK-QTD-SO-REMONT
                       MOVE SPACES             TO WRK-DET-DIVERG
                       MOVE WRK-CHAVE-RCF      TO WRK-DDI-RM
                       MOVE "RM"               TO WRK-DDI-BLOCO
                       MOVE "SO NO MOVIMENTO"  TO WRK-DDI-MOVIMENTO
                       PERFORM 0260-GRAVAR-DIVERGENCIA
                       PERFORM 0215-LER-RESCONF
               END-EVALUATE

           END-PERFORM.

           CLOSE RESCONF.

      *--------------------- PARTE 2: TOTAL DE CONTROLE ----------------
           PERFORM 0270-TOTALIZAR-MOVIMENTO.

      *----------- TOTAIS ----------------------------------------------
           MOVE SPACES                         TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "ALUNOS NO RESUMO"             TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-RESUMO                 TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "ALUNOS REMONTADOS DO MOVIMENTO" TO WRK-LT-DESCRICAO
           MOVE WRK-RSM-QTD                    TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "ALUNOS CONFERIDOS"            TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-CONFERIDOS             TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "ALUNOS COM DIVERGENCIA"       TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-ALU-DIVERG             TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "RMS SO NO RESUMO"             TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-SO-RESUMO              TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "RMS SO NO MOVIMENTO"          TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-SO-REMONT              TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "SALDO EM ABERTO NO RESUMO"    TO WRK-LV-DESCRICAO
           MOVE WRK-TOT-RESUMO                 TO WRK-LV-VALOR-ED
           MOVE WRK-LINHA-VALOR                TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "COBRANCAS ABERTO DOS RMS DO RESUMO"
                                               TO WRK-LV-DESCRICAO
           MOVE WRK-TOT-MOVIMENTO              TO WRK-LV-VALOR-ED
           MOVE WRK-LINHA-VALOR                TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "COBRANCAS ABERTO SEM RESUMO (QTD)"
                                               TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-SEM-RESUMO             TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           MOVE "COBRANCAS ABERTO SEM RESUMO (VALOR)"
                                               TO WRK-LV-DESCRICAO
           MOVE WRK-TOT-SEM-RESUMO             TO WRK-LV-VALOR-ED
           MOVE WRK-LINHA-VALOR                TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

      *----------- VEREDITO: ULTIMA LINHA DO RELATORIO -----------------
           MOVE SPACES                         TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

           IF  WRK-QTD-DIVERG EQUAL ZEROS
           AND WRK-TOT-RESUMO EQUAL WRK-TOT-MOVIMENTO
               MOVE "RESUMO CONFERE COM O MOVIMENTO"
                                               TO ARQ-RELCONF
               MOVE WRK-REGISTRO               TO WRK-MSG
           ELSE
               MOVE WRK-MSG-RSA-DIVERGE        TO ARQ-RELCONF
               MOVE WRK-MSG-RSA-DIVERGE        TO WRK-MSG
           END-IF.
           WRITE ARQ-RELCONF.

           CLOSE RELCONF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
           OPEN EXTEND OPLOG.

           IF  FS-OPLOG EQUAL 35
               OPEN OUTPUT OPLOG
               CLOSE       OPLOG
               OPEN EXTEND OPLOG
           END-IF.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGRSCF"                     TO ARQ-LOG-PROGRAMA
           MOVE "CONFERENCIA DO RESUMO DO ALUNO"
                                               TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-DIVERG                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCONF               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           CLOSE OPLOG.

           MOVE WRK-TOT-RESUMO                 TO WRK-LV-VALOR-ED

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LER-RESALUNO                                       SECTION.
      *-----------------------------------------------------------------

           READ RESALUNO NEXT RECORD
               AT END
                   MOVE HIGH-VALUES            TO WRK-CHAVE-RSA
                   GO TO 0210-LER-RESALUNO-99-FIM
           END-READ.

           MOVE ARQ-RSA-RM                     TO WRK-CHAVE-RSA
           ADD 1                               TO WRK-QTD-RESUMO
           ADD ARQ-RSA-SALDO-ABERTO            TO WRK-TOT-RESUMO.

      *-----------------------------------------------------------------
       0210-LER-RESALUNO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-LER-RESCONF                                        SECTION.
      *-----------------------------------------------------------------

           READ RESCONF NEXT RECORD
               AT END
                   MOVE HIGH-VALUES            TO WRK-CHAVE-RCF
                   GO TO 0215-LER-RESCONF-99-FIM
           END-READ.

           MOVE ARQ-RCF-RM                     TO WRK-CHAVE-RCF.

      *-----------------------------------------------------------------
       0215-LER-RESCONF-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFRONTAR-ALUNO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- MESMO RM NOS DOIS LADOS: UMA LINHA POR BLOCO --------
      *----------- QUE NAO BATE (QTD, VALOR E REFERENCIA DO BLOCO) -----

           ADD 1                               TO WRK-QTD-CONFERIDOS
           MOVE "N"                            TO WRK-ALU-DIVERGIU.

      *----------- RESUMO GRAVADO EM OUTRA POSICAO (MONTAGEM PARCIAL) --
           IF  ARQ-RSA-DATAHORA NOT EQUAL WRK-POSICAO
               MOVE ZEROS                      TO WRK-V-QTD WRK-V-VALOR
               MOVE ARQ-RSA-DATAHORA           TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE WRK-POSICAO                TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "POSICAO"                  TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-QTD-ABERTAS  NOT EQUAL ARQ-RCF-QTD-ABERTAS
           OR  ARQ-RSA-SALDO-ABERTO NOT EQUAL ARQ-RCF-SALDO-ABERTO
               MOVE SPACES                     TO WRK-V-TEXTO
               MOVE ARQ-RSA-QTD-ABERTAS        TO WRK-V-QTD
               MOVE ARQ-RSA-SALDO-ABERTO       TO WRK-V-VALOR
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-QTD-ABERTAS        TO WRK-V-QTD
               MOVE ARQ-RCF-SALDO-ABERTO       TO WRK-V-VALOR
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "EM ABERTO"                TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-QTD-VENCIDAS NOT EQUAL ARQ-RCF-QTD-VENCIDAS
           OR  ARQ-RSA-VENC-ANTIGO  NOT EQUAL ARQ-RCF-VENC-ANTIGO
           OR  ARQ-RSA-SALDO-90     NOT EQUAL ARQ-RCF-SALDO-90
               MOVE ARQ-RSA-QTD-VENCIDAS       TO WRK-V-QTD
               MOVE ARQ-RSA-SALDO-90           TO WRK-V-VALOR
               MOVE ARQ-RSA-VENC-ANTIGO        TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-QTD-VENCIDAS       TO WRK-V-QTD
               MOVE ARQ-RCF-SALDO-90           TO WRK-V-VALOR
               MOVE ARQ-RCF-VENC-ANTIGO        TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "VENCIDO"                  TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-ULT-PAG-RECIBO NOT EQUAL ARQ-RCF-ULT-PAG-RECIBO
           OR  ARQ-RSA-ULT-PAG-DATA   NOT EQUAL ARQ-RCF-ULT-PAG-DATA
           OR  ARQ-RSA-ULT-PAG-VALOR  NOT EQUAL ARQ-RCF-ULT-PAG-VALOR
               MOVE ZEROS                      TO WRK-V-QTD
               MOVE ARQ-RSA-ULT-PAG-VALOR      TO WRK-V-VALOR
               MOVE ARQ-RSA-ULT-PAG-RECIBO     TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-ULT-PAG-VALOR      TO WRK-V-VALOR
               MOVE ARQ-RCF-ULT-PAG-RECIBO     TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "ULT.PAGTO"                TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-RENEG-SITUACAO NOT EQUAL ARQ-RCF-RENEG-SITUACAO
           OR  ARQ-RSA-RENEG-ABERTAS  NOT EQUAL ARQ-RCF-RENEG-ABERTAS
           OR  ARQ-RSA-RENEG-SALDO    NOT EQUAL ARQ-RCF-RENEG-SALDO
               MOVE ARQ-RSA-RENEG-ABERTAS      TO WRK-V-QTD
               MOVE ARQ-RSA-RENEG-SALDO        TO WRK-V-VALOR
               MOVE ARQ-RSA-RENEG-SITUACAO     TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-RENEG-ABERTAS      TO WRK-V-QTD
               MOVE ARQ-RCF-RENEG-SALDO        TO WRK-V-VALOR
               MOVE ARQ-RCF-RENEG-SITUACAO     TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "RENEGOC."                 TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-QTD-NOTAS NOT EQUAL ARQ-RCF-QTD-NOTAS
           OR  ARQ-RSA-MEDIA     NOT EQUAL ARQ-RCF-MEDIA
               MOVE SPACES                     TO WRK-V-TEXTO
               MOVE ARQ-RSA-QTD-NOTAS          TO WRK-V-QTD
               MOVE ARQ-RSA-MEDIA              TO WRK-V-VALOR
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-QTD-NOTAS          TO WRK-V-QTD
               MOVE ARQ-RCF-MEDIA              TO WRK-V-VALOR
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "MEDIA"                    TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-RISCO-DISCIPLINA
                                 NOT EQUAL ARQ-RCF-RISCO-DISCIPLINA
           OR  ARQ-RSA-RISCO-AULAS  NOT EQUAL ARQ-RCF-RISCO-AULAS
           OR  ARQ-RSA-RISCO-FALTAS NOT EQUAL ARQ-RCF-RISCO-FALTAS
           OR  ARQ-RSA-RISCO-PERC   NOT EQUAL ARQ-RCF-RISCO-PERC
               MOVE ARQ-RSA-RISCO-FALTAS       TO WRK-V-QTD
               MOVE ARQ-RSA-RISCO-PERC         TO WRK-V-VALOR
               MOVE ARQ-RSA-RISCO-DISCIPLINA   TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-RISCO-FALTAS       TO WRK-V-QTD
               MOVE ARQ-RCF-RISCO-PERC         TO WRK-V-VALOR
               MOVE ARQ-RCF-RISCO-DISCIPLINA   TO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "FALTAS"                   TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-QTD-DEPEND NOT EQUAL ARQ-RCF-QTD-DEPEND
               MOVE SPACES                     TO WRK-V-TEXTO
               MOVE ZEROS                      TO WRK-V-VALOR
               MOVE ARQ-RSA-QTD-DEPEND         TO WRK-V-QTD
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-QTD-DEPEND         TO WRK-V-QTD
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "DEPENDENC"                TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  ARQ-RSA-QTD-REQ        NOT EQUAL ARQ-RCF-QTD-REQ
           OR  ARQ-RSA-ULT-PROTOCOLO  NOT EQUAL ARQ-RCF-ULT-PROTOCOLO
           OR  ARQ-RSA-ULT-REQ-STATUS NOT EQUAL ARQ-RCF-ULT-REQ-STATUS
               MOVE ZEROS                      TO WRK-V-VALOR
               MOVE ARQ-RSA-QTD-REQ            TO WRK-V-QTD
               MOVE SPACES                     TO WRK-V-TEXTO
               STRING ARQ-RSA-ULT-PROTOCOLO " " ARQ-RSA-ULT-REQ-STATUS
                      DELIMITED BY SIZE INTO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-RESUMO
               MOVE ARQ-RCF-QTD-REQ            TO WRK-V-QTD
               MOVE SPACES                     TO WRK-V-TEXTO
               STRING ARQ-RCF-ULT-PROTOCOLO " " ARQ-RCF-ULT-REQ-STATUS
                      DELIMITED BY SIZE INTO WRK-V-TEXTO
               PERFORM 0250-MONTAR-VALOR
               MOVE WRK-VALOR-BLOCO            TO WRK-DDI-MOVIMENTO
               MOVE "REQUERIM."                TO WRK-DDI-BLOCO
               PERFORM 0255-GRAVAR-BLOCO
           END-IF.

           IF  WRK-ALU-DIVERGIU EQUAL "S"
               ADD 1                           TO WRK-QTD-ALU-DIVERG
           END-IF.

      *-----------------------------------------------------------------
       0230-CONFRONTAR-ALUNO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-MONTAR-VALOR                                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-V-QTD                      TO WRK-VB-QTD
           MOVE WRK-V-VALOR                    TO WRK-VB-VALOR
           MOVE WRK-V-TEXTO                    TO WRK-VB-TEXTO.

      *-----------------------------------------------------------------
       0250-MONTAR-VALOR-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-GRAVAR-BLOCO                                       SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-RSA-RM                     TO WRK-DDI-RM
           MOVE "S"                            TO WRK-ALU-DIVERGIU
           PERFORM 0260-GRAVAR-DIVERGENCIA.

      *-----------------------------------------------------------------
       0255-GRAVAR-BLOCO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-GRAVAR-DIVERGENCIA                                 SECTION.
      *-----------------------------------------------------------------

           ADD 1                               TO WRK-QTD-DIVERG
           MOVE WRK-DET-DIVERG                 TO ARQ-RELCONF
           WRITE ARQ-RELCONF.

      *-----------------------------------------------------------------
       0260-GRAVAR-DIVERGENCIA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-TOTALIZAR-MOVIMENTO                                SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA DIRETA DAS COBRANCAS "ABERTO" DE MENSALID.dat --
      *----------- DOS RMS QUE TEM RESUMO, SEM PASSAR PELO PROGRSMT ----

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0270-TOTALIZAR-MOVIMENTO-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0270-TOTALIZAR-MOVIMENTO-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-STATUS EQUAL "ABERTO"
                   MOVE ARQ-MEN-RM             TO ARQ-RSA-RM
                   READ RESALUNO KEY IS ARQ-RSA-RM
                       INVALID KEY
                           ADD 1               TO WRK-QTD-SEM-RESUMO
                           ADD ARQ-MEN-VALOR   TO WRK-TOT-SEM-RESUMO
                       NOT INVALID KEY
                           ADD ARQ-MEN-VALOR   TO WRK-TOT-MOVIMENTO
                   END-READ
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0270-TOTALIZAR-MOVIMENTO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           CLOSE RESALUNO.
           CLOSE MENSALID.

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

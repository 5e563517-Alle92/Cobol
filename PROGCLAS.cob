       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCLAS.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CLASSIFICACAO E CHAMADAS DO PROCESSO SELETIVO.
      *----    CALCULA A NOTA FINAL PONDERADA DE CADA CANDIDATO
      *----    (PESOS SEL-PESOOBJ E SEL-PESORED), ELIMINA O AUSENTE E
      *----    QUEM FICAR ABAIXO DE SEL-NOTAMIN, ORDENA OS DEMAIS POR
      *----    CURSO (NOTA FINAL, DESEMPATE PELA REDACAO E PELA DATA
      *----    DE INSCRICAO) E CONVOCA, NA ORDEM, ATE PREENCHER AS
      *----    VAGAS DO CURSO EM CURSOS.dat (ZERO = SEM LIMITE). CADA
      *----    RODADA E UMA NOVA CHAMADA NUMERADA POR CURSO, COM PRAZO
      *----    DE SEL-PRAZO DIAS PARA A CONFIRMACAO (PROGCAMT). O
      *----    CONVOCADO QUE DEIXOU O PRAZO PASSAR VIRA NAOCONFIRM E A
      *----    VAGA DELE ENTRA NA CHAMADA SEGUINTE. INFORMANDO O NUMERO
      *----    DE UMA CHAMADA JA FEITA, A LISTA E REIMPRESSA SEM
      *----    ALTERAR NADA. LISTA EM CHAMADA_AAAAMMDD_HHMMSS.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CANDIDAT         I/O            BOKCAND
      *---- CURSOS            I             BOKCURS
      *---- RELCHAM           O              ----
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
           SELECT CANDIDAT  ASSIGN TO WRK-PATH-CANDIDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CAN-CHAVE
                  FILE STATUS IS FS-CANDIDAT.

           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

           SELECT RELCHAM ASSIGN TO WRK-PATH-RELCHAM
                  FILE STATUS IS FS-RELCHAM.

           SELECT SORTCLA ASSIGN TO "SORTCLA.TMP".

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CANDIDAT.
       COPY "BOKCAND".

       FD  CURSOS.
       COPY "BOKCURS".

      *-------------------- AREA DA LISTA DE CHAMADA -------------------
       FD  RELCHAM.

       01  ARQ-RELCHAM                  PIC X(80).

      *-------------------- AREA DE ORDENACAO POR CURSO E NOTA ---------
       SD  SORTCLA.
       01  SD-CLA.
           05 SD-CLA-CURSO              PIC X(15).
           05 SD-CLA-NOTA-FINAL         PIC 9(03)V99.
           05 SD-CLA-NOTA-REDACAO       PIC 9(03)V99.
           05 SD-CLA-DATA-INSCRICAO     PIC X(08).
           05 SD-CLA-CPF                PIC X(11).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CLA-PROCESSO     PIC X(06).
      *--- CURSO EM BRANCO = TODOS OS CURSOS DO PROCESSO ---------------
           05 WRK-TEMP-CLA-CURSO        PIC X(15).
      *--- CHAMADA ZERO = NOVA CHAMADA; DIFERENTE DE ZERO = REIMPRIME --
           05 WRK-TEMP-CLA-CHAMADA      PIC 9(02).

      *------------- VARIAVEIS DE STATUS
       77  FS-CANDIDAT                  PIC 9(02).
       77  FS-CURSOS                    PIC 9(02).
       77  FS-RELCHAM                   PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-RELCHAM             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DE NEGOCIO (PARAMET.dat VIA PROGPLER) --
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
      *--- PESOS DA PROVA OBJETIVA E DA REDACAO NA NOTA FINAL, NOTA ----
      *--- FINAL MINIMA E DIAS DE PRAZO PARA CONFIRMAR A MATRICULA -----
       77  WRK-PESO-OBJETIVA            PIC 9(03)V99 VALUE 1.
       77  WRK-PESO-REDACAO             PIC 9(03)V99 VALUE 1.
       77  WRK-NOTA-MINIMA              PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PRAZO-DIAS               PIC 9(03)    VALUE 3.

      *------------- CONTROLE DA RODADA --------------------------------
       77  WRK-HOJE                     PIC X(08) VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-PRAZO-BRUTO              PIC X(08) VALUE SPACES.
       77  WRK-PRAZO-CHAMADA            PIC X(08) VALUE SPACES.
       77  WRK-ALTERADO                 PIC X(01) VALUE "N".
       77  WRK-CURSO-ATUAL              PIC X(15) VALUE SPACES.
       77  WRK-POSICAO                  PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU-PROCESSO           PIC X(01) VALUE "N".

      *------------- CONTADORES DA RODADA ------------------------------
       77  WRK-QTD-CONVOCADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXPIRADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ELIMINADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEMNOTA              PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.

      *------------- VAGAS E CHAMADAS POR CURSO DO PROCESSO ------------
      *--- OCUPADAS = MATRICULADOS + CONVOCADOS AINDA NO PRAZO ---------
       01  WRK-TAB-CURSOS.
           05 WRK-TC-ITEM OCCURS 100 TIMES INDEXED BY IX-TC.
               10 WRK-TC-CURSO          PIC X(15).
               10 WRK-TC-VAGAS          PIC 9(04).
               10 WRK-TC-OCUPADAS       PIC 9(04).
               10 WRK-TC-ULT-CHAMADA    PIC 9(02).
               10 WRK-TC-CONVOCADOS     PIC 9(04).

       77  WRK-QTD-TC                   PIC 9(03) VALUE ZEROS.

      *------------- LINHAS DA LISTA DE CHAMADA ------------------------
       01  WRK-LINHA-CURSO.
           05 FILLER                    PIC X(06) VALUE "CURSO ".
           05 WRK-LC-CURSO              PIC X(15).
           05 FILLER                    PIC X(09) VALUE "  VAGAS: ".
           05 WRK-LC-VAGAS-ED           PIC ZZZ9.
           05 FILLER                    PIC X(12) VALUE "  OCUPADAS: ".
           05 WRK-LC-OCUPADAS-ED        PIC ZZZ9.
           05 FILLER                    PIC X(11) VALUE "  CHAMADA: ".
           05 WRK-LC-CHAMADA-ED         PIC Z9.

       01  WRK-LINHA-REL.
           05 WRK-LR-POSICAO-ED         PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-CPF                PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-NOTA-ED            PIC ZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-PRAZO              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-STATUS             PIC X(10).

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
           05 LINE  01 COLUMN 20 VALUE
                  "PROCESSO SELETIVO - CLASSIFICACAO E CHAMADAS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "PROCESSO (AAAA-S)".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CLA-PROCESSO.
           05 LINE  08 COLUMN 30 VALUE "CURSO (EM BRANCO=TODOS)".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-CLA-CURSO.
           05 LINE  09 COLUMN 30 VALUE "CHAMADA (00=NOVA)".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CLA-CHAMADA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 09 VALUE "CONFIRMA A CHAMADA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 40 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "CONVOCADOS NA CHAMADA".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-CONVOCADOS.
           05 LINE  12 COLUMN 30 VALUE "VAGAS DEVOLVIDAS.....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-EXPIRADOS.
           05 LINE  13 COLUMN 30 VALUE "ELIMINADOS...........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ELIMINADOS.
           05 LINE  14 COLUMN 30 VALUE "SEM NOTAS LANCADAS...".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-SEMNOTA.

       01  SCR-REIMPRESSO.
           05 LINE  11 COLUMN 30 VALUE "CANDIDATOS LISTADOS..".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-LISTADOS.

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

      *----------- ABERTURA DOS CANDIDATOS (I-O) -----------------------
            OPEN I-O CANDIDAT.

            IF  FS-CANDIDAT NOT EQUAL 0
                EVALUATE FS-CANDIDAT
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

      *----------- ABERTURA DO CATALOGO DE CURSOS (SOMENTE LEITURA) ----
            OPEN INPUT CURSOS.

            IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CANDIDAT
                GOBACK
            END-IF.

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "SEL-PESOOBJ"                 TO WRK-PARM-CODIGO
           MOVE WRK-PESO-OBJETIVA             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-PESO-OBJETIVA.

           MOVE "SEL-PESORED"                 TO WRK-PARM-CODIGO
           MOVE WRK-PESO-REDACAO              TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-PESO-REDACAO.

      *----------- PESOS ZERADOS NO CADASTRO: MEDIA SIMPLES ------------
           IF  WRK-PESO-OBJETIVA EQUAL ZEROS
           AND WRK-PESO-REDACAO  EQUAL ZEROS
               MOVE 1                         TO WRK-PESO-OBJETIVA
                                                 WRK-PESO-REDACAO
           END-IF.

           MOVE "SEL-NOTAMIN"                 TO WRK-PARM-CODIGO
           MOVE WRK-NOTA-MINIMA               TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-NOTA-MINIMA.

           MOVE "SEL-PRAZO"                   TO WRK-PARM-CODIGO
           MOVE WRK-PRAZO-DIAS                TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-PRAZO-DIAS.

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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-CLA-PROCESSO (1:4) EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-CLA-PROCESSO EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CLA-CURSO NOT EQUAL SPACES
              MOVE WRK-TEMP-CLA-CURSO         TO ARQ-CURSO-COD
              READ CURSOS KEY IS ARQ-CURSO-COD
                  INVALID KEY
                      MOVE WRK-MSG-CURSO-NAOENCONT TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
           END-IF.

      *--------------- O PROCESSO PRECISA TER CANDIDATOS ---------------
           MOVE "N"                           TO WRK-ACHOU-PROCESSO
           MOVE WRK-TEMP-CLA-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE LOW-VALUES                    TO ARQ-CAN-CPF

           START CANDIDAT KEY IS GREATER THAN OR EQUAL ARQ-CAN-CHAVE
               NOT INVALID KEY
                   READ CANDIDAT NEXT RECORD
                       NOT AT END
                           IF  ARQ-CAN-PROCESSO EQUAL
                                               WRK-TEMP-CLA-PROCESSO
                               MOVE "S"       TO WRK-ACHOU-PROCESSO
                           END-IF
                   END-READ
           END-START.

           IF  WRK-ACHOU-PROCESSO NOT EQUAL "S"
               MOVE WRK-MSG-CAN-SEMCAND       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO (SO NA NOVA CHAMADA) --------

           IF  WRK-TEMP-CLA-CHAMADA EQUAL ZEROS
               ACCEPT SCR-OPCAO
               IF WRK-OPCAO      NOT EQUAL "S"  AND
                  WRK-OPCAO      NOT EQUAL "s"
                   MOVE WRK-SEMCONFIRM        TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
               END-IF
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)            TO WRK-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-HOJE))

           MOVE SPACES                        TO WRK-PATH-RELCHAM
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CHAMADA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELCHAM

           OPEN OUTPUT RELCHAM.

           MOVE ZEROS                         TO WRK-QTD-CONVOCADOS
                                                 WRK-QTD-EXPIRADOS
                                                 WRK-QTD-ELIMINADOS
                                                 WRK-QTD-SEMNOTA
                                                 WRK-QTD-LISTADOS
                                                 WRK-QTD-TC
           INITIALIZE WRK-TAB-CURSOS.

      *--------------- REIMPRESSAO DE UMA CHAMADA JA FEITA -------------
           IF  WRK-TEMP-CLA-CHAMADA NOT EQUAL ZEROS
               PERFORM 0250-REIMPRIMIR
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE SPACES                        TO ARQ-RELCHAM
           STRING "PROCESSO SELETIVO " WRK-TEMP-CLA-PROCESSO
                  " - CHAMADA DE "
                  WRK-HOJE(7:2) "/" WRK-HOJE(5:2) "/" WRK-HOJE(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

      *--------------- PRAZO DA CHAMADA: HOJE + SEL-PRAZO DIAS, -------
      *--------------- ROLADO PARA O PROXIMO DIA UTIL ------------------
           COMPUTE WRK-DATA-INT = WRK-HOJE-INT + WRK-PRAZO-DIAS
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           MOVE WRK-DATA-NUM                  TO WRK-PRAZO-BRUTO
           CALL "PROGDUTIL" USING WRK-PRAZO-BRUTO, WRK-PRAZO-CHAMADA.

      *--------------- NOTAS, ELIMINACOES E VAGAS DEVOLVIDAS -----------
           MOVE SPACES                        TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.
           MOVE "PRAZO ESGOTADO SEM CONFIRMACAO (VAGA DEVOLVIDA)"
                                              TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

           PERFORM 0205-PREPARAR-CANDIDATOS.

      *--------------- ORDEM DE CLASSIFICACAO E CONVOCACAO -------------
           SORT SORTCLA
               ON ASCENDING  KEY SD-CLA-CURSO
               ON DESCENDING KEY SD-CLA-NOTA-FINAL
                                 SD-CLA-NOTA-REDACAO
               ON ASCENDING  KEY SD-CLA-DATA-INSCRICAO
                                 SD-CLA-CPF
               INPUT  PROCEDURE 0210-SELECIONAR-CLASSIFICAVEIS
               OUTPUT PROCEDURE 0220-CLASSIFICAR-CONVOCAR.

           MOVE SPACES                        TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.
           MOVE SPACES                        TO ARQ-RELCHAM
           STRING "CONVOCADOS: " WRK-QTD-CONVOCADOS
                  "  VAGAS DEVOLVIDAS: " WRK-QTD-EXPIRADOS
                  "  ELIMINADOS: " WRK-QTD-ELIMINADOS
                  DELIMITED BY SIZE INTO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

           CLOSE RELCHAM.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-LOG-DATAHORA
           MOVE "PROGCLAS"                    TO ARQ-LOG-PROGRAMA
           MOVE "CHAMADA PROCESSO SELETIVO"   TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-CONVOCADOS            TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCHAM              TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                  TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-PREPARAR-CANDIDATOS                                SECTION.
      *-----------------------------------------------------------------
      *----------- PRIMEIRA PASSADA NO PROCESSO: NOTA FINAL, -----------
      *----------- ELIMINACAO, PRAZOS ESGOTADOS E VAGAS OCUPADAS -------

           MOVE WRK-TEMP-CLA-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE LOW-VALUES                    TO ARQ-CAN-CPF

           START CANDIDAT KEY IS GREATER THAN OR EQUAL ARQ-CAN-CHAVE
               INVALID KEY
                   GO TO 0205-PREPARAR-CANDIDATOS-99-FIM
           END-START.

           READ CANDIDAT NEXT RECORD
               AT END
                   GO TO 0205-PREPARAR-CANDIDATOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CANDIDAT NOT EQUAL ZEROS
                      OR ARQ-CAN-PROCESSO NOT EQUAL
                                              WRK-TEMP-CLA-PROCESSO

               IF  WRK-TEMP-CLA-CURSO EQUAL SPACES
               OR  ARQ-CAN-CURSO EQUAL WRK-TEMP-CLA-CURSO
                   PERFORM 0206-PREPARAR-CANDIDATO
               END-IF

               READ CANDIDAT NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-CANDIDAT
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-CANDIDAT.

      *-----------------------------------------------------------------
       0205-PREPARAR-CANDIDATOS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0206-PREPARAR-CANDIDATO                                 SECTION.
      *-----------------------------------------------------------------

           MOVE "N"                           TO WRK-ALTERADO
           PERFORM 0207-LOCALIZAR-CURSO.

           EVALUATE ARQ-CAN-STATUS
               WHEN "INSCRITO"
               WHEN "CLASSIFIC"
                   PERFORM 0208-AVALIAR-NOTAS
               WHEN "CONVOCADO"
      *----------- PRAZO ESGOTADO: A VAGA VOLTA PARA ESTA CHAMADA ------
                   IF  ARQ-CAN-PRAZO LESS WRK-HOJE
                       MOVE "NAOCONFIRM"      TO ARQ-CAN-STATUS
                       MOVE "S"               TO WRK-ALTERADO
                       ADD 1                  TO WRK-QTD-EXPIRADOS
                       PERFORM 0240-LINHA-CANDIDATO
                   ELSE
                       ADD 1             TO WRK-TC-OCUPADAS (IX-TC)
                   END-IF
               WHEN "MATRICULAD"
                   ADD 1                 TO WRK-TC-OCUPADAS (IX-TC)
           END-EVALUATE.

           IF  ARQ-CAN-CHAMADA GREATER WRK-TC-ULT-CHAMADA (IX-TC)
               MOVE ARQ-CAN-CHAMADA  TO WRK-TC-ULT-CHAMADA (IX-TC)
           END-IF.

           IF  WRK-ALTERADO EQUAL "S"
               REWRITE ARQ-DADOS-CANDIDATO
           END-IF.

      *-----------------------------------------------------------------
       0206-PREPARAR-CANDIDATO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0207-LOCALIZAR-CURSO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- POSICIONA IX-TC NO CURSO DO CANDIDATO, INCLUINDO ----
      *----------- O CURSO NA TABELA (COM AS VAGAS DE CURSOS.dat) ------

           SET IX-TC                          TO 1
           SEARCH WRK-TC-ITEM
               AT END
                   SET IX-TC                  TO 100
               WHEN IX-TC GREATER WRK-QTD-TC
                   IF  WRK-QTD-TC LESS 100
                       ADD 1                  TO WRK-QTD-TC
                   END-IF
                   SET IX-TC                  TO WRK-QTD-TC
                   MOVE ARQ-CAN-CURSO    TO WRK-TC-CURSO (IX-TC)
                   MOVE ARQ-CAN-CURSO    TO ARQ-CURSO-COD
                   READ CURSOS KEY IS ARQ-CURSO-COD
                       INVALID KEY
                           MOVE ZEROS         TO ARQ-CURSO-VAGAS
                   END-READ
                   MOVE ARQ-CURSO-VAGAS  TO WRK-TC-VAGAS (IX-TC)
               WHEN WRK-TC-CURSO (IX-TC) EQUAL ARQ-CAN-CURSO
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0207-LOCALIZAR-CURSO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0208-AVALIAR-NOTAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- SEM PRESENCA LANCADA O CANDIDATO AGUARDA; AUSENTE --
      *----------- OU ABAIXO DA NOTA MINIMA E ELIMINADO ----------------

           IF  ARQ-CAN-PRESENTE EQUAL SPACES
               ADD 1                          TO WRK-QTD-SEMNOTA
               GO TO 0208-AVALIAR-NOTAS-99-FIM
           END-IF.

           MOVE "S"                           TO WRK-ALTERADO

           IF  ARQ-CAN-PRESENTE NOT EQUAL "S"
               MOVE ZEROS                     TO ARQ-CAN-NOTA-FINAL
               MOVE "ELIMINADO"               TO ARQ-CAN-STATUS
               ADD 1                          TO WRK-QTD-ELIMINADOS
               GO TO 0208-AVALIAR-NOTAS-99-FIM
           END-IF.

           COMPUTE ARQ-CAN-NOTA-FINAL ROUNDED =
                 ( ARQ-CAN-NOTA-OBJETIVA * WRK-PESO-OBJETIVA
                 + ARQ-CAN-NOTA-REDACAO  * WRK-PESO-REDACAO )
                 / ( WRK-PESO-OBJETIVA + WRK-PESO-REDACAO ).

           IF  ARQ-CAN-NOTA-FINAL LESS WRK-NOTA-MINIMA
               MOVE "ELIMINADO"               TO ARQ-CAN-STATUS
               ADD 1                          TO WRK-QTD-ELIMINADOS
           END-IF.

      *-----------------------------------------------------------------
       0208-AVALIAR-NOTAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-CLASSIFICAVEIS                          SECTION.
      *-----------------------------------------------------------------
      *----------- ENTRAM NA ORDENACAO TODOS OS QUE FIZERAM A PROVA E --
      *----------- NAO FORAM ELIMINADOS (A POSICAO CONTA OS JA ---------
      *----------- CONVOCADOS, MATRICULADOS E OS QUE NAO CONFIRMARAM) --

           MOVE WRK-TEMP-CLA-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE LOW-VALUES                    TO ARQ-CAN-CPF

           START CANDIDAT KEY IS GREATER THAN OR EQUAL ARQ-CAN-CHAVE
               INVALID KEY
                   GO TO 0210-SELECIONAR-CLASSIFICAVEIS-99-FIM
           END-START.

           READ CANDIDAT NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-CLASSIFICAVEIS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CANDIDAT NOT EQUAL ZEROS
                      OR ARQ-CAN-PROCESSO NOT EQUAL
                                              WRK-TEMP-CLA-PROCESSO

               IF  ( WRK-TEMP-CLA-CURSO EQUAL SPACES
                  OR ARQ-CAN-CURSO EQUAL WRK-TEMP-CLA-CURSO )
               AND ARQ-CAN-PRESENTE EQUAL "S"
               AND ARQ-CAN-STATUS NOT EQUAL "ELIMINADO"
                   MOVE ARQ-CAN-CURSO         TO SD-CLA-CURSO
                   MOVE ARQ-CAN-NOTA-FINAL    TO SD-CLA-NOTA-FINAL
                   MOVE ARQ-CAN-NOTA-REDACAO  TO SD-CLA-NOTA-REDACAO
                   MOVE ARQ-CAN-DATA-INSCRICAO
                                              TO SD-CLA-DATA-INSCRICAO
                   MOVE ARQ-CAN-CPF           TO SD-CLA-CPF
                   RELEASE SD-CLA
               END-IF

               READ CANDIDAT NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-CANDIDAT
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-CANDIDAT.

      *-----------------------------------------------------------------
       0210-SELECIONAR-CLASSIFICAVEIS-99-FIM                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CLASSIFICAR-CONVOCAR                               SECTION.
      *-----------------------------------------------------------------
      *----------- QUEBRA POR CURSO: POSICAO NA ORDEM E CONVOCACAO ----
      *----------- DOS CLASSIFICADOS ATE PREENCHER AS VAGAS ------------

           RETURN SORTCLA
               AT END
                   GO TO 0220-CLASSIFICAR-CONVOCAR-99-FIM
           END-RETURN.

           MOVE ZEROS                         TO FS-SORT
           MOVE SD-CLA-CURSO                  TO WRK-CURSO-ATUAL
           PERFORM 0221-INICIAR-CURSO.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               IF  SD-CLA-CURSO NOT EQUAL WRK-CURSO-ATUAL
                   PERFORM 0230-FECHAR-CURSO
                   MOVE SD-CLA-CURSO          TO WRK-CURSO-ATUAL
                   PERFORM 0221-INICIAR-CURSO
               END-IF

               PERFORM 0225-CLASSIFICAR-CANDIDATO

               RETURN SORTCLA
                   AT END
                       MOVE 9                 TO FS-SORT
               END-RETURN

           END-PERFORM.

           PERFORM 0230-FECHAR-CURSO.

      *-----------------------------------------------------------------
       0220-CLASSIFICAR-CONVOCAR-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0221-INICIAR-CURSO                                      SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                         TO WRK-POSICAO
           MOVE WRK-CURSO-ATUAL               TO ARQ-CAN-CURSO
           PERFORM 0207-LOCALIZAR-CURSO.

           MOVE SPACES                        TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.
           MOVE WRK-CURSO-ATUAL               TO WRK-LC-CURSO
           MOVE WRK-TC-VAGAS (IX-TC)          TO WRK-LC-VAGAS-ED
           MOVE WRK-TC-OCUPADAS (IX-TC)       TO WRK-LC-OCUPADAS-ED
           COMPUTE WRK-LC-CHAMADA-ED = WRK-TC-ULT-CHAMADA (IX-TC) + 1
           MOVE WRK-LINHA-CURSO               TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

           MOVE "POS. NOME                 CPF           NOTA PRAZO"
                                              TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

      *-----------------------------------------------------------------
       0221-INICIAR-CURSO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CLASSIFICAR-CANDIDATO                              SECTION.
      *-----------------------------------------------------------------

           ADD 1                              TO WRK-POSICAO

           MOVE WRK-TEMP-CLA-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE SD-CLA-CPF                    TO ARQ-CAN-CPF
           READ CANDIDAT KEY IS ARQ-CAN-CHAVE
               INVALID KEY
                   GO TO 0225-CLASSIFICAR-CANDIDATO-99-FIM
           END-READ.

           MOVE WRK-POSICAO                   TO ARQ-CAN-CLASSIFICACAO

           IF  ARQ-CAN-STATUS EQUAL "INSCRITO"
               MOVE "CLASSIFIC"               TO ARQ-CAN-STATUS
           END-IF.

      *----------- HA VAGA LIVRE NO CURSO: CONVOCA NESTA CHAMADA -------
           IF  ARQ-CAN-STATUS EQUAL "CLASSIFIC"
           AND ( WRK-TC-VAGAS (IX-TC) EQUAL ZEROS
              OR WRK-TC-OCUPADAS (IX-TC) LESS WRK-TC-VAGAS (IX-TC) )
               MOVE "CONVOCADO"               TO ARQ-CAN-STATUS
               COMPUTE ARQ-CAN-CHAMADA =
                       WRK-TC-ULT-CHAMADA (IX-TC) + 1
               MOVE WRK-HOJE                  TO ARQ-CAN-DATA-CONVOCACAO
               MOVE WRK-PRAZO-CHAMADA         TO ARQ-CAN-PRAZO
               ADD 1                     TO WRK-TC-OCUPADAS (IX-TC)
                                            WRK-TC-CONVOCADOS (IX-TC)
               ADD 1                          TO WRK-QTD-CONVOCADOS
               PERFORM 0240-LINHA-CANDIDATO
           END-IF.

           REWRITE ARQ-DADOS-CANDIDATO.

      *-----------------------------------------------------------------
       0225-CLASSIFICAR-CANDIDATO-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-FECHAR-CURSO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CURSO SEM CONVOCADOS NESTA CHAMADA: VAGAS JA -------
      *----------- PREENCHIDAS OU LISTA DE CLASSIFICADOS ESGOTADA ------

           IF  WRK-TC-CONVOCADOS (IX-TC) EQUAL ZEROS
               IF  WRK-TC-VAGAS (IX-TC) NOT EQUAL ZEROS
               AND WRK-TC-OCUPADAS (IX-TC) NOT LESS
                                          WRK-TC-VAGAS (IX-TC)
                   MOVE "NENHUMA VAGA EM ABERTO"  TO ARQ-RELCHAM
               ELSE
                   MOVE "SEM CLASSIFICADOS PARA CONVOCAR"
                                              TO ARQ-RELCHAM
               END-IF
               WRITE ARQ-RELCHAM
           END-IF.

      *-----------------------------------------------------------------
       0230-FECHAR-CURSO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-LINHA-CANDIDATO                                    SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                        TO WRK-LR-PRAZO
           MOVE ARQ-CAN-CLASSIFICACAO         TO WRK-LR-POSICAO-ED
           MOVE ARQ-CAN-NOME                  TO WRK-LR-NOME
           MOVE ARQ-CAN-CPF                   TO WRK-LR-CPF
           MOVE ARQ-CAN-NOTA-FINAL            TO WRK-LR-NOTA-ED
           IF  ARQ-CAN-PRAZO NOT EQUAL SPACES
               STRING ARQ-CAN-PRAZO(7:2) "/" ARQ-CAN-PRAZO(5:2) "/"
                      ARQ-CAN-PRAZO(1:4)
                      DELIMITED BY SIZE INTO WRK-LR-PRAZO
           END-IF
           MOVE ARQ-CAN-STATUS                TO WRK-LR-STATUS
           MOVE WRK-LINHA-REL                 TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

      *-----------------------------------------------------------------
       0240-LINHA-CANDIDATO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-REIMPRIMIR                                         SECTION.
      *-----------------------------------------------------------------
      *----------- LISTA DE UMA CHAMADA JA FEITA, NA ORDEM DE ----------
      *----------- CLASSIFICACAO E COM A SITUACAO ATUAL DE CADA UM -----

           MOVE SPACES                        TO ARQ-RELCHAM
           STRING "PROCESSO SELETIVO " WRK-TEMP-CLA-PROCESSO
                  " - REIMPRESSAO DA CHAMADA " WRK-TEMP-CLA-CHAMADA
                  DELIMITED BY SIZE INTO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

           SORT SORTCLA
               ON ASCENDING  KEY SD-CLA-CURSO
               ON DESCENDING KEY SD-CLA-NOTA-FINAL
                                 SD-CLA-NOTA-REDACAO
               ON ASCENDING  KEY SD-CLA-DATA-INSCRICAO
                                 SD-CLA-CPF
               INPUT  PROCEDURE 0255-SELECIONAR-CHAMADA
               OUTPUT PROCEDURE 0260-LISTAR-CHAMADA.

           MOVE SPACES                        TO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.
           MOVE SPACES                        TO ARQ-RELCHAM
           STRING "CANDIDATOS LISTADOS: " WRK-QTD-LISTADOS
                  DELIMITED BY SIZE INTO ARQ-RELCHAM
           WRITE ARQ-RELCHAM.

           CLOSE RELCHAM.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-LOG-DATAHORA
           MOVE "PROGCLAS"                    TO ARQ-LOG-PROGRAMA
           MOVE "REIMPRESSAO DE CHAMADA"      TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LISTADOS              TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCHAM              TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                  TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-REIMPRESSO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0250-REIMPRIMIR-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-SELECIONAR-CHAMADA                                 SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-TEMP-CLA-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE LOW-VALUES                    TO ARQ-CAN-CPF

           START CANDIDAT KEY IS GREATER THAN OR EQUAL ARQ-CAN-CHAVE
               INVALID KEY
                   GO TO 0255-SELECIONAR-CHAMADA-99-FIM
           END-START.

           READ CANDIDAT NEXT RECORD
               AT END
                   GO TO 0255-SELECIONAR-CHAMADA-99-FIM
           END-READ.

           PERFORM UNTIL FS-CANDIDAT NOT EQUAL ZEROS
                      OR ARQ-CAN-PROCESSO NOT EQUAL
                                              WRK-TEMP-CLA-PROCESSO

               IF  ( WRK-TEMP-CLA-CURSO EQUAL SPACES
                  OR ARQ-CAN-CURSO EQUAL WRK-TEMP-CLA-CURSO )
               AND ARQ-CAN-CHAMADA EQUAL WRK-TEMP-CLA-CHAMADA
                   MOVE ARQ-CAN-CURSO         TO SD-CLA-CURSO
                   MOVE ARQ-CAN-NOTA-FINAL    TO SD-CLA-NOTA-FINAL
                   MOVE ARQ-CAN-NOTA-REDACAO  TO SD-CLA-NOTA-REDACAO
                   MOVE ARQ-CAN-DATA-INSCRICAO
                                              TO SD-CLA-DATA-INSCRICAO
                   MOVE ARQ-CAN-CPF           TO SD-CLA-CPF
                   RELEASE SD-CLA
               END-IF

               READ CANDIDAT NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-CANDIDAT
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-CANDIDAT.

      *-----------------------------------------------------------------
       0255-SELECIONAR-CHAMADA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-LISTAR-CHAMADA                                     SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                        TO WRK-CURSO-ATUAL
           MOVE ZEROS                         TO FS-SORT.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               RETURN SORTCLA
                   AT END
                       MOVE 9                 TO FS-SORT
                   NOT AT END
                       IF  SD-CLA-CURSO NOT EQUAL WRK-CURSO-ATUAL
                           MOVE SD-CLA-CURSO  TO WRK-CURSO-ATUAL
                           MOVE SPACES        TO ARQ-RELCHAM
                           WRITE ARQ-RELCHAM
                           MOVE SPACES        TO ARQ-RELCHAM
                           STRING "CURSO " WRK-CURSO-ATUAL
                                  DELIMITED BY SIZE INTO ARQ-RELCHAM
                           WRITE ARQ-RELCHAM
                       END-IF
                       MOVE WRK-TEMP-CLA-PROCESSO
                                              TO ARQ-CAN-PROCESSO
                       MOVE SD-CLA-CPF        TO ARQ-CAN-CPF
                       READ CANDIDAT KEY IS ARQ-CAN-CHAVE
                           NOT INVALID KEY
                               ADD 1          TO WRK-QTD-LISTADOS
                               PERFORM 0240-LINHA-CANDIDATO
                       END-READ
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0260-LISTAR-CHAMADA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CANDIDAT.

              IF  FS-CANDIDAT NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  CURSOS.

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

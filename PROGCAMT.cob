       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCAMT.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONFIRMACAO DA MATRICULA DO CANDIDATO CONVOCADO
      *----    NO PROCESSO SELETIVO (PROGCLAS), DENTRO DO PRAZO DA
      *----    CHAMADA. O CANDIDATO VIRA ALUNO EM ALUNOS.dat COM O
      *----    PROXIMO RM DO PROGNRM (RESERVADO EM RMCTRL.dat SO APOS
      *----    A GRAVACAO, COMO NO PROGRV01), RECEBE O CONTRATO DE
      *----    MATRICULA (PROGCGER) E A PRIMEIRA COBRANCA EM
      *----    MENSALID.dat NA COMPETENCIA CORRENTE, COM VENCIMENTO EM
      *----    SEL-VENCDIAS DIAS ROLADO PARA DIA UTIL (O FATURAMENTO
      *----    DO PROGCOBR NAO DUPLICA A COMPETENCIA JA COBRADA). A
      *----    INSCRICAO FICA MATRICULAD COM O RM GERADO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CANDIDAT         I/O            BOKCAND
      *---- ALUNOS            E             BOKALU
      *---- SEMESTRES         I             BOKSEM
      *---- TURMAS            I             BOKTURM
      *---- PRECOS            I             BOKPREC
      *---- MENSALID          E             BOKMENS
      *---- MENCTRL           E              ----
      *---- RMCTRL            E              ----
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
           SELECT CANDIDAT  ASSIGN TO WRK-PATH-CANDIDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CAN-CHAVE
                  FILE STATUS IS FS-CANDIDAT.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-ALUNOS.

           SELECT SEMESTRES  ASSIGN TO WRK-PATH-SEMESTRES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SEM-COD
                  FILE STATUS IS FS-SEMESTRES.

           SELECT TURMAS  ASSIGN TO WRK-PATH-TURMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TUR-CHAVE
                  FILE STATUS IS FS-TURMAS.

           SELECT PRECOS  ASSIGN TO WRK-PATH-PRECOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRE-CHAVE
                  FILE STATUS IS FS-PRECOS.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO DE COBRANCA
           SELECT MENCTRL  ASSIGN TO WRK-PATH-MENCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-MENCTRL.

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO DE RM ------
           SELECT RMCTRL  ASSIGN TO WRK-PATH-RMCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RMCTRL.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CANDIDAT.
       COPY "BOKCAND".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  SEMESTRES.
       COPY "BOKSEM".

       FD  TURMAS.
       COPY "BOKTURM".

       FD  PRECOS.
       COPY "BOKPREC".

       FD  MENSALID.
       COPY "BOKMENS".

      *-------------------- AREA DE CONTROLE DA NUMERACAO DE COBRANCA --
       FD  MENCTRL.
       01  ARQ-MENCTRL.
           05 ARQ-MENCTRL-PROXNUM       PIC 9(08).

      *-------------------- AREA DE CONTROLE DA NUMERACAO DE RM --------
       FD  RMCTRL.
       01  ARQ-RMCTRL.
           05 ARQ-RMCTRL-PROXNUM        PIC 9(06).

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-CHAVE.
           05 WRK-TEMP-CAM-PROCESSO     PIC X(06).
           05 WRK-TEMP-CAM-CPF          PIC X(11).

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CAM-SEMESTRE     PIC X(02).
      *--- TURMA DO CURSO (OPCIONAL; EM BRANCO = SEM TURMA) ------------
           05 WRK-TEMP-CAM-TURMA        PIC X(03).
      *--- MENSALIDADE: VEM PREENCHIDA COM O PRECO VIGENTE DO CURSO ----
           05 WRK-TEMP-CAM-MENSALIDADE  PIC 9(06)V99.
           05 WRK-TEMP-CAM-RM           PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-CANDIDAT                  PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-TURMAS                    PIC 9(02).
       77  FS-PRECOS                    PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-MENCTRL                   PIC 9(02).
       77  FS-RMCTRL                    PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

      *------------- PROXIMO RM A RESERVAR NA GRAVACAO CONFIRMADA ------
       77  WRK-RM-NUM                   PIC 9(06) VALUE ZEROS.

      *------------- PRECO VIGENTE DO CURSO (TABELA DE PRECOS) ---------
       77  WRK-PRECO-VIGENTE            PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE                PIC X(08)    VALUE SPACES.
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE CONTROLE DE VAGAS DA TURMA -----------
       77  WRK-TEMP-VAGAS               PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-MATRICULADOS         PIC 9(04) VALUE ZEROS.

      *------------- VARIAVEL DE RETORNO DO PROGVERI -------------------
       77  WRK-VERIFICAR                PIC 9(01) VALUE ZEROS.

      *------------- TIPO DO CONTRATO EMITIDO NA MATRICULA -------------
       77  WRK-TIPO-CONTRATO            PIC X(10) VALUE "MATRICULA".

      *------------- PRIMEIRA COBRANCA DA MATRICULA --------------------
       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-BRUTO               PIC X(08) VALUE SPACES.
       77  WRK-VENC-ROLADO              PIC X(08) VALUE SPACES.

      *------------- PARAMETROS DE NEGOCIO (PARAMET.dat VIA PROGPLER) --
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
      *--- DIAS ENTRE A CONFIRMACAO E O VENCIMENTO DA PRIMEIRA COBRANCA
       77  WRK-VENC-DIAS                PIC 9(03)    VALUE 5.

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
           05 LINE  01 COLUMN 20 VALUE
                  "PROCESSO SELETIVO - CONFIRMACAO DE MATRICULA"
                  BACKGROUND-COLOR 3.

       01  SCR-CHAVE.
           05 LINE  05 COLUMN 30 VALUE "PROCESSO (AAAA-S)".
           05 LINE  05 COLUMN 60 USING WRK-TEMP-CAM-PROCESSO.
           05 LINE  06 COLUMN 30 VALUE "CPF DO CANDIDATO.".
           05 LINE  06 COLUMN 60 USING WRK-TEMP-CAM-CPF.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-CANDIDATO.
           05 LINE  08 COLUMN 30 VALUE "NOME.............".
           05 LINE  08 COLUMN 60 FROM  ARQ-CAN-NOME.
           05 LINE  09 COLUMN 30 VALUE "CURSO............".
           05 LINE  09 COLUMN 60 FROM  ARQ-CAN-CURSO.
           05 LINE  10 COLUMN 30 VALUE "CAMPUS...........".
           05 LINE  10 COLUMN 60 FROM  ARQ-CAN-CAMPUS.
           05 LINE  11 COLUMN 30 VALUE "CLASSIFICACAO....".
           05 LINE  11 COLUMN 60 FROM  ARQ-CAN-CLASSIFICACAO.
           05 LINE  12 COLUMN 30 VALUE "CHAMADA..........".
           05 LINE  12 COLUMN 60 FROM  ARQ-CAN-CHAMADA.
           05 LINE  13 COLUMN 30 VALUE "PRAZO (AAAAMMDD).".
           05 LINE  13 COLUMN 60 FROM  ARQ-CAN-PRAZO.

       01  SCR-MATRICULA.
           05 LINE  15 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  15 COLUMN 60 USING WRK-TEMP-CAM-SEMESTRE.
           05 LINE  16 COLUMN 30 VALUE "TURMA (OPCIONAL).".
           05 LINE  16 COLUMN 60 USING WRK-TEMP-CAM-TURMA.
           05 LINE  17 COLUMN 30 VALUE "MENSALIDADE......".
           05 LINE  17 COLUMN 60 USING WRK-TEMP-CAM-MENSALIDADE.

       01  SCR-RM.
           05 LINE  18 COLUMN 30 VALUE "RM (AUTOMATICO)..".
           05 LINE  18 COLUMN 60 FROM  WRK-TEMP-CAM-RM.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA A MATRICULA (S/N) ? "
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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (I-O; CRIA NA ---------
      *----------- PRIMEIRA GRAVACAO) ----------------------------------
            OPEN I-O  ALUNOS.

            IF  FS-ALUNOS EQUAL 35
                OPEN OUTPUT ALUNOS
                CLOSE       ALUNOS
                OPEN I-O    ALUNOS
            END-IF.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CANDIDAT
                GOBACK
            END-IF.

      *----------- ABERTURA DO CALENDARIO DE SEMESTRES (SOMENTE LEITURA)
            OPEN INPUT SEMESTRES.

            IF  FS-SEMESTRES EQUAL 35
                OPEN OUTPUT SEMESTRES
                CLOSE       SEMESTRES
                OPEN INPUT  SEMESTRES
            END-IF.

            IF  FS-SEMESTRES NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CANDIDAT ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE TURMAS (SOMENTE LEITURA) -----
            OPEN INPUT TURMAS.

            IF  FS-TURMAS EQUAL 35
                OPEN OUTPUT TURMAS
                CLOSE       TURMAS
                OPEN INPUT  TURMAS
            END-IF.

      *----------- ABERTURA DA TABELA DE PRECOS (SOMENTE LEITURA) ------
            OPEN INPUT PRECOS.

            IF  FS-PRECOS EQUAL 35
                OPEN OUTPUT PRECOS
                CLOSE       PRECOS
                OPEN INPUT  PRECOS
            END-IF.

      *----------- ABERTURA DAS COBRANCAS (I-O; CRIA NA PRIMEIRA) ------
            OPEN I-O MENSALID.

            IF  FS-MENSALID EQUAL 35
                OPEN OUTPUT MENSALID
                CLOSE       MENSALID
                OPEN I-O    MENSALID
            END-IF.

            IF  FS-MENSALID NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CANDIDAT ALUNOS SEMESTRES TURMAS PRECOS
                GOBACK
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "SEL-VENCDIAS"                TO WRK-PARM-CODIGO
           MOVE WRK-VENC-DIAS                 TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-VENC-DIAS.

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
           IF WRK-TEMP-CAM-PROCESSO (1:4) EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-CAM-PROCESSO    EQUAL SPACES
           OR WRK-TEMP-CAM-CPF         EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CAM-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE WRK-TEMP-CAM-CPF              TO ARQ-CAN-CPF
           READ CANDIDAT KEY IS ARQ-CAN-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           DISPLAY SCR-CANDIDATO.

      *--------------- SO O CONVOCADO DENTRO DO PRAZO CONFIRMA ---------
           IF ARQ-CAN-STATUS NOT EQUAL "CONVOCADO"
              MOVE WRK-MSG-CAN-NAOCONVOC      TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-HOJE.

           IF ARQ-CAN-PRAZO LESS WRK-DATA-HOJE
              MOVE WRK-MSG-CAN-PRAZO          TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ MENSALIDADE SUGERIDA: PRECO VIGENTE DO CURSO -------
           PERFORM 0240-BUSCAR-PRECO-VIGENTE
           MOVE WRK-PRECO-VIGENTE       TO WRK-TEMP-CAM-MENSALIDADE

           ACCEPT SCR-MATRICULA.

           IF WRK-TEMP-CAM-SEMESTRE    EQUAL SPACES
              MOVE WRK-SEM-INC                TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ VERIFICAR SE O SEMESTRE EXISTE NO CALENDARIO -------

           MOVE WRK-TEMP-CAM-SEMESTRE          TO ARQ-SEM-COD
           READ SEMESTRES KEY IS ARQ-SEM-COD
               INVALID KEY
                   MOVE WRK-MSG-SEM-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *------------ TURMA INFORMADA: PRECISA EXISTIR E TER VAGA --------
      *------------ (A VAGA DO CURSO JA FOI GARANTIDA NA CHAMADA) ------

           IF WRK-TEMP-CAM-TURMA NOT EQUAL SPACES
               MOVE ARQ-CAN-CURSO             TO ARQ-TUR-CURSO
               MOVE WRK-TEMP-CAM-TURMA        TO ARQ-TUR-COD
               READ TURMAS KEY IS ARQ-TUR-CHAVE
                   INVALID KEY
                       MOVE WRK-MSG-TURMA-NAOENCONT TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       GO  TO  0200-PROCESSAR
               END-READ

               MOVE ARQ-TUR-VAGAS             TO WRK-TEMP-VAGAS
               IF WRK-TEMP-VAGAS NOT EQUAL ZEROS
                   PERFORM 0230-CONTAR-NA-TURMA
                   IF WRK-QTD-MATRICULADOS NOT LESS WRK-TEMP-VAGAS
                       MOVE WRK-MSG-CAN-TURMALOT TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       GO  TO  0200-PROCESSAR
                   END-IF
               END-IF
           END-IF.

           IF WRK-TEMP-CAM-MENSALIDADE EQUAL ZEROS
              MOVE WRK-MENS-INC               TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- RM DA SEQUENCIA DE RMCTRL.dat (PROGNRM) ---------
           CALL "PROGNRM" USING WRK-TEMP-CAM-RM.

           DISPLAY SCR-RM.

      *--------------- VERIFICAR SE O REGISTRO EXISTE ------------------

           CALL "PROGVERI" USING WRK-TEMP-CAM-RM, ARQ-CAN-NOME,
                ARQ-CAN-CURSO, WRK-VERIFICAR.

           IF WRK-VERIFICAR EQUAL 1
              MOVE WRK-MSG-REG-JAEXISTE       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-VERIFICAR EQUAL 2
              MOVE WRK-MSG-ALUNO-DUPLICADO    TO WRK-MSG
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
           MOVE WRK-TEMP-CAM-RM               TO ARQ-RM
           MOVE ARQ-CAN-NOME                  TO ARQ-NOMEALUNO
           MOVE ARQ-CAN-CURSO                 TO ARQ-CURSO
           MOVE WRK-TEMP-CAM-SEMESTRE         TO ARQ-SEMESTRE
           MOVE WRK-TEMP-CAM-MENSALIDADE      TO ARQ-MENSALIDADE
           MOVE "ATIVO"                       TO ARQ-STATUS
           MOVE WRK-DATA-HOJE                 TO ARQ-DATA-MATRICULA
           MOVE ARQ-CAN-CPF                   TO ARQ-CPF
           MOVE ARQ-CAN-TELEFONE              TO ARQ-TELEFONE
           MOVE ARQ-CAN-EMAIL                 TO ARQ-EMAIL
           MOVE ARQ-CAN-CAMPUS                TO ARQ-CAMPUS
           MOVE SPACES                        TO ARQ-OBSERVACOES
           STRING "PROCESSO SELETIVO " ARQ-CAN-PROCESSO
                  DELIMITED BY SIZE INTO ARQ-OBSERVACOES
           MOVE SPACES                        TO ARQ-MOTIVO-DESIST
           MOVE SPACES                        TO ARQ-DATA-DESISTENCIA
           MOVE WRK-TEMP-CAM-TURMA            TO ARQ-TURMA

           WRITE ARQ-DADOS
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-WRITE.

           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA

      *----------- SO AGORA O NUMERO USADO E RESERVADO NA SEQUENCIA ----
           PERFORM 0250-GRAVAR-RMCTRL.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-AUD-DATAHORA
           MOVE "PROGCAMT"                    TO ARQ-AUD-PROGRAMA
           MOVE "INCLUSAO"                    TO ARQ-AUD-OPERACAO
           MOVE ARQ-RM                        TO ARQ-AUD-RM
           MOVE ARQ-NOMEALUNO                 TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                  TO ARQ-AUD-OPERADOR
           MOVE SPACES                        TO ARQ-AUD-CAMPO
           MOVE SPACES                        TO ARQ-AUD-ANTES
           MOVE SPACES                        TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *----------- CONTRATO NUMERADO DA MATRICULA (PROGCGER) -----------
           CALL "PROGCGER" USING ARQ-RM,
                WRK-TIPO-CONTRATO, LNK-OPERADOR.

      *----------- PRIMEIRA COBRANCA NA COMPETENCIA CORRENTE -----------
           PERFORM 0260-GERAR-PRIMEIRA-COBRANCA.

      *----------- A INSCRICAO PASSA A MATRICULADA COM O RM GERADO -----
           MOVE "MATRICULAD"                  TO ARQ-CAN-STATUS
           MOVE ARQ-RM                        TO ARQ-CAN-RM
           MOVE WRK-DATA-HOJE                 TO ARQ-CAN-DATA-MATRICULA
           MOVE LNK-OPERADOR                  TO ARQ-CAN-OPERADOR
           REWRITE ARQ-DADOS-CANDIDATO.

           MOVE WRK-REGISTRO                  TO WRK-MSG.

           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONTAR-NA-TURMA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- CONTA OS ALUNOS ATIVOS JA ALOCADOS NA TURMA ---------

           MOVE ZEROS                          TO WRK-QTD-MATRICULADOS
           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0230-CONTAR-NA-TURMA-99-FIM
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0230-CONTAR-NA-TURMA-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               IF  ARQ-CURSO  EQUAL ARQ-CAN-CURSO
               AND ARQ-TURMA  EQUAL WRK-TEMP-CAM-TURMA
               AND ARQ-STATUS EQUAL "ATIVO"
                   ADD 1                       TO WRK-QTD-MATRICULADOS
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0230-CONTAR-NA-TURMA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-BUSCAR-PRECO-VIGENTE                               SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA NA TABELA DE PRECOS A LINHA DO CURSO -------
      *----------- COM A MAIOR VIGENCIA NAO FUTURA ---------------------

           MOVE ZEROS                          TO WRK-PRECO-VIGENTE

           MOVE ARQ-CAN-CURSO                  TO ARQ-PRE-CURSO
           MOVE LOW-VALUES                     TO ARQ-PRE-VIGENCIA

           START PRECOS KEY IS GREATER THAN OR EQUAL ARQ-PRE-CHAVE
               INVALID KEY
                   GO TO 0240-BUSCAR-PRECO-VIGENTE-99-FIM
           END-START.

           READ PRECOS NEXT RECORD
               AT END
                   GO TO 0240-BUSCAR-PRECO-VIGENTE-99-FIM
           END-READ.

           PERFORM UNTIL FS-PRECOS NOT EQUAL ZEROS
                       OR ARQ-PRE-CURSO NOT EQUAL ARQ-CAN-CURSO

               IF  ARQ-PRE-VIGENCIA NOT GREATER WRK-DATA-HOJE
                   MOVE ARQ-PRE-VALOR          TO WRK-PRECO-VIGENTE
               END-IF

               READ PRECOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PRECOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PRECOS.

      *-----------------------------------------------------------------
       0240-BUSCAR-PRECO-VIGENTE-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-GRAVAR-RMCTRL                                      SECTION.
      *-----------------------------------------------------------------
      *----------- RESERVA NA SEQUENCIA O PROXIMO NUMERO APOS O RM -----
      *----------- RECEM-GRAVADO (A SEQUENCIA NUNCA RETROCEDE) ---------

      *----------- O RM E ALINHADO A ESQUERDA: CONVERTE PELO VALOR -----
           COMPUTE WRK-RM-NUM = FUNCTION NUMVAL(WRK-TEMP-CAM-RM) + 1
           MOVE WRK-RM-NUM              TO ARQ-RMCTRL-PROXNUM
           OPEN OUTPUT RMCTRL
           WRITE ARQ-RMCTRL
           CLOSE RMCTRL.

      *-----------------------------------------------------------------
       0250-GRAVAR-RMCTRL-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-GERAR-PRIMEIRA-COBRANCA                            SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCA DA MATRICULA PELO VALOR CHEIO, NUMERADA ----
      *----------- PELA MESMA SEQUENCIA DE MENCTRL.dat DO FATURAMENTO --

           OPEN INPUT MENCTRL.

           IF  FS-MENCTRL EQUAL ZEROS
               READ MENCTRL
                   AT END
                       MOVE ZEROS             TO ARQ-MENCTRL-PROXNUM
               END-READ
               CLOSE MENCTRL
           ELSE
               MOVE ZEROS                     TO ARQ-MENCTRL-PROXNUM
           END-IF.

           IF  ARQ-MENCTRL-PROXNUM EQUAL ZEROS
               MOVE 1                         TO WRK-PROX-NUMERO
           ELSE
               MOVE ARQ-MENCTRL-PROXNUM       TO WRK-PROX-NUMERO
           END-IF.

      *----------- VENCIMENTO EM SEL-VENCDIAS DIAS, ROLADO PARA O ------
      *----------- PROXIMO DIA UTIL QUANDO CAI EM FIM DE SEMANA --------
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HOJE))
           ADD WRK-VENC-DIAS                  TO WRK-HOJE-INT
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT)
           MOVE WRK-DATA-NUM                  TO WRK-VENC-BRUTO
           CALL "PROGDUTIL" USING WRK-VENC-BRUTO, WRK-VENC-ROLADO.

           MOVE WRK-PROX-NUMERO               TO ARQ-MEN-NUMERO
           MOVE ARQ-RM                        TO ARQ-MEN-RM
           MOVE WRK-DATA-HOJE(1:6)            TO ARQ-MEN-COMPETENCIA
           MOVE ARQ-MENSALIDADE               TO ARQ-MEN-VALOR
           MOVE "ABERTO"                      TO ARQ-MEN-STATUS
           MOVE WRK-DATA-HOJE                 TO ARQ-MEN-DATA-GERACAO
           MOVE SPACES                        TO ARQ-MEN-DATA-BAIXA
           MOVE ZEROS                         TO ARQ-MEN-RECIBO
           MOVE SPACES                        TO ARQ-MEN-OBS
           STRING "MATRICULA - PROCESSO SELETIVO " ARQ-CAN-PROCESSO
                  DELIMITED BY SIZE INTO ARQ-MEN-OBS
           MOVE WRK-VENC-ROLADO               TO ARQ-MEN-VENCIMENTO
           MOVE SPACES                        TO ARQ-MEN-SITBANCO
           MOVE SPACES                        TO ARQ-MEN-CONVENIO

           WRITE ARQ-DADOS-MENSALIDADE
               NOT INVALID KEY
                   ADD 1                      TO WRK-PROX-NUMERO
                   MOVE WRK-PROX-NUMERO       TO ARQ-MENCTRL-PROXNUM
                   OPEN OUTPUT MENCTRL
                   WRITE ARQ-MENCTRL
                   CLOSE MENCTRL
           END-WRITE.

      *-----------------------------------------------------------------
       0260-GERAR-PRIMEIRA-COBRANCA-99-FIM                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CANDIDAT.

             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  SEMESTRES.

             CLOSE  TURMAS.

             CLOSE  PRECOS.

             CLOSE  MENSALID.

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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCATR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: IMPORTACAO DIARIA DO LOG DAS CATRACAS
      *----    (CATRACA.dat) PARA PROPOR A PRESENCA DAS AULAS DO DIA.
      *----    O CARTAO (OU O RM DIGITADO) DE CADA ENTRADA E TRADUZIDO
      *----    PELO CADASTRO DE CARTOES; AS AULAS DO DIA SAO AS
      *----    DISCIPLINAS DA GRADE HORARIA (HORARIO.dat) NAQUELE DIA
      *----    DA SEMANA E OS ALUNOS DE CADA AULA SAO OS ATIVOS DA
      *----    TURMA (O DE CARGA PARCIAL SO SE MATRICULADO NA
      *----    DISCIPLINA EM MATDISC.dat), COMO NA CHAMADA DO
      *----    PROGDCHA. CADA ALUNO DA AULA RECEBE EM FREQPROP.dat A
      *----    PROPOSTA P (ENTROU ATE O FIM DO TURNO DA TURMA) OU A.
      *----    NADA E LANCADO EM FREQUENCIA.dat AQUI: O PROFESSOR OU A
      *----    SECRETARIA CONFIRMA OU ALTERA A PROPOSTA NA CHAMADA.
      *----    GERA CATRACA_<DATA>_<HORA>.dat COM AS AULAS PROPOSTAS E
      *----    AS EXCECOES: CARTOES DESCONHECIDOS, ALUNOS COM ENTRADA
      *----    E SEM AULA MATRICULADA NO DIA E AULAS SEM NENHUMA
      *----    ENTRADA (ESTAS FICAM SEM PROPOSTA, PARA CHAMADA MANUAL).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CATRACA           I             BOKCATR
      *---- CARTOES           I             BOKCRTA
      *---- ALUNOS            I             BOKALU
      *---- HORARIO           I             BOKHORA
      *---- TURMAS            I             BOKTURM
      *---- MATDISC           I             BOKMDIS
      *---- FREQPROP          I/O           BOKFPRO
      *---- RELCATR           O              ----
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
      *----------- LOG DEPOSITADO PELO CONTROLE DE ACESSO --------------
           SELECT CATRACA ASSIGN TO WRK-PATH-CATRACA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CATRACA.

           SELECT CARTOES  ASSIGN TO WRK-PATH-CARTOES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRT-CARTAO
                  FILE STATUS IS FS-CARTOES.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT HORARIO  ASSIGN TO WRK-PATH-HORARIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HOR-CHAVE
                  FILE STATUS IS FS-HORARIO.

           SELECT TURMAS  ASSIGN TO WRK-PATH-TURMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TUR-CHAVE
                  FILE STATUS IS FS-TURMAS.

      *----------- MATRICULA POR DISCIPLINA (CARGA PARCIAL) ------------
           SELECT MATDISC  ASSIGN TO WRK-PATH-MATDISC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MDI-CHAVE
                  FILE STATUS IS FS-MATDISC.

           SELECT FREQPROP  ASSIGN TO WRK-PATH-FREQPROP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FPR-CHAVE
                  FILE STATUS IS FS-FREQPROP.

           SELECT RELCATR ASSIGN TO WRK-PATH-RELCATR
                  FILE STATUS IS FS-RELCATR.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CATRACA.
       COPY "BOKCATR".

       FD  CARTOES.
       COPY "BOKCRTA".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  HORARIO.
       COPY "BOKHORA".

       FD  TURMAS.
       COPY "BOKTURM".

       FD  MATDISC.
       COPY "BOKMDIS".

       FD  FREQPROP.
       COPY "BOKFPRO".

      *-------------------- AREA DO RELATORIO DA IMPORTACAO ------------
       FD  RELCATR.

       01  ARQ-RELCATR                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CAT-SEMESTRE     PIC X(02).
           05 WRK-TEMP-CAT-DATA         PIC X(08).

      *------------- VARIAVEIS DE STATUS
       77  FS-CATRACA                   PIC 9(02).
       77  FS-CARTOES                   PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-HORARIO                   PIC 9(02).
       77  FS-TURMAS                    PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-FREQPROP                  PIC 9(02).
       77  FS-RELCATR                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO NESTA EXECUCAO ----------------
       77  WRK-ABRIU-CARTOES            PIC X(01) VALUE "N".
       77  WRK-ABRIU-TURMAS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".

       77  WRK-PATH-RELCATR             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.
       77  WRK-DATA-HOJE                PIC X(08)    VALUE SPACES.
       77  WRK-DATA-INT                 PIC 9(08)    VALUE ZEROS.
      *--- DIA DA SEMANA DA DATA: 1 = SEGUNDA ... 7 = DOMINGO ----------
       77  WRK-DOW                      PIC 9(01)    VALUE ZEROS.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- MATRICULA POR DISCIPLINA (CARGA PARCIAL) ----------
       77  WRK-TEM-PARCIAL              PIC X(01)    VALUE SPACES.
       77  WRK-DISC-MATRICULADA         PIC X(01)    VALUE SPACES.

      *------------- ENTRADAS DO DIA: UMA POR RM (OU POR CARTAO --------
      *------------- DESCONHECIDO), COM A PRIMEIRA PASSAGEM ------------
       77  WRK-QTD-TE                   PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-ENTRADAS.
           05 WRK-TE-ITEM OCCURS 2000 TIMES INDEXED BY IX-TE.
      *--- RM DO ALUNO OU, SE DESCONHECIDO, O CARTAO DO LOG -----------
               10 WRK-TE-IDENT          PIC X(10).
      *--- EM BRANCO = CARTAO DESCONHECIDO -----------------------------
               10 WRK-TE-RM             PIC X(06).
               10 WRK-TE-HORA           PIC X(04).
               10 WRK-TE-PORTAO         PIC X(04).
      *--- "S" = ALUNO TEM AULA MATRICULADA NO DIA ---------------------
               10 WRK-TE-USADA          PIC X(01).
       77  WRK-IDENT-CHAVE              PIC X(10)    VALUE SPACES.
       77  WRK-RM-ENTRADA               PIC X(06)    VALUE SPACES.

      *------------- AULAS DO DIA (CURSO/TURMA/DISCIPLINA) -------------
       77  WRK-QTD-TA                   PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-AULAS.
           05 WRK-TA-ITEM OCCURS 300 TIMES INDEXED BY IX-TA.
               10 WRK-TA-CURSO          PIC X(15).
               10 WRK-TA-TURMA          PIC X(03).
               10 WRK-TA-DISCIPLINA     PIC X(15).

      *------------- ALUNOS DA AULA CORRENTE E A PROPOSTA DE CADA ------
       77  WRK-QTD-TC                   PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-CHAMADA.
           05 WRK-TC-ITEM OCCURS 200 TIMES INDEXED BY IX-TC.
               10 WRK-TC-RM             PIC X(06).
               10 WRK-TC-PRESENCA       PIC X(01).
               10 WRK-TC-HORA           PIC X(04).
               10 WRK-TC-PORTAO         PIC X(04).
       77  WRK-QTD-PRESENTES-AULA       PIC 9(03)    VALUE ZEROS.
      *--- ENTRADA DEPOIS DO FIM DO TURNO NAO VALE PARA A AULA ---------
       77  WRK-HORA-LIMITE              PIC X(04)    VALUE SPACES.

      *------------- CONTADORES ----------------------------------------
       77  WRK-QTD-LIDAS                PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-DESCONHECIDAS        PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-AULAS-PROP           PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-AULAS-SEMENT         PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-PROPOSTAS            PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-AULA             PIC 9(05)    VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-ENTRADA.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WRK-LE-IDENT              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LE-NOME               PIC X(20).
           05 FILLER                    PIC X(06) VALUE " HORA ".
           05 WRK-LE-HORA               PIC X(02).
           05 FILLER                    PIC X(01) VALUE ":".
           05 WRK-LE-MINUTO             PIC X(02).
           05 FILLER                    PIC X(08) VALUE " PORTAO ".
           05 WRK-LE-PORTAO             PIC X(04).

       01  WRK-LINHA-AULA.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WRK-LA-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-TURMA              PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-ALUNOS             PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-PRESENTES          PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LA-SITUACAO           PIC X(20).

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
                  "IMPORTACAO DAS CATRACAS - FREQUENCIA"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "SEMESTRE LETIVO..".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CAT-SEMESTRE.
           05 LINE  08 COLUMN 30 VALUE "DATA DAS AULAS...".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-CAT-DATA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 09 VALUE "CONFIRMA A IMPORTACAO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 40 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  10 COLUMN 30 VALUE "ENTRADAS LIDAS.......".
           05 LINE  10 COLUMN 55 FROM  WRK-QTD-LIDAS.
           05 LINE  11 COLUMN 30 VALUE "CARTOES DESCONHECIDOS".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-DESCONHECIDAS.
           05 LINE  12 COLUMN 30 VALUE "AULAS COM PROPOSTA...".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-AULAS-PROP.
           05 LINE  13 COLUMN 30 VALUE "PROPOSTAS GRAVADAS...".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-PROPOSTAS.
           05 LINE  14 COLUMN 30 VALUE "AULAS SEM ENTRADAS...".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-AULAS-SEMENT.
           05 LINE  15 COLUMN 30 VALUE "ENTRADAS SEM AULA....".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-SEM-AULA.

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

      *----------- ARQUIVOS CONSULTADOS (SOMENTE LEITURA) --------------
            OPEN INPUT ALUNOS.

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

            OPEN INPUT HORARIO.

            IF  FS-HORARIO NOT EQUAL 0
                MOVE WRK-MSG-CAT-SEMAULA       TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *----------- OPCIONAIS: SEM CARTOES SO O RM DIGITADO E ACEITO, ---
      *----------- SEM TURMAS NAO HA LIMITE DE TURNO E SEM MATDISC ----
      *----------- NINGUEM E DE CARGA PARCIAL --------------------------
            OPEN INPUT CARTOES.

            IF  FS-CARTOES EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-CARTOES
            END-IF.

            OPEN INPUT TURMAS.

            IF  FS-TURMAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-TURMAS
            END-IF.

            OPEN INPUT MATDISC.

            IF  FS-MATDISC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-MATDISC
            END-IF.

      *----------- PROPOSTAS (I-O; CRIA NA PRIMEIRA IMPORTACAO) --------
            OPEN I-O FREQPROP.

            IF  FS-FREQPROP EQUAL 35
                OPEN OUTPUT FREQPROP
                CLOSE       FREQPROP
                OPEN I-O    FREQPROP
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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-CAT-DATA (1:4) EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-CAT-SEMESTRE EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CAT-DATA             TO WRK-DATA-TESTE-X
           PERFORM 0290-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
               MOVE WRK-MSG-AUS-DATA          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-HOJE.

           IF  WRK-TEMP-CAT-DATA GREATER WRK-DATA-HOJE
               MOVE WRK-MSG-DOC-DATAFUT       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------- ENTRADAS DO DIA NO LOG DAS CATRACAS -------------
           MOVE ZEROS                         TO WRK-QTD-LIDAS
                                                 WRK-QTD-DESCONHECIDAS
                                                 WRK-QTD-AULAS-PROP
                                                 WRK-QTD-AULAS-SEMENT
                                                 WRK-QTD-PROPOSTAS
                                                 WRK-QTD-SEM-AULA

           OPEN INPUT CATRACA.

           IF  FS-CATRACA NOT EQUAL ZEROS
               MOVE WRK-MSG-CAT-SEMARQ        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0210-CARREGAR-ENTRADAS.

           CLOSE CATRACA.

           IF  WRK-QTD-LIDAS EQUAL ZEROS
               MOVE WRK-MSG-CAT-SEMENTRADA    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AULAS DA GRADE NO DIA DA SEMANA DA DATA ---------
           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-TEMP-CAT-DATA))
           COMPUTE WRK-DOW =
                   FUNCTION MOD(WRK-DATA-INT - 1, 7) + 1

           PERFORM 0220-CARREGAR-AULAS.

           IF  WRK-QTD-TA EQUAL ZEROS
               MOVE WRK-MSG-CAT-SEMAULA       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE SPACES                        TO WRK-PATH-RELCATR
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CATRACA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELCATR

           OPEN OUTPUT RELCATR.

           MOVE SPACES                        TO ARQ-RELCATR
           STRING "IMPORTACAO DAS CATRACAS - AULAS DE "
                  WRK-TEMP-CAT-DATA(7:2) "/" WRK-TEMP-CAT-DATA(5:2)
                  "/" WRK-TEMP-CAT-DATA(1:4)
                  " - SEMESTRE " WRK-TEMP-CAT-SEMESTRE
                  DELIMITED BY SIZE INTO ARQ-RELCATR
           WRITE ARQ-RELCATR.

      *--------------- EXCECAO: CARTOES SEM ALUNO ----------------------
           MOVE SPACES                        TO ARQ-RELCATR
           WRITE ARQ-RELCATR.
           MOVE "CARTOES DESCONHECIDOS"       TO ARQ-RELCATR
           WRITE ARQ-RELCATR.

           PERFORM VARYING IX-TE FROM 1 BY 1
                     UNTIL IX-TE GREATER WRK-QTD-TE
               IF  WRK-TE-RM (IX-TE) EQUAL SPACES
                   MOVE SPACES                TO WRK-LE-NOME
                   PERFORM 0280-LINHA-ENTRADA
               END-IF
           END-PERFORM.

      *--------------- AULAS DO DIA: PROPOSTA OU SEM ENTRADAS ----------
           MOVE SPACES                        TO ARQ-RELCATR
           WRITE ARQ-RELCATR.
           MOVE "AULAS DO DIA (CURSO TURMA DISCIPLINA ALUNOS PRESENTES)"
                                              TO ARQ-RELCATR
           WRITE ARQ-RELCATR.

           PERFORM VARYING IX-TA FROM 1 BY 1
                     UNTIL IX-TA GREATER WRK-QTD-TA
               PERFORM 0230-PROPOR-AULA
           END-PERFORM.

      *--------------- EXCECAO: ENTRADA SEM AULA MATRICULADA -----------
           MOVE SPACES                        TO ARQ-RELCATR
           WRITE ARQ-RELCATR.
           MOVE "ALUNOS COM ENTRADA E SEM AULA MATRICULADA NO DIA"
                                              TO ARQ-RELCATR
           WRITE ARQ-RELCATR.

           PERFORM VARYING IX-TE FROM 1 BY 1
                     UNTIL IX-TE GREATER WRK-QTD-TE
               IF  WRK-TE-RM (IX-TE) NOT EQUAL SPACES
               AND WRK-TE-USADA (IX-TE) NOT EQUAL "S"
                   ADD 1                      TO WRK-QTD-SEM-AULA
                   MOVE WRK-TE-RM (IX-TE)     TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       INVALID KEY
                           MOVE SPACES        TO ARQ-NOMEALUNO
                   END-READ
                   MOVE ARQ-NOMEALUNO         TO WRK-LE-NOME
                   PERFORM 0280-LINHA-ENTRADA
               END-IF
           END-PERFORM.

           MOVE SPACES                        TO ARQ-RELCATR
           WRITE ARQ-RELCATR.
           MOVE SPACES                        TO ARQ-RELCATR
           STRING "PROPOSTAS: " WRK-QTD-PROPOSTAS
                  "  AULAS SEM ENTRADAS: " WRK-QTD-AULAS-SEMENT
                  "  ENTRADAS SEM AULA: " WRK-QTD-SEM-AULA
                  DELIMITED BY SIZE INTO ARQ-RELCATR
           WRITE ARQ-RELCATR.

           CLOSE RELCATR.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-LOG-DATAHORA
           MOVE "PROGCATR"                    TO ARQ-LOG-PROGRAMA
           MOVE "IMPORTACAO CATRACAS"         TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-PROPOSTAS             TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCATR              TO ARQ-LOG-ARQUIVOGERADO
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
       0210-CARREGAR-ENTRADAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- LE O LOG INTEIRO; SO AS PASSAGENS DA DATA ENTRAM ----
      *----------- NA TABELA, UMA POR ALUNO COM A PRIMEIRA HORA --------

           INITIALIZE WRK-TAB-ENTRADAS
           MOVE ZEROS                         TO WRK-QTD-TE

           READ CATRACA
               AT END
                   GO TO 0210-CARREGAR-ENTRADAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CATRACA NOT EQUAL ZEROS

               IF  ARQ-CAT-DATA EQUAL WRK-TEMP-CAT-DATA
               AND ARQ-CAT-IDENTIFICACAO NOT EQUAL SPACES
                   ADD 1                      TO WRK-QTD-LIDAS
                   PERFORM 0215-IDENTIFICAR-ALUNO
                   PERFORM 0218-GUARDAR-ENTRADA
               END-IF

               READ CATRACA
                   AT END
                       MOVE 9                 TO FS-CATRACA
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-CATRACA.

      *-----------------------------------------------------------------
       0210-CARREGAR-ENTRADAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-IDENTIFICAR-ALUNO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- RM DIGITADO NA CATRACA (ATE 6 POSICOES) OU CARTAO --
      *----------- CADASTRO; SENAO O CARTAO E DESCONHECIDO -------------

           MOVE SPACES                        TO WRK-RM-ENTRADA.

           IF  ARQ-CAT-IDENTIFICACAO (7:4) EQUAL SPACES
               MOVE ARQ-CAT-IDENTIFICACAO (1:6) TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   NOT INVALID KEY
                       MOVE ARQ-RM            TO WRK-RM-ENTRADA
               END-READ
           END-IF.

           IF  WRK-RM-ENTRADA EQUAL SPACES
           AND WRK-ABRIU-CARTOES EQUAL "S"
               MOVE ARQ-CAT-IDENTIFICACAO     TO ARQ-CRT-CARTAO
               READ CARTOES KEY IS ARQ-CRT-CARTAO
                   NOT INVALID KEY
                       MOVE ARQ-CRT-RM        TO WRK-RM-ENTRADA
               END-READ
           END-IF.

           IF  WRK-RM-ENTRADA EQUAL SPACES
               MOVE ARQ-CAT-IDENTIFICACAO     TO WRK-IDENT-CHAVE
           ELSE
               MOVE WRK-RM-ENTRADA            TO WRK-IDENT-CHAVE
           END-IF.

      *-----------------------------------------------------------------
       0215-IDENTIFICAR-ALUNO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0218-GUARDAR-ENTRADA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- NOVA NA TABELA OU MAIS CEDO QUE A JA GUARDADA -------

           SET IX-TE                          TO 1
           SEARCH WRK-TE-ITEM
               AT END
                   GO TO 0218-GUARDAR-ENTRADA-NOVA
               WHEN IX-TE GREATER WRK-QTD-TE
                   GO TO 0218-GUARDAR-ENTRADA-NOVA
               WHEN WRK-TE-IDENT (IX-TE) EQUAL WRK-IDENT-CHAVE
                   IF  ARQ-CAT-HORA LESS WRK-TE-HORA (IX-TE)
                       MOVE ARQ-CAT-HORA   TO WRK-TE-HORA (IX-TE)
                       MOVE ARQ-CAT-PORTAO TO WRK-TE-PORTAO (IX-TE)
                   END-IF
           END-SEARCH.

           GO TO 0218-GUARDAR-ENTRADA-99-FIM.

       0218-GUARDAR-ENTRADA-NOVA.
           IF  WRK-QTD-TE NOT LESS 2000
               GO TO 0218-GUARDAR-ENTRADA-99-FIM
           END-IF.

           ADD 1                              TO WRK-QTD-TE
           SET IX-TE                          TO WRK-QTD-TE
           MOVE WRK-IDENT-CHAVE               TO WRK-TE-IDENT (IX-TE)
           MOVE WRK-RM-ENTRADA                TO WRK-TE-RM (IX-TE)
           MOVE ARQ-CAT-HORA                  TO WRK-TE-HORA (IX-TE)
           MOVE ARQ-CAT-PORTAO                TO WRK-TE-PORTAO (IX-TE)
           MOVE "N"                           TO WRK-TE-USADA (IX-TE)

           IF  WRK-RM-ENTRADA EQUAL SPACES
               ADD 1                          TO WRK-QTD-DESCONHECIDAS
           END-IF.

      *-----------------------------------------------------------------
       0218-GUARDAR-ENTRADA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CARREGAR-AULAS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- UMA AULA POR CURSO/TURMA/DISCIPLINA COM HORARIO -----
      *----------- NO DIA DA SEMANA (VARIOS PERIODOS NO MESMO DIA -----
      *----------- SAO UMA SO CHAMADA, COMO NO AULAPLAN) ---------------

           INITIALIZE WRK-TAB-AULAS
           MOVE ZEROS                         TO WRK-QTD-TA

           MOVE SPACES                        TO ARQ-HOR-CHAVE
           MOVE WRK-TEMP-CAT-SEMESTRE         TO ARQ-HOR-SEMESTRE
           MOVE LOW-VALUES                    TO ARQ-HOR-CURSO
                                                 ARQ-HOR-TURMA
           MOVE ZEROS                         TO ARQ-HOR-DIA
                                                 ARQ-HOR-PERIODO

           START HORARIO KEY IS GREATER THAN OR EQUAL ARQ-HOR-CHAVE
               INVALID KEY
                   GO TO 0220-CARREGAR-AULAS-99-FIM
           END-START.

           READ HORARIO NEXT RECORD
               AT END
                   GO TO 0220-CARREGAR-AULAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-HORARIO NOT EQUAL ZEROS
                      OR ARQ-HOR-SEMESTRE NOT EQUAL
                         WRK-TEMP-CAT-SEMESTRE

               IF  ARQ-HOR-DIA EQUAL WRK-DOW
                   SET IX-TA                  TO 1
                   SEARCH WRK-TA-ITEM
                       AT END
                           PERFORM 0225-INCLUIR-AULA
                       WHEN IX-TA GREATER WRK-QTD-TA
                           PERFORM 0225-INCLUIR-AULA
                       WHEN WRK-TA-CURSO (IX-TA) EQUAL ARQ-HOR-CURSO
                        AND WRK-TA-TURMA (IX-TA) EQUAL ARQ-HOR-TURMA
                        AND WRK-TA-DISCIPLINA (IX-TA) EQUAL
                            ARQ-HOR-DISCIPLINA
                           CONTINUE
                   END-SEARCH
               END-IF

               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-HORARIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-HORARIO.

      *-----------------------------------------------------------------
       0220-CARREGAR-AULAS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-INCLUIR-AULA                                       SECTION.
      *-----------------------------------------------------------------

           IF  WRK-QTD-TA LESS 300
               ADD 1                          TO WRK-QTD-TA
               SET IX-TA                      TO WRK-QTD-TA
               MOVE ARQ-HOR-CURSO             TO WRK-TA-CURSO (IX-TA)
               MOVE ARQ-HOR-TURMA             TO WRK-TA-TURMA (IX-TA)
               MOVE ARQ-HOR-DISCIPLINA   TO WRK-TA-DISCIPLINA (IX-TA)
           END-IF.

      *-----------------------------------------------------------------
       0225-INCLUIR-AULA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-PROPOR-AULA                                        SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNOS DA AULA IX-TA E A PROPOSTA DE CADA UM; AULA --
      *----------- SEM NENHUMA ENTRADA FICA SEM PROPOSTA ---------------

           PERFORM 0235-HORA-LIMITE.

           INITIALIZE WRK-TAB-CHAMADA
           MOVE ZEROS                         TO WRK-QTD-TC
                                                 WRK-QTD-PRESENTES-AULA

           MOVE LOW-VALUES                    TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   MOVE 9                     TO FS-ALUNOS
           END-START.

           IF  FS-ALUNOS EQUAL ZEROS
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-ALUNOS
               END-READ
           END-IF.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               IF  ARQ-CURSO  EQUAL WRK-TA-CURSO (IX-TA)
               AND ARQ-TURMA  EQUAL WRK-TA-TURMA (IX-TA)
               AND ARQ-STATUS EQUAL "ATIVO"
                   PERFORM 0245-CONFERIR-MATRICULA-PARCIAL
                   IF  WRK-TEM-PARCIAL NOT EQUAL "S"
                   OR  WRK-DISC-MATRICULADA EQUAL "S"
                       PERFORM 0240-PROPOR-ALUNO
                   END-IF
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-ALUNOS.

           MOVE WRK-TA-CURSO (IX-TA)          TO WRK-LA-CURSO
           MOVE WRK-TA-TURMA (IX-TA)          TO WRK-LA-TURMA
           MOVE WRK-TA-DISCIPLINA (IX-TA)     TO WRK-LA-DISCIPLINA
           MOVE WRK-QTD-TC                    TO WRK-LA-ALUNOS
           MOVE WRK-QTD-PRESENTES-AULA        TO WRK-LA-PRESENTES

           EVALUATE TRUE
               WHEN WRK-QTD-TC EQUAL ZEROS
                   MOVE "SEM ALUNOS"          TO WRK-LA-SITUACAO
               WHEN WRK-QTD-PRESENTES-AULA EQUAL ZEROS
                   ADD 1                      TO WRK-QTD-AULAS-SEMENT
                   MOVE "SEM ENTRADAS"        TO WRK-LA-SITUACAO
               WHEN OTHER
                   ADD 1                      TO WRK-QTD-AULAS-PROP
                   MOVE "PROPOSTA GRAVADA"    TO WRK-LA-SITUACAO
                   PERFORM VARYING IX-TC FROM 1 BY 1
                             UNTIL IX-TC GREATER WRK-QTD-TC
                       PERFORM 0250-GRAVAR-PROPOSTA
                   END-PERFORM
           END-EVALUATE.

           MOVE WRK-LINHA-AULA                TO ARQ-RELCATR
           WRITE ARQ-RELCATR.

      *-----------------------------------------------------------------
       0230-PROPOR-AULA-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-HORA-LIMITE                                        SECTION.
      *-----------------------------------------------------------------
      *----------- FIM DO TURNO DA TURMA: QUEM ENTROU DEPOIS DELE NAO --
      *----------- ESTEVE NA AULA --------------------------------------

           MOVE "2359"                        TO WRK-HORA-LIMITE.

           IF  WRK-ABRIU-TURMAS NOT EQUAL "S"
               GO TO 0235-HORA-LIMITE-99-FIM
           END-IF.

           MOVE WRK-TA-CURSO (IX-TA)          TO ARQ-TUR-CURSO
           MOVE WRK-TA-TURMA (IX-TA)          TO ARQ-TUR-COD
           READ TURMAS KEY IS ARQ-TUR-CHAVE
               INVALID KEY
                   GO TO 0235-HORA-LIMITE-99-FIM
           END-READ.

           EVALUATE ARQ-TUR-TURNO
               WHEN "MANHA"
                   MOVE "1300"                TO WRK-HORA-LIMITE
               WHEN "TARDE"
                   MOVE "1900"                TO WRK-HORA-LIMITE
           END-EVALUATE.

      *-----------------------------------------------------------------
       0235-HORA-LIMITE-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-PROPOR-ALUNO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- P SE O ALUNO ENTROU ATE O FIM DO TURNO, SENAO A -----

           IF  WRK-QTD-TC NOT LESS 200
               GO TO 0240-PROPOR-ALUNO-99-FIM
           END-IF.

           ADD 1                              TO WRK-QTD-TC
           SET IX-TC                          TO WRK-QTD-TC
           MOVE ARQ-RM                        TO WRK-TC-RM (IX-TC)
           MOVE "A"                           TO WRK-TC-PRESENCA (IX-TC)
           MOVE SPACES                        TO WRK-TC-HORA (IX-TC)
                                                 WRK-TC-PORTAO (IX-TC)

           MOVE ARQ-RM                        TO WRK-IDENT-CHAVE
           SET IX-TE                          TO 1
           SEARCH WRK-TE-ITEM
               AT END
                   CONTINUE
               WHEN IX-TE GREATER WRK-QTD-TE
                   CONTINUE
               WHEN WRK-TE-IDENT (IX-TE) EQUAL WRK-IDENT-CHAVE
                AND WRK-TE-RM (IX-TE) NOT EQUAL SPACES
                   MOVE "S"                   TO WRK-TE-USADA (IX-TE)
                   IF  WRK-TE-HORA (IX-TE) NOT GREATER WRK-HORA-LIMITE
                       MOVE "P"           TO WRK-TC-PRESENCA (IX-TC)
                       MOVE WRK-TE-HORA (IX-TE)
                                          TO WRK-TC-HORA (IX-TC)
                       MOVE WRK-TE-PORTAO (IX-TE)
                                          TO WRK-TC-PORTAO (IX-TC)
                       ADD 1              TO WRK-QTD-PRESENTES-AULA
                   END-IF
           END-SEARCH.

      *-----------------------------------------------------------------
       0240-PROPOR-ALUNO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-CONFERIR-MATRICULA-PARCIAL                         SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE SE O ALUNO TEM MATRICULA POR DISCIPLINA -----
      *----------- ATIVA (CARGA PARCIAL) E SE A DISCIPLINA DA AULA ----
      *----------- ESTA ENTRE AS MATRICULADAS --------------------------

           MOVE SPACES                         TO WRK-TEM-PARCIAL
                                                  WRK-DISC-MATRICULADA.

           IF  WRK-ABRIU-MATDISC NOT EQUAL "S"
               GO TO 0245-CONFERIR-MATRICULA-PARCIAL-99-FIM
           END-IF.

           MOVE ARQ-RM                         TO ARQ-MDI-RM
           MOVE LOW-VALUES                     TO ARQ-MDI-DISCIPLINA

           START MATDISC KEY IS GREATER THAN OR EQUAL ARQ-MDI-CHAVE
               INVALID KEY
                   GO TO 0245-CONFERIR-MATRICULA-PARCIAL-99-FIM
           END-START.

           READ MATDISC NEXT RECORD
               AT END
                   GO TO 0245-CONFERIR-MATRICULA-PARCIAL-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATDISC NOT EQUAL ZEROS
                      OR ARQ-MDI-RM NOT EQUAL ARQ-RM

               IF  ARQ-MDI-STATUS EQUAL "ATIVA"
                   MOVE "S"                    TO WRK-TEM-PARCIAL
                   IF  ARQ-MDI-DISCIPLINA EQUAL
                       WRK-TA-DISCIPLINA (IX-TA)
                       MOVE "S"                TO WRK-DISC-MATRICULADA
                   END-IF
               END-IF

               READ MATDISC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATDISC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATDISC.

      *-----------------------------------------------------------------
       0245-CONFERIR-MATRICULA-PARCIAL-99-FIM                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-GRAVAR-PROPOSTA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- NOVA PROPOSTA OU REIMPORTACAO DE UMA AINDA NAO ------
      *----------- CONFIRMADA; A JA CONFIRMADA NA CHAMADA FICA ---------

           MOVE WRK-TEMP-CAT-DATA             TO ARQ-FPR-DATA
           MOVE WRK-TA-CURSO (IX-TA)          TO ARQ-FPR-CURSO
           MOVE WRK-TA-TURMA (IX-TA)          TO ARQ-FPR-TURMA
           MOVE WRK-TA-DISCIPLINA (IX-TA)     TO ARQ-FPR-DISCIPLINA
           MOVE WRK-TC-RM (IX-TC)             TO ARQ-FPR-RM

           READ FREQPROP KEY IS ARQ-FPR-CHAVE
               INVALID KEY
                   MOVE SPACES                TO ARQ-FPR-STATUS
           END-READ.

           IF  ARQ-FPR-STATUS NOT EQUAL SPACES
           AND ARQ-FPR-STATUS NOT EQUAL "PROPOSTA"
               GO TO 0250-GRAVAR-PROPOSTA-99-FIM
           END-IF.

           MOVE WRK-TC-PRESENCA (IX-TC)       TO ARQ-FPR-PRESENCA
           MOVE WRK-TC-HORA (IX-TC)           TO ARQ-FPR-HORA
           MOVE WRK-TC-PORTAO (IX-TC)         TO ARQ-FPR-PORTAO
           MOVE WRK-DATA-HOJE                 TO ARQ-FPR-DATA-IMPORTACAO
           MOVE SPACES                        TO ARQ-FPR-OPERADOR

           IF  ARQ-FPR-STATUS EQUAL SPACES
               MOVE "PROPOSTA"                TO ARQ-FPR-STATUS
               WRITE ARQ-DADOS-FREQPROP
           ELSE
               REWRITE ARQ-DADOS-FREQPROP
           END-IF.

           ADD 1                              TO WRK-QTD-PROPOSTAS.

      *-----------------------------------------------------------------
       0250-GRAVAR-PROPOSTA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-LINHA-ENTRADA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- LINHA DE EXCECAO DA ENTRADA IX-TE (WRK-LE-NOME JA ---
      *----------- PREENCHIDO) -----------------------------------------

           MOVE WRK-TE-IDENT (IX-TE)          TO WRK-LE-IDENT
           MOVE WRK-TE-HORA (IX-TE) (1:2)     TO WRK-LE-HORA
           MOVE WRK-TE-HORA (IX-TE) (3:2)     TO WRK-LE-MINUTO
           MOVE WRK-TE-PORTAO (IX-TE)         TO WRK-LE-PORTAO
           MOVE WRK-LINHA-ENTRADA             TO ARQ-RELCATR
           WRITE ARQ-RELCATR.

      *-----------------------------------------------------------------
       0280-LINHA-ENTRADA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-CONFERIR-DATA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE O FORMATO AAAAMMDD DA DATA EM ---------------
      *----------- WRK-DATA-TESTE-X ------------------------------------

           MOVE "N"                            TO WRK-DATA-VALIDA.

           IF  WRK-DATA-TESTE-X NOT NUMERIC
               GO TO 0290-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-ANO LESS 1601
               GO TO 0290-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-MES LESS 1 OR WRK-DT-MES GREATER 12
               GO TO 0290-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-DIA LESS 1 OR WRK-DT-DIA GREATER 31
               GO TO 0290-CONFERIR-DATA-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-DATA-VALIDA.

      *-----------------------------------------------------------------
       0290-CONFERIR-DATA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  HORARIO.

             CLOSE  FREQPROP.

              IF  FS-FREQPROP NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  OPLOG.

             IF  WRK-ABRIU-CARTOES EQUAL "S"
                 CLOSE CARTOES
             END-IF.

             IF  WRK-ABRIU-TURMAS EQUAL "S"
                 CLOSE TURMAS
             END-IF.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
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

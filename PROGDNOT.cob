       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDNOT.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: NOTAS LANCADAS PELO PROPRIO PROFESSOR NO PORTAL
      *----    DO PROFESSOR (MENUDOC), SO PARA A TURMA E DISCIPLINA
      *----    ESCOLHIDA ENTRE AS ATRIBUIDAS A ELE. PARA O TIPO DE
      *----    AVALIACAO INFORMADO (TABELA DE PESOS) PERCORRE OS
      *----    ALUNOS ATIVOS DA TURMA (O ALUNO DE CARGA PARCIAL SO
      *----    ENTRA SE MATRICULADO NA DISCIPLINA EM MATDISC.dat)
      *----    PEDINDO A NOTA DE CADA UM, E GRAVA EM NOTAS.dat COM A
      *----    NUMERACAO DO PROGNOTA. COM A PROVA DO TIPO NO
      *----    CALENDARIO (PROVAS.dat), O LANCAMENTO SO ABRE NO DIA DA
      *----    PROVA E FECHA PASSADOS OS DIAS DE PRAZO-LANCTO. ALUNO
      *----    JA COM NOTA DO TIPO E PULADO, E A SUB SEGUE A REGRA DO
      *----    PROGNOTA. CADA LANCAMENTO VAI PARA A TRILHA DE
      *----    AUDITORIA COM O OPERADOR E O PROFESSOR.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            E             BOKALU
      *---- MATDISC           E             BOKMDIS
      *---- NOTAS             I             BOKNOTA
      *---- PESOS             E             BOKPESO
      *---- PROVAS            E             BOKPROV
      *---- NOTCTRL           E              ----
      *---- AUDITORIA         E             BOKAUDIT
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

      *----------- MATRICULA POR DISCIPLINA (CARGA PARCIAL) ------------
           SELECT MATDISC  ASSIGN TO WRK-PATH-MATDISC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MDI-CHAVE
                  FILE STATUS IS FS-MATDISC.

           SELECT NOTAS  ASSIGN TO WRK-PATH-NOTAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NOTA-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NOTA-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NOTAS.

           SELECT PESOS  ASSIGN TO WRK-PATH-PESOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PES-TIPO
                  FILE STATUS IS FS-PESOS.

      *----------- CALENDARIO DE PROVAS (PRAZO DO TIPO) ----------------
           SELECT PROVAS  ASSIGN TO WRK-PATH-PROVAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRV-CHAVE
                  FILE STATUS IS FS-PROVAS.

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO DE NOTA ----
           SELECT NOTCTRL  ASSIGN TO WRK-PATH-NOTCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NOTCTRL.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  MATDISC.
       COPY "BOKMDIS".

       FD  NOTAS.
       COPY "BOKNOTA".

       FD  PESOS.
       COPY "BOKPESO".

       FD  PROVAS.
       COPY "BOKPROV".

      *-------------------- AREA DE CONTROLE DA NUMERACAO DE NOTA ------
       FD  NOTCTRL.
       01  ARQ-NOTCTRL.
           05 ARQ-NOTCTRL-PROXNUM       PIC 9(08).

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS-NOTA.
      *--- TIPO DE AVALIACAO, VALIDADO NA TABELA DE PESOS --------------
           05 WRK-TEMP-NOTA-TIPO        PIC X(12).
           05 WRK-TEMP-NOTA-VALOR       PIC 9(02)V99.
      *--- S = GRAVA A NOTA / N = PULA O ALUNO / 9 = ENCERRA -----------
           05 WRK-TEMP-NOTA-LANCAR      PIC X(01).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-NOTAS                     PIC 9(02).
       77  FS-PESOS                     PIC 9(02).
       77  FS-PROVAS                    PIC 9(02).
       77  FS-NOTCTRL                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  WRK-ABRIU-PROVAS             PIC X(01) VALUE "N".

      *------------- MATRICULA POR DISCIPLINA (CARGA PARCIAL) ----------
      *--- ALUNO COM LINHA ATIVA EM MATDISC SO RECEBE NOTA NAS ---------
      *--- DISCIPLINAS EM QUE ESTA MATRICULADO -------------------------
       77  FS-MATDISC                   PIC 9(02).
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".
       77  WRK-TEM-PARCIAL              PIC X(01) VALUE SPACES.
       77  WRK-DISC-MATRICULADA         PIC X(01) VALUE SPACES.

      *------------- CONTROLE DA NOTA JA LANCADA E DA "SUB" ------------
      *--- A SUB SO SUBSTITUI PROVA PERDIDA OU NAO FEITA: COM P1 E -----
      *--- P2 JA LANCADAS PARA O ALUNO NA DISCIPLINA, A SUB E ----------
      *--- RECUSADA (CALENDARIO DE PROVAS) -----------------------------
       77  WRK-JA-LANCADA               PIC X(01) VALUE SPACES.
       77  WRK-TEM-P1                   PIC X(01) VALUE SPACES.
       77  WRK-TEM-P2                   PIC X(01) VALUE SPACES.

      *------------- PRAZO DO TIPO DE AVALIACAO ------------------------
       77  WRK-DATA-HOJE                PIC X(08) VALUE SPACES.
       77  WRK-PRAZO-TIPO               PIC X(08) VALUE SPACES.
       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.

      *------------- CONTADORES DO LANCAMENTO --------------------------
       77  WRK-QTD-ALUNOS               PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-GRAVADAS             PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PULADAS              PIC 9(04) VALUE ZEROS.
      *--- "S" = PROFESSOR ENCERROU O LANCAMENTO ANTES DO FIM ----------
       77  WRK-ENCERRAR                 PIC X(01) VALUE SPACES.

      *------------- VARIAVEL DE APOIO A TRILHA DE AUDITORIA -----------
       77  WRK-DATA-HORA                PIC X(21).
       01  WRK-AUD-NOTA.
           05 WRK-AN-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-AN-TIPO               PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-AN-VALOR              PIC Z9,99.

      *------------- SELO DE CONTROLE DE NOTAS.dat (PROGSELO) ----------
       77  WRK-SEL-ARQUIVO              PIC X(12) VALUE SPACES.
       77  WRK-SEL-FUNCAO               PIC X(01) VALUE SPACES.
       77  WRK-SEL-PROGRAMA             PIC X(08) VALUE "PROGDNOT".
       77  WRK-SEL-RESULTADO            PIC X(01) VALUE SPACES.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *------------- VARIAVEL DA PROXIMA NUMERACAO DE NOTA -------------
       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-OPERADOR                       PIC X(08).
       01  LNK-DOC-PROFESSOR                  PIC X(06).
       01  LNK-DOC-SEMESTRE                   PIC X(02).
       01  LNK-DOC-CURSO                      PIC X(15).
       01  LNK-DOC-TURMA                      PIC X(03).
       01  LNK-DOC-DISCIPLINA                 PIC X(15).
       01  LNK-DOC-PRAZO                      PIC X(08).
       01  LNK-DOC-DIAS                       PIC 9(03).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 30 VALUE "NOTAS DA TURMA"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 30 VALUE "CURSO............".
           05 LINE  03 COLUMN 60 FROM  LNK-DOC-CURSO.
           05 LINE  04 COLUMN 30 VALUE "TURMA............".
           05 LINE  04 COLUMN 60 FROM  LNK-DOC-TURMA.
           05 LINE  05 COLUMN 30 VALUE "DISCIPLINA.......".
           05 LINE  05 COLUMN 60 FROM  LNK-DOC-DISCIPLINA.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "TIPO (P1,P2,SUB..)".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-NOTA-TIPO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-ALUNO.
           05 LINE  10 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  10 COLUMN 60 FROM  ARQ-RM.
           05 LINE  11 COLUMN 30 VALUE "NOME.............".
           05 LINE  11 COLUMN 60 FROM  ARQ-NOMEALUNO.
           05 LINE  12 COLUMN 30 VALUE "NOTA (0 A 10)....".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-NOTA-VALOR.
           05 LINE  13 COLUMN 30 VALUE "LANCAR (S/N/9)...".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-NOTA-LANCAR.
           05 LINE  21 COLUMN 09 VALUE
                  "N PULA O ALUNO / 9 ENCERRA O LANCAMENTO"
                       BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  15 COLUMN 30 VALUE "ALUNOS DA TURMA..".
           05 LINE  15 COLUMN 60 FROM  WRK-QTD-ALUNOS.
           05 LINE  16 COLUMN 30 VALUE "NOTAS GRAVADAS...".
           05 LINE  16 COLUMN 60 FROM  WRK-QTD-GRAVADAS.
           05 LINE  17 COLUMN 30 VALUE "JA LANCADAS......".
           05 LINE  17 COLUMN 60 FROM  WRK-QTD-PULADAS.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR, LNK-DOC-PROFESSOR, LNK-DOC-SEMESTRE,
             LNK-DOC-CURSO, LNK-DOC-TURMA, LNK-DOC-DISCIPLINA,
             LNK-DOC-PRAZO, LNK-DOC-DIAS.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG WRK-TEMP-DADOS-NOTA.
       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
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

      *----------- CONFERENCIA DO SELO DE CONTROLE ANTES DE GRAVAR -----
            MOVE "NOTAS"                   TO WRK-SEL-ARQUIVO
            MOVE "V"                       TO WRK-SEL-FUNCAO
            CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                 WRK-SEL-PROGRAMA, LNK-OPERADOR, WRK-SEL-RESULTADO.

            IF  WRK-SEL-RESULTADO EQUAL "D"
                DISPLAY SCR-TELA
                MOVE WRK-MSG-SELO-VIOLADO  TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE NOTAS (I-O PARA PERMITIR
      *----------- GRAVACAO DE NOVAS CHAVES EM UM ARQUIVO JA EXISTENTE)
            OPEN I-O  NOTAS.

      *------ ARQUIVO AINDA NAO EXISTE: CRIA NA PRIMEIRA GRAVACAO ------
            IF  FS-NOTAS EQUAL 35
                OPEN OUTPUT NOTAS
                CLOSE       NOTAS
                OPEN I-O    NOTAS
            END-IF.

            IF  FS-NOTAS NOT EQUAL 0
                EVALUATE FS-NOTAS
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

      *----------- ABERTURA DA TABELA DE PESOS (VALIDACAO DO TIPO) -----
            OPEN INPUT PESOS.

      *------ TABELA AINDA NAO EXISTE: CRIA VAZIA ----------------------
            IF  FS-PESOS EQUAL 35
                OPEN OUTPUT PESOS
                CLOSE       PESOS
                OPEN INPUT  PESOS
            END-IF.

      *----------- SEM CALENDARIO DE PROVAS NAO HA PRAZO POR TIPO ------
            OPEN INPUT PROVAS.

            IF  FS-PROVAS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-PROVAS
            END-IF.

      *----------- ABERTURA DA MATRICULA POR DISCIPLINA ----------------
            OPEN INPUT MATDISC.

            IF  FS-MATDISC EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MATDISC
            END-IF.

      *----------- LEITURA DA PROXIMA NUMERACAO DE NOTA DISPONIVEL -----
            OPEN INPUT NOTCTRL.

            IF  FS-NOTCTRL EQUAL ZEROS
                READ NOTCTRL
                    AT END
                        MOVE ZEROS            TO ARQ-NOTCTRL-PROXNUM
                END-READ
                CLOSE NOTCTRL
            ELSE
                MOVE ZEROS                    TO ARQ-NOTCTRL-PROXNUM
            END-IF.

            IF  ARQ-NOTCTRL-PROXNUM EQUAL ZEROS
                MOVE 1                        TO WRK-PROX-NUMERO
            ELSE
                MOVE ARQ-NOTCTRL-PROXNUM      TO WRK-PROX-NUMERO
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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-NOTA-TIPO (1:4) EQUAL '9999'
              GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *------------ VERIFICAR O TIPO DE AVALIACAO NA TABELA DE PESOS ---
           IF WRK-TEMP-NOTA-TIPO    EQUAL SPACES
              MOVE WRK-MSG-TIPO-AVAL-INVAL     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-NOTA-TIPO              TO ARQ-PES-TIPO
           READ PESOS KEY IS ARQ-PES-TIPO
               INVALID KEY
                   MOVE WRK-MSG-TIPO-AVAL-INVAL TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *------------ PROVA DO TIPO NO CALENDARIO: SO ABRE NO DIA DA -----
      *------------ PROVA E FECHA PASSADO O PRAZO DE LANCAMENTO --------
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WRK-DATA-HOJE.
           PERFORM 0210-BUSCAR-PROVA.

           IF  ARQ-PRV-DATA NOT EQUAL SPACES
           AND WRK-DATA-HOJE LESS ARQ-PRV-DATA
               MOVE WRK-MSG-DOC-PROVAFUT       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  WRK-PRAZO-TIPO NOT EQUAL SPACES
           AND WRK-DATA-HOJE GREATER WRK-PRAZO-TIPO
               MOVE WRK-MSG-DOC-PRAZO          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------ LANCAMENTO ALUNO A ALUNO DA TURMA ------------------
           MOVE ZEROS                          TO WRK-QTD-ALUNOS
                                                  WRK-QTD-GRAVADAS
                                                  WRK-QTD-PULADAS
           MOVE "N"                            TO WRK-ENCERRAR
           PERFORM 0220-PERCORRER-TURMA.

           IF  WRK-QTD-ALUNOS EQUAL ZEROS
               MOVE WRK-MSG-DOC-SEMALUNO       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                   TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-BUSCAR-PROVA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- DATA DA PROVA DO TIPO PARA A TURMA NA DISCIPLINA ----
      *----------- E O PRAZO FINAL (DATA MAIS OS DIAS DE PRAZO). SEM ---
      *----------- PROVA MARCADA, DATA E PRAZO FICAM EM BRANCO ---------

           MOVE SPACES                         TO ARQ-PRV-DATA
                                                  WRK-PRAZO-TIPO.

           IF  WRK-ABRIU-PROVAS NOT EQUAL "S"
               GO TO 0210-BUSCAR-PROVA-99-FIM
           END-IF.

           MOVE LNK-DOC-CURSO                  TO ARQ-PRV-CURSO
           MOVE LNK-DOC-TURMA                  TO ARQ-PRV-TURMA
           MOVE LNK-DOC-DISCIPLINA             TO ARQ-PRV-DISCIPLINA
           MOVE WRK-TEMP-NOTA-TIPO             TO ARQ-PRV-TIPO

           READ PROVAS KEY IS ARQ-PRV-CHAVE
               INVALID KEY
                   MOVE SPACES                 TO ARQ-PRV-DATA
                   GO TO 0210-BUSCAR-PROVA-99-FIM
           END-READ.

           IF  ARQ-PRV-DATA NOT NUMERIC
               MOVE SPACES                     TO ARQ-PRV-DATA
               GO TO 0210-BUSCAR-PROVA-99-FIM
           END-IF.

           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ARQ-PRV-DATA))
                 + LNK-DOC-DIAS
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           MOVE WRK-DATA-NUM                   TO WRK-PRAZO-TIPO.

      *-----------------------------------------------------------------
       0210-BUSCAR-PROVA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-PERCORRER-TURMA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNOS ATIVOS ALOCADOS NA TURMA; O DE CARGA ---------
      *----------- PARCIAL SO SE MATRICULADO NA DISCIPLINA -------------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0220-PERCORRER-TURMA-99-FIM
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0220-PERCORRER-TURMA-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS
                      OR WRK-ENCERRAR EQUAL "S"

               IF  ARQ-CURSO  EQUAL LNK-DOC-CURSO
               AND ARQ-TURMA  EQUAL LNK-DOC-TURMA
               AND ARQ-STATUS EQUAL "ATIVO"
                   PERFORM 0245-CONFERIR-MATRICULA-PARCIAL
                   IF  WRK-TEM-PARCIAL NOT EQUAL "S"
                   OR  WRK-DISC-MATRICULADA EQUAL "S"
                       ADD 1                   TO WRK-QTD-ALUNOS
                       PERFORM 0225-CONFERIR-LANCADA
                       IF  WRK-JA-LANCADA EQUAL "S"
                           ADD 1               TO WRK-QTD-PULADAS
                       ELSE
                           PERFORM 0240-LANCAR-ALUNO
                       END-IF
                   END-IF
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0220-PERCORRER-TURMA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CONFERIR-LANCADA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE AS NOTAS DO ALUNO (CHAVE ALTERNADA DE RM): ----
      *----------- NOTA DO MESMO TIPO NA DISCIPLINA JA LANCADA, OU -----
      *----------- SUB COM P1 E P2 JA LANCADAS, PULA O ALUNO -----------

           MOVE "N"                            TO WRK-JA-LANCADA
           MOVE SPACES                         TO WRK-TEM-P1
                                                  WRK-TEM-P2
           MOVE ARQ-RM                         TO ARQ-NOTA-RM

           START NOTAS KEY IS EQUAL ARQ-NOTA-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-NOTAS
                   GO TO 0225-CONFERIR-LANCADA-99-FIM
           END-START.

           READ NOTAS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-NOTAS
                   GO TO 0225-CONFERIR-LANCADA-99-FIM
           END-READ.

           PERFORM UNTIL FS-NOTAS NOT EQUAL ZEROS
                      OR ARQ-NOTA-RM NOT EQUAL ARQ-RM

               IF  ARQ-NOTA-DISCIPLINA EQUAL LNK-DOC-DISCIPLINA
                   IF  ARQ-NOTA-TIPO EQUAL WRK-TEMP-NOTA-TIPO
                       MOVE "S"                TO WRK-JA-LANCADA
                   END-IF
                   IF  ARQ-NOTA-TIPO EQUAL "P1"
                       MOVE "S"                TO WRK-TEM-P1
                   END-IF
                   IF  ARQ-NOTA-TIPO EQUAL "P2"
                       MOVE "S"                TO WRK-TEM-P2
                   END-IF
               END-IF

               READ NOTAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NOTAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-NOTAS.

           IF  WRK-TEMP-NOTA-TIPO EQUAL "SUB"
           AND WRK-TEM-P1 EQUAL "S"
           AND WRK-TEM-P2 EQUAL "S"
               MOVE "S"                        TO WRK-JA-LANCADA
           END-IF.

      *-----------------------------------------------------------------
       0225-CONFERIR-LANCADA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-LANCAR-ALUNO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- PEDE A NOTA DO ALUNO CORRENTE E GRAVA O LANCAMENTO --

           MOVE ZEROS                          TO WRK-TEMP-NOTA-VALOR
           MOVE "S"                            TO WRK-TEMP-NOTA-LANCAR
           DISPLAY SCR-TELA.

       0240-LANCAR-ALUNO-TELA.
           ACCEPT SCR-ALUNO.

           IF  WRK-TEMP-NOTA-LANCAR EQUAL "9"
               MOVE "S"                        TO WRK-ENCERRAR
               GO TO 0240-LANCAR-ALUNO-99-FIM
           END-IF.

           IF  WRK-TEMP-NOTA-LANCAR EQUAL "N"
           OR  WRK-TEMP-NOTA-LANCAR EQUAL "n"
               GO TO 0240-LANCAR-ALUNO-99-FIM
           END-IF.

           IF  WRK-TEMP-NOTA-LANCAR NOT EQUAL "S"
           AND WRK-TEMP-NOTA-LANCAR NOT EQUAL "s"
               MOVE WRK-MSG-OPCAO-ERRO         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0240-LANCAR-ALUNO-TELA
           END-IF.

           IF  WRK-TEMP-NOTA-VALOR GREATER THAN 10
               MOVE WRK-NOTA-INVAL             TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0240-LANCAR-ALUNO-TELA
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE WRK-PROX-NUMERO                TO ARQ-NOTA-NUMERO
           MOVE ARQ-RM                         TO ARQ-NOTA-RM
           MOVE LNK-DOC-DISCIPLINA             TO ARQ-NOTA-DISCIPLINA
           MOVE WRK-TEMP-NOTA-VALOR            TO ARQ-NOTA-VALOR
           MOVE FUNCTION CURRENT-DATE(1:8)     TO ARQ-NOTA-DATA
           MOVE WRK-TEMP-NOTA-TIPO             TO ARQ-NOTA-TIPO

           WRITE ARQ-DADOS-NOTA
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE   TO WRK-MSG
                   PERFORM 0900-MOSTRA
               NOT INVALID KEY
                   ADD 1                       TO WRK-PROX-NUMERO
                                                  WRK-QTD-GRAVADAS
                   PERFORM 0250-GRAVAR-NOTCTRL

      *----------- TRILHA COM O OPERADOR E O PROFESSOR DA TURMA --------
                   MOVE FUNCTION CURRENT-DATE  TO WRK-DATA-HORA
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-AUD-DATAHORA
                   MOVE "PROGDNOT"             TO ARQ-AUD-PROGRAMA
                   MOVE "LANCTO NOTA"          TO ARQ-AUD-OPERACAO
                   MOVE ARQ-RM                 TO ARQ-AUD-RM
                   MOVE ARQ-NOMEALUNO          TO ARQ-AUD-NOMEALUNO
                   MOVE LNK-OPERADOR           TO ARQ-AUD-OPERADOR
                   MOVE "PROFESSOR"            TO ARQ-AUD-CAMPO
                   MOVE LNK-DOC-PROFESSOR      TO ARQ-AUD-ANTES
                   MOVE LNK-DOC-DISCIPLINA     TO WRK-AN-DISCIPLINA
                   MOVE WRK-TEMP-NOTA-TIPO     TO WRK-AN-TIPO
                   MOVE WRK-TEMP-NOTA-VALOR    TO WRK-AN-VALOR
                   MOVE WRK-AUD-NOTA           TO ARQ-AUD-DEPOIS
                   WRITE ARQ-DADOS-AUDITORIA
           END-WRITE.

      *-----------------------------------------------------------------
       0240-LANCAR-ALUNO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-CONFERIR-MATRICULA-PARCIAL                         SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE SE O ALUNO TEM MATRICULA POR DISCIPLINA -----
      *----------- ATIVA (CARGA PARCIAL) E SE A DISCIPLINA DA TURMA ----
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
                   IF  ARQ-MDI-DISCIPLINA EQUAL LNK-DOC-DISCIPLINA
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
       0250-GRAVAR-NOTCTRL                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A PROXIMA NUMERACAO DE NOTA DISPONIVEL --------

           MOVE WRK-PROX-NUMERO         TO ARQ-NOTCTRL-PROXNUM
           OPEN OUTPUT NOTCTRL
           WRITE ARQ-NOTCTRL
           CLOSE NOTCTRL.

      *-----------------------------------------------------------------
       0250-GRAVAR-NOTCTRL-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  NOTAS.

              IF  FS-NOTAS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

      *----------- REGRAVA O SELO DE CONTROLE COM O ARQUIVO FECHADO ----
             MOVE "G"                         TO WRK-SEL-FUNCAO
             CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                  WRK-SEL-PROGRAMA, LNK-OPERADOR, WRK-SEL-RESULTADO.

             CLOSE  PESOS.

             IF  WRK-ABRIU-PROVAS EQUAL "S"
                 CLOSE PROVAS
             END-IF.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
             END-IF.

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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDCHA.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CHAMADA LANCADA PELO PROPRIO PROFESSOR NO PORTAL
      *----    DO PROFESSOR (MENUDOC), SO PARA A TURMA E DISCIPLINA
      *----    ESCOLHIDA ENTRE AS ATRIBUIDAS A ELE. PARA A DATA DA
      *----    AULA INFORMADA, PERCORRE OS ALUNOS ATIVOS DA TURMA
      *----    (O ALUNO DE CARGA PARCIAL SO ENTRA SE MATRICULADO NA
      *----    DISCIPLINA EM MATDISC.dat) PEDINDO P OU A DE CADA UM
      *----    E GRAVA EM FREQUENCIA.dat COM A NUMERACAO DO PROGFREQ.
      *----    ALUNO JA COM CHAMADA NA DATA E PULADO. CADA LANCAMENTO
      *----    VAI PARA A TRILHA DE AUDITORIA COM O OPERADOR E O
      *----    PROFESSOR. QUANDO A IMPORTACAO DAS CATRACAS (PROGCATR)
      *----    DEIXOU PROPOSTA PARA O ALUNO NA AULA (FREQPROP.dat), A
      *----    PRESENCA JA VEM COM O VALOR PROPOSTO E A HORA DA
      *----    ENTRADA; AO GRAVAR, A PROPOSTA FICA CONFIRMADA OU
      *----    ALTERADA. A SECRETARIA CHEGA AQUI PELO PROGCATC.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            E             BOKALU
      *---- MATDISC           E             BOKMDIS
      *---- FREQUENCIA        I             BOKFREQ
      *---- FREQCTRL          E              ----
      *---- FREQPROP         I/O            BOKFPRO
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

           SELECT FREQUENCIA  ASSIGN TO WRK-PATH-FREQUENCIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO ------------
           SELECT FREQCTRL  ASSIGN TO WRK-PATH-FREQCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-FREQCTRL.

      *----------- PRESENCA PROPOSTA PELAS CATRACAS (PROGCATR) ---------
           SELECT FREQPROP  ASSIGN TO WRK-PATH-FREQPROP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FPR-CHAVE
                  FILE STATUS IS FS-FREQPROP.

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

       FD  FREQUENCIA.
       COPY "BOKFREQ".

      *-------------------- AREA DE CONTROLE DA NUMERACAO --------------
       FD  FREQCTRL.
       01  ARQ-FREQCTRL.
           05 ARQ-FREQCTRL-PROXNUM      PIC 9(08).

       FD  FREQPROP.
       COPY "BOKFPRO".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS-CHAMADA.
           05 WRK-TEMP-CHA-DATA         PIC X(08).
           05 WRK-TEMP-CHA-PRESENCA     PIC X(01).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-FREQCTRL                  PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

      *------------- MATRICULA POR DISCIPLINA (CARGA PARCIAL) ----------
      *--- ALUNO COM LINHA ATIVA EM MATDISC SO ENTRA NA CHAMADA DAS ----
      *--- DISCIPLINAS EM QUE ESTA MATRICULADO -------------------------
       77  FS-MATDISC                   PIC 9(02).
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".
       77  WRK-TEM-PARCIAL              PIC X(01) VALUE SPACES.
       77  WRK-DISC-MATRICULADA         PIC X(01) VALUE SPACES.

      *------------- PROPOSTA DAS CATRACAS PARA O ALUNO CORRENTE -------
       77  FS-FREQPROP                  PIC 9(02).
       77  WRK-ABRIU-FREQPROP           PIC X(01) VALUE "N".
       77  WRK-TEM-PROPOSTA             PIC X(01) VALUE SPACES.
       77  WRK-TXT-CATRACA              PIC X(30) VALUE SPACES.

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.
       77  WRK-DATA-HOJE                PIC X(08)    VALUE SPACES.

      *------------- ALUNOS QUE JA TEM CHAMADA NA DATA -----------------
       01  WRK-TAB-LANCADAS.
           05 WRK-TL-RM OCCURS 200 TIMES PIC X(06).
       77  WRK-QTD-LANCADAS             PIC 9(03) VALUE ZEROS.
       77  WRK-IX                       PIC 9(03) VALUE ZEROS.
       77  WRK-JA-LANCADA               PIC X(01) VALUE SPACES.

      *------------- CONTADORES DA CHAMADA -----------------------------
       77  WRK-QTD-ALUNOS               PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-GRAVADAS             PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PULADAS              PIC 9(04) VALUE ZEROS.
      *--- "S" = PROFESSOR ENCERROU A CHAMADA ANTES DO FIM DA TURMA ----
       77  WRK-ENCERRAR                 PIC X(01) VALUE SPACES.

      *------------- VARIAVEL DE APOIO A TRILHA DE AUDITORIA -----------
       77  WRK-DATA-HORA                PIC X(21).
       01  WRK-AUD-CHAMADA.
           05 WRK-AC-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-AC-DATA               PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-AC-PRESENCA           PIC X(01).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *------------- VARIAVEL DA PROXIMA NUMERACAO ---------------------
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
           05 LINE  01 COLUMN 32 VALUE "CHAMADA DA TURMA"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 30 VALUE "CURSO............".
           05 LINE  03 COLUMN 60 FROM  LNK-DOC-CURSO.
           05 LINE  04 COLUMN 30 VALUE "TURMA............".
           05 LINE  04 COLUMN 60 FROM  LNK-DOC-TURMA.
           05 LINE  05 COLUMN 30 VALUE "DISCIPLINA.......".
           05 LINE  05 COLUMN 60 FROM  LNK-DOC-DISCIPLINA.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "DATA DA AULA.....".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CHA-DATA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-ALUNO.
           05 LINE  10 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  10 COLUMN 60 FROM  ARQ-RM.
           05 LINE  11 COLUMN 30 VALUE "NOME.............".
           05 LINE  11 COLUMN 60 FROM  ARQ-NOMEALUNO.
           05 LINE  12 COLUMN 30 VALUE "PRESENCA (P/A)...".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-CHA-PRESENCA.
           05 LINE  13 COLUMN 30 VALUE "CATRACA..........".
           05 LINE  13 COLUMN 60 FROM  WRK-TXT-CATRACA.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9 PARA ENCERRAR"
                       BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  15 COLUMN 30 VALUE "ALUNOS DA TURMA..".
           05 LINE  15 COLUMN 60 FROM  WRK-QTD-ALUNOS.
           05 LINE  16 COLUMN 30 VALUE "CHAMADAS GRAVADAS".
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
           INITIALIZE WRK-MSG WRK-TEMP-DADOS-CHAMADA.
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

      *----------- ABERTURA DA MATRICULA POR DISCIPLINA ----------------
            OPEN INPUT MATDISC.

            IF  FS-MATDISC EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MATDISC
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE FREQUENCIA (I-O PARA PERMITIR
      *----------- GRAVACAO DE NOVAS CHAVES EM UM ARQUIVO JA EXISTENTE)
            OPEN I-O  FREQUENCIA.

      *------ ARQUIVO AINDA NAO EXISTE: CRIA NA PRIMEIRA GRAVACAO ------
            IF  FS-FREQUENCIA EQUAL 35
                OPEN OUTPUT FREQUENCIA
                CLOSE       FREQUENCIA
                OPEN I-O    FREQUENCIA
            END-IF.

            IF  FS-FREQUENCIA NOT EQUAL 0
                EVALUATE FS-FREQUENCIA
                    WHEN 37
                        MOVE WRK-MSG-FS-PERMISSAO TO WRK-MSG
                    WHEN 39
                        MOVE WRK-MSG-FS-INCONSIST TO WRK-MSG
                    WHEN OTHER
                        MOVE WRK-MSG-OPEN         TO WRK-MSG
                END-EVALUATE
                 PERFORM 0900-MOSTRA
                  CLOSE ALUNOS
                  IF  WRK-ABRIU-MATDISC EQUAL "S"
                      CLOSE MATDISC
                  END-IF
                  GOBACK
            END-IF.

      *----------- LEITURA DA PROXIMA NUMERACAO DISPONIVEL -------------
            OPEN INPUT FREQCTRL.

            IF  FS-FREQCTRL EQUAL ZEROS
                READ FREQCTRL
                    AT END
                        MOVE ZEROS            TO ARQ-FREQCTRL-PROXNUM
                END-READ
                CLOSE FREQCTRL
            ELSE
                MOVE ZEROS                    TO ARQ-FREQCTRL-PROXNUM
            END-IF.

            IF  ARQ-FREQCTRL-PROXNUM EQUAL ZEROS
                MOVE 1                        TO WRK-PROX-NUMERO
            ELSE
                MOVE ARQ-FREQCTRL-PROXNUM     TO WRK-PROX-NUMERO
            END-IF.

      *----------- PROPOSTAS DAS CATRACAS (SEM ARQUIVO, SEM PROPOSTA) -
            OPEN I-O FREQPROP.

            IF  FS-FREQPROP EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-FREQPROP
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
           IF WRK-TEMP-CHA-DATA (1:4) EQUAL '9999'
              GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE WRK-TEMP-CHA-DATA              TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
               MOVE WRK-MSG-AUS-DATA           TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------ A CHAMADA E DE AULA JA DADA ------------------------
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WRK-DATA-HOJE.

           IF  WRK-TEMP-CHA-DATA GREATER WRK-DATA-HOJE
               MOVE WRK-MSG-DOC-DATAFUT        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------ ALUNOS QUE JA TEM CHAMADA NA DATA SAO PULADOS ------
           PERFORM 0210-MARCAR-LANCADAS.

      *------------ CHAMADA ALUNO A ALUNO DA TURMA ---------------------
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
       0210-MARCAR-LANCADAS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GUARDA OS RM QUE JA TEM CHAMADA DA DISCIPLINA NA ----
      *----------- DATA INFORMADA --------------------------------------

           MOVE ZEROS                          TO WRK-QTD-LANCADAS
           MOVE LOW-VALUES                     TO ARQ-FRE-NUMERO

           START FREQUENCIA KEY IS GREATER THAN OR EQUAL ARQ-FRE-NUMERO
               INVALID KEY
                   GO TO 0210-MARCAR-LANCADAS-99-FIM
           END-START.

           READ FREQUENCIA NEXT RECORD
               AT END
                   GO TO 0210-MARCAR-LANCADAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL ZEROS
                      OR WRK-QTD-LANCADAS EQUAL 200

               IF  ARQ-FRE-DISCIPLINA EQUAL LNK-DOC-DISCIPLINA
               AND ARQ-FRE-DATA       EQUAL WRK-TEMP-CHA-DATA
                   ADD 1                       TO WRK-QTD-LANCADAS
                   MOVE ARQ-FRE-RM
                        TO WRK-TL-RM (WRK-QTD-LANCADAS)
               END-IF

               READ FREQUENCIA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FREQUENCIA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FREQUENCIA.

      *-----------------------------------------------------------------
       0210-MARCAR-LANCADAS-99-FIM                             SECTION.
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
      *----------- PROCURA O RM ENTRE OS QUE JA TEM CHAMADA NA DATA ----

           MOVE "N"                            TO WRK-JA-LANCADA.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-LANCADAS
               IF  WRK-TL-RM (WRK-IX) EQUAL ARQ-RM
                   MOVE "S"                    TO WRK-JA-LANCADA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       0225-CONFERIR-LANCADA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE O FORMATO AAAAMMDD DA DATA EM ---------------
      *----------- WRK-DATA-TESTE-X ------------------------------------

           MOVE "N"                            TO WRK-DATA-VALIDA.

           IF  WRK-DATA-TESTE-X NOT NUMERIC
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-ANO LESS 1601
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-MES LESS 1 OR WRK-DT-MES GREATER 12
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-DIA LESS 1 OR WRK-DT-DIA GREATER 31
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-DATA-VALIDA.

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-BUSCAR-PROPOSTA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- PROPOSTA AINDA NAO CONFIRMADA DO ALUNO CORRENTE -----
      *----------- NA AULA: VIRA O VALOR INICIAL DA PRESENCA -----------

           MOVE "N"                            TO WRK-TEM-PROPOSTA
           MOVE SPACES                         TO WRK-TXT-CATRACA.

           IF  WRK-ABRIU-FREQPROP NOT EQUAL "S"
               GO TO 0235-BUSCAR-PROPOSTA-99-FIM
           END-IF.

           MOVE WRK-TEMP-CHA-DATA              TO ARQ-FPR-DATA
           MOVE LNK-DOC-CURSO                  TO ARQ-FPR-CURSO
           MOVE LNK-DOC-TURMA                  TO ARQ-FPR-TURMA
           MOVE LNK-DOC-DISCIPLINA             TO ARQ-FPR-DISCIPLINA
           MOVE ARQ-RM                         TO ARQ-FPR-RM

           READ FREQPROP KEY IS ARQ-FPR-CHAVE
               INVALID KEY
                   GO TO 0235-BUSCAR-PROPOSTA-99-FIM
           END-READ.

           IF  ARQ-FPR-STATUS NOT EQUAL "PROPOSTA"
               GO TO 0235-BUSCAR-PROPOSTA-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-TEM-PROPOSTA
           MOVE ARQ-FPR-PRESENCA               TO WRK-TEMP-CHA-PRESENCA.

           IF  ARQ-FPR-PRESENCA EQUAL "P"
               STRING "ENTRADA " ARQ-FPR-HORA (1:2) ":"
                      ARQ-FPR-HORA (3:2) " PORTAO " ARQ-FPR-PORTAO
                      DELIMITED BY SIZE INTO WRK-TXT-CATRACA
           ELSE
               MOVE "SEM ENTRADA NO TURNO"     TO WRK-TXT-CATRACA
           END-IF.

      *-----------------------------------------------------------------
       0235-BUSCAR-PROPOSTA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0238-BAIXAR-PROPOSTA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- CHAMADA GRAVADA: A PROPOSTA FICA CONFIRMADA (MESMA --
      *----------- PRESENCA) OU ALTERADA, COM O OPERADOR ---------------

           IF  WRK-TEMP-CHA-PRESENCA EQUAL ARQ-FPR-PRESENCA
               MOVE "CONFIRMADA"               TO ARQ-FPR-STATUS
           ELSE
               MOVE "ALTERADA"                 TO ARQ-FPR-STATUS
           END-IF.

           MOVE LNK-OPERADOR                   TO ARQ-FPR-OPERADOR

           REWRITE ARQ-DADOS-FREQPROP
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *-----------------------------------------------------------------
       0238-BAIXAR-PROPOSTA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-LANCAR-ALUNO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- PEDE P OU A DO ALUNO CORRENTE E GRAVA A CHAMADA -----

           MOVE "P"                            TO WRK-TEMP-CHA-PRESENCA
           PERFORM 0235-BUSCAR-PROPOSTA
           DISPLAY SCR-TELA.

       0240-LANCAR-ALUNO-TELA.
           ACCEPT SCR-ALUNO.

           IF  WRK-TEMP-CHA-PRESENCA EQUAL "9"
               MOVE "S"                        TO WRK-ENCERRAR
               GO TO 0240-LANCAR-ALUNO-99-FIM
           END-IF.

           IF  WRK-TEMP-CHA-PRESENCA EQUAL "p"
               MOVE "P"                        TO WRK-TEMP-CHA-PRESENCA
           END-IF.

           IF  WRK-TEMP-CHA-PRESENCA EQUAL "a"
               MOVE "A"                        TO WRK-TEMP-CHA-PRESENCA
           END-IF.

           IF  WRK-TEMP-CHA-PRESENCA NOT EQUAL "P"
           AND WRK-TEMP-CHA-PRESENCA NOT EQUAL "A"
               MOVE WRK-MSG-PRESENCA-INVAL     TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0240-LANCAR-ALUNO-TELA
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE WRK-PROX-NUMERO                TO ARQ-FRE-NUMERO
           MOVE ARQ-RM                         TO ARQ-FRE-RM
           MOVE LNK-DOC-DISCIPLINA             TO ARQ-FRE-DISCIPLINA
           MOVE WRK-TEMP-CHA-DATA              TO ARQ-FRE-DATA
           MOVE WRK-TEMP-CHA-PRESENCA          TO ARQ-FRE-PRESENCA

           WRITE ARQ-DADOS-FREQUENCIA
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE   TO WRK-MSG
                   PERFORM 0900-MOSTRA
               NOT INVALID KEY
                   ADD 1                       TO WRK-PROX-NUMERO
                                                  WRK-QTD-GRAVADAS
                   PERFORM 0250-GRAVAR-FREQCTRL

      *----------- TRILHA COM O OPERADOR E O PROFESSOR DA TURMA --------
                   MOVE FUNCTION CURRENT-DATE  TO WRK-DATA-HORA
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-AUD-DATAHORA
                   MOVE "PROGDCHA"             TO ARQ-AUD-PROGRAMA
                   MOVE "LANCTO FREQ"          TO ARQ-AUD-OPERACAO
                   MOVE ARQ-RM                 TO ARQ-AUD-RM
                   MOVE ARQ-NOMEALUNO          TO ARQ-AUD-NOMEALUNO
                   MOVE LNK-OPERADOR           TO ARQ-AUD-OPERADOR
                   MOVE "PROFESSOR"            TO ARQ-AUD-CAMPO
                   MOVE LNK-DOC-PROFESSOR      TO ARQ-AUD-ANTES
                   MOVE LNK-DOC-DISCIPLINA     TO WRK-AC-DISCIPLINA
                   MOVE WRK-TEMP-CHA-DATA      TO WRK-AC-DATA
                   MOVE WRK-TEMP-CHA-PRESENCA  TO WRK-AC-PRESENCA
                   MOVE WRK-AUD-CHAMADA        TO ARQ-AUD-DEPOIS
                   WRITE ARQ-DADOS-AUDITORIA

                   IF  WRK-TEM-PROPOSTA EQUAL "S"
                       PERFORM 0238-BAIXAR-PROPOSTA
                   END-IF
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
       0250-GRAVAR-FREQCTRL                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A PROXIMA NUMERACAO DISPONIVEL ----------------

           MOVE WRK-PROX-NUMERO         TO ARQ-FREQCTRL-PROXNUM
           OPEN OUTPUT FREQCTRL
           WRITE ARQ-FREQCTRL
           CLOSE FREQCTRL.

      *-----------------------------------------------------------------
       0250-GRAVAR-FREQCTRL-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  FREQUENCIA.

              IF  FS-FREQUENCIA NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
             END-IF.

             IF  WRK-ABRIU-FREQPROP EQUAL "S"
                 CLOSE FREQPROP
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

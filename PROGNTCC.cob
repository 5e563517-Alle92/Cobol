       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNTCC.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: REGISTRAR A NOTA DA BANCA DO TCC. SO O TCC COM
      *----    DEFESA AGENDADA E JA REALIZADA (DATA DA DEFESA ATE
      *----    HOJE) RECEBE NOTA, UMA UNICA VEZ. A NOTA VAI PARA
      *----    NOTAS.dat NA DISCIPLINA DO TCC, COM O TIPO "BANCA TCC"
      *----    E A NUMERACAO DO PROGNOTA, O TCC FICA AVALIADO COM O
      *----    NUMERO DO LANCAMENTO, E A TRILHA DE AUDITORIA GUARDA A
      *----    BANCA E A NOTA.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TCC               I/O           BOKTCC
      *---- ALUNOS            I             BOKALU
      *---- NOTAS             E             BOKNOTA
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
           SELECT TCC  ASSIGN TO WRK-PATH-TCC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TCC-RM
                  FILE STATUS IS FS-TCC.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT NOTAS  ASSIGN TO WRK-PATH-NOTAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NOTA-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NOTA-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NOTAS.

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

       FD  TCC.
       COPY "BOKTCC".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  NOTAS.
       COPY "BOKNOTA".

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

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-TCC-RM           PIC X(06).
           05 WRK-TEMP-TCC-NOTA         PIC 9(02)V99.

      *------------- VARIAVEIS DE STATUS
       77  FS-TCC                       PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-NOTAS                     PIC 9(02).
       77  FS-NOTCTRL                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-NOME-ALUNO               PIC X(20) VALUE SPACES.
       77  WRK-NOTA-EDIT                PIC Z9,99.

      *------------- VARIAVEL DA PROXIMA NUMERACAO DE NOTA -------------
       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.

      *------------- SELO DE CONTROLE DE NOTAS.dat (PROGSELO) ----------
       77  WRK-SEL-ARQUIVO              PIC X(12) VALUE SPACES.
       77  WRK-SEL-FUNCAO               PIC X(01) VALUE SPACES.
       77  WRK-SEL-PROGRAMA             PIC X(08) VALUE "PROGNTCC".
       77  WRK-SEL-RESULTADO            PIC X(01) VALUE SPACES.

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
           05 LINE  01 COLUMN 28 VALUE "TCC - NOTA DA BANCA"
                  BACKGROUND-COLOR 3.

       01  SCR-CHAVE.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-TCC-RM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-TCC.
           05 LINE  08 COLUMN 09 VALUE "TITULO".
           05 LINE  08 COLUMN 16 FROM  ARQ-TCC-TITULO.
           05 LINE  09 COLUMN 30 VALUE "DEFESA...........".
           05 LINE  09 COLUMN 60 FROM  ARQ-TCC-DATA-DEFESA.
           05 LINE  10 COLUMN 30 VALUE "ORIENTADOR.......".
           05 LINE  10 COLUMN 60 FROM  ARQ-TCC-ORIENTADOR.
           05 LINE  11 COLUMN 30 VALUE "BANCA............".
           05 LINE  11 COLUMN 60 FROM  ARQ-TCC-BANCA-1.
           05 LINE  11 COLUMN 67 FROM  ARQ-TCC-BANCA-2.

       01  SCR-NOTA.
           05 LINE  13 COLUMN 30 VALUE "NOTA DA BANCA....".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-TCC-NOTA.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "DESEJA GRAVAR (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 38 USING WRK-OPCAO.

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

      *----------- ABERTURA DO TCC (I-O PARA MARCAR A AVALIACAO) -------
            OPEN I-O  TCC.

            IF  FS-TCC NOT EQUAL 0
                MOVE WRK-MSG-TCC-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TCC
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
                CLOSE TCC ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE NOTAS (I-O; CRIA NA ----------
      *----------- PRIMEIRA GRAVACAO) ----------------------------------
            OPEN I-O  NOTAS.

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
                  CLOSE TCC ALUNOS
                  GOBACK
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

      *--------------- AREA DE LOCALIZACAO DO TCC ----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-CHAVE.

           IF WRK-TEMP-TCC-RM  EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE WRK-TEMP-TCC-RM                TO ARQ-TCC-RM
           READ TCC KEY IS ARQ-TCC-RM
               INVALID KEY
                   MOVE WRK-MSG-TCC-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF  ARQ-TCC-STATUS EQUAL "AVALIADO"
               MOVE WRK-MSG-TCC-AVALIADO       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO  TO  0200-PROCESSAR
           END-IF.

      *------------ SO DEPOIS DA DEFESA AGENDADA E REALIZADA -----------
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           IF  ARQ-TCC-STATUS NOT EQUAL "AGENDADO"
           OR  ARQ-TCC-DATA-DEFESA GREATER WRK-DATA-HORA(1:8)
               MOVE WRK-MSG-TCC-SEMDEFESA      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO  TO  0200-PROCESSAR
           END-IF.

           MOVE SPACES                         TO WRK-NOME-ALUNO
           MOVE WRK-TEMP-TCC-RM                TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               NOT INVALID KEY
                   MOVE ARQ-NOMEALUNO          TO WRK-NOME-ALUNO
           END-READ.

      *--------------- AREA DE INSERCAO DA NOTA ------------------------
           DISPLAY SCR-TCC
           MOVE ZEROS                          TO WRK-TEMP-TCC-NOTA
           ACCEPT SCR-NOTA.

           IF WRK-TEMP-TCC-NOTA   GREATER THAN 10
              MOVE WRK-NOTA-INVAL              TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
              MOVE WRK-SEMCONFIRM              TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE WRK-PROX-NUMERO                TO ARQ-NOTA-NUMERO
           MOVE WRK-TEMP-TCC-RM                TO ARQ-NOTA-RM
           MOVE ARQ-TCC-DISCIPLINA             TO ARQ-NOTA-DISCIPLINA
           MOVE WRK-TEMP-TCC-NOTA              TO ARQ-NOTA-VALOR
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-NOTA-DATA
           MOVE "BANCA TCC"                    TO ARQ-NOTA-TIPO

           WRITE ARQ-DADOS-NOTA
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE   TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-WRITE.

           ADD 1                               TO WRK-PROX-NUMERO
           PERFORM 0220-GRAVAR-NOTCTRL.

           MOVE WRK-TEMP-TCC-NOTA              TO ARQ-TCC-NOTA
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-TCC-DATA-NOTA
           MOVE ARQ-NOTA-NUMERO                TO ARQ-TCC-NOTA-NUMERO
           MOVE "AVALIADO"                     TO ARQ-TCC-STATUS
           REWRITE ARQ-DADOS-TCC.

           PERFORM 0240-AUDITAR-NOTA.

           MOVE WRK-MSG-TCC-NOTA               TO WRK-MSG
           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GRAVAR-NOTCTRL                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A PROXIMA NUMERACAO DE NOTA DISPONIVEL --------

           MOVE WRK-PROX-NUMERO         TO ARQ-NOTCTRL-PROXNUM
           OPEN OUTPUT NOTCTRL
           WRITE ARQ-NOTCTRL
           CLOSE NOTCTRL.

      *-----------------------------------------------------------------
       0220-GRAVAR-NOTCTRL-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-AUDITAR-NOTA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- ANTES: A BANCA (ORIENTADOR E MEMBROS); DEPOIS: A ----
      *----------- NOTA E O LANCAMENTO GERADO EM NOTAS.dat -------------

           MOVE WRK-TEMP-TCC-NOTA              TO WRK-NOTA-EDIT

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGNTCC"                     TO ARQ-AUD-PROGRAMA
           MOVE "NOTA TCC"                     TO ARQ-AUD-OPERACAO
           MOVE WRK-TEMP-TCC-RM                TO ARQ-AUD-RM
           MOVE WRK-NOME-ALUNO                 TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "BANCA TCC"                    TO ARQ-AUD-CAMPO

           MOVE SPACES                         TO ARQ-AUD-ANTES
           STRING "BANCA " ARQ-TCC-ORIENTADOR " "
                  ARQ-TCC-BANCA-1 " " ARQ-TCC-BANCA-2
                  " EM " ARQ-TCC-DATA-DEFESA
                  DELIMITED BY SIZE INTO ARQ-AUD-ANTES

           MOVE SPACES                         TO ARQ-AUD-DEPOIS
           STRING "NOTA " WRK-NOTA-EDIT " LANC "
                  ARQ-TCC-NOTA-NUMERO " " ARQ-TCC-DISCIPLINA
                  DELIMITED BY SIZE INTO ARQ-AUD-DEPOIS

           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0240-AUDITAR-NOTA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  TCC.

              IF  FS-TCC NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             CLOSE  NOTAS.

      *----------- REGRAVA O SELO DE CONTROLE COM O ARQUIVO FECHADO ----
             MOVE "G"                         TO WRK-SEL-FUNCAO
             CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                  WRK-SEL-PROGRAMA, LNK-OPERADOR, WRK-SEL-RESULTADO.

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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNSOC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER O NOME SOCIAL DO ALUNO EM NOMESOC.dat,
      *----    SEPARADO DO NOME CIVIL (ARQ-NOMEALUNO, QUE NAO MUDA).
      *----    G = GRAVA OU ALTERA O NOME SOCIAL, SO COM O TERMO DE
      *----    CONSENTIMENTO ASSINADO (DATA DO TERMO E DECLARANTE:
      *----    O PROPRIO ALUNO OU O RESPONSAVEL LEGAL DO MENOR) E COM
      *----    A ESCOLHA DE USO TAMBEM NOS DOCUMENTOS OFICIAIS;
      *----    R = REVOGA A PEDIDO DO ALUNO (O NOME E APAGADO E AS
      *----    SAIDAS VOLTAM AO NOME CIVIL). CADA MUDANCA GRAVA UMA
      *----    LINHA EM NSOCHIST.dat COM O NOME ANTES E DEPOIS. A
      *----    REGRA DE QUAL NOME CADA SAIDA IMPRIME FICA NO PROGNOME.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- NOMESOC           E             BOKNSOC
      *---- NSOCHIST          E             BOKNSOH
      *---- ALUNOS            I             BOKALU
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
           SELECT NOMESOC  ASSIGN TO WRK-PATH-NOMESOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NSO-RM
                  FILE STATUS IS FS-NOMESOC.

           SELECT NSOCHIST  ASSIGN TO WRK-PATH-NSOCHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NSOCHIST.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  NOMESOC.
       COPY "BOKNSOC".

       FD  NSOCHIST.
       COPY "BOKNSOH".

       FD  ALUNOS.
       COPY "BOKALU".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-NOMESOC                   PIC 9(02).
       77  FS-NSOCHIST                  PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- DADOS INFORMADOS NA TELA --------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06).
      *--- G = GRAVAR / ALTERAR  R = REVOGAR ---------------------------
           05 WRK-TEMP-ACAO             PIC X(01).
           05 WRK-TEMP-NOME             PIC X(20).
           05 WRK-TEMP-OFICIAL          PIC X(01).
           05 WRK-TEMP-TERMO            PIC X(01).
           05 WRK-TEMP-DATA-TERMO       PIC X(08).
           05 WRK-TEMP-DECLARANTE       PIC X(01).

      *------------- REGISTRO EM VIGOR (ANTES DA MANUTENCAO) -----------
       01  WRK-ATUAL.
           05 WRK-ATU-EXISTE            PIC X(01).
           05 WRK-ATU-NOME              PIC X(20).
           05 WRK-ATU-SITUACAO          PIC X(01).
           05 WRK-ATU-OFICIAL           PIC X(01).
           05 WRK-ATU-DATA-TERMO        PIC X(08).
           05 WRK-ATU-DECLARANTE        PIC X(01).

       77  WRK-NOME-CIVIL               PIC X(20) VALUE SPACES.
       77  WRK-SITUACAO-TELA            PIC X(10) VALUE SPACES.
       77  WRK-OPERACAO                 PIC X(10) VALUE SPACES.

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.

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
           05 LINE  01 COLUMN 30 VALUE "NOME SOCIAL DO ALUNO"
                  BACKGROUND-COLOR 3.

       01  SCR-ALUNO.
           05 LINE  05 COLUMN 20 VALUE "RM DO ALUNO..............".
           05 LINE  05 COLUMN 50 USING WRK-TEMP-RM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.

       01  SCR-ATUAL.
           05 LINE  05 COLUMN 20 VALUE "RM DO ALUNO..............".
           05 LINE  05 COLUMN 50 FROM  WRK-TEMP-RM.
           05 LINE  06 COLUMN 20 VALUE "NOME CIVIL...............".
           05 LINE  06 COLUMN 50 FROM  WRK-NOME-CIVIL.
           05 LINE  07 COLUMN 20 VALUE "NOME SOCIAL EM USO.......".
           05 LINE  07 COLUMN 50 FROM  WRK-ATU-NOME.
           05 LINE  08 COLUMN 20 VALUE "SITUACAO.................".
           05 LINE  08 COLUMN 50 FROM  WRK-SITUACAO-TELA.
           05 LINE  09 COLUMN 20 VALUE "TERMO DE / DECLARANTE....".
           05 LINE  09 COLUMN 50 FROM  WRK-ATU-DATA-TERMO.
           05 LINE  09 COLUMN 60 FROM  WRK-ATU-DECLARANTE.
           05 LINE  10 COLUMN 20 VALUE "EM DOCUMENTO OFICIAL.....".
           05 LINE  10 COLUMN 50 FROM  WRK-ATU-OFICIAL.

       01  SCR-MANUTENCAO.
           05 LINE  12 COLUMN 20 VALUE
                  "ACAO (G=GRAVAR/ALTERAR R=REVOGAR)".
           05 LINE  12 COLUMN 56 USING WRK-TEMP-ACAO.
           05 LINE  13 COLUMN 20 VALUE "NOME SOCIAL..............".
           05 LINE  13 COLUMN 50 USING WRK-TEMP-NOME.
           05 LINE  14 COLUMN 20 VALUE "USAR EM DOC. OFICIAL(S/N)".
           05 LINE  14 COLUMN 50 USING WRK-TEMP-OFICIAL.
           05 LINE  15 COLUMN 20 VALUE "TERMO ASSINADO (S/N).....".
           05 LINE  15 COLUMN 50 USING WRK-TEMP-TERMO.
           05 LINE  16 COLUMN 20 VALUE "DATA DO TERMO (AAAAMMDD).".
           05 LINE  16 COLUMN 50 USING WRK-TEMP-DATA-TERMO.
           05 LINE  17 COLUMN 20 VALUE
                  "DECLARANTE (A=ALUNO R=RESP. LEGAL)".
           05 LINE  17 COLUMN 56 USING WRK-TEMP-DECLARANTE.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

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

      *----------- ABERTURA DO CADASTRO (I-O; CRIA NA PRIMEIRA
      *----------- GRAVACAO) -------------------------------------------
            OPEN I-O  NOMESOC.

            IF  FS-NOMESOC EQUAL 35
                OPEN OUTPUT NOMESOC
                CLOSE       NOMESOC
                OPEN I-O    NOMESOC
            END-IF.

            IF  FS-NOMESOC NOT EQUAL 0
                EVALUATE FS-NOMESOC
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

      *----------- TRILHA DO NOME SOCIAL (ACRESCENTA AO FIM) -----------
            OPEN EXTEND NSOCHIST.

            IF  FS-NSOCHIST EQUAL 35
                OPEN OUTPUT NSOCHIST
                CLOSE       NSOCHIST
                OPEN EXTEND NSOCHIST
            END-IF.

            IF  FS-NSOCHIST NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE NOMESOC
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE NOMESOC
                CLOSE NSOCHIST
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-ALUNO.

           IF WRK-TEMP-RM  EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-RM EQUAL SPACES
               MOVE WRK-RM-INC                TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-RM                   TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           MOVE ARQ-NOMEALUNO                 TO WRK-NOME-CIVIL.

           PERFORM 0210-CARREGAR-ATUAL.

       0200-MANUTENCAO.

           MOVE SPACES                        TO WRK-MSG
           DISPLAY SCR-TELA
           DISPLAY SCR-ATUAL
           ACCEPT SCR-MANUTENCAO.

           INSPECT WRK-TEMP-ACAO       CONVERTING "gr" TO "GR".
           INSPECT WRK-TEMP-OFICIAL    CONVERTING "sn" TO "SN".
           INSPECT WRK-TEMP-TERMO      CONVERTING "sn" TO "SN".
           INSPECT WRK-TEMP-DECLARANTE CONVERTING "ar" TO "AR".

      *-------------------- AREA DE VERIFICACAO ------------------------
           EVALUATE WRK-TEMP-ACAO
               WHEN "G"
                   PERFORM 0215-CONFERIR-GRAVACAO
               WHEN "R"
                   IF  WRK-ATU-SITUACAO NOT EQUAL "A"
                       MOVE WRK-MSG-NSO-SEMREG TO WRK-MSG
                   END-IF
               WHEN OTHER
                   MOVE WRK-MSG-NSO-ACAO      TO WRK-MSG
           END-EVALUATE.

           IF  WRK-MSG NOT EQUAL SPACES
               PERFORM 0900-MOSTRA
      *--------------- REVOGAR SEM NOME EM USO: NADA A FAZER -----------
               IF  WRK-TEMP-ACAO EQUAL "R"
                   INITIALIZE WRK-TEMP-DADOS
                   GO TO 0200-PROCESSAR
               END-IF
               GO TO 0200-MANUTENCAO
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"
                PERFORM 0220-GRAVAR-NOME-SOCIAL
                MOVE WRK-REGISTRO             TO WRK-MSG
           ELSE
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-ATUAL                                     SECTION.
      *-----------------------------------------------------------------
      *----------- TRAZ PARA A TELA O NOME SOCIAL JA REGISTRADO --------

           MOVE "N"                           TO WRK-ATU-EXISTE
           MOVE SPACES                        TO WRK-ATU-NOME
                                                 WRK-ATU-SITUACAO
                                                 WRK-ATU-OFICIAL
                                                 WRK-ATU-DATA-TERMO
                                                 WRK-ATU-DECLARANTE
           MOVE "SEM REGISTRO"                TO WRK-SITUACAO-TELA.

           MOVE WRK-TEMP-RM                   TO ARQ-NSO-RM
           READ NOMESOC KEY IS ARQ-NSO-RM
               INVALID KEY
                   GO TO 0210-CARREGAR-ATUAL-99-FIM
           END-READ.

           MOVE "S"                           TO WRK-ATU-EXISTE
           MOVE ARQ-NSO-NOME                  TO WRK-ATU-NOME
           MOVE ARQ-NSO-SITUACAO              TO WRK-ATU-SITUACAO
           MOVE ARQ-NSO-OFICIAL               TO WRK-ATU-OFICIAL
           MOVE ARQ-NSO-DATA-TERMO            TO WRK-ATU-DATA-TERMO
           MOVE ARQ-NSO-DECLARANTE            TO WRK-ATU-DECLARANTE.

           IF  ARQ-NSO-SITUACAO EQUAL "A"
               MOVE "EM USO"                  TO WRK-SITUACAO-TELA
      *--------------- SUGERE O QUE JA ESTA GRAVADO PARA A ALTERACAO ---
               MOVE ARQ-NSO-NOME              TO WRK-TEMP-NOME
               MOVE ARQ-NSO-OFICIAL           TO WRK-TEMP-OFICIAL
           ELSE
               MOVE "REVOGADO"                TO WRK-SITUACAO-TELA
           END-IF.

      *-----------------------------------------------------------------
       0210-CARREGAR-ATUAL-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CONFERIR-GRAVACAO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- NOME, ESCOLHA DE USO OFICIAL E O TERMO DE -----------
      *----------- CONSENTIMENTO SAO OBRIGATORIOS PARA GRAVAR ----------

           IF  WRK-TEMP-NOME EQUAL SPACES
               MOVE WRK-MSG-NSO-VAZIO         TO WRK-MSG
               GO TO 0215-CONFERIR-GRAVACAO-99-FIM
           END-IF.

           IF  WRK-TEMP-OFICIAL NOT EQUAL "S"
           AND WRK-TEMP-OFICIAL NOT EQUAL "N"
               MOVE WRK-MSG-NSO-OFICIAL       TO WRK-MSG
               GO TO 0215-CONFERIR-GRAVACAO-99-FIM
           END-IF.

           IF  WRK-TEMP-TERMO NOT EQUAL "S"
               MOVE WRK-MSG-NSO-TERMO         TO WRK-MSG
               GO TO 0215-CONFERIR-GRAVACAO-99-FIM
           END-IF.

           MOVE WRK-TEMP-DATA-TERMO           TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
               MOVE WRK-MSG-AUS-DATA          TO WRK-MSG
               GO TO 0215-CONFERIR-GRAVACAO-99-FIM
           END-IF.

           IF  WRK-TEMP-DECLARANTE NOT EQUAL "A"
           AND WRK-TEMP-DECLARANTE NOT EQUAL "R"
               MOVE WRK-MSG-NSO-DECLAR        TO WRK-MSG
               GO TO 0215-CONFERIR-GRAVACAO-99-FIM
           END-IF.

      *-----------------------------------------------------------------
       0215-CONFERIR-GRAVACAO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GRAVAR-NOME-SOCIAL                                 SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA (OU REVOGA) E REGISTRA A MUDANCA NA TRILHA ----

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           MOVE WRK-TEMP-RM                   TO ARQ-NSO-RM
           MOVE WRK-DATA-HORA(1:14)           TO ARQ-NSO-DATAHORA
           MOVE LNK-OPERADOR                  TO ARQ-NSO-OPERADOR.

           IF  WRK-TEMP-ACAO EQUAL "R"
               MOVE "REVOGACAO"               TO WRK-OPERACAO
               MOVE SPACES                    TO ARQ-NSO-NOME
               MOVE "R"                       TO ARQ-NSO-SITUACAO
               MOVE "N"                       TO ARQ-NSO-OFICIAL
               MOVE WRK-ATU-DATA-TERMO        TO ARQ-NSO-DATA-TERMO
               MOVE WRK-ATU-DECLARANTE        TO ARQ-NSO-DECLARANTE
           ELSE
               IF  WRK-ATU-SITUACAO EQUAL "A"
                   MOVE "ALTERACAO"           TO WRK-OPERACAO
               ELSE
                   MOVE "INCLUSAO"            TO WRK-OPERACAO
               END-IF
               MOVE WRK-TEMP-NOME             TO ARQ-NSO-NOME
               MOVE "A"                       TO ARQ-NSO-SITUACAO
               MOVE WRK-TEMP-OFICIAL          TO ARQ-NSO-OFICIAL
               MOVE WRK-TEMP-DATA-TERMO       TO ARQ-NSO-DATA-TERMO
               MOVE WRK-TEMP-DECLARANTE       TO ARQ-NSO-DECLARANTE
           END-IF.

      *--------------- MESMA CHAVE E SUBSTITUIDA -----------------------
           IF  WRK-ATU-EXISTE EQUAL "S"
               REWRITE ARQ-DADOS-NOMESOC
           ELSE
               WRITE ARQ-DADOS-NOMESOC
           END-IF.

           IF  FS-NOMESOC NOT EQUAL ZEROS
               MOVE WRK-MSG-OPEN              TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0220-GRAVAR-NOME-SOCIAL-99-FIM
           END-IF.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-NSH-DATAHORA
           MOVE WRK-TEMP-RM                   TO ARQ-NSH-RM
           MOVE WRK-OPERACAO                  TO ARQ-NSH-OPERACAO
           IF  WRK-ATU-SITUACAO EQUAL "A"
               MOVE WRK-ATU-NOME              TO ARQ-NSH-ANTES
           ELSE
               MOVE SPACES                    TO ARQ-NSH-ANTES
           END-IF
           MOVE ARQ-NSO-NOME                  TO ARQ-NSH-DEPOIS
           MOVE ARQ-NSO-OFICIAL               TO ARQ-NSH-OFICIAL
           MOVE ARQ-NSO-DATA-TERMO            TO ARQ-NSH-DATA-TERMO
           MOVE ARQ-NSO-DECLARANTE            TO ARQ-NSH-DECLARANTE
           MOVE LNK-OPERADOR                  TO ARQ-NSH-OPERADOR
           WRITE ARQ-DADOS-NSOCHIST.

      *-----------------------------------------------------------------
       0220-GRAVAR-NOME-SOCIAL-99-FIM                          SECTION.
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
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  NOMESOC.

              IF  FS-NOMESOC NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  NSOCHIST.

             CLOSE  ALUNOS.

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

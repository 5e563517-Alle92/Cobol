       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCSNT.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: REGISTRAR O CONSENTIMENTO DE COMUNICACAO DO
      *----    TITULAR (ALUNO PELO RM OU RESPONSAVEL FINANCEIRO PELO
      *----    CODIGO) EM CONSENT.dat: PARA CADA CANAL (EMAIL / SMS /
      *----    CARTA) E CATEGORIA (FINANCEIRO / ACADEMICO /
      *----    MARKETING), S = AUTORIZA OU N = RECUSA, COM DATA,
      *----    ORIGEM E OPERADOR. CHAMADO PELO MENU (BALCAO, RM EM
      *----    BRANCO: PEDE O TITULAR) E PELO AUTOATENDIMENTO
      *----    (PROGCONS, COM O RM JA CONFERIDO: SO O PROPRIO ALUNO).
      *----    CAMPO EM BRANCO NAO ALTERA NADA - O REGISTRO EXISTENTE
      *----    E MANTIDO COMO PROVA DA ULTIMA MANIFESTACAO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CONSENT           E             BOKCSNT
      *---- ALUNOS            I             BOKALU
      *---- RESPONSAV         I             BOKRESP
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
           SELECT CONSENT  ASSIGN TO WRK-PATH-CONSENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CSN-CHAVE
                  FILE STATUS IS FS-CONSENT.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT RESPONSAV  ASSIGN TO WRK-PATH-RESPONSAV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSP-CODIGO
                  FILE STATUS IS FS-RESPONSAV.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CONSENT.
       COPY "BOKCSNT".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  RESPONSAV.
       COPY "BOKRESP".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-CONSENT                   PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-RESPONSAV                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- IDENTIFICACAO DO TITULAR --------------------------
       01  WRK-TEMP-DADOS.
      *--- A = ALUNO (RM) / R = RESPONSAVEL FINANCEIRO (CODIGO) --------
           05 WRK-TEMP-TIPO             PIC X(01).
           05 WRK-TEMP-RM               PIC X(06).
           05 WRK-TEMP-CODIGO           PIC 9(06).

       77  WRK-TITULAR-CHAVE            PIC X(06) VALUE SPACES.
       77  WRK-NOME-TITULAR             PIC X(30) VALUE SPACES.
      *--- BALCAO (MENU) OU AUTOATEND (PROGCONS) -----------------------
       77  WRK-ORIGEM                   PIC X(10) VALUE SPACES.

      *------------- PREFERENCIAS: CANAL X CATEGORIA -------------------
       01  WRK-MATRIZ.
           05 WRK-MAT-EMAIL-FIN         PIC X(01).
           05 WRK-MAT-EMAIL-ACAD        PIC X(01).
           05 WRK-MAT-EMAIL-MKT         PIC X(01).
           05 WRK-MAT-SMS-FIN           PIC X(01).
           05 WRK-MAT-SMS-ACAD          PIC X(01).
           05 WRK-MAT-SMS-MKT           PIC X(01).
           05 WRK-MAT-CARTA-FIN         PIC X(01).
           05 WRK-MAT-CARTA-ACAD        PIC X(01).
           05 WRK-MAT-CARTA-MKT         PIC X(01).
       01  WRK-MATRIZ-R REDEFINES WRK-MATRIZ.
           05 WRK-MAT-VALOR             PIC X(01) OCCURS 9 TIMES.

      *--- VALORES JA GRAVADOS, PARA SO REGRAVAR O QUE MUDOU -----------
       01  WRK-MATRIZ-ANTES.
           05 WRK-ANT-VALOR             PIC X(01) OCCURS 9 TIMES.

      *--- CANAL E CATEGORIA DE CADA POSICAO DA MATRIZ -----------------
       01  WRK-TAB-CHAVES-V.
           05 FILLER                    PIC X(09) VALUE "EMAILFIN ".
           05 FILLER                    PIC X(09) VALUE "EMAILACAD".
           05 FILLER                    PIC X(09) VALUE "EMAILMKT ".
           05 FILLER                    PIC X(09) VALUE "SMS  FIN ".
           05 FILLER                    PIC X(09) VALUE "SMS  ACAD".
           05 FILLER                    PIC X(09) VALUE "SMS  MKT ".
           05 FILLER                    PIC X(09) VALUE "CARTAFIN ".
           05 FILLER                    PIC X(09) VALUE "CARTAACAD".
           05 FILLER                    PIC X(09) VALUE "CARTAMKT ".
       01  WRK-TAB-CHAVES REDEFINES WRK-TAB-CHAVES-V.
           05 WRK-CHV-ITEM OCCURS 9 TIMES.
               10 WRK-CHV-CANAL         PIC X(05).
               10 WRK-CHV-CATEGORIA     PIC X(04).

       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-ERRADO             PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-OPERADOR                       PIC X(08).
      *--- RM JA CONFERIDO PELO AUTOATENDIMENTO; EM BRANCO NO BALCAO ---
       01  LNK-RM                             PIC X(06).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 22 VALUE
                  "CONSENTIMENTO DE COMUNICACAO"
                  BACKGROUND-COLOR 3.

       01  SCR-TITULAR.
           05 LINE  07 COLUMN 30 VALUE "TITULAR (A=ALUNO R=RESP.)".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-TIPO.
           05 LINE  08 COLUMN 30 VALUE "RM DO ALUNO..............".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-RM.
           05 LINE  09 COLUMN 30 VALUE "CODIGO DO RESPONSAVEL....".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CODIGO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.

       01  SCR-PREFERENCIAS.
           05 LINE  10 COLUMN 30 FROM  WRK-NOME-TITULAR.
           05 LINE  12 COLUMN 30 VALUE "CANAL     FIN  ACAD  MKT".
           05 LINE  13 COLUMN 30 VALUE "EMAIL".
           05 LINE  13 COLUMN 41 USING WRK-MAT-EMAIL-FIN.
           05 LINE  13 COLUMN 46 USING WRK-MAT-EMAIL-ACAD.
           05 LINE  13 COLUMN 52 USING WRK-MAT-EMAIL-MKT.
           05 LINE  14 COLUMN 30 VALUE "SMS".
           05 LINE  14 COLUMN 41 USING WRK-MAT-SMS-FIN.
           05 LINE  14 COLUMN 46 USING WRK-MAT-SMS-ACAD.
           05 LINE  14 COLUMN 52 USING WRK-MAT-SMS-MKT.
           05 LINE  15 COLUMN 30 VALUE "CARTA".
           05 LINE  15 COLUMN 41 USING WRK-MAT-CARTA-FIN.
           05 LINE  15 COLUMN 46 USING WRK-MAT-CARTA-ACAD.
           05 LINE  15 COLUMN 52 USING WRK-MAT-CARTA-MKT.
           05 LINE  17 COLUMN 30 VALUE "S = AUTORIZA   N = RECUSA".
           05 LINE  18 COLUMN 30 VALUE
                  "EM BRANCO = PADRAO (MKT RECUSADO)".
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
       USING LNK-OPERADOR, LNK-RM.
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

           IF  LNK-RM EQUAL SPACES
               MOVE "BALCAO"                   TO WRK-ORIGEM
           ELSE
               MOVE "AUTOATEND"                TO WRK-ORIGEM
           END-IF.

      *----------- ABERTURA DO CADASTRO (I-O; CRIA NA PRIMEIRA
      *----------- GRAVACAO) -------------------------------------------
            OPEN I-O  CONSENT.

            IF  FS-CONSENT EQUAL 35
                OPEN OUTPUT CONSENT
                CLOSE       CONSENT
                OPEN I-O    CONSENT
            END-IF.

            IF  FS-CONSENT NOT EQUAL 0
                EVALUATE FS-CONSENT
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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CONSENT
                GOBACK
            END-IF.

      *----------- ABERTURA DOS RESPONSAVEIS (SOMENTE LEITURA) ---------
            OPEN INPUT RESPONSAV.

            IF  FS-RESPONSAV EQUAL 35
                OPEN OUTPUT RESPONSAV
                CLOSE       RESPONSAV
                OPEN INPUT  RESPONSAV
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.
           MOVE SPACES                        TO WRK-NOME-TITULAR.

      *--------------- AUTOATENDIMENTO: O PROPRIO ALUNO ----------------
           IF  LNK-RM NOT EQUAL SPACES
               MOVE "A"                       TO WRK-TEMP-TIPO
               MOVE LNK-RM                    TO WRK-TEMP-RM
               GO TO 0200-IDENTIFICAR
           END-IF.

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-TITULAR.

           IF WRK-TEMP-RM  EQUAL '9999'
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           IF WRK-TEMP-TIPO EQUAL "a"
               MOVE "A"                       TO WRK-TEMP-TIPO
           END-IF.

           IF WRK-TEMP-TIPO EQUAL "r"
               MOVE "R"                       TO WRK-TEMP-TIPO
           END-IF.

           IF WRK-TEMP-TIPO NOT EQUAL "A" AND
              WRK-TEMP-TIPO NOT EQUAL "R"
               MOVE WRK-MSG-CSN-TIPO          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

       0200-IDENTIFICAR.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-TIPO EQUAL "A"
               IF WRK-TEMP-RM EQUAL SPACES
                   MOVE WRK-RM-INC            TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
               END-IF
               MOVE WRK-TEMP-RM               TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   INVALID KEY
                       MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       IF  LNK-RM NOT EQUAL SPACES
                           GO TO 0200-PROCESSAR-99-FIM
                       END-IF
                       GO TO 0200-PROCESSAR
               END-READ
               MOVE WRK-TEMP-RM               TO WRK-TITULAR-CHAVE
               MOVE ARQ-NOMEALUNO             TO WRK-NOME-TITULAR
           ELSE
               MOVE WRK-TEMP-CODIGO           TO ARQ-RSP-CODIGO
               READ RESPONSAV KEY IS ARQ-RSP-CODIGO
                   INVALID KEY
                       MOVE WRK-MSG-RESP-NAOENCONT TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       GO TO 0200-PROCESSAR
               END-READ
               MOVE WRK-TEMP-CODIGO           TO WRK-TITULAR-CHAVE
               MOVE ARQ-RSP-NOME              TO WRK-NOME-TITULAR
           END-IF.

           PERFORM 0210-CARREGAR-PREFERENCIAS.

       0200-PREFERENCIAS.

           MOVE SPACES                        TO WRK-MSG
           DISPLAY SCR-TELA
           ACCEPT SCR-PREFERENCIAS.

           INSPECT WRK-MATRIZ CONVERTING "sn" TO "SN".

           MOVE SPACES                        TO WRK-VALOR-ERRADO
           PERFORM VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX GREATER 9
               IF  WRK-MAT-VALOR (WRK-IX) NOT EQUAL "S"
               AND WRK-MAT-VALOR (WRK-IX) NOT EQUAL "N"
               AND WRK-MAT-VALOR (WRK-IX) NOT EQUAL SPACES
                   MOVE "S"                   TO WRK-VALOR-ERRADO
               END-IF
           END-PERFORM.

           IF WRK-VALOR-ERRADO EQUAL "S"
               MOVE WRK-MSG-CSN-VALOR         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PREFERENCIAS
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"
                PERFORM 0220-GRAVAR-PREFERENCIAS
                MOVE WRK-REGISTRO             TO WRK-MSG
           ELSE
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

      *--------------- AUTOATENDIMENTO VOLTA PARA A CONSULTA -----------
           IF  LNK-RM NOT EQUAL SPACES
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-PREFERENCIAS                              SECTION.
      *-----------------------------------------------------------------
      *----------- TRAZ PARA A TELA O QUE O TITULAR JA MANIFESTOU ------

           MOVE SPACES                        TO WRK-MATRIZ
                                                 WRK-MATRIZ-ANTES.

           PERFORM VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX GREATER 9
               MOVE WRK-TEMP-TIPO             TO ARQ-CSN-TIPO
               MOVE WRK-TITULAR-CHAVE         TO ARQ-CSN-TITULAR
               MOVE WRK-CHV-CANAL (WRK-IX)    TO ARQ-CSN-CANAL
               MOVE WRK-CHV-CATEGORIA (WRK-IX)
                                              TO ARQ-CSN-CATEGORIA
               READ CONSENT KEY IS ARQ-CSN-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-CSN-AUTORIZA
                                        TO WRK-MAT-VALOR (WRK-IX)
                                           WRK-ANT-VALOR (WRK-IX)
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       0210-CARREGAR-PREFERENCIAS-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GRAVAR-PREFERENCIAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA SO O QUE FOI INFORMADO E MUDOU, COM A DATA, ---
      *----------- A ORIGEM E O OPERADOR DA NOVA MANIFESTACAO ----------

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           PERFORM VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX GREATER 9
               IF  WRK-MAT-VALOR (WRK-IX) NOT EQUAL SPACES
               AND WRK-MAT-VALOR (WRK-IX) NOT EQUAL
                   WRK-ANT-VALOR (WRK-IX)
                   MOVE WRK-TEMP-TIPO         TO ARQ-CSN-TIPO
                   MOVE WRK-TITULAR-CHAVE     TO ARQ-CSN-TITULAR
                   MOVE WRK-CHV-CANAL (WRK-IX) TO ARQ-CSN-CANAL
                   MOVE WRK-CHV-CATEGORIA (WRK-IX)
                                              TO ARQ-CSN-CATEGORIA
                   MOVE WRK-MAT-VALOR (WRK-IX) TO ARQ-CSN-AUTORIZA
                   MOVE WRK-DATA-HORA(1:8)    TO ARQ-CSN-DATA
                   MOVE WRK-ORIGEM            TO ARQ-CSN-ORIGEM
                   MOVE LNK-OPERADOR          TO ARQ-CSN-OPERADOR
      *--------------- MESMA CHAVE E SUBSTITUIDA -----------------------
                   WRITE ARQ-DADOS-CONSENT
                       INVALID KEY
                           REWRITE ARQ-DADOS-CONSENT
                   END-WRITE
                   MOVE WRK-MAT-VALOR (WRK-IX)
                                        TO WRK-ANT-VALOR (WRK-IX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       0220-GRAVAR-PREFERENCIAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CONSENT.

              IF  FS-CONSENT NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             CLOSE  RESPONSAV.

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

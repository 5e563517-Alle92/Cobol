       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRCRV.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: TELA DO GESTOR PARA A RECERTIFICACAO DE ACESSO:
      *----    PERCORRE OS OPERADORES DO CICLO AINDA NAO APLICADOS
      *----    (RECERT.dat, GERADO PELO PROGRCGE) E REGISTRA PARA CADA
      *----    UM A DECISAO M = MANTER, A = ALTERAR (NOVO PERFIL E/OU
      *----    CAMPUS) OU R = REVOGAR. O SUPERVISOR LOTADO EM UM CAMPUS
      *----    SO VE OS OPERADORES DO SEU CAMPUS; ADMINISTRADOR OU
      *----    SUPERVISOR SEM CAMPUS VEEM TODOS. NINGUEM DECIDE O
      *----    PROPRIO ACESSO, O SUPERVISOR NAO CONCEDE O PERFIL A, O
      *----    PERFIL P SO E MANTIDO (VINCULO COM PROFESSOR NO
      *----    PROGOCAD) E O USUARIO ADMIN SO PODE SER MANTIDO. A
      *----    DECISAO SO VALE NO CADASTRO APOS O PROGRCAP.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- RECERT           I/O            BOKRCRT
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
           SELECT RECERT  ASSIGN TO WRK-PATH-RECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RCT-CHAVE
                  FILE STATUS IS FS-RECERT.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  RECERT.
       COPY "BOKRCRT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-RECERT                    PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- REVISOR LOGADO (PROGOPLE) -------------------------
       77  WRK-OPLE-PERFIL              PIC X(01) VALUE SPACES.
       77  WRK-OPLE-CAMPUS              PIC X(15) VALUE SPACES.

      *------------- POSICAO NA LISTA DO CICLO -------------------------
       77  WRK-CHAVE-ATUAL              PIC X(14) VALUE LOW-VALUES.
       77  WRK-ACHOU                    PIC X(01) VALUE SPACES.
       77  WRK-QTD-REVISADOS            PIC 9(04) VALUE ZEROS.

      *------------- OPERADOR EM REVISAO (TELA) ------------------------
       77  WRK-DATA-EDIT-LOGIN          PIC X(10) VALUE SPACES.
       77  WRK-DATA-EDIT-ATIV           PIC X(10) VALUE SPACES.
       77  WRK-DATA-ORIGEM              PIC X(14) VALUE SPACES.
       77  WRK-DATA-EDIT                PIC X(10) VALUE SPACES.
       77  WRK-QTD-AUD-ED               PIC ZZZZZ9.
       77  WRK-QTD-REL-ED               PIC ZZZZZ9.
       77  WRK-ELEVADO-ED               PIC X(20) VALUE SPACES.

      *------------- DECISAO DIGITADA ----------------------------------
       77  WRK-DECISAO                  PIC X(01) VALUE SPACES.
       77  WRK-NOVO-PERFIL              PIC X(01) VALUE SPACES.
       77  WRK-NOVO-CAMPUS              PIC X(15) VALUE SPACES.

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
                  "RECERTIFICACAO DE ACESSO - REVISAO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPERADOR.
           05 LINE  04 COLUMN 10 VALUE "CICLO.....................".
           05 LINE  04 COLUMN 38 FROM  ARQ-RCT-CICLO.
           05 LINE  05 COLUMN 10 VALUE "OPERADOR..................".
           05 LINE  05 COLUMN 38 FROM  ARQ-RCT-OPERADOR.
           05 LINE  06 COLUMN 10 VALUE "NOME......................".
           05 LINE  06 COLUMN 38 FROM  ARQ-RCT-NOME.
           05 LINE  07 COLUMN 10 VALUE "PERFIL (A/S/O/P)..........".
           05 LINE  07 COLUMN 38 FROM  ARQ-RCT-PERFIL.
           05 LINE  07 COLUMN 42 FROM  WRK-ELEVADO-ED.
           05 LINE  08 COLUMN 10 VALUE "CAMPUS....................".
           05 LINE  08 COLUMN 38 FROM  ARQ-RCT-CAMPUS.
           05 LINE  09 COLUMN 10 VALUE "ULTIMO LOGIN..............".
           05 LINE  09 COLUMN 38 FROM  WRK-DATA-EDIT-LOGIN.
           05 LINE  10 COLUMN 10 VALUE "ULTIMA ATIVIDADE..........".
           05 LINE  10 COLUMN 38 FROM  WRK-DATA-EDIT-ATIV.
           05 LINE  11 COLUMN 10 VALUE "ALTERACOES AUDITADAS 90D..".
           05 LINE  11 COLUMN 38 FROM  WRK-QTD-AUD-ED.
           05 LINE  12 COLUMN 10 VALUE "RELATORIOS GERADOS 90D....".
           05 LINE  12 COLUMN 38 FROM  WRK-QTD-REL-ED.
           05 LINE  13 COLUMN 10 VALUE "SITUACAO..................".
           05 LINE  13 COLUMN 38 FROM  ARQ-RCT-SITUACAO.

       01  SCR-DECISAO.
           05 LINE  15 COLUMN 10 VALUE
                  "DECISAO (M=MANTER A=ALTERAR R=REVOGAR)".
           05 LINE  15 COLUMN 50 USING WRK-DECISAO.
           05 LINE  16 COLUMN 10 VALUE "NOVO PERFIL (SO EM A).....".
           05 LINE  16 COLUMN 50 USING WRK-NOVO-PERFIL.
           05 LINE  17 COLUMN 10 VALUE "NOVO CAMPUS (SO EM A).....".
           05 LINE  17 COLUMN 50 USING WRK-NOVO-CAMPUS.
           05 LINE  19 COLUMN 10 VALUE
                  "EM BRANCO = PROXIMO OPERADOR   9 = SAIR".
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

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

           MOVE LOW-VALUES                    TO WRK-CHAVE-ATUAL
           MOVE ZEROS                         TO WRK-QTD-REVISADOS.

      *----------- PERFIL E CAMPUS DO REVISOR --------------------------
           CALL "PROGOPLE" USING LNK-OPERADOR, WRK-OPLE-PERFIL,
                WRK-OPLE-CAMPUS.

      *----------- SEM CICLO GERADO NAO HA O QUE REVISAR ---------------
            OPEN I-O RECERT.

            IF  FS-RECERT NOT EQUAL 0
                MOVE WRK-MSG-RCT-NENHUM        TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0210-PROXIMO-OPERADOR.

           IF  WRK-ACHOU NOT EQUAL "S"
               IF  WRK-QTD-REVISADOS EQUAL ZEROS
                   MOVE WRK-MSG-RCT-NENHUM     TO WRK-MSG
               ELSE
                   MOVE WRK-REGISTRO           TO WRK-MSG
               END-IF
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- EXIBE O OPERADOR ------------------------------------
           MOVE ARQ-RCT-ULT-LOGIN              TO WRK-DATA-ORIGEM
           PERFORM 0290-EDITAR-DATA
           MOVE WRK-DATA-EDIT                  TO WRK-DATA-EDIT-LOGIN
           MOVE ARQ-RCT-ULT-ATIVIDADE          TO WRK-DATA-ORIGEM
           PERFORM 0290-EDITAR-DATA
           MOVE WRK-DATA-EDIT                  TO WRK-DATA-EDIT-ATIV
           MOVE ARQ-RCT-QTD-AUDITORIA          TO WRK-QTD-AUD-ED
           MOVE ARQ-RCT-QTD-RELATORIOS         TO WRK-QTD-REL-ED
           MOVE SPACES                         TO WRK-ELEVADO-ED
           IF  ARQ-RCT-ELEVADO EQUAL "S"
               MOVE "* PERFIL ELEVADO"         TO WRK-ELEVADO-ED
           END-IF.

           MOVE ARQ-RCT-DECISAO                TO WRK-DECISAO
           MOVE ARQ-RCT-NOVO-PERFIL            TO WRK-NOVO-PERFIL
           MOVE ARQ-RCT-NOVO-CAMPUS            TO WRK-NOVO-CAMPUS.

       0200-PROCESSAR-TELA.

           DISPLAY SCR-TELA
           DISPLAY SCR-OPERADOR
           ACCEPT  SCR-DECISAO.
           MOVE SPACES                         TO WRK-MSG.

      *--------------------- AREA DE VERIFICACAO -----------------------
           IF  WRK-DECISAO EQUAL "9"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF  WRK-DECISAO EQUAL SPACES
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-DECISAO)     TO WRK-DECISAO
           MOVE FUNCTION UPPER-CASE(WRK-NOVO-PERFIL) TO WRK-NOVO-PERFIL.

           IF  WRK-DECISAO NOT EQUAL "M" AND
               WRK-DECISAO NOT EQUAL "A" AND
               WRK-DECISAO NOT EQUAL "R"
               MOVE WRK-MSG-RCT-DECISAO        TO WRK-MSG
               GO TO 0200-PROCESSAR-TELA
           END-IF.

      *----------- O USUARIO ADMIN (ACESSO DE EMERGENCIA) SO E MANTIDO -
           IF  ARQ-RCT-OPERADOR EQUAL "ADMIN"
           AND WRK-DECISAO NOT EQUAL "M"
               MOVE WRK-MSG-SEM-PERMISSAO      TO WRK-MSG
               GO TO 0200-PROCESSAR-TELA
           END-IF.

           IF  WRK-DECISAO EQUAL "A"
               PERFORM 0250-CONFERIR-ALTERACAO
               IF  WRK-MSG NOT EQUAL SPACES
                   GO TO 0200-PROCESSAR-TELA
               END-IF
           ELSE
               MOVE SPACES                     TO WRK-NOVO-PERFIL
                                                  WRK-NOVO-CAMPUS
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DECISAO                    TO ARQ-RCT-DECISAO
           MOVE WRK-NOVO-PERFIL                TO ARQ-RCT-NOVO-PERFIL
           MOVE WRK-NOVO-CAMPUS                TO ARQ-RCT-NOVO-CAMPUS
           MOVE LNK-OPERADOR                   TO ARQ-RCT-REVISOR
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-RCT-DATA-REVISAO
           MOVE "REVISADO"                     TO ARQ-RCT-SITUACAO
           REWRITE ARQ-DADOS-RECERT
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-REWRITE.

           ADD 1                               TO WRK-QTD-REVISADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-PROXIMO-OPERADOR                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PROXIMO REGISTRO NAO APLICADO DO ALCANCE DO --------
      *----------- REVISOR, APOS A CHAVE EXIBIDA POR ULTIMO ----------

           MOVE "N"                            TO WRK-ACHOU
           MOVE WRK-CHAVE-ATUAL                TO ARQ-RCT-CHAVE

           START RECERT KEY IS GREATER THAN ARQ-RCT-CHAVE
               INVALID KEY
                   GO TO 0210-PROXIMO-OPERADOR-99-FIM
           END-START.

           READ RECERT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RECERT
           END-READ.

           PERFORM UNTIL FS-RECERT NOT EQUAL ZEROS
                      OR WRK-ACHOU EQUAL "S"

               IF  (ARQ-RCT-SITUACAO EQUAL "PENDENTE"
                OR  ARQ-RCT-SITUACAO EQUAL "REVISADO")
               AND ARQ-RCT-OPERADOR NOT EQUAL LNK-OPERADOR
               AND (WRK-OPLE-PERFIL EQUAL "A"
                OR  WRK-OPLE-CAMPUS EQUAL SPACES
                OR  WRK-OPLE-CAMPUS EQUAL ARQ-RCT-CAMPUS)
                   MOVE "S"                    TO WRK-ACHOU
                   MOVE ARQ-RCT-CHAVE          TO WRK-CHAVE-ATUAL
               ELSE
                   READ RECERT NEXT RECORD
                       AT END
                           MOVE 9              TO FS-RECERT
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-RECERT.

      *-----------------------------------------------------------------
       0210-PROXIMO-OPERADOR-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CONFERIR-ALTERACAO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- NOVO PERFIL/CAMPUS EM BRANCO MANTEM O ATUAL; O -----
      *----------- PERFIL P E O PERFIL A (PARA SUPERVISOR) NAO SAO ----
      *----------- CONCEDIDOS NESTA TELA ------------------------------

           MOVE SPACES                         TO WRK-MSG.

           IF  WRK-NOVO-PERFIL EQUAL SPACES
               MOVE ARQ-RCT-PERFIL             TO WRK-NOVO-PERFIL
           END-IF.

           IF  WRK-NOVO-CAMPUS EQUAL SPACES
               MOVE ARQ-RCT-CAMPUS             TO WRK-NOVO-CAMPUS
           END-IF.

           IF  WRK-NOVO-PERFIL NOT EQUAL "A" AND
               WRK-NOVO-PERFIL NOT EQUAL "S" AND
               WRK-NOVO-PERFIL NOT EQUAL "O" AND
               WRK-NOVO-PERFIL NOT EQUAL "P"
               MOVE WRK-MSG-RCT-PERFIL         TO WRK-MSG
               GO TO 0250-CONFERIR-ALTERACAO-99-FIM
           END-IF.

           IF  WRK-NOVO-PERFIL EQUAL "P"
           AND ARQ-RCT-PERFIL NOT EQUAL "P"
               MOVE WRK-MSG-RCT-PERFIL         TO WRK-MSG
               GO TO 0250-CONFERIR-ALTERACAO-99-FIM
           END-IF.

           IF  WRK-NOVO-PERFIL EQUAL "A"
           AND ARQ-RCT-PERFIL NOT EQUAL "A"
           AND WRK-OPLE-PERFIL NOT EQUAL "A"
               MOVE WRK-MSG-RCT-PERFIL         TO WRK-MSG
           END-IF.

      *-----------------------------------------------------------------
       0250-CONFERIR-ALTERACAO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-EDITAR-DATA                                        SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-DATA-EDIT.

           IF  WRK-DATA-ORIGEM EQUAL SPACES
               MOVE "NUNCA"                    TO WRK-DATA-EDIT
           ELSE
               STRING WRK-DATA-ORIGEM(7:2) "/" WRK-DATA-ORIGEM(5:2)
                      "/" WRK-DATA-ORIGEM(1:4)
                      DELIMITED BY SIZE INTO WRK-DATA-EDIT
           END-IF.

      *-----------------------------------------------------------------
       0290-EDITAR-DATA-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           CLOSE RECERT.

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

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRCAP.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: APLICAR NO CADASTRO DE OPERADORES AS DECISOES
      *----    DA RECERTIFICACAO DE ACESSO JA REVISADAS PELOS GESTORES
      *----    (RECERT.dat, SITUACAO REVISADO - VER PROGRCRV):
      *----    M = MANTER CERTIFICA O PERFIL ATUAL; A = ALTERAR
      *----    REGRAVA PERFIL E CAMPUS; R = REVOGAR EXCLUI O OPERADOR.
      *----    CADA DECISAO GRAVA UMA LINHA NA AUDITORIA (OPERACAO
      *----    RECERTIF) COM O ANTES, O DEPOIS E O REVISOR, E O
      *----    PERFIL CERTIFICADO FICA COMO BASE DA CONFERENCIA DE
      *----    PERFIL ELEVADO (PROGRCGE E PROGDORM). OPERADOR ALTERADO
      *----    NO CADASTRO DEPOIS DA GERACAO VOLTA PARA REVISAO COM A
      *----    FOTO ATUALIZADA. O ADMINISTRADOR NAO REVOGA O PROPRIO
      *----    ACESSO. ROTINA RESTRITA AO PERFIL ADMINISTRADOR,
      *----    GARANTIDO PELO MENU DE ROTINAS ADMINISTRATIVAS.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- RECERT           I/O            BOKRCRT
      *---- OPERADORES       I/O            BOKOPER
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
           SELECT RECERT  ASSIGN TO WRK-PATH-RECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RCT-CHAVE
                  FILE STATUS IS FS-RECERT.

           SELECT OPERADORES ASSIGN TO WRK-PATH-OPERADORES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-OPER-ID
                  FILE STATUS IS FS-OPERADORES.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  RECERT.
       COPY "BOKRCRT".

       FD  OPERADORES.
       COPY "BOKOPER".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-RECERT                    PIC 9(02).
       77  FS-OPERADORES                PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- DECISAO EM APLICACAO ------------------------------
       77  WRK-CAMPO-AUD                PIC X(15) VALUE SPACES.
       77  WRK-ANTES                    PIC X(40) VALUE SPACES.
       77  WRK-DEPOIS                   PIC X(40) VALUE SPACES.
       77  WRK-PERFIL-CERTIF            PIC X(01) VALUE SPACES.

      *------------- TOTAIS DA APLICACAO -------------------------------
       77  WRK-QTD-MANTIDOS             PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-ALTERADOS            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-REVOGADOS            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDOS           PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO         PIC 9(04) VALUE ZEROS.

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
                  "RECERTIFICACAO DE ACESSO - APLICACAO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  08 COLUMN 9  VALUE
                  "APLICAR AS DECISOES REVISADAS (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  08 COLUMN 54 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  10 COLUMN 20 VALUE "OPERADORES MANTIDOS..........".
           05 LINE  10 COLUMN 51 FROM  WRK-QTD-MANTIDOS.
           05 LINE  11 COLUMN 20 VALUE "PERFIL/CAMPUS ALTERADOS......".
           05 LINE  11 COLUMN 51 FROM  WRK-QTD-ALTERADOS.
           05 LINE  12 COLUMN 20 VALUE "ACESSOS REVOGADOS............".
           05 LINE  12 COLUMN 51 FROM  WRK-QTD-REVOGADOS.
           05 LINE  13 COLUMN 20 VALUE "DEVOLVIDOS PARA REVISAO......".
           05 LINE  13 COLUMN 51 FROM  WRK-QTD-DEVOLVIDOS.
           05 LINE  14 COLUMN 20 VALUE "JA FORA DO CADASTRO..........".
           05 LINE  14 COLUMN 51 FROM  WRK-QTD-SEM-CADASTRO.

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

      *----------- SEM CICLO GERADO NAO HA O QUE APLICAR ---------------
            OPEN I-O RECERT.

            IF  FS-RECERT NOT EQUAL 0
                MOVE WRK-MSG-RCT-NENHUM        TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE OPERADORES -------------------
            OPEN I-O OPERADORES.

            IF  FS-OPERADORES NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE RECERT
                GOBACK
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

      *--------------- AREA DE CONFIRMACAO -----------------------------
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND
               WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           MOVE LOW-VALUES                     TO ARQ-RCT-CHAVE

           START RECERT KEY IS GREATER THAN OR EQUAL ARQ-RCT-CHAVE
               INVALID KEY
                   MOVE 9                      TO FS-RECERT
           END-START.

           IF  FS-RECERT EQUAL ZEROS
               READ RECERT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RECERT
               END-READ
           END-IF.

           PERFORM UNTIL FS-RECERT NOT EQUAL ZEROS

               IF  ARQ-RCT-SITUACAO EQUAL "REVISADO"
                   PERFORM 0210-APLICAR-DECISAO
               END-IF

               READ RECERT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RECERT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RECERT.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-APLICAR-DECISAO                                    SECTION.
      *-----------------------------------------------------------------

      *----------- O ADMINISTRADOR NAO REVOGA O PROPRIO ACESSO ---------
           IF  ARQ-RCT-DECISAO  EQUAL "R"
           AND ARQ-RCT-OPERADOR EQUAL LNK-OPERADOR
               GO TO 0210-APLICAR-DECISAO-99-FIM
           END-IF.

           MOVE ARQ-RCT-OPERADOR               TO ARQ-OPER-ID
           READ OPERADORES KEY IS ARQ-OPER-ID
               INVALID KEY
      *----------- EXCLUIDO NO PROGOCAD DEPOIS DA GERACAO --------------
                   MOVE SPACES                 TO WRK-PERFIL-CERTIF
                   ADD 1                       TO WRK-QTD-SEM-CADASTRO
                   PERFORM 0280-MARCAR-APLICADO
                   GO TO 0210-APLICAR-DECISAO-99-FIM
           END-READ.

      *----------- CADASTRO MUDOU DEPOIS DA FOTO: NOVA REVISAO ---------
           IF  ARQ-OPER-PERFIL NOT EQUAL ARQ-RCT-PERFIL
           OR  ARQ-OPER-CAMPUS NOT EQUAL ARQ-RCT-CAMPUS
               MOVE ARQ-OPER-PERFIL            TO ARQ-RCT-PERFIL
               MOVE ARQ-OPER-CAMPUS            TO ARQ-RCT-CAMPUS
               MOVE "PENDENTE"                 TO ARQ-RCT-SITUACAO
               REWRITE ARQ-DADOS-RECERT
               ADD 1                           TO WRK-QTD-DEVOLVIDOS
               GO TO 0210-APLICAR-DECISAO-99-FIM
           END-IF.

           MOVE SPACES                         TO WRK-ANTES
                                                  WRK-DEPOIS
           STRING ARQ-OPER-PERFIL "/" ARQ-OPER-CAMPUS
                  DELIMITED BY SIZE INTO WRK-ANTES.

           EVALUATE ARQ-RCT-DECISAO
               WHEN "A"
                   MOVE ARQ-RCT-NOVO-PERFIL    TO ARQ-OPER-PERFIL
                   MOVE ARQ-RCT-NOVO-CAMPUS    TO ARQ-OPER-CAMPUS
      *----------- SO O PERFIL P MANTEM O VINCULO COM PROFESSOR --------
                   IF  ARQ-OPER-PERFIL NOT EQUAL "P"
                       MOVE SPACES             TO ARQ-OPER-PROFESSOR
                   END-IF
                   REWRITE ARQ-DADOS-OPERADOR
                   MOVE "ALTERADO"             TO WRK-CAMPO-AUD
                   STRING ARQ-OPER-PERFIL "/" ARQ-OPER-CAMPUS
                          " REVISOR " ARQ-RCT-REVISOR
                          DELIMITED BY SIZE INTO WRK-DEPOIS
                   MOVE ARQ-OPER-PERFIL        TO WRK-PERFIL-CERTIF
                   ADD 1                       TO WRK-QTD-ALTERADOS
               WHEN "R"
                   DELETE OPERADORES
                   MOVE "REVOGADO"             TO WRK-CAMPO-AUD
                   STRING "REVISOR " ARQ-RCT-REVISOR
                          DELIMITED BY SIZE INTO WRK-DEPOIS
                   MOVE SPACES                 TO WRK-PERFIL-CERTIF
                   ADD 1                       TO WRK-QTD-REVOGADOS
               WHEN OTHER
                   MOVE "MANTIDO"              TO WRK-CAMPO-AUD
                   STRING ARQ-OPER-PERFIL "/" ARQ-OPER-CAMPUS
                          " REVISOR " ARQ-RCT-REVISOR
                          DELIMITED BY SIZE INTO WRK-DEPOIS
                   MOVE ARQ-OPER-PERFIL        TO WRK-PERFIL-CERTIF
                   ADD 1                       TO WRK-QTD-MANTIDOS
           END-EVALUATE.

           PERFORM 0290-GRAVAR-AUDITORIA.
           PERFORM 0280-MARCAR-APLICADO.

      *-----------------------------------------------------------------
       0210-APLICAR-DECISAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-MARCAR-APLICADO                                    SECTION.
      *-----------------------------------------------------------------

           MOVE "APLICADO"                     TO ARQ-RCT-SITUACAO
           MOVE LNK-OPERADOR                   TO ARQ-RCT-APLICADOR
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-RCT-DATA-APLIC
           MOVE WRK-PERFIL-CERTIF              TO ARQ-RCT-PERFIL-CERTIF
           REWRITE ARQ-DADOS-RECERT.

      *-----------------------------------------------------------------
       0280-MARCAR-APLICADO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-GRAVAR-AUDITORIA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TRILHA DA RECERTIFICACAO (MESMO DESENHO DA ----------
      *----------- MANUTENCAO DE OPERADORES DO PROGOCAD) ---------------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGRCAP"                     TO ARQ-AUD-PROGRAMA
           MOVE "RECERTIF"                     TO ARQ-AUD-OPERACAO
           MOVE SPACES                         TO ARQ-AUD-RM
           MOVE ARQ-RCT-OPERADOR               TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE WRK-CAMPO-AUD                  TO ARQ-AUD-CAMPO
           MOVE WRK-ANTES                      TO ARQ-AUD-ANTES
           MOVE WRK-DEPOIS                     TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0290-GRAVAR-AUDITORIA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE  RECERT.

             CLOSE  OPERADORES.

              IF  FS-OPERADORES NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
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

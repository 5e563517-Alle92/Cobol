       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNOME.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: DEVOLVER O NOME DO ALUNO QUE UMA SAIDA DEVE
      *----    IMPRIMIR, PELA REGRA DA SAIDA (PROGRAMA CHAMADOR) E
      *----    PELO NOME SOCIAL EM USO EM NOMESOC.dat:
      *----    S = NOME SOCIAL NO LUGAR DO CIVIL (LISTAS, DIARIOS,
      *----        TERMINAL DO ALUNO E COMUNICACOES);
      *----    A = NOME CIVIL, COM O NOME SOCIAL DEVOLVIDO A PARTE
      *----        PARA SAIR AO LADO DELE, SO QUANDO O ALUNO PEDIU O
      *----        USO EM DOCUMENTO OFICIAL (ARQ-NSO-OFICIAL = "S");
      *----    SAIDA FORA DA TABELA = NOME CIVIL (O CENSO, POR
      *----        EXEMPLO, SO TEM O CAMPO DO NOME CIVIL).
      *----    SEM NOME SOCIAL EM USO (OU SEM O ARQUIVO) VALE SEMPRE O
      *----    NOME CIVIL RECEBIDO.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- NOMESOC           I             BOKNSOC
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
           SELECT NOMESOC  ASSIGN TO WRK-PATH-NOMESOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NSO-RM
                  FILE STATUS IS FS-NOMESOC.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  NOMESOC.
       COPY "BOKNSOC".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-NOMESOC                   PIC 9(02).

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA (VER PROGCSNV) -----------
       77  WRK-ABRIU-NOMESOC            PIC X(01) VALUE "N".

      *------------- REGRA DE NOME POR SAIDA ---------------------------
       01  WRK-TAB-REGRAS-V.
           05 FILLER                    PIC X(09) VALUE "PROGDIARS".
           05 FILLER                    PIC X(09) VALUE "PROGGERAS".
           05 FILLER                    PIC X(09) VALUE "PROGREL1S".
           05 FILLER                    PIC X(09) VALUE "PROGREL4S".
           05 FILLER                    PIC X(09) VALUE "PROGCARTS".
           05 FILLER                    PIC X(09) VALUE "PROGNOTIS".
           05 FILLER                    PIC X(09) VALUE "PROGCONSS".
           05 FILLER                    PIC X(09) VALUE "PROG360 S".
           05 FILLER                    PIC X(09) VALUE "PROGDIPLA".
           05 FILLER                    PIC X(09) VALUE "PROGHISTA".
           05 FILLER                    PIC X(09) VALUE "PROGCGERA".
           05 FILLER                    PIC X(09) VALUE "PROGCOLLA".
           05 FILLER                    PIC X(09) VALUE "PROGCOLPA".
       01  WRK-TAB-REGRAS REDEFINES WRK-TAB-REGRAS-V.
           05 WRK-REG-ITEM OCCURS 13 TIMES.
               10 WRK-REG-PROGRAMA      PIC X(08).
               10 WRK-REG-REGRA         PIC X(01).

       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-REGRA                    PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
      *--- PROGRAMA DA SAIDA (DEFINE A REGRA) E O ALUNO ----------------
       01  LNK-NOM-PROGRAMA                   PIC X(08).
       01  LNK-NOM-RM                         PIC X(06).
       01  LNK-NOM-CIVIL                      PIC X(20).
      *--- NOME A IMPRIMIR E, NA REGRA A, O NOME SOCIAL A ACRESCENTAR --
       01  LNK-NOM-NOME                       PIC X(20).
       01  LNK-NOM-SOCIAL                     PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-NOM-PROGRAMA, LNK-NOM-RM, LNK-NOM-CIVIL,
             LNK-NOM-NOME, LNK-NOM-SOCIAL.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

      *------ PADRAO: NOME CIVIL, SEM NOME SOCIAL A ACRESCENTAR --------
           MOVE LNK-NOM-CIVIL              TO LNK-NOM-NOME.
           MOVE SPACES                     TO LNK-NOM-SOCIAL.

           MOVE SPACES                     TO WRK-REGRA.
           PERFORM VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX GREATER 13
               IF  WRK-REG-PROGRAMA (WRK-IX) EQUAL LNK-NOM-PROGRAMA
                   MOVE WRK-REG-REGRA (WRK-IX) TO WRK-REGRA
               END-IF
           END-PERFORM.

           MOVE "N"                        TO WRK-ABRIU-NOMESOC.

      *------ SAIDA SO COM O NOME CIVIL NEM PRECISA DO CADASTRO --------
           IF  WRK-REGRA EQUAL SPACES
               GO TO 0100-INICIALIZAR-99-FIM
           END-IF.

           OPEN INPUT NOMESOC.

           IF  FS-NOMESOC EQUAL ZEROS
               MOVE "S"                    TO WRK-ABRIU-NOMESOC
           END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------ SEM O CADASTRO VALE O NOME CIVIL -------------------------
           IF  WRK-ABRIU-NOMESOC NOT EQUAL "S"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE LNK-NOM-RM                 TO ARQ-NSO-RM
           READ NOMESOC KEY IS ARQ-NSO-RM
               INVALID KEY
                   GO TO 0200-PROCESSAR-99-FIM
           END-READ.

           IF  ARQ-NSO-SITUACAO NOT EQUAL "A"
           OR  ARQ-NSO-NOME EQUAL SPACES
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF  WRK-REGRA EQUAL "S"
               MOVE ARQ-NSO-NOME           TO LNK-NOM-NOME
           ELSE
               IF  ARQ-NSO-OFICIAL EQUAL "S"
                   MOVE ARQ-NSO-NOME       TO LNK-NOM-SOCIAL
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-NOMESOC EQUAL "S"
               CLOSE NOMESOC
           END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

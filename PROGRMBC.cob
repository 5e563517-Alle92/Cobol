       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRMBC.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: TRADUZIR O RM DE ATE 6 POSICOES PARA O CAMPO DE
      *----    4 POSICOES DOS LAYOUTS DO BANCO E DE VOLTA. FUNCAO "B"
      *----    (PARA O BANCO): RM DE ATE 4 POSICOES VAI COMO ESTA; RM
      *----    MAIOR RECEBE UM CODIGO A000-Z999 GUARDADO EM RMBANCO.dat
      *----    (ATRIBUIDO NA PRIMEIRA REMESSA E MANTIDO PARA SEMPRE).
      *----    FUNCAO "R" (DO RETORNO): CODIGO NUMERICO E O PROPRIO RM;
      *----    CODIGO COM LETRA E PROCURADO EM RMBANCO.dat. DEVOLVE
      *----    "S"/"N" EM LNK-RMB-ACHOU. CHAMADO POR PROGREME E PROGRETO.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- RMBANCO          I/O            BOKRMBC
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
           SELECT RMBANCO  ASSIGN TO WRK-PATH-RMBANCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RMB-RM
                  ALTERNATE RECORD KEY IS ARQ-RMB-CODIGO
                  FILE STATUS IS FS-RMBANCO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  RMBANCO.
       COPY "BOKRMBC".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-RMBANCO                   PIC 9(02).

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA --------------------------
       77  WRK-ABRIU-RMBANCO            PIC X(01) VALUE "N".

      *------------- VARIAVEIS DA ATRIBUICAO DO CODIGO -----------------
       77  WRK-LETRAS                   PIC X(26) VALUE
                                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  WRK-IX-LETRA                 PIC 9(02) VALUE ZEROS.
       77  WRK-ULT-CODIGO               PIC X(04) VALUE SPACES.
       77  WRK-SEQ-CODIGO               PIC 9(05) VALUE ZEROS.
       77  WRK-SEQ-DIGITOS              PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-HORA                PIC X(21).

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
      *--- "B" = RM PARA O CODIGO DO BANCO; "R" = CODIGO PARA O RM ----
       01  LNK-RMB-FUNCAO                     PIC X(01).
       01  LNK-RMB-RM                         PIC X(06).
       01  LNK-RMB-CODIGO                     PIC X(04).
       01  LNK-RMB-ACHOU                      PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-RMB-FUNCAO, LNK-RMB-RM, LNK-RMB-CODIGO, LNK-RMB-ACHOU.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           MOVE "N"                            TO LNK-RMB-ACHOU
                                                  WRK-ABRIU-RMBANCO.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           EVALUATE LNK-RMB-FUNCAO
               WHEN "B"
                   PERFORM 0210-RM-PARA-BANCO
               WHEN "R"
                   PERFORM 0230-BANCO-PARA-RM
           END-EVALUATE.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-RM-PARA-BANCO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- RM QUE CABE NAS 4 POSICOES VAI AO BANCO COMO ESTA ---

           MOVE SPACES                         TO LNK-RMB-CODIGO.

           IF  LNK-RMB-RM (5:2) EQUAL SPACES
               MOVE LNK-RMB-RM (1:4)           TO LNK-RMB-CODIGO
               MOVE "S"                        TO LNK-RMB-ACHOU
               GO TO 0210-RM-PARA-BANCO-99-FIM
           END-IF.

           OPEN I-O RMBANCO.

           IF  FS-RMBANCO EQUAL 35
               OPEN OUTPUT RMBANCO
               CLOSE       RMBANCO
               OPEN I-O    RMBANCO
           END-IF.

           IF  FS-RMBANCO NOT EQUAL ZEROS
               GO TO 0210-RM-PARA-BANCO-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-ABRIU-RMBANCO.

      *----------- RM JA MAPEADO: DEVOLVE SEMPRE O MESMO CODIGO --------
           MOVE LNK-RMB-RM                     TO ARQ-RMB-RM.
           READ RMBANCO KEY IS ARQ-RMB-RM
               INVALID KEY
                   PERFORM 0220-ATRIBUIR-CODIGO
           END-READ.

           IF  ARQ-RMB-CODIGO NOT EQUAL SPACES
           AND ARQ-RMB-RM EQUAL LNK-RMB-RM
               MOVE ARQ-RMB-CODIGO             TO LNK-RMB-CODIGO
               MOVE "S"                        TO LNK-RMB-ACHOU
           END-IF.

      *-----------------------------------------------------------------
       0210-RM-PARA-BANCO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-ATRIBUIR-CODIGO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- PROXIMO CODIGO APOS O MAIOR JA ATRIBUIDO (A ORDEM ---
      *----------- DA CHAVE ALTERNATIVA E A ORDEM DA SEQUENCIA) --------

           MOVE SPACES                         TO WRK-ULT-CODIGO
                                                  ARQ-DADOS-RMBANCO.
           MOVE "A000"                         TO ARQ-RMB-CODIGO.

           START RMBANCO KEY IS GREATER THAN OR EQUAL ARQ-RMB-CODIGO
               INVALID KEY
                   MOVE 10                     TO FS-RMBANCO
           END-START.

           PERFORM UNTIL FS-RMBANCO NOT EQUAL ZEROS
               READ RMBANCO NEXT RECORD
                   AT END
                       MOVE 10                 TO FS-RMBANCO
                   NOT AT END
                       MOVE ARQ-RMB-CODIGO     TO WRK-ULT-CODIGO
               END-READ
           END-PERFORM.

           IF  WRK-ULT-CODIGO EQUAL SPACES
               MOVE ZEROS                      TO WRK-SEQ-CODIGO
           ELSE
               PERFORM VARYING WRK-IX-LETRA FROM 1 BY 1
                         UNTIL WRK-IX-LETRA GREATER 26
                   OR WRK-LETRAS (WRK-IX-LETRA:1) EQUAL
                                               WRK-ULT-CODIGO (1:1)
                   CONTINUE
               END-PERFORM
               MOVE WRK-ULT-CODIGO (2:3)       TO WRK-SEQ-DIGITOS
               COMPUTE WRK-SEQ-CODIGO = (WRK-IX-LETRA - 1) * 1000
                                      + WRK-SEQ-DIGITOS + 1
           END-IF.

      *----------- FAIXA A000-Z999 ESGOTADA: O TITULO NAO VAI AO BANCO -
           IF  WRK-SEQ-CODIGO GREATER 25999
               MOVE SPACES                     TO ARQ-DADOS-RMBANCO
               GO TO 0220-ATRIBUIR-CODIGO-99-FIM
           END-IF.

           COMPUTE WRK-IX-LETRA = WRK-SEQ-CODIGO / 1000 + 1.
           MOVE FUNCTION MOD(WRK-SEQ-CODIGO, 1000)
                                               TO WRK-SEQ-DIGITOS.
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           MOVE LNK-RMB-RM                     TO ARQ-RMB-RM.
           MOVE WRK-LETRAS (WRK-IX-LETRA:1)    TO ARQ-RMB-CODIGO (1:1).
           MOVE WRK-SEQ-DIGITOS                TO ARQ-RMB-CODIGO (2:3).
           MOVE WRK-DATA-HORA (1:8)            TO ARQ-RMB-DATA.

           WRITE ARQ-DADOS-RMBANCO
               INVALID KEY
                   MOVE SPACES                 TO ARQ-DADOS-RMBANCO
           END-WRITE.

      *-----------------------------------------------------------------
       0220-ATRIBUIR-CODIGO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-BANCO-PARA-RM                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CODIGO NUMERICO E O PROPRIO RM DE 4 POSICOES --------

           MOVE SPACES                         TO LNK-RMB-RM.

           IF  LNK-RMB-CODIGO IS NUMERIC
               MOVE LNK-RMB-CODIGO             TO LNK-RMB-RM
               MOVE "S"                        TO LNK-RMB-ACHOU
               GO TO 0230-BANCO-PARA-RM-99-FIM
           END-IF.

           OPEN INPUT RMBANCO.

           IF  FS-RMBANCO NOT EQUAL ZEROS
               GO TO 0230-BANCO-PARA-RM-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-ABRIU-RMBANCO.

           MOVE LNK-RMB-CODIGO                 TO ARQ-RMB-CODIGO.
           READ RMBANCO KEY IS ARQ-RMB-CODIGO
               INVALID KEY
                   GO TO 0230-BANCO-PARA-RM-99-FIM
           END-READ.

           MOVE ARQ-RMB-RM                     TO LNK-RMB-RM.
           MOVE "S"                            TO LNK-RMB-ACHOU.

      *-----------------------------------------------------------------
       0230-BANCO-PARA-RM-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-RMBANCO EQUAL "S"
               CLOSE RMBANCO
           END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

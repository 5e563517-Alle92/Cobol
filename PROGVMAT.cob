       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGVMAT.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: DEVOLVER A VERSAO DA MATRIZ CURRICULAR QUE O
      *----    ALUNO SEGUE. VALE, NESTA ORDEM: O VINCULO GRAVADO PELA
      *----    MIGRACAO (VERSALU.dat) PARA O MESMO CURSO; A VERSAO DO
      *----    CURSO COM O MAIOR SEMESTRE DE INGRESSO QUE NAO SEJA
      *----    POSTERIOR AO INGRESSO DO ALUNO (MATVERS.dat); A VERSAO
      *----    MAIS ANTIGA DO CURSO; E, SEM VERSAO CADASTRADA, A "01".
      *----    CHAMADO COM RM EM BRANCO E A DATA DE HOJE, DEVOLVE A
      *----    VERSAO EM QUE ENTRA UM ALUNO NOVO.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- VERSALU           I             BOKVALU
      *---- MATVERS           I             BOKMVER
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
           SELECT VERSALU  ASSIGN TO WRK-PATH-VERSALU
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-VAL-RM
                  FILE STATUS IS FS-VERSALU.

           SELECT MATVERS  ASSIGN TO WRK-PATH-MATVERS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MVE-CHAVE
                  FILE STATUS IS FS-MATVERS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  VERSALU.
       COPY "BOKVALU".

       FD  MATVERS.
       COPY "BOKMVER".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-VERSALU                   PIC 9(02).
       77  FS-MATVERS                   PIC 9(02).

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA --------------------------
       77  WRK-ABRIU-VERSALU            PIC X(01) VALUE "N".
       77  WRK-ABRIU-MATVERS            PIC X(01) VALUE "N".

      *--- SEMESTRE DE INGRESSO DO ALUNO (AAAAS) -----------------------
       01  WRK-VMAT-INGRESSO.
           05 WRK-VMAT-ING-ANO          PIC X(04) VALUE SPACES.
           05 WRK-VMAT-ING-SEM          PIC X(01) VALUE SPACES.

       77  WRK-VMAT-MES                 PIC 9(02) VALUE ZEROS.
       77  WRK-VMAT-ACHOU               PIC X(01) VALUE "N".
       77  WRK-VMAT-MAIS-ANTIGA         PIC X(02) VALUE SPACES.
       77  WRK-VMAT-ING-ANTIGA          PIC X(05) VALUE SPACES.
       77  WRK-VMAT-ING-ESCOLHIDA       PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-VMAT-RM                        PIC X(06).
       01  LNK-VMAT-CURSO                     PIC X(15).
       01  LNK-VMAT-DATA-MATRICULA            PIC X(08).
       01  LNK-VMAT-VERSAO                    PIC X(02).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-VMAT-RM, LNK-VMAT-CURSO, LNK-VMAT-DATA-MATRICULA,
             LNK-VMAT-VERSAO.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

      *----------- SEM VERSAO CADASTRADA VALE A MATRIZ ORIGINAL --------
           MOVE "01"                      TO LNK-VMAT-VERSAO.

           MOVE "N"                       TO WRK-ABRIU-VERSALU
                                             WRK-ABRIU-MATVERS
                                             WRK-VMAT-ACHOU.
           MOVE SPACES                    TO WRK-VMAT-MAIS-ANTIGA
                                             WRK-VMAT-ING-ESCOLHIDA.
           MOVE HIGH-VALUES               TO WRK-VMAT-ING-ANTIGA.

      *----------- DATA DE MATRICULA AAAAMMDD -> SEMESTRE AAAAS --------
           MOVE LNK-VMAT-DATA-MATRICULA(1:4) TO WRK-VMAT-ING-ANO.
           MOVE "1"                       TO WRK-VMAT-ING-SEM.

           IF  LNK-VMAT-DATA-MATRICULA(5:2) IS NUMERIC
               MOVE LNK-VMAT-DATA-MATRICULA(5:2) TO WRK-VMAT-MES
               IF  WRK-VMAT-MES GREATER 6
                   MOVE "2"               TO WRK-VMAT-ING-SEM
               END-IF
           END-IF.

           OPEN INPUT VERSALU.

           IF  FS-VERSALU EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-VERSALU
           END-IF.

           OPEN INPUT MATVERS.

           IF  FS-MATVERS EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-MATVERS
           END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------ ALUNO MIGRADO: VALE O VINCULO GRAVADO NA MIGRACAO --------
           IF  WRK-ABRIU-VERSALU EQUAL "S"
           AND LNK-VMAT-RM NOT EQUAL SPACES
               MOVE LNK-VMAT-RM           TO ARQ-VAL-RM
               READ VERSALU
                   INVALID KEY
                       MOVE 23            TO FS-VERSALU
               END-READ
               IF  FS-VERSALU EQUAL ZEROS
               AND ARQ-VAL-CURSO EQUAL LNK-VMAT-CURSO
                   MOVE ARQ-VAL-VERSAO    TO LNK-VMAT-VERSAO
                   GO TO 0200-PROCESSAR-99-FIM
               END-IF
           END-IF.

           IF  WRK-ABRIU-MATVERS NOT EQUAL "S"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- VERSAO DO CURSO VIGENTE NO INGRESSO DO ALUNO --------
           MOVE LNK-VMAT-CURSO            TO ARQ-MVE-CURSO
           MOVE LOW-VALUES                TO ARQ-MVE-VERSAO

           START MATVERS KEY IS GREATER THAN OR EQUAL ARQ-MVE-CHAVE
               INVALID KEY
                   GO TO 0200-PROCESSAR-99-FIM
           END-START.

           READ MATVERS NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATVERS NOT EQUAL ZEROS
                      OR ARQ-MVE-CURSO NOT EQUAL LNK-VMAT-CURSO

               IF  ARQ-MVE-INGRESSO LESS WRK-VMAT-ING-ANTIGA
                   MOVE ARQ-MVE-VERSAO    TO WRK-VMAT-MAIS-ANTIGA
                   MOVE ARQ-MVE-INGRESSO  TO WRK-VMAT-ING-ANTIGA
               END-IF

               IF  ARQ-MVE-INGRESSO NOT GREATER WRK-VMAT-INGRESSO
               AND ARQ-MVE-INGRESSO NOT LESS WRK-VMAT-ING-ESCOLHIDA
                   MOVE ARQ-MVE-VERSAO    TO LNK-VMAT-VERSAO
                   MOVE ARQ-MVE-INGRESSO  TO WRK-VMAT-ING-ESCOLHIDA
                   MOVE "S"               TO WRK-VMAT-ACHOU
               END-IF

               READ MATVERS NEXT RECORD
                   AT END
                       MOVE 9             TO FS-MATVERS
               END-READ

           END-PERFORM.

           MOVE ZEROS                     TO FS-MATVERS.

      *------ INGRESSO ANTERIOR A TODAS AS VERSOES: A MAIS ANTIGA ------
           IF  WRK-VMAT-ACHOU NOT EQUAL "S"
           AND WRK-VMAT-MAIS-ANTIGA NOT EQUAL SPACES
               MOVE WRK-VMAT-MAIS-ANTIGA  TO LNK-VMAT-VERSAO
           END-IF.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-VERSALU EQUAL "S"
               CLOSE VERSALU
           END-IF.

           IF  WRK-ABRIU-MATVERS EQUAL "S"
               CLOSE MATVERS
           END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

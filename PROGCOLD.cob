       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCOLD.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: DESIGNAR OS FORMADOS PARA UMA COLACAO DE GRAU
      *----    AGENDADA (COLACAO.dat), GRAVANDO-OS COMO CONVOCADOS EM
      *----    COLAPART.dat. ENTRAM OS FORMADOS (FORMADOS.dat) DO
      *----    CURSO E DO CAMPUS DA COLACAO (CAMPUS DO CADASTRO ATIVO
      *----    OU DO ARQUIVO MORTO) COM CERTIDAO DE NADA CONSTA
      *----    VALIDA (PROGNDCV):
      *----      COLACAO REGULAR ... QUEM AINDA NAO FOI CHAMADO PARA
      *----      NENHUMA COLACAO;
      *----      COLACAO ESPECIAL ... QUEM SO TEM AUSENCIAS (FALTOU
      *----      A COLACAO PARA A QUAL FOI CHAMADO), LEVANDO O CODIGO
      *----      DA COLACAO PERDIDA.
      *----    QUEM JA ESTA CONVOCADO OU JA COLOU GRAU NAO E CHAMADO
      *----    DE NOVO. PODE SER RODADO MAIS DE UMA VEZ ATE A DATA DO
      *----    EVENTO (SO ACRESCENTA OS QUE FALTAM).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- COLACAO           I             BOKCOLA
      *---- FORMADOS          I             BOKFORM
      *---- ALUNOS            I             BOKALU
      *---- ALUNHIST          I             BOKHIST
      *---- COLAPART          I/O           BOKCOLP
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
           SELECT COLACAO  ASSIGN TO WRK-PATH-COLACAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-COL-CODIGO
                  FILE STATUS IS FS-COLACAO.

           SELECT FORMADOS  ASSIGN TO WRK-PATH-FORMADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FOR-RM
                  FILE STATUS IS FS-FORMADOS.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT ALUNHIST  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-ALUNHIST.

           SELECT COLAPART  ASSIGN TO WRK-PATH-COLAPART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CLP-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-CLP-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-COLAPART.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  COLACAO.
       COPY "BOKCOLA".

       FD  FORMADOS.
       COPY "BOKFORM".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ALUNHIST.
       COPY "BOKHIST".

       FD  COLAPART.
       COPY "BOKCOLP".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-COLACAO                   PIC 9(02).
       77  FS-FORMADOS                  PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-COLAPART                  PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- COLACAO ESCOLHIDA ---------------------------------
       77  WRK-CODIGO                   PIC 9(06) VALUE ZEROS.

      *------------- SITUACAO DO FORMADO -------------------------------
       77  WRK-CAMPUS-FORMADO           PIC X(15) VALUE SPACES.
      *--- N = NUNCA CHAMADO / A = SO AUSENCIAS / C = CONVOCADO OU JA --
      *--- COLOU GRAU --------------------------------------------------
       77  WRK-SIT-COLACAO              PIC X(01) VALUE SPACES.
       77  WRK-ORIGEM                   PIC 9(06) VALUE ZEROS.

      *--- "S" = O RM TEM CERTIDAO DE NADA CONSTA VALIDA (PROGNDCV) ----
       77  WRK-NDC-RESULTADO            PIC X(01) VALUE SPACES.

       77  WRK-QTD-DESIGNADOS           PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEM-NDC              PIC 9(04) VALUE ZEROS.

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
           05 LINE  01 COLUMN 23 VALUE "DESIGNACAO PARA COLACAO DE GRAU"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CODIGO COLACAO...".
           05 LINE  07 COLUMN 60 USING WRK-CODIGO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-COLACAO.
           05 LINE  09 COLUMN 30 VALUE "CAMPUS/CURSO.....".
           05 LINE  09 COLUMN 48 FROM  ARQ-COL-CAMPUS.
           05 LINE  09 COLUMN 64 FROM  ARQ-COL-CURSO.
           05 LINE  10 COLUMN 30 VALUE "DATA/HORA/TIPO...".
           05 LINE  10 COLUMN 48 FROM  ARQ-COL-DATA.
           05 LINE  10 COLUMN 58 FROM  ARQ-COL-HORA.
           05 LINE  10 COLUMN 64 FROM  ARQ-COL-TIPO.
           05 LINE  11 COLUMN 30 VALUE "LOCAL............".
           05 LINE  11 COLUMN 48 FROM  ARQ-COL-LOCAL.

       01  SCR-OPCAO.
           05 LINE  13 COLUMN 09 VALUE
                  "DESIGNAR OS FORMADOS PARA ESTA COLACAO (S/N)?"
                              BACKGROUND-COLOR 2.
           05 LINE  13 COLUMN 56 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  15 COLUMN 30 VALUE "FORMADOS DESIGNADOS..".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-DESIGNADOS.
           05 LINE  16 COLUMN 30 VALUE "SEM NADA CONSTA......".
           05 LINE  16 COLUMN 55 FROM  WRK-QTD-SEM-NDC.

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

      *----------- ABERTURA DO CALENDARIO DE COLACOES ------------------
            OPEN INPUT COLACAO.

            IF  FS-COLACAO NOT EQUAL 0
                EVALUATE FS-COLACAO
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

      *----------- ABERTURA DOS FORMADOS E DO CADASTRO -----------------
            OPEN INPUT FORMADOS.

            IF  FS-FORMADOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE COLACAO
                GOBACK
            END-IF.

            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE COLACAO
                CLOSE FORMADOS
                GOBACK
            END-IF.

            OPEN INPUT ALUNHIST.

            IF  FS-ALUNHIST EQUAL 35
                OPEN OUTPUT ALUNHIST
                CLOSE       ALUNHIST
                OPEN INPUT  ALUNHIST
            END-IF.

      *----------- ABERTURA DOS DESIGNADOS (I-O; CRIA NA PRIMEIRA
      *----------- GRAVACAO) -------------------------------------------
            OPEN I-O COLAPART.

            IF  FS-COLAPART EQUAL 35
                OPEN OUTPUT COLAPART
                CLOSE       COLAPART
                OPEN I-O    COLAPART
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           MOVE ZEROS                         TO WRK-CODIGO
           ACCEPT SCR-DADOS.

           IF  WRK-CODIGO EQUAL 9999
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE WRK-CODIGO                     TO ARQ-COL-CODIGO
           READ COLACAO KEY IS ARQ-COL-CODIGO
               INVALID KEY
                   MOVE WRK-MSG-COL-NAOENC     TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  ARQ-COL-SITUACAO EQUAL "R"
               MOVE WRK-MSG-COL-REALIZ         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           DISPLAY SCR-COLACAO.
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE ZEROS                          TO WRK-QTD-DESIGNADOS
                                                  WRK-QTD-SEM-NDC.

           PERFORM 0210-DESIGNAR-FORMADOS.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                   TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-DESIGNAR-FORMADOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE OS FORMADOS DO CURSO DA COLACAO ---------------

           MOVE LOW-VALUES                     TO ARQ-FOR-RM

           START FORMADOS KEY IS GREATER THAN OR EQUAL ARQ-FOR-RM
               INVALID KEY
                   GO TO 0210-DESIGNAR-FORMADOS-99-FIM
           END-START.

           READ FORMADOS NEXT RECORD
               AT END
                   GO TO 0210-DESIGNAR-FORMADOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-FORMADOS NOT EQUAL ZEROS

               IF  ARQ-FOR-CURSO EQUAL ARQ-COL-CURSO
                   PERFORM 0215-AVALIAR-FORMADO
               END-IF

               READ FORMADOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FORMADOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FORMADOS.

      *-----------------------------------------------------------------
       0210-DESIGNAR-FORMADOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-AVALIAR-FORMADO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- CAMPUS, SITUACAO NAS COLACOES E NADA CONSTA ---------

           PERFORM 0220-CAMPUS-FORMADO.

           IF  WRK-CAMPUS-FORMADO NOT EQUAL ARQ-COL-CAMPUS
               GO TO 0215-AVALIAR-FORMADO-99-FIM
           END-IF.

           PERFORM 0225-SITUACAO-COLACAO.

      *----------- REGULAR: NUNCA CHAMADO; ESPECIAL: SO AUSENCIAS ------
           IF  ARQ-COL-TIPO EQUAL "R"
           AND WRK-SIT-COLACAO NOT EQUAL "N"
               GO TO 0215-AVALIAR-FORMADO-99-FIM
           END-IF.

           IF  ARQ-COL-TIPO EQUAL "E"
           AND WRK-SIT-COLACAO NOT EQUAL "A"
               GO TO 0215-AVALIAR-FORMADO-99-FIM
           END-IF.

           CALL "PROGNDCV" USING ARQ-FOR-RM, WRK-NDC-RESULTADO.

           IF  WRK-NDC-RESULTADO NOT EQUAL "S"
               ADD 1                           TO WRK-QTD-SEM-NDC
               GO TO 0215-AVALIAR-FORMADO-99-FIM
           END-IF.

           MOVE ARQ-COL-CODIGO                 TO ARQ-CLP-CODIGO
           MOVE ARQ-FOR-RM                     TO ARQ-CLP-RM
           MOVE ARQ-FOR-NOME                   TO ARQ-CLP-NOME
           MOVE ARQ-FOR-CURSO                  TO ARQ-CLP-CURSO
           MOVE "C"                            TO ARQ-CLP-PRESENCA
           MOVE WRK-ORIGEM                     TO ARQ-CLP-ORIGEM
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-CLP-DATA-DESIG
           MOVE LNK-OPERADOR                   TO ARQ-CLP-OPERADOR

           WRITE ARQ-DADOS-COLAPART
               INVALID KEY
                   MOVE ZEROS                  TO FS-COLAPART
               NOT INVALID KEY
                   ADD 1                       TO WRK-QTD-DESIGNADOS
           END-WRITE.

      *-----------------------------------------------------------------
       0215-AVALIAR-FORMADO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CAMPUS-FORMADO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CAMPUS DO CADASTRO ATIVO; O FORMADO JA ARQUIVADO ----
      *----------- TEM O MESMO DESENHO NO ARQUIVO MORTO ----------------

           MOVE SPACES                         TO WRK-CAMPUS-FORMADO.

           MOVE ARQ-FOR-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-CAMPUS             TO WRK-CAMPUS-FORMADO
                   GO TO 0220-CAMPUS-FORMADO-99-FIM
           END-READ.

           MOVE ARQ-FOR-RM                     TO ARQ-HIST-RM
           READ ALUNHIST KEY IS ARQ-HIST-RM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-DADOS-HIST         TO ARQ-DADOS
                   MOVE ARQ-CAMPUS             TO WRK-CAMPUS-FORMADO
           END-READ.

      *-----------------------------------------------------------------
       0220-CAMPUS-FORMADO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-SITUACAO-COLACAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- REGISTROS DO RM EM COLAPART (CHAVE ALTERNATIVA) -----

           MOVE "N"                            TO WRK-SIT-COLACAO
           MOVE ZEROS                          TO WRK-ORIGEM
           MOVE ARQ-FOR-RM                     TO ARQ-CLP-RM

           START COLAPART KEY IS EQUAL ARQ-CLP-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-COLAPART
                   GO TO 0225-SITUACAO-COLACAO-99-FIM
           END-START.

           READ COLAPART NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-COLAPART
                   GO TO 0225-SITUACAO-COLACAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-COLAPART NOT EQUAL ZEROS
                      OR ARQ-CLP-RM NOT EQUAL ARQ-FOR-RM
                      OR WRK-SIT-COLACAO EQUAL "C"

               IF  ARQ-CLP-PRESENCA EQUAL "A"
                   MOVE "A"                    TO WRK-SIT-COLACAO
                   MOVE ARQ-CLP-CODIGO         TO WRK-ORIGEM
               ELSE
                   MOVE "C"                    TO WRK-SIT-COLACAO
               END-IF

               READ COLAPART NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COLAPART
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COLAPART.

      *-----------------------------------------------------------------
       0225-SITUACAO-COLACAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  COLACAO.

              IF  FS-COLACAO NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  FORMADOS.

             CLOSE  ALUNOS.

             CLOSE  ALUNHIST.

             CLOSE  COLAPART.

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

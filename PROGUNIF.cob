       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGUNIF.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: UNIFICACAO SUPERVISIONADA DE DOIS RMS DA MESMA
      *----    PESSOA (APONTADOS PELO PROGDUPL): O SUPERVISOR INFORMA
      *----    O RM QUE PERMANECE E O RM A RETIRAR, CONFERE NOME E CPF
      *----    DOS DOIS E CONFIRMA. A INTENCAO "UNIFICARM" VAI PARA O
      *----    JORNAL (JORNAL.dat) ANTES DA PRIMEIRA GRAVACAO E A
      *----    TRANSFERENCIA DOS REGISTROS E FEITA PELO PROGUNIM; UMA
      *----    QUEDA NO MEIO E COMPLETADA PELO PROGRCUP NA PARTIDA.
      *----    O RM A RETIRAR PODE ESTAR EM ALUNOS.dat OU SOMENTE EM
      *----    ALUNHIST.dat; RM COM ORDEM DE PAGAMENTO EM ANDAMENTO
      *----    SOBRE O CREDITO NAO E UNIFICADO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- ALUNHIST          I             BOKHIST
      *---- CREDITO           I             BOKCRED
      *---- JORNAL            I/O           BOKJRN
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

           SELECT CREDITO  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CREDITO.

      *----------- JORNAL DE INTENCAO DA UNIFICACAO --------------------
           SELECT JORNAL  ASSIGN TO WRK-PATH-JORNAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-JRN-NUMERO
                  FILE STATUS IS FS-JORNAL.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ALUNHIST.
       COPY "BOKHIST".

       FD  CREDITO.
       COPY "BOKCRED".

       FD  JORNAL.
       COPY "BOKJRN".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM-SOBREVIVE     PIC X(06) VALUE SPACES.
           05 WRK-TEMP-RM-RETIRADO      PIC X(06) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-CREDITO                   PIC 9(02).
       77  FS-JORNAL                    PIC 9(02).

      *------------- JORNAL DE INTENCAO DA UNIFICACAO -----------------
      *--- A INTENCAO (TRANSFERENCIA DE TODOS OS REGISTROS DO RM ------
      *--- RETIRADO) E GRAVADA ANTES DA PRIMEIRA GRAVACAO E CONCLUIDA -
      *--- DEPOIS DA ULTIMA; UMA QUEDA NO MEIO E COMPLETADA PELO ------
      *--- PROGRCUP ----------------------------------------------------
       77  WRK-JRN-NUMERO               PIC 9(06) VALUE ZEROS.

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- DADOS DOS DOIS RMS PARA A CONFERENCIA ------------
       77  WRK-NOME-SOBREVIVE           PIC X(20) VALUE SPACES.
       77  WRK-CPF-SOBREVIVE            PIC X(11) VALUE SPACES.
       77  WRK-STATUS-SOBREVIVE         PIC X(10) VALUE SPACES.
       77  WRK-NOME-RETIRADO            PIC X(20) VALUE SPACES.
       77  WRK-CPF-RETIRADO             PIC X(11) VALUE SPACES.
       77  WRK-STATUS-RETIRADO          PIC X(10) VALUE SPACES.
       77  WRK-ORIGEM-RETIRADO          PIC X(08) VALUE SPACES.

      *------------- RETORNO DA UNIFICACAO (PROGUNIM) -----------------
       77  WRK-UNI-RESULTADO            PIC X(01) VALUE SPACES.
       77  WRK-UNI-QTD                  PIC 9(06) VALUE ZEROS.

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
           05 LINE  01 COLUMN 29 VALUE "UNIFICACAO DE RM"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 20 VALUE "RM QUE PERMANECE.........".
           05 LINE  07 COLUMN 47 USING WRK-TEMP-RM-SOBREVIVE.
           05 LINE  08 COLUMN 20 VALUE "RM A RETIRAR.............".
           05 LINE  08 COLUMN 47 USING WRK-TEMP-RM-RETIRADO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "RM EM BRANCO PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-PESSOAS.
           05 LINE  10 COLUMN 20 VALUE "PERMANECE - NOME.........".
           05 LINE  10 COLUMN 47 FROM  WRK-NOME-SOBREVIVE.
           05 LINE  11 COLUMN 20 VALUE "            CPF..........".
           05 LINE  11 COLUMN 47 FROM  WRK-CPF-SOBREVIVE.
           05 LINE  12 COLUMN 20 VALUE "            STATUS.......".
           05 LINE  12 COLUMN 47 FROM  WRK-STATUS-SOBREVIVE.
           05 LINE  14 COLUMN 20 VALUE "RETIRA    - NOME.........".
           05 LINE  14 COLUMN 47 FROM  WRK-NOME-RETIRADO.
           05 LINE  15 COLUMN 20 VALUE "            CPF..........".
           05 LINE  15 COLUMN 47 FROM  WRK-CPF-RETIRADO.
           05 LINE  16 COLUMN 20 VALUE "            STATUS.......".
           05 LINE  16 COLUMN 47 FROM  WRK-STATUS-RETIRADO.
           05 LINE  17 COLUMN 20 VALUE "            ARQUIVO......".
           05 LINE  17 COLUMN 47 FROM  WRK-ORIGEM-RETIRADO.

       01  SCR-RESULTADO.
           05 LINE  18 COLUMN 20 VALUE "REGISTROS TRANSFERIDOS...".
           05 LINE  18 COLUMN 47 FROM  WRK-UNI-QTD.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "CONFIRMA A UNIFICACAO (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 45 USING WRK-OPCAO.

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

      *----------- ABERTURA DOS CADASTROS PARA A CONFERENCIA -----------
            PERFORM 0110-ABRIR-CADASTROS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ABERTURA DO JORNAL DE INTENCAO (I-O; CRIA NA --------
      *----------- PRIMEIRA GRAVACAO) ----------------------------------
            OPEN I-O JORNAL.

            IF  FS-JORNAL EQUAL 35
                OPEN OUTPUT JORNAL
                CLOSE       JORNAL
                OPEN I-O    JORNAL
            END-IF.

      *----------- PROXIMA NUMERACAO DO JORNAL: MAIOR CHAVE MAIS UM ----
            MOVE 1                             TO WRK-JRN-NUMERO
            MOVE LOW-VALUES                    TO ARQ-JRN-NUMERO
            START JORNAL KEY IS GREATER THAN OR EQUAL ARQ-JRN-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 0120-ACHAR-ULTIMO-JORNAL
            END-START.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-ABRIR-CADASTROS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNOS, ALUNHIST E CREDITO SAO FECHADOS DURANTE A --
      *----------- UNIFICACAO, QUE OS GRAVA, E REABERTOS EM SEGUIDA ----

            OPEN INPUT ALUNOS.

            OPEN INPUT ALUNHIST.

            IF  FS-ALUNHIST EQUAL 35
                OPEN OUTPUT ALUNHIST
                CLOSE       ALUNHIST
                OPEN INPUT  ALUNHIST
            END-IF.

            OPEN INPUT CREDITO.

            IF  FS-CREDITO EQUAL 35
                OPEN OUTPUT CREDITO
                CLOSE       CREDITO
                OPEN INPUT  CREDITO
            END-IF.

      *-----------------------------------------------------------------
       0110-ABRIR-CADASTROS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0120-ACHAR-ULTIMO-JORNAL                                SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE O JORNAL PARA NUMERAR A PROXIMA INTENCAO ------

           READ JORNAL NEXT RECORD
               AT END
                   GO TO 0120-ACHAR-ULTIMO-JORNAL-99-FIM
           END-READ.

           PERFORM UNTIL FS-JORNAL NOT EQUAL ZEROS

               COMPUTE WRK-JRN-NUMERO = ARQ-JRN-NUMERO + 1

               READ JORNAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-JORNAL
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-JORNAL.

      *-----------------------------------------------------------------
       0120-ACHAR-ULTIMO-JORNAL-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE SPACES                        TO WRK-MSG
           INITIALIZE WRK-TEMP-DADOS
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-RM-SOBREVIVE EQUAL SPACES
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           PERFORM 0210-UNIFICAR.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-UNIFICAR                                           SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE OS DOIS RMS, PEDE A CONFIRMACAO E ----------
      *----------- UNIFICA SOB O JORNAL DE INTENCAO --------------------

           IF  WRK-TEMP-RM-RETIRADO EQUAL SPACES
               MOVE WRK-RM-INC                 TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-UNIFICAR-99-FIM
           END-IF.

           IF  WRK-TEMP-RM-RETIRADO EQUAL WRK-TEMP-RM-SOBREVIVE
               MOVE WRK-MSG-UNI-MESMORM        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-UNIFICAR-99-FIM
           END-IF.

      *----------- O RM QUE PERMANECE PRECISA ESTAR NO CADASTRO -------
           MOVE WRK-TEMP-RM-SOBREVIVE          TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0210-UNIFICAR-99-FIM
           END-READ.

           IF  ARQ-STATUS EQUAL "UNIFICADO"
               MOVE WRK-MSG-UNI-JAUNIFIC       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-UNIFICAR-99-FIM
           END-IF.

           MOVE ARQ-NOMEALUNO                  TO WRK-NOME-SOBREVIVE
           MOVE ARQ-CPF                        TO WRK-CPF-SOBREVIVE
           MOVE ARQ-STATUS                     TO WRK-STATUS-SOBREVIVE.

      *----------- O RM A RETIRAR PODE ESTAR NO CADASTRO OU SOMENTE ---
      *----------- NO HISTORICO ----------------------------------------
           MOVE "ALUNOS"                       TO WRK-ORIGEM-RETIRADO
           MOVE WRK-TEMP-RM-RETIRADO           TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE "ALUNHIST"             TO WRK-ORIGEM-RETIRADO
                   MOVE WRK-TEMP-RM-RETIRADO   TO ARQ-HIST-RM
                   READ ALUNHIST KEY IS ARQ-HIST-RM
                       INVALID KEY
                           MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                           PERFORM 0900-MOSTRA
                           GO TO 0210-UNIFICAR-99-FIM
                   END-READ
                   MOVE ARQ-DADOS-HIST         TO ARQ-DADOS
           END-READ.

           IF  ARQ-STATUS EQUAL "UNIFICADO"
               MOVE WRK-MSG-UNI-JAUNIFIC       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-UNIFICAR-99-FIM
           END-IF.

           MOVE ARQ-NOMEALUNO                  TO WRK-NOME-RETIRADO
           MOVE ARQ-CPF                        TO WRK-CPF-RETIRADO
           MOVE ARQ-STATUS                     TO WRK-STATUS-RETIRADO.

      *----------- CREDITO RESERVADO PARA UMA ORDEM DE PAGAMENTO ------
      *----------- SO PODE MUDAR DE RM DEPOIS QUE A ORDEM ENCERRAR -----
           MOVE WRK-TEMP-RM-RETIRADO           TO ARQ-CRE-RM
           READ CREDITO KEY IS ARQ-CRE-RM
               INVALID KEY
                   MOVE ZEROS                  TO ARQ-CRE-ORDEM
           END-READ.

           IF  ARQ-CRE-ORDEM NOT EQUAL ZEROS
               MOVE WRK-MSG-UNI-ORDEMCRED      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-UNIFICAR-99-FIM
           END-IF.

      *----------- EXIBE OS DOIS RMS E PEDE A CONFIRMACAO -------------
           DISPLAY SCR-PESSOAS.

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-UNIFICAR-99-FIM
           END-IF.

      *----------- A INTENCAO VAI PARA O JORNAL ANTES DA PRIMEIRA -----
      *----------- GRAVACAO: UMA QUEDA NO MEIO E COMPLETADA PELO -------
      *----------- PROGRCUP --------------------------------------------
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           PERFORM 0250-ABRIR-INTENCAO.

           CLOSE ALUNOS ALUNHIST CREDITO.

           CALL "PROGUNIM" USING WRK-TEMP-RM-RETIRADO,
                WRK-TEMP-RM-SOBREVIVE, LNK-OPERADOR,
                WRK-UNI-RESULTADO, WRK-UNI-QTD.

           PERFORM 0110-ABRIR-CADASTROS.

      *----------- COM SELO DIVERGENTE NAO RECONHECIDO A INTENCAO -----
      *----------- TAMBEM E CONCLUIDA: NADA FOI GRAVADO ----------------
           PERFORM 0255-CONCLUIR-INTENCAO.

           IF  WRK-UNI-RESULTADO EQUAL "D"
               MOVE WRK-MSG-SELO-VIOLADO       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-UNIFICAR-99-FIM
           END-IF.

           DISPLAY SCR-RESULTADO.

           MOVE WRK-MSG-UNI-CONCLUIDA          TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0210-UNIFICAR-99-FIM                                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-ABRIR-INTENCAO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA NO JORNAL A INTENCAO PENDENTE DA -------------
      *----------- UNIFICACAO: RM A RETIRAR E RM QUE PERMANECE ---------

           MOVE WRK-JRN-NUMERO                 TO ARQ-JRN-NUMERO
           MOVE "PROGUNIF"                     TO ARQ-JRN-PROGRAMA
           MOVE "UNIFICARM"                    TO ARQ-JRN-OPERACAO
           MOVE "PENDENTE"                     TO ARQ-JRN-STATUS
           MOVE SPACES                         TO ARQ-JRN-CHAVE1
                                                  ARQ-JRN-CHAVE2
           MOVE WRK-TEMP-RM-RETIRADO           TO ARQ-JRN-CHAVE1(1:6)
           MOVE WRK-TEMP-RM-SOBREVIVE          TO ARQ-JRN-CHAVE2(1:6)
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-JRN-DATA-MOV
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-JRN-DATAHORA

           WRITE ARQ-DADOS-JORNAL
               INVALID KEY
                   REWRITE ARQ-DADOS-JORNAL
           END-WRITE.

      *-----------------------------------------------------------------
       0250-ABRIR-INTENCAO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-CONCLUIR-INTENCAO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- MARCA A INTENCAO CORRENTE COMO CONCLUIDA E ----------
      *----------- RESERVA A PROXIMA NUMERACAO DO JORNAL ---------------

           MOVE WRK-JRN-NUMERO                 TO ARQ-JRN-NUMERO
           READ JORNAL KEY IS ARQ-JRN-NUMERO
               NOT INVALID KEY
                   MOVE "CONCLUIDO"            TO ARQ-JRN-STATUS
                   REWRITE ARQ-DADOS-JORNAL
           END-READ.

           ADD 1                               TO WRK-JRN-NUMERO.

      *-----------------------------------------------------------------
       0255-CONCLUIR-INTENCAO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNHIST.

             CLOSE  CREDITO.

             CLOSE  JORNAL.

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

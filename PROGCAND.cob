       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCAND.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CADASTRO DOS CANDIDATOS DO PROCESSO SELETIVO:
      *----    INCLUSAO (I) DA INSCRICAO COM OS DADOS PESSOAIS, O CPF
      *----    VALIDADO PELO PROGVCPF E O CURSO/CAMPUS PRETENDIDOS;
      *----    ALTERACAO (A), USADA TAMBEM PARA LANCAR A PRESENCA E AS
      *----    NOTAS DA PROVA; E EXCLUSAO (E) DA INSCRICAO. CANDIDATO
      *----    JA CONVOCADO NAO E MAIS ALTERADO NEM EXCLUIDO; A
      *----    ALTERACAO DE UM CLASSIFICADO O DEVOLVE A INSCRITO PARA
      *----    A PROXIMA CLASSIFICACAO (PROGCLAS) REFAZER A POSICAO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CANDIDAT         I/O            BOKCAND
      *---- CURSOS            I             BOKCURS
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
           SELECT CANDIDAT  ASSIGN TO WRK-PATH-CANDIDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CAN-CHAVE
                  FILE STATUS IS FS-CANDIDAT.

           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CANDIDAT.
       COPY "BOKCAND".

       FD  CURSOS.
       COPY "BOKCURS".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-CHAVE.
           05 WRK-TEMP-CAN-ACAO         PIC X(01).
           05 WRK-TEMP-CAN-PROCESSO     PIC X(06).
           05 WRK-TEMP-CAN-CPF          PIC X(11).

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CAN-NOME         PIC X(20).
           05 WRK-TEMP-CAN-TELEFONE     PIC X(15).
           05 WRK-TEMP-CAN-EMAIL        PIC X(40).
           05 WRK-TEMP-CAN-CURSO        PIC X(15).
           05 WRK-TEMP-CAN-CAMPUS       PIC X(15).
           05 WRK-TEMP-CAN-PRESENTE     PIC X(01).
           05 WRK-TEMP-CAN-OBJETIVA     PIC 9(03)V99.
           05 WRK-TEMP-CAN-REDACAO      PIC 9(03)V99.

      *------------- VARIAVEIS DE STATUS
       77  FS-CANDIDAT                  PIC 9(02).
       77  FS-CURSOS                    PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEL DE RETORNO DA VALIDACAO DO CPF -----------
       77  WRK-CPF-VALIDO               PIC X(01) VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE "CANDIDATOS DO PROCESSO SELETIVO"
                  BACKGROUND-COLOR 3.

       01  SCR-CHAVE.
           05 LINE  05 COLUMN 30 VALUE "ACAO (I/A/E).....".
           05 LINE  05 COLUMN 60 USING WRK-TEMP-CAN-ACAO.
           05 LINE  06 COLUMN 30 VALUE "PROCESSO (AAAA-S)".
           05 LINE  06 COLUMN 60 USING WRK-TEMP-CAN-PROCESSO.
           05 LINE  07 COLUMN 30 VALUE "CPF..............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CAN-CPF.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  09 COLUMN 30 VALUE "NOME.............".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CAN-NOME.
           05 LINE  10 COLUMN 30 VALUE "TELEFONE.........".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-CAN-TELEFONE.
           05 LINE  11 COLUMN 30 VALUE "EMAIL............".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-CAN-EMAIL.
           05 LINE  12 COLUMN 30 VALUE "CURSO PRETENDIDO.".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-CAN-CURSO.
           05 LINE  13 COLUMN 30 VALUE "CAMPUS...........".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-CAN-CAMPUS.
           05 LINE  14 COLUMN 30 VALUE "FEZ A PROVA (S/N)".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-CAN-PRESENTE.
           05 LINE  15 COLUMN 30 VALUE "NOTA OBJETIVA....".
           05 LINE  15 COLUMN 60 USING WRK-TEMP-CAN-OBJETIVA.
           05 LINE  16 COLUMN 30 VALUE "NOTA REDACAO.....".
           05 LINE  16 COLUMN 60 USING WRK-TEMP-CAN-REDACAO.

       01  SCR-SITUACAO.
           05 LINE  17 COLUMN 30 VALUE "SITUACAO.........".
           05 LINE  17 COLUMN 60 FROM  ARQ-CAN-STATUS.
           05 LINE  18 COLUMN 30 VALUE "CLASSIFICACAO....".
           05 LINE  18 COLUMN 60 FROM  ARQ-CAN-CLASSIFICACAO.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA A ACAO (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 40 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG WRK-TEMP-CHAVE WRK-TEMP-DADOS.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  CANDIDAT.

            IF  FS-CANDIDAT EQUAL 35
                OPEN OUTPUT CANDIDAT
                CLOSE       CANDIDAT
                OPEN I-O    CANDIDAT
            END-IF.

            IF  FS-CANDIDAT NOT EQUAL 0
                EVALUATE FS-CANDIDAT
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

      *----------- ABERTURA DO CATALOGO DE CURSOS (SOMENTE LEITURA) ----
            OPEN INPUT CURSOS.

            IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CANDIDAT
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DA CHAVE -----------------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-CHAVE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-CHAVE.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-CAN-PROCESSO (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-CAN-ACAO)
                                              TO WRK-TEMP-CAN-ACAO.

           IF WRK-TEMP-CAN-ACAO NOT EQUAL "I"
           AND WRK-TEMP-CAN-ACAO NOT EQUAL "A"
           AND WRK-TEMP-CAN-ACAO NOT EQUAL "E"
              MOVE WRK-MSG-OPCAO-ERRO         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CAN-PROCESSO    EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CAN-CPF         EQUAL SPACES
              MOVE WRK-CPF-INC                TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ VERIFICAR O DIGITO VERIFICADOR DO CPF --------------

           CALL "PROGVCPF" USING WRK-TEMP-CAN-CPF, WRK-CPF-VALIDO.

           IF WRK-CPF-VALIDO        NOT EQUAL "S"
              MOVE WRK-MSG-CPF-INVAL          TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CAN-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE WRK-TEMP-CAN-CPF              TO ARQ-CAN-CPF

      *--------------- INCLUSAO: A INSCRICAO NAO PODE EXISTIR ----------
           IF WRK-TEMP-CAN-ACAO EQUAL "I"
              READ CANDIDAT KEY IS ARQ-CAN-CHAVE
                  NOT INVALID KEY
                      MOVE WRK-MSG-REG-JAEXISTE TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
              INITIALIZE ARQ-DADOS-CANDIDATO
              MOVE "INSCRITO"                 TO ARQ-CAN-STATUS
           ELSE
              READ CANDIDAT KEY IS ARQ-CAN-CHAVE
                  INVALID KEY
                      MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
              PERFORM 0210-CARREGAR-TELA
           END-IF.

      *--------------- CANDIDATO JA CONVOCADO FICA CONGELADO -----------
           IF ARQ-CAN-STATUS EQUAL "CONVOCADO"
           OR ARQ-CAN-STATUS EQUAL "MATRICULAD"
           OR ARQ-CAN-STATUS EQUAL "NAOCONFIRM"
              DISPLAY SCR-DADOS
              DISPLAY SCR-SITUACAO
              MOVE WRK-MSG-CAN-CONVOC         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- EXCLUSAO: MOSTRA, CONFIRMA E EXCLUI -------------
           IF WRK-TEMP-CAN-ACAO EQUAL "E"
              PERFORM 0240-EXCLUIR
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-SITUACAO
           ACCEPT SCR-DADOS.

           IF WRK-TEMP-CAN-NOME        EQUAL SPACES
              MOVE WRK-NOME-INC               TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CAN-TELEFONE    EQUAL SPACES
              MOVE WRK-TEL-INC                TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CAN-EMAIL       EQUAL SPACES
              MOVE WRK-EMAIL-INC              TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CAN-CURSO       EQUAL SPACES
              MOVE WRK-CURSO-INC              TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ VERIFICAR SE O CURSO EXISTE NO CATALOGO ------------

           MOVE WRK-TEMP-CAN-CURSO            TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   MOVE WRK-MSG-CURSO-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF WRK-TEMP-CAN-CAMPUS      EQUAL SPACES
              MOVE WRK-CAMPUS-INC             TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ PRESENCA EM BRANCO = NOTAS AINDA NAO LANCADAS ------

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-CAN-PRESENTE)
                                              TO WRK-TEMP-CAN-PRESENTE.

           IF WRK-TEMP-CAN-PRESENTE NOT EQUAL SPACES
           AND WRK-TEMP-CAN-PRESENTE NOT EQUAL "S"
           AND WRK-TEMP-CAN-PRESENTE NOT EQUAL "N"
              MOVE WRK-MSG-CAN-PRESENCA       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CAN-PRESENTE NOT EQUAL "S"
              MOVE ZEROS                      TO WRK-TEMP-CAN-OBJETIVA
                                                 WRK-TEMP-CAN-REDACAO
           END-IF.

           IF WRK-TEMP-CAN-OBJETIVA GREATER 100
           OR WRK-TEMP-CAN-REDACAO  GREATER 100
              MOVE WRK-MSG-CAN-NOTA           TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA

           MOVE WRK-TEMP-CAN-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE WRK-TEMP-CAN-CPF              TO ARQ-CAN-CPF
           MOVE WRK-TEMP-CAN-NOME             TO ARQ-CAN-NOME
           MOVE WRK-TEMP-CAN-TELEFONE         TO ARQ-CAN-TELEFONE
           MOVE WRK-TEMP-CAN-EMAIL            TO ARQ-CAN-EMAIL
           MOVE WRK-TEMP-CAN-CURSO            TO ARQ-CAN-CURSO
           MOVE WRK-TEMP-CAN-CAMPUS           TO ARQ-CAN-CAMPUS
           MOVE WRK-TEMP-CAN-PRESENTE         TO ARQ-CAN-PRESENTE
           MOVE WRK-TEMP-CAN-OBJETIVA         TO ARQ-CAN-NOTA-OBJETIVA
           MOVE WRK-TEMP-CAN-REDACAO          TO ARQ-CAN-NOTA-REDACAO
           MOVE LNK-OPERADOR                  TO ARQ-CAN-OPERADOR

      *--------------- CLASSIFICADO OU ELIMINADO ALTERADO VOLTA A ------
      *--------------- INSCRITO: A PROXIMA CLASSIFICACAO O REAVALIA ----
           MOVE "INSCRITO"                    TO ARQ-CAN-STATUS
           MOVE ZEROS                         TO ARQ-CAN-NOTA-FINAL
                                                 ARQ-CAN-CLASSIFICACAO

           MOVE WRK-REGISTRO                  TO WRK-MSG

           IF WRK-TEMP-CAN-ACAO EQUAL "I"
              MOVE WRK-DATA-HORA(1:8)         TO ARQ-CAN-DATA-INSCRICAO
              WRITE ARQ-DADOS-CANDIDATO
                  INVALID KEY
                      MOVE WRK-MSG-REG-JAEXISTE TO WRK-MSG
              END-WRITE
           ELSE
              REWRITE ARQ-DADOS-CANDIDATO
                  INVALID KEY
                      MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
              END-REWRITE
           END-IF.

           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-TELA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- TRAZ PARA A TELA OS DADOS JA GRAVADOS ---------------

           MOVE ARQ-CAN-NOME                  TO WRK-TEMP-CAN-NOME
           MOVE ARQ-CAN-TELEFONE              TO WRK-TEMP-CAN-TELEFONE
           MOVE ARQ-CAN-EMAIL                 TO WRK-TEMP-CAN-EMAIL
           MOVE ARQ-CAN-CURSO                 TO WRK-TEMP-CAN-CURSO
           MOVE ARQ-CAN-CAMPUS                TO WRK-TEMP-CAN-CAMPUS
           MOVE ARQ-CAN-PRESENTE              TO WRK-TEMP-CAN-PRESENTE
           MOVE ARQ-CAN-NOTA-OBJETIVA         TO WRK-TEMP-CAN-OBJETIVA
           MOVE ARQ-CAN-NOTA-REDACAO          TO WRK-TEMP-CAN-REDACAO.

      *-----------------------------------------------------------------
       0210-CARREGAR-TELA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-EXCLUIR                                            SECTION.
      *-----------------------------------------------------------------
      *----------- EXCLUSAO DA INSCRICAO (ANTES DA CONVOCACAO) ---------

           DISPLAY SCR-DADOS
           DISPLAY SCR-SITUACAO.

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0240-EXCLUIR-99-FIM
           END-IF.

           DELETE CANDIDAT
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
               NOT INVALID KEY
                   MOVE WRK-REGISTRO          TO WRK-MSG
           END-DELETE.

           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0240-EXCLUIR-99-FIM                                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CURSOS.

             CLOSE  CANDIDAT.

              IF  FS-CANDIDAT NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

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

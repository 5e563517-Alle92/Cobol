       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGLHDO.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: LIBERACAO DA FOLHA DOCENTE DA COMPETENCIA
      *----    (FOLHADOC.dat). O COORDENADOR INFORMA A COMPETENCIA, VE
      *----    O RESUMO DA APURACAO DO PROGHDOC (PROFESSORES, AULAS,
      *----    HORAS, VALOR, VARIACOES E O RELATORIO A REVISAR) E
      *----    LIBERA OU REJEITA; QUEM APUROU NAO PODE LIBERAR. SO A
      *----    LIBERACAO GRAVA O ARQUIVO DE INTERFACE DO RH (UM
      *----    DETALHE POR PROFESSOR E TRAILER DE CONTROLE). AS DUAS
      *----    IDENTIDADES FICAM GRAVADAS EM AUDITORIA.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- FOLHADOC          I/O           BOKFDOC
      *---- HORASDOC          I             BOKHDOC
      *---- PROFESSOR         I             BOKPROF
      *---- FOLHARH           O             BOKFPRH
      *---- AUDITORIA         E             BOKAUDIT
      *---- OPLOG             E             BOKOPLOG
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
           SELECT FOLHADOC  ASSIGN TO WRK-PATH-FOLHADOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FDO-COMPETENCIA
                  FILE STATUS IS FS-FOLHADOC.

           SELECT HORASDOC  ASSIGN TO WRK-PATH-HORASDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HDO-CHAVE
                  FILE STATUS IS FS-HORASDOC.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

      *----------- ARQUIVO DE INTERFACE GERADO PARA O RH ---------------
           SELECT FOLHARH  ASSIGN TO WRK-PATH-FOLHARH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-FOLHARH.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  FOLHADOC.
       COPY "BOKFDOC".

       FD  HORASDOC.
       COPY "BOKHDOC".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  FOLHARH.
       COPY "BOKFPRH".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-FOLHADOC                  PIC 9(02).
       77  FS-HORASDOC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-FOLHARH                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-FOLHARH             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA LIBERACAO ----------------------------
       77  WRK-COMPETENCIA              PIC X(06) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC Z(09)9,99.
       77  WRK-DATA-APURACAO-ED         PIC X(16) VALUE SPACES.

      *------------- ACUMULADO DO PROFESSOR PARA O DETALHE DO RH -------
       77  WRK-PROF-ANTERIOR            PIC X(06) VALUE SPACES.
       77  WRK-PROF-TITULACAO           PIC X(20) VALUE SPACES.
       77  WRK-PROF-VALOR-HORA          PIC 9(04)V99 VALUE ZEROS.
       77  WRK-PROF-AULAS               PIC 9(04) VALUE ZEROS.
       77  WRK-PROF-HORAS               PIC 9(05) VALUE ZEROS.
       77  WRK-PROF-VALOR               PIC 9(08)V99 VALUE ZEROS.

      *------------- TOTAIS DO TRAILER DE CONTROLE ---------------------
       77  WRK-QTD-DETALHES             PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-HORAS                PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-VALOR                PIC 9(10)V99 VALUE ZEROS.

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
           05 LINE  01 COLUMN 22 VALUE
                  "LIBERACAO DA FOLHA DOCENTE"
                  BACKGROUND-COLOR 3.

       01  SCR-COMPETENCIA.
           05 LINE  04 COLUMN 09 VALUE
                  "COMPETENCIA AAAAMM (BRANCO PARA SAIR): "
                              BACKGROUND-COLOR 2.
           05 LINE  04 COLUMN 49 USING WRK-COMPETENCIA.

       01  SCR-APURACAO.
           05 LINE  06 COLUMN 09 VALUE "SITUACAO DA APURACAO".
           05 LINE  06 COLUMN 32 FROM  ARQ-FDO-STATUS.
           05 LINE  07 COLUMN 09 VALUE "APURADA EM..........".
           05 LINE  07 COLUMN 32 FROM  WRK-DATA-APURACAO-ED.
           05 LINE  08 COLUMN 09 VALUE "APURADA POR.........".
           05 LINE  08 COLUMN 32 FROM  ARQ-FDO-OPER-APURACAO.
           05 LINE  09 COLUMN 09 VALUE "PROFESSORES.........".
           05 LINE  09 COLUMN 32 FROM  ARQ-FDO-QTD-PROFESSORES.
           05 LINE  10 COLUMN 09 VALUE "AULAS DADAS.........".
           05 LINE  10 COLUMN 32 FROM  ARQ-FDO-QTD-AULAS.
           05 LINE  11 COLUMN 09 VALUE "HORAS-AULA..........".
           05 LINE  11 COLUMN 32 FROM  ARQ-FDO-QTD-HORAS.
           05 LINE  12 COLUMN 09 VALUE "VALOR DA FOLHA......".
           05 LINE  12 COLUMN 32 FROM  WRK-VALOR-ED.
           05 LINE  13 COLUMN 09 VALUE "VARIACOES X PREVISTO".
           05 LINE  13 COLUMN 32 FROM  ARQ-FDO-QTD-VARIACOES.
           05 LINE  14 COLUMN 09 VALUE "SEM TAXA HORA-AULA..".
           05 LINE  14 COLUMN 32 FROM  ARQ-FDO-QTD-SEMTAXA.
           05 LINE  15 COLUMN 09 VALUE "RELATORIO A REVISAR:".
           05 LINE  16 COLUMN 09 FROM  ARQ-FDO-RELATORIO.

       01  SCR-OPCAO.
           05 LINE  18 COLUMN 9  VALUE
                  "LIBERAR (S) / REJEITAR (R) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  18 COLUMN 54 USING WRK-OPCAO.

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

      *----------- ABERTURA DO CONTROLE E DA APURACAO ------------------
            OPEN I-O FOLHADOC.

            IF  FS-FOLHADOC NOT EQUAL 0
                MOVE WRK-MSG-HDO-PENDENTE      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT HORASDOC PROFESSOR.

            IF  FS-HORASDOC  NOT EQUAL 0
            OR  FS-PROFESSOR NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE FOLHADOC HORASDOC PROFESSOR
                GOBACK
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *----------- ESCOLHA DA COMPETENCIA ------------------------------
           DISPLAY SCR-TELA
           MOVE SPACES                         TO WRK-COMPETENCIA
           ACCEPT SCR-COMPETENCIA.

           IF  WRK-COMPETENCIA EQUAL SPACES
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE WRK-COMPETENCIA                TO ARQ-FDO-COMPETENCIA
           READ FOLHADOC KEY IS ARQ-FDO-COMPETENCIA
               INVALID KEY
                   MOVE WRK-MSG-HDO-PENDENTE   TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  ARQ-FDO-STATUS NOT EQUAL "GERADA"
               MOVE WRK-MSG-HDO-PENDENTE       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- RESUMO DA APURACAO PARA A DECISAO -------------------
           MOVE ARQ-FDO-VALOR-TOTAL            TO WRK-VALOR-ED
           MOVE SPACES                         TO WRK-DATA-APURACAO-ED
           STRING ARQ-FDO-DATA-APURACAO(7:2) "/"
                  ARQ-FDO-DATA-APURACAO(5:2) "/"
                  ARQ-FDO-DATA-APURACAO(1:4) " "
                  ARQ-FDO-DATA-APURACAO(9:2) ":"
                  ARQ-FDO-DATA-APURACAO(11:2)
                  DELIMITED BY SIZE INTO WRK-DATA-APURACAO-ED
           DISPLAY SCR-APURACAO.

      *----------- QUATRO OLHOS: QUEM APUROU NAO LIBERA ----------------
           IF  ARQ-FDO-OPER-APURACAO EQUAL LNK-OPERADOR
               MOVE WRK-MSG-SEM-PERMISSAO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE DECISAO ---------------------------------
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
      *----------- PROFESSOR SEM TAXA FICARIA SEM VALOR NA FOLHA -------
                   IF  ARQ-FDO-QTD-SEMTAXA GREATER ZEROS
                       MOVE WRK-MSG-HDO-SEMTAXA
                                               TO WRK-MSG
                   ELSE
                       PERFORM 0220-GERAR-ARQUIVO-RH
                       MOVE "LIBERADA"         TO ARQ-FDO-STATUS
                       MOVE LNK-OPERADOR       TO ARQ-FDO-APROVADOR
                       MOVE WRK-DATA-HORA(1:14)
                                               TO ARQ-FDO-DATA-APROV
                       MOVE WRK-PATH-FOLHARH   TO ARQ-FDO-ARQUIVO-RH
                       REWRITE ARQ-DADOS-FOLHADOC
                       PERFORM 0240-AUDITAR-DECISAO
                       MOVE WRK-MSG-HDO-ENVIADA
                                               TO WRK-MSG
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "REJEITADA"            TO ARQ-FDO-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-FDO-APROVADOR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-FDO-DATA-APROV
                   REWRITE ARQ-DADOS-FOLHADOC
                   PERFORM 0240-AUDITAR-DECISAO
                   MOVE WRK-REGISTRO           TO WRK-MSG
               WHEN OTHER
                   MOVE WRK-SEMCONFIRM         TO WRK-MSG
           END-EVALUATE.

           PERFORM 0900-MOSTRA.
           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GERAR-ARQUIVO-RH                                   SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA HEADER, UM DETALHE POR PROFESSOR COM AULAS ----
      *----------- DADAS NO MES E O TRAILER COM QUANTIDADE E TOTAIS ----

           STRING FUNCTION TRIM(WRK-PATH-BASE) "FOLHADOCENTE_"
                  WRK-COMPETENCIA ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-FOLHARH

           OPEN OUTPUT FOLHARH.

           MOVE ZEROS                          TO WRK-QTD-DETALHES
                                                  WRK-TOT-HORAS
                                                  WRK-TOT-VALOR

           MOVE "0"                            TO ARQ-FRH-TIPO
           MOVE SPACES                         TO ARQ-FRH-DETALHE
           MOVE WRK-COMPETENCIA                TO ARQ-FRH-COMPETENCIA
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-FRH-DATA-GERACAO
           MOVE LNK-OPERADOR                   TO ARQ-FRH-APROVADOR
           WRITE ARQ-REG-FOLHARH.

           MOVE SPACES                         TO WRK-PROF-ANTERIOR
           MOVE ZEROS                          TO WRK-PROF-AULAS
                                                  WRK-PROF-HORAS
                                                  WRK-PROF-VALOR

      *----------- LINHAS SEM PROFESSOR (CHAVE EM BRANCO) VEM ANTES ----
      *----------- E NAO ENTRAM NA FOLHA -------------------------------
           MOVE WRK-COMPETENCIA                TO ARQ-HDO-COMPETENCIA
           MOVE LOW-VALUES                     TO ARQ-HDO-PROFESSOR
                                                  ARQ-HDO-CURSO
                                                  ARQ-HDO-TURMA
                                                  ARQ-HDO-DISCIPLINA

           START HORASDOC KEY IS GREATER THAN OR EQUAL ARQ-HDO-CHAVE
               INVALID KEY
                   GO TO 0220-GERAR-ARQUIVO-RH-FECHAR
           END-START.

           READ HORASDOC NEXT RECORD
               AT END
                   GO TO 0220-GERAR-ARQUIVO-RH-FECHAR
           END-READ.

           PERFORM UNTIL FS-HORASDOC NOT EQUAL ZEROS
                      OR ARQ-HDO-COMPETENCIA NOT EQUAL WRK-COMPETENCIA

               IF  ARQ-HDO-PROFESSOR NOT EQUAL SPACES
               AND ARQ-HDO-QTD-DADAS GREATER ZEROS
                   IF  ARQ-HDO-PROFESSOR NOT EQUAL WRK-PROF-ANTERIOR
                       PERFORM 0225-GRAVAR-DETALHE
                       MOVE ARQ-HDO-PROFESSOR  TO WRK-PROF-ANTERIOR
                       MOVE ARQ-HDO-TITULACAO  TO WRK-PROF-TITULACAO
                       MOVE ARQ-HDO-VALOR-HORA TO WRK-PROF-VALOR-HORA
                       MOVE ZEROS              TO WRK-PROF-AULAS
                                                  WRK-PROF-HORAS
                                                  WRK-PROF-VALOR
                   END-IF
                   ADD ARQ-HDO-QTD-DADAS       TO WRK-PROF-AULAS
                   ADD ARQ-HDO-HORAS           TO WRK-PROF-HORAS
                   ADD ARQ-HDO-VALOR           TO WRK-PROF-VALOR
               END-IF

               READ HORASDOC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HORASDOC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORASDOC.

           PERFORM 0225-GRAVAR-DETALHE.

       0220-GERAR-ARQUIVO-RH-FECHAR.

           MOVE "9"                            TO ARQ-FRH-TIPO
           MOVE SPACES                         TO ARQ-FRH-DETALHE
           MOVE WRK-QTD-DETALHES
                                        TO ARQ-FRH-QTD-PROFESSORES
           MOVE WRK-TOT-HORAS                  TO ARQ-FRH-TOT-HORAS
           MOVE WRK-TOT-VALOR                  TO ARQ-FRH-TOT-VALOR
           WRITE ARQ-REG-FOLHARH.

           CLOSE FOLHARH.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGLHDO"                     TO ARQ-LOG-PROGRAMA
           MOVE "FOLHA DOCENTE PARA O RH"      TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-DETALHES               TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-FOLHARH               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

      *-----------------------------------------------------------------
       0220-GERAR-ARQUIVO-RH-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-GRAVAR-DETALHE                                     SECTION.
      *-----------------------------------------------------------------
      *----------- DETALHE DO PROFESSOR ACUMULADO ATE A QUEBRA ---------

           IF  WRK-PROF-ANTERIOR EQUAL SPACES
               GO TO 0225-GRAVAR-DETALHE-99-FIM
           END-IF.

           MOVE "1"                            TO ARQ-FRH-TIPO
           MOVE SPACES                         TO ARQ-FRH-DETALHE
           MOVE WRK-PROF-ANTERIOR              TO ARQ-FRH-PROFESSOR
           MOVE WRK-PROF-ANTERIOR              TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               NOT INVALID KEY
                   MOVE ARQ-PRO-CPF            TO ARQ-FRH-CPF
                   MOVE ARQ-PRO-NOME           TO ARQ-FRH-NOME
           END-READ.
           MOVE WRK-PROF-TITULACAO             TO ARQ-FRH-TITULACAO
           MOVE WRK-PROF-AULAS                 TO ARQ-FRH-QTD-AULAS
           MOVE WRK-PROF-HORAS                 TO ARQ-FRH-HORAS
           MOVE WRK-PROF-VALOR-HORA            TO ARQ-FRH-VALOR-HORA
           MOVE WRK-PROF-VALOR                 TO ARQ-FRH-VALOR
           WRITE ARQ-REG-FOLHARH.

           ADD 1                               TO WRK-QTD-DETALHES
           ADD WRK-PROF-HORAS                  TO WRK-TOT-HORAS
           ADD WRK-PROF-VALOR                  TO WRK-TOT-VALOR.

      *-----------------------------------------------------------------
       0225-GRAVAR-DETALHE-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A DECISAO COM AS DUAS IDENTIDADES: QUEM -------
      *----------- APUROU (ANTES) E QUEM DECIDIU (DEPOIS) --------------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGLHDO"                     TO ARQ-AUD-PROGRAMA
           MOVE ARQ-FDO-STATUS                 TO ARQ-AUD-OPERACAO
           MOVE SPACES                         TO ARQ-AUD-RM
           MOVE SPACES                         TO ARQ-AUD-NOMEALUNO
           STRING "FOLHA DOC " ARQ-FDO-COMPETENCIA
                  DELIMITED BY SIZE INTO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "SOLIC/APROV"                  TO ARQ-AUD-CAMPO
           MOVE ARQ-FDO-OPER-APURACAO          TO ARQ-AUD-ANTES
           MOVE ARQ-FDO-APROVADOR              TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  FOLHADOC HORASDOC PROFESSOR.

             CLOSE  AUDITORIA.

             CLOSE  OPLOG.

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

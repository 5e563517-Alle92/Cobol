       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGHDOC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: APURACAO MENSAL DAS HORAS-AULA DADAS PELOS
      *----    PROFESSORES. CADA DATA COM CHAMADA LANCADA EM
      *----    FREQUENCIA.dat NA COMPETENCIA E UMA AULA DADA DA TURMA
      *----    DO ALUNO NA DISCIPLINA; O PROFESSOR E O DA ATRIBUICAO DE
      *----    AULAS DO SEMESTRE. AS HORAS-AULA SAO OS PERIODOS DA
      *----    GRADE HORARIA NAQUELE DIA (UMA POR AULA SEM GRADE),
      *----    VALORIZADAS PELA TAXA DA TITULACAO (TAXAHORA.dat).
      *----    GRAVA HORASDOC.dat, O RELATORIO DE VARIACAO ENTRE AULAS
      *----    DADAS E PREVISTAS (AULAPLAN.dat) POR PROFESSOR E O
      *----    CONTROLE FOLHADOC.dat "GERADA". O ARQUIVO DO RH SO E
      *----    GRAVADO NA LIBERACAO PELA COORDENACAO (PROGLHDO).
      *----    A AULA DADA POR SUBSTITUTO (AUSENCIAS.dat) E CREDITADA
      *----    AO SUBSTITUTO, NUMA LINHA PROPRIA DE ORIGEM "S".
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- FREQUENCIA        I             BOKFREQ
      *---- ALUNOS            I             BOKALU
      *---- ATRIBUIC          I             BOKATRB
      *---- PROFESSOR         I             BOKPROF
      *---- TAXAHORA          I             BOKTXHR
      *---- HORARIO           I             BOKHORA
      *---- AUSENCIAS         I             BOKAUSE
      *---- HORASDOC         I/O            BOKHDOC
      *---- FOLHADOC         I/O            BOKFDOC
      *---- RELVAR            O              ----
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
           SELECT FREQUENCIA  ASSIGN TO WRK-PATH-FREQUENCIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT ATRIBUIC  ASSIGN TO WRK-PATH-ATRIBUIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ATR-CHAVE
                  FILE STATUS IS FS-ATRIBUIC.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT TAXAHORA  ASSIGN TO WRK-PATH-TAXAHORA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TXH-CHAVE
                  FILE STATUS IS FS-TAXAHORA.

           SELECT HORARIO  ASSIGN TO WRK-PATH-HORARIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HOR-CHAVE
                  FILE STATUS IS FS-HORARIO.

           SELECT AUSENCIAS  ASSIGN TO WRK-PATH-AUSENCIAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-AUS-CHAVE
                  FILE STATUS IS FS-AUSENCIAS.

           SELECT HORASDOC  ASSIGN TO WRK-PATH-HORASDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HDO-CHAVE
                  FILE STATUS IS FS-HORASDOC.

           SELECT FOLHADOC  ASSIGN TO WRK-PATH-FOLHADOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FDO-COMPETENCIA
                  FILE STATUS IS FS-FOLHADOC.

           SELECT SORTAULA ASSIGN TO "SORTAULA.TMP".

           SELECT RELVAR ASSIGN TO WRK-PATH-RELVAR
                  FILE STATUS IS FS-RELVAR.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  FREQUENCIA.
       COPY "BOKFREQ".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  TAXAHORA.
       COPY "BOKTXHR".

       FD  HORARIO.
       COPY "BOKHORA".

       FD  AUSENCIAS.
       COPY "BOKAUSE".

       FD  HORASDOC.
       COPY "BOKHDOC".

       FD  FOLHADOC.
       COPY "BOKFDOC".

      *-------------------- CHAMADAS POR TURMA, DISCIPLINA E DATA ------
       SD  SORTAULA.
       01  SD-AULA.
           05 SD-AUL-CURSO              PIC X(15).
           05 SD-AUL-TURMA              PIC X(03).
           05 SD-AUL-DISCIPLINA         PIC X(15).
           05 SD-AUL-DATA               PIC X(08).

      *-------------------- AREA DO RELATORIO DE VARIACAO --------------
       FD  RELVAR.

       01  ARQ-RELVAR                   PIC X(132).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-TAXAHORA                  PIC 9(02).
       77  FS-HORARIO                   PIC 9(02).
       77  FS-AUSENCIAS                 PIC 9(02).
       77  FS-HORASDOC                  PIC 9(02).
       77  FS-FOLHADOC                  PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELVAR                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELVAR              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = ARQUIVO OPCIONAL ABERTO -------------------------------
       77  WRK-ABRIU-TAXAHORA           PIC X(01) VALUE "N".
       77  WRK-ABRIU-HORARIO            PIC X(01) VALUE "N".
       77  WRK-ABRIU-AUSENCIAS          PIC X(01) VALUE "N".

      *--- SUBSTITUTO QUE DEU A AULA DA DATA (BRANCO = O TITULAR) ------
       77  WRK-SUBSTITUTO               PIC X(06) VALUE SPACES.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DA APURACAO ----------------------------
       01  WRK-TEMP-DADOS.
      *--- COMPETENCIA AAAAMM ------------------------------------------
           05 WRK-TEMP-COMPETENCIA      PIC X(06).
           05 WRK-TEMP-COMP-R REDEFINES WRK-TEMP-COMPETENCIA.
              10 WRK-TEMP-COMP-ANO      PIC 9(04).
              10 WRK-TEMP-COMP-MES      PIC 9(02).
      *--- SEMESTRE DA ATRIBUICAO DE AULAS E DA GRADE ------------------
           05 WRK-TEMP-SEMESTRE         PIC X(02).

      *--- LIMITES DO MES PARA AS AULAS PREVISTAS (AAAAMM00/AAAAMM31) --
       77  WRK-INI-MES                  PIC X(08) VALUE SPACES.
       77  WRK-FIM-MES                  PIC X(08) VALUE SPACES.
       77  WRK-QTD-APLC-ATE             PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-APLC-ANTES           PIC 9(04) VALUE ZEROS.
       77  WRK-JA-APURADA               PIC X(01) VALUE SPACES.

      *------------- QUEBRA POR CURSO, TURMA E DISCIPLINA --------------
       01  WRK-QUEBRA-ANTERIOR.
           05 WRK-ANT-CURSO             PIC X(15).
           05 WRK-ANT-TURMA             PIC X(03).
           05 WRK-ANT-DISCIPLINA        PIC X(15).
       01  WRK-QUEBRA-CORRENTE.
           05 WRK-COR-CURSO             PIC X(15).
           05 WRK-COR-TURMA             PIC X(03).
           05 WRK-COR-DISCIPLINA        PIC X(15).
       77  WRK-ANT-DATA                 PIC X(08) VALUE SPACES.

      *------------- LINHA APURADA (UMA POR PROFESSOR/TURMA/DISC.) -----
       01  WRK-LINHA-HORAS.
           05 WRK-LIN-PROFESSOR         PIC X(06).
           05 WRK-LIN-CURSO             PIC X(15).
           05 WRK-LIN-TURMA             PIC X(03).
           05 WRK-LIN-DISCIPLINA        PIC X(15).
           05 WRK-LIN-DADAS             PIC 9(03).
           05 WRK-LIN-HORAS             PIC 9(04).
       77  WRK-TITULACAO                PIC X(20) VALUE SPACES.
       77  WRK-VALOR-HORA               PIC 9(04)V99 VALUE ZEROS.

      *------------- APOIO AO DIA DA SEMANA (COMO NO PROGDUTIL) --------
       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DOW                      PIC 9(01) VALUE ZEROS.
       77  WRK-QTD-PERIODOS             PIC 9(02) VALUE ZEROS.

      *------------- TOTAIS DA APURACAO --------------------------------
       77  WRK-QTD-CHAMADAS             PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LINHAS               PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROFESSORES          PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-AULAS                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-HORAS                PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-TOTAL              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-VARIACOES            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEMTAXA              PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEMATRIB             PIC 9(04) VALUE ZEROS.

      *------------- SUBTOTAIS DO PROFESSOR NO RELATORIO ---------------
       77  WRK-PROF-ANTERIOR            PIC X(06) VALUE SPACES.
       77  WRK-PROF-PREVISTAS           PIC 9(04) VALUE ZEROS.
       77  WRK-PROF-DADAS               PIC 9(04) VALUE ZEROS.
       77  WRK-PROF-HORAS               PIC 9(05) VALUE ZEROS.
       77  WRK-PROF-VALOR               PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PROF-NOME                PIC X(30) VALUE SPACES.

      *------------- LINHA DO RELATORIO DE VARIACAO --------------------
       01  WRK-LINHA-VAR.
           05 WRK-LV-PROFESSOR          PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-TURMA              PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-PREVISTAS          PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-DADAS              PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-DIFERENCA          PIC -ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-HORAS              PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-VALOR-HORA         PIC ZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-VALOR              PIC ZZZZZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-ALERTA             PIC X(20).
       77  WRK-DIFERENCA                PIC S9(04) VALUE ZEROS.
       77  WRK-VALOR-TOTAL-ED           PIC Z(09)9,99.

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
                  "APURACAO DE HORAS-AULA DOCENTES"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "COMPETENCIA AAAAMM".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-COMPETENCIA.
           05 LINE  08 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-SEMESTRE.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "APURAR AS HORAS-AULA DA COMPETENCIA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 54 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "CHAMADAS LIDAS.......".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-CHAMADAS.
           05 LINE  12 COLUMN 30 VALUE "PROFESSORES.........".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-PROFESSORES.
           05 LINE  13 COLUMN 30 VALUE "AULAS DADAS..........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-AULAS.
           05 LINE  14 COLUMN 30 VALUE "HORAS-AULA...........".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-HORAS.
           05 LINE  15 COLUMN 30 VALUE "VALOR DA FOLHA.......".
           05 LINE  15 COLUMN 55 FROM  WRK-VALOR-TOTAL-ED.
           05 LINE  16 COLUMN 30 VALUE "VARIACOES X PREVISTO.".
           05 LINE  16 COLUMN 55 FROM  WRK-QTD-VARIACOES.
           05 LINE  17 COLUMN 30 VALUE "SEM ATRIBUICAO.......".
           05 LINE  17 COLUMN 55 FROM  WRK-QTD-SEMATRIB.
           05 LINE  18 COLUMN 30 VALUE "SEM TAXA HORA-AULA...".
           05 LINE  18 COLUMN 55 FROM  WRK-QTD-SEMTAXA.

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

      *----------- ARQUIVOS DE LEITURA OBRIGATORIOS --------------------
            OPEN INPUT FREQUENCIA ALUNOS ATRIBUIC PROFESSOR.

            IF  FS-FREQUENCIA NOT EQUAL 0
            OR  FS-ALUNOS     NOT EQUAL 0
            OR  FS-ATRIBUIC   NOT EQUAL 0
            OR  FS-PROFESSOR  NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE FREQUENCIA ALUNOS ATRIBUIC PROFESSOR
                GOBACK
            END-IF.

      *----------- TABELA DE TAXAS E GRADE HORARIA (OPCIONAIS) ---------
            MOVE "N"                           TO WRK-ABRIU-TAXAHORA
            OPEN INPUT TAXAHORA.

            IF  FS-TAXAHORA EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-TAXAHORA
            END-IF.

            MOVE "N"                           TO WRK-ABRIU-HORARIO
            OPEN INPUT HORARIO.

            IF  FS-HORARIO EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-HORARIO
            END-IF.

      *----------- REGISTRO DE AUSENCIAS DOCENTES (OPCIONAL) -----------
            MOVE "N"                           TO WRK-ABRIU-AUSENCIAS
            OPEN INPUT AUSENCIAS.

            IF  FS-AUSENCIAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-AUSENCIAS
            END-IF.

      *----------- APURACAO E CONTROLE (I-O; CRIA NA PRIMEIRA VEZ) -----
            OPEN I-O HORASDOC.

            IF  FS-HORASDOC EQUAL 35
                OPEN OUTPUT HORASDOC
                CLOSE       HORASDOC
                OPEN I-O    HORASDOC
            END-IF.

            OPEN I-O FOLHADOC.

            IF  FS-FOLHADOC EQUAL 35
                OPEN OUTPUT FOLHADOC
                CLOSE       FOLHADOC
                OPEN I-O    FOLHADOC
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

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-COMPETENCIA(1:4) EQUAL "9999"
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           IF  WRK-TEMP-COMPETENCIA EQUAL SPACES
           OR  WRK-TEMP-SEMESTRE    EQUAL SPACES
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  WRK-TEMP-COMPETENCIA NOT NUMERIC
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  WRK-TEMP-COMP-MES LESS 1 OR WRK-TEMP-COMP-MES GREATER 12
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- COMPETENCIA JA LIBERADA AO RH NAO E REAPURADA -------
           MOVE "N"                            TO WRK-JA-APURADA
           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-FDO-COMPETENCIA
           READ FOLHADOC KEY IS ARQ-FDO-COMPETENCIA
               NOT INVALID KEY
                   MOVE "S"                    TO WRK-JA-APURADA
           END-READ.

           IF  WRK-JA-APURADA EQUAL "S"
           AND ARQ-FDO-STATUS EQUAL "LIBERADA"
               MOVE WRK-MSG-HDO-LIBERADA       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               INITIALIZE WRK-TEMP-DADOS
               GO TO 0200-PROCESSAR
           END-IF.

           STRING WRK-TEMP-COMPETENCIA "00"
                  DELIMITED BY SIZE INTO WRK-INI-MES
           STRING WRK-TEMP-COMPETENCIA "31"
                  DELIMITED BY SIZE INTO WRK-FIM-MES

           MOVE ZEROS                          TO WRK-QTD-CHAMADAS
                                                  WRK-QTD-LINHAS
                                                  WRK-QTD-PROFESSORES
                                                  WRK-QTD-AULAS
                                                  WRK-QTD-HORAS
                                                  WRK-VALOR-TOTAL
                                                  WRK-QTD-VARIACOES
                                                  WRK-QTD-SEMTAXA
                                                  WRK-QTD-SEMATRIB

      *----------- REAPURACAO SUBSTITUI A APURACAO ANTERIOR DO MES -----
           PERFORM 0205-LIMPAR-APURACAO.

      *----------- AULAS DADAS: CHAMADAS ORDENADAS POR TURMA E DATA ----
           MOVE ZEROS                          TO FS-SORT
           SORT SORTAULA
               ON ASCENDING KEY SD-AUL-CURSO
                                SD-AUL-TURMA
                                SD-AUL-DISCIPLINA
                                SD-AUL-DATA
               INPUT PROCEDURE 0210-SELECIONAR-CHAMADAS
               OUTPUT PROCEDURE 0220-CONTAR-AULAS.

      *----------- AULAS PREVISTAS SEM NENHUMA AULA DADA ---------------
           PERFORM 0250-INCLUIR-PREVISTAS.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "VARIACAO_HORAS_"
                  WRK-TEMP-COMPETENCIA "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELVAR

           PERFORM 0260-IMPRIMIR-VARIACAO.

           PERFORM 0270-GRAVAR-FOLHADOC.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGHDOC"                     TO ARQ-LOG-PROGRAMA
           MOVE "VARIACAO HORAS-AULA DOCENTES" TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELVAR                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           MOVE WRK-VALOR-TOTAL                TO WRK-VALOR-TOTAL-ED
           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-MSG-HDO-GERADA             TO WRK-MSG
           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-LIMPAR-APURACAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- EXCLUI AS LINHAS JA APURADAS NA COMPETENCIA ---------

           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-HDO-COMPETENCIA
           MOVE LOW-VALUES                     TO ARQ-HDO-PROFESSOR
                                                  ARQ-HDO-CURSO
                                                  ARQ-HDO-TURMA
                                                  ARQ-HDO-DISCIPLINA

           START HORASDOC KEY IS GREATER THAN OR EQUAL ARQ-HDO-CHAVE
               INVALID KEY
                   GO TO 0205-LIMPAR-APURACAO-99-FIM
           END-START.

           READ HORASDOC NEXT RECORD
               AT END
                   GO TO 0205-LIMPAR-APURACAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-HORASDOC NOT EQUAL ZEROS
                      OR ARQ-HDO-COMPETENCIA NOT EQUAL
                         WRK-TEMP-COMPETENCIA

               DELETE HORASDOC RECORD

               READ HORASDOC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HORASDOC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORASDOC.

      *-----------------------------------------------------------------
       0205-LIMPAR-APURACAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-CHAMADAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- CADA LANCAMENTO DE CHAMADA DO MES VAI PARA A --------
      *----------- ORDENACAO COM O CURSO E A TURMA DO ALUNO ------------

           MOVE ZEROS                          TO ARQ-FRE-NUMERO

           START FREQUENCIA KEY IS GREATER THAN OR EQUAL ARQ-FRE-NUMERO
               INVALID KEY
                   GO TO 0210-SELECIONAR-CHAMADAS-99-FIM
           END-START.

           READ FREQUENCIA NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-CHAMADAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL ZEROS

               IF  ARQ-FRE-DATA(1:6) EQUAL WRK-TEMP-COMPETENCIA
                   MOVE ARQ-FRE-RM             TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       NOT INVALID KEY
                           ADD 1               TO WRK-QTD-CHAMADAS
                           MOVE ARQ-CURSO      TO SD-AUL-CURSO
                           MOVE ARQ-TURMA      TO SD-AUL-TURMA
                           MOVE ARQ-FRE-DISCIPLINA
                                               TO SD-AUL-DISCIPLINA
                           MOVE ARQ-FRE-DATA   TO SD-AUL-DATA
                           RELEASE SD-AULA
                   END-READ
               END-IF

               READ FREQUENCIA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FREQUENCIA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FREQUENCIA.

      *-----------------------------------------------------------------
       0210-SELECIONAR-CHAMADAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONTAR-AULAS                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CADA DATA DISTINTA DA TURMA NA DISCIPLINA E UMA -----
      *----------- AULA DADA; A QUEBRA GRAVA A LINHA APURADA -----------

           RETURN SORTAULA
               AT END
                   GO TO 0220-CONTAR-AULAS-99-FIM
           END-RETURN.

           MOVE SD-AUL-CURSO                   TO WRK-ANT-CURSO
           MOVE SD-AUL-TURMA                   TO WRK-ANT-TURMA
           MOVE SD-AUL-DISCIPLINA              TO WRK-ANT-DISCIPLINA
           MOVE SPACES                         TO WRK-ANT-DATA
           MOVE ZEROS                          TO WRK-LIN-DADAS
                                                  WRK-LIN-HORAS.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               MOVE SD-AUL-CURSO               TO WRK-COR-CURSO
               MOVE SD-AUL-TURMA               TO WRK-COR-TURMA
               MOVE SD-AUL-DISCIPLINA          TO WRK-COR-DISCIPLINA

               IF  WRK-QUEBRA-CORRENTE NOT EQUAL WRK-QUEBRA-ANTERIOR
                   PERFORM 0230-FECHAR-TURMA
                   MOVE WRK-QUEBRA-CORRENTE    TO WRK-QUEBRA-ANTERIOR
                   MOVE SPACES                 TO WRK-ANT-DATA
                   MOVE ZEROS                  TO WRK-LIN-DADAS
                                                  WRK-LIN-HORAS
               END-IF

               IF  SD-AUL-DATA NOT EQUAL WRK-ANT-DATA
                   PERFORM 0225-CONTAR-PERIODOS
                   PERFORM 0227-CONFERIR-SUBSTITUTO
                   IF  WRK-SUBSTITUTO EQUAL SPACES
                       ADD 1                   TO WRK-LIN-DADAS
                       ADD WRK-QTD-PERIODOS    TO WRK-LIN-HORAS
                   ELSE
                       PERFORM 0228-CREDITAR-SUBSTITUTO
                   END-IF
                   MOVE SD-AUL-DATA            TO WRK-ANT-DATA
               END-IF

               RETURN SORTAULA
                   AT END
                       MOVE 9                  TO FS-SORT
                       PERFORM 0230-FECHAR-TURMA
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0220-CONTAR-AULAS-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CONTAR-PERIODOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- HORAS-AULA DA DATA: PERIODOS DA DISCIPLINA NA GRADE -
      *----------- DA TURMA NAQUELE DIA DA SEMANA (1 SEM GRADE) --------

           MOVE ZEROS                          TO WRK-QTD-PERIODOS.

           IF  WRK-ABRIU-HORARIO NOT EQUAL "S"
               GO TO 0225-CONTAR-PERIODOS-FIM
           END-IF.

           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(SD-AUL-DATA))
           COMPUTE WRK-DOW =
                   FUNCTION MOD(WRK-DATA-INT - 1, 7) + 1

           IF  WRK-DOW EQUAL 7
               GO TO 0225-CONTAR-PERIODOS-FIM
           END-IF.

           MOVE WRK-TEMP-SEMESTRE              TO ARQ-HOR-SEMESTRE
           MOVE SD-AUL-CURSO                   TO ARQ-HOR-CURSO
           MOVE SD-AUL-TURMA                   TO ARQ-HOR-TURMA
           MOVE WRK-DOW                        TO ARQ-HOR-DIA
           MOVE ZEROS                          TO ARQ-HOR-PERIODO

           START HORARIO KEY IS GREATER THAN OR EQUAL ARQ-HOR-CHAVE
               INVALID KEY
                   GO TO 0225-CONTAR-PERIODOS-FIM
           END-START.

           READ HORARIO NEXT RECORD
               AT END
                   GO TO 0225-CONTAR-PERIODOS-FIM
           END-READ.

           PERFORM UNTIL FS-HORARIO NOT EQUAL ZEROS
                      OR ARQ-HOR-SEMESTRE NOT EQUAL WRK-TEMP-SEMESTRE
                      OR ARQ-HOR-CURSO    NOT EQUAL SD-AUL-CURSO
                      OR ARQ-HOR-TURMA    NOT EQUAL SD-AUL-TURMA
                      OR ARQ-HOR-DIA      NOT EQUAL WRK-DOW

               IF  ARQ-HOR-DISCIPLINA EQUAL SD-AUL-DISCIPLINA
                   ADD 1                       TO WRK-QTD-PERIODOS
               END-IF

               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HORARIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORARIO.

       0225-CONTAR-PERIODOS-FIM.

           IF  WRK-QTD-PERIODOS EQUAL ZEROS
               MOVE 1                          TO WRK-QTD-PERIODOS
           END-IF.

      *-----------------------------------------------------------------
       0225-CONTAR-PERIODOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0227-CONFERIR-SUBSTITUTO                                SECTION.
      *-----------------------------------------------------------------
      *----------- AULA DA DATA DADA POR SUBSTITUTO NO REGISTRO DE -----
      *----------- AUSENCIAS DOCENTES ----------------------------------

           MOVE SPACES                         TO WRK-SUBSTITUTO.

           IF  WRK-ABRIU-AUSENCIAS NOT EQUAL "S"
               GO TO 0227-CONFERIR-SUBSTITUTO-99-FIM
           END-IF.

           MOVE SD-AUL-DATA                    TO ARQ-AUS-DATA
           MOVE SD-AUL-CURSO                   TO ARQ-AUS-CURSO
           MOVE SD-AUL-TURMA                   TO ARQ-AUS-TURMA
           MOVE SD-AUL-DISCIPLINA              TO ARQ-AUS-DISCIPLINA
           READ AUSENCIAS KEY IS ARQ-AUS-CHAVE
               INVALID KEY
                   GO TO 0227-CONFERIR-SUBSTITUTO-99-FIM
           END-READ.

           IF  ARQ-AUS-TIPO EQUAL "S"
               MOVE ARQ-AUS-SUBSTITUTO         TO WRK-SUBSTITUTO
           END-IF.

      *-----------------------------------------------------------------
       0227-CONFERIR-SUBSTITUTO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0228-CREDITAR-SUBSTITUTO                                SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA A AULA NA LINHA DO SUBSTITUTO NA TURMA E -------
      *----------- DISCIPLINA, ABRINDO A LINHA NA PRIMEIRA AULA --------

           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-HDO-COMPETENCIA
           MOVE WRK-SUBSTITUTO                 TO ARQ-HDO-PROFESSOR
           MOVE SD-AUL-CURSO                   TO ARQ-HDO-CURSO
           MOVE SD-AUL-TURMA                   TO ARQ-HDO-TURMA
           MOVE SD-AUL-DISCIPLINA              TO ARQ-HDO-DISCIPLINA
           READ HORASDOC KEY IS ARQ-HDO-CHAVE
               INVALID KEY
                   GO TO 0228-CREDITAR-SUBSTITUTO-NOVA
           END-READ.

           ADD 1                               TO ARQ-HDO-QTD-DADAS
           ADD WRK-QTD-PERIODOS                TO ARQ-HDO-HORAS
           COMPUTE ARQ-HDO-VALOR ROUNDED =
                   ARQ-HDO-HORAS * ARQ-HDO-VALOR-HORA
           REWRITE ARQ-DADOS-HORASDOC.

           GO TO 0228-CREDITAR-SUBSTITUTO-99-FIM.

       0228-CREDITAR-SUBSTITUTO-NOVA.

      *----------- A TAXA E A DA TITULACAO DO SUBSTITUTO (A LINHA ------
      *----------- CORRENTE E REMONTADA NA QUEBRA, EM 0230) ------------
           MOVE WRK-SUBSTITUTO                 TO WRK-LIN-PROFESSOR
           PERFORM 0242-BUSCAR-TAXA.

           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-HDO-COMPETENCIA
           MOVE WRK-SUBSTITUTO                 TO ARQ-HDO-PROFESSOR
           MOVE SD-AUL-CURSO                   TO ARQ-HDO-CURSO
           MOVE SD-AUL-TURMA                   TO ARQ-HDO-TURMA
           MOVE SD-AUL-DISCIPLINA              TO ARQ-HDO-DISCIPLINA
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-HDO-SEMESTRE
           MOVE WRK-TITULACAO                  TO ARQ-HDO-TITULACAO
           MOVE 1                              TO ARQ-HDO-QTD-DADAS
           MOVE ZEROS                          TO ARQ-HDO-QTD-PREVISTAS
           MOVE WRK-QTD-PERIODOS               TO ARQ-HDO-HORAS
           MOVE WRK-VALOR-HORA                 TO ARQ-HDO-VALOR-HORA
           COMPUTE ARQ-HDO-VALOR ROUNDED =
                   WRK-QTD-PERIODOS * WRK-VALOR-HORA
           MOVE "S"                            TO ARQ-HDO-ORIGEM

           WRITE ARQ-DADOS-HORASDOC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *-----------------------------------------------------------------
       0228-CREDITAR-SUBSTITUTO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-FECHAR-TURMA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- A TURMA/DISCIPLINA ANTERIOR A QUEBRA VAI PARA O -----
      *----------- PROFESSOR DA ATRIBUICAO (EM BRANCO SE NAO HOUVER) ---

           MOVE SPACES                         TO WRK-LIN-PROFESSOR
           MOVE WRK-ANT-CURSO                  TO WRK-LIN-CURSO
           MOVE WRK-ANT-TURMA                  TO WRK-LIN-TURMA
           MOVE WRK-ANT-DISCIPLINA             TO WRK-LIN-DISCIPLINA

           MOVE WRK-ANT-CURSO                  TO ARQ-ATR-CURSO
           MOVE WRK-ANT-TURMA                  TO ARQ-ATR-TURMA
           MOVE WRK-ANT-DISCIPLINA             TO ARQ-ATR-DISCIPLINA
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-ATR-SEMESTRE
           READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
               NOT INVALID KEY
                   MOVE ARQ-ATR-PROFESSOR      TO WRK-LIN-PROFESSOR
           END-READ.

           PERFORM 0240-GRAVAR-LINHA.

      *-----------------------------------------------------------------
       0230-FECHAR-TURMA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-GRAVAR-LINHA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA EM HORASDOC A LINHA DE WRK-LINHA-HORAS, COM ---
      *----------- AS AULAS PREVISTAS NO MES E O VALOR DAS HORAS -------

           PERFORM 0242-BUSCAR-TAXA.

           CALL "PROGAPLC" USING WRK-LIN-DISCIPLINA,
                WRK-TEMP-SEMESTRE, WRK-FIM-MES, WRK-QTD-APLC-ATE.
           CALL "PROGAPLC" USING WRK-LIN-DISCIPLINA,
                WRK-TEMP-SEMESTRE, WRK-INI-MES, WRK-QTD-APLC-ANTES.

           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-HDO-COMPETENCIA
           MOVE WRK-LIN-PROFESSOR              TO ARQ-HDO-PROFESSOR
           MOVE WRK-LIN-CURSO                  TO ARQ-HDO-CURSO
           MOVE WRK-LIN-TURMA                  TO ARQ-HDO-TURMA
           MOVE WRK-LIN-DISCIPLINA             TO ARQ-HDO-DISCIPLINA
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-HDO-SEMESTRE
           MOVE WRK-TITULACAO                  TO ARQ-HDO-TITULACAO
           MOVE WRK-LIN-DADAS                  TO ARQ-HDO-QTD-DADAS
           COMPUTE ARQ-HDO-QTD-PREVISTAS =
                   WRK-QTD-APLC-ATE - WRK-QTD-APLC-ANTES
           MOVE WRK-LIN-HORAS                  TO ARQ-HDO-HORAS
           MOVE WRK-VALOR-HORA                 TO ARQ-HDO-VALOR-HORA
           COMPUTE ARQ-HDO-VALOR ROUNDED =
                   WRK-LIN-HORAS * WRK-VALOR-HORA
           MOVE "A"                            TO ARQ-HDO-ORIGEM

      *----------- AULA SEM PROFESSOR ATRIBUIDO NAO ENTRA NA FOLHA -----
           IF  WRK-LIN-PROFESSOR EQUAL SPACES
               MOVE ZEROS                      TO ARQ-HDO-VALOR-HORA
                                                  ARQ-HDO-VALOR
           END-IF.

           WRITE ARQ-DADOS-HORASDOC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *-----------------------------------------------------------------
       0240-GRAVAR-LINHA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0242-BUSCAR-TAXA                                        SECTION.
      *-----------------------------------------------------------------
      *----------- TITULACAO DO PROFESSOR E A TAXA DE MAIOR VIGENCIA ---
      *----------- ATE O FIM DA COMPETENCIA (ZERO = SEM TAXA) ----------

           MOVE SPACES                         TO WRK-TITULACAO
           MOVE ZEROS                          TO WRK-VALOR-HORA.

           IF  WRK-LIN-PROFESSOR EQUAL SPACES
               GO TO 0242-BUSCAR-TAXA-99-FIM
           END-IF.

           MOVE WRK-LIN-PROFESSOR              TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               INVALID KEY
                   GO TO 0242-BUSCAR-TAXA-99-FIM
           END-READ.

           MOVE ARQ-PRO-TITULACAO              TO WRK-TITULACAO.

           IF  WRK-ABRIU-TAXAHORA NOT EQUAL "S"
               GO TO 0242-BUSCAR-TAXA-99-FIM
           END-IF.

           MOVE WRK-TITULACAO                  TO ARQ-TXH-TITULACAO
           MOVE LOW-VALUES                     TO ARQ-TXH-VIGENCIA

           START TAXAHORA KEY IS GREATER THAN OR EQUAL ARQ-TXH-CHAVE
               INVALID KEY
                   GO TO 0242-BUSCAR-TAXA-99-FIM
           END-START.

           READ TAXAHORA NEXT RECORD
               AT END
                   GO TO 0242-BUSCAR-TAXA-99-FIM
           END-READ.

           PERFORM UNTIL FS-TAXAHORA NOT EQUAL ZEROS
                      OR ARQ-TXH-TITULACAO NOT EQUAL WRK-TITULACAO
                      OR ARQ-TXH-VIGENCIA GREATER WRK-FIM-MES

               MOVE ARQ-TXH-VALOR              TO WRK-VALOR-HORA

               READ TAXAHORA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TAXAHORA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TAXAHORA.

      *-----------------------------------------------------------------
       0242-BUSCAR-TAXA-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-INCLUIR-PREVISTAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- ATRIBUICOES DO SEMESTRE SEM NENHUMA AULA DADA NO ----
      *----------- MES ENTRAM COM ZERO DADAS, SE HAVIA AULA PREVISTA ---

           MOVE LOW-VALUES                     TO ARQ-ATR-CHAVE

           START ATRIBUIC KEY IS GREATER THAN OR EQUAL ARQ-ATR-CHAVE
               INVALID KEY
                   GO TO 0250-INCLUIR-PREVISTAS-99-FIM
           END-START.

           READ ATRIBUIC NEXT RECORD
               AT END
                   GO TO 0250-INCLUIR-PREVISTAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ATRIBUIC NOT EQUAL ZEROS

               IF  ARQ-ATR-SEMESTRE EQUAL WRK-TEMP-SEMESTRE
                   PERFORM 0255-CONFERIR-ATRIBUICAO
               END-IF

               READ ATRIBUIC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ATRIBUIC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ATRIBUIC.

      *-----------------------------------------------------------------
       0250-INCLUIR-PREVISTAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-CONFERIR-ATRIBUICAO                                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-HDO-COMPETENCIA
           MOVE ARQ-ATR-PROFESSOR              TO ARQ-HDO-PROFESSOR
           MOVE ARQ-ATR-CURSO                  TO ARQ-HDO-CURSO
           MOVE ARQ-ATR-TURMA                  TO ARQ-HDO-TURMA
           MOVE ARQ-ATR-DISCIPLINA             TO ARQ-HDO-DISCIPLINA
           READ HORASDOC KEY IS ARQ-HDO-CHAVE
               NOT INVALID KEY
                   GO TO 0255-CONFERIR-ATRIBUICAO-99-FIM
           END-READ.

           CALL "PROGAPLC" USING ARQ-ATR-DISCIPLINA,
                WRK-TEMP-SEMESTRE, WRK-FIM-MES, WRK-QTD-APLC-ATE.
           CALL "PROGAPLC" USING ARQ-ATR-DISCIPLINA,
                WRK-TEMP-SEMESTRE, WRK-INI-MES, WRK-QTD-APLC-ANTES.

           IF  WRK-QTD-APLC-ATE NOT GREATER WRK-QTD-APLC-ANTES
               GO TO 0255-CONFERIR-ATRIBUICAO-99-FIM
           END-IF.

           MOVE ARQ-ATR-PROFESSOR              TO WRK-LIN-PROFESSOR
           MOVE ARQ-ATR-CURSO                  TO WRK-LIN-CURSO
           MOVE ARQ-ATR-TURMA                  TO WRK-LIN-TURMA
           MOVE ARQ-ATR-DISCIPLINA             TO WRK-LIN-DISCIPLINA
           MOVE ZEROS                          TO WRK-LIN-DADAS
                                                  WRK-LIN-HORAS
           PERFORM 0240-GRAVAR-LINHA.

      *-----------------------------------------------------------------
       0255-CONFERIR-ATRIBUICAO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-IMPRIMIR-VARIACAO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- AULAS DADAS X PREVISTAS POR PROFESSOR, COM ----------
      *----------- SUBTOTAL POR PROFESSOR E TOTAIS DA FOLHA ------------

           OPEN OUTPUT RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "VARIACAO DE HORAS-AULA DOCENTES - COMPETENCIA "
                  WRK-TEMP-COMPETENCIA " - SEMESTRE "
                  WRK-TEMP-SEMESTRE
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "PROF.  NOME                 CURSO           TUR "
                  "DISCIPLINA      PREV DADA   DIF HORAS VL.HORA "
                  "      VALOR ALERTA"
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO WRK-PROF-ANTERIOR
           MOVE ZEROS                          TO WRK-PROF-PREVISTAS
                                                  WRK-PROF-DADAS
                                                  WRK-PROF-HORAS
                                                  WRK-PROF-VALOR

           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-HDO-COMPETENCIA
           MOVE LOW-VALUES                     TO ARQ-HDO-PROFESSOR
                                                  ARQ-HDO-CURSO
                                                  ARQ-HDO-TURMA
                                                  ARQ-HDO-DISCIPLINA

           START HORASDOC KEY IS GREATER THAN OR EQUAL ARQ-HDO-CHAVE
               INVALID KEY
                   GO TO 0260-IMPRIMIR-VARIACAO-TOTAL
           END-START.

           READ HORASDOC NEXT RECORD
               AT END
                   GO TO 0260-IMPRIMIR-VARIACAO-TOTAL
           END-READ.

           PERFORM UNTIL FS-HORASDOC NOT EQUAL ZEROS
                      OR ARQ-HDO-COMPETENCIA NOT EQUAL
                         WRK-TEMP-COMPETENCIA

               IF  WRK-QTD-LINHAS EQUAL ZEROS
               OR  ARQ-HDO-PROFESSOR NOT EQUAL WRK-PROF-ANTERIOR
                   IF  WRK-QTD-LINHAS GREATER ZEROS
                       PERFORM 0265-IMPRIMIR-SUBTOTAL
                   END-IF
                   PERFORM 0264-INICIAR-PROFESSOR
               END-IF

               PERFORM 0262-IMPRIMIR-LINHA

               READ HORASDOC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HORASDOC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORASDOC.

           IF  WRK-QTD-LINHAS GREATER ZEROS
               PERFORM 0265-IMPRIMIR-SUBTOTAL
           END-IF.

       0260-IMPRIMIR-VARIACAO-TOTAL.

           MOVE WRK-VALOR-TOTAL                TO WRK-VALOR-TOTAL-ED

           MOVE SPACES                         TO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "PROFESSORES NA FOLHA....: " WRK-QTD-PROFESSORES
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "AULAS DADAS.............: " WRK-QTD-AULAS
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "HORAS-AULA..............: " WRK-QTD-HORAS
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "VALOR DA FOLHA..........: " WRK-VALOR-TOTAL-ED
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "LINHAS COM VARIACAO.....: " WRK-QTD-VARIACOES
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "AULAS SEM ATRIBUICAO....: " WRK-QTD-SEMATRIB
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           STRING "LINHAS SEM TAXA.........: " WRK-QTD-SEMTAXA
                  DELIMITED BY SIZE INTO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           CLOSE RELVAR.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-VARIACAO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0262-IMPRIMIR-LINHA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- LINHA DO PROFESSOR X TURMA X DISCIPLINA E ALERTA ----

           ADD 1                               TO WRK-QTD-LINHAS
           COMPUTE WRK-DIFERENCA =
                   ARQ-HDO-QTD-DADAS - ARQ-HDO-QTD-PREVISTAS

           MOVE SPACES                         TO WRK-LV-ALERTA
           EVALUATE TRUE
               WHEN ARQ-HDO-PROFESSOR EQUAL SPACES
                   MOVE "SEM ATRIBUICAO"       TO WRK-LV-ALERTA
                   ADD ARQ-HDO-QTD-DADAS       TO WRK-QTD-SEMATRIB
               WHEN ARQ-HDO-QTD-DADAS GREATER ZEROS
                AND ARQ-HDO-VALOR-HORA EQUAL ZEROS
                   MOVE "SEM TAXA"             TO WRK-LV-ALERTA
                   ADD 1                       TO WRK-QTD-SEMTAXA
               WHEN ARQ-HDO-ORIGEM EQUAL "S"
                   MOVE "SUBSTITUICAO"         TO WRK-LV-ALERTA
               WHEN ARQ-HDO-QTD-PREVISTAS EQUAL ZEROS
                   MOVE "SEM CALENDARIO"       TO WRK-LV-ALERTA
               WHEN WRK-DIFERENCA LESS ZEROS
                   MOVE "ABAIXO DO PREVISTO"   TO WRK-LV-ALERTA
               WHEN WRK-DIFERENCA GREATER ZEROS
                   MOVE "ACIMA DO PREVISTO"    TO WRK-LV-ALERTA
           END-EVALUATE.

      *----------- A LINHA DO SUBSTITUTO NAO TEM AULA PREVISTA PROPRIA -
           IF  WRK-DIFERENCA NOT EQUAL ZEROS
           AND ARQ-HDO-ORIGEM NOT EQUAL "S"
               ADD 1                           TO WRK-QTD-VARIACOES
           END-IF.

           MOVE ARQ-HDO-PROFESSOR              TO WRK-LV-PROFESSOR
           MOVE WRK-PROF-NOME                  TO WRK-LV-NOME
           MOVE ARQ-HDO-CURSO                  TO WRK-LV-CURSO
           MOVE ARQ-HDO-TURMA                  TO WRK-LV-TURMA
           MOVE ARQ-HDO-DISCIPLINA             TO WRK-LV-DISCIPLINA
           MOVE ARQ-HDO-QTD-PREVISTAS          TO WRK-LV-PREVISTAS
           MOVE ARQ-HDO-QTD-DADAS              TO WRK-LV-DADAS
           MOVE WRK-DIFERENCA                  TO WRK-LV-DIFERENCA
           MOVE ARQ-HDO-HORAS                  TO WRK-LV-HORAS
           MOVE ARQ-HDO-VALOR-HORA             TO WRK-LV-VALOR-HORA
           MOVE ARQ-HDO-VALOR                  TO WRK-LV-VALOR
           MOVE WRK-LINHA-VAR                  TO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           ADD ARQ-HDO-QTD-PREVISTAS           TO WRK-PROF-PREVISTAS
           ADD ARQ-HDO-QTD-DADAS               TO WRK-PROF-DADAS
           ADD ARQ-HDO-HORAS                   TO WRK-PROF-HORAS
           ADD ARQ-HDO-VALOR                   TO WRK-PROF-VALOR.

      *-----------------------------------------------------------------
       0262-IMPRIMIR-LINHA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0264-INICIAR-PROFESSOR                                  SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-HDO-PROFESSOR              TO WRK-PROF-ANTERIOR
           MOVE ZEROS                          TO WRK-PROF-PREVISTAS
                                                  WRK-PROF-DADAS
                                                  WRK-PROF-HORAS
                                                  WRK-PROF-VALOR
           MOVE SPACES                         TO WRK-PROF-NOME.

           IF  ARQ-HDO-PROFESSOR EQUAL SPACES
               MOVE "(SEM ATRIBUICAO)"         TO WRK-PROF-NOME
               GO TO 0264-INICIAR-PROFESSOR-99-FIM
           END-IF.

           MOVE ARQ-HDO-PROFESSOR              TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               NOT INVALID KEY
                   MOVE ARQ-PRO-NOME           TO WRK-PROF-NOME
           END-READ.

      *-----------------------------------------------------------------
       0264-INICIAR-PROFESSOR-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-IMPRIMIR-SUBTOTAL                                  SECTION.
      *-----------------------------------------------------------------
      *----------- SUBTOTAL DO PROFESSOR; SO QUEM TEM PROFESSOR ENTRA --
      *----------- NOS TOTAIS DA FOLHA ---------------------------------

           MOVE SPACES                         TO WRK-LINHA-VAR
           MOVE "TOTAL DO PROFESSOR"           TO WRK-LV-NOME
           COMPUTE WRK-DIFERENCA =
                   WRK-PROF-DADAS - WRK-PROF-PREVISTAS
           MOVE WRK-PROF-PREVISTAS             TO WRK-LV-PREVISTAS
           MOVE WRK-PROF-DADAS                 TO WRK-LV-DADAS
           MOVE WRK-DIFERENCA                  TO WRK-LV-DIFERENCA
           MOVE WRK-PROF-HORAS                 TO WRK-LV-HORAS
           MOVE ZEROS                          TO WRK-LV-VALOR-HORA
           MOVE WRK-PROF-VALOR                 TO WRK-LV-VALOR
           MOVE WRK-LINHA-VAR                  TO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           MOVE SPACES                         TO ARQ-RELVAR
           WRITE ARQ-RELVAR.

           IF  WRK-PROF-ANTERIOR NOT EQUAL SPACES
           AND WRK-PROF-DADAS GREATER ZEROS
               ADD 1                           TO WRK-QTD-PROFESSORES
               ADD WRK-PROF-DADAS              TO WRK-QTD-AULAS
               ADD WRK-PROF-HORAS              TO WRK-QTD-HORAS
               ADD WRK-PROF-VALOR              TO WRK-VALOR-TOTAL
           END-IF.

      *-----------------------------------------------------------------
       0265-IMPRIMIR-SUBTOTAL-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-GRAVAR-FOLHADOC                                    SECTION.
      *-----------------------------------------------------------------
      *----------- CONTROLE "GERADA" AGUARDANDO A LIBERACAO (PROGLHDO) -

           MOVE WRK-TEMP-COMPETENCIA           TO ARQ-FDO-COMPETENCIA
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-FDO-SEMESTRE
           MOVE "GERADA"                       TO ARQ-FDO-STATUS
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-FDO-DATA-APURACAO
           MOVE LNK-OPERADOR                   TO ARQ-FDO-OPER-APURACAO
           MOVE WRK-PATH-RELVAR                TO ARQ-FDO-RELATORIO
           MOVE WRK-QTD-PROFESSORES
                                        TO ARQ-FDO-QTD-PROFESSORES
           MOVE WRK-QTD-AULAS                  TO ARQ-FDO-QTD-AULAS
           MOVE WRK-QTD-HORAS                  TO ARQ-FDO-QTD-HORAS
           MOVE WRK-VALOR-TOTAL                TO ARQ-FDO-VALOR-TOTAL
           MOVE WRK-QTD-VARIACOES              TO ARQ-FDO-QTD-VARIACOES
           MOVE WRK-QTD-SEMTAXA                TO ARQ-FDO-QTD-SEMTAXA
           MOVE SPACES                         TO ARQ-FDO-APROVADOR
                                                  ARQ-FDO-DATA-APROV
                                                  ARQ-FDO-ARQUIVO-RH

           IF  WRK-JA-APURADA EQUAL "S"
               REWRITE ARQ-DADOS-FOLHADOC
           ELSE
               WRITE ARQ-DADOS-FOLHADOC
           END-IF.

      *-----------------------------------------------------------------
       0270-GRAVAR-FOLHADOC-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  FREQUENCIA ALUNOS ATRIBUIC PROFESSOR.

             IF  WRK-ABRIU-TAXAHORA EQUAL "S"
                 CLOSE TAXAHORA
             END-IF.

             IF  WRK-ABRIU-HORARIO EQUAL "S"
                 CLOSE HORARIO
             END-IF.

             IF  WRK-ABRIU-AUSENCIAS EQUAL "S"
                 CLOSE AUSENCIAS
             END-IF.

             CLOSE  HORASDOC FOLHADOC.

              IF  FS-FOLHADOC NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

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

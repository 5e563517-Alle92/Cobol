       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGJUBI.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: ACOMPANHAMENTO DO PRAZO MAXIMO DE INTEGRALIZACAO
      *----    (JUBILAMENTO), RODADO NO FIM DO SEMESTRE DEPOIS DO
      *----    FECHAMENTO (PROGFECH). PARA CADA ALUNO ATIVO APURA OS
      *----    SEMESTRES CURSADOS DESDE A MATRICULA (DESCONTADOS OS
      *----    TRANCAMENTOS DE TRANCAM.dat), OS SEMESTRES DA MATRIZ
      *----    AINDA COM DISCIPLINA PENDENTE (MESMO CRITERIO DO
      *----    PROGINTE: APROVADO EM QUALQUER SEMESTRE, NO RM OU NO RM
      *----    ANTIGO DO REINGRESSO) E AS REPROVACOES POR DISCIPLINA
      *----    (RESULTADOS.dat E DEPEND.dat). QUEM NAO CONCLUI DENTRO
      *----    DO PRAZO DO CURSO (CURSOS.dat OU PARAMETRO JUBI-MAXSEM)
      *----    OU CHEGA AO LIMITE DE REPROVACOES (JUBI-MAXREP) ENTRA
      *----    NA LISTA DE ADVERTENCIA OU DE CANCELAMENTO. CADA
      *----    NOTIFICACAO NOVA E GRAVADA EM JUBILAM.dat COM O PRAZO DE
      *----    RESPOSTA (JUBI-PRAZO DIAS) E SAI PELA CAIXA DE SAIDA DE
      *----    EVENTOS; AS NOTIFICACOES ABERTAS COM O PRAZO VENCIDO SAO
      *----    MARCADAS VENCIDAS. GERA O ARQUIVO
      *----    JUBILAMENTO_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- CURSOS            I             BOKCURS
      *---- MATRIZ            I             BOKMATR
      *---- RESULTADOS        I             BOKRESU
      *---- DEPEND            I             BOKDEP
      *---- READMIS           I             BOKREAD
      *---- TRANCAM           I             BOKTRAN
      *---- JUBILAM           I/O           BOKJUBI
      *---- RELJUB            O              ----
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

           SELECT MATRIZ  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRIZ.

      *----------- RESULTADOS DO FECHAMENTO (SEMESTRE FECHADO) ---------
           SELECT RESULTADOS  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESULTADOS.

           SELECT DEPEND  ASSIGN TO WRK-PATH-DEPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DEP-CHAVE
                  FILE STATUS IS FS-DEPEND.

           SELECT READMIS  ASSIGN TO WRK-PATH-READMIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RDM-RM-NOVO
                  FILE STATUS IS FS-READMIS.

           SELECT TRANCAM  ASSIGN TO WRK-PATH-TRANCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRA-RM
                  FILE STATUS IS FS-TRANCAM.

           SELECT JUBILAM  ASSIGN TO WRK-PATH-JUBILAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-JUB-CHAVE
                  FILE STATUS IS FS-JUBILAM.

           SELECT SORTJUB ASSIGN TO "SORTJUB.TMP".

           SELECT RELJUB ASSIGN TO WRK-PATH-RELJUB
                  FILE STATUS IS FS-RELJUB.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  CURSOS.
       COPY "BOKCURS".

       FD  MATRIZ.
       COPY "BOKMATR".

       FD  RESULTADOS.
       COPY "BOKRESU".

       FD  DEPEND.
       COPY "BOKDEP".

       FD  READMIS.
       COPY "BOKREAD".

       FD  TRANCAM.
       COPY "BOKTRAN".

       FD  JUBILAM.
       COPY "BOKJUBI".

      *-------------------- ALUNOS LISTADOS, POR LISTA E RM ------------
       SD  SORTJUB.
       01  SD-JUBILAMENTO.
           05 SD-JUB-LISTA              PIC X(12).
           05 SD-JUB-RM                 PIC X(06).
           05 SD-JUB-NOME               PIC X(20).
           05 SD-JUB-DECORRIDOS         PIC 9(02).
           05 SD-JUB-RESTANTES          PIC 9(02).
           05 SD-JUB-MAXIMO             PIC 9(02).
           05 SD-JUB-DISCIPLINA         PIC X(15).
           05 SD-JUB-REPROV             PIC 9(02).
           05 SD-JUB-MOTIVO             PIC X(10).
           05 SD-JUB-PRAZO              PIC X(08).

      *-------------------- AREA DO RELATORIO DE JUBILAMENTO -----------
       FD  RELJUB.

       01  ARQ-RELJUB                   PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-CURSOS                    PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-RESULTADOS                PIC 9(02).
       77  FS-DEPEND                    PIC 9(02).
       77  FS-READMIS                   PIC 9(02).
       77  FS-TRANCAM                   PIC 9(02).
       77  FS-JUBILAM                   PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELJUB                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

      *--- "S" = ARQUIVO OPCIONAL ABERTO NESTA EXECUCAO ----------------
       77  WRK-ABRIU-CURSOS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-DEPEND             PIC X(01) VALUE "N".
       77  WRK-ABRIU-READMIS            PIC X(01) VALUE "N".
       77  WRK-ABRIU-TRANCAM            PIC X(01) VALUE "N".

       77  WRK-PATH-RELJUB              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- REGRAS DO REGIMENTO (PROGPLER); O VALUE E O ------
      *------------- PADRAO QUANDO O PARAMETRO NAO EXISTE --------------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
      *--- JUBI-MAXSEM: PRAZO DO CURSO SEM PRAZO PROPRIO EM CURSOS ----
       77  WRK-MAXSEM-PADRAO            PIC 9(02)    VALUE 12.
      *--- JUBI-MAXREP: REPROVACOES NA MESMA DISCIPLINA QUE JUBILAM ---
       77  WRK-LIMITE-REPROV            PIC 9(02)    VALUE 3.
      *--- JUBI-PRAZO: DIAS CORRIDOS PARA A RESPOSTA DO ALUNO ---------
       77  WRK-DIAS-RESPOSTA            PIC 9(03)    VALUE 15.

      *------------- DATAS E SEMESTRES LETIVOS (AAAA*2 + S - 1) -------
       77  WRK-HOJE                     PIC X(08)    VALUE SPACES.
       77  WRK-PRAZO                    PIC 9(08)    VALUE ZEROS.
       77  WRK-PRAZO-X                  PIC X(08)    VALUE SPACES.
       77  WRK-ANO                      PIC 9(04)    VALUE ZEROS.
       77  WRK-IDX-ATUAL                PIC 9(05)    VALUE ZEROS.
       77  WRK-IDX-MATRICULA            PIC 9(05)    VALUE ZEROS.
       77  WRK-CALC                     PIC S9(05)   VALUE ZEROS.

      *------------- APURACAO DO ALUNO CORRENTE ------------------------
       77  WRK-RM-CORRENTE              PIC X(06)    VALUE SPACES.
       77  WRK-RM-ANTIGO                PIC X(06)    VALUE SPACES.
       77  WRK-SEM-DECORRIDOS           PIC 9(02)    VALUE ZEROS.
       77  WRK-SEM-RESTANTES            PIC 9(02)    VALUE ZEROS.
       77  WRK-SEM-MAXIMO               PIC 9(02)    VALUE ZEROS.
       77  WRK-QTD-PENDENTES            PIC 9(03)    VALUE ZEROS.
       77  WRK-SEM-ANTERIOR             PIC X(02)    VALUE SPACES.
       77  WRK-MAIOR-REPROV             PIC 9(02)    VALUE ZEROS.
       77  WRK-DISC-REPROV              PIC X(15)    VALUE SPACES.
       77  WRK-DISC-PROCURADA           PIC X(15)    VALUE SPACES.
       77  WRK-LISTA                    PIC X(12)    VALUE SPACES.
       77  WRK-MOTIVO                   PIC X(10)    VALUE SPACES.
       77  WRK-POR-PRAZO                PIC X(01)    VALUE SPACES.
       77  WRK-POR-REPROV               PIC X(01)    VALUE SPACES.
       77  WRK-JA-NOTIFICADO            PIC X(01)    VALUE SPACES.

      *------------- DISCIPLINAS CURSADAS PELO ALUNO CORRENTE ----------
       77  WRK-QTD-TD                   PIC 9(03)    VALUE ZEROS.
       77  WRK-TD-OK                    PIC X(01)    VALUE SPACES.
       01  WRK-TAB-DISC.
           05 WRK-TD-ITEM OCCURS 80 TIMES INDEXED BY IX-TD.
               10 WRK-TD-DISCIPLINA     PIC X(15).
      *--- "S" = APROVADA EM ALGUM SEMESTRE ---------------------------
               10 WRK-TD-APROVADA       PIC X(01).
               10 WRK-TD-REPROV         PIC 9(02).

      *------------- EVENTO DA NOTIFICACAO (PROGEVTG) ------------------
       77  WRK-EVE-TIPO                 PIC X(12)    VALUE SPACES.
       77  WRK-EVE-DADOS                PIC X(30)    VALUE SPACES.

      *------------- QUEBRA POR LISTA ----------------------------------
       77  WRK-LISTA-ANT                PIC X(12)    VALUE SPACES.

      *------------- TOTAIS --------------------------------------------
       77  WRK-QTD-AVALIADOS            PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-ADVERTENCIA          PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-CANCELAMENTO         PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-NOTIFICADOS          PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-VENCIDAS             PIC 9(04)    VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-ALUNO.
           05 WRK-LA-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-DECORRIDOS         PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-RESTANTES          PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-MAXIMO             PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-REPROV             PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-MOTIVO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-PRAZO              PIC X(08).

       01  WRK-LINHA-VENCIDA.
           05 WRK-LV-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-DATA               PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-LISTA              PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-MOTIVO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-PRAZO              PIC X(08).

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
           05 LINE  01 COLUMN 25 VALUE "JUBILAMENTO - PRAZO MAXIMO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "APURAR OS ALUNOS EM RISCO DE JUBILAMENTO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 59 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "ALUNOS AVALIADOS.....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-AVALIADOS.
           05 LINE  13 COLUMN 30 VALUE "EM ADVERTENCIA.......".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ADVERTENCIA.
           05 LINE  14 COLUMN 30 VALUE "PARA CANCELAMENTO....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-CANCELAMENTO.
           05 LINE  15 COLUMN 30 VALUE "NOTIFICACOES NOVAS...".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-NOTIFICADOS.
           05 LINE  16 COLUMN 30 VALUE "PRAZOS VENCIDOS......".
           05 LINE  16 COLUMN 55 FROM  WRK-QTD-VENCIDAS.

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

      *----------- ARQUIVOS CONSULTADOS (SOMENTE LEITURA) --------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                EVALUATE FS-ALUNOS
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

            OPEN INPUT MATRIZ.

            IF  FS-MATRIZ NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

            OPEN INPUT RESULTADOS.

            IF  FS-RESULTADOS EQUAL 35
                OPEN OUTPUT RESULTADOS
                CLOSE       RESULTADOS
                OPEN INPUT  RESULTADOS
            END-IF.

      *----------- OPCIONAIS: SEM O ARQUIVO A REGRA CORRESPONDENTE ----
      *----------- NAO ALTERA A APURACAO -------------------------------
            OPEN INPUT CURSOS.

            IF  FS-CURSOS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-CURSOS
            END-IF.

            OPEN INPUT DEPEND.

            IF  FS-DEPEND EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-DEPEND
            END-IF.

            OPEN INPUT READMIS.

            IF  FS-READMIS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-READMIS
            END-IF.

            OPEN INPUT TRANCAM.

            IF  FS-TRANCAM EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-TRANCAM
            END-IF.

      *----------- NOTIFICACOES DE JUBILAMENTO (I-O; CRIA NA PRIMEIRA) -
            OPEN I-O JUBILAM.

            IF  FS-JUBILAM EQUAL 35
                OPEN OUTPUT JUBILAM
                CLOSE       JUBILAM
                OPEN I-O    JUBILAM
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- REGRAS VIGENTES DO REGIMENTO (PARAMET.dat) ----------
           MOVE "JUBI-MAXSEM"                 TO WRK-PARM-CODIGO
           MOVE WRK-MAXSEM-PADRAO             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-MAXSEM-PADRAO.

           MOVE "JUBI-MAXREP"                 TO WRK-PARM-CODIGO
           MOVE WRK-LIMITE-REPROV             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-LIMITE-REPROV.

           MOVE "JUBI-PRAZO"                  TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-RESPOSTA             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-RESPOSTA.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-HOJE

      *------------- SEMESTRE LETIVO CORRENTE (JA CONTA COMO CURSADO) --
           MOVE WRK-HOJE(1:4)                  TO WRK-ANO
           IF  WRK-HOJE(5:2) LESS "07"
               COMPUTE WRK-IDX-ATUAL = WRK-ANO * 2
           ELSE
               COMPUTE WRK-IDX-ATUAL = WRK-ANO * 2 + 1
           END-IF.

      *------------- PRAZO DE RESPOSTA DAS NOTIFICACOES DE HOJE --------
           COMPUTE WRK-PRAZO =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WRK-HOJE))
                        + WRK-DIAS-RESPOSTA).
           MOVE WRK-PRAZO                      TO WRK-PRAZO-X.

           MOVE ZEROS                          TO WRK-QTD-AVALIADOS
                                                  WRK-QTD-ADVERTENCIA
                                                  WRK-QTD-CANCELAMENTO
                                                  WRK-QTD-NOTIFICADOS
                                                  WRK-QTD-VENCIDAS

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "JUBILAMENTO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELJUB

           OPEN OUTPUT RELJUB.

           MOVE SPACES                         TO ARQ-RELJUB
           STRING "ACOMPANHAMENTO DE JUBILAMENTO - POSICAO DE "
                  WRK-HOJE
                  DELIMITED BY SIZE INTO ARQ-RELJUB
           WRITE ARQ-RELJUB.

      *------------- PARTES 1 E 2: ADVERTENCIA E CANCELAMENTO ----------
           MOVE ZEROS                          TO FS-SORT
           SORT SORTJUB
               ON ASCENDING KEY SD-JUB-LISTA
                                SD-JUB-RM
               INPUT PROCEDURE 0210-AVALIAR-ALUNOS
               OUTPUT PROCEDURE 0250-IMPRIMIR-LISTAS.

      *------------- PARTE 3: NOTIFICACOES SEM RESPOSTA NO PRAZO -------
           MOVE SPACES                         TO ARQ-RELJUB
           WRITE ARQ-RELJUB.

           MOVE SPACES                         TO ARQ-RELJUB
           STRING "NOTIFICACOES COM PRAZO DE RESPOSTA VENCIDO"
                  DELIMITED BY SIZE INTO ARQ-RELJUB
           WRITE ARQ-RELJUB.

           MOVE SPACES                         TO ARQ-RELJUB
           STRING "RM     NOTIFIC. LISTA        MOTIVO     PRAZO"
                  DELIMITED BY SIZE INTO ARQ-RELJUB
           WRITE ARQ-RELJUB.

           PERFORM 0270-VENCER-NOTIFICACOES.

           CLOSE RELJUB.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGJUBI"                     TO ARQ-LOG-PROGRAMA
           MOVE "ACOMPANHAMENTO DE JUBILAMENTO" TO ARQ-LOG-RELATORIO
           COMPUTE ARQ-LOG-QTDREGISTROS =
                   WRK-QTD-ADVERTENCIA + WRK-QTD-CANCELAMENTO
           MOVE WRK-PATH-RELJUB                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-AVALIAR-ALUNOS                                     SECTION.
      *-----------------------------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0210-AVALIAR-ALUNOS-99-FIM
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0210-AVALIAR-ALUNOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               IF  ARQ-STATUS EQUAL "ATIVO"
               AND ARQ-DATA-MATRICULA IS NUMERIC
                   PERFORM 0220-AVALIAR-ALUNO
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0210-AVALIAR-ALUNOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-AVALIAR-ALUNO                                      SECTION.
      *-----------------------------------------------------------------

           ADD 1                               TO WRK-QTD-AVALIADOS
           MOVE ARQ-RM                         TO WRK-RM-CORRENTE

      *----------- SEMESTRES CURSADOS: DA MATRICULA ATE O CORRENTE, ---
      *----------- MENOS OS CONSUMIDOS EM TRANCAMENTOS -----------------
           MOVE ARQ-DATA-MATRICULA(1:4)        TO WRK-ANO
           IF  ARQ-DATA-MATRICULA(5:2) LESS "07"
               COMPUTE WRK-IDX-MATRICULA = WRK-ANO * 2
           ELSE
               COMPUTE WRK-IDX-MATRICULA = WRK-ANO * 2 + 1
           END-IF.

           COMPUTE WRK-CALC = WRK-IDX-ATUAL - WRK-IDX-MATRICULA + 1.

           IF  WRK-ABRIU-TRANCAM EQUAL "S"
               MOVE WRK-RM-CORRENTE            TO ARQ-TRA-RM
               READ TRANCAM KEY IS ARQ-TRA-RM
                   NOT INVALID KEY
                       SUBTRACT ARQ-TRA-SEM-USADOS FROM WRK-CALC
               END-READ
           END-IF.

           IF  WRK-CALC GREATER ZEROS
               MOVE WRK-CALC                   TO WRK-SEM-DECORRIDOS
           ELSE
               MOVE ZEROS                      TO WRK-SEM-DECORRIDOS
           END-IF.

      *----------- PRAZO MAXIMO DO CURSO ------------------------------
           MOVE WRK-MAXSEM-PADRAO              TO WRK-SEM-MAXIMO
           IF  WRK-ABRIU-CURSOS EQUAL "S"
               MOVE ARQ-CURSO                  TO ARQ-CURSO-COD
               READ CURSOS KEY IS ARQ-CURSO-COD
                   NOT INVALID KEY
                       IF  ARQ-CURSO-MAX-SEMESTRES GREATER ZEROS
                           MOVE ARQ-CURSO-MAX-SEMESTRES
                                               TO WRK-SEM-MAXIMO
                       END-IF
               END-READ
           END-IF.

      *----------- ALUNO READMITIDO: OS RESULTADOS DO RM ANTIGO --------
      *----------- TAMBEM CONTAM ---------------------------------------
           MOVE SPACES                         TO WRK-RM-ANTIGO.
           IF  WRK-ABRIU-READMIS EQUAL "S"
               MOVE WRK-RM-CORRENTE            TO ARQ-RDM-RM-NOVO
               READ READMIS KEY IS ARQ-RDM-RM-NOVO
                   NOT INVALID KEY
                       MOVE ARQ-RDM-RM-ANTIGO  TO WRK-RM-ANTIGO
               END-READ
           END-IF.

           INITIALIZE WRK-TAB-DISC
           MOVE ZEROS                          TO WRK-QTD-TD

           PERFORM 0230-CARREGAR-RESULTADOS.

           IF  WRK-ABRIU-DEPEND EQUAL "S"
               PERFORM 0235-SOMAR-DEPENDENCIAS
           END-IF.

           PERFORM 0240-PERCORRER-MATRIZ.

      *----------- DISCIPLINA AINDA NAO APROVADA COM MAIS -------------
      *----------- REPROVACOES -----------------------------------------
           MOVE ZEROS                          TO WRK-MAIOR-REPROV
           MOVE SPACES                         TO WRK-DISC-REPROV

           PERFORM VARYING IX-TD FROM 1 BY 1
                   UNTIL IX-TD GREATER WRK-QTD-TD
               IF  WRK-TD-APROVADA (IX-TD) NOT EQUAL "S"
               AND WRK-TD-REPROV (IX-TD) GREATER WRK-MAIOR-REPROV
                   MOVE WRK-TD-REPROV (IX-TD)  TO WRK-MAIOR-REPROV
                   MOVE WRK-TD-DISCIPLINA (IX-TD)
                                               TO WRK-DISC-REPROV
               END-IF
           END-PERFORM.

      *----------- CLASSIFICACAO: PRAZO ESGOTADO OU LIMITE DE ---------
      *----------- REPROVACOES ATINGIDO = CANCELAMENTO; CONCLUSAO -----
      *----------- PROJETADA ALEM DO PRAZO OU A UMA REPROVACAO DO -----
      *----------- LIMITE = ADVERTENCIA --------------------------------
           MOVE SPACES                         TO WRK-LISTA
           MOVE "N"                            TO WRK-POR-PRAZO
                                                  WRK-POR-REPROV

           IF  WRK-QTD-PENDENTES GREATER ZEROS
               IF  WRK-SEM-DECORRIDOS NOT LESS WRK-SEM-MAXIMO
                   MOVE "CANCELAMENTO"         TO WRK-LISTA
                   MOVE "S"                    TO WRK-POR-PRAZO
               ELSE
                   IF  WRK-SEM-DECORRIDOS + WRK-SEM-RESTANTES
                       GREATER WRK-SEM-MAXIMO
                       MOVE "ADVERTENCIA"      TO WRK-LISTA
                       MOVE "S"                TO WRK-POR-PRAZO
                   END-IF
               END-IF
           END-IF.

           IF  WRK-LIMITE-REPROV GREATER ZEROS
               IF  WRK-MAIOR-REPROV NOT LESS WRK-LIMITE-REPROV
                   MOVE "CANCELAMENTO"         TO WRK-LISTA
                   MOVE "S"                    TO WRK-POR-REPROV
               ELSE
                   IF  WRK-LIMITE-REPROV GREATER 1
                   AND WRK-MAIOR-REPROV EQUAL WRK-LIMITE-REPROV - 1
                       IF  WRK-LISTA EQUAL SPACES
                           MOVE "ADVERTENCIA"  TO WRK-LISTA
                       END-IF
                       MOVE "S"                TO WRK-POR-REPROV
                   END-IF
               END-IF
           END-IF.

           IF  WRK-LISTA EQUAL SPACES
               GO TO 0220-AVALIAR-ALUNO-99-FIM
           END-IF.

           IF  WRK-POR-PRAZO EQUAL "S"
               IF  WRK-POR-REPROV EQUAL "S"
                   MOVE "AMBOS"                TO WRK-MOTIVO
               ELSE
                   MOVE "PRAZO"                TO WRK-MOTIVO
               END-IF
           ELSE
               MOVE "REPROVACAO"               TO WRK-MOTIVO
           END-IF.

           IF  WRK-LISTA EQUAL "CANCELAMENTO"
               ADD 1                           TO WRK-QTD-CANCELAMENTO
           ELSE
               ADD 1                           TO WRK-QTD-ADVERTENCIA
           END-IF.

           PERFORM 0245-NOTIFICAR-ALUNO.

           MOVE WRK-LISTA                      TO SD-JUB-LISTA
           MOVE WRK-RM-CORRENTE                TO SD-JUB-RM
           MOVE ARQ-NOMEALUNO                  TO SD-JUB-NOME
           MOVE WRK-SEM-DECORRIDOS             TO SD-JUB-DECORRIDOS
           MOVE WRK-SEM-RESTANTES              TO SD-JUB-RESTANTES
           MOVE WRK-SEM-MAXIMO                 TO SD-JUB-MAXIMO
           MOVE WRK-DISC-REPROV                TO SD-JUB-DISCIPLINA
           MOVE WRK-MAIOR-REPROV               TO SD-JUB-REPROV
           MOVE WRK-MOTIVO                     TO SD-JUB-MOTIVO
           MOVE ARQ-JUB-PRAZO-RESPOSTA         TO SD-JUB-PRAZO
           RELEASE SD-JUBILAMENTO.

      *-----------------------------------------------------------------
       0220-AVALIAR-ALUNO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CARREGAR-RESULTADOS                                SECTION.
      *-----------------------------------------------------------------
      *----------- TODOS OS RESULTADOS DO RM (E DO RM ANTIGO), EM -----
      *----------- QUALQUER SEMESTRE: APROVACAO E REPROVACOES ----------

           MOVE LOW-VALUES                     TO ARQ-RES-CHAVE

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   GO TO 0230-CARREGAR-RESULTADOS-99-FIM
           END-START.

           READ RESULTADOS NEXT RECORD
               AT END
                   GO TO 0230-CARREGAR-RESULTADOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESULTADOS NOT EQUAL ZEROS

               IF  ARQ-RES-RM EQUAL WRK-RM-CORRENTE OR
                   (WRK-RM-ANTIGO NOT EQUAL SPACES AND
                    ARQ-RES-RM EQUAL WRK-RM-ANTIGO)
                   MOVE ARQ-RES-DISCIPLINA     TO WRK-DISC-PROCURADA
                   PERFORM 0238-LOCALIZAR-DISCIPLINA
                   IF  WRK-TD-OK EQUAL "S"
                       IF  ARQ-RES-RESULTADO EQUAL "APROVADO"
                           MOVE "S"   TO WRK-TD-APROVADA (IX-TD)
                       ELSE
                           ADD 1      TO WRK-TD-REPROV (IX-TD)
                       END-IF
                   END-IF
               END-IF

               READ RESULTADOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESULTADOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESULTADOS.

      *-----------------------------------------------------------------
       0230-CARREGAR-RESULTADOS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-SOMAR-DEPENDENCIAS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- DEPENDENCIA AINDA NAO FECHADA CONTA AO MENOS UMA ---
      *----------- REPROVACAO NA DISCIPLINA ----------------------------

           MOVE WRK-RM-CORRENTE                TO ARQ-DEP-RM
           MOVE LOW-VALUES                     TO ARQ-DEP-DISCIPLINA

           START DEPEND KEY IS GREATER THAN OR EQUAL ARQ-DEP-CHAVE
               INVALID KEY
                   GO TO 0235-SOMAR-DEPENDENCIAS-99-FIM
           END-START.

           READ DEPEND NEXT RECORD
               AT END
                   GO TO 0235-SOMAR-DEPENDENCIAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-DEPEND NOT EQUAL ZEROS
                      OR ARQ-DEP-RM NOT EQUAL WRK-RM-CORRENTE

               IF  ARQ-DEP-STATUS NOT EQUAL "FECHADO"
                   MOVE ARQ-DEP-DISCIPLINA     TO WRK-DISC-PROCURADA
                   PERFORM 0238-LOCALIZAR-DISCIPLINA
                   IF  WRK-TD-OK EQUAL "S"
                   AND WRK-TD-REPROV (IX-TD) EQUAL ZEROS
                       MOVE 1         TO WRK-TD-REPROV (IX-TD)
                   END-IF
               END-IF

               READ DEPEND NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPEND
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPEND.

      *-----------------------------------------------------------------
       0235-SOMAR-DEPENDENCIAS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0238-LOCALIZAR-DISCIPLINA                               SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA (OU INCLUI) A DISCIPLINA NA TABELA DO -----
      *----------- ALUNO CORRENTE --------------------------------------

           MOVE "S"                            TO WRK-TD-OK
           SET IX-TD                           TO 1
           SEARCH WRK-TD-ITEM
               AT END
                   IF  WRK-QTD-TD LESS 80
                       ADD 1                   TO WRK-QTD-TD
                       SET IX-TD               TO WRK-QTD-TD
                       MOVE WRK-DISC-PROCURADA
                                     TO WRK-TD-DISCIPLINA (IX-TD)
                       MOVE "N"      TO WRK-TD-APROVADA (IX-TD)
                       MOVE ZEROS    TO WRK-TD-REPROV (IX-TD)
                   ELSE
                       MOVE "N"                TO WRK-TD-OK
                   END-IF
               WHEN WRK-TD-DISCIPLINA (IX-TD) EQUAL
                    WRK-DISC-PROCURADA
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0238-LOCALIZAR-DISCIPLINA-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-PERCORRER-MATRIZ                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CONTA AS DISCIPLINAS DA MATRIZ AINDA NAO APROVADAS -
      *----------- E OS SEMESTRES DA MATRIZ EM QUE ELAS ESTAO ----------

           MOVE ZEROS                          TO WRK-QTD-PENDENTES
                                                  WRK-SEM-RESTANTES
           MOVE SPACES                         TO WRK-SEM-ANTERIOR

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                     TO ARQ-MAT-SEMESTRE
                                                  ARQ-MAT-DISCIPLINA

           START MATRIZ KEY IS GREATER THAN OR EQUAL ARQ-MAT-CHAVE
               INVALID KEY
                   GO TO 0240-PERCORRER-MATRIZ-99-FIM
           END-START.

           READ MATRIZ NEXT RECORD
               AT END
                   GO TO 0240-PERCORRER-MATRIZ-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR ARQ-MAT-CURSO NOT EQUAL ARQ-CURSO
                      OR ARQ-MAT-VERSAO NOT EQUAL WRK-VERSAO-MATRIZ

               MOVE ARQ-MAT-DISCIPLINA         TO WRK-DISC-PROCURADA
               PERFORM 0238-LOCALIZAR-DISCIPLINA

               IF  WRK-TD-OK NOT EQUAL "S"
               OR  WRK-TD-APROVADA (IX-TD) NOT EQUAL "S"
                   ADD 1                       TO WRK-QTD-PENDENTES
                   IF  ARQ-MAT-SEMESTRE NOT EQUAL WRK-SEM-ANTERIOR
                       ADD 1                   TO WRK-SEM-RESTANTES
                       MOVE ARQ-MAT-SEMESTRE   TO WRK-SEM-ANTERIOR
                   END-IF
               END-IF

               READ MATRIZ NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATRIZ
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATRIZ.

      *-----------------------------------------------------------------
       0240-PERCORRER-MATRIZ-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-NOTIFICAR-ALUNO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- NOTIFICACAO AINDA ABERTA NA MESMA LISTA NAO E ------
      *----------- REPETIDA; O PRAZO CONTINUA O DA PRIMEIRA ------------

           MOVE "N"                            TO WRK-JA-NOTIFICADO
           MOVE WRK-RM-CORRENTE                TO ARQ-JUB-RM
           MOVE LOW-VALUES                     TO ARQ-JUB-DATA

           START JUBILAM KEY IS GREATER THAN OR EQUAL ARQ-JUB-CHAVE
               INVALID KEY
                   GO TO 0245-NOTIFICAR-ALUNO-GRAVAR
           END-START.

           READ JUBILAM NEXT RECORD
               AT END
                   GO TO 0245-NOTIFICAR-ALUNO-GRAVAR
           END-READ.

           PERFORM UNTIL FS-JUBILAM NOT EQUAL ZEROS
                      OR ARQ-JUB-RM NOT EQUAL WRK-RM-CORRENTE
                      OR WRK-JA-NOTIFICADO EQUAL "S"

               IF  ARQ-JUB-STATUS EQUAL "ABERTA"
               AND ARQ-JUB-LISTA EQUAL WRK-LISTA
                   MOVE "S"                    TO WRK-JA-NOTIFICADO
               ELSE
                   READ JUBILAM NEXT RECORD
                       AT END
                           MOVE 9              TO FS-JUBILAM
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-JUBILAM.

           IF  WRK-JA-NOTIFICADO EQUAL "S"
               GO TO 0245-NOTIFICAR-ALUNO-99-FIM
           END-IF.

       0245-NOTIFICAR-ALUNO-GRAVAR.

           MOVE WRK-RM-CORRENTE                TO ARQ-JUB-RM
           MOVE WRK-HOJE                       TO ARQ-JUB-DATA
           MOVE WRK-LISTA                      TO ARQ-JUB-LISTA
           MOVE WRK-MOTIVO                     TO ARQ-JUB-MOTIVO
           MOVE ARQ-CURSO                      TO ARQ-JUB-CURSO
           MOVE WRK-SEM-DECORRIDOS             TO ARQ-JUB-SEM-DECORRIDOS
           MOVE WRK-SEM-RESTANTES              TO ARQ-JUB-SEM-RESTANTES
           MOVE WRK-SEM-MAXIMO                 TO ARQ-JUB-SEM-MAXIMO
           MOVE WRK-DISC-REPROV                TO ARQ-JUB-DISCIPLINA
           MOVE WRK-MAIOR-REPROV               TO ARQ-JUB-QTD-REPROV
           MOVE WRK-PRAZO-X                    TO ARQ-JUB-PRAZO-RESPOSTA
           MOVE "ABERTA"                       TO ARQ-JUB-STATUS
           MOVE LNK-OPERADOR                   TO ARQ-JUB-OPERADOR
           MOVE SPACES                         TO ARQ-JUB-DATA-RESPOSTA
                                                  ARQ-JUB-OPER-RESPOSTA

      *----------- REEXECUCAO NO MESMO DIA NAO DUPLICA A NOTIFICACAO --
           WRITE ARQ-DADOS-JUBILAMENTO
               INVALID KEY
                   READ JUBILAM KEY IS ARQ-JUB-CHAVE
                   END-READ
               NOT INVALID KEY
                   ADD 1                       TO WRK-QTD-NOTIFICADOS

      *----------- NOTIFICACAO FORMAL PELA CAIXA DE SAIDA DE EVENTOS --
                   MOVE "JUBILAMENTO"          TO WRK-EVE-TIPO
                   MOVE SPACES                 TO WRK-EVE-DADOS
                   STRING FUNCTION TRIM(WRK-LISTA) " PRAZO "
                          WRK-PRAZO-X(7:2) "/" WRK-PRAZO-X(5:2) "/"
                          WRK-PRAZO-X(1:4)
                          DELIMITED BY SIZE INTO WRK-EVE-DADOS
                   CALL "PROGEVTG" USING WRK-RM-CORRENTE,
                        WRK-EVE-TIPO, WRK-EVE-DADOS
           END-WRITE.

      *-----------------------------------------------------------------
       0245-NOTIFICAR-ALUNO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-IMPRIMIR-LISTAS                                    SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-LISTA-ANT.

           RETURN SORTJUB
               AT END
                   GO TO 0250-IMPRIMIR-LISTAS-99-FIM
           END-RETURN.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               IF  SD-JUB-LISTA NOT EQUAL WRK-LISTA-ANT
                   PERFORM 0255-IMPRIMIR-CABECALHO
                   MOVE SD-JUB-LISTA           TO WRK-LISTA-ANT
               END-IF

               MOVE SD-JUB-RM                  TO WRK-LA-RM
               MOVE SD-JUB-NOME                TO WRK-LA-NOME
               MOVE SD-JUB-DECORRIDOS          TO WRK-LA-DECORRIDOS
               MOVE SD-JUB-RESTANTES           TO WRK-LA-RESTANTES
               MOVE SD-JUB-MAXIMO              TO WRK-LA-MAXIMO
               MOVE SD-JUB-DISCIPLINA          TO WRK-LA-DISCIPLINA
               MOVE SD-JUB-REPROV              TO WRK-LA-REPROV
               MOVE SD-JUB-MOTIVO              TO WRK-LA-MOTIVO
               MOVE SD-JUB-PRAZO               TO WRK-LA-PRAZO
               MOVE WRK-LINHA-ALUNO            TO ARQ-RELJUB
               WRITE ARQ-RELJUB

               RETURN SORTJUB
                   AT END
                       MOVE 9                  TO FS-SORT
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-LISTAS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-IMPRIMIR-CABECALHO                                 SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELJUB
           WRITE ARQ-RELJUB.

           MOVE SPACES                         TO ARQ-RELJUB
           IF  SD-JUB-LISTA EQUAL "CANCELAMENTO"
               STRING "LISTA DE CANCELAMENTO (JUBILAMENTO)"
                      DELIMITED BY SIZE INTO ARQ-RELJUB
           ELSE
               STRING "LISTA DE ADVERTENCIA"
                      DELIMITED BY SIZE INTO ARQ-RELJUB
           END-IF.
           WRITE ARQ-RELJUB.

           MOVE SPACES                         TO ARQ-RELJUB
           STRING "RM     NOME ALUNO           CS FL MX "
                  "DISCIPLINA      RP MOTIVO     RESPOSTA"
                  DELIMITED BY SIZE INTO ARQ-RELJUB
           WRITE ARQ-RELJUB.

      *-----------------------------------------------------------------
       0255-IMPRIMIR-CABECALHO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-VENCER-NOTIFICACOES                                SECTION.
      *-----------------------------------------------------------------
      *----------- NOTIFICACAO ABERTA COM O PRAZO DE RESPOSTA ANTES ---
      *----------- DE HOJE PASSA A VENCIDA -----------------------------

           MOVE LOW-VALUES                     TO ARQ-JUB-CHAVE

           START JUBILAM KEY IS GREATER THAN OR EQUAL ARQ-JUB-CHAVE
               INVALID KEY
                   GO TO 0270-VENCER-NOTIFICACOES-99-FIM
           END-START.

           READ JUBILAM NEXT RECORD
               AT END
                   GO TO 0270-VENCER-NOTIFICACOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-JUBILAM NOT EQUAL ZEROS

               IF  ARQ-JUB-STATUS EQUAL "ABERTA"
               AND ARQ-JUB-PRAZO-RESPOSTA LESS WRK-HOJE
                   MOVE "VENCIDA"              TO ARQ-JUB-STATUS
                   REWRITE ARQ-DADOS-JUBILAMENTO
                   MOVE ARQ-JUB-RM             TO WRK-LV-RM
                   MOVE ARQ-JUB-DATA           TO WRK-LV-DATA
                   MOVE ARQ-JUB-LISTA          TO WRK-LV-LISTA
                   MOVE ARQ-JUB-MOTIVO         TO WRK-LV-MOTIVO
                   MOVE ARQ-JUB-PRAZO-RESPOSTA TO WRK-LV-PRAZO
                   MOVE WRK-LINHA-VENCIDA      TO ARQ-RELJUB
                   WRITE ARQ-RELJUB
                   ADD 1                       TO WRK-QTD-VENCIDAS
               END-IF

               READ JUBILAM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-JUBILAM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-JUBILAM.

      *-----------------------------------------------------------------
       0270-VENCER-NOTIFICACOES-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  MATRIZ.

             CLOSE  RESULTADOS.

             IF  WRK-ABRIU-CURSOS EQUAL "S"
                 CLOSE CURSOS
             END-IF.

             IF  WRK-ABRIU-DEPEND EQUAL "S"
                 CLOSE DEPEND
             END-IF.

             IF  WRK-ABRIU-READMIS EQUAL "S"
                 CLOSE READMIS
             END-IF.

             IF  WRK-ABRIU-TRANCAM EQUAL "S"
                 CLOSE TRANCAM
             END-IF.

             CLOSE  JUBILAM.

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

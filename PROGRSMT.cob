       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRSMT.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MONTAR O RESUMO CONSOLIDADO DO ALUNO (BOKRSAL)
      *----    NO ARQUIVO RECEBIDO, UM REGISTRO POR RM DE ALUNOS.dat,
      *----    COM A POSICAO INFORMADA: PRIMEIRO GRAVA CADA ALUNO COM
      *----    O QUE SE LE PELA CHAVE DO RM (ULTIMO PAGAMENTO,
      *----    RENEGOCIACAO, MEDIA, DEPENDENCIAS E REQUERIMENTOS),
      *----    DEPOIS SOMA AS COBRANCAS EM ABERTO NUMA PASSADA UNICA
      *----    DE MENSALID.dat E APURA A DISCIPLINA DE MAIOR RISCO DE
      *----    FALTA COM A FREQUENCIA ORDENADA POR RM E DISCIPLINA.
      *----    CHAMADO PELO PROGRSGE (RESUMO OFICIAL) E PELO PROGRSCF
      *----    (REMONTAGEM PARA A CONFERENCIA). DEVOLVE "S" EM
      *----    LNK-RSM-OK QUANDO O RESUMO FOI MONTADO.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- PAGAMENTOS        I             BOKPAG
      *---- PARCELAS          I             BOKPARC
      *---- NOTAS             I             BOKNOTA
      *---- FREQUENCIA        I             BOKFREQ
      *---- MATRIZ            I             BOKMATR
      *---- DEPEND            I             BOKDEP
      *---- REQUERIM          I             BOKREQ
      *---- RESUMO           O/I-O          BOKRSAL
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT PARCELAS  ASSIGN TO WRK-PATH-PARCELAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAR-CHAVE
                  FILE STATUS IS FS-PARCELAS.

           SELECT NOTAS  ASSIGN TO WRK-PATH-NOTAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NOTA-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NOTA-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NOTAS.

           SELECT FREQUENCIA  ASSIGN TO WRK-PATH-FREQUENCIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

           SELECT MATRIZ  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRIZ.

           SELECT DEPEND  ASSIGN TO WRK-PATH-DEPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DEP-CHAVE
                  FILE STATUS IS FS-DEPEND.

           SELECT REQUERIM  ASSIGN TO WRK-PATH-REQUERIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REQ-PROTOCOLO
                  ALTERNATE RECORD KEY IS ARQ-REQ-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-REQUERIM.

      *----------- RESUMO DE DESTINO (OFICIAL OU DA CONFERENCIA) -------
           SELECT RESUMO  ASSIGN TO WRK-PATH-DESTINO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RESUMO.

           SELECT SORTFREQ ASSIGN TO "SORTRSAL.TMP".

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  MENSALID.
       COPY "BOKMENS".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  PARCELAS.
       COPY "BOKPARC".

       FD  NOTAS.
       COPY "BOKNOTA".

       FD  FREQUENCIA.
       COPY "BOKFREQ".

       FD  MATRIZ.
       COPY "BOKMATR".

       FD  DEPEND.
       COPY "BOKDEP".

       FD  REQUERIM.
       COPY "BOKREQ".

       FD  RESUMO.
       COPY "BOKRSAL".

      *-------------------- AREA DE ORDENACAO POR RM E DISCIPLINA ------
       SD  SORTFREQ.
       01  SD-FREQ.
           05 SD-FRE-NUMERO             PIC 9(08).
           05 SD-FRE-RM                 PIC X(06).
           05 SD-FRE-DISCIPLINA         PIC X(15).
           05 SD-FRE-DATA               PIC X(08).
           05 SD-FRE-PRESENCA           PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

       77  WRK-PATH-DESTINO             PIC X(80).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-PARCELAS                  PIC 9(02).
       77  FS-NOTAS                     PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-DEPEND                    PIC 9(02).
       77  FS-REQUERIM                  PIC 9(02).
       77  FS-RESUMO                    PIC 9(02).
       77  FS-SORT                      PIC 9(02).

      *--- "S" = MATRIZ CURRICULAR ABERTA NESTA CHAMADA ----------------
       77  WRK-ABRIU-MATRIZ             PIC X(01) VALUE "N".

      *------------- DATA DA POSICAO -----------------------------------
       77  WRK-HOJE                     PIC X(08) VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO              PIC S9(05) VALUE ZEROS.
      *--- VENCIMENTO DA COBRANCA: O GRAVADO OU, NAS ANTIGAS, O DIA ----
      *--- 10 DA COMPETENCIA -------------------------------------------
       01  WRK-VENCIMENTO.
           05 WRK-VENC-ANOMES           PIC X(06).
           05 WRK-VENC-DIA              PIC X(02).

      *------------- RECIBOS ESTORNADOS DO RM EM APURACAO --------------
       77  WRK-QTD-ESTORNOS             PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ESTORNOS.
           05 WRK-EST-ITEM OCCURS 50 TIMES INDEXED BY IX-EST.
               10 WRK-EST-NUMORIG       PIC 9(08).
       77  WRK-ESTORNADO                PIC X(01) VALUE SPACES.

      *------------- ACORDO DE RENEGOCIACAO ----------------------------
       77  WRK-QTD-PARCELAS             PIC 9(03) VALUE ZEROS.
       77  WRK-PARC-VENCIDA             PIC X(01) VALUE SPACES.

      *------------- MEDIA DO SEMESTRE CORRENTE ------------------------
       77  WRK-SOMA-NOTAS               PIC 9(06)V99 VALUE ZEROS.

      *------------- MATRIZ DO ALUNO EM APURACAO (MESMA REGRA DO -------
      *------------- PROGFECH: CURSO SEM MATRIZ = TODAS AS -------------
      *------------- DISCIPLINAS CONTAM NO SEMESTRE) -------------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".
       77  WRK-MATRIZ-TEM-CURSO         PIC X(01) VALUE SPACES.
       77  WRK-ALU-CURSO                PIC X(15) VALUE SPACES.
       77  WRK-ALU-SEMESTRE             PIC X(02) VALUE SPACES.
       77  WRK-DISC-ALVO                PIC X(15) VALUE SPACES.
       77  WRK-DISC-CORRENTE            PIC X(01) VALUE SPACES.

      *------------- VARIAVEIS DA QUEBRA DE CONTROLE DA FREQUENCIA -----
       01  WRK-QUEBRA-ANTERIOR.
           05 WRK-ANT-RM                PIC X(06)    VALUE SPACES.
           05 WRK-ANT-DISCIPLINA        PIC X(15)    VALUE SPACES.
       01  WRK-QUEBRA-CORRENTE.
           05 WRK-COR-RM                PIC X(06)    VALUE SPACES.
           05 WRK-COR-DISCIPLINA        PIC X(15)    VALUE SPACES.
      *--- "S" = RM DA QUEBRA ENCONTRADO EM ALUNOS.dat -----------------
       77  WRK-ALUNO-OK                 PIC X(01)    VALUE SPACES.
       77  WRK-QTD-AULAS                PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-FALTAS               PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-ABONADAS             PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-PLANEJADAS           PIC 9(04)    VALUE ZEROS.
       77  WRK-PERC-FALTAS              PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FALTA-ABONADA            PIC X(01)    VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-RSM-ARQUIVO                    PIC X(80).
       01  LNK-RSM-DATAHORA                   PIC X(14).
       01  LNK-RSM-QTD                        PIC 9(06).
       01  LNK-RSM-OK                         PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-RSM-ARQUIVO, LNK-RSM-DATAHORA, LNK-RSM-QTD,
             LNK-RSM-OK.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           MOVE "N"                       TO LNK-RSM-OK
           MOVE ZEROS                     TO LNK-RSM-QTD
           MOVE LNK-RSM-ARQUIVO           TO WRK-PATH-DESTINO.

           MOVE LNK-RSM-DATAHORA(1:8)     TO WRK-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL(WRK-HOJE)).

      *----------- ABERTURA DO ARQUIVO DE ALUNOS -----------------------
            OPEN INPUT  ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                GOBACK
            END-IF.

      *----------- ABERTURA DOS ARQUIVOS DE MOVIMENTO ------------------
            OPEN INPUT MENSALID.

            IF  FS-MENSALID EQUAL 35
                OPEN OUTPUT MENSALID
                CLOSE       MENSALID
                OPEN INPUT  MENSALID
            END-IF.

            OPEN INPUT PAGAMENTOS.

            IF  FS-PAGAMENTOS EQUAL 35
                OPEN OUTPUT PAGAMENTOS
                CLOSE       PAGAMENTOS
                OPEN INPUT  PAGAMENTOS
            END-IF.

            OPEN INPUT PARCELAS.

            IF  FS-PARCELAS EQUAL 35
                OPEN OUTPUT PARCELAS
                CLOSE       PARCELAS
                OPEN INPUT  PARCELAS
            END-IF.

            OPEN INPUT NOTAS.

            IF  FS-NOTAS EQUAL 35
                OPEN OUTPUT NOTAS
                CLOSE       NOTAS
                OPEN INPUT  NOTAS
            END-IF.

            OPEN INPUT DEPEND.

            IF  FS-DEPEND EQUAL 35
                OPEN OUTPUT DEPEND
                CLOSE       DEPEND
                OPEN INPUT  DEPEND
            END-IF.

            OPEN INPUT REQUERIM.

            IF  FS-REQUERIM EQUAL 35
                OPEN OUTPUT REQUERIM
                CLOSE       REQUERIM
                OPEN INPUT  REQUERIM
            END-IF.

      *----------- MATRIZ E OPCIONAL: SEM ELA TODA DISCIPLINA CONTA ----
            MOVE "N"                       TO WRK-ABRIU-MATRIZ.

            OPEN INPUT MATRIZ.

            IF  FS-MATRIZ EQUAL ZEROS
                MOVE "S"                   TO WRK-ABRIU-MATRIZ
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE FREQUENCIA (APENAS PARA
      *----------- CONFERIR EXISTENCIA; O SORT ABRE E FECHA POR CONTA
      *----------- PROPRIA) ----------------------------------------
            OPEN INPUT FREQUENCIA.

            IF  FS-FREQUENCIA EQUAL 35
                CLOSE FREQUENCIA
                OPEN OUTPUT FREQUENCIA
                CLOSE       FREQUENCIA
                OPEN INPUT  FREQUENCIA
            END-IF.

            CLOSE FREQUENCIA.

      *----------- O RESUMO E SEMPRE REMONTADO DO ZERO -----------------
            OPEN OUTPUT RESUMO.

            IF  FS-RESUMO NOT EQUAL 0
                PERFORM 0300-FINALIZAR
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *----------- 1) UM REGISTRO POR ALUNO COM O QUE SE LE PELO RM ----
           PERFORM 0210-MONTAR-ALUNOS.

           CLOSE RESUMO.
           OPEN I-O RESUMO.

           IF  FS-RESUMO NOT EQUAL 0
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- 2) COBRANCAS EM ABERTO (PASSADA UNICA) --------------
           PERFORM 0230-APURAR-COBRANCAS.

      *----------- 3) DISCIPLINA DE MAIOR RISCO DE FALTA ---------------
           SORT SORTFREQ
               ON ASCENDING KEY SD-FRE-RM
                                SD-FRE-DISCIPLINA
               USING FREQUENCIA
               OUTPUT PROCEDURE 0240-APURAR-FALTAS.

           MOVE "S"                            TO LNK-RSM-OK.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-MONTAR-ALUNOS                                      SECTION.
      *-----------------------------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0210-MONTAR-ALUNOS-99-FIM
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0210-MONTAR-ALUNOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               INITIALIZE ARQ-DADOS-RESALUNO
               MOVE ARQ-RM                     TO ARQ-RSA-RM
               MOVE LNK-RSM-DATAHORA           TO ARQ-RSA-DATAHORA

               PERFORM 0250-LOCALIZAR-MATRIZ
               PERFORM 0211-APURAR-PAGAMENTO
               PERFORM 0212-APURAR-PARCELAS
               PERFORM 0213-APURAR-NOTAS
               PERFORM 0214-APURAR-DEPENDENCIAS
               PERFORM 0215-APURAR-REQUERIMENTOS

               WRITE ARQ-DADOS-RESALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1                   TO LNK-RSM-QTD
               END-WRITE

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0210-MONTAR-ALUNOS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0211-APURAR-PAGAMENTO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- ULTIMO RECIBO "PG" DO RM QUE NAO FOI ESTORNADO: -----
      *----------- A PRIMEIRA LEITURA GUARDA OS RECIBOS ESTORNADOS, ----
      *----------- A SEGUNDA ESCOLHE O MAIS RECENTE DOS DEMAIS ---------

           MOVE ZEROS                          TO WRK-QTD-ESTORNOS
           INITIALIZE WRK-TAB-ESTORNOS

           MOVE ARQ-RM                         TO ARQ-PAG-RM

           START PAGAMENTOS KEY IS EQUAL ARQ-PAG-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0211-APURAR-PAGAMENTO-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PAGAMENTOS
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS
                      OR ARQ-PAG-RM NOT EQUAL ARQ-RM

               IF  ARQ-PAG-TIPO EQUAL "ES"
               AND WRK-QTD-ESTORNOS LESS 50
                   ADD 1                       TO WRK-QTD-ESTORNOS
                   MOVE ARQ-PAG-NUMORIG
                        TO WRK-EST-NUMORIG (WRK-QTD-ESTORNOS)
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ARQ-RM                         TO ARQ-PAG-RM

           START PAGAMENTOS KEY IS EQUAL ARQ-PAG-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0211-APURAR-PAGAMENTO-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PAGAMENTOS
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS
                      OR ARQ-PAG-RM NOT EQUAL ARQ-RM

               IF  ARQ-PAG-TIPO NOT EQUAL "ES"
                   MOVE "N"                    TO WRK-ESTORNADO
                   SET IX-EST                  TO 1
                   SEARCH WRK-EST-ITEM
                       AT END
                           CONTINUE
                       WHEN IX-EST GREATER WRK-QTD-ESTORNOS
                           CONTINUE
                       WHEN WRK-EST-NUMORIG (IX-EST)
                                               EQUAL ARQ-PAG-NUMERO
                           MOVE "S"            TO WRK-ESTORNADO
                   END-SEARCH

                   IF  WRK-ESTORNADO EQUAL "N"
                       IF  ARQ-PAG-DATA GREATER ARQ-RSA-ULT-PAG-DATA
                       OR (ARQ-PAG-DATA EQUAL ARQ-RSA-ULT-PAG-DATA
                       AND ARQ-PAG-NUMERO GREATER
                                               ARQ-RSA-ULT-PAG-RECIBO)
                           MOVE ARQ-PAG-NUMERO
                                TO ARQ-RSA-ULT-PAG-RECIBO
                           MOVE ARQ-PAG-DATA
                                TO ARQ-RSA-ULT-PAG-DATA
                           MOVE ARQ-PAG-VALOR
                                TO ARQ-RSA-ULT-PAG-VALOR
                       END-IF
                   END-IF
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0211-APURAR-PAGAMENTO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0212-APURAR-PARCELAS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- SITUACAO DO ACORDO DE RENEGOCIACAO DO RM: SEM -------
      *----------- PARCELAS = SEM ACORDO; TODAS PAGAS = QUITADO; -------
      *----------- ALGUMA VENCIDA EM ABERTO = ATRASADO; SENAO EM DIA ---

           MOVE ZEROS                          TO WRK-QTD-PARCELAS
           MOVE "N"                            TO WRK-PARC-VENCIDA
           MOVE "SEM ACORDO"                   TO ARQ-RSA-RENEG-SITUACAO

           MOVE ARQ-RM                         TO ARQ-PAR-RM
           MOVE ZEROS                          TO ARQ-PAR-SEQ

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-PARCELAS
                   GO TO 0212-APURAR-PARCELAS-99-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PARCELAS
           END-READ.

           PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS
                      OR ARQ-PAR-RM NOT EQUAL ARQ-RM

               ADD 1                           TO WRK-QTD-PARCELAS

               IF  ARQ-PAR-STATUS EQUAL "ABERTO"
                   ADD 1                       TO ARQ-RSA-RENEG-ABERTAS
                   ADD ARQ-PAR-VALOR           TO ARQ-RSA-RENEG-SALDO
                   IF  ARQ-PAR-VENCIMENTO LESS WRK-HOJE
                       MOVE "S"                TO WRK-PARC-VENCIDA
                   END-IF
               END-IF

               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PARCELAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PARCELAS.

           EVALUATE TRUE
               WHEN WRK-QTD-PARCELAS EQUAL ZEROS
                   MOVE "SEM ACORDO"           TO ARQ-RSA-RENEG-SITUACAO
               WHEN ARQ-RSA-RENEG-ABERTAS EQUAL ZEROS
                   MOVE "QUITADO"              TO ARQ-RSA-RENEG-SITUACAO
               WHEN WRK-PARC-VENCIDA EQUAL "S"
                   MOVE "ATRASADO"             TO ARQ-RSA-RENEG-SITUACAO
               WHEN OTHER
                   MOVE "EM DIA"               TO ARQ-RSA-RENEG-SITUACAO
           END-EVALUATE.

      *-----------------------------------------------------------------
       0212-APURAR-PARCELAS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0213-APURAR-NOTAS                                       SECTION.
      *-----------------------------------------------------------------
      *----------- MEDIA SIMPLES DAS NOTAS DAS DISCIPLINAS DO ----------
      *----------- SEMESTRE CORRENTE DO ALUNO --------------------------

           MOVE ZEROS                          TO WRK-SOMA-NOTAS

           MOVE ARQ-RM                         TO ARQ-NOTA-RM

           START NOTAS KEY IS EQUAL ARQ-NOTA-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-NOTAS
                   GO TO 0213-APURAR-NOTAS-99-FIM
           END-START.

           READ NOTAS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-NOTAS
           END-READ.

           PERFORM UNTIL FS-NOTAS NOT EQUAL ZEROS
                      OR ARQ-NOTA-RM NOT EQUAL ARQ-RM

               MOVE ARQ-NOTA-DISCIPLINA        TO WRK-DISC-ALVO
               PERFORM 0255-CONFERIR-DISCIPLINA

               IF  WRK-DISC-CORRENTE EQUAL "S"
                   ADD ARQ-NOTA-VALOR          TO WRK-SOMA-NOTAS
                   ADD 1                       TO ARQ-RSA-QTD-NOTAS
               END-IF

               READ NOTAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NOTAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-NOTAS.

           IF  ARQ-RSA-QTD-NOTAS GREATER ZEROS
               COMPUTE ARQ-RSA-MEDIA ROUNDED =
                       WRK-SOMA-NOTAS / ARQ-RSA-QTD-NOTAS
           END-IF.

      *-----------------------------------------------------------------
       0213-APURAR-NOTAS-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0214-APURAR-DEPENDENCIAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- DEPENDENCIAS AINDA NAO FECHADAS (ABERTO OU ----------
      *----------- CURSANDO) -------------------------------------------

           MOVE ARQ-RM                         TO ARQ-DEP-RM
           MOVE LOW-VALUES                     TO ARQ-DEP-DISCIPLINA

           START DEPEND KEY IS GREATER THAN OR EQUAL ARQ-DEP-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-DEPEND
                   GO TO 0214-APURAR-DEPENDENCIAS-99-FIM
           END-START.

           READ DEPEND NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DEPEND
           END-READ.

           PERFORM UNTIL FS-DEPEND NOT EQUAL ZEROS
                      OR ARQ-DEP-RM NOT EQUAL ARQ-RM

               IF  ARQ-DEP-STATUS EQUAL "ABERTO"
               OR  ARQ-DEP-STATUS EQUAL "CURSANDO"
                   ADD 1                       TO ARQ-RSA-QTD-DEPEND
               END-IF

               READ DEPEND NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPEND
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPEND.

      *-----------------------------------------------------------------
       0214-APURAR-DEPENDENCIAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-APURAR-REQUERIMENTOS                               SECTION.
      *-----------------------------------------------------------------
      *----------- PROTOCOLOS DO RM AINDA NAO ENCERRADOS E A SITUACAO --
      *----------- DO ULTIMO PROTOCOLO ABERTO --------------------------

           MOVE ARQ-RM                         TO ARQ-REQ-RM

           START REQUERIM KEY IS EQUAL ARQ-REQ-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-REQUERIM
                   GO TO 0215-APURAR-REQUERIMENTOS-99-FIM
           END-START.

           READ REQUERIM NEXT RECORD
               AT END
                   MOVE 9                      TO FS-REQUERIM
           END-READ.

           PERFORM UNTIL FS-REQUERIM NOT EQUAL ZEROS
                      OR ARQ-REQ-RM NOT EQUAL ARQ-RM

               IF  ARQ-REQ-STATUS EQUAL "AGUARDTAXA"
               OR  ARQ-REQ-STATUS EQUAL "ABERTO"
               OR  ARQ-REQ-STATUS EQUAL "ANDAMENTO"
                   ADD 1                       TO ARQ-RSA-QTD-REQ
               END-IF

               IF  ARQ-REQ-PROTOCOLO GREATER ARQ-RSA-ULT-PROTOCOLO
                   MOVE ARQ-REQ-PROTOCOLO      TO ARQ-RSA-ULT-PROTOCOLO
                   MOVE ARQ-REQ-STATUS        TO ARQ-RSA-ULT-REQ-STATUS
               END-IF

               READ REQUERIM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REQUERIM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-REQUERIM.

      *-----------------------------------------------------------------
       0215-APURAR-REQUERIMENTOS-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-APURAR-COBRANCAS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA CADA COBRANCA "ABERTO" NO RESUMO DO SEU RM: ----
      *----------- SALDO, A VENCIDA MAIS ANTIGA E A FATIA COM MAIS -----
      *----------- DE 90 DIAS DE ATRASO (COMO NO PROGKPIS) -------------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0230-APURAR-COBRANCAS-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0230-APURAR-COBRANCAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-STATUS EQUAL "ABERTO"
                   MOVE ARQ-MEN-RM             TO ARQ-RSA-RM
                   READ RESUMO KEY IS ARQ-RSA-RM
                       NOT INVALID KEY
                           PERFORM 0235-SOMAR-COBRANCA
                           REWRITE ARQ-DADOS-RESALUNO
                   END-READ
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0230-APURAR-COBRANCAS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-SOMAR-COBRANCA                                     SECTION.
      *-----------------------------------------------------------------

           ADD 1                               TO ARQ-RSA-QTD-ABERTAS
           ADD ARQ-MEN-VALOR                   TO ARQ-RSA-SALDO-ABERTO.

           IF  ARQ-MEN-VENCIMENTO NOT EQUAL SPACES
               MOVE ARQ-MEN-VENCIMENTO         TO WRK-VENCIMENTO
           ELSE
               MOVE ARQ-MEN-COMPETENCIA        TO WRK-VENC-ANOMES
               MOVE "10"                       TO WRK-VENC-DIA
           END-IF.

           IF  WRK-VENCIMENTO NOT LESS WRK-HOJE
               GO TO 0235-SOMAR-COBRANCA-99-FIM
           END-IF.

           ADD 1                               TO ARQ-RSA-QTD-VENCIDAS.

           IF  ARQ-RSA-VENC-ANTIGO EQUAL SPACES
           OR  WRK-VENCIMENTO LESS ARQ-RSA-VENC-ANTIGO
               MOVE WRK-VENCIMENTO             TO ARQ-RSA-VENC-ANTIGO
           END-IF.

           COMPUTE WRK-VENC-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-VENCIMENTO)).
           COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT - WRK-VENC-INT.

           IF  WRK-DIAS-ATRASO GREATER 90
               ADD ARQ-MEN-VALOR               TO ARQ-RSA-SALDO-90
           END-IF.

      *-----------------------------------------------------------------
       0235-SOMAR-COBRANCA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-APURAR-FALTAS                                      SECTION.
      *-----------------------------------------------------------------
           RETURN SORTFREQ
               AT END
                   GO TO 0240-APURAR-FALTAS-99-FIM
           END-RETURN.

           MOVE SD-FRE-RM                     TO WRK-ANT-RM
           MOVE SD-FRE-DISCIPLINA             TO WRK-ANT-DISCIPLINA
           PERFORM 0245-TROCAR-ALUNO.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               MOVE SD-FRE-RM                 TO WRK-COR-RM
               MOVE SD-FRE-DISCIPLINA         TO WRK-COR-DISCIPLINA

               IF  WRK-QUEBRA-CORRENTE NOT EQUAL WRK-QUEBRA-ANTERIOR
                   PERFORM 0242-FECHAR-DISCIPLINA
                   MOVE ZEROS                 TO WRK-QTD-AULAS
                                                  WRK-QTD-FALTAS
                                                  WRK-QTD-ABONADAS
                   IF  WRK-COR-RM NOT EQUAL WRK-ANT-RM
                       MOVE WRK-COR-RM        TO WRK-ANT-RM
                       PERFORM 0245-TROCAR-ALUNO
                   END-IF
                   MOVE WRK-QUEBRA-CORRENTE   TO WRK-QUEBRA-ANTERIOR
               END-IF

               IF  SD-FRE-PRESENCA EQUAL "A"
      *----------- FALTA ABONADA E JUSTIFICADA: FICA FORA DO -----------
      *----------- CALCULO DO PERCENTUAL -------------------------------
                   CALL "PROGABOV" USING SD-FRE-RM,
                        SD-FRE-DISCIPLINA, SD-FRE-DATA,
                        WRK-FALTA-ABONADA
                   IF  WRK-FALTA-ABONADA EQUAL "S"
                       ADD 1                  TO WRK-QTD-ABONADAS
                   ELSE
                       ADD 1                  TO WRK-QTD-AULAS
                       ADD 1                  TO WRK-QTD-FALTAS
                   END-IF
               ELSE
                   ADD 1                      TO WRK-QTD-AULAS
               END-IF

               RETURN SORTFREQ
                   AT END
                       MOVE 9                 TO FS-SORT
                       PERFORM 0242-FECHAR-DISCIPLINA
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0240-APURAR-FALTAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0242-FECHAR-DISCIPLINA                                  SECTION.
      *-----------------------------------------------------------------
      *----------- PERCENTUAL DA DUPLA ALUNO X DISCIPLINA ANTERIOR A ---
      *----------- QUEBRA (MESMA CONTA DO PROGREL7, COM O SEMESTRE -----
      *----------- DO PROPRIO ALUNO); FICA NO RESUMO O MAIOR -----------

           IF  WRK-ALUNO-OK NOT EQUAL "S"
               GO TO 0242-FECHAR-DISCIPLINA-99-FIM
           END-IF.

           MOVE WRK-ANT-DISCIPLINA             TO WRK-DISC-ALVO
           PERFORM 0255-CONFERIR-DISCIPLINA.

           IF  WRK-DISC-CORRENTE NOT EQUAL "S"
               GO TO 0242-FECHAR-DISCIPLINA-99-FIM
           END-IF.

           CALL "PROGAPLC" USING WRK-ANT-DISCIPLINA,
                WRK-ALU-SEMESTRE, WRK-HOJE, WRK-QTD-PLANEJADAS.

           IF  WRK-QTD-PLANEJADAS GREATER ZEROS
               IF  WRK-QTD-PLANEJADAS GREATER WRK-QTD-ABONADAS
                   COMPUTE WRK-QTD-AULAS =
                           WRK-QTD-PLANEJADAS - WRK-QTD-ABONADAS
               ELSE
                   MOVE WRK-QTD-FALTAS         TO WRK-QTD-AULAS
               END-IF
           END-IF.

           IF  WRK-QTD-AULAS EQUAL ZEROS
               GO TO 0242-FECHAR-DISCIPLINA-99-FIM
           END-IF.

           COMPUTE WRK-PERC-FALTAS ROUNDED =
                   WRK-QTD-FALTAS * 100 / WRK-QTD-AULAS.

           MOVE WRK-ANT-RM                     TO ARQ-RSA-RM
           READ RESUMO KEY IS ARQ-RSA-RM
               INVALID KEY
                   GO TO 0242-FECHAR-DISCIPLINA-99-FIM
           END-READ.

           IF  ARQ-RSA-RISCO-DISCIPLINA EQUAL SPACES
           OR  WRK-PERC-FALTAS GREATER ARQ-RSA-RISCO-PERC
               MOVE WRK-ANT-DISCIPLINA      TO ARQ-RSA-RISCO-DISCIPLINA
               MOVE WRK-QTD-AULAS              TO ARQ-RSA-RISCO-AULAS
               MOVE WRK-QTD-FALTAS             TO ARQ-RSA-RISCO-FALTAS
               MOVE WRK-PERC-FALTAS            TO ARQ-RSA-RISCO-PERC
               REWRITE ARQ-DADOS-RESALUNO
           END-IF.

      *-----------------------------------------------------------------
       0242-FECHAR-DISCIPLINA-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-TROCAR-ALUNO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- NOVO RM NA FREQUENCIA: CURSO, SEMESTRE E MATRIZ -----

           MOVE "N"                            TO WRK-ALUNO-OK

           MOVE WRK-ANT-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   GO TO 0245-TROCAR-ALUNO-99-FIM
           END-READ.

           MOVE "S"                            TO WRK-ALUNO-OK
           PERFORM 0250-LOCALIZAR-MATRIZ.

      *-----------------------------------------------------------------
       0245-TROCAR-ALUNO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-LOCALIZAR-MATRIZ                                   SECTION.
      *-----------------------------------------------------------------
      *----------- VERSAO DA MATRIZ QUE O ALUNO CORRENTE SEGUE E SE ----
      *----------- O CURSO TEM MATRIZ CADASTRADA -----------------------

           MOVE ARQ-CURSO                      TO WRK-ALU-CURSO
           MOVE ARQ-SEMESTRE                   TO WRK-ALU-SEMESTRE
           MOVE "N"                            TO WRK-MATRIZ-TEM-CURSO.

           IF  WRK-ABRIU-MATRIZ NOT EQUAL "S"
               GO TO 0250-LOCALIZAR-MATRIZ-99-FIM
           END-IF.

           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE WRK-ALU-CURSO                  TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                     TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-MAT-DISCIPLINA

           START MATRIZ KEY IS GREATER THAN OR EQUAL ARQ-MAT-CHAVE
               INVALID KEY
                   GO TO 0250-LOCALIZAR-MATRIZ-99-FIM
           END-START.

           READ MATRIZ NEXT RECORD
               AT END
                   GO TO 0250-LOCALIZAR-MATRIZ-99-FIM
           END-READ.

           IF  ARQ-MAT-CURSO EQUAL WRK-ALU-CURSO
           AND ARQ-MAT-VERSAO EQUAL WRK-VERSAO-MATRIZ
               MOVE "S"                        TO WRK-MATRIZ-TEM-CURSO
           END-IF.

      *-----------------------------------------------------------------
       0250-LOCALIZAR-MATRIZ-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-CONFERIR-DISCIPLINA                                SECTION.
      *-----------------------------------------------------------------
      *----------- A DISCIPLINA EM WRK-DISC-ALVO E DO SEMESTRE ---------
      *----------- CORRENTE DO ALUNO? (CURSO SEM MATRIZ = SEMPRE) ------

           MOVE "S"                            TO WRK-DISC-CORRENTE.

           IF  WRK-MATRIZ-TEM-CURSO NOT EQUAL "S"
               GO TO 0255-CONFERIR-DISCIPLINA-99-FIM
           END-IF.

           MOVE WRK-ALU-CURSO                  TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE WRK-ALU-SEMESTRE               TO ARQ-MAT-SEMESTRE
           MOVE WRK-DISC-ALVO                  TO ARQ-MAT-DISCIPLINA
           READ MATRIZ KEY IS ARQ-MAT-CHAVE
               INVALID KEY
                   MOVE "N"                    TO WRK-DISC-CORRENTE
           END-READ.

      *-----------------------------------------------------------------
       0255-CONFERIR-DISCIPLINA-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  MENSALID.

             CLOSE  PAGAMENTOS.

             CLOSE  PARCELAS.

             CLOSE  NOTAS.

             CLOSE  DEPEND.

             CLOSE  REQUERIM.

             IF  WRK-ABRIU-MATRIZ EQUAL "S"
                 CLOSE  MATRIZ
             END-IF.

             CLOSE  RESUMO.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

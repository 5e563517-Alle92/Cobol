       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGREPS.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: IMPORTAR O DEMONSTRATIVO MENSAL DE REPASSE DO
      *----    PROGRAMA DE FINANCIAMENTO (REPASSE.dat, LAYOUT BOKREPA)
      *----    E BAIXAR AS PARCELAS DO GOVERNO FATURADAS PELO PROGCOBR
      *----    (COBGOV.dat):
      *----    - VALOR IGUAL AO FATURADO: PARCELA PAGA;
      *----    - VALOR DIFERENTE: PARCELA DIVERGENTE, LISTADA;
      *----    - SITUACAO "SU": CONTRATO SUSPENSO EM FINANC.dat (AS
      *----      PROXIMAS COBRANCAS SAEM INTEIRAS PARA A FAMILIA).
      *----    AO FINAL LISTA AS PARCELAS DO PROGRAMA AINDA EM ABERTO
      *----    ATE A COMPETENCIA DO REPASSE: FATURADAS E NAO PAGAS, OU
      *----    DE CONTRATO SUSPENSO, A REFATURAR PARA A FAMILIA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- REPASSE           I             BOKREPA
      *---- FINANC            I/O           BOKFINA
      *---- COBGOV            I/O           BOKCGOV
      *---- RELREP            S              ----
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
           SELECT REPASSE ASSIGN TO WRK-PATH-REPASSE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-REPASSE.

           SELECT FINANC  ASSIGN TO WRK-PATH-FINANC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FIN-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-FIN-CONTRATO
                      WITH DUPLICATES
                  FILE STATUS IS FS-FINANC.

           SELECT COBGOV  ASSIGN TO WRK-PATH-COBGOV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CGV-CHAVE
                  FILE STATUS IS FS-COBGOV.

           SELECT RELREP ASSIGN TO WRK-PATH-RELREP
                  FILE STATUS IS FS-RELREP.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  REPASSE.
       COPY "BOKREPA".

       FD  FINANC.
       COPY "BOKFINA".

       FD  COBGOV.
       COPY "BOKCGOV".

      *-------------------- AREA DO RELATORIO DA CONCILIACAO -----------
       FD  RELREP.

       01  ARQ-RELREP                   PIC X(100).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-REPASSE                   PIC 9(02).
       77  FS-FINANC                    PIC 9(02).
       77  FS-COBGOV                    PIC 9(02).
       77  FS-RELREP                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- DADOS DO HEADER DO DEMONSTRATIVO ------------------
       77  WRK-PROGRAMA                 PIC X(06)    VALUE SPACES.
       77  WRK-COMPETENCIA              PIC X(06)    VALUE SPACES.
       77  WRK-DATA-CREDITO             PIC X(08)    VALUE SPACES.
       77  WRK-PATH-RELREP              PIC X(80).

      *------------- CONTRATO DO DETALHE LOCALIZADO EM FINANC ----------
       77  WRK-ACHOU-CONTRATO           PIC X(01)    VALUE SPACES.
       77  WRK-OCORRENCIA               PIC X(30)    VALUE SPACES.

      *------------- CONTADORES DA CONCILIACAO -------------------------
       77  WRK-QTD-LIDOS                PIC 9(06)    VALUE ZEROS.
       77  WRK-VAL-LIDO                 PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-BAIXADOS             PIC 9(06)    VALUE ZEROS.
       77  WRK-VAL-BAIXADO              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES          PIC 9(06)    VALUE ZEROS.
       77  WRK-VAL-DIVERGENTE           PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-SUSPENSOS            PIC 9(06)    VALUE ZEROS.
      *--- CONTRATO NAO CADASTRADO, REPASSE SEM PARCELA FATURADA, -----
      *--- REPASSE REPETIDO OU SITUACAO DESCONHECIDA -------------------
       77  WRK-QTD-REJEITADOS           PIC 9(06)    VALUE ZEROS.
       77  WRK-VAL-REJEITADO            PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-NAOPAGOS             PIC 9(06)    VALUE ZEROS.
       77  WRK-VAL-NAOPAGO              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-REFATURAR            PIC 9(06)    VALUE ZEROS.
       77  WRK-VAL-REFATURAR            PIC 9(10)V99 VALUE ZEROS.

      *------------- TRAILER DO DEMONSTRATIVO --------------------------
       77  WRK-TEM-TRAILER              PIC X(01)    VALUE "N".
       77  WRK-TRL-QTD                  PIC 9(06)    VALUE ZEROS.
       77  WRK-TRL-VALOR                PIC 9(10)V99 VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-MOVTO.
           05 WRK-LM-DESCRICAO          PIC X(45).
           05 WRK-LM-QTD-ED             PIC Z(05)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LM-VALOR-ED           PIC Z(09)9,99.

       01  WRK-CABECALHO-OCORR.
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(16) VALUE "CONTRATO".
           05 FILLER                    PIC X(07) VALUE "COMPET".
           05 FILLER                    PIC X(11) VALUE "  FATURADO".
           05 FILLER                    PIC X(11) VALUE " REPASSADO".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(30) VALUE "OCORRENCIA".

       01  WRK-LINHA-OCORR.
           05 WRK-LO-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LO-CONTRATO           PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LO-COMPETENCIA        PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LO-FATURADO-ED        PIC Z(06)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LO-REPASSADO-ED       PIC Z(06)9,99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LO-OCORRENCIA         PIC X(30).

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
                  "CONCILIACAO DO REPASSE DO GOVERNO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "PROCESSAR O DEMONSTRATIVO DE REPASSE (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 55 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "PROGRAMA / COMPET....".
           05 LINE  12 COLUMN 55 FROM  WRK-PROGRAMA.
           05 LINE  12 COLUMN 62 FROM  WRK-COMPETENCIA.
           05 LINE  13 COLUMN 30 VALUE "PARCELAS BAIXADAS....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-BAIXADOS.
           05 LINE  14 COLUMN 30 VALUE "VALOR DIVERGENTE.....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-DIVERGENTES.
           05 LINE  15 COLUMN 30 VALUE "CONTRATOS SUSPENSOS..".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-SUSPENSOS.
           05 LINE  16 COLUMN 30 VALUE "DETALHES REJEITADOS..".
           05 LINE  16 COLUMN 55 FROM  WRK-QTD-REJEITADOS.
           05 LINE  17 COLUMN 30 VALUE "FATURADOS NAO PAGOS..".
           05 LINE  17 COLUMN 55 FROM  WRK-QTD-NAOPAGOS.
           05 LINE  18 COLUMN 30 VALUE "REFATURAR A FAMILIA..".
           05 LINE  18 COLUMN 55 FROM  WRK-QTD-REFATURAR.

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

      *----------- ABERTURA DO DEMONSTRATIVO DE REPASSE ----------------
            OPEN INPUT REPASSE.

            IF  FS-REPASSE NOT EQUAL 0
                EVALUATE FS-REPASSE
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

      *----------- ABERTURA DO FINANCIAMENTO ESTUDANTIL ----------------
            OPEN I-O FINANC.

            IF  FS-FINANC NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE REPASSE
                GOBACK
            END-IF.

      *----------- ABERTURA DAS PARCELAS DO GOVERNO --------------------
            OPEN I-O COBGOV.

            IF  FS-COBGOV EQUAL 35
                OPEN OUTPUT COBGOV
                CLOSE       COBGOV
                OPEN I-O    COBGOV
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

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA

      *----------- O PRIMEIRO REGISTRO E O HEADER COM O PROGRAMA E A --
      *----------- COMPETENCIA DO REPASSE ------------------------------
           READ REPASSE
               AT END
                   MOVE 9                      TO FS-REPASSE
           END-READ.

           IF  FS-REPASSE NOT EQUAL ZEROS
           OR  ARQ-RPS-TIPO NOT EQUAL "0"
               MOVE WRK-MSG-REP-HEADER         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE ARQ-RPS-PROGRAMA               TO WRK-PROGRAMA
           MOVE ARQ-RPS-COMP-REPASSE           TO WRK-COMPETENCIA
           MOVE ARQ-RPS-DATA-CREDITO           TO WRK-DATA-CREDITO

           IF  WRK-PROGRAMA NOT EQUAL "FIES"
           AND WRK-PROGRAMA NOT EQUAL "PROUNI"
               MOVE WRK-MSG-FIN-PROGRAMA       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *------------- MONTA NOME DO RELATORIO COM O PROGRAMA, A ---------
      *------------- COMPETENCIA E A DATA/HORA DA GERACAO --------------
           STRING FUNCTION TRIM(WRK-PATH-BASE) "REPASSE_"
                  WRK-PROGRAMA DELIMITED BY SPACE
                  "_" WRK-COMPETENCIA "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELREP

           OPEN OUTPUT RELREP.

           MOVE SPACES                         TO ARQ-RELREP
           STRING "CONCILIACAO DO REPASSE " WRK-PROGRAMA
                  " - COMPETENCIA " WRK-COMPETENCIA
                  " - CREDITO EM " WRK-DATA-CREDITO
                  DELIMITED BY SIZE INTO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE SPACES                         TO ARQ-RELREP
           WRITE ARQ-RELREP.
           MOVE "OCORRENCIAS DO DEMONSTRATIVO" TO ARQ-RELREP
           WRITE ARQ-RELREP.
           MOVE WRK-CABECALHO-OCORR            TO ARQ-RELREP
           WRITE ARQ-RELREP.

           READ REPASSE
               AT END
                   MOVE 9                      TO FS-REPASSE
           END-READ.

      *--------------------- AREA DE VARREDURA DO DEMONSTRATIVO --------
           PERFORM UNTIL FS-REPASSE NOT EQUAL ZEROS

               EVALUATE ARQ-RPS-TIPO
                   WHEN "1"
                       PERFORM 0210-TRATAR-CONTRATO
                   WHEN "9"
                       MOVE "S"                TO WRK-TEM-TRAILER
                       MOVE ARQ-RPS-QTD-CONTRATOS TO WRK-TRL-QTD
                       MOVE ARQ-RPS-VALOR-TOTAL   TO WRK-TRL-VALOR
               END-EVALUATE

               READ REPASSE
                   AT END
                       MOVE 9                  TO FS-REPASSE
               END-READ

           END-PERFORM.

      *----------- PARCELAS DO PROGRAMA QUE CONTINUAM EM ABERTO --------
           PERFORM 0250-LISTAR-PENDENTES.
           PERFORM 0260-IMPRIMIR-RESUMO.

           CLOSE RELREP.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGREPS"                     TO ARQ-LOG-PROGRAMA
           MOVE "CONCILIACAO DO REPASSE"       TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LIDOS                  TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELREP                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-MSG-REP-BAIXADO            TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-TRATAR-CONTRATO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- UM DETALHE DO DEMONSTRATIVO: LOCALIZA O CONTRATO ---
      *----------- DO PROGRAMA E BAIXA OU SUSPENDE ---------------------

           ADD 1                               TO WRK-QTD-LIDOS
           ADD ARQ-RPS-VALOR                   TO WRK-VAL-LIDO

           MOVE SPACES                         TO WRK-LO-RM
           MOVE ARQ-RPS-CONTRATO               TO WRK-LO-CONTRATO
           MOVE ARQ-RPS-COMPETENCIA            TO WRK-LO-COMPETENCIA
           MOVE ZEROS                          TO WRK-LO-FATURADO-ED
           MOVE ARQ-RPS-VALOR                  TO WRK-LO-REPASSADO-ED

           PERFORM 0215-LOCALIZAR-CONTRATO.

           IF  WRK-ACHOU-CONTRATO NOT EQUAL "S"
               MOVE "CONTRATO NAO CADASTRADO"  TO WRK-OCORRENCIA
               PERFORM 0240-REJEITAR
               GO TO 0210-TRATAR-CONTRATO-99-FIM
           END-IF.

           MOVE ARQ-FIN-RM                     TO WRK-LO-RM

      *----------- CONTRATO SUSPENSO PELO PROGRAMA: AS PROXIMAS --------
      *----------- COBRANCAS SAEM INTEIRAS PARA A FAMILIA --------------
           IF  ARQ-RPS-SITUACAO EQUAL "SU"
               IF  ARQ-FIN-STATUS NOT EQUAL "SUSPENSO"
                   MOVE "SUSPENSO"             TO ARQ-FIN-STATUS
                   MOVE WRK-DATA-HORA(1:8)     TO ARQ-FIN-DATA-SUSP
                   MOVE WRK-DATA-HORA(1:8)     TO ARQ-FIN-DATA-ATUAL
                   MOVE LNK-OPERADOR           TO ARQ-FIN-OPERADOR
                   REWRITE ARQ-DADOS-FINANC
               END-IF
               ADD 1                           TO WRK-QTD-SUSPENSOS
               MOVE "CONTRATO SUSPENSO NO PROGRAMA"
                                               TO WRK-LO-OCORRENCIA
               MOVE WRK-LINHA-OCORR            TO ARQ-RELREP
               WRITE ARQ-RELREP
               GO TO 0210-TRATAR-CONTRATO-99-FIM
           END-IF.

           IF  ARQ-RPS-SITUACAO NOT EQUAL "00"
               MOVE SPACES                     TO WRK-OCORRENCIA
               STRING "SITUACAO " ARQ-RPS-SITUACAO
                      " DESCONHECIDA"
                      DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 0240-REJEITAR
               GO TO 0210-TRATAR-CONTRATO-99-FIM
           END-IF.

      *----------- REPASSE PAGO: BAIXA A PARCELA DA COMPETENCIA --------
           MOVE ARQ-FIN-RM                     TO ARQ-CGV-RM
           MOVE ARQ-RPS-COMPETENCIA            TO ARQ-CGV-COMPETENCIA
           MOVE WRK-PROGRAMA                   TO ARQ-CGV-PROGRAMA
           READ COBGOV KEY IS ARQ-CGV-CHAVE
               INVALID KEY
                   MOVE "REPASSE SEM PARCELA FATURADA"
                                               TO WRK-OCORRENCIA
                   PERFORM 0240-REJEITAR
                   GO TO 0210-TRATAR-CONTRATO-99-FIM
           END-READ.

           MOVE ARQ-CGV-VALOR                  TO WRK-LO-FATURADO-ED

           IF  ARQ-CGV-STATUS NOT EQUAL "ABERTO"
               MOVE "REPASSE JA BAIXADO"       TO WRK-OCORRENCIA
               PERFORM 0240-REJEITAR
               GO TO 0210-TRATAR-CONTRATO-99-FIM
           END-IF.

           MOVE ARQ-RPS-VALOR                  TO ARQ-CGV-VALOR-PAGO
           MOVE WRK-DATA-CREDITO               TO ARQ-CGV-DATA-REPASSE

           IF  ARQ-RPS-VALOR EQUAL ARQ-CGV-VALOR
               MOVE "PAGO"                     TO ARQ-CGV-STATUS
               ADD 1                           TO WRK-QTD-BAIXADOS
               ADD ARQ-RPS-VALOR               TO WRK-VAL-BAIXADO
           ELSE
               MOVE "DIVERGENTE"               TO ARQ-CGV-STATUS
               ADD 1                           TO WRK-QTD-DIVERGENTES
               ADD ARQ-RPS-VALOR               TO WRK-VAL-DIVERGENTE
               MOVE "VALOR REPASSADO DIVERGENTE"
                                               TO WRK-LO-OCORRENCIA
               MOVE WRK-LINHA-OCORR            TO ARQ-RELREP
               WRITE ARQ-RELREP
           END-IF.

           REWRITE ARQ-DADOS-COBGOV.

      *-----------------------------------------------------------------
       0210-TRATAR-CONTRATO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-LOCALIZAR-CONTRATO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA PELA CHAVE ALTERNATIVA O CONTRATO DO -------
      *----------- DETALHE NO PROGRAMA DO DEMONSTRATIVO ----------------

           MOVE "N"                            TO WRK-ACHOU-CONTRATO
           MOVE ARQ-RPS-CONTRATO               TO ARQ-FIN-CONTRATO

           START FINANC KEY IS EQUAL ARQ-FIN-CONTRATO
               INVALID KEY
                   GO TO 0215-LOCALIZAR-CONTRATO-99-FIM
           END-START.

           READ FINANC NEXT RECORD
               AT END
                   GO TO 0215-LOCALIZAR-CONTRATO-99-FIM
           END-READ.

           PERFORM UNTIL FS-FINANC NOT EQUAL ZEROS
                      OR WRK-ACHOU-CONTRATO EQUAL "S"
                      OR ARQ-FIN-CONTRATO NOT EQUAL ARQ-RPS-CONTRATO

               IF  ARQ-FIN-PROGRAMA EQUAL WRK-PROGRAMA
                   MOVE "S"                    TO WRK-ACHOU-CONTRATO
               ELSE
                   READ FINANC NEXT RECORD
                       AT END
                           MOVE 9              TO FS-FINANC
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-FINANC.

      *-----------------------------------------------------------------
       0215-LOCALIZAR-CONTRATO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-REJEITAR                                           SECTION.
      *-----------------------------------------------------------------
      *----------- DETALHE QUE NAO BAIXA NENHUMA PARCELA: VAI PARA ----
      *----------- O RELATORIO COM O MOTIVO ----------------------------

           ADD 1                               TO WRK-QTD-REJEITADOS
           ADD ARQ-RPS-VALOR                   TO WRK-VAL-REJEITADO
           MOVE WRK-OCORRENCIA                 TO WRK-LO-OCORRENCIA
           MOVE WRK-LINHA-OCORR                TO ARQ-RELREP
           WRITE ARQ-RELREP.

      *-----------------------------------------------------------------
       0240-REJEITAR-99-FIM                                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-LISTAR-PENDENTES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PARCELAS DO PROGRAMA AINDA EM ABERTO ATE A ---------
      *----------- COMPETENCIA DO REPASSE: CONTRATO SUSPENSO VAI PARA --
      *----------- REFATURAMENTO DA FAMILIA; OS DEMAIS FORAM ----------
      *----------- FATURADOS E NAO PAGOS PELO PROGRAMA ----------------

           MOVE SPACES                         TO ARQ-RELREP
           WRITE ARQ-RELREP.
           MOVE "PARCELAS EM ABERTO ATE A COMPETENCIA"
                                               TO ARQ-RELREP
           WRITE ARQ-RELREP.
           MOVE WRK-CABECALHO-OCORR            TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE LOW-VALUES                     TO ARQ-CGV-CHAVE

           START COBGOV KEY IS GREATER THAN OR EQUAL ARQ-CGV-CHAVE
               INVALID KEY
                   GO TO 0250-LISTAR-PENDENTES-99-FIM
           END-START.

           READ COBGOV NEXT RECORD
               AT END
                   GO TO 0250-LISTAR-PENDENTES-99-FIM
           END-READ.

           PERFORM UNTIL FS-COBGOV NOT EQUAL ZEROS

               IF  ARQ-CGV-PROGRAMA    EQUAL WRK-PROGRAMA
               AND ARQ-CGV-STATUS      EQUAL "ABERTO"
               AND ARQ-CGV-COMPETENCIA NOT GREATER WRK-COMPETENCIA
                   PERFORM 0255-CLASSIFICAR-PENDENTE
               END-IF

               READ COBGOV NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COBGOV
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COBGOV.

      *-----------------------------------------------------------------
       0250-LISTAR-PENDENTES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-CLASSIFICAR-PENDENTE                               SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-CGV-RM                     TO WRK-LO-RM
           MOVE ARQ-CGV-CONTRATO               TO WRK-LO-CONTRATO
           MOVE ARQ-CGV-COMPETENCIA            TO WRK-LO-COMPETENCIA
           MOVE ARQ-CGV-VALOR                  TO WRK-LO-FATURADO-ED
           MOVE ZEROS                          TO WRK-LO-REPASSADO-ED

           MOVE ARQ-CGV-RM                     TO ARQ-FIN-RM
           MOVE ARQ-CGV-PROGRAMA               TO ARQ-FIN-PROGRAMA
           READ FINANC KEY IS ARQ-FIN-CHAVE
               INVALID KEY
                   MOVE SPACES                 TO ARQ-FIN-STATUS
           END-READ.

           IF  ARQ-FIN-STATUS EQUAL "SUSPENSO"
               ADD 1                           TO WRK-QTD-REFATURAR
               ADD ARQ-CGV-VALOR               TO WRK-VAL-REFATURAR
               MOVE "SUSPENSO - REFATURAR FAMILIA"
                                               TO WRK-LO-OCORRENCIA
           ELSE
               ADD 1                           TO WRK-QTD-NAOPAGOS
               ADD ARQ-CGV-VALOR               TO WRK-VAL-NAOPAGO
               MOVE "FATURADO E NAO PAGO"      TO WRK-LO-OCORRENCIA
           END-IF.

           MOVE WRK-LINHA-OCORR                TO ARQ-RELREP
           WRITE ARQ-RELREP.

      *-----------------------------------------------------------------
       0255-CLASSIFICAR-PENDENTE-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-IMPRIMIR-RESUMO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- RESUMO DA CONCILIACAO E CONFERENCIA DO TRAILER ------

           MOVE SPACES                         TO ARQ-RELREP
           WRITE ARQ-RELREP.
           MOVE "RESUMO DA CONCILIACAO"        TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE "DETALHES LIDOS NO DEMONSTRATIVO"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-LIDOS                  TO WRK-LM-QTD-ED
           MOVE WRK-VAL-LIDO                   TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE "PARCELAS BAIXADAS (PAGO)"     TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-BAIXADOS               TO WRK-LM-QTD-ED
           MOVE WRK-VAL-BAIXADO                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE "REPASSADO COM VALOR DIVERGENTE"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-DIVERGENTES            TO WRK-LM-QTD-ED
           MOVE WRK-VAL-DIVERGENTE             TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE "CONTRATOS SUSPENSOS NO DEMONSTRATIVO"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-SUSPENSOS              TO WRK-LM-QTD-ED
           MOVE ZEROS                          TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE "DETALHES REJEITADOS"          TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-REJEITADOS             TO WRK-LM-QTD-ED
           MOVE WRK-VAL-REJEITADO              TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE "FATURADO AO PROGRAMA E NAO PAGO"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-NAOPAGOS               TO WRK-LM-QTD-ED
           MOVE WRK-VAL-NAOPAGO                TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELREP
           WRITE ARQ-RELREP.

           MOVE "CONTRATO SUSPENSO - REFATURAR A FAMILIA"
                                               TO WRK-LM-DESCRICAO
           MOVE WRK-QTD-REFATURAR              TO WRK-LM-QTD-ED
           MOVE WRK-VAL-REFATURAR              TO WRK-LM-VALOR-ED
           MOVE WRK-LINHA-MOVTO                TO ARQ-RELREP
           WRITE ARQ-RELREP.

      *----------- O TRAILER DO PROGRAMA DEVE BATER COM OS DETALHES ---
           IF  WRK-TEM-TRAILER NOT EQUAL "S"
               MOVE "DEMONSTRATIVO SEM TRAILER" TO ARQ-RELREP
               WRITE ARQ-RELREP
               GO TO 0260-IMPRIMIR-RESUMO-99-FIM
           END-IF.

           IF  WRK-TRL-QTD   NOT EQUAL WRK-QTD-LIDOS
           OR  WRK-TRL-VALOR NOT EQUAL WRK-VAL-LIDO
               MOVE "TRAILER NAO CONFERE COM OS DETALHES"
                                               TO WRK-LM-DESCRICAO
               MOVE WRK-TRL-QTD                TO WRK-LM-QTD-ED
               MOVE WRK-TRL-VALOR              TO WRK-LM-VALOR-ED
               MOVE WRK-LINHA-MOVTO            TO ARQ-RELREP
               WRITE ARQ-RELREP
           END-IF.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-RESUMO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  REPASSE.

             CLOSE  FINANC.

              IF  FS-FINANC NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  COBGOV.

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

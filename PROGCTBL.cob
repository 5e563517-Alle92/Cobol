      *----    O ARQUIVO DE LANCAMENTOS PARA IMPORTACAO NO ESCRITORIO
      *----    CONTABIL. FORMA SEM CONTA NO PLANO OU TOTAL DE DEBITO
      *----    DIFERENTE DO DE CREDITO IMPEDEM O FECHAMENTO DO MES.
      *----    RECIBO PAGO ANTES DA SUA COMPETENCIA NAO E RECEITA: ENTRA
      *----    NO MES DO RECEBIMENTO PELO EVENTO ANTECIPA (CAIXA CONTRA
      *----    RECEITA DIFERIDA) E O MOVIMENTO DA APURACAO DO DIFERIDO
      *----    (PROGDIFR - DIFMOV.dat) SAI NOS EVENTOS RECONHEC, DIFCRED
      *----    E CANCDIF. SEM A APURACAO DA COMPETENCIA O MES NAO FECHA.
      *----    AS DEVOLUCOES PAGAS AO ALUNO POR ORDEM DE PAGAMENTO
      *----    (ORDPAG.dat) SAEM NO EVENTO DEVCRED (SALDO CREDOR AINDA
      *----    DIFERIDO, VIA DIFMOV.dat) OU NO EVENTO PAGREEMB
      *----    (REEMBOLSO A PAGAR BAIXADO CONTRA O BANCO).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- PAGAMENTOS        I             BOKPAG
      *---- REEMBOLSO         I             BOKREMB
      *---- PLANOCTA          I             BOKPLC
      *---- DIFMOV            I             BOKDIFM
      *---- ORDPAG            I             BOKORDP
      *---- LANCAM            O             BOKLANC
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  RECORD KEY IS ARQ-PLC-CHAVE
                  FILE STATUS IS FS-PLANOCTA.

      *----------- MOVIMENTO DA RECEITA DIFERIDA (PROGDIFR) ------------
           SELECT DIFMOV  ASSIGN TO WRK-PATH-DIFMOV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DFM-CHAVE
                  FILE STATUS IS FS-DIFMOV.

      *----------- ORDENS DE PAGAMENTO DE DEVOLUCAO (PROGOPAG) ---------
           SELECT ORDPAG  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDPAG.

      *----------- ARQUIVO DE LANCAMENTOS GERADO PARA O CONTADOR -------
           SELECT LANCAM  ASSIGN TO WRK-PATH-LANCAM
                  ORGANIZATION IS LINE SEQUENTIAL
       FD  PLANOCTA.
       COPY "BOKPLC".

       FD  DIFMOV.
       COPY "BOKDIFM".

       FD  ORDPAG.
       COPY "BOKORDP".

       FD  LANCAM.
       COPY "BOKLANC".

       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-REEMBOLSO                 PIC 9(02).
       77  FS-PLANOCTA                  PIC 9(02).
       77  FS-DIFMOV                    PIC 9(02).
       77  FS-ORDPAG                    PIC 9(02).
       77  FS-LANCAM                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-FORMA-OK                 PIC X(01) VALUE SPACES.

      *------------- RECEBIDO ANTECIPADO DO MES POR FORMA (ANTECIPA) ---
      *--- RECIBO CUJA COMPETENCIA E POSTERIOR AO MES DO RECEBIMENTO; --
      *--- COM SINAL, COMO A TABELA DE TOTAIS POR FORMA ----------------
       01  WRK-TAB-ANTEC.
           05 WRK-ANTEC-ITEM OCCURS 20 TIMES INDEXED BY IX-ANTEC.
               10 WRK-TA-FORMA          PIC X(10).
               10 WRK-TA-VALOR          PIC S9(10)V99.

       77  WRK-QTD-ANTEC                PIC 9(02) VALUE ZEROS.
       77  WRK-MES-RECIBO               PIC X(06) VALUE SPACES.

      *------------- MOVIMENTO DA RECEITA DIFERIDA DA COMPETENCIA ------
      *--- WRK-DIF-APURADA = "S": PROGDIFR JA APUROU A COMPETENCIA -----
       77  WRK-DIF-APURADA              PIC X(01) VALUE "N".
       77  WRK-ABRIU-DIFMOV             PIC X(01) VALUE "N".
       77  WRK-TOT-RECONHEC             PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DIFCRED              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CANCDIF              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DEVCRED              PIC 9(10)V99 VALUE ZEROS.

      *------------- DEVOLUCOES PAGAS CONTRA REEMBOLSO A PAGAR ---------
       77  WRK-ABRIU-ORDPAG             PIC X(01) VALUE "N".
       77  WRK-TOT-PAGREEMB             PIC 9(10)V99 VALUE ZEROS.
       77  WRK-EVENTO-LANCTO            PIC X(10) VALUE SPACES.
       77  WRK-HIST-LANCTO              PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
                GOBACK
            END-IF.

      *----------- MOVIMENTO DA RECEITA DIFERIDA: SEM O ARQUIVO A -----
      *----------- COMPETENCIA FICA COMO NAO APURADA -------------------
            OPEN INPUT DIFMOV.

            IF  FS-DIFMOV EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-DIFMOV
            END-IF.

      *----------- ORDENS DE PAGAMENTO: SEM O ARQUIVO NAO HOUVE -------
      *----------- DEVOLUCAO PAGA --------------------------------------
            OPEN INPUT ORDPAG.

            IF  FS-ORDPAG EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-ORDPAG
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

                   PERFORM 0220-ACUMULAR-REEMBOLSOS
           END-START.

      *--------------------- AREA DO MOVIMENTO DO DIFERIDO -------------
           PERFORM 0225-ACUMULAR-DIFERIDO.
           PERFORM 0227-ACUMULAR-DEVOLUCOES.

      *----------- TODA FORMA MOVIMENTADA PRECISA DE CONTA NO PLANO ----
           PERFORM 0230-CONFERIR-PLANO.

               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- A RECEITA DIFERIDA DA COMPETENCIA PRECISA ESTAR -----
      *----------- APURADA (PROGDIFR) ANTES DA EXPORTACAO --------------
           IF  WRK-DIF-APURADA NOT EQUAL "S"
               MOVE WRK-MSG-DIF-NAOAPUR        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM A COMPETENCIA -----------
           STRING FUNCTION TRIM(WRK-PATH-BASE) "LANCAMENTOS_"
                  WRK-COMPETENCIA ".dat"
                   MOVE ARQ-PAG-COMPET         TO WRK-COMPET-RECIBO
               END-IF

      *----------- RECIBO ANTECIPADO (COMPETENCIA POSTERIOR AO MES -----
      *----------- DO RECEBIMENTO) ENTRA NO MES DO RECEBIMENTO COMO ----
      *----------- RECEITA DIFERIDA; A RECEITA VEM DO PROGDIFR ---------
               MOVE ARQ-PAG-DATA(1:6)          TO WRK-MES-RECIBO

               IF  ARQ-PAG-PARCELA EQUAL ZEROS
               AND WRK-COMPET-RECIBO GREATER WRK-MES-RECIBO
                   IF  WRK-MES-RECIBO EQUAL WRK-COMPETENCIA
                       PERFORM 0217-ACUMULAR-ANTECIPADO
                   END-IF
               ELSE
                   IF  WRK-COMPET-RECIBO EQUAL WRK-COMPETENCIA
                       PERFORM 0215-ACUMULAR-FORMA
                   END-IF
               END-IF

               READ PAGAMENTOS NEXT RECORD
       0215-ACUMULAR-FORMA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0217-ACUMULAR-ANTECIPADO                                SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA (OU INCLUI) A FORMA DO RECIBO ANTECIPADO ---
      *----------- NA TABELA DO EVENTO ANTECIPA ------------------------

           MOVE "S"                            TO WRK-FORMA-OK
           SET IX-ANTEC                        TO 1
           SEARCH WRK-ANTEC-ITEM
               AT END
                   IF  WRK-QTD-ANTEC LESS 20
                       ADD 1                   TO WRK-QTD-ANTEC
                       SET IX-ANTEC            TO WRK-QTD-ANTEC
                       MOVE ARQ-PAG-FORMA TO WRK-TA-FORMA (IX-ANTEC)
                       MOVE ZEROS         TO WRK-TA-VALOR (IX-ANTEC)
                   ELSE
                       MOVE "N"                TO WRK-FORMA-OK
                   END-IF
               WHEN WRK-TA-FORMA (IX-ANTEC) EQUAL ARQ-PAG-FORMA
                   CONTINUE
           END-SEARCH.

           IF  WRK-FORMA-OK EQUAL "S"
               IF  ARQ-PAG-TIPO EQUAL "ES"
                   SUBTRACT ARQ-PAG-VALOR FROM WRK-TA-VALOR (IX-ANTEC)
               ELSE
                   ADD ARQ-PAG-VALOR      TO WRK-TA-VALOR (IX-ANTEC)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       0217-ACUMULAR-ANTECIPADO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-ACUMULAR-REEMBOLSOS                                SECTION.
      *-----------------------------------------------------------------
       0220-ACUMULAR-REEMBOLSOS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-ACUMULAR-DIFERIDO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE A APURACAO DA COMPETENCIA (SEQUENCIA ZERO) --
      *----------- E TOTALIZA O MOVIMENTO DO DIFERIDO POR EVENTO -------

           IF  WRK-ABRIU-DIFMOV NOT EQUAL "S"
               GO TO 0225-ACUMULAR-DIFERIDO-99-FIM
           END-IF.

           MOVE WRK-COMPETENCIA                TO ARQ-DFM-COMPETENCIA
           MOVE ZEROS                          TO ARQ-DFM-SEQ

           READ DIFMOV KEY IS ARQ-DFM-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-DIFMOV
                   GO TO 0225-ACUMULAR-DIFERIDO-99-FIM
           END-READ.

           MOVE "S"                            TO WRK-DIF-APURADA.

           READ DIFMOV NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DIFMOV
           END-READ.

           PERFORM UNTIL FS-DIFMOV NOT EQUAL ZEROS
                      OR ARQ-DFM-COMPETENCIA NOT EQUAL WRK-COMPETENCIA

               EVALUATE ARQ-DFM-EVENTO
                   WHEN "RECONHEC"
                       ADD ARQ-DFM-VALOR       TO WRK-TOT-RECONHEC
                   WHEN "DIFCRED"
                       ADD ARQ-DFM-VALOR       TO WRK-TOT-DIFCRED
                   WHEN "CANCDIF"
                       ADD ARQ-DFM-VALOR       TO WRK-TOT-CANCDIF
                   WHEN "DEVCRED"
                       ADD ARQ-DFM-VALOR       TO WRK-TOT-DEVCRED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ DIFMOV NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DIFMOV
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DIFMOV.

      *-----------------------------------------------------------------
       0225-ACUMULAR-DIFERIDO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0227-ACUMULAR-DEVOLUCOES                                SECTION.
      *-----------------------------------------------------------------
      *----------- TOTALIZA AS DEVOLUCOES PAGAS QUE BAIXAM O ----------
      *----------- REEMBOLSO A PAGAR: ORDEM DE REEMBOLSO PAGA NO MES --
      *----------- E ORDEM DE SALDO CREDOR JA CANCELADO, MARCADA NA ---
      *----------- APURACAO DO DIFERIDO DA COMPETENCIA (PASSIVO "R") --

           IF  WRK-ABRIU-ORDPAG NOT EQUAL "S"
               GO TO 0227-ACUMULAR-DEVOLUCOES-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-ORD-NUMERO

           START ORDPAG KEY IS GREATER THAN OR EQUAL ARQ-ORD-NUMERO
               INVALID KEY
                   GO TO 0227-ACUMULAR-DEVOLUCOES-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   GO TO 0227-ACUMULAR-DEVOLUCOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS

               IF  ARQ-ORD-STATUS EQUAL "PAGO"
                   IF  ARQ-ORD-ORIGEM EQUAL "R"
                   AND ARQ-ORD-DATA-PAGTO (1:6) EQUAL WRK-COMPETENCIA
                       ADD ARQ-ORD-VALOR       TO WRK-TOT-PAGREEMB
                   END-IF
                   IF  ARQ-ORD-ORIGEM   EQUAL "C"
                   AND ARQ-ORD-PASSIVO  EQUAL "R"
                   AND ARQ-ORD-COMP-DIF EQUAL WRK-COMPETENCIA
                       ADD ARQ-ORD-VALOR       TO WRK-TOT-PAGREEMB
                   END-IF
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0227-ACUMULAR-DEVOLUCOES-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFERIR-PLANO                                     SECTION.
      *-----------------------------------------------------------------
               END-READ
           END-IF.

      *----------- RECEBIDO ANTECIPADO: EVENTO ANTECIPA POR FORMA ------
           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-ANTEC
                      OR WRK-PLANO-OK EQUAL "N"

               IF  WRK-TA-VALOR (WRK-IX) NOT EQUAL ZEROS
                   MOVE "ANTECIPA"             TO ARQ-PLC-EVENTO
                   MOVE WRK-TA-FORMA (WRK-IX)  TO ARQ-PLC-FORMA
                   READ PLANOCTA KEY IS ARQ-PLC-CHAVE
                       INVALID KEY
                           MOVE "N"            TO WRK-PLANO-OK
                           MOVE WRK-TA-FORMA (WRK-IX)
                                               TO WRK-FORMA-SEMCONTA
                   END-READ
               END-IF

           END-PERFORM.

      *----------- EVENTOS DO DIFERIDO: A FORMA E O PROPRIO EVENTO, ----
      *----------- COMO NO REEMBOLSO -----------------------------------
           IF  WRK-PLANO-OK EQUAL "S"
           AND WRK-TOT-RECONHEC GREATER ZEROS
               MOVE "RECONHEC"                 TO WRK-EVENTO-LANCTO
               PERFORM 0235-CONFERIR-EVENTO
           END-IF.

           IF  WRK-PLANO-OK EQUAL "S"
           AND WRK-TOT-DIFCRED GREATER ZEROS
               MOVE "DIFCRED"                  TO WRK-EVENTO-LANCTO
               PERFORM 0235-CONFERIR-EVENTO
           END-IF.

           IF  WRK-PLANO-OK EQUAL "S"
           AND WRK-TOT-CANCDIF GREATER ZEROS
               MOVE "CANCDIF"                  TO WRK-EVENTO-LANCTO
               PERFORM 0235-CONFERIR-EVENTO
           END-IF.

           IF  WRK-PLANO-OK EQUAL "S"
           AND WRK-TOT-DEVCRED GREATER ZEROS
               MOVE "DEVCRED"                  TO WRK-EVENTO-LANCTO
               PERFORM 0235-CONFERIR-EVENTO
           END-IF.

           IF  WRK-PLANO-OK EQUAL "S"
           AND WRK-TOT-PAGREEMB GREATER ZEROS
               MOVE "PAGREEMB"                 TO WRK-EVENTO-LANCTO
               PERFORM 0235-CONFERIR-EVENTO
           END-IF.

      *-----------------------------------------------------------------
       0230-CONFERIR-PLANO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-CONFERIR-EVENTO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE A CONTA DO EVENTO WRK-EVENTO-LANCTO ---------

           MOVE WRK-EVENTO-LANCTO              TO ARQ-PLC-EVENTO
           MOVE WRK-EVENTO-LANCTO              TO ARQ-PLC-FORMA
           READ PLANOCTA KEY IS ARQ-PLC-CHAVE
               INVALID KEY
                   MOVE "N"                    TO WRK-PLANO-OK
                   MOVE WRK-EVENTO-LANCTO      TO WRK-FORMA-SEMCONTA
           END-READ.

      *-----------------------------------------------------------------
       0235-CONFERIR-EVENTO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-ESCREVER-LANCAMENTOS                               SECTION.
      *-----------------------------------------------------------------
               END-READ
           END-IF.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-ANTEC

               IF  WRK-TA-VALOR (WRK-IX) NOT EQUAL ZEROS
                   PERFORM 0247-ESCREVER-ANTECIPADO
               END-IF

           END-PERFORM.

           IF  WRK-TOT-RECONHEC GREATER ZEROS
               MOVE "RECONHEC"                 TO WRK-EVENTO-LANCTO
               MOVE "RECEITA RECONHECIDA"      TO WRK-HIST-LANCTO
               MOVE WRK-TOT-RECONHEC           TO WRK-VALOR-LANCTO
               PERFORM 0249-ESCREVER-EVENTO
           END-IF.

           IF  WRK-TOT-DIFCRED GREATER ZEROS
               MOVE "DIFCRED"                  TO WRK-EVENTO-LANCTO
               MOVE "CREDITOS DIFERIDOS"       TO WRK-HIST-LANCTO
               MOVE WRK-TOT-DIFCRED            TO WRK-VALOR-LANCTO
               PERFORM 0249-ESCREVER-EVENTO
           END-IF.

           IF  WRK-TOT-CANCDIF GREATER ZEROS
               MOVE "CANCDIF"                  TO WRK-EVENTO-LANCTO
               MOVE "DIFERIDO CANCELADO"       TO WRK-HIST-LANCTO
               MOVE WRK-TOT-CANCDIF            TO WRK-VALOR-LANCTO
               PERFORM 0249-ESCREVER-EVENTO
           END-IF.

           IF  WRK-TOT-DEVCRED GREATER ZEROS
               MOVE "DEVCRED"                  TO WRK-EVENTO-LANCTO
               MOVE "CREDITOS DEVOLVIDOS"      TO WRK-HIST-LANCTO
               MOVE WRK-TOT-DEVCRED            TO WRK-VALOR-LANCTO
               PERFORM 0249-ESCREVER-EVENTO
           END-IF.

           IF  WRK-TOT-PAGREEMB GREATER ZEROS
               MOVE "PAGREEMB"                 TO WRK-EVENTO-LANCTO
               MOVE "DEVOLUCOES PAGAS"         TO WRK-HIST-LANCTO
               MOVE WRK-TOT-PAGREEMB           TO WRK-VALOR-LANCTO
               PERFORM 0249-ESCREVER-EVENTO
           END-IF.

           MOVE "9"                            TO ARQ-LAN-TIPO
           MOVE SPACES                         TO ARQ-LAN-DETALHE
           MOVE WRK-QTD-LANCTOS                TO ARQ-LAN-QTD-LANCTOS
       0245-ESCREVER-FORMA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0247-ESCREVER-ANTECIPADO                                SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA O LANCAMENTO ANTECIPA DA FORMA CORRENTE, -----
      *----------- COM AS CONTAS INVERTIDAS SE O LIQUIDO E NEGATIVO ----

           MOVE "ANTECIPA"                     TO ARQ-PLC-EVENTO
           MOVE WRK-TA-FORMA (WRK-IX)          TO ARQ-PLC-FORMA
           READ PLANOCTA KEY IS ARQ-PLC-CHAVE
               INVALID KEY
                   GO TO 0247-ESCREVER-ANTECIPADO-99-FIM
           END-READ.

           MOVE "1"                            TO ARQ-LAN-TIPO
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-LAN-DATA

           IF  WRK-TA-VALOR (WRK-IX) LESS ZEROS
               MOVE ARQ-PLC-CONTA-CRE          TO ARQ-LAN-CONTA-DEB
               MOVE ARQ-PLC-CONTA-DEB          TO ARQ-LAN-CONTA-CRE
               COMPUTE WRK-VALOR-LANCTO = ZEROS - WRK-TA-VALOR (WRK-IX)
           ELSE
               MOVE ARQ-PLC-CONTA-DEB          TO ARQ-LAN-CONTA-DEB
               MOVE ARQ-PLC-CONTA-CRE          TO ARQ-LAN-CONTA-CRE
               MOVE WRK-TA-VALOR (WRK-IX)      TO WRK-VALOR-LANCTO
           END-IF.

           MOVE WRK-VALOR-LANCTO               TO ARQ-LAN-VALOR
           STRING "ANTECIPACOES " WRK-TA-FORMA (WRK-IX) " "
                  WRK-COMPETENCIA
                  DELIMITED BY SIZE INTO ARQ-LAN-HISTORICO
           WRITE ARQ-REG-LANCAMENTO.

           ADD 1                               TO WRK-QTD-LANCTOS
           ADD WRK-VALOR-LANCTO                TO WRK-TOT-DEBITO
           ADD WRK-VALOR-LANCTO                TO WRK-TOT-CREDITO.

      *-----------------------------------------------------------------
       0247-ESCREVER-ANTECIPADO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0249-ESCREVER-EVENTO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA O LANCAMENTO DO EVENTO DO DIFERIDO EM --------
      *----------- WRK-EVENTO-LANCTO PELO VALOR WRK-VALOR-LANCTO -------

           MOVE WRK-EVENTO-LANCTO              TO ARQ-PLC-EVENTO
           MOVE WRK-EVENTO-LANCTO              TO ARQ-PLC-FORMA
           READ PLANOCTA KEY IS ARQ-PLC-CHAVE
               INVALID KEY
                   GO TO 0249-ESCREVER-EVENTO-99-FIM
           END-READ.

           MOVE "1"                            TO ARQ-LAN-TIPO
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-LAN-DATA
           MOVE ARQ-PLC-CONTA-DEB              TO ARQ-LAN-CONTA-DEB
           MOVE ARQ-PLC-CONTA-CRE              TO ARQ-LAN-CONTA-CRE
           MOVE WRK-VALOR-LANCTO               TO ARQ-LAN-VALOR
           MOVE SPACES                         TO ARQ-LAN-HISTORICO
           STRING FUNCTION TRIM(WRK-HIST-LANCTO) " " WRK-COMPETENCIA
                  DELIMITED BY SIZE INTO ARQ-LAN-HISTORICO
           WRITE ARQ-REG-LANCAMENTO.

           ADD 1                               TO WRK-QTD-LANCTOS
           ADD WRK-VALOR-LANCTO                TO WRK-TOT-DEBITO
           ADD WRK-VALOR-LANCTO                TO WRK-TOT-CREDITO.

      *-----------------------------------------------------------------
       0249-ESCREVER-EVENTO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE  PLANOCTA.

             IF  WRK-ABRIU-DIFMOV EQUAL "S"
                 CLOSE DIFMOV
             END-IF.

             IF  WRK-ABRIU-ORDPAG EQUAL "S"
                 CLOSE ORDPAG
             END-IF.

             CLOSE  OPLOG.

      *-----------------------------------------------------------------

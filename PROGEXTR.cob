      *----    (MENSALID.dat), AS MULTAS DE ATRASO (MESMO PERCENTUAL
      *----    DO PROGMULT SOBRE AS COBRANCAS VENCIDAS EM ABERTO), OS
      *----    RECIBOS COM A FORMA DE PAGAMENTO E OS ESTORNOS
      *----    (PAGAMENTOS.dat), AS DEVOLUCOES PAGAS AO ALUNO
      *----    (ORDPAG.dat), COM COLUNA DE SALDO CORRENTE E A
      *----    POSICAO FINAL, EM ARQUIVO DATADO COM OPCAO DE
      *----    IMPRESSORA.
      *---------------------------------------------------
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- PAGAMENTOS        I             BOKPAG
      *---- ORDPAG            I             BOKORDP
      *---- EXTRATO           O              ----
      *---- IMPRESSORA        O              ----
      *---- OPLOG             E             BOKOPLOG
                  RECORD KEY IS ARQ-PGH-NUMERO
                  FILE STATUS IS FS-PAGHIST.

      *----------- ORDENS DE PAGAMENTO DE DEVOLUCAO (OPCIONAL) ---------
           SELECT ORDPAG  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDPAG.

           SELECT EXTRATO ASSIGN TO WRK-PATH-EXTRATO
                  FILE STATUS IS FS-EXTRATO.

       FD  PAGHIST.
       COPY "BOKPAGH".

       FD  ORDPAG.
       COPY "BOKORDP".

      *-------------------- AREA DO EXTRATO ----------------------------
       FD  EXTRATO.

       77  FS-OPLOG                     PIC 9(02).
       77  FS-MENSHIST                  PIC 9(02).
       77  FS-PAGHIST                   PIC 9(02).
       77  FS-ORDPAG                    PIC 9(02).

       77  WRK-PATH-EXTRATO             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DO EXTRATO -----------------------------
       77  WRK-TEMP-RM                  PIC X(06) VALUE SPACES.
      *--- "S" = O EXTRATO TAMBEM VARRE OS ARQUIVOS MORTOS DO ----------
      *--- ARQUIVAMENTO ANUAL (LEITURA COMBINADA) ----------------------
       77  WRK-TEMP-ARQMORTO            PIC X(01) VALUE SPACES.
       77  WRK-ABRIU-MENSHIST           PIC X(01) VALUE "N".
       77  WRK-ABRIU-PAGHIST            PIC X(01) VALUE "N".
       77  WRK-ABRIU-ORDPAG             PIC X(01) VALUE "N".
      *--- MESMO PERCENTUAL DE MULTA APLICADO PELO PROGMULT ------------
      *--- O PERCENTUAL VIGENTE VEM DA TABELA DE PARAMETROS ------------
      *--- (PROGPLER, CODIGO MULTA-PERC); O VALUE E O PADRAO -----------
                MOVE "S"                      TO WRK-ABRIU-PAGHIST
            END-IF.

      *----------- ORDENS DE PAGAMENTO (SEM ELAS NAO HA DEVOLUCAO) -----
            OPEN INPUT ORDPAG.

            IF  FS-ORDPAG EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-ORDPAG
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.


           PERFORM 0210-COLETAR-COBRANCAS.
           PERFORM 0220-COLETAR-RECIBOS.
           PERFORM 0227-COLETAR-DEVOLUCOES.

      *----------- LEITURA COMBINADA: OS ANOS ARQUIVADOS ENTRAM --------
      *----------- NO EXTRATO QUANDO PEDIDOS ---------------------------
       0225-COLETAR-RECIBOS-MORTO-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0227-COLETAR-DEVOLUCOES                                 SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA DE DEBITO POR ORDEM DE DEVOLUCAO PAGA ----
      *----------- AO ALUNO (REEMBOLSO OU SALDO CREDOR), NA DATA DO ---
      *----------- PAGAMENTO ------------------------------------------

           IF  WRK-ABRIU-ORDPAG NOT EQUAL "S"
               GO TO 0227-COLETAR-DEVOLUCOES-99-FIM
           END-IF.

           MOVE WRK-TEMP-RM                     TO ARQ-ORD-RM

           START ORDPAG KEY IS EQUAL ARQ-ORD-RM
               INVALID KEY
                   GO TO 0227-COLETAR-DEVOLUCOES-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   GO TO 0227-COLETAR-DEVOLUCOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS
                       OR ARQ-ORD-RM NOT EQUAL WRK-TEMP-RM

               IF  ARQ-ORD-STATUS EQUAL "PAGO"
               AND WRK-QTD-LANC LESS 200

                   ADD 1                       TO WRK-QTD-LANC
                   MOVE ARQ-ORD-DATA-PAGTO
                        TO WRK-LAN-DATA (WRK-QTD-LANC)
                   MOVE SPACES
                        TO WRK-LAN-DESCRICAO (WRK-QTD-LANC)

                   IF  ARQ-ORD-ORIGEM EQUAL "R"
                       STRING "DEVOL.REEMBOLSO " ARQ-ORD-NUMERO
                            DELIMITED BY SIZE
                            INTO WRK-LAN-DESCRICAO (WRK-QTD-LANC)
                   ELSE
                       STRING "DEVOL.CREDITO " ARQ-ORD-NUMERO
                            DELIMITED BY SIZE
                            INTO WRK-LAN-DESCRICAO (WRK-QTD-LANC)
                   END-IF

                   MOVE ARQ-ORD-VALOR
                        TO WRK-LAN-DEBITO (WRK-QTD-LANC)
                   MOVE ZEROS
                        TO WRK-LAN-CREDITO (WRK-QTD-LANC)
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0227-COLETAR-DEVOLUCOES-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-ORDENAR-LANCAMENTOS                                SECTION.
      *-----------------------------------------------------------------
                 CLOSE PAGHIST
             END-IF.

             IF  WRK-ABRIU-ORDPAG EQUAL "S"
                 CLOSE ORDPAG
             END-IF.

             CLOSE OPLOG.

      *-----------------------------------------------------------------

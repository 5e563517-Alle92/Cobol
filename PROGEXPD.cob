      *----    CABECALHO COM NUMERO SEQUENCIAL DE LOTE PARA O LADO
      *----    FINANCEIRO DETECTAR ARQUIVO PERDIDO. A EXPORTACAO
      *----    COMPLETA CONTINUA DISPONIVEL NO PROGREL2.
      *----    CADA LOTE FICA REGISTRADO EM EXPLOTE.dat COMO ENVIADO;
      *----    A MARCA DE CORTE DO EXPCTRL.dat SO AVANCA QUANDO O
      *----    RETORNO DO FINANCEIRO CHEGA (PROGEXPR), ENTAO ATE LA
      *----    CADA LOTE REEMITE A FAIXA AINDA NAO CONFIRMADA. OS RMS
      *----    RECUSADOS NO RETORNO (FILA EXPCORR.dat) SAEM DE NOVO EM
      *----    TODO LOTE ATE SEREM ACEITOS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- AUDITORIA         I             BOKAUDIT
      *---- ALUNOS            I             BOKALU
      *---- EXPCTRL          I/O            BOKEXCT
      *---- EXPLOTE          I/O            BOKEXPL
      *---- EXPCORR          I/O            BOKEXPC
      *---- EXPDELTA          O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EXPCTRL.

      *----------- LOTES ENVIADOS E FILA DE RMS RECUSADOS --------------
           SELECT EXPLOTE  ASSIGN TO WRK-PATH-EXPLOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EXL-LOTE
                  FILE STATUS IS FS-EXPLOTE.

           SELECT EXPCORR  ASSIGN TO WRK-PATH-EXPCORR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EXC-RM
                  FILE STATUS IS FS-EXPCORR.

           SELECT EXPDELTA ASSIGN TO WRK-PATH-EXPDELTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EXPDELTA.

      *-------------------- AREA DE CONTROLE DA EXPORTACAO -------------
       FD  EXPCTRL.
       COPY "BOKEXCT".

       FD  EXPLOTE.
       COPY "BOKEXPL".

       FD  EXPCORR.
       COPY "BOKEXPC".

      *-------------------- AREA DO ARQUIVO DELTA ----------------------
       FD  EXPDELTA.
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-EXPCTRL                   PIC 9(02).
       77  FS-EXPLOTE                   PIC 9(02).
       77  FS-EXPCORR                   PIC 9(02).
       77  FS-EXPDELTA                  PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-ULT-DATAHORA             PIC X(14) VALUE SPACES.
       77  WRK-LOTE                     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EXPORTADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REEMITIDOS           PIC 9(06) VALUE ZEROS.
       77  WRK-LOTE-ED                  PIC 9(06).
       77  WRK-MENS-ED                  PIC Z(06)9,99.

      *------------- RMS ALTERADOS DESDE A ULTIMA EXPORTACAO -----------
       01  WRK-TAB-DELTA.
           05 WRK-DELTA-ITEM OCCURS 500 TIMES INDEXED BY IX-DELTA.
               10 WRK-DEL-RM            PIC X(06).
      *--- MARCADOR: A = INCLUIDO / C = ALTERADO / I = INATIVADO -------
               10 WRK-DEL-MARCA         PIC X(01).

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "REGISTROS NO LOTE....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-EXPORTADOS.
           05 LINE  13 COLUMN 30 VALUE "REEMITIDOS DA FILA...".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-REEMITIDOS.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                MOVE ARQ-EXP-PROXLOTE         TO WRK-LOTE
            END-IF.

      *----------- LOTES ENVIADOS E FILA DE CORRECAO -------------------
            OPEN I-O EXPLOTE.

            IF  FS-EXPLOTE EQUAL 35
                OPEN OUTPUT EXPLOTE
                CLOSE       EXPLOTE
                OPEN I-O    EXPLOTE
            END-IF.

            OPEN I-O EXPCORR.

            IF  FS-EXPCORR EQUAL 35
                OPEN OUTPUT EXPCORR
                CLOSE       EXPCORR
                OPEN I-O    EXPCORR
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

      *----------- COLETA OS RMS ALTERADOS DESDE A ULTIMA EXPORTACAO ---
           PERFORM 0210-COLETAR-DELTA.

      *----------- SOMA OS RMS RECUSADOS AINDA NA FILA DE CORRECAO -----
           PERFORM 0215-INCLUIR-CORRECOES.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "EXPDELTA_"

           CLOSE EXPDELTA.

      *----------- REGISTRA O LOTE ENVIADO COM A FAIXA DA TRILHA ------
      *----------- QUE ELE COBRE. NO LOTE TRUNCADO A FAIXA VAI SO -----
      *----------- ATE A ULTIMA LINHA PROCESSADA, PARA O RESTANTE -----
      *----------- SAIR NO PROXIMO LOTE -------------------------------
           INITIALIZE ARQ-DADOS-EXPLOTE
           MOVE WRK-LOTE                       TO ARQ-EXL-LOTE
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-EXL-DATAHORA-ENVIO
           MOVE WRK-PATH-EXPDELTA              TO ARQ-EXL-ARQUIVO
           MOVE LNK-OPERADOR                   TO ARQ-EXL-OPERADOR
           MOVE WRK-ULT-DATAHORA               TO ARQ-EXL-MARCA-INI
           IF  WRK-TRUNCADO EQUAL "S"
               MOVE WRK-ULT-PROCESSADA         TO ARQ-EXL-MARCA-FIM
           ELSE
               MOVE WRK-DATA-HORA(1:14)        TO ARQ-EXL-MARCA-FIM
           END-IF
           MOVE WRK-QTD-EXPORTADOS             TO ARQ-EXL-QTD-REGISTROS
           MOVE "ENVIADO"                      TO ARQ-EXL-SITUACAO
           WRITE ARQ-DADOS-EXPLOTE
               INVALID KEY
                   REWRITE ARQ-DADOS-EXPLOTE
           END-WRITE.

      *----------- O CONTROLE SO AVANCA O NUMERO DO LOTE: A MARCA -----
      *----------- DE CORTE CONTINUA A CONFIRMADA (RELIDA AQUI, POIS --
      *----------- O PROGEXPR PODE TE-LA AVANCADO) ATE O RETORNO ------
           OPEN INPUT EXPCTRL

           IF  FS-EXPCTRL EQUAL ZEROS
               READ EXPCTRL
                   AT END
                       MOVE WRK-ULT-DATAHORA   TO ARQ-EXP-ULT-DATAHORA
               END-READ
               CLOSE EXPCTRL
           ELSE
               MOVE WRK-ULT-DATAHORA           TO ARQ-EXP-ULT-DATAHORA
           END-IF

           COMPUTE ARQ-EXP-PROXLOTE = WRK-LOTE + 1
           OPEN OUTPUT EXPCTRL
           WRITE ARQ-EXPCTRL
       0210-COLETAR-DELTA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE A TRILHA DE AUDITORIA COLETANDO OS RMS --------
      *----------- TOCADOS DEPOIS DA MARCA CONFIRMADA, COM O -----------
      *----------- MARCADOR DA OPERACAO MAIS RECENTE -------------------

           READ AUDITORIA
       0210-COLETAR-DELTA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-INCLUIR-CORRECOES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- TODO RM DA FILA SAI DE NOVO ATE SER ACEITO. SE O ---
      *----------- RM JA VEIO DA TRILHA VALE O MARCADOR DELA, SALVO ---
      *----------- A INCLUSAO RECUSADA, QUE CONTINUA "A" --------------

           MOVE LOW-VALUES                     TO ARQ-EXC-RM

           START EXPCORR KEY IS GREATER THAN OR EQUAL ARQ-EXC-RM
               INVALID KEY
                   GO TO 0215-INCLUIR-CORRECOES-99-FIM
           END-START.

           READ EXPCORR NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EXPCORR
           END-READ.

           PERFORM UNTIL FS-EXPCORR NOT EQUAL ZEROS

               SET IX-DELTA                    TO 1
               SEARCH WRK-DELTA-ITEM
                   AT END
                       IF  WRK-QTD-DELTA LESS 500
                           ADD 1               TO WRK-QTD-DELTA
                           SET IX-DELTA        TO WRK-QTD-DELTA
                           MOVE ARQ-EXC-RM TO WRK-DEL-RM (IX-DELTA)
                           MOVE ARQ-EXC-MARCA
                                       TO WRK-DEL-MARCA (IX-DELTA)
                       END-IF
                   WHEN WRK-DEL-RM (IX-DELTA) EQUAL ARQ-EXC-RM
                       IF  ARQ-EXC-MARCA EQUAL "A"
                       AND WRK-DEL-MARCA (IX-DELTA) EQUAL "C"
                           MOVE "A"    TO WRK-DEL-MARCA (IX-DELTA)
                       END-IF
               END-SEARCH

               READ EXPCORR NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EXPCORR
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-EXPCORR.

      *-----------------------------------------------------------------
       0215-INCLUIR-CORRECOES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-ANOTAR-RM                                          SECTION.
      *-----------------------------------------------------------------

           ADD 1                               TO WRK-QTD-EXPORTADOS.

      *----------- RM DA FILA DE CORRECAO: FICA REEMITIDO NESTE LOTE --
           MOVE WRK-DEL-RM (WRK-IX)            TO ARQ-EXC-RM
           READ EXPCORR KEY IS ARQ-EXC-RM
               NOT INVALID KEY
                   MOVE "REEMITIDO"            TO ARQ-EXC-SITUACAO
                   MOVE WRK-LOTE               TO ARQ-EXC-LOTE
                   REWRITE ARQ-DADOS-EXPCORR
                   ADD 1                       TO WRK-QTD-REEMITIDOS
           END-READ.

      *-----------------------------------------------------------------
       0230-EMITIR-REGISTRO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

             CLOSE  ALUNOS.

             CLOSE  EXPLOTE.

             CLOSE  EXPCORR.

             CLOSE OPLOG.

      *-----------------------------------------------------------------

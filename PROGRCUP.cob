      *----    CHEGOU A SER GRAVADO, NADA HA A DESFAZER.
      *----    PROMOESPE: SE O ALUNO JA ESTA ATIVO E AINDA SOBROU NA
      *----    FILA, A ENTRADA DA FILA E RETIRADA.
      *----    UNIFICARM: A UNIFICACAO DE RM E REPETIDA PELO PROGUNIM,
      *----    QUE SO TRANSFERE O QUE AINDA FICOU NO RM RETIRADO. COMO
      *----    O PROGUNIM GRAVA OS MESMOS ARQUIVOS, AS UNIFICACOES SAO
      *----    ANOTADAS NA VARREDURA E REPETIDAS DEPOIS DO FECHAMENTO.
      *----    AS RECUPERACOES FICAM REGISTRADAS EM OPLOG.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *--- QUE RECUPERAR) ----------------------------------------------
       77  WRK-ABRIU-JORNAL             PIC X(01) VALUE "N".

      *------------- UNIFICACOES DE RM PENDENTES (PROGUNIM) ------------
       77  WRK-QTD-UNIFICACOES          PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-UNIFICADAS           PIC 9(04) VALUE ZEROS.
       77  WRK-IND-UNI                  PIC 9(02) VALUE ZEROS.
       77  WRK-UNI-RESULTADO            PIC X(01) VALUE SPACES.
       77  WRK-UNI-QTD                  PIC 9(06) VALUE ZEROS.

       01  WRK-TAB-UNIFICACOES.
           05 WRK-UNI-ITEM              OCCURS 20 TIMES.
              10 WRK-UNI-JRN-NUMERO     PIC 9(06).
              10 WRK-UNI-RM-RETIRADO    PIC X(06).
              10 WRK-UNI-RM-SOBREVIVE   PIC X(06).

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            PERFORM 0400-COMPLETAR-UNIFICACOES.
            GOBACK.

      *-----------------------------------------------------------------
                           PERFORM 0210-RECUPERAR-BAIXA
                       WHEN "PROMOESPE"
                           PERFORM 0220-RECUPERAR-PROMOCAO
                       WHEN "UNIFICARM"
                           PERFORM 0240-ANOTAR-UNIFICACAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
      *----------- FILA INTERROMPIDA: COM O ALUNO JA ATIVO E A ---------
      *----------- ENTRADA AINDA NA FILA, A ENTRADA E RETIRADA ---------

           MOVE ARQ-JRN-CHAVE1(1:6)            TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   PERFORM 0230-ENCERRAR-INTENCAO
       0230-ENCERRAR-INTENCAO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-ANOTAR-UNIFICACAO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- GUARDA A UNIFICACAO PENDENTE PARA REPETI-LA DEPOIS --
      *----------- DO FECHAMENTO DOS ARQUIVOS (O RESTANTE FICA PARA ----
      *----------- A PROXIMA PARTIDA) ----------------------------------

           IF  WRK-QTD-UNIFICACOES NOT LESS 20
               GO TO 0240-ANOTAR-UNIFICACAO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-UNIFICACOES
           MOVE ARQ-JRN-NUMERO
                TO WRK-UNI-JRN-NUMERO(WRK-QTD-UNIFICACOES)
           MOVE ARQ-JRN-CHAVE1(1:6)
                TO WRK-UNI-RM-RETIRADO(WRK-QTD-UNIFICACOES)
           MOVE ARQ-JRN-CHAVE2(1:6)
                TO WRK-UNI-RM-SOBREVIVE(WRK-QTD-UNIFICACOES).

      *-----------------------------------------------------------------
       0240-ANOTAR-UNIFICACAO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0400-COMPLETAR-UNIFICACOES                              SECTION.
      *-----------------------------------------------------------------
      *----------- REPETE CADA UNIFICACAO ANOTADA COM OS ARQUIVOS JA ---
      *----------- FECHADOS E CONCLUI A INTENCAO NO JORNAL; COM SELO --
      *----------- DIVERGENTE NAO RECONHECIDO A INTENCAO SEGUE ---------
      *----------- PENDENTE PARA A PROXIMA PARTIDA ---------------------

           IF  WRK-QTD-UNIFICACOES EQUAL ZEROS
               GO TO 0400-COMPLETAR-UNIFICACOES-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND-UNI FROM 1 BY 1
                   UNTIL WRK-IND-UNI GREATER WRK-QTD-UNIFICACOES

               CALL "PROGUNIM" USING WRK-UNI-RM-RETIRADO(WRK-IND-UNI),
                    WRK-UNI-RM-SOBREVIVE(WRK-IND-UNI), LNK-OPERADOR,
                    WRK-UNI-RESULTADO, WRK-UNI-QTD

               IF  WRK-UNI-RESULTADO EQUAL "O"
                   OPEN I-O JORNAL
                   MOVE WRK-UNI-JRN-NUMERO(WRK-IND-UNI)
                                               TO ARQ-JRN-NUMERO
                   READ JORNAL KEY IS ARQ-JRN-NUMERO
                       NOT INVALID KEY
                           MOVE "CONCLUIDO"    TO ARQ-JRN-STATUS
                           REWRITE ARQ-DADOS-JORNAL
                   END-READ
                   CLOSE JORNAL
                   ADD 1                       TO WRK-QTD-UNIFICADAS
               END-IF

           END-PERFORM.

           IF  WRK-QTD-UNIFICADAS GREATER ZEROS
               OPEN EXTEND OPLOG
               MOVE FUNCTION CURRENT-DATE      TO WRK-DATA-HORA
               MOVE WRK-DATA-HORA(1:14)        TO ARQ-LOG-DATAHORA
               MOVE "PROGRCUP"                 TO ARQ-LOG-PROGRAMA
               MOVE "RECUPERACAO DE UNIFICACAO"
                                               TO ARQ-LOG-RELATORIO
               MOVE WRK-QTD-UNIFICADAS         TO ARQ-LOG-QTDREGISTROS
               MOVE WRK-PATH-JORNAL            TO ARQ-LOG-ARQUIVOGERADO
               MOVE LNK-OPERADOR               TO ARQ-LOG-OPERADOR
               WRITE ARQ-DADOS-OPLOG
               CLOSE OPLOG
           END-IF.

      *-----------------------------------------------------------------
       0400-COMPLETAR-UNIFICACOES-99-FIM                       SECTION.
      *-----------------------------------------------------------------

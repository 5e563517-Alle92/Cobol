      *----    (CONFERIDO CONTRA ARQ-CPF, DIGITOS VALIDADOS PELO
      *----    PROGVCPF) E VE, SOMENTE LEITURA, AS PROPRIAS COBRANCAS
      *----    EM ABERTO, OS ULTIMOS RECIBOS, AS NOTAS LANCADAS E A
      *----    POSICAO DE FALTAS, ALEM DA SITUACAO DOS ULTIMOS
      *----    REQUERIMENTOS PROTOCOLADOS (REQUERIM.dat). NENHUMA
      *----    ALTERACAO E POSSIVEL E NENHUM OUTRO RM E ALCANCAVEL;
      *----    CADA CONSULTA FICA
      *----    REGISTRADA EM LOGACESSO.dat COM DATA/HORA E RM.
      *----    COM A JANELA DA AVALIACAO INSTITUCIONAL ABERTA, O ALUNO
      *----    ATIVO E CONVIDADO A RESPONDE-LA (PROGAVRE). AO FIM O
      *----    ALUNO PODE REVER AS PROPRIAS PREFERENCIAS DE CONTATO
      *----    (CONSENTIMENTO POR CANAL E CATEGORIA - PROGCSNT). O
      *----    ALUNO E TRATADO PELO NOME SOCIAL EM USO (PROGNOME).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- PAGAMENTOS        I             BOKPAG
      *---- NOTAS             I             BOKNOTA
      *---- FREQUENCIA        I             BOKFREQ
      *---- REQUERIM          I             BOKREQ
      *---- LOGACESSO         E             BOKLOGA
      *---------------------------------------------------

                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

           SELECT REQUERIM  ASSIGN TO WRK-PATH-REQUERIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REQ-PROTOCOLO
                  ALTERNATE RECORD KEY IS ARQ-REQ-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-REQUERIM.

           SELECT LOGACESSO  ASSIGN TO WRK-PATH-LOGACESSO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOGACESSO.
       FD  FREQUENCIA.
       COPY "BOKFREQ".

       FD  REQUERIM.
       COPY "BOKREQ".

       FD  LOGACESSO.
       COPY "BOKLOGA".

       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-NOTAS                     PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-REQUERIM                  PIC 9(02).
       77  FS-LOGACESSO                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- IDENTIFICACAO DO ALUNO ----------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06).
           05 WRK-TEMP-CPF              PIC X(11).

       77  WRK-CPF-VALIDO               PIC X(01) VALUE SPACES.

      *--- NO CONSENTIMENTO O OPERADOR REGISTRADO E O PROPRIO RM -------
       77  WRK-CSN-OPERADOR             PIC X(08) VALUE SPACES.

      *------------- VARIAVEIS DA CONSULTA -----------------------------
       77  WRK-LINHA-TELA               PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-ABERTO               PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PERC-FALTAS              PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-FALTAS-ED           PIC ZZ9,99.

      *------------- ULTIMOS REQUERIMENTOS DO ALUNO (RODIZIO DE 4) -----
       01  WRK-TAB-REQ.
           05 WRK-REQ-ITEM OCCURS 4 TIMES.
               10 WRK-REQ-PROTOCOLO     PIC 9(08).
               10 WRK-REQ-STATUS        PIC X(10).
      *--- PRAZO SE AINDA EM CURSO, DATA DA CONCLUSAO SE ENCERRADO -----
               10 WRK-REQ-DATA          PIC X(10).
       77  WRK-QTD-REQ                  PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.

      *------------- NOME EXIBIDO (NOME SOCIAL EM USO) -----------------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGCONS".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-PREFERENCIA.
           05 LINE  22 COLUMN 09 VALUE
                  "REVER SUAS PREFERENCIAS DE CONTATO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 53 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.
                OPEN INPUT  FREQUENCIA
            END-IF.

            OPEN INPUT REQUERIM.

            IF  FS-REQUERIM EQUAL 35
                OPEN OUTPUT REQUERIM
                CLOSE       REQUERIM
                OPEN INPUT  REQUERIM
            END-IF.

      *----------- ABERTURA DO LOG DE ACESSO (ACRESCENTA AO FIM) -------
            OPEN EXTEND LOGACESSO.


      *------------ EXIBICAO DA POSICAO DO ALUNO -----------------------

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           DISPLAY SCR-TELA.
           DISPLAY WRK-NOM-NOME      LINE 02 COLUMN 05.
           DISPLAY ARQ-CURSO         LINE 02 COLUMN 30.

           PERFORM 0210-MOSTRAR-COBRANCAS.
           PERFORM 0220-MOSTRAR-RECIBOS.
           PERFORM 0230-MOSTRAR-NOTAS.
           PERFORM 0240-MOSTRAR-FALTAS.
           PERFORM 0250-MOSTRAR-REQUERIMENTOS.

           MOVE WRK-MSG-REG-ENCONTRADO         TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *------------ ALUNO ATIVO RESPONDE A AVALIACAO INSTITUCIONAL -----
      *------------ QUANDO A JANELA DO SEMESTRE ESTA ABERTA ------------

           IF  ARQ-STATUS EQUAL "ATIVO"
               CALL "PROGAVRE" USING WRK-TEMP-RM, ARQ-CURSO,
                    ARQ-CAMPUS, ARQ-TURMA
           END-IF.

      *------------ PREFERENCIAS DE CONTATO DO PROPRIO ALUNO -----------

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-PREFERENCIA.

           IF  WRK-OPCAO EQUAL "S" OR WRK-OPCAO EQUAL "s"
               MOVE WRK-TEMP-RM                TO WRK-CSN-OPERADOR
               CALL "PROGCSNT" USING WRK-CSN-OPERADOR, WRK-TEMP-RM
           END-IF.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0240-MOSTRAR-FALTAS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-MOSTRAR-REQUERIMENTOS                              SECTION.
      *-----------------------------------------------------------------
      *----------- ULTIMOS PROTOCOLOS DO PROPRIO ALUNO E A SITUACAO ----

           DISPLAY "REQUERIMENTOS" LINE 14 COLUMN 42.

           MOVE ZEROS                          TO WRK-QTD-REQ
           MOVE WRK-TEMP-RM                    TO ARQ-REQ-RM

           START REQUERIM KEY IS EQUAL ARQ-REQ-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-REQUERIM
                   GO TO 0250-MOSTRAR-REQUERIMENTOS-99-FIM
           END-START.

           READ REQUERIM NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-REQUERIM
                   GO TO 0250-MOSTRAR-REQUERIMENTOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-REQUERIM NOT EQUAL ZEROS
                      OR ARQ-REQ-RM NOT EQUAL WRK-TEMP-RM

      *----------- TABELA CHEIA: DESLOCA PARA CIMA E GRAVA NO FIM ------
               IF  WRK-QTD-REQ LESS 4
                   ADD 1                       TO WRK-QTD-REQ
               ELSE
                   PERFORM VARYING WRK-IX FROM 1 BY 1
                           UNTIL WRK-IX GREATER 3
                       MOVE WRK-REQ-ITEM (WRK-IX + 1)
                                               TO WRK-REQ-ITEM (WRK-IX)
                   END-PERFORM
               END-IF

               MOVE ARQ-REQ-PROTOCOLO
                    TO WRK-REQ-PROTOCOLO (WRK-QTD-REQ)
               MOVE ARQ-REQ-STATUS
                    TO WRK-REQ-STATUS (WRK-QTD-REQ)
               MOVE SPACES
                    TO WRK-REQ-DATA (WRK-QTD-REQ)
               IF  ARQ-REQ-DATA-CONCLUSAO NOT EQUAL SPACES
                   STRING ARQ-REQ-DATA-CONCLUSAO(7:2) "/"
                          ARQ-REQ-DATA-CONCLUSAO(5:2) "/"
                          ARQ-REQ-DATA-CONCLUSAO(1:4)
                          DELIMITED BY SIZE
                          INTO WRK-REQ-DATA (WRK-QTD-REQ)
               ELSE
                   IF  ARQ-REQ-PRAZO NOT EQUAL SPACES
                       STRING ARQ-REQ-PRAZO(7:2) "/"
                              ARQ-REQ-PRAZO(5:2) "/"
                              ARQ-REQ-PRAZO(1:4)
                              DELIMITED BY SIZE
                              INTO WRK-REQ-DATA (WRK-QTD-REQ)
                   END-IF
               END-IF

               READ REQUERIM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REQUERIM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-REQUERIM.

           MOVE 15                             TO WRK-LINHA-TELA
           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-REQ
               DISPLAY WRK-REQ-PROTOCOLO (WRK-IX)
                       LINE WRK-LINHA-TELA COLUMN 42
               DISPLAY WRK-REQ-STATUS    (WRK-IX)
                       LINE WRK-LINHA-TELA COLUMN 51
               DISPLAY WRK-REQ-DATA      (WRK-IX)
                       LINE WRK-LINHA-TELA COLUMN 62
               ADD 1                           TO WRK-LINHA-TELA
           END-PERFORM.

      *-----------------------------------------------------------------
       0250-MOSTRAR-REQUERIMENTOS-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE  FREQUENCIA.

             CLOSE  REQUERIM.

             CLOSE  LOGACESSO.

      *-----------------------------------------------------------------

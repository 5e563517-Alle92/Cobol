      *--- DATA     : 21/08/2026
      *--- OBJETIVOS: CONSULTA 360 DO ALUNO: EM UMA UNICA TELA, DADO O
      *----    RM, EXIBE O CADASTRO DE BOKALU, OS ULTIMOS RECIBOS DE
      *----    PAGAMENTOS.dat (PELA CHAVE DO RM), A SITUACAO NO BUREAU
      *----    DE CREDITO (NEGATIV.dat) E AS ULTIMAS OCORRENCIAS DO
      *----    ALUNO EM AUDITORIA.dat. A SITUACAO FINANCEIRA (SALDO EM
      *----    ABERTO, VENCIDA MAIS ANTIGA, ULTIMO PAGAMENTO E
      *----    RENEGOCIACAO), A MEDIA DO SEMESTRE, A DISCIPLINA DE
      *----    MAIOR RISCO DE FALTA, AS DEPENDENCIAS E OS
      *----    REQUERIMENTOS NAO ENCERRADOS VEM DO RESUMO CONSOLIDADO
      *----    DO ALUNO (RESALUNO.dat, PROGRSGE), COM A POSICAO DO
      *----    RESUMO NA TELA. DA CONSULTA PODE SER REGISTRADO UM
      *----    CONTATO DE COBRANCA (PROGCCOB). O NOME EXIBIDO E O
      *----    NOME SOCIAL QUANDO O ALUNO TEM UM EM USO (PROGNOME).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- PAGAMENTOS        I             BOKPAG
      *---- NEGATIV           I             BOKNEGA
      *---- AUDITORIA         I             BOKAUDIT
      *---- RESALUNO          I             BOKRSAL
      *---------------------------------------------------

      *-----------------------------------------------------------------
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT NEGATIV  ASSIGN TO WRK-PATH-NEGATIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NEG-RM
                  FILE STATUS IS FS-NEGATIV.

      *----------- RESUMO CONSOLIDADO DO ALUNO (PROGRSGE) --------------
           SELECT RESALUNO  ASSIGN TO WRK-PATH-RESALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RESALUNO.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  NEGATIV.
       COPY "BOKNEGA".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

       FD  RESALUNO.
       COPY "BOKRSAL".

       FD  LOGACESSO.
       COPY "BOKLOGA".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-NEGATIV                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-LOGACESSO                 PIC 9(02).
       77  FS-RESALUNO                  PIC 9(02).

      *------------- PARTICIONAMENTO POR CAMPUS ------------------------
      *--- PERFIL E CAMPUS DO OPERADOR LOGADO (PROGOPLE): OPERADOR -----
       77  WRK-LINHA                    PIC 9(02) VALUE ZEROS.

      *------------- RESUMO FINANCEIRO E ACADEMICO ---------------------
      *--- VEM DO REGISTRO DO RM EM RESALUNO.dat; SEM REGISTRO, A ------
      *--- SITUACAO FINANCEIRA MOSTRA "SEM RESUMO" E OS DEMAIS ZERADOS -
       77  WRK-SITUACAO-FIN             PIC X(10) VALUE SPACES.
       77  WRK-POSICAO-ED               PIC X(16) VALUE SPACES.
       77  WRK-SALDO-ED                 PIC Z(07)9,99.
       77  WRK-SALDO-90-ED              PIC Z(07)9,99.
       77  WRK-VENC-ANTIGO-ED           PIC X(10) VALUE SPACES.
       77  WRK-ULT-PAG-DATA-ED          PIC X(10) VALUE SPACES.
       77  WRK-ULT-PAG-VALOR-ED         PIC Z(05)9,99.
       77  WRK-RENEG-SALDO-ED           PIC Z(07)9,99.
       77  WRK-MEDIA-ED                 PIC Z9,99.
       77  WRK-RISCO-PERC-ED            PIC ZZ9,99.
      *--- SITUACAO NO BUREAU DE CREDITO (SERASA/SPC) E DESDE QUANDO ---
       77  WRK-SITUACAO-NEG             PIC X(10) VALUE SPACES.
       77  WRK-DATA-NEG                 PIC X(10) VALUE SPACES.

      *------------- ULTIMAS OCORRENCIAS DE AUDITORIA (RODIZIO DE 3) ---
       01  WRK-TAB-AUDIT.
               10 WRK-AUD-OPERACAO      PIC X(10).
       77  WRK-QTD-AUDIT                PIC 9(02) VALUE ZEROS.

      *------------- NOME EXIBIDO (NOME SOCIAL EM USO) -----------------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROG360".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-CADASTRO.
           05 LINE  04 COLUMN 05 VALUE "NOME....:".
           05 LINE  04 COLUMN 15 FROM  WRK-NOM-NOME.
           05 LINE  04 COLUMN 40 VALUE "CURSO..:".
           05 LINE  04 COLUMN 49 FROM  ARQ-CURSO.
           05 LINE  05 COLUMN 05 VALUE "STATUS..:".
           05 LINE  06 COLUMN 49 FROM  ARQ-SEMESTRE.

       01  SCR-RESUMO.
           05 LINE  03 COLUMN 40 VALUE "POSICAO DO RESUMO:".
           05 LINE  03 COLUMN 59 FROM  WRK-POSICAO-ED.
           05 LINE  07 COLUMN 05 VALUE "REQUERIM. PENDENTES:".
           05 LINE  07 COLUMN 26 FROM  ARQ-RSA-QTD-REQ.
           05 LINE  07 COLUMN 40 VALUE "ULTIMO...:".
           05 LINE  07 COLUMN 51 FROM  ARQ-RSA-ULT-PROTOCOLO.
           05 LINE  07 COLUMN 60 FROM  ARQ-RSA-ULT-REQ-STATUS.
           05 LINE  08 COLUMN 05 VALUE "SITUACAO FINANCEIRA:".
           05 LINE  08 COLUMN 26 FROM  WRK-SITUACAO-FIN.
           05 LINE  08 COLUMN 40 VALUE "EM ABERTO:".
           05 LINE  08 COLUMN 51 FROM  ARQ-RSA-QTD-ABERTAS.
           05 LINE  08 COLUMN 55 FROM  WRK-SALDO-ED.
           05 LINE  09 COLUMN 05 VALUE "VENCIDAS/MAIS ANTIGA:".
           05 LINE  09 COLUMN 26 FROM  ARQ-RSA-QTD-VENCIDAS.
           05 LINE  09 COLUMN 30 FROM  WRK-VENC-ANTIGO-ED.
           05 LINE  09 COLUMN 40 VALUE "ACIMA 90D:".
           05 LINE  09 COLUMN 55 FROM  WRK-SALDO-90-ED.
           05 LINE  10 COLUMN 05 VALUE "ULTIMO PAGAMENTO...:".
           05 LINE  10 COLUMN 26 FROM  WRK-ULT-PAG-DATA-ED.
           05 LINE  10 COLUMN 40 VALUE "VALOR....:".
           05 LINE  10 COLUMN 51 FROM  ARQ-RSA-ULT-PAG-RECIBO.
           05 LINE  10 COLUMN 60 FROM  WRK-ULT-PAG-VALOR-ED.
           05 LINE  11 COLUMN 05 VALUE "RENEGOCIACAO.......:".
           05 LINE  11 COLUMN 26 FROM  ARQ-RSA-RENEG-SITUACAO.
           05 LINE  11 COLUMN 40 VALUE "PARCELAS.:".
           05 LINE  11 COLUMN 51 FROM  ARQ-RSA-RENEG-ABERTAS.
           05 LINE  11 COLUMN 55 FROM  WRK-RENEG-SALDO-ED.
           05 LINE  12 COLUMN 05 VALUE "NOTAS DO SEMESTRE..:".
           05 LINE  12 COLUMN 26 FROM  ARQ-RSA-QTD-NOTAS.
           05 LINE  12 COLUMN 40 VALUE "MEDIA....:".
           05 LINE  12 COLUMN 51 FROM  WRK-MEDIA-ED.
           05 LINE  13 COLUMN 05 VALUE "SERASA/SPC.........:".
           05 LINE  13 COLUMN 26 FROM  WRK-SITUACAO-NEG.
           05 LINE  13 COLUMN 40 VALUE "DESDE....:".
           05 LINE  13 COLUMN 51 FROM  WRK-DATA-NEG.
           05 LINE  14 COLUMN 05 VALUE "RISCO DE FALTAS....:".
           05 LINE  14 COLUMN 26 FROM  ARQ-RSA-RISCO-DISCIPLINA.
           05 LINE  14 COLUMN 42 FROM  WRK-RISCO-PERC-ED.
           05 LINE  14 COLUMN 48 VALUE "%".
           05 LINE  15 COLUMN 05 VALUE "DEPENDENCIAS.......:".
           05 LINE  15 COLUMN 26 FROM  ARQ-RSA-QTD-DEPEND.
           05 LINE  16 COLUMN 05 VALUE
              "ULTIMOS RECIBOS (NUM/DATA/VALOR/TIPO)".
           05 LINE  16 COLUMN 47 VALUE
              "ULTIMAS OCORRENCIAS DE AUDITORIA".

       01  SCR-CONTATO.
           05 LINE  21 COLUMN 05 VALUE
              "REGISTRAR CONTATO DE COBRANCA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  21 COLUMN 43 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.
                OPEN INPUT  PAGAMENTOS
            END-IF.

            OPEN INPUT NEGATIV.

            IF  FS-NEGATIV EQUAL 35
                OPEN OUTPUT NEGATIV
                CLOSE       NEGATIV
                OPEN INPUT  NEGATIV
            END-IF.

            OPEN INPUT RESALUNO.

            IF  FS-RESALUNO EQUAL 35
                OPEN OUTPUT RESALUNO
                CLOSE       RESALUNO
                OPEN INPUT  RESALUNO
            END-IF.

      *-----------------------------------------------------------------
               GO TO 0200-PROCESSAR
           END-IF.

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           DISPLAY SCR-CADASTRO.

           PERFORM 0210-RESUMIR-RECIBOS.
           PERFORM 0220-LER-RESUMO.
           PERFORM 0225-RESUMIR-NEGATIVACAO.
           PERFORM 0240-RESUMIR-AUDITORIA.

           DISPLAY SCR-RESUMO.

      *----------- ULTIMOS RECIBOS -------------------------------------
           MOVE 17                             TO WRK-LINHA
           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-RECIBOS
               DISPLAY WRK-REC-NUMERO   (WRK-IX)
                       LINE WRK-LINHA COLUMN 05
               DISPLAY WRK-REC-DATA     (WRK-IX)
                       LINE WRK-LINHA COLUMN 14
               DISPLAY WRK-REC-VALOR-ED (WRK-IX)
                       LINE WRK-LINHA COLUMN 23
               DISPLAY WRK-REC-TIPO     (WRK-IX)
                       LINE WRK-LINHA COLUMN 34
               ADD 1                           TO WRK-LINHA
           END-PERFORM.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-AUDIT
               DISPLAY WRK-AUD-DATAHORA (WRK-IX)
                       LINE WRK-LINHA COLUMN 47
               DISPLAY WRK-AUD-PROGRAMA (WRK-IX)
                       LINE WRK-LINHA COLUMN 62
               DISPLAY WRK-AUD-OPERACAO (WRK-IX)
                       LINE WRK-LINHA COLUMN 71
               ADD 1                           TO WRK-LINHA
           END-PERFORM.

      *----------- REGISTRO DE CONTATO DE COBRANCA A PARTIR DA --------
      *----------- CONSULTA (PROGCCOB COM O RM JA INFORMADO) -----------
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-CONTATO.

           IF  WRK-OPCAO EQUAL "S" OR WRK-OPCAO EQUAL "s"
               CALL "PROGCCOB" USING LNK-OPERADOR, WRK-TEMP-RM
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-MSG-REG-ENCONTRADO         TO WRK-MSG
           PERFORM 0900-MOSTRA.
           GO TO 0200-PROCESSAR.
      *-----------------------------------------------------------------
       0210-RESUMIR-RECIBOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GUARDA OS ULTIMOS RECIBOS DO ALUNO (RODIZIO), ------
      *----------- LIDOS PELA CHAVE ALTERNADA DO RM --------------------

           MOVE ZEROS                          TO WRK-QTD-RECIBOS
           MOVE WRK-TEMP-RM                    TO ARQ-PAG-RM

           START PAGAMENTOS KEY IS EQUAL ARQ-PAG-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0210-RESUMIR-RECIBOS-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0210-RESUMIR-RECIBOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS
                      OR ARQ-PAG-RM NOT EQUAL WRK-TEMP-RM

               IF  ARQ-PAG-RM EQUAL WRK-TEMP-RM
      *----------- TABELA CHEIA: DESLOCA PARA CIMA E GRAVA NO FIM ------
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LER-RESUMO                                         SECTION.
      *-----------------------------------------------------------------
      *----------- RESUMO CONSOLIDADO DO RM (RESALUNO.dat): SITUACAO ---
      *----------- FINANCEIRA, ACADEMICA E REQUERIMENTOS, SEM VARRER ---
      *----------- OS ARQUIVOS DE MOVIMENTO ----------------------------

           MOVE WRK-TEMP-RM                    TO ARQ-RSA-RM
           READ RESALUNO KEY IS ARQ-RSA-RM
               INVALID KEY
                   INITIALIZE ARQ-DADOS-RESALUNO
                   MOVE "SEM RESUMO"           TO WRK-SITUACAO-FIN
           END-READ.

           IF  FS-RESALUNO EQUAL ZEROS
               IF  ARQ-RSA-QTD-ABERTAS EQUAL ZEROS
                   MOVE "EM DIA"               TO WRK-SITUACAO-FIN
               ELSE
                   MOVE "EM ABERTO"            TO WRK-SITUACAO-FIN
               END-IF
           END-IF.

           MOVE SPACES                         TO WRK-POSICAO-ED
                                                  WRK-VENC-ANTIGO-ED
                                                  WRK-ULT-PAG-DATA-ED

           IF  ARQ-RSA-DATAHORA NOT EQUAL SPACES
               STRING ARQ-RSA-DATAHORA(7:2) "/"
                      ARQ-RSA-DATAHORA(5:2) "/"
                      ARQ-RSA-DATAHORA(1:4) " "
                      ARQ-RSA-DATAHORA(9:2) ":"
                      ARQ-RSA-DATAHORA(11:2)
                      DELIMITED BY SIZE INTO WRK-POSICAO-ED
           END-IF.

           IF  ARQ-RSA-VENC-ANTIGO NOT EQUAL SPACES
               STRING ARQ-RSA-VENC-ANTIGO(7:2) "/"
                      ARQ-RSA-VENC-ANTIGO(5:2) "/"
                      ARQ-RSA-VENC-ANTIGO(1:4)
                      DELIMITED BY SIZE INTO WRK-VENC-ANTIGO-ED
           END-IF.

           IF  ARQ-RSA-ULT-PAG-DATA NOT EQUAL SPACES
               STRING ARQ-RSA-ULT-PAG-DATA(7:2) "/"
                      ARQ-RSA-ULT-PAG-DATA(5:2) "/"
                      ARQ-RSA-ULT-PAG-DATA(1:4)
                      DELIMITED BY SIZE INTO WRK-ULT-PAG-DATA-ED
           END-IF.

           MOVE ARQ-RSA-SALDO-ABERTO           TO WRK-SALDO-ED
           MOVE ARQ-RSA-SALDO-90               TO WRK-SALDO-90-ED
           MOVE ARQ-RSA-ULT-PAG-VALOR          TO WRK-ULT-PAG-VALOR-ED
           MOVE ARQ-RSA-RENEG-SALDO            TO WRK-RENEG-SALDO-ED
           MOVE ARQ-RSA-MEDIA                  TO WRK-MEDIA-ED
           MOVE ARQ-RSA-RISCO-PERC             TO WRK-RISCO-PERC-ED.

      *-----------------------------------------------------------------
       0220-LER-RESUMO-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-RESUMIR-NEGATIVACAO                                SECTION.
      *-----------------------------------------------------------------
      *----------- SITUACAO DO RM NO BUREAU (PROGNEGA) E A DATA DO -----
      *----------- ULTIMO MOVIMENTO: AVISO, INCLUSAO OU EXCLUSAO -------

           MOVE "NAO CONSTA"                   TO WRK-SITUACAO-NEG
           MOVE SPACES                         TO WRK-DATA-NEG

           MOVE WRK-TEMP-RM                    TO ARQ-NEG-RM
           READ NEGATIV KEY IS ARQ-NEG-RM
               INVALID KEY
                   GO TO 0225-RESUMIR-NEGATIVACAO-99-FIM
           END-READ.

           MOVE ARQ-NEG-STATUS                 TO WRK-SITUACAO-NEG

           EVALUATE ARQ-NEG-STATUS
               WHEN "AVISADO"
                   STRING ARQ-NEG-DATA-AVISO(7:2) "/"
                          ARQ-NEG-DATA-AVISO(5:2) "/"
                          ARQ-NEG-DATA-AVISO(1:4)
                          DELIMITED BY SIZE INTO WRK-DATA-NEG
               WHEN "INCLUIDO"
                   STRING ARQ-NEG-DATA-INCLUSAO(7:2) "/"
                          ARQ-NEG-DATA-INCLUSAO(5:2) "/"
                          ARQ-NEG-DATA-INCLUSAO(1:4)
                          DELIMITED BY SIZE INTO WRK-DATA-NEG
               WHEN OTHER
                   STRING ARQ-NEG-DATA-EXCLUSAO(7:2) "/"
                          ARQ-NEG-DATA-EXCLUSAO(5:2) "/"
                          ARQ-NEG-DATA-EXCLUSAO(1:4)
                          DELIMITED BY SIZE INTO WRK-DATA-NEG
           END-EVALUATE.

      *-----------------------------------------------------------------
       0225-RESUMIR-NEGATIVACAO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

             CLOSE  PAGAMENTOS.

             CLOSE  NEGATIV.

             CLOSE  RESALUNO.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.

      *--- DATA     : 21/08/2026
      *--- OBJETIVOS: MALA DIRETA DE CARTAS PERSONALIZADAS A PARTIR DE
      *----    MODELOS COM CAMPOS SUBSTITUIDOS (NOME, RM, CURSO,
      *----    VALORES E DATAS): AVISO DE MENSALIDADE EM ATRASO (PELO
      *----    SALDO EM ABERTO DO RESUMO CONSOLIDADO DO ALUNO,
      *----    RESALUNO.dat; RESUMO AUSENTE OU COM POSICAO MAIS
      *----    ANTIGA QUE RESUMO-HORAS HORAS - PARAMET.dat, PADRAO 24 -
      *----    NAO GERA O AVISO), BOAS-VINDAS AOS
      *----    MATRICULADOS A PARTIR DE UMA DATA E AVISO DE FILA DE
      *----    ESPERA. CADA CARTA GERADA E REGISTRADA EM CARTLOG.dat
      *----    PARA COMPROVAR A NOTIFICACAO. A CARTA SO SAI COM O
      *----    CONSENTIMENTO DO DESTINATARIO (RESPONSAVEL VINCULADO OU
      *----    O PROPRIO ALUNO) PELO PROGCSNV; O AVISO DE ATRASO
      *----    RECUSADO POR CARTA E DESVIADO PARA A CAIXA DE SAIDA
      *----    (EVENTO ATRASO, EMAIL OU SMS AUTORIZADO) E, SEM CANAL
      *----    AUTORIZADO, SAI POR CARTA ASSIM MESMO. O QUE NAO SAIU
      *----    FICA EM SUPRESSAO.dat. A CARTA TRATA O ALUNO PELO
      *----    NOME SOCIAL QUANDO HA UM EM USO (PROGNOME).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- RESALUNO          I             BOKRSAL
      *---- CARTAS            O              ----
      *---- CARTLOG           E             BOKCLOG
      *---- RESPVINC          I             BOKRVIN
      *---- SUPRESSAO         E             BOKSUPR
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------

                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

      *----------- RESUMO CONSOLIDADO DO ALUNO (PROGRSGE) --------------
           SELECT RESALUNO  ASSIGN TO WRK-PATH-RESALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RESALUNO.

           SELECT CARTAS ASSIGN TO WRK-PATH-CARTAS
                  FILE STATUS IS FS-CARTAS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CARTLOG.

           SELECT RESPVINC  ASSIGN TO WRK-PATH-RESPVINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RVI-RM
                  FILE STATUS IS FS-RESPVINC.

           SELECT SUPRESSAO  ASSIGN TO WRK-PATH-SUPRESSAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SUPRESSAO.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.
       FD  ALUNOS.
       COPY "BOKALU".

       FD  RESALUNO.
       COPY "BOKRSAL".

      *-------------------- AREA DO ARQUIVO DE CARTAS ------------------
       FD  CARTAS.
       FD  CARTLOG.
       COPY "BOKCLOG".

       FD  RESPVINC.
       COPY "BOKRVIN".

       FD  SUPRESSAO.
       COPY "BOKSUPR".

       FD  OPLOG.
       COPY "BOKOPLOG".


      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-RESALUNO                  PIC 9(02).
       77  FS-CARTAS                    PIC 9(02).
       77  FS-CARTLOG                   PIC 9(02).
       77  FS-RESPVINC                  PIC 9(02).
       77  FS-SUPRESSAO                 PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-CARTAS              PIC X(80).
       77  WRK-TOTAL-ABERTO             PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ABERTO-ED          PIC Z(07)9,99.

      *------------- IDADE MAXIMA DO RESUMO DO ALUNO (PARAMET.dat) -----
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-HORAS-LIMITE             PIC 9(04)    VALUE 24.
       77  WRK-HOJE-INT                 PIC 9(08)    VALUE ZEROS.
       77  WRK-HORAS                    PIC S9(07)   VALUE ZEROS.

      *------------- RESPONSAVEL FINANCEIRO DO ALUNO (PROGRESP): -------
      *------------- QUANDO EXISTE, A CARTA E ENDERECADA A ELE ---------
       01  WRK-RESPONSAVEL.
           05 WRK-RESP-EMAIL            PIC X(40)    VALUE SPACES.
       77  WRK-GERAR-CARTA              PIC X(01) VALUE SPACES.

      *------------- CONSENTIMENTO DO DESTINATARIO (PROGCSNV) ----------
       77  WRK-CSN-TIPO                 PIC X(01) VALUE SPACES.
       77  WRK-CSN-TITULAR              PIC X(06) VALUE SPACES.
       77  WRK-CSN-CANAL                PIC X(05) VALUE SPACES.
       77  WRK-CSN-CATEGORIA            PIC X(04) VALUE SPACES.
       77  WRK-CSN-PERMITIDO            PIC X(01) VALUE SPACES.
      *--- RETORNO DO PROGCSNV QUE BLOQUEOU A CARTA --------------------
       77  WRK-BLOQ-CARTA               PIC X(01) VALUE SPACES.
       77  WRK-DESTINO                  PIC X(05) VALUE SPACES.
       77  WRK-QTD-SUPRIMIDAS           PIC 9(04) VALUE ZEROS.

      *------------- NOME DO ALUNO NA CARTA (NOME SOCIAL EM USO) -------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGCART".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- AVISO DE ATRASO DESVIADO PARA A CAIXA DE SAIDA ----
       77  WRK-EVTG-TIPO                PIC X(12) VALUE "ATRASO".
       77  WRK-EVTG-DADOS               PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "CARTAS GERADAS.......".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-CARTAS.
           05 LINE  13 COLUMN 30 VALUE "CARTAS NAO GERADAS...".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-SUPRIMIDAS.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                GOBACK
            END-IF.

      *----------- ABERTURA DO RESUMO CONSOLIDADO DO ALUNO -------------
            OPEN INPUT RESALUNO.

            IF  FS-RESALUNO EQUAL 35
                OPEN OUTPUT RESALUNO
                CLOSE       RESALUNO
                OPEN INPUT  RESALUNO
            END-IF.

      *----------- ABERTURA DO LOG DE CARTAS (ACRESCENTA AO FIM) -------
                OPEN EXTEND CARTLOG
            END-IF.

      *----------- ABERTURA DOS VINCULOS DE RESPONSAVEL ----------------
            OPEN INPUT RESPVINC.

            IF  FS-RESPVINC EQUAL 35
                OPEN OUTPUT RESPVINC
                CLOSE       RESPVINC
                OPEN INPUT  RESPVINC
            END-IF.

      *----------- ABERTURA DO LOG DE SUPRESSOES (ACRESCENTA AO FIM) ---
            OPEN EXTEND SUPRESSAO.

            IF  FS-SUPRESSAO EQUAL 35
                OPEN OUTPUT SUPRESSAO
                CLOSE       SUPRESSAO
                OPEN EXTEND SUPRESSAO
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

                   GOBACK
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA

      *------------- AVISO DE ATRASO SO COM O RESUMO EM DIA ------------
           IF  WRK-TIPO-CARTA EQUAL "ATRASO"
               MOVE SPACES                     TO WRK-MSG
               PERFORM 0205-CONFERIR-RESUMO
               IF  WRK-MSG NOT EQUAL SPACES
                   PERFORM 0900-MOSTRA
                   PERFORM 0300-FINALIZAR
                   GOBACK
               END-IF
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CARTAS_"
                  FUNCTION TRIM(WRK-TIPO-CARTA) "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)

               PERFORM 0210-SELECIONAR-ALUNO

               IF  WRK-GERAR-CARTA EQUAL "S"
                   PERFORM 0218-CONFERIR-CONSENTIMENTO
               END-IF

               IF  WRK-GERAR-CARTA EQUAL "S"
                   PERFORM 0220-GERAR-CARTA
               END-IF
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-CONFERIR-RESUMO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- POSICAO DO RESUMO (PRIMEIRO REGISTRO) CONTRA A ------
      *----------- IDADE MAXIMA: HORAS = DIAS X 24 + DIFERENCA DE ------
      *----------- HORA DO DIA. DEVOLVE A MENSAGEM EM WRK-MSG ----------

           MOVE "RESUMO-HORAS"                TO WRK-PARM-CODIGO
           MOVE WRK-HORAS-LIMITE              TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-HORAS-LIMITE.

           MOVE LOW-VALUES                     TO ARQ-RSA-RM

           START RESALUNO KEY IS GREATER THAN OR EQUAL ARQ-RSA-RM
               INVALID KEY
                   MOVE WRK-MSG-RSA-VAZIO      TO WRK-MSG
                   GO TO 0205-CONFERIR-RESUMO-99-FIM
           END-START.

           READ RESALUNO NEXT RECORD
               AT END
                   MOVE WRK-MSG-RSA-VAZIO      TO WRK-MSG
                   GO TO 0205-CONFERIR-RESUMO-99-FIM
           END-READ.

           IF  ARQ-RSA-DATAHORA(1:10) IS NOT NUMERIC
               MOVE WRK-MSG-RSA-ANTIGO         TO WRK-MSG
               GO TO 0205-CONFERIR-RESUMO-99-FIM
           END-IF.

           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HORA(1:8))).

           COMPUTE WRK-HORAS =
                   (WRK-HOJE-INT -
                    FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(ARQ-RSA-DATAHORA(1:8))))
                   * 24
                 + FUNCTION NUMVAL(WRK-DATA-HORA(9:2))
                 - FUNCTION NUMVAL(ARQ-RSA-DATAHORA(9:2)).

           IF  WRK-HORAS GREATER WRK-HORAS-LIMITE
               MOVE WRK-MSG-RSA-ANTIGO         TO WRK-MSG
           END-IF.

      *-----------------------------------------------------------------
       0205-CONFERIR-RESUMO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-ALUNO                                   SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       0215-SOMAR-ABERTO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- SALDO EM ABERTO DO ALUNO CORRENTE NO RESUMO ---------

           MOVE ARQ-RM                         TO ARQ-RSA-RM
           READ RESALUNO KEY IS ARQ-RSA-RM
               INVALID KEY
                   GO TO 0215-SOMAR-ABERTO-99-FIM
           END-READ.

           MOVE ARQ-RSA-SALDO-ABERTO           TO WRK-TOTAL-ABERTO.

      *-----------------------------------------------------------------
       0215-SOMAR-ABERTO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0218-CONFERIR-CONSENTIMENTO                             SECTION.
      *-----------------------------------------------------------------
      *----------- A CARTA VAI AO RESPONSAVEL VINCULADO OU AO PROPRIO --
      *----------- ALUNO: E O CONSENTIMENTO DELE QUE VALE --------------

           MOVE SPACES                         TO WRK-BLOQ-CARTA
                                                  WRK-DESTINO.

           IF  WRK-TIPO-CARTA EQUAL "ATRASO"
               MOVE "FIN"                      TO WRK-CSN-CATEGORIA
           ELSE
               MOVE "ACAD"                     TO WRK-CSN-CATEGORIA
           END-IF.

           MOVE "A"                            TO WRK-CSN-TIPO
           MOVE ARQ-RM                         TO WRK-CSN-TITULAR
           MOVE ARQ-RM                         TO ARQ-RVI-RM
           READ RESPVINC KEY IS ARQ-RVI-RM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R"                    TO WRK-CSN-TIPO
                   MOVE ARQ-RVI-CODIGO         TO WRK-CSN-TITULAR
           END-READ.

           MOVE "CARTA"                        TO WRK-CSN-CANAL
           CALL "PROGCSNV" USING WRK-CSN-TIPO, WRK-CSN-TITULAR,
                WRK-CSN-CANAL, WRK-CSN-CATEGORIA, WRK-CSN-PERMITIDO.

           IF  WRK-CSN-PERMITIDO EQUAL "S"
               GO TO 0218-CONFERIR-CONSENTIMENTO-99-FIM
           END-IF.

           MOVE WRK-CSN-PERMITIDO              TO WRK-BLOQ-CARTA.

      *----------- CARTA NAO OBRIGATORIA RECUSADA: NAO SAI -------------
           IF  WRK-TIPO-CARTA NOT EQUAL "ATRASO"
               MOVE "N"                        TO WRK-GERAR-CARTA
               PERFORM 0219-GRAVAR-SUPRESSAO
               GO TO 0218-CONFERIR-CONSENTIMENTO-99-FIM
           END-IF.

      *----------- AVISO DE ATRASO: PROCURA UM CANAL ELETRONICO -------
      *----------- AUTORIZADO PELO ALUNO (O PROGNOTI USA OS CONTATOS ---
      *----------- DO CADASTRO DO ALUNO) -------------------------------
           MOVE "A"                            TO WRK-CSN-TIPO
           MOVE ARQ-RM                         TO WRK-CSN-TITULAR

           IF  ARQ-EMAIL NOT EQUAL SPACES
               MOVE "EMAIL"                    TO WRK-CSN-CANAL
               CALL "PROGCSNV" USING WRK-CSN-TIPO, WRK-CSN-TITULAR,
                    WRK-CSN-CANAL, WRK-CSN-CATEGORIA, WRK-CSN-PERMITIDO
               IF  WRK-CSN-PERMITIDO EQUAL "S"
                   MOVE "EMAIL"                TO WRK-DESTINO
               END-IF
           END-IF.

           IF  WRK-DESTINO EQUAL SPACES
           AND ARQ-TELEFONE NOT EQUAL SPACES
               MOVE "SMS"                      TO WRK-CSN-CANAL
               CALL "PROGCSNV" USING WRK-CSN-TIPO, WRK-CSN-TITULAR,
                    WRK-CSN-CANAL, WRK-CSN-CATEGORIA, WRK-CSN-PERMITIDO
               IF  WRK-CSN-PERMITIDO EQUAL "S"
                   MOVE "SMS"                  TO WRK-DESTINO
               END-IF
           END-IF.

      *----------- SEM CANAL AUTORIZADO O AVISO SAI POR CARTA ----------
           IF  WRK-DESTINO EQUAL SPACES
               MOVE "CARTA"                    TO WRK-DESTINO
               PERFORM 0219-GRAVAR-SUPRESSAO
               GO TO 0218-CONFERIR-CONSENTIMENTO-99-FIM
           END-IF.

           MOVE WRK-TOTAL-ABERTO               TO WRK-TOTAL-ABERTO-ED
           MOVE SPACES                         TO WRK-EVTG-DADOS
           STRING "R$ " FUNCTION TRIM(WRK-TOTAL-ABERTO-ED)
                  DELIMITED BY SIZE INTO WRK-EVTG-DADOS
           CALL "PROGEVTG" USING ARQ-RM, WRK-EVTG-TIPO,
                WRK-EVTG-DADOS.

           MOVE "N"                            TO WRK-GERAR-CARTA
           PERFORM 0219-GRAVAR-SUPRESSAO.

      *-----------------------------------------------------------------
       0218-CONFERIR-CONSENTIMENTO-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0219-GRAVAR-SUPRESSAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- REGISTRA A CARTA RECUSADA E O DESTINO DO AVISO ------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-SUP-DATAHORA
           MOVE "PROGCART"                     TO ARQ-SUP-PROGRAMA
           MOVE ARQ-RM                         TO ARQ-SUP-RM
           MOVE "A"                            TO ARQ-SUP-TIPO-TITULAR
           MOVE ARQ-RM                         TO ARQ-SUP-TITULAR
           MOVE ARQ-RM                         TO ARQ-RVI-RM
           READ RESPVINC KEY IS ARQ-RVI-RM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R"                    TO ARQ-SUP-TIPO-TITULAR
                   MOVE ARQ-RVI-CODIGO         TO ARQ-SUP-TITULAR
           END-READ.
           MOVE WRK-TIPO-CARTA                 TO ARQ-SUP-MENSAGEM
           MOVE "CARTA"                        TO ARQ-SUP-CANAL
           MOVE WRK-CSN-CATEGORIA              TO ARQ-SUP-CATEGORIA
           MOVE WRK-DESTINO                    TO ARQ-SUP-DESTINO.

           IF  WRK-BLOQ-CARTA EQUAL "P"
               MOVE "SEM AUTORIZACAO"          TO ARQ-SUP-MOTIVO
           ELSE
               MOVE "RECUSA DO TITULAR"        TO ARQ-SUP-MOTIVO
           END-IF.

           EVALUATE WRK-DESTINO
               WHEN SPACES
                   MOVE "SUPRIMIDA"            TO ARQ-SUP-SITUACAO
                   ADD 1                       TO WRK-QTD-SUPRIMIDAS
               WHEN "CARTA"
                   MOVE "OBRIGATORIA"          TO ARQ-SUP-SITUACAO
               WHEN OTHER
                   MOVE "DESVIADA"             TO ARQ-SUP-SITUACAO
                   ADD 1                       TO WRK-QTD-SUPRIMIDAS
           END-EVALUATE.

           WRITE ARQ-DADOS-SUPRESSAO.

      *-----------------------------------------------------------------
       0219-GRAVAR-SUPRESSAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           MOVE ALL "-"                        TO ARQ-CARTAS
           WRITE ARQ-CARTAS.

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL.

      *----------- CARTA ENDERECADA AO RESPONSAVEL FINANCEIRO, ---------
      *----------- QUANDO O RM TEM UM VINCULADO (PROGRESP) -------------
           CALL "PROGRESP" USING ARQ-RM, WRK-RESP-ACHOU,
               STRING "AO(A) SR(A) "
                      FUNCTION TRIM(WRK-RESP-NOME)
                      ", RESPONSAVEL POR "
                      FUNCTION TRIM(WRK-NOM-NOME)
                      " - RM " ARQ-RM
                      DELIMITED BY SIZE INTO ARQ-CARTAS
               WRITE ARQ-CARTAS
           ELSE
               MOVE SPACES                     TO ARQ-CARTAS
               STRING "AO(A) RESPONSAVEL POR "
                      FUNCTION TRIM(WRK-NOM-NOME)
                      " - RM " ARQ-RM
                      DELIMITED BY SIZE INTO ARQ-CARTAS
               WRITE ARQ-CARTAS
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  RESALUNO.

             CLOSE  CARTLOG.

             CLOSE  RESPVINC.

             CLOSE  SUPRESSAO.

             CLOSE OPLOG.

      *-----------------------------------------------------------------

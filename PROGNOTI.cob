      *----    ALUNOS.dat, MONTA A MENSAGEM DO MODELO DO TIPO E GRAVA
      *----    NOS ARQUIVOS PRONTOS PARA O BUREAU DE MENSAGERIA (UM
      *----    DE EMAIL E UM DE SMS, DATADOS), MARCANDO O EVENTO COMO
      *----    ENVIADO PARA NADA SAIR DUAS VEZES. CADA CANAL SO SAI
      *----    COM O CONSENTIMENTO DO ALUNO PARA A CATEGORIA DO EVENTO
      *----    (PROGCSNV); O AVISO LEGAL (COBRANCA, NEGATIVACAO E
      *----    ATRASO) BLOQUEADO NOS CANAIS ELETRONICOS SAI POR CARTA.
      *----    O QUE NAO SAIU, E POR QUE, FICA EM SUPRESSAO.dat. A
      *----    CARTA TRATA O ALUNO PELO NOME SOCIAL EM USO (PROGNOME).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ALUNOS            I             BOKALU
      *---- SAIEMAIL          O              ----
      *---- SAISMS            O              ----
      *---- SAICARTA          O              ----
      *---- CARTLOG           E             BOKCLOG
      *---- SUPRESSAO         E             BOKSUPR
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SAISMS.

           SELECT SAICARTA ASSIGN TO WRK-PATH-SAICARTA
                  FILE STATUS IS FS-SAICARTA.

           SELECT CARTLOG  ASSIGN TO WRK-PATH-CARTLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CARTLOG.

           SELECT SUPRESSAO  ASSIGN TO WRK-PATH-SUPRESSAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SUPRESSAO.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.
       FD  SAISMS.
       01  ARQ-SAISMS                   PIC X(80).

      *-------------------- CARTAS DO AVISO LEGAL DESVIADO -------------
       FD  SAICARTA.
       01  ARQ-SAICARTA                 PIC X(80).

       FD  CARTLOG.
       COPY "BOKCLOG".

       FD  SUPRESSAO.
       COPY "BOKSUPR".

       FD  OPLOG.
       COPY "BOKOPLOG".

       77  FS-ALUNOS                    PIC 9(02).
       77  FS-SAIEMAIL                  PIC 9(02).
       77  FS-SAISMS                    PIC 9(02).
       77  FS-SAICARTA                  PIC 9(02).
       77  FS-CARTLOG                   PIC 9(02).
       77  FS-SUPRESSAO                 PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- NOMES DOS ARQUIVOS GERADOS ------------------------
       77  WRK-PATH-SAIEMAIL            PIC X(80).
       77  WRK-PATH-SAISMS              PIC X(80).
       77  WRK-PATH-SAICARTA            PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
      *------------- VARIAVEIS DO DESPACHO -----------------------------
       77  WRK-QTD-DESPACHADOS          PIC 9(06) VALUE ZEROS.
       77  WRK-TEXTO-MENSAGEM           PIC X(60) VALUE SPACES.
       77  WRK-QTD-SUPRIMIDOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CARTAS               PIC 9(06) VALUE ZEROS.

      *------------- CONSENTIMENTO DO ALUNO (PROGCSNV) -----------------
       77  WRK-CSN-TIPO                 PIC X(01) VALUE "A".
       77  WRK-CSN-TITULAR              PIC X(06) VALUE SPACES.
       77  WRK-CSN-CANAL                PIC X(05) VALUE SPACES.
       77  WRK-CSN-CATEGORIA            PIC X(04) VALUE SPACES.
       77  WRK-CSN-PERMITIDO            PIC X(01) VALUE SPACES.
      *--- "S" = AVISO LEGAL: NAO PODE DEIXAR DE SAIR POR CONSENTIMENTO
       77  WRK-OBRIGATORIO              PIC X(01) VALUE SPACES.
      *--- "S" = SAIU PELO CANAL / RETORNO DO PROGCSNV QUE BLOQUEOU ----
       01  WRK-CANAIS.
           05 WRK-SAIU-EMAIL            PIC X(01).
           05 WRK-SAIU-SMS              PIC X(01).
           05 WRK-SAIU-CARTA            PIC X(01).
           05 WRK-BLOQ-EMAIL            PIC X(01).
           05 WRK-BLOQ-SMS              PIC X(01).
           05 WRK-BLOQ-CARTA            PIC X(01).
       77  WRK-DESTINO                  PIC X(05) VALUE SPACES.
       77  WRK-SUP-CANAL                PIC X(05) VALUE SPACES.
       77  WRK-SUP-BLOQUEIO             PIC X(01) VALUE SPACES.

      *------------- RESPONSAVEL FINANCEIRO DO ALUNO (PROGRESP): -------
      *------------- QUANDO EXISTE, A CARTA E ENDERECADA A ELE ---------
       01  WRK-RESPONSAVEL.
           05 WRK-RESP-ACHOU            PIC X(01)    VALUE SPACES.
           05 WRK-RESP-NOME             PIC X(30)    VALUE SPACES.
           05 WRK-RESP-CPF              PIC X(11)    VALUE SPACES.
           05 WRK-RESP-ENDERECO         PIC X(40)    VALUE SPACES.
           05 WRK-RESP-TELEFONE         PIC X(15)    VALUE SPACES.
           05 WRK-RESP-EMAIL            PIC X(40)    VALUE SPACES.

      *------------- NOME DO ALUNO NA CARTA (NOME SOCIAL EM USO) -------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGNOTI".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "EVENTOS DESPACHADOS..".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-DESPACHADOS.
           05 LINE  13 COLUMN 30 VALUE "CANAIS SUPRIMIDOS....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-SUPRIMIDOS.
           05 LINE  14 COLUMN 30 VALUE "AVISOS POR CARTA.....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-CARTAS.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                GOBACK
            END-IF.

      *----------- ABERTURA DO LOG DE CARTAS (ACRESCENTA AO FIM) -------
            OPEN EXTEND CARTLOG.

            IF  FS-CARTLOG EQUAL 35
                OPEN OUTPUT CARTLOG
                CLOSE       CARTLOG
                OPEN EXTEND CARTLOG
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

                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".txt"
                  DELIMITED BY SIZE INTO WRK-PATH-SAISMS
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CARTAS_AVISO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-SAICARTA

           OPEN OUTPUT SAIEMAIL.
           OPEN OUTPUT SAISMS.
           OPEN OUTPUT SAICARTA.

      *--------------------- AREA DE VARREDURA DOS EVENTOS -------------
           MOVE LOW-VALUES                     TO ARQ-EVE-NUMERO

           CLOSE SAIEMAIL.
           CLOSE SAISMS.
           CLOSE SAICARTA.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGNOTI"                     TO ARQ-LOG-PROGRAMA
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-TEXTO-MENSAGEM
               WHEN "LIQUIDACAO"
                   STRING "PAGAMENTO BOLETO CONFIRMADO: "
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-TEXTO-MENSAGEM
               WHEN "RESULTADO"
                   STRING "SUA VAGA FOI LIBERADA: "
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-TEXTO-MENSAGEM
               WHEN "NEGATIVACAO"
                   STRING "AVISO PREVIO SERASA/SPC: "
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-TEXTO-MENSAGEM
               WHEN "JUBILAMENTO"
                   STRING "NOTIFICACAO DE JUBILAMENTO: "
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-TEXTO-MENSAGEM
               WHEN "DOCUMENTOS"
                   STRING "ENTREGUE NA SECRETARIA: "
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-TEXTO-MENSAGEM
               WHEN "ATRASO"
                   STRING "DEBITO EM ABERTO - REGULARIZE: "
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-TEXTO-MENSAGEM
               WHEN OTHER
                   MOVE ARQ-EVE-DADOS          TO WRK-TEXTO-MENSAGEM
           END-EVALUATE.

      *----------- CATEGORIA DO EVENTO PARA O CONSENTIMENTO. O --------
      *----------- AVISO LEGAL NAO PODE DEIXAR DE SAIR -----------------
           MOVE "N"                            TO WRK-OBRIGATORIO
           EVALUATE ARQ-EVE-TIPO
               WHEN "COBRANCA"
               WHEN "NEGATIVACAO"
               WHEN "ATRASO"
                   MOVE "FIN"                  TO WRK-CSN-CATEGORIA
                   MOVE "S"                    TO WRK-OBRIGATORIO
               WHEN "PAGAMENTO"
               WHEN "LIQUIDACAO"
                   MOVE "FIN"                  TO WRK-CSN-CATEGORIA
               WHEN OTHER
                   MOVE "ACAD"                 TO WRK-CSN-CATEGORIA
           END-EVALUATE.

           MOVE SPACES                         TO WRK-CANAIS.
           MOVE "A"                            TO WRK-CSN-TIPO.
           MOVE ARQ-EVE-RM                     TO WRK-CSN-TITULAR.

      *----------- LINHA PRONTA PARA O BUREAU DE EMAIL -----------------
           IF  ARQ-EMAIL NOT EQUAL SPACES
               MOVE "EMAIL"                    TO WRK-CSN-CANAL
               PERFORM 0215-CONFERIR-CONSENTIMENTO
               IF  WRK-CSN-PERMITIDO EQUAL "S"
                   MOVE SPACES                 TO ARQ-SAIEMAIL
                   STRING FUNCTION TRIM(ARQ-EMAIL) ";"
                          FUNCTION TRIM(WRK-TEXTO-MENSAGEM)
                          DELIMITED BY SIZE INTO ARQ-SAIEMAIL
                   WRITE ARQ-SAIEMAIL
                   MOVE "S"                    TO WRK-SAIU-EMAIL
               ELSE
                   MOVE WRK-CSN-PERMITIDO      TO WRK-BLOQ-EMAIL
               END-IF
           END-IF.

      *----------- LINHA PRONTA PARA O BUREAU DE SMS -------------------
           IF  ARQ-TELEFONE NOT EQUAL SPACES
               MOVE "SMS"                      TO WRK-CSN-CANAL
               PERFORM 0215-CONFERIR-CONSENTIMENTO
               IF  WRK-CSN-PERMITIDO EQUAL "S"
                   MOVE SPACES                 TO ARQ-SAISMS
                   STRING FUNCTION TRIM(ARQ-TELEFONE) ";"
                          FUNCTION TRIM(WRK-TEXTO-MENSAGEM)
                          DELIMITED BY SIZE INTO ARQ-SAISMS
                   WRITE ARQ-SAISMS
                   MOVE "S"                    TO WRK-SAIU-SMS
               ELSE
                   MOVE WRK-CSN-PERMITIDO      TO WRK-BLOQ-SMS
               END-IF
           END-IF.

      *----------- AVISO LEGAL BLOQUEADO NOS CANAIS ELETRONICOS -------
      *----------- SAI POR CARTA (MESMO SEM AUTORIZACAO DO CANAL) ------
           IF  WRK-OBRIGATORIO EQUAL "S"
           AND WRK-SAIU-EMAIL NOT EQUAL "S"
           AND WRK-SAIU-SMS   NOT EQUAL "S"
           AND (WRK-BLOQ-EMAIL NOT EQUAL SPACES OR
                WRK-BLOQ-SMS   NOT EQUAL SPACES)
               MOVE "CARTA"                    TO WRK-CSN-CANAL
               PERFORM 0215-CONFERIR-CONSENTIMENTO
               IF  WRK-CSN-PERMITIDO NOT EQUAL "S"
                   MOVE WRK-CSN-PERMITIDO      TO WRK-BLOQ-CARTA
               END-IF
               PERFORM 0220-GERAR-CARTA-AVISO
               MOVE "S"                        TO WRK-SAIU-CARTA
           END-IF.

           PERFORM 0230-REGISTRAR-SUPRESSAO.

           MOVE "S"                            TO ARQ-EVE-ENVIADO
           REWRITE ARQ-DADOS-EVENTO.

       0210-DESPACHAR-EVENTO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CONFERIR-CONSENTIMENTO                             SECTION.
      *-----------------------------------------------------------------

           CALL "PROGCSNV" USING WRK-CSN-TIPO, WRK-CSN-TITULAR,
                WRK-CSN-CANAL, WRK-CSN-CATEGORIA, WRK-CSN-PERMITIDO.

      *-----------------------------------------------------------------
       0215-CONFERIR-CONSENTIMENTO-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GERAR-CARTA-AVISO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- CARTA COM O TEXTO DO EVENTO, NO MESMO FORMATO DA ----
      *----------- MALA DIRETA (PROGCART), REGISTRADA NO CARTLOG -------

           MOVE ALL "-"                        TO ARQ-SAICARTA
           WRITE ARQ-SAICARTA.

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           CALL "PROGRESP" USING ARQ-RM, WRK-RESP-ACHOU,
                WRK-RESP-NOME, WRK-RESP-CPF, WRK-RESP-ENDERECO,
                WRK-RESP-TELEFONE, WRK-RESP-EMAIL.

           IF  WRK-RESP-ACHOU EQUAL "S"
               MOVE SPACES                     TO ARQ-SAICARTA
               STRING "AO(A) SR(A) "
                      FUNCTION TRIM(WRK-RESP-NOME)
                      ", RESPONSAVEL POR "
                      FUNCTION TRIM(WRK-NOM-NOME)
                      " - RM " ARQ-RM
                      DELIMITED BY SIZE INTO ARQ-SAICARTA
               WRITE ARQ-SAICARTA
               MOVE SPACES                     TO ARQ-SAICARTA
               STRING "ENDERECO: "
                      FUNCTION TRIM(WRK-RESP-ENDERECO)
                      DELIMITED BY SIZE INTO ARQ-SAICARTA
               WRITE ARQ-SAICARTA
           ELSE
               MOVE SPACES                     TO ARQ-SAICARTA
               STRING "AO(A) RESPONSAVEL POR "
                      FUNCTION TRIM(WRK-NOM-NOME)
                      " - RM " ARQ-RM
                      DELIMITED BY SIZE INTO ARQ-SAICARTA
               WRITE ARQ-SAICARTA
           END-IF.

           MOVE SPACES                         TO ARQ-SAICARTA
           STRING "CURSO " FUNCTION TRIM(ARQ-CURSO)
                  " - CAMPUS " FUNCTION TRIM(ARQ-CAMPUS)
                  " - EM " WRK-DATA-HORA(7:2) "/"
                  WRK-DATA-HORA(5:2) "/" WRK-DATA-HORA(1:4)
                  DELIMITED BY SIZE INTO ARQ-SAICARTA
           WRITE ARQ-SAICARTA.

           MOVE WRK-TEXTO-MENSAGEM             TO ARQ-SAICARTA
           WRITE ARQ-SAICARTA.

           ADD 1                               TO WRK-QTD-CARTAS.

      *----------- COMPROVANTE DA NOTIFICACAO NO LOG DE CARTAS ---------
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-CRT-DATAHORA
           MOVE "AVISO"                        TO ARQ-CRT-TIPO
           MOVE ARQ-RM                         TO ARQ-CRT-RM
           MOVE WRK-PATH-SAICARTA              TO ARQ-CRT-ARQUIVO
           WRITE ARQ-DADOS-CARTLOG.

      *-----------------------------------------------------------------
       0220-GERAR-CARTA-AVISO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-REGISTRAR-SUPRESSAO                                SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA POR CANAL BLOQUEADO, COM O CANAL POR ONDE -
      *----------- O EVENTO ACABOU SAINDO (SE SAIU) --------------------

           MOVE SPACES                         TO WRK-DESTINO.

           IF  WRK-SAIU-CARTA EQUAL "S"
               MOVE "CARTA"                    TO WRK-DESTINO
           END-IF.

           IF  WRK-SAIU-SMS EQUAL "S"
               MOVE "SMS"                      TO WRK-DESTINO
           END-IF.

           IF  WRK-SAIU-EMAIL EQUAL "S"
               MOVE "EMAIL"                    TO WRK-DESTINO
           END-IF.

           IF  WRK-BLOQ-EMAIL NOT EQUAL SPACES
               MOVE "EMAIL"                    TO WRK-SUP-CANAL
               MOVE WRK-BLOQ-EMAIL             TO WRK-SUP-BLOQUEIO
               PERFORM 0235-GRAVAR-SUPRESSAO
           END-IF.

           IF  WRK-BLOQ-SMS NOT EQUAL SPACES
               MOVE "SMS"                      TO WRK-SUP-CANAL
               MOVE WRK-BLOQ-SMS               TO WRK-SUP-BLOQUEIO
               PERFORM 0235-GRAVAR-SUPRESSAO
           END-IF.

           IF  WRK-BLOQ-CARTA NOT EQUAL SPACES
               MOVE "CARTA"                    TO WRK-SUP-CANAL
               MOVE WRK-BLOQ-CARTA             TO WRK-SUP-BLOQUEIO
               PERFORM 0235-GRAVAR-SUPRESSAO
           END-IF.

      *-----------------------------------------------------------------
       0230-REGISTRAR-SUPRESSAO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-GRAVAR-SUPRESSAO                                   SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-SUP-DATAHORA
           MOVE "PROGNOTI"                     TO ARQ-SUP-PROGRAMA
           MOVE ARQ-EVE-RM                     TO ARQ-SUP-RM
           MOVE WRK-CSN-TIPO                   TO ARQ-SUP-TIPO-TITULAR
           MOVE WRK-CSN-TITULAR                TO ARQ-SUP-TITULAR
           MOVE ARQ-EVE-TIPO                   TO ARQ-SUP-MENSAGEM
           MOVE WRK-SUP-CANAL                  TO ARQ-SUP-CANAL
           MOVE WRK-CSN-CATEGORIA              TO ARQ-SUP-CATEGORIA
           MOVE WRK-DESTINO                    TO ARQ-SUP-DESTINO.

           IF  WRK-SUP-BLOQUEIO EQUAL "P"
               MOVE "SEM AUTORIZACAO"          TO ARQ-SUP-MOTIVO
           ELSE
               MOVE "RECUSA DO TITULAR"        TO ARQ-SUP-MOTIVO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-SUP-CANAL EQUAL "CARTA"
                   MOVE "OBRIGATORIA"          TO ARQ-SUP-SITUACAO
               WHEN WRK-DESTINO EQUAL SPACES
                   MOVE "SUPRIMIDA"            TO ARQ-SUP-SITUACAO
               WHEN OTHER
                   MOVE "DESVIADA"             TO ARQ-SUP-SITUACAO
           END-EVALUATE.

           WRITE ARQ-DADOS-SUPRESSAO.

           ADD 1                               TO WRK-QTD-SUPRIMIDOS.

      *-----------------------------------------------------------------
       0235-GRAVAR-SUPRESSAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE  ALUNOS.

             CLOSE  CARTLOG.

             CLOSE  SUPRESSAO.

             CLOSE  OPLOG.

      *-----------------------------------------------------------------

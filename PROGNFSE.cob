       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNFSE.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: GERAR O LOTE DE RPS DA NOTA FISCAL DE SERVICO
      *----    ELETRONICA (NFS-E) NO LAYOUT DA PREFEITURA (BOKRPS).
      *----    CADA RECIBO "PG" DE PAGAMENTOS.dat DA DATA DE MOVIMENTO
      *----    (BALCAO, RETORNO BANCARIO OU CARTAO/PIX) VIRA UM RPS
      *----    NUMERADO POR NFSCTRL.dat, EM NOME DO RESPONSAVEL
      *----    FINANCEIRO VINCULADO (PROGRESP) OU DO PROPRIO ALUNO, E
      *----    E REGISTRADO EM NFSE.dat. OS RECIBOS RECUSADOS PELA
      *----    PREFEITURA VOLTAM NO LOTE SEGUINTE COM NOVO RPS. OS
      *----    ESTORNOS ("ES") NAO GERAM RPS: QUANDO O ORIGINAL JA
      *----    TEM NFS-E EMITIDA, SAI NO LOTE O PEDIDO DE CANCELAMENTO
      *----    (TIPO 2); QUANDO AINDA NAO TEM, A NOTA E DISPENSADA.
      *----    O RETORNO DA PREFEITURA E TRATADO NO PROGNFSR.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- PAGAMENTOS        I             BOKPAG
      *---- ALUNOS            I             BOKALU
      *---- NFSE             I-O            BOKNFSE
      *---- NFSCTRL           E              ----
      *---- LOTERPS           O             BOKRPS
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
           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

      *----------- CONTROLE DAS NOTAS DE CADA RECIBO -------------------
           SELECT NFSE  ASSIGN TO WRK-PATH-NFSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NFS-RECIBO
      *--- RPS ZERADO NAS NOTAS DISPENSADAS (ESTORNO SEM RPS) ---------
                  ALTERNATE RECORD KEY IS ARQ-NFS-RPS
                      WITH DUPLICATES
                  FILE STATUS IS FS-NFSE.

      *----------- ARQUIVO DE CONTROLE DA NUMERACAO DE RPS E LOTE ------
           SELECT NFSCTRL  ASSIGN TO WRK-PATH-NFSCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NFSCTRL.

           SELECT LOTERPS ASSIGN TO WRK-PATH-LOTERPS
                  FILE STATUS IS FS-LOTERPS.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  NFSE.
       COPY "BOKNFSE".

      *-------------------- AREA DE CONTROLE DA NUMERACAO DE RPS -------
       FD  NFSCTRL.
       01  ARQ-NFSCTRL.
           05 ARQ-NFSCTRL-PROXRPS       PIC 9(08).
           05 ARQ-NFSCTRL-PROXLOTE      PIC 9(06).

       FD  LOTERPS.
       COPY "BOKRPS".

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-NFSE                      PIC 9(02).
       77  FS-NFSCTRL                   PIC 9(02).
       77  FS-LOTERPS                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEL DO NOME DO LOTE DE RPS -------------------
       77  WRK-PATH-LOTERPS             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA GERACAO DO LOTE ----------------------
      *--- DATA DOS RECIBOS A FATURAR: PROPOSTA COMO HOJE, PODE SER ----
      *--- INFORMADA OUTRA PARA RECUPERAR UMA NOITE NAO PROCESSADA -----
       77  WRK-DATA-MOVIMENTO           PIC X(08)    VALUE SPACES.
       77  WRK-PROX-RPS                 PIC 9(08)    VALUE ZEROS.
       77  WRK-SEQ-LOTE                 PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-RPS                  PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-CANCEL               PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-DISPENSADAS          PIC 9(06)    VALUE ZEROS.
       77  WRK-VALOR-TOTAL              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-REENVIO                  PIC X(01)    VALUE SPACES.

      *------------- PARAMETROS DA NOTA (PROGPLER): CODIGO DO SERVICO --
      *------------- NA LISTA MUNICIPAL, ALIQUOTA DO ISS E INSCRICAO ---
      *------------- MUNICIPAL DO PRESTADOR; OS VALUE SAO OS PADROES ---
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-COD-SERVICO              PIC 9(05)    VALUE 801.
       77  WRK-ALIQUOTA                 PIC 9(02)V99 VALUE 2.
       77  WRK-INSCRICAO                PIC 9(08)    VALUE ZEROS.
      *--- SERIE DO RPS CADASTRADA NA PREFEITURA -----------------------
       77  WRK-SERIE-RPS                PIC X(05)    VALUE "UNICA".

      *------------- RESPONSAVEL FINANCEIRO DO ALUNO (PROGRESP): -------
      *------------- QUANDO EXISTE, A NOTA SAI EM NOME DELE ------------
       01  WRK-RESPONSAVEL.
           05 WRK-RESP-ACHOU            PIC X(01)    VALUE SPACES.
           05 WRK-RESP-NOME             PIC X(30)    VALUE SPACES.
           05 WRK-RESP-CPF              PIC X(11)    VALUE SPACES.
           05 WRK-RESP-ENDERECO         PIC X(40)    VALUE SPACES.
           05 WRK-RESP-TELEFONE         PIC X(15)    VALUE SPACES.
           05 WRK-RESP-EMAIL            PIC X(40)    VALUE SPACES.

      *------------- DISCRIMINACAO DO SERVICO NO RPS -------------------
       01  WRK-DISCRIMINACAO.
           05 FILLER                    PIC X(24)
                            VALUE "MENSALIDADE ESCOLAR REF ".
           05 WRK-DIS-COMPET            PIC X(06).
           05 FILLER                    PIC X(04) VALUE " RM ".
           05 WRK-DIS-RM                PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE "GERACAO DO LOTE DE RPS (NFS-E)"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RECIBOS DE AAAAMMDD".
           05 LINE  07 COLUMN 60 USING WRK-DATA-MOVIMENTO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR O LOTE DE RPS DOS RECIBOS (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 49 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "RPS NO LOTE..........".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-RPS.
           05 LINE  13 COLUMN 30 VALUE "CANCELAMENTOS........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-CANCEL.
           05 LINE  14 COLUMN 30 VALUE "NOTAS DISPENSADAS....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-DISPENSADAS.

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

      *----------- ABERTURA DO ARQUIVO DE PAGAMENTOS (SOMENTE LEITURA) -
            OPEN INPUT PAGAMENTOS.

            IF  FS-PAGAMENTOS NOT EQUAL 0
                EVALUATE FS-PAGAMENTOS
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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT  ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE PAGAMENTOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO CONTROLE DE NOTAS (I-O; CRIA NA ---------
      *----------- PRIMEIRA GRAVACAO) -----------------------------------
            OPEN I-O NFSE.

            IF  FS-NFSE EQUAL 35
                OPEN OUTPUT NFSE
                CLOSE       NFSE
                OPEN I-O    NFSE
            END-IF.

            IF  FS-NFSE NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE PAGAMENTOS ALUNOS
                GOBACK
            END-IF.

      *----------- LEITURA DA PROXIMA NUMERACAO DE RPS E DE LOTE -------
            OPEN INPUT NFSCTRL.

            IF  FS-NFSCTRL EQUAL ZEROS
                READ NFSCTRL
                    AT END
                        MOVE ZEROS            TO ARQ-NFSCTRL-PROXRPS
                                                 ARQ-NFSCTRL-PROXLOTE
                END-READ
                CLOSE NFSCTRL
            ELSE
                MOVE ZEROS                    TO ARQ-NFSCTRL-PROXRPS
                                                 ARQ-NFSCTRL-PROXLOTE
            END-IF.

            IF  ARQ-NFSCTRL-PROXRPS EQUAL ZEROS
                MOVE 1                        TO WRK-PROX-RPS
            ELSE
                MOVE ARQ-NFSCTRL-PROXRPS      TO WRK-PROX-RPS
            END-IF.

            IF  ARQ-NFSCTRL-PROXLOTE EQUAL ZEROS
                MOVE 1                        TO WRK-SEQ-LOTE
            ELSE
                MOVE ARQ-NFSCTRL-PROXLOTE     TO WRK-SEQ-LOTE
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- PARAMETROS (SEM LINHA VIGENTE VALEM OS PADROES) -----
           MOVE "NFSE-SERVICO"                TO WRK-PARM-CODIGO
           MOVE WRK-COD-SERVICO               TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-COD-SERVICO.

           MOVE "NFSE-ALIQ"                   TO WRK-PARM-CODIGO
           MOVE WRK-ALIQUOTA                  TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-ALIQUOTA.

           MOVE "NFSE-INSCMUN"                TO WRK-PARM-CODIGO
           MOVE WRK-INSCRICAO                 TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-INSCRICAO.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-DATA-MOVIMENTO.

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           ACCEPT SCR-DADOS.

           IF WRK-DATA-MOVIMENTO    EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOME DO LOTE COM DATA/HORA DA GERACAO -------
           STRING FUNCTION TRIM(WRK-PATH-BASE) "LOTERPS_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-LOTERPS

           OPEN OUTPUT LOTERPS.

      *----------- GRAVA O HEADER DO LOTE ------------------------------
           MOVE SPACES                         TO ARQ-REG-RPS
           MOVE "0"                            TO ARQ-RPS-TIPO
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-RPS-DATA-GERACAO
           MOVE WRK-SEQ-LOTE                   TO ARQ-RPS-SEQ-LOTE
           MOVE WRK-INSCRICAO                  TO ARQ-RPS-INSCRICAO
           WRITE ARQ-REG-RPS.

      *----------- PRIMEIRA PASSADA: ESTORNOS (CANCELAMENTO OU ---------
      *----------- DISPENSA DA NOTA DO RECIBO ORIGINAL) -----------------
           MOVE LOW-VALUES                     TO ARQ-PAG-NUMERO

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-NUMERO
               INVALID KEY
                   GO TO 0200-PROCESSAR-FECHAR
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-FECHAR
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS

               IF  ARQ-PAG-TIPO EQUAL "ES"
                   PERFORM 0220-TRATAR-ESTORNO
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

      *----------- SEGUNDA PASSADA: RECIBOS DO DIA AINDA SEM NOTA E ----
      *----------- RECUSADOS PELA PREFEITURA A REENVIAR -----------------
           MOVE LOW-VALUES                     TO ARQ-PAG-NUMERO

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-NUMERO
               INVALID KEY
                   GO TO 0200-PROCESSAR-FECHAR
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-FECHAR
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS

               IF  ARQ-PAG-TIPO NOT EQUAL "ES"
                   PERFORM 0210-TRATAR-RECIBO
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

       0200-PROCESSAR-FECHAR.

      *----------- GRAVA O TRAILER DO LOTE -----------------------------
           MOVE SPACES                         TO ARQ-REG-RPS
           MOVE "9"                            TO ARQ-RPS-TIPO
           MOVE WRK-QTD-RPS                    TO ARQ-RPS-QTD-RPS
           MOVE WRK-VALOR-TOTAL                TO ARQ-RPS-VALOR-TOTAL
           MOVE WRK-QTD-CANCEL                 TO ARQ-RPS-QTD-CANCEL
           WRITE ARQ-REG-RPS.

           CLOSE LOTERPS.

      *----------- GRAVA A PROXIMA NUMERACAO DE RPS E DE LOTE ----------
           ADD 1                               TO WRK-SEQ-LOTE
           MOVE WRK-PROX-RPS                   TO ARQ-NFSCTRL-PROXRPS
           MOVE WRK-SEQ-LOTE                   TO ARQ-NFSCTRL-PROXLOTE
           OPEN OUTPUT NFSCTRL
           WRITE ARQ-NFSCTRL
           CLOSE NFSCTRL.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGNFSE"                     TO ARQ-LOG-PROGRAMA
           MOVE "LOTE DE RPS DA NFS-E"         TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-RPS                    TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-LOTERPS               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-TRATAR-RECIBO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBO DA DATA DE MOVIMENTO SEM NOTA: GERA O RPS; ---
      *----------- RECIBO DE QUALQUER DATA COM RPS RECUSADO: REENVIA ---

           MOVE SPACES                         TO WRK-REENVIO.
           MOVE ARQ-PAG-NUMERO                 TO ARQ-NFS-RECIBO.

           READ NFSE KEY IS ARQ-NFS-RECIBO
               INVALID KEY
                   IF  ARQ-PAG-DATA NOT EQUAL WRK-DATA-MOVIMENTO
                       GO TO 0210-TRATAR-RECIBO-99-FIM
                   END-IF
               NOT INVALID KEY
                   IF  ARQ-NFS-STATUS NOT EQUAL "RECUSADA"
                       GO TO 0210-TRATAR-RECIBO-99-FIM
                   END-IF
                   MOVE "S"                    TO WRK-REENVIO
           END-READ.

      *----------- TOMADOR: RESPONSAVEL FINANCEIRO VINCULADO AO RM -----
      *----------- (PROGRESP) OU, SEM VINCULO, O PROPRIO ALUNO ---------
           CALL "PROGRESP" USING ARQ-PAG-RM, WRK-RESP-ACHOU,
                WRK-RESP-NOME, WRK-RESP-CPF, WRK-RESP-ENDERECO,
                WRK-RESP-TELEFONE, WRK-RESP-EMAIL.

           IF  WRK-RESP-ACHOU NOT EQUAL "S"
               MOVE ARQ-PAG-RM                 TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   INVALID KEY
                       MOVE SPACES             TO ARQ-NOMEALUNO
                                                  ARQ-CPF
               END-READ
               MOVE ARQ-NOMEALUNO              TO WRK-RESP-NOME
               MOVE ARQ-CPF                    TO WRK-RESP-CPF
           END-IF.

           MOVE ARQ-PAG-COMPET                 TO WRK-DIS-COMPET
           MOVE ARQ-PAG-RM                     TO WRK-DIS-RM.

           MOVE SPACES                         TO ARQ-REG-RPS
           MOVE "1"                            TO ARQ-RPS-TIPO
           MOVE WRK-PROX-RPS                   TO ARQ-RPS-NUMERO
           MOVE WRK-SERIE-RPS                  TO ARQ-RPS-SERIE
           MOVE ARQ-PAG-DATA                   TO ARQ-RPS-DATA-EMISSAO
           MOVE ARQ-PAG-VALOR                  TO ARQ-RPS-VALOR
           MOVE WRK-COD-SERVICO                TO ARQ-RPS-COD-SERVICO
           MOVE WRK-ALIQUOTA                   TO ARQ-RPS-ALIQUOTA
           MOVE WRK-RESP-CPF                   TO ARQ-RPS-TOMADOR-CPF
           MOVE WRK-RESP-NOME                  TO ARQ-RPS-TOMADOR-NOME
           MOVE WRK-DISCRIMINACAO              TO ARQ-RPS-DISCRIMINACAO
           MOVE ARQ-PAG-NUMERO                 TO ARQ-RPS-RECIBO
           WRITE ARQ-REG-RPS.

           ADD 1                               TO WRK-QTD-RPS
           ADD ARQ-PAG-VALOR                   TO WRK-VALOR-TOTAL.

      *----------- REGISTRA (OU ATUALIZA) O CONTROLE DA NOTA -----------
           MOVE ARQ-PAG-NUMERO                 TO ARQ-NFS-RECIBO
           MOVE WRK-PROX-RPS                   TO ARQ-NFS-RPS
           MOVE WRK-SEQ-LOTE                   TO ARQ-NFS-LOTE
           MOVE ARQ-PAG-RM                     TO ARQ-NFS-RM
           MOVE ARQ-PAG-VALOR                  TO ARQ-NFS-VALOR
           MOVE ARQ-PAG-DATA                   TO ARQ-NFS-DATA-EMISSAO
           MOVE WRK-RESP-CPF                   TO ARQ-NFS-TOMADOR-CPF
           MOVE WRK-RESP-NOME                  TO ARQ-NFS-TOMADOR-NOME
           MOVE "GERADO"                       TO ARQ-NFS-STATUS
           MOVE SPACES                         TO ARQ-NFS-NUMERO-NFSE
                                                  ARQ-NFS-COD-VERIF
                                                  ARQ-NFS-DATA-RETORNO
                                                  ARQ-NFS-MOTIVO
                                                  ARQ-NFS-DATA-CANCEL
           MOVE ZEROS
             TO ARQ-NFS-RECIBO-ESTORNO.

           IF  WRK-REENVIO EQUAL "S"
               REWRITE ARQ-DADOS-NFSE
           ELSE
               WRITE ARQ-DADOS-NFSE
           END-IF.

           ADD 1                               TO WRK-PROX-RPS.

      *-----------------------------------------------------------------
       0210-TRATAR-RECIBO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-TRATAR-ESTORNO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- ESTORNO DE UM RECIBO: COM NFS-E EMITIDA GRAVA O -----
      *----------- PEDIDO DE CANCELAMENTO; SEM NOTA (OU COM O RPS ------
      *----------- RECUSADO) A NOTA DO RECIBO E DISPENSADA. RPS AINDA --
      *----------- SEM RETORNO FICA PARA O LOTE SEGUINTE ---------------

           MOVE ARQ-PAG-NUMORIG                TO ARQ-NFS-RECIBO.

           READ NFSE KEY IS ARQ-NFS-RECIBO
               INVALID KEY
                   MOVE ARQ-PAG-NUMORIG        TO ARQ-NFS-RECIBO
                   MOVE ZEROS                  TO ARQ-NFS-RPS
                                                  ARQ-NFS-LOTE
                   MOVE ARQ-PAG-RM             TO ARQ-NFS-RM
                   MOVE ARQ-PAG-VALOR          TO ARQ-NFS-VALOR
                   MOVE SPACES                 TO ARQ-NFS-DATA-EMISSAO
                                                  ARQ-NFS-TOMADOR-CPF
                                                  ARQ-NFS-TOMADOR-NOME
                                                  ARQ-NFS-NUMERO-NFSE
                                                  ARQ-NFS-COD-VERIF
                                                  ARQ-NFS-DATA-RETORNO
                                                  ARQ-NFS-MOTIVO
                   MOVE "DISPENSADA"           TO ARQ-NFS-STATUS
                   MOVE ARQ-PAG-NUMERO       TO ARQ-NFS-RECIBO-ESTORNO
                   MOVE WRK-DATA-HORA(1:8)     TO ARQ-NFS-DATA-CANCEL
                   WRITE ARQ-DADOS-NFSE
                   ADD 1                       TO WRK-QTD-DISPENSADAS
                   GO TO 0220-TRATAR-ESTORNO-99-FIM
           END-READ.

           EVALUATE ARQ-NFS-STATUS
               WHEN "EMITIDA"
                   MOVE SPACES                 TO ARQ-REG-RPS
                   MOVE "2"                    TO ARQ-RPS-TIPO
                   MOVE ARQ-NFS-RPS            TO ARQ-RPS-CAN-RPS
                   MOVE ARQ-NFS-NUMERO-NFSE    TO ARQ-RPS-CAN-NFSE
                   MOVE ARQ-NFS-COD-VERIF      TO ARQ-RPS-CAN-COD-VERIF
                   MOVE "ESTORNO DO RECIBO DE PAGAMENTO"
                                               TO ARQ-RPS-CAN-MOTIVO
                   MOVE ARQ-NFS-RECIBO         TO ARQ-RPS-CAN-RECIBO
                   WRITE ARQ-REG-RPS
                   ADD 1                       TO WRK-QTD-CANCEL
                   MOVE "CANCPEND"             TO ARQ-NFS-STATUS
                   MOVE ARQ-PAG-NUMERO       TO ARQ-NFS-RECIBO-ESTORNO
                   REWRITE ARQ-DADOS-NFSE
               WHEN "RECUSADA"
                   MOVE "DISPENSADA"           TO ARQ-NFS-STATUS
                   MOVE ARQ-PAG-NUMERO       TO ARQ-NFS-RECIBO-ESTORNO
                   MOVE WRK-DATA-HORA(1:8)     TO ARQ-NFS-DATA-CANCEL
                   REWRITE ARQ-DADOS-NFSE
                   ADD 1                       TO WRK-QTD-DISPENSADAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       0220-TRATAR-ESTORNO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  PAGAMENTOS.

              IF  FS-PAGAMENTOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             CLOSE  NFSE.

              IF  FS-NFSE NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE OPLOG.

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

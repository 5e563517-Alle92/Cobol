       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNFSR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: PROCESSAR O ARQUIVO DE RETORNO DA PREFEITURA
      *----    (RETNFSE.dat, LAYOUT BOKRNFS) DO LOTE DE RPS GERADO
      *----    PELO PROGNFSE. O RPS ACEITO (SITUACAO "A") GRAVA EM
      *----    NFSE.dat O NUMERO DA NFS-E E O CODIGO DE VERIFICACAO
      *----    CONTRA O RECIBO; O RECUSADO ("R") FICA COM O MOTIVO E
      *----    VOLTA NO PROXIMO LOTE; O CANCELAMENTO CONFIRMADO ("C")
      *----    ENCERRA A NOTA DO RECIBO ESTORNADO. O QUE NAO CONFERE
      *----    SAI NA LISTAGEM DE REJEITADOS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- RETNFSE           I             BOKRNFS
      *---- NFSE             I-O            BOKNFSE
      *---- RELREJ            O              ----
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
           SELECT RETNFSE ASSIGN TO WRK-PATH-RETNFSE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RETNFSE.

      *----------- CONTROLE DAS NOTAS DE CADA RECIBO -------------------
           SELECT NFSE  ASSIGN TO WRK-PATH-NFSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NFS-RECIBO
      *--- RPS ZERADO NAS NOTAS DISPENSADAS (ESTORNO SEM RPS) ---------
                  ALTERNATE RECORD KEY IS ARQ-NFS-RPS
                      WITH DUPLICATES
                  FILE STATUS IS FS-NFSE.

           SELECT RELREJ ASSIGN TO WRK-PATH-RELREJ
                  FILE STATUS IS FS-RELREJ.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  RETNFSE.
       COPY "BOKRNFS".

       FD  NFSE.
       COPY "BOKNFSE".

      *-------------------- AREA DA LISTAGEM DE REJEITADOS -------------
       FD  RELREJ.

       01  ARQ-RELREJ                   PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-RETNFSE                   PIC 9(02).
       77  FS-NFSE                      PIC 9(02).
       77  FS-RELREJ                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEL DO NOME DA LISTAGEM DE REJEITADOS --------
       77  WRK-PATH-RELREJ              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DO PROCESSAMENTO DO RETORNO -------------
       77  WRK-QTD-EMITIDAS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RECUSADAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CANCELADAS           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-MOTIVO-REJ               PIC X(30) VALUE SPACES.

      *------------- LINHA DA LISTAGEM DE REJEITADOS -------------------
       01  WRK-LINHA-REJ.
           05 WRK-LR-RPS                PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-SITUACAO           PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-NFSE               PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-MOTIVO             PIC X(30).

       01  WRK-LINHA-TOTAL-REJ.
           05 FILLER                    PIC X(12)
                                VALUE "REJEITADOS..".
           05 WRK-LT-QTD-ED             PIC ZZZZZ9.

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
                  "PROCESSAMENTO DO RETORNO DA NFS-E"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "PROCESSAR O RETORNO DA PREFEITURA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 52 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "NFS-E EMITIDAS.......".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-EMITIDAS.
           05 LINE  13 COLUMN 30 VALUE "RPS RECUSADOS........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-RECUSADAS.
           05 LINE  14 COLUMN 30 VALUE "NFS-E CANCELADAS.....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-CANCELADAS.
           05 LINE  15 COLUMN 30 VALUE "REGISTROS REJEITADOS.".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-REJEITADOS.

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

      *----------- ABERTURA DO ARQUIVO DE RETORNO DA PREFEITURA --------
            OPEN INPUT RETNFSE.

            IF  FS-RETNFSE NOT EQUAL 0
                EVALUATE FS-RETNFSE
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

      *----------- ABERTURA DO CONTROLE DE NOTAS (I-O) -----------------
            OPEN I-O NFSE.

            IF  FS-NFSE NOT EQUAL 0
                EVALUATE FS-NFSE
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
                CLOSE RETNFSE
                GOBACK
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
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOME DA LISTAGEM COM DATA/HORA DA GERACAO ---
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "NFSEREJEITADOS_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELREJ

           OPEN OUTPUT RELREJ.

           STRING "RPS      S NFS-E           MOTIVO"
                  DELIMITED BY SIZE INTO ARQ-RELREJ
           WRITE ARQ-RELREJ.

      *--------------------- AREA DE VARREDURA DO RETORNO --------------
           READ RETNFSE
               AT END
                   MOVE 9                      TO FS-RETNFSE
           END-READ.

           PERFORM UNTIL FS-RETNFSE NOT EQUAL ZEROS

               IF  ARQ-RNF-TIPO EQUAL "1"
                   PERFORM 0210-TRATAR-RPS
               END-IF

               READ RETNFSE
                   AT END
                       MOVE 9                  TO FS-RETNFSE
               END-READ

           END-PERFORM.

           MOVE WRK-QTD-REJEITADOS             TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOTAL-REJ            TO ARQ-RELREJ
           WRITE ARQ-RELREJ.

           CLOSE RELREJ.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGNFSR"                     TO ARQ-LOG-PROGRAMA
           MOVE "RETORNO DA NFS-E PROCESSADO"  TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-EMITIDAS               TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELREJ                TO ARQ-LOG-ARQUIVOGERADO
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
       0210-TRATAR-RPS                                         SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA A NOTA PELO NUMERO DO RPS E APLICA A -------
      *----------- SITUACAO DEVOLVIDA PELA PREFEITURA; SENAO REJEITA ---

           MOVE SPACES                         TO WRK-MOTIVO-REJ.

           IF  ARQ-RNF-RPS EQUAL ZEROS
               MOVE "RPS NAO INFORMADO"        TO WRK-MOTIVO-REJ
               PERFORM 0230-GRAVAR-REJEITADO
               GO TO 0210-TRATAR-RPS-99-FIM
           END-IF.

           MOVE ARQ-RNF-RPS                    TO ARQ-NFS-RPS.

           READ NFSE KEY IS ARQ-NFS-RPS
               INVALID KEY
                   MOVE "RPS NAO ENCONTRADO"   TO WRK-MOTIVO-REJ
                   PERFORM 0230-GRAVAR-REJEITADO
                   GO TO 0210-TRATAR-RPS-99-FIM
           END-READ.

           EVALUATE ARQ-RNF-SITUACAO

      *----------- NFS-E EMITIDA PARA O RPS ENVIADO --------------------
               WHEN "A"
                   IF  ARQ-NFS-STATUS NOT EQUAL "GERADO"
                       MOVE "RPS NAO AGUARDAVA EMISSAO"
                                               TO WRK-MOTIVO-REJ
                       PERFORM 0230-GRAVAR-REJEITADO
                       GO TO 0210-TRATAR-RPS-99-FIM
                   END-IF
                   MOVE "EMITIDA"              TO ARQ-NFS-STATUS
                   MOVE ARQ-RNF-NUMERO-NFSE    TO ARQ-NFS-NUMERO-NFSE
                   MOVE ARQ-RNF-COD-VERIF      TO ARQ-NFS-COD-VERIF
                   MOVE ARQ-RNF-DATA           TO ARQ-NFS-DATA-RETORNO
                   MOVE SPACES                 TO ARQ-NFS-MOTIVO
                   REWRITE ARQ-DADOS-NFSE
                   ADD 1                       TO WRK-QTD-EMITIDAS

      *----------- RPS RECUSADO: VOLTA NO PROXIMO LOTE DO PROGNFSE -----
               WHEN "R"
                   IF  ARQ-NFS-STATUS NOT EQUAL "GERADO"
                       MOVE "RPS NAO AGUARDAVA EMISSAO"
                                               TO WRK-MOTIVO-REJ
                       PERFORM 0230-GRAVAR-REJEITADO
                       GO TO 0210-TRATAR-RPS-99-FIM
                   END-IF
                   MOVE "RECUSADA"             TO ARQ-NFS-STATUS
                   MOVE ARQ-RNF-DATA           TO ARQ-NFS-DATA-RETORNO
                   MOVE ARQ-RNF-MOTIVO         TO ARQ-NFS-MOTIVO
                   REWRITE ARQ-DADOS-NFSE
                   ADD 1                       TO WRK-QTD-RECUSADAS

      *----------- CANCELAMENTO DA NFS-E DO RECIBO ESTORNADO -----------
               WHEN "C"
                   IF  ARQ-NFS-STATUS NOT EQUAL "CANCPEND"
                       MOVE "NOTA SEM CANCELAMENTO PEDIDO"
                                               TO WRK-MOTIVO-REJ
                       PERFORM 0230-GRAVAR-REJEITADO
                       GO TO 0210-TRATAR-RPS-99-FIM
                   END-IF
                   MOVE "CANCELADA"            TO ARQ-NFS-STATUS
                   MOVE ARQ-RNF-DATA           TO ARQ-NFS-DATA-CANCEL
                   REWRITE ARQ-DADOS-NFSE
                   ADD 1                       TO WRK-QTD-CANCELADAS

               WHEN OTHER
                   MOVE "SITUACAO DESCONHECIDA" TO WRK-MOTIVO-REJ
                   PERFORM 0230-GRAVAR-REJEITADO

           END-EVALUATE.

      *-----------------------------------------------------------------
       0210-TRATAR-RPS-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-GRAVAR-REJEITADO                                   SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-RNF-RPS                    TO WRK-LR-RPS
           MOVE ARQ-RNF-SITUACAO               TO WRK-LR-SITUACAO
           MOVE ARQ-RNF-NUMERO-NFSE            TO WRK-LR-NFSE
           MOVE WRK-MOTIVO-REJ                 TO WRK-LR-MOTIVO
           MOVE WRK-LINHA-REJ                  TO ARQ-RELREJ
           WRITE ARQ-RELREJ.

           ADD 1                               TO WRK-QTD-REJEITADOS.

      *-----------------------------------------------------------------
       0230-GRAVAR-REJEITADO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  RETNFSE.

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

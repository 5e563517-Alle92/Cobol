      *----    E A "03" (ENTRADA RECUSADA) MANDA O TITULO PARA A FILA
      *----    DE CORRECOES PENDCORR.dat COM O MOTIVO TRADUZIDO, PARA
      *----    ACERTO NO PROGPCOR E REINCLUSAO NA PROXIMA REMESSA.
      *----    O HEADER DO RETORNO IDENTIFICA O BANCO E O CONVENIO
      *----    (CONVENIO.dat); ARQUIVO DE CONVENIO NAO CADASTRADO NAO
      *----    E PROCESSADO E TITULO DE OUTRO CONVENIO E REJEITADO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- PENDCORR         I-O            BOKPCOR
      *---- FAMCOB           I-O            BOKFCOB
      *---- RESPVINC          I             BOKRVIN
      *---- CONVENIO          I             BOKCNV
      *---- RELREJ            O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RETORNO.

      *----------- CONVENIOS DE COBRANCA CADASTRADOS -------------------
           SELECT CONVENIO  ASSIGN TO WRK-PATH-CONVENIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CNV-CODIGO
                  FILE STATUS IS FS-CONVENIO.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       FD  RETORNO.
       COPY "BOKRETO".

       FD  CONVENIO.
       COPY "BOKCNV".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       77  FS-OPLOG                     PIC 9(02).
       77  FS-CREDITO                   PIC 9(02).
       77  FS-JORNAL                    PIC 9(02).
       77  FS-CONVENIO                  PIC 9(02).

      *--- "S" = CONVENIOS CADASTRADOS (SEM ELES O RETORNO E DO -------
      *--- BANCO UNICO, SEM CONFERENCIA DE CONVENIO) -------------------
       77  WRK-ABRIU-CONVENIO           PIC X(01) VALUE "N".
      *--- CONVENIO DO ARQUIVO DE RETORNO, CONVENIO PADRAO, CONVENIO --
      *--- DO TITULO E "S" = HEADER DE CONVENIO NAO CADASTRADO ---------
       77  WRK-CNV-ARQUIVO              PIC X(03) VALUE SPACES.
       77  WRK-CNV-PADRAO               PIC X(03) VALUE SPACES.
       77  WRK-CNV-TITULO               PIC X(03) VALUE SPACES.
       77  WRK-CNV-RECUSADO             PIC X(01) VALUE "N".

      *------------- EVENTO DA CAIXA DE SAIDA DE NOTIFICACOES ----------
       77  WRK-EVE-TIPO                 PIC X(12) VALUE SPACES.
       77  WRK-FAM-COMPET               PIC X(06) VALUE SPACES.
       77  WRK-FAM-RESP                 PIC 9(06) VALUE ZEROS.

      *--- RM DO TITULO TRADUZIDO DO CAMPO DE 4 POSICOES DO BANCO ------
      *--- PELO DE-PARA DO PROGRMBC ------------------------------------
       77  WRK-RET-RM                   PIC X(06) VALUE SPACES.
       77  WRK-RMB-FUNCAO               PIC X(01) VALUE "R".
       77  WRK-RMB-ACHOU                PIC X(01) VALUE SPACES.

      *------------- LINHA DA LISTAGEM DE REJEITADOS -------------------
       01  WRK-LINHA-REJ.
           05 WRK-LR-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-NUMERO             PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
                MOVE "S"                      TO WRK-ABRIU-RESPVINC
            END-IF.

      *----------- ABERTURA DOS CONVENIOS DE COBRANCA (TOLERANTE: SEM --
      *----------- ELES NAO HA CONFERENCIA DE CONVENIO) ----------------
            OPEN INPUT CONVENIO.

            IF  FS-CONVENIO EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CONVENIO
            END-IF.

      *----------- ABERTURA DA FILA DE CORRECOES (I-O; CRIA NA ---------
      *----------- PRIMEIRA GRAVACAO) -----------------------------------
            OPEN I-O PENDCORR.
               GOBACK
           END-IF.

      *----------- PRIMEIRO REGISTRO: HEADER COM O CONVENIO DO ARQUIVO -
           READ RETORNO
               AT END
                   MOVE 9                      TO FS-RETORNO
           END-READ.

           PERFORM 0205-IDENTIFICAR-CONVENIO.

           IF  WRK-CNV-RECUSADO EQUAL "S"
               MOVE WRK-MSG-CONV-NAOCAD       TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOME DA LISTAGEM COM DATA/HORA DA GERACAO ---
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "RETREJEITADOS_"

           OPEN OUTPUT RELREJ.

           STRING "RM     TITULO   VALOR      MOTIVO"
                  DELIMITED BY SIZE INTO ARQ-RELREJ
           WRITE ARQ-RELREJ.

      *--------------------- AREA DE VARREDURA DO RETORNO --------------
           PERFORM UNTIL FS-RETORNO NOT EQUAL ZEROS

               IF  ARQ-RET-TIPO EQUAL "1"
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-IDENTIFICAR-CONVENIO                               SECTION.
      *-----------------------------------------------------------------
      *----------- ACHA O CONVENIO PADRAO E, NO HEADER (TIPO 0) COM ---
      *----------- BANCO E CONVENIO, O CONVENIO CADASTRADO DO ARQUIVO; -
      *----------- HEADER EM BRANCO OU AUSENTE = CONVENIO PADRAO -------

           IF  WRK-ABRIU-CONVENIO NOT EQUAL "S"
               GO TO 0205-IDENTIFICAR-CONVENIO-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-CNV-CODIGO

           START CONVENIO KEY IS GREATER THAN OR EQUAL ARQ-CNV-CODIGO
               INVALID KEY
                   MOVE 9                      TO FS-CONVENIO
           END-START.

           IF  FS-CONVENIO EQUAL ZEROS
               READ CONVENIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONVENIO
               END-READ
           END-IF.

           PERFORM UNTIL FS-CONVENIO NOT EQUAL ZEROS

               IF  ARQ-CNV-PADRAO EQUAL "S"
               AND WRK-CNV-PADRAO EQUAL SPACES
                   MOVE ARQ-CNV-CODIGO         TO WRK-CNV-PADRAO
               END-IF

               IF  ARQ-RET-TIPO EQUAL "0"
               AND ARQ-CNV-BANCO  EQUAL ARQ-RET-BANCO
               AND ARQ-CNV-NUMERO EQUAL ARQ-RET-CONVENIO
                   MOVE ARQ-CNV-CODIGO         TO WRK-CNV-ARQUIVO
               END-IF

               READ CONVENIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONVENIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CONVENIO.

           IF  ARQ-RET-TIPO EQUAL "0"
           AND (ARQ-RET-BANCO NOT EQUAL SPACES OR
                ARQ-RET-CONVENIO NOT EQUAL SPACES)
               IF  WRK-CNV-ARQUIVO EQUAL SPACES
                   MOVE "S"                    TO WRK-CNV-RECUSADO
               END-IF
           ELSE
               MOVE WRK-CNV-PADRAO             TO WRK-CNV-ARQUIVO
           END-IF.

      *-----------------------------------------------------------------
       0205-IDENTIFICAR-CONVENIO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-TRATAR-TITULO                                      SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-MOTIVO-REJ.

      *----------- RM DO ALUNO A PARTIR DO CODIGO DE 4 POSICOES; -------
      *----------- CODIGO SEM DE-PARA FICA COMO VEIO E O TITULO CAI ----
      *----------- EM "RM NAO CADASTRADO" ------------------------------
           MOVE ARQ-RET-RM                     TO WRK-RET-RM.

           IF  ARQ-RET-RM NOT EQUAL "FAM."
               MOVE "R"                        TO WRK-RMB-FUNCAO
               CALL "PROGRMBC" USING WRK-RMB-FUNCAO, WRK-RET-RM,
                    ARQ-RET-RM, WRK-RMB-ACHOU
               IF  WRK-RMB-ACHOU NOT EQUAL "S"
                   MOVE ARQ-RET-RM             TO WRK-RET-RM
               END-IF
           END-IF.

      *----------- BOLETO CONSOLIDADO DE FAMILIA (RM "FAM." NA ---------
      *----------- REMESSA): O RETORNO E TRATADO CONTRA FAMCOB.dat, ----
      *----------- NUNCA CONTRA A COBRANCA DE ALUNO DE MESMO NUMERO ----
               GO TO 0210-TRATAR-TITULO-99-FIM
           END-IF.

      *----------- O TITULO PRECISA SER DO CONVENIO DO ARQUIVO ---------
           PERFORM 0215-CONFERIR-CONVENIO.

           IF  WRK-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM 0230-GRAVAR-REJEITADO
               GO TO 0210-TRATAR-TITULO-99-FIM
           END-IF.

           EVALUATE ARQ-RET-OCORRENCIA
               WHEN "02"
                   CONTINUE
           END-EVALUATE.

      *----------- O RM DO RETORNO PRECISA EXISTIR EM ALUNOS.dat -------
           MOVE WRK-RET-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE "RM NAO CADASTRADO"    TO WRK-MOTIVO-REJ
               GO TO 0210-TRATAR-TITULO-99-FIM
           END-IF.

           IF  ARQ-MEN-RM NOT EQUAL WRK-RET-RM
               MOVE "RM NAO CONFERE"           TO WRK-MOTIVO-REJ
               PERFORM 0230-GRAVAR-REJEITADO
               GO TO 0210-TRATAR-TITULO-99-FIM

      *----------- GRAVA O RECIBO AUTOMATICO DO BANCO ------------------
           MOVE WRK-PROX-NUMERO                TO ARQ-PAG-NUMERO
           MOVE WRK-RET-RM                     TO ARQ-PAG-RM
           MOVE ARQ-RET-VALOR                  TO ARQ-PAG-VALOR
           MOVE ARQ-RET-DATA-PAGTO             TO ARQ-PAG-DATA
           MOVE "BANCO"                        TO ARQ-PAG-FORMA
           MOVE SPACES                         TO WRK-EVE-DADOS
           STRING "RECIBO " ARQ-PAG-NUMERO
                  DELIMITED BY SIZE INTO WRK-EVE-DADOS
           CALL "PROGEVTG" USING WRK-RET-RM, WRK-EVE-TIPO,
                WRK-EVE-DADOS.

           ADD 1                               TO WRK-QTD-BAIXADOS.
       0210-TRATAR-TITULO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CONFERIR-CONVENIO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- TITULO DE ALUNO REMETIDO POR OUTRO CONVENIO NAO ----
      *----------- E TRATADO NESTE RETORNO (TITULO SEM CONVENIO = ------
      *----------- CONVENIO PADRAO). COBRANCA INEXISTENTE SEGUE PARA ---
      *----------- AS CONFERENCIAS DE CADA OCORRENCIA ------------------

           IF  WRK-ABRIU-CONVENIO NOT EQUAL "S"
               GO TO 0215-CONFERIR-CONVENIO-99-FIM
           END-IF.

           MOVE ARQ-RET-NUMERO                 TO ARQ-MEN-NUMERO
           READ MENSALID KEY IS ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0215-CONFERIR-CONVENIO-99-FIM
           END-READ.

           IF  ARQ-MEN-CONVENIO NOT EQUAL SPACES
               MOVE ARQ-MEN-CONVENIO           TO WRK-CNV-TITULO
           ELSE
               MOVE WRK-CNV-PADRAO             TO WRK-CNV-TITULO
           END-IF.

           IF  WRK-CNV-TITULO NOT EQUAL WRK-CNV-ARQUIVO
               MOVE "CONVENIO NAO CONFERE"     TO WRK-MOTIVO-REJ
           END-IF.

      *-----------------------------------------------------------------
       0215-CONFERIR-CONVENIO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GRAVAR-PAGCTRL                                     SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *----------- GRAVA O TITULO REJEITADO NA LISTAGEM COM O MOTIVO ---

           MOVE WRK-RET-RM                     TO WRK-LR-RM
           MOVE ARQ-RET-NUMERO                 TO WRK-LR-NUMERO
           MOVE ARQ-RET-VALOR                  TO WRK-LR-VALOR-ED
           MOVE WRK-MOTIVO-REJ                 TO WRK-LR-MOTIVO
           PERFORM 0282-TRADUZIR-MOTIVO.

           MOVE ARQ-RET-NUMERO                 TO ARQ-PCO-NUMERO
           MOVE WRK-RET-RM                     TO ARQ-PCO-RM
           MOVE ARQ-RET-MOTIVO                 TO ARQ-PCO-MOTIVO-COD
           MOVE WRK-MOTIVO-TEXTO               TO ARQ-PCO-MOTIVO-TEXTO
           MOVE "PENDENTE"                     TO ARQ-PCO-STATUS
                   GO TO 0285-TRATAR-FAMILIA-99-FIM
           END-READ.

      *----------- BOLETO DE FAMILIA SEM CONVENIO = CONVENIO PADRAO ----
           IF  WRK-ABRIU-CONVENIO EQUAL "S"
               IF  ARQ-FCO-CONVENIO NOT EQUAL SPACES
                   MOVE ARQ-FCO-CONVENIO       TO WRK-CNV-TITULO
               ELSE
                   MOVE WRK-CNV-PADRAO         TO WRK-CNV-TITULO
               END-IF
               IF  WRK-CNV-TITULO NOT EQUAL WRK-CNV-ARQUIVO
                   MOVE "CONVENIO NAO CONFERE" TO WRK-MOTIVO-REJ
                   PERFORM 0230-GRAVAR-REJEITADO
                   GO TO 0285-TRATAR-FAMILIA-99-FIM
               END-IF
           END-IF.

           EVALUATE ARQ-RET-OCORRENCIA
               WHEN "01"
                   MOVE "REGISTRADO"           TO ARQ-FCO-SITBANCO
      *----------- PAGA NO BALCAO ENQUANTO O BOLETO ESTAVA NA RUA) -----

           MOVE WRK-PROX-NUMERO                TO ARQ-PAG-NUMERO
           MOVE WRK-RET-RM                     TO ARQ-PAG-RM
           MOVE ARQ-RET-VALOR                  TO ARQ-PAG-VALOR
           MOVE ARQ-RET-DATA-PAGTO             TO ARQ-PAG-DATA
           MOVE "BANCO"                        TO ARQ-PAG-FORMA
           MOVE "LIQUIDADO"                    TO ARQ-MEN-SITBANCO
           REWRITE ARQ-DADOS-MENSALIDADE.

           MOVE WRK-RET-RM                     TO ARQ-CRE-RM
           READ CREDITO KEY IS ARQ-CRE-RM
               INVALID KEY
                   MOVE WRK-RET-RM             TO ARQ-CRE-RM
                   MOVE ARQ-RET-VALOR          TO ARQ-CRE-SALDO
                   MOVE ARQ-RET-DATA-PAGTO     TO ARQ-CRE-DATA-MOV
                   MOVE SPACES                 TO ARQ-CRE-ORIGEM
                   STRING "RECIBO " ARQ-PAG-NUMERO
                          DELIMITED BY SIZE INTO ARQ-CRE-ORIGEM
                   MOVE ZEROS                  TO ARQ-CRE-ORDEM
                   WRITE ARQ-DADOS-CREDITO
               NOT INVALID KEY
                   ADD ARQ-RET-VALOR           TO ARQ-CRE-SALDO
                 CLOSE RESPVINC
             END-IF.

             IF  WRK-ABRIU-CONVENIO EQUAL "S"
                 CLOSE CONVENIO
             END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *----    COBRANCAS EM ABERTO DE MENSALID.dat (RM, NOME DO ALUNO,
      *----    VALOR E VENCIMENTO), NO LAYOUT DE POSICAO FIXA DO BOKREME
      *----    (HEADER / DETALHES / TRAILER), PARA O BANCO EMITIR OS
      *----    BOLETOS. CADA COBRANCA E ROTEADA PARA UM CONVENIO DE
      *----    COBRANCA DE CONVENIO.dat (ESCOLHA DO PAGADOR EM
      *----    CONVPAG.dat, SENAO O CONVENIO DO CAMPUS DO ALUNO, SENAO
      *----    O CONVENIO PADRAO) E SAI UMA REMESSA POR CONVENIO, COM
      *----    O BANCO, O CONVENIO E O LAYOUT NO HEADER. A NUMERACAO
      *----    SEQUENCIAL DOS ARQUIVOS E CONTROLADA POR CONVENIO; O
      *----    CONVENIO PADRAO AINDA SEM NUMERACAO CONTINUA A ANTIGA
      *----    DE REMCTRL.dat. CADA TITULO ENVIADO E
      *----    MARCADO COMO REMETIDO EM MENSALID.dat E NAO SAI DE NOVO
      *----    NAS REMESSAS SEGUINTES. A REMESSA TAMBEM LEVA REGISTROS
      *----    TIPO 2 (INSTRUCOES SOBRE TITULOS JA REMETIDOS): BAIXA
      *----    GERADA AUTOMATICAMENTE QUANDO A COBRANCA SAIU DE ABERTO
      *----    FORA DO BANCO, E PRORROGACAO/ABATIMENTO PENDENTES EM
      *----    INSTRBAN.dat (LANCADAS NO PROGINST), CADA UMA NA
      *----    REMESSA DO CONVENIO DO SEU TITULO. O RM DE 5 OU 6
      *----    POSICOES VAI NO CAMPO DE 4 DO BANCO PELO DE-PARA DO
      *----    PROGRMBC.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- INSTRBAN         I-O            BOKINST
      *---- FAMCOB           I-O            BOKFCOB
      *---- RESPONSAV          I             BOKRESP
      *---- CONVENIO         I-O            BOKCNV
      *---- CONVPAG           I             BOKCVPG
      *---- REMESSA           O             BOKREME
      *---- REMCTRL           I              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------

                  RECORD KEY IS ARQ-RSP-CODIGO
                  FILE STATUS IS FS-RESPONSAV.

      *----------- CONVENIOS DE COBRANCA E ESCOLHA DO PAGADOR ----------
           SELECT CONVENIO  ASSIGN TO WRK-PATH-CONVENIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CNV-CODIGO
                  FILE STATUS IS FS-CONVENIO.

           SELECT CONVPAG  ASSIGN TO WRK-PATH-CONVPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CVP-RM
                  FILE STATUS IS FS-CONVPAG.

           SELECT REMESSA ASSIGN TO WRK-PATH-REMESSA
                  FILE STATUS IS FS-REMESSA.

       FD  RESPONSAV.
       COPY "BOKRESP".

       FD  CONVENIO.
       COPY "BOKCNV".

       FD  CONVPAG.
       COPY "BOKCVPG".

      *-------------------- AREA DO ARQUIVO DE REMESSA -----------------
       FD  REMESSA.
       COPY "BOKREME".
       77  FS-OPLOG                     PIC 9(02).
       77  FS-FAMCOB                    PIC 9(02).
       77  FS-RESPONSAV                 PIC 9(02).
       77  FS-CONVENIO                  PIC 9(02).
       77  FS-CONVPAG                   PIC 9(02).

      *--- "S" = ARQUIVOS DE FAMILIA ABERTOS (SEM ELES A REMESSA -------
      *--- SEGUE SO COM OS TITULOS POR ALUNO) --------------------------
       77  WRK-ABRIU-FAMCOB             PIC X(01) VALUE "N".
       77  WRK-ABRIU-RESPONSAV          PIC X(01) VALUE "N".

      *--- "S" = ESCOLHAS DO PAGADOR PRESENTES (SEM ELAS O ROTEAMENTO --
      *--- VAI PELO CAMPUS E PELO CONVENIO PADRAO) ---------------------
       77  WRK-ABRIU-CONVPAG            PIC X(01) VALUE "N".

      *------------- VARIAVEL DO NOME DO ARQUIVO DE REMESSA ------------
       77  WRK-PATH-REMESSA             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DA GERACAO DA REMESSA -------------------
       77  WRK-SEQ-REMESSA              PIC 9(06)    VALUE ZEROS.
       77  WRK-SEQ-REMCTRL              PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-TITULOS              PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-TIT-ARQUIVO          PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-REMESSAS             PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-SEM-CONVENIO         PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-INSTRUCOES           PIC 9(06)    VALUE ZEROS.
       77  WRK-VALOR-TOTAL              PIC 9(10)V99 VALUE ZEROS.
       01  WRK-VENCIMENTO.
      *--- COBRANCA JA GERADA COM VENCIMENTO PROPRIO USA O GRAVADO -----
       77  WRK-VENC-ROLADO              PIC X(08)    VALUE SPACES.

      *------------- CONVENIOS DE COBRANCA (CONVENIO.dat) --------------
       01  WRK-TAB-CONVENIO.
           05 WRK-CNV-ITEM OCCURS 20 TIMES INDEXED BY IX-CNV.
               10 WRK-TC-CODIGO         PIC X(03).
               10 WRK-TC-BANCO          PIC X(03).
               10 WRK-TC-NUMERO         PIC X(12).
               10 WRK-TC-LAYOUT         PIC X(08).
               10 WRK-TC-CAMPUS         PIC X(15).
               10 WRK-TC-STATUS         PIC X(10).
       77  WRK-QTD-CONVENIOS            PIC 9(02)    VALUE ZEROS.
       77  WRK-QTD-CNV-ATIVOS           PIC 9(02)    VALUE ZEROS.
       77  WRK-IX-CONV                  PIC 9(02)    VALUE ZEROS.
       77  WRK-CNV-PADRAO               PIC X(03)    VALUE SPACES.
       77  WRK-PADRAO-ATIVO             PIC X(01)    VALUE "N".
      *--- CONVENIO DA REMESSA EM GERACAO, DESTINO DO TITULO E --------
      *--- CODIGO PROCURADO NA TABELA ----------------------------------
       77  WRK-CNV-ATUAL                PIC X(03)    VALUE SPACES.
       77  WRK-CNV-ROTA                 PIC X(03)    VALUE SPACES.
       77  WRK-CNV-PROCURADO            PIC X(03)    VALUE SPACES.
       77  WRK-CNV-ACHOU                PIC X(01)    VALUE SPACES.
      *--- "S" = REMESSA DO CONVENIO ATUAL JA ABERTA (SO SAI ARQUIVO ---
      *--- PARA CONVENIO COM ALGO A ENVIAR) ----------------------------
       77  WRK-ABRIU-REMESSA            PIC X(01)    VALUE "N".

      *------------- RESPONSAVEL FINANCEIRO DO ALUNO (PROGRESP): -------
      *------------- QUANDO EXISTE, O BOLETO SAI EM NOME DELE ----------
       01  WRK-RESPONSAVEL.
           05 WRK-RESP-TELEFONE         PIC X(15)    VALUE SPACES.
           05 WRK-RESP-EMAIL            PIC X(40)    VALUE SPACES.

      *------------- CODIGO DO RM NO CAMPO DE 4 POSICOES DO BANCO ------
      *------------- (PROGRMBC): RM MAIOR VAI PELO DE-PARA RMBANCO.dat -
       01  WRK-RM-BANCO.
           05 WRK-RMB-FUNCAO            PIC X(01)    VALUE "B".
           05 WRK-RMB-CODIGO            PIC X(04)    VALUE SPACES.
           05 WRK-RMB-ACHOU             PIC X(01)    VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-TITULOS.
           05 LINE  13 COLUMN 30 VALUE "INSTRUCOES ENVIADAS..".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-INSTRUCOES.
           05 LINE  14 COLUMN 30 VALUE "REMESSAS GERADAS.....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-REMESSAS.
           05 LINE  15 COLUMN 30 VALUE "TITULOS SEM CONVENIO.".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-SEM-CONVENIO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                MOVE ZEROS                    TO ARQ-REMCTRL-PROXSEQ
            END-IF.

      *----------- GUARDADA PARA O CONVENIO PADRAO QUE AINDA NAO TEM --
      *----------- NUMERACAO PROPRIA -----------------------------------
            MOVE ARQ-REMCTRL-PROXSEQ          TO WRK-SEQ-REMCTRL.

      *----------- ABERTURA DOS CONVENIOS DE COBRANCA (I-O PARA -------
      *----------- AVANCAR A NUMERACAO DE CADA REMESSA) ----------------
            OPEN I-O CONVENIO.

            IF  FS-CONVENIO NOT EQUAL 0
                MOVE WRK-MSG-SEM-CONVENIO     TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS MENSALID
                GOBACK
            END-IF.

            PERFORM 0120-CARREGAR-CONVENIOS.

            IF  WRK-QTD-CNV-ATIVOS EQUAL ZEROS
                MOVE WRK-MSG-SEM-CONVENIO     TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS MENSALID CONVENIO
                GOBACK
            END-IF.

            OPEN INPUT CONVPAG.

            IF  FS-CONVPAG EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CONVPAG
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0120-CARREGAR-CONVENIOS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- CARREGA OS CONVENIOS CADASTRADOS NA TABELA E ACHA ---
      *----------- O CONVENIO PADRAO -----------------------------------

           MOVE LOW-VALUES                     TO ARQ-CNV-CODIGO

           START CONVENIO KEY IS GREATER THAN OR EQUAL ARQ-CNV-CODIGO
               INVALID KEY
                   GO TO 0120-CARREGAR-CONVENIOS-99-FIM
           END-START.

           READ CONVENIO NEXT RECORD
               AT END
                   GO TO 0120-CARREGAR-CONVENIOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CONVENIO NOT EQUAL ZEROS
                      OR WRK-QTD-CONVENIOS EQUAL 20

               ADD 1                           TO WRK-QTD-CONVENIOS
               MOVE ARQ-CNV-CODIGO
                               TO WRK-TC-CODIGO (WRK-QTD-CONVENIOS)
               MOVE ARQ-CNV-BANCO
                               TO WRK-TC-BANCO  (WRK-QTD-CONVENIOS)
               MOVE ARQ-CNV-NUMERO
                               TO WRK-TC-NUMERO (WRK-QTD-CONVENIOS)
               MOVE ARQ-CNV-LAYOUT
                               TO WRK-TC-LAYOUT (WRK-QTD-CONVENIOS)
               MOVE ARQ-CNV-CAMPUS
                               TO WRK-TC-CAMPUS (WRK-QTD-CONVENIOS)
               MOVE ARQ-CNV-STATUS
                               TO WRK-TC-STATUS (WRK-QTD-CONVENIOS)

               IF  ARQ-CNV-STATUS EQUAL "ATIVO"
                   ADD 1                       TO WRK-QTD-CNV-ATIVOS
               END-IF

               IF  ARQ-CNV-PADRAO EQUAL "S"
               AND WRK-CNV-PADRAO EQUAL SPACES
                   MOVE ARQ-CNV-CODIGO         TO WRK-CNV-PADRAO
                   IF  ARQ-CNV-STATUS EQUAL "ATIVO"
                       MOVE "S"                TO WRK-PADRAO-ATIVO
                   END-IF
               END-IF

               READ CONVENIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONVENIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CONVENIO.

      *-----------------------------------------------------------------
       0120-CARREGAR-CONVENIOS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0125-LOCALIZAR-CONVENIO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA WRK-CNV-PROCURADO NA TABELA: DEIXA IX-CNV ---
      *----------- NO CONVENIO E WRK-CNV-ACHOU = "S" QUANDO ACHA -------

           MOVE "N"                            TO WRK-CNV-ACHOU
           SET IX-CNV                          TO 1

           SEARCH WRK-CNV-ITEM
               AT END
                   CONTINUE
               WHEN IX-CNV GREATER WRK-QTD-CONVENIOS
                   CONTINUE
               WHEN WRK-TC-CODIGO (IX-CNV) EQUAL WRK-CNV-PROCURADO
                   MOVE "S"                    TO WRK-CNV-ACHOU
           END-SEARCH.

      *-----------------------------------------------------------------
       0125-LOCALIZAR-CONVENIO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA

      *----------- GRAVA EM CADA COBRANCA O CONVENIO POR ONDE VAI ------
           PERFORM 0205-ROTEAR-COBRANCAS.

      *----------- UMA REMESSA POR CONVENIO COM ALGO A ENVIAR ----------
           PERFORM VARYING WRK-IX-CONV FROM 1 BY 1
                   UNTIL WRK-IX-CONV GREATER WRK-QTD-CONVENIOS
               PERFORM 0240-GERAR-REMESSA-CONVENIO
           END-PERFORM.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-ROTEAR-COBRANCAS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TITULO NOVO RECEBE O CONVENIO DA ROTA; TITULO JA ----
      *----------- REMETIDO ANTES DOS CONVENIOS FICA NO PADRAO ---------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0205-ROTEAR-FAMILIAS
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0205-ROTEAR-FAMILIAS
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-STATUS EQUAL "ABERTO"
               AND (ARQ-MEN-SITBANCO EQUAL SPACES OR
                    ARQ-MEN-SITBANCO EQUAL "REINCLUIR")
                   PERFORM 0207-ROTEAR-TITULO
                   IF  WRK-CNV-ROTA EQUAL SPACES
                       ADD 1                   TO WRK-QTD-SEM-CONVENIO
                   END-IF
                   IF  WRK-CNV-ROTA NOT EQUAL ARQ-MEN-CONVENIO
                       MOVE WRK-CNV-ROTA       TO ARQ-MEN-CONVENIO
                       REWRITE ARQ-DADOS-MENSALIDADE
                   END-IF
               ELSE
                   IF  ARQ-MEN-SITBANCO NOT EQUAL SPACES
                   AND ARQ-MEN-CONVENIO EQUAL SPACES
                   AND WRK-CNV-PADRAO NOT EQUAL SPACES
                       MOVE WRK-CNV-PADRAO     TO ARQ-MEN-CONVENIO
                       REWRITE ARQ-DADOS-MENSALIDADE
                   END-IF
               END-IF

               READ MENSALID NEXT RECORD

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *----------- BOLETO DE FAMILIA VAI SEMPRE PELO CONVENIO PADRAO ---
       0205-ROTEAR-FAMILIAS.

           IF  WRK-ABRIU-FAMCOB NOT EQUAL "S"
           OR  WRK-CNV-PADRAO EQUAL SPACES
               GO TO 0205-ROTEAR-COBRANCAS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-FCO-NUMERO

           START FAMCOB KEY IS GREATER THAN OR EQUAL ARQ-FCO-NUMERO
               INVALID KEY
                   GO TO 0205-ROTEAR-COBRANCAS-99-FIM
           END-START.

           READ FAMCOB NEXT RECORD
               AT END
                   GO TO 0205-ROTEAR-COBRANCAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-FAMCOB NOT EQUAL ZEROS

      *----------- BOLETO NOVO SO COM O PADRAO ATIVO; O JA REMETIDO ----
      *----------- FICA NO PADRAO DE QUALQUER FORMA --------------------
               IF  ARQ-FCO-CONVENIO EQUAL SPACES
                   IF  ARQ-FCO-SITBANCO NOT EQUAL SPACES
                   OR  WRK-PADRAO-ATIVO EQUAL "S"
                       MOVE WRK-CNV-PADRAO     TO ARQ-FCO-CONVENIO
                       REWRITE ARQ-DADOS-FAMCOB
                   END-IF
               END-IF

               READ FAMCOB NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FAMCOB
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FAMCOB.

      *-----------------------------------------------------------------
       0205-ROTEAR-COBRANCAS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0207-ROTEAR-TITULO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ESCOLHE O CONVENIO ATIVO DO TITULO CORRENTE, NESTA --
      *----------- ORDEM: O JA GRAVADO (REINCLUSAO APOS RECUSA), A -----
      *----------- ESCOLHA DO PAGADOR, O CAMPUS DO ALUNO E O PADRAO ----

           MOVE SPACES                         TO WRK-CNV-ROTA.

           IF  ARQ-MEN-SITBANCO EQUAL "REINCLUIR"
           AND ARQ-MEN-CONVENIO NOT EQUAL SPACES
               MOVE ARQ-MEN-CONVENIO           TO WRK-CNV-PROCURADO
               PERFORM 0125-LOCALIZAR-CONVENIO
               IF  WRK-CNV-ACHOU EQUAL "S"
               AND WRK-TC-STATUS (IX-CNV) EQUAL "ATIVO"
                   MOVE ARQ-MEN-CONVENIO       TO WRK-CNV-ROTA
                   GO TO 0207-ROTEAR-TITULO-99-FIM
               END-IF
           END-IF.

      *----------- ESCOLHA DO PAGADOR (PROGBESC) -----------------------
           IF  WRK-ABRIU-CONVPAG EQUAL "S"
               MOVE ARQ-MEN-RM                 TO ARQ-CVP-RM
               READ CONVPAG KEY IS ARQ-CVP-RM
                   INVALID KEY
                       MOVE SPACES             TO ARQ-CVP-CONVENIO
               END-READ
               IF  ARQ-CVP-CONVENIO NOT EQUAL SPACES
                   MOVE ARQ-CVP-CONVENIO       TO WRK-CNV-PROCURADO
                   PERFORM 0125-LOCALIZAR-CONVENIO
                   IF  WRK-CNV-ACHOU EQUAL "S"
                   AND WRK-TC-STATUS (IX-CNV) EQUAL "ATIVO"
                       MOVE ARQ-CVP-CONVENIO   TO WRK-CNV-ROTA
                       GO TO 0207-ROTEAR-TITULO-99-FIM
                   END-IF
               END-IF
           END-IF.

      *----------- CONVENIO ATIVO DO CAMPUS DO ALUNO -------------------
           MOVE ARQ-MEN-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE SPACES                 TO ARQ-CAMPUS
           END-READ.

           IF  ARQ-CAMPUS NOT EQUAL SPACES
               SET IX-CNV                      TO 1
               SEARCH WRK-CNV-ITEM
                   AT END
                       CONTINUE
                   WHEN IX-CNV GREATER WRK-QTD-CONVENIOS
                       CONTINUE
                   WHEN WRK-TC-CAMPUS (IX-CNV) EQUAL ARQ-CAMPUS
                    AND WRK-TC-STATUS (IX-CNV) EQUAL "ATIVO"
                       MOVE WRK-TC-CODIGO (IX-CNV) TO WRK-CNV-ROTA
               END-SEARCH
               IF  WRK-CNV-ROTA NOT EQUAL SPACES
                   GO TO 0207-ROTEAR-TITULO-99-FIM
               END-IF
           END-IF.

      *----------- CONVENIO PADRAO -------------------------------------
           IF  WRK-PADRAO-ATIVO EQUAL "S"
               MOVE WRK-CNV-PADRAO             TO WRK-CNV-ROTA
           END-IF.

      *-----------------------------------------------------------------
       0207-ROTEAR-TITULO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
                WRK-RESP-NOME, WRK-RESP-CPF, WRK-RESP-ENDERECO,
                WRK-RESP-TELEFONE, WRK-RESP-EMAIL.

      *----------- O CAMPO RM DO BANCO TEM 4 POSICOES: SEM CODIGO ------
      *----------- NO DE-PARA O TITULO FICA PARA A PROXIMA REMESSA -----
           MOVE "B"                            TO WRK-RMB-FUNCAO
           CALL "PROGRMBC" USING WRK-RMB-FUNCAO, ARQ-MEN-RM,
                WRK-RMB-CODIGO, WRK-RMB-ACHOU.

           IF  WRK-RMB-ACHOU NOT EQUAL "S"
               GO TO 0210-GRAVAR-TITULO-99-FIM
           END-IF.

           PERFORM 0245-ABRIR-REMESSA.

           MOVE SPACES                         TO ARQ-REG-REMESSA
           MOVE "1"                            TO ARQ-REM-TIPO
           MOVE WRK-RMB-CODIGO                 TO ARQ-REM-RM
           IF  WRK-RESP-ACHOU EQUAL "S"
               MOVE WRK-RESP-NOME              TO ARQ-REM-NOME
           ELSE
           WRITE ARQ-REG-REMESSA

           ADD 1                               TO WRK-QTD-TITULOS
           ADD 1                               TO WRK-QTD-TIT-ARQUIVO
           ADD ARQ-MEN-VALOR                   TO WRK-VALOR-TOTAL.

      *----------- MARCA O TITULO COMO REMETIDO AO BANCO ---------------
      *----------- CORRENTE E REGISTRA A ORDEM EM INSTRBAN.dat PARA ----
      *----------- A CONFERENCIA CONTRA O RETORNO ----------------------

           PERFORM 0245-ABRIR-REMESSA.

           MOVE ARQ-MEN-NUMERO                 TO ARQ-INS-NUMERO
           MOVE "BXA"                          TO ARQ-INS-TIPO
           MOVE ZEROS                          TO ARQ-INS-VALOR
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-INS-DATA-GERACAO
           MOVE SPACES                         TO ARQ-INS-DATA-RESPOSTA
           MOVE LNK-OPERADOR                   TO ARQ-INS-OPERADOR
           MOVE WRK-CNV-ATUAL                  TO ARQ-INS-CONVENIO

           WRITE ARQ-DADOS-INSTRUCAO
               INVALID KEY
       0220-GRAVAR-TITULOS-FAMILIA                             SECTION.
      *-----------------------------------------------------------------
      *----------- UM DETALHE DE REMESSA POR COBRANCA DE FAMILIA -------
      *----------- EM ABERTO DO CONVENIO ATUAL, EM NOME DO RESPONSAVEL -

           IF  WRK-ABRIU-FAMCOB NOT EQUAL "S"
               GO TO 0220-GRAVAR-TITULOS-FAMILIA-99-FIM
      *----------- SO VAI AO BANCO O BOLETO DE FAMILIA QUE NUNCA FOI ---
               IF  ARQ-FCO-STATUS EQUAL "ABERTO"
               AND ARQ-FCO-SITBANCO EQUAL SPACES
               AND ARQ-FCO-CONVENIO EQUAL WRK-CNV-ATUAL
                   PERFORM 0245-ABRIR-REMESSA
                   MOVE SPACES                 TO ARQ-REG-REMESSA
                   MOVE "1"                    TO ARQ-REM-TIPO
                   MOVE "FAM."                 TO ARQ-REM-RM
                   MOVE WRK-VENC-ROLADO        TO ARQ-REM-VENCIMENTO
                   WRITE ARQ-REG-REMESSA
                   ADD 1                       TO WRK-QTD-TITULOS
                   ADD 1                       TO WRK-QTD-TIT-ARQUIVO
                   ADD ARQ-FCO-VALOR           TO WRK-VALOR-TOTAL
                   MOVE "REMETIDO"             TO ARQ-FCO-SITBANCO
                   REWRITE ARQ-DADOS-FAMCOB
       0230-ENVIAR-INSTRUCOES-PENDENTES                        SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA NA REMESSA AS PRORROGACOES E ABATIMENTOS ------
      *----------- LANCADOS NO PROGINST QUE AINDA NAO FORAM AO BANCO, --
      *----------- QUANDO O TITULO E DO CONVENIO ATUAL -----------------

           MOVE LOW-VALUES                     TO ARQ-INS-CHAVE


           PERFORM UNTIL FS-INSTRBAN NOT EQUAL ZEROS

      *----------- INSTRUCAO LANCADA ANTES DOS CONVENIOS: VAI PELO -----
      *----------- CONVENIO DO TITULO OU, SEM ELE, PELO PADRAO ---------
               IF  ARQ-INS-STATUS EQUAL "PENDENTE"
               AND ARQ-INS-CONVENIO EQUAL SPACES
                   MOVE ARQ-INS-NUMERO         TO ARQ-MEN-NUMERO
                   READ MENSALID KEY IS ARQ-MEN-NUMERO
                       INVALID KEY
                           MOVE SPACES         TO ARQ-MEN-CONVENIO
                   END-READ
                   IF  ARQ-MEN-CONVENIO NOT EQUAL SPACES
                       MOVE ARQ-MEN-CONVENIO   TO ARQ-INS-CONVENIO
                   ELSE
                       MOVE WRK-CNV-PADRAO     TO ARQ-INS-CONVENIO
                   END-IF
               END-IF

               IF  ARQ-INS-STATUS EQUAL "PENDENTE"
               AND ARQ-INS-CONVENIO EQUAL WRK-CNV-ATUAL
                   PERFORM 0245-ABRIR-REMESSA
                   MOVE SPACES                 TO ARQ-REG-REMESSA
                   MOVE "2"                    TO ARQ-REM-TIPO
                   MOVE ARQ-INS-TIPO           TO ARQ-REM-INS-TIPO
       0230-ENVIAR-INSTRUCOES-PENDENTES-99-FIM                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-GERAR-REMESSA-CONVENIO                             SECTION.
      *-----------------------------------------------------------------
      *----------- MONTA A REMESSA DO CONVENIO WRK-IX-CONV DA TABELA: --
      *----------- TITULOS NOVOS, BAIXAS, BOLETOS DE FAMILIA E ---------
      *----------- INSTRUCOES PENDENTES. O ARQUIVO SO E ABERTO NO ------
      *----------- PRIMEIRO REGISTRO (0245) ----------------------------

           MOVE WRK-TC-CODIGO (WRK-IX-CONV)    TO WRK-CNV-ATUAL
           MOVE "N"                            TO WRK-ABRIU-REMESSA
           MOVE ZEROS                          TO WRK-QTD-TIT-ARQUIVO
           MOVE ZEROS                          TO WRK-VALOR-TOTAL

      *--------------------- AREA DE VARREDURA DE COBRANCAS ------------
           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0240-GERAR-REMESSA-FECHAR
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0240-GERAR-REMESSA-FECHAR
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

      *----------- TITULO NOVO: SO VAI AO BANCO QUEM NUNCA FOI, --------
      *----------- MAIS OS CORRIGIDOS NO PROGPCOR APOS UMA RECUSA ------
               IF  ARQ-MEN-STATUS EQUAL "ABERTO"
               AND (ARQ-MEN-SITBANCO EQUAL SPACES OR
                    ARQ-MEN-SITBANCO EQUAL "REINCLUIR")
               AND ARQ-MEN-CONVENIO EQUAL WRK-CNV-ATUAL
                   PERFORM 0210-GRAVAR-TITULO
               END-IF

      *----------- COBRANCA QUE SAIU DE ABERTO FORA DO BANCO (PAGA -----
      *----------- NO BALCAO, RENEGOCIADA, ESTORNADA): INSTRUCAO DE ----
      *----------- BAIXA AUTOMATICA PARA O BOLETO PARAR DE COBRAR ------
               IF  ARQ-MEN-STATUS NOT EQUAL "ABERTO"
               AND (ARQ-MEN-SITBANCO EQUAL "REMETIDO" OR
                    ARQ-MEN-SITBANCO EQUAL "REGISTRADO")
               AND ARQ-MEN-CONVENIO EQUAL WRK-CNV-ATUAL
                   PERFORM 0215-GRAVAR-BAIXA-AUTOMATICA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

       0240-GERAR-REMESSA-FECHAR.

      *----------- UM BOLETO POR FAMILIA CONSOLIDADA -------------------
           PERFORM 0220-GRAVAR-TITULOS-FAMILIA.

      *----------- PRORROGACOES E ABATIMENTOS AGUARDANDO ENVIO ---------
           PERFORM 0230-ENVIAR-INSTRUCOES-PENDENTES.

           IF  WRK-ABRIU-REMESSA EQUAL "S"
               PERFORM 0250-FECHAR-REMESSA
           END-IF.

      *-----------------------------------------------------------------
       0240-GERAR-REMESSA-CONVENIO-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-ABRIR-REMESSA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ABRE A REMESSA DO CONVENIO ATUAL E GRAVA O HEADER ---
      *----------- COM O BANCO, O CONVENIO, O LAYOUT E A NUMERACAO -----

           IF  WRK-ABRIU-REMESSA EQUAL "S"
               GO TO 0245-ABRIR-REMESSA-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-ABRIU-REMESSA

      *----------- NUMERACAO DO CONVENIO; O PADRAO AINDA SEM NUMERACAO -
      *----------- PROPRIA CONTINUA A DE REMCTRL.dat -------------------
           MOVE WRK-CNV-ATUAL                  TO ARQ-CNV-CODIGO
           READ CONVENIO KEY IS ARQ-CNV-CODIGO
               INVALID KEY
                   MOVE ZEROS                  TO ARQ-CNV-PROX-SEQ
           END-READ.

           IF  ARQ-CNV-PROX-SEQ NOT EQUAL ZEROS
               MOVE ARQ-CNV-PROX-SEQ           TO WRK-SEQ-REMESSA
           ELSE
               IF  WRK-CNV-ATUAL EQUAL WRK-CNV-PADRAO
               AND WRK-SEQ-REMCTRL NOT EQUAL ZEROS
                   MOVE WRK-SEQ-REMCTRL        TO WRK-SEQ-REMESSA
               ELSE
                   MOVE 1                      TO WRK-SEQ-REMESSA
               END-IF
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM CONVENIO E DATA/HORA ----
           MOVE SPACES                         TO WRK-PATH-REMESSA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "REMESSA_"
                  WRK-CNV-ATUAL "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-REMESSA

           OPEN OUTPUT REMESSA.

      *----------- GRAVA O HEADER DA REMESSA ---------------------------
           MOVE SPACES                         TO ARQ-REG-REMESSA
           MOVE "0"                            TO ARQ-REM-TIPO
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-REM-DATA-GERACAO
           MOVE WRK-SEQ-REMESSA                TO ARQ-REM-SEQ-ARQUIVO
           MOVE WRK-TC-BANCO (WRK-IX-CONV)     TO ARQ-REM-BANCO
           MOVE WRK-TC-NUMERO (WRK-IX-CONV)    TO ARQ-REM-CONVENIO
           MOVE WRK-TC-LAYOUT (WRK-IX-CONV)    TO ARQ-REM-LAYOUT
           WRITE ARQ-REG-REMESSA.

      *-----------------------------------------------------------------
       0245-ABRIR-REMESSA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-FECHAR-REMESSA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA O TRAILER, AVANCA A NUMERACAO DO CONVENIO E ---
      *----------- REGISTRA O ARQUIVO NO LOG DE OPERACOES --------------

           MOVE SPACES                         TO ARQ-REG-REMESSA
           MOVE "9"                            TO ARQ-REM-TIPO
           MOVE WRK-QTD-TIT-ARQUIVO            TO ARQ-REM-QTD-TITULOS
           MOVE WRK-VALOR-TOTAL                TO ARQ-REM-VALOR-TOTAL
           WRITE ARQ-REG-REMESSA.

           CLOSE REMESSA.

           ADD 1                               TO WRK-QTD-REMESSAS.

      *----------- GRAVA A PROXIMA NUMERACAO DE REMESSA DO CONVENIO ----
           MOVE WRK-CNV-ATUAL                  TO ARQ-CNV-CODIGO
           READ CONVENIO KEY IS ARQ-CNV-CODIGO
               NOT INVALID KEY
                   ADD 1 WRK-SEQ-REMESSA   GIVING ARQ-CNV-PROX-SEQ
                   REWRITE ARQ-DADOS-CONVENIO
           END-READ.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGREME"                     TO ARQ-LOG-PROGRAMA
           MOVE "REMESSA BANCARIA DE COBRANCA" TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-TIT-ARQUIVO            TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-REMESSA               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

      *-----------------------------------------------------------------
       0250-FECHAR-REMESSA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
                 CLOSE RESPONSAV
             END-IF.

             CLOSE CONVENIO.

             IF  WRK-ABRIU-CONVPAG EQUAL "S"
                 CLOSE CONVPAG
             END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

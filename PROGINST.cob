      *----    REGISTRO TIPO 2 E E CONFIRMADA PELO RETORNO NO
      *----    PROGRETO. A BAIXA (BXA) NAO E LANCADA AQUI: O PROGREME
      *----    A GERA SOZINHO QUANDO A COBRANCA SAI DE ABERTO.
      *----    A INSTRUCAO LEVA O CONVENIO DE COBRANCA DO TITULO E SAI
      *----    NA REMESSA DESSE CONVENIO, DE QUALQUER BANCO CADASTRADO
      *----    EM CONVENIO.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- MENSALID          I             BOKMENS
      *---- INSTRBAN         I-O            BOKINST
      *---- CONVENIO          I             BOKCNV
      *---------------------------------------------------

      *-----------------------------------------------------------------
                  RECORD KEY IS ARQ-INS-CHAVE
                  FILE STATUS IS FS-INSTRBAN.

           SELECT CONVENIO  ASSIGN TO WRK-PATH-CONVENIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CNV-CODIGO
                  FILE STATUS IS FS-CONVENIO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------
       FD  INSTRBAN.
       COPY "BOKINST".

       FD  CONVENIO.
       COPY "BOKCNV".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------
      *------------- VARIAVEIS DE STATUS
       77  FS-MENSALID                  PIC 9(02).
       77  FS-INSTRBAN                  PIC 9(02).
       77  FS-CONVENIO                  PIC 9(02).

      *--- "S" = CONVENIOS CADASTRADOS (SEM ELES O TITULO E DO BANCO --
      *--- UNICO, SEM CONFERENCIA) -------------------------------------
       77  WRK-ABRIU-CONVENIO           PIC X(01) VALUE "N".
       77  WRK-NOME-BANCO               PIC X(20) VALUE SPACES.

       77  WRK-DATA-HORA                PIC X(21).

           05 LINE  13 COLUMN 60 FROM  ARQ-MEN-VALOR.
           05 LINE  14 COLUMN 30 VALUE "VENCIMENTO ATUAL.".
           05 LINE  14 COLUMN 60 FROM  ARQ-MEN-VENCIMENTO.
           05 LINE  15 COLUMN 30 VALUE "BANCO DO TITULO..".
           05 LINE  15 COLUMN 60 FROM  WRK-NOME-BANCO.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 09
                GOBACK
            END-IF.

      *----------- ABERTURA DOS CONVENIOS DE COBRANCA (TOLERANTE) ------
            OPEN INPUT CONVENIO.

            IF  FS-CONVENIO EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CONVENIO
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- TITULO ROTEADO PRECISA DE CONVENIO CADASTRADO; -----
      *----------- SEM CONVENIO = TITULO ANTIGO DO CONVENIO PADRAO -----
           MOVE SPACES                        TO WRK-NOME-BANCO

           IF  WRK-ABRIU-CONVENIO EQUAL "S"
           AND ARQ-MEN-CONVENIO NOT EQUAL SPACES
               MOVE ARQ-MEN-CONVENIO          TO ARQ-CNV-CODIGO
               READ CONVENIO KEY IS ARQ-CNV-CODIGO
                   INVALID KEY
                       MOVE WRK-MSG-CONV-NAOCAD TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       GO TO 0200-PROCESSAR
               END-READ
               MOVE ARQ-CNV-NOME-BANCO        TO WRK-NOME-BANCO
           END-IF.

           DISPLAY SCR-COBRANCA.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-INS-DATA-GERACAO
           MOVE SPACES                        TO ARQ-INS-DATA-RESPOSTA
           MOVE LNK-OPERADOR                  TO ARQ-INS-OPERADOR
           MOVE ARQ-MEN-CONVENIO              TO ARQ-INS-CONVENIO

           WRITE ARQ-DADOS-INSTRUCAO
               INVALID KEY

             CLOSE  INSTRBAN.

             IF  WRK-ABRIU-CONVENIO EQUAL "S"
                 CLOSE CONVENIO
             END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

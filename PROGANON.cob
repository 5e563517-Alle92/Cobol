       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGANON.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: ANONIMIZACAO ANUAL (LGPD) DOS TITULARES FORA DO
      *----    PRAZO DE RETENCAO - PARAMETRO LGPD-RETANOS DE
      *----    PARAMET.dat, EM ANOS (PADRAO 5), CONTADOS DA
      *----    DESISTENCIA OU DA CONCLUSAO DO CURSO:
      *----      ALUNO ARQUIVADO (ALUNHIST.dat, DESISTENTE OU
      *----      FORMADO) ... NOME TROCADO POR "ANONIMIZADO
      *----      nnnnnn"; CPF, TELEFONE E E-MAIL APAGADOS; OBSERVACOES
      *----      SUBSTITUIDAS PELA DATA DA ANONIMIZACAO; O NOME
      *----      SOCIAL (NOMESOC.dat) E EXCLUIDO E OS NOMES ANTES E
      *----      DEPOIS DA SUA TRILHA (NSOCHIST.dat) SAO APAGADOS -
      *----      A TRILHA E SEQUENCIAL, ENTAO E REGRAVADA EM UM
      *----      ARQUIVO DE TRABALHO QUE SO SUBSTITUI O ORIGINAL COM
      *----      AS QUANTIDADES LIDAS E GRAVADAS BATENDO.
      *----      RESPONSAVEL FINANCEIRO (RESPONSAV.dat) CUJOS RMs
      *----      VINCULADOS ESTAO TODOS ANONIMIZADOS E NENHUM NO
      *----      CADASTRO ATIVO ... NOME PSEUDONIMIZADO, CPF,
      *----      ENDERECO, TELEFONE E E-MAIL APAGADOS.
      *----    O RM, O CURSO, AS DATAS E A SITUACAO FICAM, ASSIM COMO
      *----    OS REGISTROS QUE A INSTITUICAO E OBRIGADA A GUARDAR:
      *----    NOTAS, FREQUENCIA, RESULTADOS, FORMADOS, DIPLOMAS,
      *----    COBRANCAS, RECIBOS, CONTRATOS E A TRILHA DE AUDITORIA.
      *----    REGISTRO JA ANONIMIZADO NAO E TOCADO DE NOVO. EMITE O
      *----    CERTIFICADO ANONIMIZACAO_AAAAMMDD_HHMMSS.dat COM CADA
      *----    TITULAR ANONIMIZADO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- ALUNHIST          I/O           BOKHIST
      *---- FORMADOS          I             BOKFORM
      *---- RESPONSAV         I/O           BOKRESP
      *---- RESPVINC          I             BOKRVIN
      *---- NOMESOC           I/O           BOKNSOC
      *---- NSOCHIST          I             BOKNSOH
      *---- NSOCNOVO          O             BOKNSOH
      *---- CERTANON          O              ----
      *---- AUDITORIA         E             BOKAUDIT
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT ALUNHIST  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-ALUNHIST.

           SELECT FORMADOS  ASSIGN TO WRK-PATH-FORMADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FOR-RM
                  FILE STATUS IS FS-FORMADOS.

           SELECT RESPONSAV  ASSIGN TO WRK-PATH-RESPONSAV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSP-CODIGO
                  FILE STATUS IS FS-RESPONSAV.

           SELECT RESPVINC  ASSIGN TO WRK-PATH-RESPVINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RVI-RM
                  FILE STATUS IS FS-RESPVINC.

           SELECT NOMESOC  ASSIGN TO WRK-PATH-NOMESOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NSO-RM
                  FILE STATUS IS FS-NOMESOC.

           SELECT NSOCHIST  ASSIGN TO WRK-PATH-NSOCHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NSOCHIST.

           SELECT NSOCNOVO  ASSIGN TO WRK-PATH-NSOCNOVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NSOCNOVO.

           SELECT CERTANON ASSIGN TO WRK-PATH-CERTANON
                  FILE STATUS IS FS-CERTANON.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ALUNHIST.
       COPY "BOKHIST".

       FD  FORMADOS.
       COPY "BOKFORM".

       FD  RESPONSAV.
       COPY "BOKRESP".

       FD  RESPVINC.
       COPY "BOKRVIN".

       FD  NOMESOC.
       COPY "BOKNSOC".

       FD  NSOCHIST.
       COPY "BOKNSOH".

      *-------------------- TRILHA REGRAVADA (MESMO DESENHO BOKNSOH) ---
       FD  NSOCNOVO.

       01  ARQ-NSOCNOVO                 PIC X(88).

      *-------------------- AREA DO CERTIFICADO DE ANONIMIZACAO --------
       FD  CERTANON.

       01  ARQ-CERTANON                 PIC X(80).

       FD  AUDITORIA.
       COPY "BOKAUDIT".

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-FORMADOS                  PIC 9(02).
       77  FS-RESPONSAV                 PIC 9(02).
       77  FS-RESPVINC                  PIC 9(02).
       77  FS-NOMESOC                   PIC 9(02).
       77  FS-NSOCHIST                  PIC 9(02).
       77  FS-NSOCNOVO                  PIC 9(02).
       77  FS-CERTANON                  PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-CERTANON            PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETRO DE RETENCAO (PARAMET.dat) ---------------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ANOS-RETENCAO            PIC 9(02)    VALUE 5.

      *------------- VARIAVEIS DA ANONIMIZACAO -------------------------
       77  WRK-ANO-ATUAL                PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-CORTE                PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-CORTE               PIC X(08) VALUE SPACES.
       77  WRK-DATA-CORTE-ED            PIC X(10) VALUE SPACES.
       77  WRK-DATA-HOJE-ED             PIC X(10) VALUE SPACES.
       77  WRK-DATA-INATIVO             PIC X(08) VALUE SPACES.
       77  WRK-QTD-ALUNOS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RESP                 PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TOTAL                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-VINCULOS             PIC 9(03) VALUE ZEROS.
       77  WRK-RESP-BLOQUEADO           PIC X(01) VALUE SPACES.
       77  WRK-ED-CODIGO                PIC 9(06) VALUE ZEROS.

      *------------- REGRAVACAO DA TRILHA DO NOME SOCIAL ---------------
       77  WRK-QTD-NSH-LIDAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NSH-GRAVADAS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NSH-LIMPAS           PIC 9(06) VALUE ZEROS.
       77  WRK-NSH-SUBSTITUIU           PIC X(01) VALUE "S".
       77  WRK-RETORNO-ARQ              PIC 9(08) COMP VALUE ZEROS.

      *------------- LINHAS DO CERTIFICADO -----------------------------
       01  WRK-LINHA-CERT.
           05 WRK-LC-TIPO               PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-CHAVE              PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-SITUACAO           PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-DETALHE            PIC X(49).

       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO          PIC X(30).
           05 WRK-LT-TOTAL-ED           PIC ZZZ.ZZ9.

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
           05 LINE  01 COLUMN 22 VALUE "ANONIMIZACAO DE DADOS PESSOAIS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RETENCAO EM ANOS....".
           05 LINE  07 COLUMN 60 FROM  WRK-ANOS-RETENCAO.
           05 LINE  08 COLUMN 30 VALUE "INATIVOS ATE........".
           05 LINE  08 COLUMN 60 FROM  WRK-DATA-CORTE-ED.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "ANONIMIZAR OS TITULARES FORA DA RETENCAO (S/N)?"
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 57 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "ALUNOS ANONIMIZADOS..".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-ALUNOS.
           05 LINE  13 COLUMN 30 VALUE "RESPONSAVEIS.........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-RESP.

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

      *----------- ABERTURA DO CADASTRO ATIVO (SO CONSULTA) ------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                EVALUATE FS-ALUNOS
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

      *----------- ABERTURA DOS CADASTROS ANONIMIZADOS (I-O) -----------
            OPEN I-O ALUNHIST.

            IF  FS-ALUNHIST EQUAL 35
                OPEN OUTPUT ALUNHIST
                CLOSE       ALUNHIST
                OPEN I-O    ALUNHIST
            END-IF.

            IF  FS-ALUNHIST NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

            OPEN I-O RESPONSAV.

            IF  FS-RESPONSAV EQUAL 35
                OPEN OUTPUT RESPONSAV
                CLOSE       RESPONSAV
                OPEN I-O    RESPONSAV
            END-IF.

            IF  FS-RESPONSAV NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                CLOSE ALUNHIST
                GOBACK
            END-IF.

      *----------- ABERTURA DOS ARQUIVOS DE APOIO ----------------------
            OPEN INPUT FORMADOS.

            IF  FS-FORMADOS EQUAL 35
                OPEN OUTPUT FORMADOS
                CLOSE       FORMADOS
                OPEN INPUT  FORMADOS
            END-IF.

            OPEN INPUT RESPVINC.

            IF  FS-RESPVINC EQUAL 35
                OPEN OUTPUT RESPVINC
                CLOSE       RESPVINC
                OPEN INPUT  RESPVINC
            END-IF.

            OPEN I-O NOMESOC.

            IF  FS-NOMESOC EQUAL 35
                OPEN OUTPUT NOMESOC
                CLOSE       NOMESOC
                OPEN I-O    NOMESOC
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- PRAZO DE RETENCAO VIGENTE E DATA DE CORTE -----------
           MOVE "LGPD-RETANOS"                TO WRK-PARM-CODIGO
           MOVE WRK-ANOS-RETENCAO             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           IF  WRK-PARM-VALOR GREATER ZEROS
               MOVE WRK-PARM-VALOR            TO WRK-ANOS-RETENCAO
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:4)             TO WRK-ANO-ATUAL
           SUBTRACT WRK-ANOS-RETENCAO FROM WRK-ANO-ATUAL
                                           GIVING WRK-ANO-CORTE
           MOVE SPACES                         TO WRK-DATA-CORTE
           STRING WRK-ANO-CORTE WRK-DATA-HORA(5:4)
                  DELIMITED BY SIZE INTO WRK-DATA-CORTE

           MOVE SPACES                         TO WRK-DATA-CORTE-ED
           STRING WRK-DATA-CORTE(7:2) "/" WRK-DATA-CORTE(5:2) "/"
                  WRK-DATA-CORTE(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-CORTE-ED

           MOVE SPACES                         TO WRK-DATA-HOJE-ED
           STRING WRK-DATA-HORA(7:2) "/" WRK-DATA-HORA(5:2) "/"
                  WRK-DATA-HORA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-HOJE-ED.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE CONFIRMACAO -----------------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           DISPLAY SCR-DADOS
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "ANONIMIZACAO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-CERTANON

           OPEN OUTPUT CERTANON.

           MOVE "CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS - LGPD"
                                               TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE SPACES                         TO ARQ-CERTANON
           STRING "EXECUTADO EM " WRK-DATA-HOJE-ED
                  " PELO OPERADOR " LNK-OPERADOR
                  DELIMITED BY SIZE INTO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE SPACES                         TO ARQ-CERTANON
           STRING "RETENCAO DE " WRK-ANOS-RETENCAO
                  " ANOS: INATIVOS ATE " WRK-DATA-CORTE-ED
                  DELIMITED BY SIZE INTO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "DADOS ANONIMIZADOS: NOME, CPF, TELEFONE, E-MAIL, OBS."
                                               TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "NOME SOCIAL EM USO EXCLUIDO DO CADASTRO"
                                               TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "NOMES APAGADOS DA TRILHA DO NOME SOCIAL (NSOCHIST)"
                                               TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "MANTIDOS POR OBRIGACAO LEGAL: HISTORICO ACADEMICO,"
                                               TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "FORMADOS, DIPLOMAS, COBRANCAS, RECIBOS, CONTRATOS E"
                                               TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "TRILHA DE AUDITORIA"          TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE SPACES                         TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           PERFORM 0210-ANONIMIZAR-ALUNOS.
           PERFORM 0230-LIMPAR-TRILHA-NSOC.
           PERFORM 0220-ANONIMIZAR-RESPONSAVEIS.

           MOVE SPACES                         TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "ALUNOS ANONIMIZADOS.........." TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-ALUNOS                 TO WRK-LT-TOTAL-ED
           MOVE WRK-LINHA-TOTAL                TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "RESPONSAVEIS ANONIMIZADOS...." TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-RESP                   TO WRK-LT-TOTAL-ED
           MOVE WRK-LINHA-TOTAL                TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           MOVE "LINHAS DA TRILHA NOME SOCIAL." TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-NSH-LIMPAS             TO WRK-LT-TOTAL-ED
           MOVE WRK-LINHA-TOTAL                TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

           IF  WRK-NSH-SUBSTITUIU NOT EQUAL "S"
               MOVE "TRILHA NOME SOCIAL MANTIDA: QTDS NAO BATEM"
                                               TO ARQ-CERTANON
               WRITE ARQ-CERTANON
           END-IF.

           CLOSE CERTANON.

           ADD WRK-QTD-ALUNOS WRK-QTD-RESP GIVING WRK-QTD-TOTAL.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGANON"                     TO ARQ-LOG-PROGRAMA
           MOVE "ANONIMIZACAO LGPD"            TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-TOTAL                  TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-CERTANON              TO ARQ-LOG-ARQUIVOGERADO
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
       0210-ANONIMIZAR-ALUNOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- ARQUIVO MORTO: O MESMO DESENHO DE BOKALU, TRATADO ---
      *----------- NA AREA DE ALUNOS E DEVOLVIDO PARA A REGRAVACAO -----

           MOVE LOW-VALUES                     TO ARQ-HIST-RM

           START ALUNHIST KEY IS GREATER THAN OR EQUAL ARQ-HIST-RM
               INVALID KEY
                   GO TO 0210-ANONIMIZAR-ALUNOS-99-FIM
           END-START.

           READ ALUNHIST NEXT RECORD
               AT END
                   GO TO 0210-ANONIMIZAR-ALUNOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNHIST NOT EQUAL ZEROS

               MOVE ARQ-DADOS-HIST             TO ARQ-DADOS

               IF  ARQ-NOMEALUNO(1:11) NOT EQUAL "ANONIMIZADO"
                   PERFORM 0215-AVALIAR-RETENCAO
                   IF  WRK-DATA-INATIVO NOT EQUAL SPACES
                   AND WRK-DATA-INATIVO LESS THAN WRK-DATA-CORTE
                       PERFORM 0218-ANONIMIZAR-ALUNO
                   END-IF
               END-IF

               READ ALUNHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNHIST.

      *-----------------------------------------------------------------
       0210-ANONIMIZAR-ALUNOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-AVALIAR-RETENCAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- INICIO DA RETENCAO: DESISTENTE PELA DATA DE ---------
      *----------- DESISTENCIA, FORMADO PELA DATA DE CONCLUSAO DE ------
      *----------- FORMADOS.dat (O MESMO CRITERIO DO ARQUIVAMENTO) -----

           MOVE SPACES                         TO WRK-DATA-INATIVO.

           EVALUATE ARQ-STATUS
               WHEN "DESISTENTE"
                   MOVE ARQ-DATA-DESISTENCIA   TO WRK-DATA-INATIVO
               WHEN "FORMADO"
                   MOVE ARQ-RM                 TO ARQ-FOR-RM
                   READ FORMADOS KEY IS ARQ-FOR-RM
                       INVALID KEY
                           MOVE ARQ-DATA-MATRICULA
                                               TO WRK-DATA-INATIVO
                       NOT INVALID KEY
                           MOVE ARQ-FOR-DATA-CONCLUSAO
                                               TO WRK-DATA-INATIVO
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       0215-AVALIAR-RETENCAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0218-ANONIMIZAR-ALUNO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- APAGA OS DADOS PESSOAIS E MANTEM O REGISTRO ---------
      *----------- ACADEMICO (RM, CURSO, SITUACAO, DATAS) --------------

           MOVE SPACES                         TO ARQ-NOMEALUNO
           STRING "ANONIMIZADO " ARQ-RM
                  DELIMITED BY SIZE INTO ARQ-NOMEALUNO
           MOVE SPACES                         TO ARQ-CPF
                                                  ARQ-TELEFONE
                                                  ARQ-EMAIL
                                                  ARQ-OBSERVACOES
           STRING "DADOS ANONIMIZADOS (LGPD) EM " WRK-DATA-HOJE-ED
                  DELIMITED BY SIZE INTO ARQ-OBSERVACOES

           MOVE ARQ-DADOS                      TO ARQ-DADOS-HIST
           REWRITE ARQ-DADOS-HIST.

           IF  FS-ALUNHIST NOT EQUAL ZEROS
               MOVE ZEROS                      TO FS-ALUNHIST
               GO TO 0218-ANONIMIZAR-ALUNO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-ALUNOS.

      *----------- O NOME SOCIAL EM USO SAI JUNTO ----------------------
           MOVE ARQ-RM                         TO ARQ-NSO-RM
           DELETE NOMESOC RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE ZEROS                          TO FS-NOMESOC.

      *----------- TRILHA DE AUDITORIA (SEM O DADO APAGADO) ------------
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGANON"                     TO ARQ-AUD-PROGRAMA
           MOVE "ANONIMIZA"                    TO ARQ-AUD-OPERACAO
           MOVE ARQ-RM                         TO ARQ-AUD-RM
           MOVE ARQ-NOMEALUNO                  TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "DADOS PESSOAIS"               TO ARQ-AUD-CAMPO
           MOVE SPACES                         TO ARQ-AUD-ANTES
           MOVE "ANONIMIZADOS"                 TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *----------- LINHA DO CERTIFICADO --------------------------------
           MOVE "ALUNO"                        TO WRK-LC-TIPO
           MOVE ARQ-RM                         TO WRK-LC-CHAVE
           MOVE ARQ-STATUS                     TO WRK-LC-SITUACAO
           MOVE SPACES                         TO WRK-LC-DETALHE
           STRING "INATIVO DESDE " WRK-DATA-INATIVO(7:2) "/"
                  WRK-DATA-INATIVO(5:2) "/" WRK-DATA-INATIVO(1:4)
                  " - " ARQ-CURSO
                  DELIMITED BY SIZE INTO WRK-LC-DETALHE
           MOVE WRK-LINHA-CERT                 TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

      *-----------------------------------------------------------------
       0218-ANONIMIZAR-ALUNO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-ANONIMIZAR-RESPONSAVEIS                            SECTION.
      *-----------------------------------------------------------------
      *----------- RESPONSAVEL SO SAI QUANDO TODOS OS RMs VINCULADOS ---
      *----------- JA ESTAO ANONIMIZADOS NO ARQUIVO MORTO --------------

           MOVE ZEROS                          TO ARQ-RSP-CODIGO

           START RESPONSAV KEY IS GREATER THAN OR EQUAL ARQ-RSP-CODIGO
               INVALID KEY
                   GO TO 0220-ANONIMIZAR-RESPONSAVEIS-99-FIM
           END-START.

           READ RESPONSAV NEXT RECORD
               AT END
                   GO TO 0220-ANONIMIZAR-RESPONSAVEIS-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESPONSAV NOT EQUAL ZEROS

               IF  ARQ-RSP-NOME(1:11) NOT EQUAL "ANONIMIZADO"
                   PERFORM 0225-CONFERIR-VINCULOS
                   IF  WRK-RESP-BLOQUEADO EQUAL "N"
                   AND WRK-QTD-VINCULOS GREATER ZEROS
                       PERFORM 0228-ANONIMIZAR-RESPONSAVEL
                   END-IF
               END-IF

               READ RESPONSAV NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESPONSAV
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESPONSAV.

      *-----------------------------------------------------------------
       0220-ANONIMIZAR-RESPONSAVEIS-99-FIM                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CONFERIR-VINCULOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- BLOQUEIA SE ALGUM RM VINCULADO ESTA NO CADASTRO -----
      *----------- ATIVO OU AINDA NAO FOI ANONIMIZADO; CONTA OS RMs ----
      *----------- ANONIMIZADOS ----------------------------------------

           MOVE "N"                            TO WRK-RESP-BLOQUEADO
           MOVE ZEROS                          TO WRK-QTD-VINCULOS
           MOVE LOW-VALUES                     TO ARQ-RVI-RM

           START RESPVINC KEY IS GREATER THAN OR EQUAL ARQ-RVI-RM
               INVALID KEY
                   GO TO 0225-CONFERIR-VINCULOS-99-FIM
           END-START.

           READ RESPVINC NEXT RECORD
               AT END
                   GO TO 0225-CONFERIR-VINCULOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESPVINC NOT EQUAL ZEROS
                      OR WRK-RESP-BLOQUEADO EQUAL "S"

               IF  ARQ-RVI-CODIGO EQUAL ARQ-RSP-CODIGO
                   MOVE ARQ-RVI-RM             TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       INVALID KEY
                           MOVE ARQ-RVI-RM     TO ARQ-HIST-RM
                           READ ALUNHIST KEY IS ARQ-HIST-RM
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF  ARQ-HIST-RESTANTE(1:11)
                                       EQUAL "ANONIMIZADO"
                                       ADD 1   TO WRK-QTD-VINCULOS
                                   ELSE
                                       MOVE "S"
                                         TO WRK-RESP-BLOQUEADO
                                   END-IF
                           END-READ
                       NOT INVALID KEY
                           MOVE "S"            TO WRK-RESP-BLOQUEADO
                   END-READ
               END-IF

               READ RESPVINC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESPVINC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESPVINC.

      *-----------------------------------------------------------------
       0225-CONFERIR-VINCULOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0228-ANONIMIZAR-RESPONSAVEL                             SECTION.
      *-----------------------------------------------------------------
      *----------- O CODIGO E O VINCULO (RESPVINC) FICAM, PARA A -------
      *----------- HISTORIA FINANCEIRA DA FAMILIA ----------------------

           MOVE ARQ-RSP-CODIGO                 TO WRK-ED-CODIGO
           MOVE SPACES                         TO ARQ-RSP-NOME
           STRING "ANONIMIZADO RESP " WRK-ED-CODIGO
                  DELIMITED BY SIZE INTO ARQ-RSP-NOME
           MOVE SPACES                         TO ARQ-RSP-CPF
                                                  ARQ-RSP-ENDERECO
                                                  ARQ-RSP-TELEFONE
                                                  ARQ-RSP-EMAIL

           REWRITE ARQ-DADOS-RESPONSAVEL.

           IF  FS-RESPONSAV NOT EQUAL ZEROS
               MOVE ZEROS                      TO FS-RESPONSAV
               GO TO 0228-ANONIMIZAR-RESPONSAVEL-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-RESP.

      *----------- TRILHA DE AUDITORIA (SEM O DADO APAGADO) ------------
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGANON"                     TO ARQ-AUD-PROGRAMA
           MOVE "ANONIMIZA"                    TO ARQ-AUD-OPERACAO
           MOVE SPACES                         TO ARQ-AUD-RM
           MOVE ARQ-RSP-NOME                   TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "RESPONSAVEL"                  TO ARQ-AUD-CAMPO
           MOVE WRK-ED-CODIGO                  TO ARQ-AUD-ANTES
           MOVE "ANONIMIZADOS"                 TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *----------- LINHA DO CERTIFICADO --------------------------------
           MOVE "RESPONSAVEL"                  TO WRK-LC-TIPO
           MOVE WRK-ED-CODIGO                  TO WRK-LC-CHAVE
           MOVE SPACES                         TO WRK-LC-SITUACAO
                                                  WRK-LC-DETALHE
           STRING "RMS VINCULADOS JA ANONIMIZADOS: " WRK-QTD-VINCULOS
                  DELIMITED BY SIZE INTO WRK-LC-DETALHE
           MOVE WRK-LINHA-CERT                 TO ARQ-CERTANON
           WRITE ARQ-CERTANON.

      *-----------------------------------------------------------------
       0228-ANONIMIZAR-RESPONSAVEL-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LIMPAR-TRILHA-NSOC                                 SECTION.
      *-----------------------------------------------------------------
      *----------- REGRAVA A TRILHA DO NOME SOCIAL APAGANDO OS NOMES ---
      *----------- ANTES/DEPOIS DE TODO RM JA ANONIMIZADO NO ARQUIVO ---
      *----------- MORTO (DESTA RODADA OU DE RODADAS ANTERIORES); A ----
      *----------- LINHA FICA, COM DATA, OPERACAO E OPERADOR -----------

           MOVE "S"                            TO WRK-NSH-SUBSTITUIU.

           OPEN INPUT NSOCHIST.

      *----------- SEM TRILHA NAO HA O QUE APAGAR ----------------------
           IF  FS-NSOCHIST NOT EQUAL ZEROS
               GO TO 0230-LIMPAR-TRILHA-NSOC-99-FIM
           END-IF.

           OPEN OUTPUT NSOCNOVO.

           READ NSOCHIST
               AT END
                   MOVE 9                      TO FS-NSOCHIST
           END-READ.

           PERFORM UNTIL FS-NSOCHIST NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-NSH-LIDAS

               IF  ARQ-NSH-ANTES  NOT EQUAL SPACES
               OR  ARQ-NSH-DEPOIS NOT EQUAL SPACES
                   MOVE ARQ-NSH-RM             TO ARQ-HIST-RM
                   READ ALUNHIST KEY IS ARQ-HIST-RM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF  ARQ-HIST-RESTANTE(1:11)
                               EQUAL "ANONIMIZADO"
                               MOVE SPACES     TO ARQ-NSH-ANTES
                                                  ARQ-NSH-DEPOIS
                               ADD 1           TO WRK-QTD-NSH-LIMPAS
                           END-IF
                   END-READ
               END-IF

               WRITE ARQ-NSOCNOVO FROM ARQ-DADOS-NSOCHIST

               IF  FS-NSOCNOVO EQUAL ZEROS
                   ADD 1                       TO WRK-QTD-NSH-GRAVADAS
               END-IF

               READ NSOCHIST
                   AT END
                       MOVE 9                  TO FS-NSOCHIST
               END-READ

           END-PERFORM.

           CLOSE NSOCHIST.
           CLOSE NSOCNOVO.
           MOVE ZEROS                          TO FS-ALUNHIST.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-NSH-LIDAS EQUAL WRK-QTD-NSH-GRAVADAS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-NSOCHIST
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-NSOCNOVO
                    WRK-PATH-NSOCHIST
                    RETURNING WRK-RETORNO-ARQ
           ELSE
               MOVE "N"                        TO WRK-NSH-SUBSTITUIU
               MOVE ZEROS                      TO WRK-QTD-NSH-LIMPAS
           END-IF.

      *-----------------------------------------------------------------
       0230-LIMPAR-TRILHA-NSOC-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNHIST.

              IF  FS-ALUNHIST NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  RESPONSAV.

              IF  FS-RESPONSAV NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  FORMADOS.

             CLOSE  RESPVINC.

             CLOSE  NOMESOC.

             CLOSE  AUDITORIA.

             CLOSE  OPLOG.

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

      *--- OBJETIVOS: REMATRICULA EM LOTE. AVANCA EM BLOCO OS ALUNOS
      *----    ATIVOS DO SEMESTRE DE ORIGEM PARA O DE DESTINO (AMBOS
      *----    VALIDADOS EM SEMESTRES.dat), RETENDO EM LISTA PENDENTE
      *----    OS ALUNOS COM MENSALIDADE EM ABERTO PELO RESUMO
      *----    CONSOLIDADO DO ALUNO (RESALUNO.dat) OU SEM RESUMO E
      *----    PULANDO ESPERA, DESISTENTE E FORMADO. COM O RESUMO
      *----    AUSENTE OU MAIS ANTIGO QUE RESUMO-HORAS HORAS
      *----    (PARAMET.dat, PADRAO 24) NADA E AVANCADO. GERA O RESUMO
      *----    PROCESSADOS/RETIDOS/PULADOS E GRAVA CADA AVANCO EM
      *----    AUDITORIA.dat.
      *---------------------------------------------------
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I/O           BOKALU
      *---- SEMESTRES         I             BOKSEM
      *---- RESALUNO          I             BOKRSAL
      *---- RELREMA           O              ----
      *---- AUDITORIA         E             BOKAUDIT
      *---- OPLOG             E             BOKOPLOG
                  RECORD KEY IS ARQ-SEM-COD
                  FILE STATUS IS FS-SEMESTRES.

           SELECT RESALUNO  ASSIGN TO WRK-PATH-RESALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RESALUNO.

           SELECT MATRIZ  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
       FD  SEMESTRES.
       COPY "BOKSEM".

       FD  RESALUNO.
       COPY "BOKRSAL".

       FD  MATRIZ.
       COPY "BOKMATR".
      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-RESALUNO                  PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-RELREMA                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

       77  WRK-PATH-RELREMA             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

       77  WRK-QTD-PULADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-TEM-DEBITO               PIC X(01) VALUE SPACES.

      *------------- IDADE MAXIMA DO RESUMO DO ALUNO (PARAMET.dat) -----
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-HORAS-LIMITE             PIC 9(04)    VALUE 24.
       77  WRK-HOJE-INT                 PIC 9(08)    VALUE ZEROS.
       77  WRK-HORAS                    PIC S9(07)   VALUE ZEROS.

      *------------- VARIAVEIS DO CONTROLE DE PRE-REQUISITO ------------
      *--- O ALUNO AVANCA, MAS CADA DISCIPLINA DO SEMESTRE DESTINO -----
      *--- COM PRE-REQUISITO NAO APROVADO (PROGPREQ) SAI APONTADA NO ---

       01  WRK-LINHA-PREREQ.
           05 FILLER                    PIC X(10) VALUE "PEND.PREQ.".
           05 WRK-LPQ-RM                PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LPQ-DISCIPLINA        PIC X(15).
           05 FILLER                    PIC X(07) VALUE " EXIGE ".
      *------------- LINHAS DO RESUMO ----------------------------------
       01  WRK-LINHA-RETIDO.
           05 FILLER                    PIC X(09) VALUE "RETIDO...".
           05 WRK-LRT-RM                PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LRT-NOME              PIC X(20).
           05 WRK-LRT-MOTIVO            PIC X(22).

       01  WRK-LINHA-TOTAIS.
           05 FILLER                    PIC X(13)
                GOBACK
            END-IF.

      *----------- ABERTURA DO RESUMO CONSOLIDADO DO ALUNO -------------
            OPEN INPUT RESALUNO.

            IF  FS-RESALUNO EQUAL 35
                OPEN OUTPUT RESALUNO
                CLOSE       RESALUNO
                OPEN INPUT  RESALUNO
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

      *------------- RETENCAO POR DEBITO SO COM O RESUMO EM DIA --------
           MOVE SPACES                         TO WRK-MSG
           PERFORM 0205-CONFERIR-RESUMO.

           IF  WRK-MSG NOT EQUAL SPACES
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOME DO RESUMO COM DATA/HORA DA GERACAO -----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "REMATRICULA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                   IF  ARQ-STATUS EQUAL "ATIVO"
                       PERFORM 0210-AVANCAR-ALUNO
                   ELSE
      *----------- ESPERA, TRANCADO, DESISTENTE E FORMADO SAO PULADOS --
                       ADD 1                   TO WRK-QTD-PULADOS
                   END-IF
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
       0210-AVANCAR-ALUNO                                      SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       0220-VERIFICAR-DEBITO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE NO RESUMO CONSOLIDADO SE O ALUNO CORRENTE --
      *----------- TEM COBRANCA EM ABERTO; ALUNO SEM RESUMO TAMBEM -----
      *----------- FICA RETIDO, COM O MOTIVO PROPRIO -------------------

           MOVE "N"                            TO WRK-TEM-DEBITO
           MOVE " MENSALIDADE EM ABERTO"       TO WRK-LRT-MOTIVO
           MOVE ARQ-RM                         TO ARQ-RSA-RM

           READ RESALUNO KEY IS ARQ-RSA-RM
               INVALID KEY
                   MOVE "S"                    TO WRK-TEM-DEBITO
                   MOVE " SEM RESUMO DO ALUNO" TO WRK-LRT-MOTIVO
                   GO TO 0220-VERIFICAR-DEBITO-99-FIM
           END-READ.

           IF  ARQ-RSA-QTD-ABERTAS GREATER ZEROS
               MOVE "S"                        TO WRK-TEM-DEBITO
           END-IF.

      *-----------------------------------------------------------------
       0220-VERIFICAR-DEBITO-99-FIM                            SECTION.
      *----------- SEMESTRE DESTINO, CONFERE OS PRE-REQUISITOS ---------
      *----------- (PROGPREQ) E APONTA AS PENDENCIAS NO RESUMO ---------

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE WRK-TEMP-SEM-DESTINO           TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-MAT-DISCIPLINA


           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR ARQ-MAT-CURSO    NOT EQUAL ARQ-CURSO
                      OR ARQ-MAT-VERSAO   NOT EQUAL WRK-VERSAO-MATRIZ
                      OR ARQ-MAT-SEMESTRE NOT EQUAL
                         WRK-TEMP-SEM-DESTINO


             CLOSE  SEMESTRES.

             CLOSE  RESALUNO.

             CLOSE  MATRIZ.


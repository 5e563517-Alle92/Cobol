      *----    (NOME, CPF, CURSO, CAMPUS), OS RESULTADOS FINAIS POR
      *----    SEMESTRE E DISCIPLINA DE RESULTADOS.dat E OS LANCAMENTOS
      *----    DE NOTA DE NOTAS.dat, EM ARQUIVO DATADO COM OPCAO DE
      *----    SAIDA NA IMPRESSORA COMO NO PROGGERA. O TITULO DO TCC
      *----    E A NOTA DA BANCA, QUANDO HOUVER, SAEM APOS O CURSO.
      *----    O CABECALHO TRAZ A VERSAO DA MATRIZ CURRICULAR QUE O
      *----    ALUNO SEGUE (PROGVMAT) E, SE ELE FOI MIGRADO DE VERSAO
      *----    (VERSALU.dat), A VERSAO DE ORIGEM E A DATA DA MIGRACAO.
      *----    ALUNO COM DOCUMENTO OBRIGATORIO NAO ENTREGUE NAO
      *----    RECEBE O HISTORICO (PROGDOCV). O NOME E O CIVIL; O
      *----    NOME SOCIAL SAI NA LINHA SEGUINTE SO QUANDO O ALUNO
      *----    PEDIU O USO EM DOCUMENTO OFICIAL (PROGNOME).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- NOTAS             I             BOKNOTA
      *---- HISTORICO         O              ----
      *---- IMPRESSORA        O              ----
      *---- TCC               I             BOKTCC
      *---- VERSALU           I             BOKVALU
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------

                  RECORD KEY IS ARQ-EQU-NUMERO
                  FILE STATUS IS FS-EQUIVAL.

      *----------- TCC DO ALUNO, CUJO TITULO E NOTA DA BANCA ----------
      *----------- ENTRAM NO HISTORICO ---------------------------------
           SELECT TCC  ASSIGN TO WRK-PATH-TCC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TCC-RM
                  FILE STATUS IS FS-TCC.

      *----------- VINCULO DO ALUNO MIGRADO DE VERSAO DA MATRIZ --------
           SELECT VERSALU  ASSIGN TO WRK-PATH-VERSALU
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-VAL-RM
                  FILE STATUS IS FS-VERSALU.

           SELECT HISTORICO ASSIGN TO WRK-PATH-HISTORICO
                  FILE STATUS IS FS-HISTORICO.

       FD  EQUIVAL.
       COPY "BOKEQUI".

       FD  TCC.
       COPY "BOKTCC".

       FD  VERSALU.
       COPY "BOKVALU".

      *-------------------- AREA DO HISTORICO ESCOLAR ------------------
       FD  HISTORICO.

       77  FS-NOTAHIST                  PIC 9(02).
       77  FS-READMIS                   PIC 9(02).
       77  WRK-ABRIU-READMIS            PIC X(01) VALUE "N".
       77  FS-TCC                       PIC 9(02).
       77  WRK-ABRIU-TCC                PIC X(01) VALUE "N".
       77  FS-VERSALU                   PIC 9(02).
       77  WRK-ABRIU-VERSALU            PIC X(01) VALUE "N".

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

      *--- RM ANTIGO DO ALUNO READMITIDO (READMIS.dat); EM BRANCO ------
      *--- QUANDO O RM NAO E REINGRESSO --------------------------------
       77  WRK-RM-ANTIGO                PIC X(06) VALUE SPACES.

      *------------- VARIAVEL DO NOME DO ARQUIVO GERADO ----------------
       77  WRK-PATH-HISTORICO           PIC X(80).
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DO HISTORICO ----------------------------
       77  WRK-TEMP-RM                  PIC X(06) VALUE SPACES.
      *--- "S" = O HISTORICO TAMBEM VARRE O ARQUIVO MORTO DE NOTAS -----
      *--- DO ARQUIVAMENTO ANUAL (LEITURA COMBINADA) -------------------
       77  WRK-TEMP-ARQMORTO            PIC X(01) VALUE SPACES.
       77  WRK-QTD-LINHAS               PIC 9(04) VALUE ZEROS.
       77  WRK-SEM-ANTERIOR             PIC X(02) VALUE SPACES.

      *------------- NOME CIVIL E, SE AUTORIZADO, O NOME SOCIAL --------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGHIST".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- LINHAS DO DOCUMENTO -------------------------------
       01  WRK-LINHA-TITULO             PIC X(40)
                        VALUE "HISTORICO ESCOLAR OFICIAL".

       01  WRK-LINHA-ALUNO.
           05 FILLER                    PIC X(06) VALUE "ALUNO ".
           05 WRK-LH-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LH-NOME               PIC X(20).
           05 FILLER                    PIC X(05) VALUE " CPF ".
           05 WRK-LH-CPF                PIC X(11).

       01  WRK-LINHA-NOMESOC.
           05 FILLER                    PIC X(13)
                        VALUE "NOME SOCIAL  ".
           05 WRK-LH-NOMESOC            PIC X(20).

       01  WRK-LINHA-CURSO.
           05 FILLER                    PIC X(06) VALUE "CURSO ".
           05 WRK-LH-CURSO              PIC X(15).
                        VALUE " MATRICULA  ".
           05 WRK-LH-MATRICULA          PIC X(08).

       01  WRK-LINHA-MATRIZ.
           05 FILLER                    PIC X(25)
                        VALUE "MATRIZ CURRICULAR VERSAO ".
           05 WRK-LH-VERSAO             PIC X(02).
           05 WRK-LH-MIGRACAO           PIC X(40) VALUE SPACES.

       01  WRK-LINHA-TCC.
           05 FILLER                    PIC X(05) VALUE "TCC  ".
           05 WRK-LH-TCC-TITULO         PIC X(60).
           05 WRK-LH-TCC-ROTULO         PIC X(06) VALUE " NOTA ".
           05 WRK-LH-TCC-NOTA           PIC Z9,99.

       01  WRK-LINHA-SEMESTRE.
           05 FILLER                    PIC X(09) VALUE "SEMESTRE ".
           05 WRK-LS-SEMESTRE           PIC X(02).
      *--- CREDITO RECONHECIDO POR APROVEITAMENTO DE ESTUDOS -----------
       77  WRK-TEM-APROVEITAMENTO       PIC X(01) VALUE SPACES.

      *--- CONFERENCIA DA DOCUMENTACAO ENTREGUE (PROGDOCV) -------------
       77  WRK-DOC-FINALIDADE           PIC X(01) VALUE "M".
       77  WRK-DOC-RESULTADO            PIC X(01) VALUE SPACES.

       01  WRK-LINHA-APROVEIT.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(26)
                MOVE "S"                      TO WRK-ABRIU-READMIS
            END-IF.

      *----------- ABERTURA DO TCC (SEM ELE A LINHA E OMITIDA) ---------
            OPEN INPUT TCC.

            IF  FS-TCC EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-TCC
            END-IF.

      *----------- ABERTURA DOS VINCULOS DE MIGRACAO (OPCIONAL) --------
            OPEN INPUT VERSALU.

            IF  FS-VERSALU EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-VERSALU
            END-IF.

      *----------- ABERTURA DOS APROVEITAMENTOS (SOMENTE LEITURA) ------
            OPEN INPUT EQUIVAL.

                   GO TO 0200-PROCESSAR
           END-READ.

      *----------- DOCUMENTACAO PENDENTE BLOQUEIA O HISTORICO ----------
           CALL "PROGDOCV" USING ARQ-RM, WRK-DOC-FINALIDADE,
                WRK-DOC-RESULTADO.

           IF  WRK-DOC-RESULTADO NOT EQUAL "S"
               MOVE WRK-MSG-DOC-PENDENTE      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- ALUNO READMITIDO: OS RESULTADOS DO RM ANTIGO --------
      *----------- ENTRAM NO HISTORICO ---------------------------------
           MOVE SPACES                         TO WRK-RM-ANTIGO
           MOVE WRK-LINHA-TITULO               TO ARQ-HISTORICO
           WRITE ARQ-HISTORICO.

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           MOVE ARQ-RM                         TO WRK-LH-RM
           MOVE WRK-NOM-NOME                   TO WRK-LH-NOME
           MOVE ARQ-CPF                        TO WRK-LH-CPF
           MOVE WRK-LINHA-ALUNO                TO ARQ-HISTORICO
           WRITE ARQ-HISTORICO.

           IF  WRK-NOM-SOCIAL NOT EQUAL SPACES
               MOVE WRK-NOM-SOCIAL             TO WRK-LH-NOMESOC
               MOVE WRK-LINHA-NOMESOC          TO ARQ-HISTORICO
               WRITE ARQ-HISTORICO
           END-IF.

           MOVE ARQ-CURSO                      TO WRK-LH-CURSO
           MOVE ARQ-CAMPUS                     TO WRK-LH-CAMPUS
           MOVE ARQ-DATA-MATRICULA             TO WRK-LH-MATRICULA
           MOVE WRK-LINHA-CURSO                TO ARQ-HISTORICO
           WRITE ARQ-HISTORICO.

           PERFORM 0203-LINHA-MATRIZ.

           IF  WRK-ABRIU-TCC EQUAL "S"
               PERFORM 0205-LINHA-TCC
           END-IF.

           PERFORM 0210-LISTAR-RESULTADOS.
           PERFORM 0220-LISTAR-NOTAS.

       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0203-LINHA-MATRIZ                                       SECTION.
      *-----------------------------------------------------------------
      *----------- VERSAO DA MATRIZ DO ALUNO E, SE HOUVE, A MIGRACAO ---

           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE WRK-VERSAO-MATRIZ              TO WRK-LH-VERSAO
           MOVE SPACES                         TO WRK-LH-MIGRACAO.

           IF  WRK-ABRIU-VERSALU EQUAL "S"
               MOVE ARQ-RM                     TO ARQ-VAL-RM
               READ VERSALU
                   INVALID KEY
                       MOVE 23                 TO FS-VERSALU
               END-READ
               IF  FS-VERSALU EQUAL ZEROS
               AND ARQ-VAL-CURSO EQUAL ARQ-CURSO
               AND ARQ-VAL-VERSAO EQUAL WRK-VERSAO-MATRIZ
                   STRING " - MIGRADO DA VERSAO "
                          ARQ-VAL-VERSAO-ANT " EM "
                          ARQ-VAL-DATAHORA(7:2) "/"
                          ARQ-VAL-DATAHORA(5:2) "/"
                          ARQ-VAL-DATAHORA(1:4)
                          DELIMITED BY SIZE INTO WRK-LH-MIGRACAO
               END-IF
               MOVE ZEROS                      TO FS-VERSALU
           END-IF.

           MOVE WRK-LINHA-MATRIZ               TO ARQ-HISTORICO
           WRITE ARQ-HISTORICO.

      *-----------------------------------------------------------------
       0203-LINHA-MATRIZ-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-LINHA-TCC                                          SECTION.
      *-----------------------------------------------------------------
      *----------- TCC DO RM ATUAL OU, NO READMITIDO, DO RM ANTIGO -----

           MOVE WRK-TEMP-RM                    TO ARQ-TCC-RM
           READ TCC KEY IS ARQ-TCC-RM
               INVALID KEY
                   IF  WRK-RM-ANTIGO EQUAL SPACES
                       GO TO 0205-LINHA-TCC-99-FIM
                   END-IF
                   MOVE WRK-RM-ANTIGO          TO ARQ-TCC-RM
                   READ TCC KEY IS ARQ-TCC-RM
                       INVALID KEY
                           GO TO 0205-LINHA-TCC-99-FIM
                   END-READ
           END-READ.

      *----------- A NOTA SO SAI DEPOIS DA AVALIACAO DA BANCA ----------
           MOVE ARQ-TCC-TITULO                 TO WRK-LH-TCC-TITULO
           MOVE SPACES                         TO WRK-LINHA-TCC(66:11)
           IF  ARQ-TCC-STATUS EQUAL "AVALIADO"
               MOVE " NOTA "                   TO WRK-LH-TCC-ROTULO
               MOVE ARQ-TCC-NOTA               TO WRK-LH-TCC-NOTA
           END-IF.

           MOVE WRK-LINHA-TCC                  TO ARQ-HISTORICO
           WRITE ARQ-HISTORICO.

      *-----------------------------------------------------------------
       0205-LINHA-TCC-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LISTAR-RESULTADOS                                  SECTION.
      *-----------------------------------------------------------------
                 CLOSE READMIS
             END-IF.

             IF  WRK-ABRIU-TCC EQUAL "S"
                 CLOSE TCC
             END-IF.

             IF  WRK-ABRIU-VERSALU EQUAL "S"
                 CLOSE VERSALU
             END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

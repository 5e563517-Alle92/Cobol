       SD  SORTNOTA.
       01  SD-NOTA.
           05 SD-NOTA-NUMERO            PIC 9(08).
           05 SD-NOTA-RM                PIC X(06).
           05 SD-NOTA-DISCIPLINA        PIC X(15).
           05 SD-NOTA-VALOR             PIC 9(02)V99.
           05 SD-NOTA-DATA              PIC X(08).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

      *------------- VARIAVEL DO NOME DO ARQUIVO DO RELATORIO ----------
       77  WRK-PATH-RELMEDIA            PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-QTD-ALUNOS               PIC 9(04) VALUE ZEROS.

      *------------- VARIAVEIS DE ACUMULACAO DA QUEBRA DE CONTROLE -----
       77  WRK-RM-ANTERIOR              PIC X(06) VALUE SPACES.
       77  WRK-DISC-ANTERIOR            PIC X(15) VALUE SPACES.
       77  WRK-MEDIA                    PIC 9(02)V99 VALUE ZEROS.


      *------------- AREA DE MONTAGEM DA LINHA DO RELATORIO ------------
       01  WRK-LINHA-REL.
           05 WRK-LINHA-RM              PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WRK-LINHA-NOME            PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.

           OPEN OUTPUT RELMEDIA.

           STRING "RM     NOME ALUNO          QTD  MEDIA  FALTAM"
                  DELIMITED BY SIZE INTO ARQ-RELMEDIA
           WRITE ARQ-RELMEDIA.


           MOVE ZEROS                          TO WRK-QTD-FALTAM

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE ARQ-SEMESTRE                   TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-MAT-DISCIPLINA


           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                       OR ARQ-MAT-CURSO    NOT EQUAL ARQ-CURSO
                       OR ARQ-MAT-VERSAO   NOT EQUAL WRK-VERSAO-MATRIZ
                       OR ARQ-MAT-SEMESTRE NOT EQUAL ARQ-SEMESTRE

               MOVE "N"                        TO WRK-ACHOU-VISTA

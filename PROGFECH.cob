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
       77  WRK-PATH-RELFECH             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DA QUEBRA DE CONTROLE -------------------
       01  WRK-QUEBRA-ANTERIOR.
           05 WRK-ANT-RM                PIC X(06)    VALUE SPACES.
           05 WRK-ANT-DISCIPLINA        PIC X(15)    VALUE SPACES.
       01  WRK-QUEBRA-CORRENTE.
           05 WRK-COR-RM                PIC X(06)    VALUE SPACES.
           05 WRK-COR-DISCIPLINA        PIC X(15)    VALUE SPACES.
       77  WRK-QTD-NOTAS                PIC 9(04)    VALUE ZEROS.
       77  WRK-MEDIA                    PIC 9(02)V99 VALUE ZEROS.
           MOVE "N"                            TO WRK-MATRIZ-TEM-CURSO
           MOVE "N"                            TO WRK-DISC-NO-SEMESTRE.

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                     TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-MAT-DISCIPLINA

           END-READ.

           IF  ARQ-MAT-CURSO EQUAL ARQ-CURSO
           AND ARQ-MAT-VERSAO EQUAL WRK-VERSAO-MATRIZ
               MOVE "S"                        TO WRK-MATRIZ-TEM-CURSO
           END-IF.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-MAT-SEMESTRE
           MOVE WRK-ANT-DISCIPLINA             TO ARQ-MAT-DISCIPLINA
           READ MATRIZ KEY IS ARQ-MAT-CHAVE

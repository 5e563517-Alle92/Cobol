      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS-NOTA.
           05 WRK-TEMP-NOTA-RM          PIC X(06).
           05 WRK-TEMP-NOTA-DISCIPLINA  PIC X(15).
           05 WRK-TEMP-NOTA-VALOR       PIC 9(02)V99.
      *--- TIPO DE AVALIACAO, VALIDADO NA TABELA DE PESOS ---------------
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-PESOS                     PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

      *------------- VARIAVEIS DA CONFERENCIA DA MATRIZ CURRICULAR -----
       77  WRK-MATRIZ-TEM-CURSO         PIC X(01) VALUE SPACES.
       77  WRK-MATRIZ-TEM-DISC          PIC X(01) VALUE SPACES.
           MOVE "N"                            TO WRK-MATRIZ-TEM-CURSO
           MOVE "N"                            TO WRK-MATRIZ-TEM-DISC

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                     TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-MAT-DISCIPLINA


           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                       OR ARQ-MAT-CURSO NOT EQUAL ARQ-CURSO
                       OR ARQ-MAT-VERSAO NOT EQUAL WRK-VERSAO-MATRIZ

               MOVE "S"                        TO WRK-MATRIZ-TEM-CURSO


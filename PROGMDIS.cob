      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-MDI-RM           PIC X(06).
           05 WRK-TEMP-MDI-DISCIPLINA   PIC X(15).
           05 WRK-TEMP-MDI-SEMESTRE     PIC X(02).
           05 WRK-TEMP-MDI-TURMA        PIC X(03).
       77  FS-TURMAS                    PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VALIDACOES DE MATRIZ E PRE-REQUISITO --------------

      *------------ A DISCIPLINA PRECISA ESTAR NA MATRIZ DO CURSO ------

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE WRK-TEMP-MDI-SEMESTRE          TO ARQ-MAT-SEMESTRE
           MOVE WRK-TEMP-MDI-DISCIPLINA        TO ARQ-MAT-DISCIPLINA
           READ MATRIZ KEY IS ARQ-MAT-CHAVE

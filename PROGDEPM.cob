      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-DEP-RM           PIC X(06).
           05 WRK-TEMP-DEP-DISCIPLINA   PIC X(15).
           05 WRK-TEMP-DEP-SEMESTRE     PIC X(02).
           05 WRK-TEMP-DEP-TURMA        PIC X(03).

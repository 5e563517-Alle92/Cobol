      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).


       01  WRK-TEMP-DADOS.
      *--- LOCALIZACAO DO ARQUIVADO: RM ANTIGO OU CPF ------------------
           05 WRK-TEMP-RM-ANTIGO        PIC X(06).
           05 WRK-TEMP-CPF              PIC X(11).
      *--- DADOS DO REINGRESSO -----------------------------------------
           05 WRK-TEMP-CURSO            PIC X(15).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-RM-NOVO                  PIC X(06) VALUE SPACES.
       77  WRK-ACHOU-ARQUIVADO          PIC X(01) VALUE SPACES.

      *------------- VISAO DO REGISTRO ARQUIVADO (MESMO DESENHO DE -----

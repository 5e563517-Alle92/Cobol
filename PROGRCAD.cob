           05 WRK-TEMP-RSP-TELEFONE     PIC X(15).
           05 WRK-TEMP-RSP-EMAIL        PIC X(40).
      *--- RM A VINCULAR AO RESPONSAVEL (OPCIONAL) ---------------------
           05 WRK-TEMP-RSP-RM           PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-RESPONSAV                 PIC 9(02).

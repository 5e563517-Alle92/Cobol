      *------------- MEMBROS DA FAMILIA --------------------------------
       01  WRK-TAB-MEMBROS.
           05 WRK-MEM-ITEM OCCURS 20 TIMES.
               10 WRK-ME-RM             PIC X(06).

       77  WRK-QTD-MEMBROS              PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.

      *------------- LINHAS DO EXTRATO ---------------------------------
       01  WRK-LINHA-LANC.
           05 WRK-LL-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LL-DATA               PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.

           05 WRK-TEMP-MODO             PIC X(01).
           05 WRK-TEMP-CURSO            PIC X(15).
           05 WRK-TEMP-TURMA            PIC X(03).
           05 WRK-TEMP-RM               PIC X(06).

       77  WRK-QTD-PROVAS               PIC 9(04) VALUE ZEROS.


      *-------------------- AREA DO RELATORIO DE MULTAS ----------------
       FD  RELMULTA.

       01  ARQ-RELMULTA                 PIC X(69).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *------------- AREA DE IMPRESSAO DO RELATORIO ---------------------
       01  WRK-CABECALHO-REL.
           05 FILLER                    PIC X(22)
                                VALUE "RM     NOME ALUNO".
           05 FILLER                    PIC X(24) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE "MENSALIDADE".
           05 FILLER                    PIC X(11) VALUE "MULTA".

       01  WRK-LINHA-MULTA.
           05 WRK-LM-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LM-NOMEALUNO          PIC X(20).
           05 FILLER                    PIC X(05) VALUE SPACES.

       COPY "BOKALU".

       FD  DISCIPLINA.
       01  ARQ-RELDISCIPLINA                  PIC X(236).

       FD  IMPRESSORA.
       01  ARQ-RELIMPRESSORA                  PIC X(236).

       FD  OPLOG.
       COPY "BOKOPLOG".
       77  WRK-QTD-GRAVADOS                   PIC 9(04)  VALUE ZEROS.
       77  WRK-TOTAL-MENSALIDADE              PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DATA-HORA                      PIC X(21).
       77  WRK-LINHA-REL                      PIC X(236) VALUE SPACES.

      *------------- AREA DO NOME DO ARQUIVO (HISTORICO POR DATA) -------
       01  WRK-PATH-DISCIPLINA                PIC X(80) VALUE SPACES.

      *------------- AREA DO CABECALHO DO RELATORIO ---------------------
       01  WRK-CABECALHO-REL.
           05 FILLER                    PIC X(06) VALUE "RM".
           05 FILLER                    PIC X(20) VALUE "NOME ALUNO".
           05 FILLER                    PIC X(15) VALUE "CURSO".
           05 FILLER                    PIC X(02) VALUE "SM".


       FD  RELGERAL.

       01  ARQ-RELGERAL                 PIC X(250).

      *-------------------- AREA PARA GRAVAR O RELATORIO EM CSV --------
       FD  RELGERALCSV.
      *-------------------- AREA DE ORDENACAO POR NOME -----------------
       SD  SORTALU.
       01  SD-DADOS.
           05 SD-RM                     PIC X(06).
           05 SD-NOMEALUNO              PIC X(20).
           05 SD-CURSO                  PIC X(15).
           05 SD-SEMESTRE               PIC X(02).

      *------------- AREA DO CABECALHO DO RELATORIO ---------------------
       01  WRK-CABECALHO-REL.
           05 FILLER                    PIC X(06) VALUE "RM".
           05 FILLER                    PIC X(20) VALUE "NOME ALUNO".
           05 FILLER                    PIC X(15) VALUE "CURSO".
           05 FILLER                    PIC X(02) VALUE "SM".

                   WHEN OTHER
                     MOVE SPACES            TO ARQ-RELGERAL
                     MOVE SD-DADOS          TO ARQ-RELGERAL (1:236)
                     MOVE WRK-CSV-EFETIVA-ED
                                            TO ARQ-RELGERAL (238:10)
                     WRITE ARQ-RELGERAL
                 END-EVALUATE
                   ADD 1                      TO WRK-QTD-ALUNOSCAD

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.
           05 WRK-TEMP-NOMEALUNO        PIC X(20) VALUE SPACES.
           05 WRK-TEMP-CURSO            PIC X(15) VALUE SPACES.
           05 WRK-TEMP-SEMESTRE         PIC X(02) VALUE SPACES.
                              BACKGROUND-COLOR 3.

       01  SCR-CABECALHO-LISTA.
           05 LINE  03 COLUMN 01 VALUE "RM    ".
           05 LINE  03 COLUMN 08 VALUE "NOME".
           05 LINE  03 COLUMN 31 VALUE "CURSO".
           05 LINE  03 COLUMN 51 VALUE "SEMESTRE".
           05 LINE  03 COLUMN 61 VALUE "MENSALIDADE".
               IF WRK-CONT-OCORRENCIAS GREATER ZEROS
               AND WRK-CAMPUS-OK EQUAL "S"
                   DISPLAY ARQ-RM          LINE WRK-LINHA COLUMN 01
                   DISPLAY ARQ-NOMEALUNO   LINE WRK-LINHA COLUMN 08
                   DISPLAY ARQ-CURSO       LINE WRK-LINHA COLUMN 31
                   DISPLAY ARQ-SEMESTRE    LINE WRK-LINHA COLUMN 51
                   DISPLAY ARQ-MENSALIDADE LINE WRK-LINHA COLUMN 61

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-FILTROS.
           05 WRK-TEMP-FIL-RM           PIC X(06) VALUE SPACES.
           05 WRK-TEMP-FIL-OPERADOR     PIC X(08) VALUE SPACES.
           05 WRK-TEMP-FIL-OPERACAO     PIC X(10) VALUE SPACES.
           05 WRK-TEMP-FIL-DATA-INI     PIC X(08) VALUE SPACES.

       01  SCR-CABECALHO.
           05 LINE  03 COLUMN 02 VALUE
              "DATA-HORA      PROGRAMA OPERACAO   RM     OPERADOR".

       01  SCR-RESULTADO.
           05 LINE  22 COLUMN 18 VALUE "OCORRENCIAS : ".
           DISPLAY ARQ-AUD-PROGRAMA  LINE WRK-LINHA COLUMN 17
           DISPLAY ARQ-AUD-OPERACAO  LINE WRK-LINHA COLUMN 26
           DISPLAY ARQ-AUD-RM        LINE WRK-LINHA COLUMN 37
           DISPLAY ARQ-AUD-OPERADOR  LINE WRK-LINHA COLUMN 44
           PERFORM 0220-AVANCAR-LINHA.

      *----------- LINHA DE ANTES/DEPOIS DO CAMPO ALTERADO -------------

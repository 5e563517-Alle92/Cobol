      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS-PAG.
           05 WRK-TEMP-PAG-RM           PIC X(06).
           05 WRK-TEMP-PAG-VALOR        PIC 9(06)V99.
           05 WRK-TEMP-PAG-FORMA        PIC X(10).
           05 WRK-TEMP-PAG-COMPET       PIC X(06).
                   MOVE SPACES               TO ARQ-CRE-ORIGEM
                   STRING "RECIBO " ARQ-PAG-NUMERO
                          DELIMITED BY SIZE INTO ARQ-CRE-ORIGEM
                   MOVE ZEROS                TO ARQ-CRE-ORDEM
                   WRITE ARQ-DADOS-CREDITO
               NOT INVALID KEY
                   ADD WRK-TEMP-PAG-VALOR    TO ARQ-CRE-SALDO

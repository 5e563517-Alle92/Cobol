      *-------------------- AREA PARA GRAVAR O RELATORIO DA ROTINA -----
       FD  RELOTE.

       01  ARQ-RELOTE                   PIC X(236).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-------------------- AREA DO ARQUIVO DE EXTRACAO ----------------
       FD  EXTRACAO.

       01  ARQ-EXTRACAO                 PIC X(236).

       FD  OPLOG.
       COPY "BOKOPLOG".

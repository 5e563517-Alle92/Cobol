      *-------------------- AREA DA COPIA DE SEGURANCA -----------------
       FD  BACKUP.

       01  ARQ-BACKUP                   PIC X(236).

       FD  ALUNOS.
       COPY "BOKALU".

      *--- MODO: P = PROMOVER VAGA / C = CONSULTAR POSICAO --------------
           05 WRK-TEMP-MODO             PIC X(01) VALUE SPACES.
           05 WRK-TEMP-CURSO            PIC X(15) VALUE SPACES.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
      *------------- VARIAVEIS DA PROMOCAO E DA CONSULTA ---------------
       77  WRK-QTD-MATRICULADOS         PIC 9(04) VALUE ZEROS.
       77  WRK-VAGAS-CURSO              PIC 9(04) VALUE ZEROS.
       77  WRK-RM-CANDIDATO             PIC X(06) VALUE SPACES.
       77  WRK-CHAVE-CANDIDATO          PIC X(29) VALUE SPACES.
       77  WRK-POSICAO                  PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU-FILA               PIC X(01) VALUE SPACES.
           MOVE "PENDENTE"                     TO ARQ-JRN-STATUS
           MOVE SPACES                         TO ARQ-JRN-CHAVE1
                                                  ARQ-JRN-CHAVE2
           MOVE WRK-RM-CANDIDATO               TO ARQ-JRN-CHAVE1(1:6)
           MOVE WRK-CHAVE-CANDIDATO            TO ARQ-JRN-CHAVE2(1:29)
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-JRN-DATA-MOV
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-JRN-DATAHORA

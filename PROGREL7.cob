       SD  SORTFREQ.
       01  SD-FREQ.
           05 SD-FRE-NUMERO             PIC 9(08).
           05 SD-FRE-RM                 PIC X(06).
           05 SD-FRE-DISCIPLINA         PIC X(15).
           05 SD-FRE-DATA               PIC X(08).
           05 SD-FRE-PRESENCA           PIC X(01).

      *------------- VARIAVEIS DA QUEBRA DE CONTROLE -------------------
       01  WRK-QUEBRA-ANTERIOR.
           05 WRK-ANT-RM                PIC X(06)    VALUE SPACES.
           05 WRK-ANT-DISCIPLINA        PIC X(15)    VALUE SPACES.
       01  WRK-QUEBRA-CORRENTE.
           05 WRK-COR-RM                PIC X(06)    VALUE SPACES.
           05 WRK-COR-DISCIPLINA        PIC X(15)    VALUE SPACES.
       77  WRK-QTD-AULAS                PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-FALTAS               PIC 9(04)    VALUE ZEROS.

      *------------- AREA DE MONTAGEM DA LINHA DO RELATORIO ------------
       01  WRK-LINHA-REL.
           05 WRK-LINHA-RM              PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WRK-LINHA-NOME            PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.

           OPEN OUTPUT RELFALTA.

           STRING "RM     NOME ALUNO          DISCIPLINA     "
                  " AULA FALT PERC"
                  DELIMITED BY SIZE INTO ARQ-RELFALTA
           WRITE ARQ-RELFALTA.

      *----    GRAVIDADE: RECIBOS E NOTAS COM RM INEXISTENTE (GRAVE),
      *----    ALUNOS COM CURSO FORA DO CATALOGO (GRAVE), ALUNOS COM
      *----    SEMESTRE FORA DO CALENDARIO (MEDIA), CPF DUPLICADO EM
      *----    RMS DIFERENTES (MEDIA; RM JA UNIFICADO FICA FORA E A
      *----    ANALISE DAS DUPLICIDADES E FEITA PELO PROGDUPL) E DATAS
      *----    AAAAMMDD MALFORMADAS (LEVE), COM RELATORIO DE EXCECOES
      *----    E REGISTRO EM OPLOG.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
       SD  SORTCPF.
       01  SD-CPF-REG.
           05 SD-CPF                    PIC X(11).
           05 SD-RM                     PIC X(06).

       FD  OPLOG.
       COPY "BOKOPLOG".
       77  WRK-RM-EXISTE                PIC X(01) VALUE SPACES.
       77  WRK-DATA-VALIDA              PIC X(01) VALUE SPACES.
       77  WRK-CPF-ANTERIOR             PIC X(11) VALUE SPACES.
       77  WRK-RM-ANTERIOR              PIC X(06) VALUE SPACES.

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

      *----------- RM UNIFICADO JA FOI ABSORVIDO POR OUTRO -------------
               IF  ARQ-CPF NOT EQUAL SPACES
               AND ARQ-STATUS NOT EQUAL "UNIFICADO"
                   MOVE ARQ-CPF                TO SD-CPF
                   MOVE ARQ-RM                 TO SD-RM
                   RELEASE SD-CPF-REG

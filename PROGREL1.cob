      *--- EMPRESA  : XPTO
      *--- DATA     : 14/04/2024
      *--- OBJETIVOS: PESQUISAR A QUANTIDADE DE ALUNOS POR DISCIPLINA
      *----    (O ALUNO COM NOME SOCIAL EM USO SAI PELO NOME SOCIAL)
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
       COPY "BOKALU".

       FD  DISCIPLINA.
       01  ARQ-RELDISCIPLINA                   PIC X(236).

       FD  CURSOS.
       COPY "BOKCURS".
      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM                      PIC X(06) VALUE SPACES.
           05 WRK-TEMP-NOMEALUNO               PIC X(20) VALUE SPACES.
           05 WRK-TEMP-CURSO                   PIC X(15) VALUE SPACES.
           05 WRK-TEMP-SEMESTRE                PIC X(02) VALUE SPACES.
       77  WRK-FLAG-ENCONTRADO                 PIC 9(01)  VALUE ZEROS.
       77  WRK-QTD-ALUNOSCAD                   PIC 9(04)  VALUE ZEROS.

      *------------- NOME DA LISTA: O NOME SOCIAL, QUANDO EM USO -------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGREL1".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

           05 LINE  22 COLUMN 61 FROM WRK-QTD-ALUNOSCAD.

       01  SCR-CABECALHO.
           05 LINE  04 COLUMN 02 VALUE "RM    ".
           05 LINE  04 COLUMN 09 VALUE "NOME".
           05 LINE  04 COLUMN 31 VALUE "CURSO".
           05 LINE  04 COLUMN 51 VALUE "SEMESTRE".
           05 LINE  04 COLUMN 61 VALUE "MENSALIDADE".
              MOVE 1                          TO WRK-FLAG-ENCONTRADO
              ADD  1                          TO WRK-QTD-ALUNOSCAD

              CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                   ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL

              DISPLAY  ARQ-RM          LINE WRK-LINHA COLUMN 02
              DISPLAY  WRK-NOM-NOME    LINE WRK-LINHA COLUMN 09
              DISPLAY  ARQ-CURSO       LINE WRK-LINHA COLUMN 31
              DISPLAY  ARQ-SEMESTRE    LINE WRK-LINHA COLUMN 51
              DISPLAY  ARQ-MENSALIDADE LINE WRK-LINHA COLUMN 61

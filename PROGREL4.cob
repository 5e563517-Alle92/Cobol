      *--- EMPRESA  : XPTO
      *--- DATA     : 08/08/2026
      *--- OBJETIVOS: GERAR UM RELATORIO COM OS DADOS DE CONTATO
      *----    (TELEFONE E EMAIL) DE TODOS OS ALUNOS CADASTRADOS,
      *----    PELO NOME SOCIAL QUANDO O ALUNO TEM UM EM USO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *------------- VARIAVEIS DE TOTALIZACAO -------------------------
       77  WRK-QTD-ALUNOS               PIC 9(04) VALUE ZEROS.

      *------------- NOME DO RELATORIO: O NOME SOCIAL, QUANDO EM USO ---
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGREL4".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RELCONTATO.

           STRING "RM     NOME ALUNO          CURSO           "
                  "TELEFONE        EMAIL"
                  DELIMITED BY SIZE INTO ARQ-RELCONTATO
           WRITE ARQ-RELCONTATO.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                    ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL
               STRING ARQ-RM " " WRK-NOM-NOME " " ARQ-CURSO " "
                      ARQ-TELEFONE " " ARQ-EMAIL
                      DELIMITED BY SIZE INTO ARQ-RELCONTATO
               WRITE ARQ-RELCONTATO

      *--- EMPRESA  : XPTO
      *--- DATA     : 13/04/2024
      *--- OBJETIVOS: LEITURA DE UM ARQUIVO SEQUENCIAL, ONDE PODE
      *----    PESQUISAR TODO OS REGISTROS DOS ARQUIVOS. O ALUNO COM
      *----    NOME SOCIAL EM USO SAI (E E ORDENADO) PELO NOME SOCIAL.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *-------------------- AREA DE ORDENACAO POR NOME -----------------
       SD  SORTALU.
       01  SD-DADOS.
           05 SD-RM                     PIC X(06).
           05 SD-NOMEALUNO              PIC X(20).
           05 SD-CURSO                  PIC X(15).
           05 SD-SEMESTRE               PIC X(02).

      *-------------------- AREA DE IMPRESSAO DO RELATORIO -------------
       FD  IMPRESSORA.
       01  ARQ-RELIMPRESSORA           PIC X(094).

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
       77  FS-CHECKPT                          PIC 9(02).
       77  FS-IMPRESSORA                       PIC 9(02).

      *------------- NOME DA LISTA: O NOME SOCIAL, QUANDO EM USO -------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGGERA".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".


      *------------- AREA DO CABECALHO DO RELATORIO IMPRESSO -----------
       01  WRK-CABECALHO-IMPRESSAO.
           05 FILLER                  PIC X(08) VALUE "RM".
           05 FILLER                  PIC X(25) VALUE "NOME".
           05 FILLER                  PIC X(20) VALUE "CURSO".
           05 FILLER                  PIC X(10) VALUE "SM".

      *------------- AREA DA LINHA DO RELATORIO IMPRESSO ---------------
       01  WRK-LINHA-IMPRESSAO.
           05 WRK-LIMP-RM              PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRK-LIMP-NOME            PIC X(20).
           05 FILLER                   PIC X(05) VALUE SPACES.
                  BACKGROUND-COLOR 3.

       01  SCR-CABECALHO.
           05 LINE  03 COLUMN 01 VALUE "RM    ".
           05 LINE  03 COLUMN 08 VALUE "NOME".
           05 LINE  03 COLUMN 31 VALUE "CURSO".
           05 LINE  03 COLUMN 51 VALUE "SEMESTRE".
           05 LINE  03 COLUMN 61 VALUE "MENSALIDADE".
           CALL "PROGBKUP".

      *----------- ABERTURA DO ARQUIVO (APENAS PARA CONFERIR EXISTENCIA;
      *----------- A SELECAO DO SORT ABRE E FECHA ALUNOS DE NOVO)
            OPEN INPUT  ALUNOS.

      *------ ARQUIVO NAO EXISTE
      *-------------------- AREA DE ORDENACAO E EXIBICAO ---------------
           SORT SORTALU
               ON ASCENDING KEY SD-NOMEALUNO
               INPUT PROCEDURE 0205-SELECIONAR-ALUNOS
               OUTPUT PROCEDURE 0210-MOSTRAR-ORDENADO.

      *------------------------ APRESENTA A QUANTIDADE DE ALUNOS -------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-SELECIONAR-ALUNOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- PASSA CADA ALUNO AO SORT JA COM O NOME DA LISTA -----
      *----------- (NOME SOCIAL EM USO NO LUGAR DO CIVIL) --------------

           OPEN INPUT ALUNOS.

           IF  FS-ALUNOS NOT EQUAL ZEROS
               GO TO 0205-SELECIONAR-ALUNOS-99-FIM
           END-IF.

           READ ALUNOS NEXT RECORD
               AT END
                   MOVE 9                  TO FS-ALUNOS
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               MOVE ARQ-DADOS              TO SD-DADOS
               CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                    ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL
               MOVE WRK-NOM-NOME           TO SD-NOMEALUNO
               RELEASE SD-DADOS

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9              TO FS-ALUNOS
               END-READ

           END-PERFORM.

           CLOSE ALUNOS.

      *-----------------------------------------------------------------
       0205-SELECIONAR-ALUNOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-MOSTRAR-ORDENADO                                   SECTION.
      *-----------------------------------------------------------------
           ELSE
               DISPLAY SCR-PAGINA
               DISPLAY  SD-RM           LINE WRK-LINHA COLUMN 01
               DISPLAY  SD-NOMEALUNO    LINE WRK-LINHA COLUMN 08
               DISPLAY  SD-CURSO        LINE WRK-LINHA COLUMN 31
               DISPLAY  SD-SEMESTRE     LINE WRK-LINHA COLUMN 51
               DISPLAY  SD-MENSALIDADE  LINE WRK-LINHA COLUMN 61
      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNOS JA FOI FECHADO NA SELECAO DO SORT ------------

      *----------- PESQUISA CONCLUIDA: LIMPA O CHECKPOINT DE PAGINACAO -
           MOVE ZEROS                   TO ARQ-CHK-PAGINA

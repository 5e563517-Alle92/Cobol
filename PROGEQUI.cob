      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-EQU-RM           PIC X(06).
           05 WRK-TEMP-EQU-INSTITUICAO  PIC X(30).
           05 WRK-TEMP-EQU-EXTERNA      PIC X(30).
           05 WRK-TEMP-EQU-HORAS        PIC 9(03) VALUE ZEROS.
      *----------- APROVADO GRAVA O CREDITO EM RESULTADOS.dat ----------

           DISPLAY SCR-TELA.
           DISPLAY "PEDIDO RM     DISCIPLINA      NOTA"
                   LINE 03 COLUMN 05.

           PERFORM 0240-LISTAR-PENDENTES.
                   DISPLAY ARQ-EQU-RM
                           LINE WRK-LINHA-TELA COLUMN 12
                   DISPLAY ARQ-EQU-DISC-INTERNA
                           LINE WRK-LINHA-TELA COLUMN 19
                   DISPLAY ARQ-EQU-NOTA
                           LINE WRK-LINHA-TELA COLUMN 35
                   ADD 1                       TO WRK-LINHA-TELA
               END-IF


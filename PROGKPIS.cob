      *----    KPIHIST.dat UMA FOTOGRAFIA DATADA POR CAMPUS COM OS
      *----    ATIVOS, AS MATRICULAS E DESISTENCIAS DO MES (PELAS
      *----    DATAS DE ALUNOS.dat), O RECEBIVEL EM ABERTO E O COM
      *----    MAIS DE 90 DIAS (DO RESUMO CONSOLIDADO DO ALUNO,
      *----    RESALUNO.dat, NA POSICAO DO PROGRSGE MOSTRADA NA
      *----    TELA), O PREVISTO X RECEBIDO
      *----    DA COMPETENCIA (MESMA CONTA DO PROGREL8, COM A
      *----    MENSALIDADE EFETIVA DO PROGCDES) E A PROFUNDIDADE DA
      *----    FILA DE ESPERA. O PROGKPIT POE OS MESES LADO A LADO.
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- RESALUNO          I             BOKRSAL
      *---- PAGAMENTOS        I             BOKPAG
      *---- ESPERA            I             BOKESP
      *---- KPIHIST           E             BOKKPI
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

      *----------- RESUMO CONSOLIDADO DO ALUNO (PROGRSGE) --------------
           SELECT RESALUNO  ASSIGN TO WRK-PATH-RESALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RESALUNO.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
       FD  ALUNOS.
       COPY "BOKALU".

       FD  RESALUNO.
       COPY "BOKRSAL".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-RESALUNO                  PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-ESPERA                    PIC 9(02).
       77  FS-KPIHIST                   PIC 9(02).
       77  WRK-COMPETENCIA              PIC X(06)    VALUE SPACES.
       77  WRK-QTD-CAMPUS-GRAV          PIC 9(02)    VALUE ZEROS.
       77  WRK-MENS-EFETIVA             PIC 9(06)V99 VALUE ZEROS.
      *--- POSICAO DO RESUMO DE ONDE SAIU O RECEBIVEL ------------------
       77  WRK-POSICAO-ED               PIC X(16)    VALUE SPACES.

      *------------- TABELA DE INDICADORES POR CAMPUS ------------------
       01  WRK-TAB-CAMPUS.
       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "CAMPUS GRAVADOS......".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-CAMPUS-GRAV.
           05 LINE  13 COLUMN 30 VALUE "POSICAO DO RECEBIVEL.".
           05 LINE  13 COLUMN 55 FROM  WRK-POSICAO-ED.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                GOBACK
            END-IF.

      *----------- SEM O RESUMO DO ALUNO NAO HA RECEBIVEL A FOTOGRAFAR -
            OPEN INPUT RESALUNO.

            IF  FS-RESALUNO NOT EQUAL 0
                MOVE WRK-MSG-RSA-VAZIO         TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

            OPEN INPUT PAGAMENTOS.
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           PERFORM 0210-APURAR-ALUNOS.
           PERFORM 0220-APURAR-RECEBIVEL.
       0220-APURAR-RECEBIVEL                                   SECTION.
      *-----------------------------------------------------------------
      *----------- RECEBIVEL EM ABERTO E A FATIA COM MAIS DE 90 --------
      *----------- DIAS DE ATRASO, POR CAMPUS DO ALUNO, PELO SALDO -----
      *----------- DO RESUMO CONSOLIDADO (ATRASO CONTADO NA POSICAO) ---

           MOVE SPACES                         TO WRK-POSICAO-ED
           MOVE LOW-VALUES                     TO ARQ-RSA-RM

           START RESALUNO KEY IS GREATER THAN OR EQUAL ARQ-RSA-RM
               INVALID KEY
                   GO TO 0220-APURAR-RECEBIVEL-99-FIM
           END-START.

           READ RESALUNO NEXT RECORD
               AT END
                   GO TO 0220-APURAR-RECEBIVEL-99-FIM
           END-READ.

           STRING ARQ-RSA-DATAHORA(7:2) "/" ARQ-RSA-DATAHORA(5:2) "/"
                  ARQ-RSA-DATAHORA(1:4) " "
                  ARQ-RSA-DATAHORA(9:2) ":" ARQ-RSA-DATAHORA(11:2)
                  DELIMITED BY SIZE INTO WRK-POSICAO-ED

           PERFORM UNTIL FS-RESALUNO NOT EQUAL ZEROS

               IF  ARQ-RSA-SALDO-ABERTO GREATER ZEROS
                   MOVE ARQ-RSA-RM             TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       NOT INVALID KEY
                           MOVE ARQ-CAMPUS     TO WRK-CAMPUS-ALVO
                           PERFORM 0205-LOCALIZAR-CAMPUS
                           IF  WRK-CAMPUS-OK EQUAL "S"
                               ADD ARQ-RSA-SALDO-ABERTO
                                    TO WRK-TC-ABERTO (IX-CAMPUS)
                               ADD ARQ-RSA-SALDO-90
                                    TO WRK-TC-ABERTO-90M (IX-CAMPUS)
                           END-IF
                   END-READ
               END-IF

               READ RESALUNO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESALUNO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESALUNO.

      *-----------------------------------------------------------------
       0220-APURAR-RECEBIVEL-99-FIM                            SECTION.
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  RESALUNO.

             CLOSE  PAGAMENTOS.


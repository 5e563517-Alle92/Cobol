      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.
           05 WRK-TEMP-NOMEALUNO        PIC X(20) VALUE SPACES.
           05 WRK-TEMP-CURSO            PIC X(15) VALUE SPACES.
           05 WRK-TEMP-SEMESTRE         PIC X(02) VALUE SPACES.
              GO  TO  0200-PROCESSAR
           END-IF.

      *------- TRANCAMENTO E RETORNO SO PELO PROGTRCM E PELO PROGTRET,
      *------- QUE CONTROLAM O PERIODO, A COBRANCA E O MATDISC. AQUI
      *------- O STATUS TRANCADO NAO PODE SER POSTO NEM RETIRADO.
           IF (WRK-TEMP-STATUS EQUAL "TRANCADO"
           OR  WRK-STATUS-ORIGINAL EQUAL "TRANCADO")
           AND WRK-TEMP-STATUS NOT EQUAL WRK-STATUS-ORIGINAL
              MOVE WRK-MSG-STATUS-INVAL       TO WRK-MSG
              PERFORM 0900-MOSTRA
              UNLOCK ALUNOS
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CPF          EQUAL SPACES
              MOVE WRK-CPF-INC                TO WRK-MSG
              PERFORM 0900-MOSTRA

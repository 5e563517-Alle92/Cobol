      *-----------------------------------------------------------------
      *---- BOOK       : BOKFAVO
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO FAVOREC
      *----               (DADOS BANCARIOS / CHAVE PIX PARA DEVOLUCAO
      *----               AO ALUNO, CAPTURADOS OU CONFIRMADOS NA ORDEM
      *----               DE PAGAMENTO - PROGOPAG - E SUGERIDOS NA
      *----               ORDEM SEGUINTE DO MESMO RM)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-FAVOREC.
           05 ARQ-FAV-RM                PIC X(06).
           05 ARQ-FAV-DADOS.
              10 ARQ-FAV-NOME           PIC X(30).
              10 ARQ-FAV-CPF            PIC X(11).
      *--- ARQ-FAV-MEIO: TED = CONTA BANCARIA / PIX = CHAVE PIX -------
              10 ARQ-FAV-MEIO           PIC X(03).
              10 ARQ-FAV-BANCO          PIC X(03).
              10 ARQ-FAV-AGENCIA        PIC X(05).
              10 ARQ-FAV-CONTA          PIC X(12).
              10 ARQ-FAV-CHAVE-PIX      PIC X(40).
           05 ARQ-FAV-DATA-ATUAL        PIC X(08).
           05 ARQ-FAV-OPERADOR          PIC X(08).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKORET
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DE RETORNO DE
      *----               PAGAMENTOS (RETPAGTO.dat, DEVOLVIDO PELO
      *----               BANCO PARA O ARQUIVO DE PAGAMENTOS).
      *----               REGISTRO DE POSICAO FIXA: TIPO 0 = HEADER,
      *----               1 = DETALHE, 9 = TRAILER. OCORRENCIA "00" =
      *----               PAGAMENTO EFETUADO; DEMAIS = RECUSADO
      *-----------------------------------------------------------------
       01  ARQ-REG-RETPAGTO.
           05 ARQ-RPG-TIPO              PIC X(01).
           05 ARQ-RPG-DETALHE.
              10 ARQ-RPG-ORDEM          PIC 9(06).
              10 ARQ-RPG-VALOR          PIC 9(06)V99.
      *--- ARQ-RPG-DATA-PAGTO GUARDADO COMO AAAAMMDD -------------------
              10 ARQ-RPG-DATA-PAGTO     PIC X(08).
              10 ARQ-RPG-OCORRENCIA     PIC X(02).
      *--- MOTIVO DA RECUSA (EX.: CONTA INEXISTENTE, CHAVE INVALIDA) --
              10 ARQ-RPG-MOTIVO         PIC X(02).
              10 FILLER                 PIC X(14).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-RPG-RODAPE REDEFINES ARQ-RPG-DETALHE.
              10 ARQ-RPG-QTD-ORDENS     PIC 9(06).
              10 ARQ-RPG-VALOR-TOTAL    PIC 9(10)V99.
              10 FILLER                 PIC X(22).

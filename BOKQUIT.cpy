      *-----------------------------------------------------------------
      *---- BOOK       : BOKQUIT
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO QUITACAO
      *----               (REGISTRO DAS DECLARACOES ANUAIS DE QUITACAO
      *----               DE DEBITOS EMITIDAS: NUMERACAO SEQUENCIAL DO
      *----               CONTROLE QUITCTRL.dat, UMA POR PAGADOR POR
      *----               ANO-BASE, GERADAS PELO PROGQUIT E
      *----               REIMPRESSAS PELO PROGQREI)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-QUITACAO.
           05 ARQ-QUI-NUMERO            PIC 9(08).
      *--- PAGADOR + ANO-BASE: RESPONSAVEL FINANCEIRO (RESPONSAV.dat) --
      *--- OU, SEM VINCULO, O PROPRIO RM (ARQ-QUI-RESP ZERADO) ---------
           05 ARQ-QUI-CHAVE-PAGADOR.
              10 ARQ-QUI-RESP           PIC 9(06).
              10 ARQ-QUI-RMPAG          PIC X(06).
              10 ARQ-QUI-ANO            PIC X(04).
           05 ARQ-QUI-NOME              PIC X(30).
           05 ARQ-QUI-CPF               PIC X(11).
      *--- DEPENDENTES DECLARADOS E TOTAL EFETIVAMENTE RECEBIDO NO ANO -
           05 ARQ-QUI-QTD-DEPEND        PIC 9(02).
           05 ARQ-QUI-VALOR-TOTAL       PIC 9(08)V99.
      *--- DATA DA EMISSAO (AAAAMMDD) E OPERADOR QUE RODOU O LOTE ------
           05 ARQ-QUI-DATA-EMISSAO      PIC X(08).
           05 ARQ-QUI-OPERADOR          PIC X(08).
      *--- ARQUIVO GERADO DA DECLARACAO, PARA A REIMPRESSAO ------------
           05 ARQ-QUI-ARQUIVO           PIC X(80).

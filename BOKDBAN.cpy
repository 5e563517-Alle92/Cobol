      *-----------------------------------------------------------------
      *---- BOOK       : BOKDBAN
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DEPBANCO
      *----               (CONCILIACAO BANCARIA: DEPOSITOS ESPERADOS NA
      *----               CONTA - LIQUIDACAO DE BOLETO, LIQUIDO DA
      *----               ADQUIRENTE, CHEQUE COMPENSADO E DEPOSITO DO
      *----               CAIXA EM ESPECIE - E OS CREDITOS LIDOS DO
      *----               EXTRATO. GRAVADO PELO PROGCBAN; AS DIFERENCAS
      *----               FICAM DIVERGENTE ATE O PROGDBAN RESOLVER COM
      *----               O MOTIVO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-DEPBANCO.
           05 ARQ-DBC-NUMERO            PIC 9(08).
           05 ARQ-DBC-ORIGEM-CHAVE.
      *--- ARQ-DBC-ORIGEM: BOLETO / ADQUIRENTE / CHEQUE / ESPECIE ------
      *--- (DEPOSITOS ESPERADOS) OU EXTRATO (CREDITO LIDO DO BANCO) ----
              10 ARQ-DBC-ORIGEM         PIC X(10).
      *--- DATA DO DEPOSITO ESPERADO OU DO CREDITO NO EXTRATO ----------
              10 ARQ-DBC-DATA           PIC X(08).
      *--- NUMERO DO CHEQUE, DATA DO ARQUIVO DA ADQUIRENTE, OU --------
      *--- DOCUMENTO + LINHA DO EXTRATO; EM BRANCO NOS TOTAIS DO DIA --
              10 ARQ-DBC-REFERENCIA     PIC X(15).
           05 ARQ-DBC-VALOR             PIC 9(10)V99.
      *--- ARQ-DBC-STATUS: PENDENTE (ESPERADO AINDA DENTRO DA JANELA) -
      *--- / CONCILIADO / DIVERGENTE (DIFERENCA EM ABERTO) / ----------
      *--- RESOLVIDO (DIFERENCA ENCERRADA NO PROGDBAN) -----------------
           05 ARQ-DBC-STATUS            PIC X(10).
      *--- HISTORICO DO LANCAMENTO NO EXTRATO (ORIGEM EXTRATO) ---------
           05 ARQ-DBC-HISTORICO         PIC X(25).
      *--- REGISTRO DO PAR NA CONCILIACAO (ESPERADO <-> EXTRATO) -------
           05 ARQ-DBC-NUM-PAR           PIC 9(08).
           05 ARQ-DBC-DATA-REGISTRO     PIC X(08).
      *--- PREENCHIDOS NA RESOLUCAO DA DIFERENCA -----------------------
           05 ARQ-DBC-DATA-RESOLUCAO    PIC X(08).
           05 ARQ-DBC-OPERADOR          PIC X(08).
           05 ARQ-DBC-MOTIVO            PIC X(40).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKSREC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO SALDOREC
      *----               (FECHAMENTO DO CONTAS A RECEBER POR
      *----               COMPETENCIA E CAMPUS, GRAVADO PELO PROGROLL.
      *----               O SALDO FINAL DE UMA COMPETENCIA E O SALDO
      *----               ANTERIOR DA COMPETENCIA SEGUINTE)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-SALDOREC.
           05 ARQ-SRC-CHAVE.
      *--- ARQ-SRC-COMPETENCIA GUARDADO COMO AAAAMM --------------------
              10 ARQ-SRC-COMPETENCIA    PIC X(06).
              10 ARQ-SRC-CAMPUS         PIC X(15).
      *--- SALDO FINAL DO ROLL-FORWARD, SALDO DOS DOCUMENTOS EM --------
      *--- ABERTO NA COMPETENCIA E A DIFERENCA ENTRE OS DOIS -----------
           05 ARQ-SRC-SALDO-FINAL       PIC S9(10)V99.
           05 ARQ-SRC-SALDO-DOCS        PIC S9(10)V99.
           05 ARQ-SRC-DIFERENCA         PIC S9(10)V99.
           05 ARQ-SRC-DATAHORA          PIC X(14).
           05 ARQ-SRC-OPERADOR          PIC X(08).

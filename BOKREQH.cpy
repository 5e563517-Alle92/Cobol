      *-----------------------------------------------------------------
      *---- BOOK       : BOKREQH
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO REQHIST
      *----               (HISTORICO DE SITUACOES DE CADA PROTOCOLO DE
      *----               REQUERIMENTO: UMA LINHA POR MUDANCA, COM
      *----               DATA/HORA, OPERADOR E OBSERVACAO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-REQHIST.
           05 ARQ-RQH-CHAVE.
              10 ARQ-RQH-PROTOCOLO      PIC 9(08).
              10 ARQ-RQH-SEQ            PIC 9(03).
           05 ARQ-RQH-DATAHORA          PIC X(14).
           05 ARQ-RQH-STATUS            PIC X(10).
           05 ARQ-RQH-OPERADOR          PIC X(08).
           05 ARQ-RQH-OBS               PIC X(40).

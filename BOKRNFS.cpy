      *-----------------------------------------------------------------
      *---- BOOK       : BOKRNFS
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DE RETORNO DA
      *----               PREFEITURA (RETNFSE.dat): SITUACAO DE CADA
      *----               RPS DO LOTE ENVIADO. TIPO 1 = DETALHE; OS
      *----               DEMAIS TIPOS (HEADER/TRAILER) SAO IGNORADOS
      *-----------------------------------------------------------------
       01  ARQ-REG-RETNFSE.
           05 ARQ-RNF-TIPO              PIC X(01).
           05 ARQ-RNF-RPS               PIC 9(08).
      *--- ARQ-RNF-SITUACAO: A = NFS-E EMITIDA, R = RPS RECUSADO,
      *---                   C = CANCELAMENTO DA NFS-E CONFIRMADO
           05 ARQ-RNF-SITUACAO          PIC X(01).
           05 ARQ-RNF-NUMERO-NFSE       PIC X(15).
           05 ARQ-RNF-COD-VERIF         PIC X(12).
      *--- ARQ-RNF-DATA GUARDADO COMO AAAAMMDD
           05 ARQ-RNF-DATA              PIC X(08).
           05 ARQ-RNF-MOTIVO            PIC X(30).

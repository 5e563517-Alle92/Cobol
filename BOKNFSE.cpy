      *-----------------------------------------------------------------
      *---- BOOK       : BOKNFSE
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO NFSE (CONTROLE
      *----               DA NOTA FISCAL DE SERVICO ELETRONICA DE CADA
      *----               RECIBO DE PAGAMENTOS.dat - UM REGISTRO POR
      *----               RECIBO, DO RPS GERADO ATE A NFS-E EMITIDA OU
      *----               CANCELADA PELA PREFEITURA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-NFSE.
      *--- NUMERO DO RECIBO (ARQ-PAG-NUMERO) QUE ORIGINOU A NOTA
           05 ARQ-NFS-RECIBO            PIC 9(08).
      *--- NUMERO DO RPS ENVIADO A PREFEITURA (NUMERACAO DE NFSCTRL)
           05 ARQ-NFS-RPS               PIC 9(08).
           05 ARQ-NFS-LOTE              PIC 9(06).
           05 ARQ-NFS-RM                PIC X(06).
           05 ARQ-NFS-VALOR             PIC 9(06)V99.
      *--- ARQ-NFS-DATA-EMISSAO GUARDADO COMO AAAAMMDD (DATA DO RECIBO)
           05 ARQ-NFS-DATA-EMISSAO      PIC X(08).
      *--- TOMADOR: RESPONSAVEL FINANCEIRO VINCULADO OU O PROPRIO ALUNO
           05 ARQ-NFS-TOMADOR-CPF       PIC X(11).
           05 ARQ-NFS-TOMADOR-NOME      PIC X(30).
      *--- ARQ-NFS-STATUS: GERADO    = RPS ENVIADO, AGUARDANDO RETORNO
      *---                 EMITIDA   = NFS-E EMITIDA PELA PREFEITURA
      *---                 RECUSADA  = RPS RECUSADO (REENVIADO NO
      *---                             PROXIMO LOTE COM NOVO RPS)
      *---                 CANCPEND  = CANCELAMENTO ENVIADO (ESTORNO)
      *---                 CANCELADA = CANCELAMENTO CONFIRMADO
      *---                 DISPENSADA= RECIBO ESTORNADO ANTES DA NOTA
           05 ARQ-NFS-STATUS            PIC X(10).
           05 ARQ-NFS-NUMERO-NFSE       PIC X(15).
           05 ARQ-NFS-COD-VERIF         PIC X(12).
           05 ARQ-NFS-DATA-RETORNO      PIC X(08).
      *--- MOTIVO DA RECUSA INFORMADO NO RETORNO DA PREFEITURA
           05 ARQ-NFS-MOTIVO            PIC X(30).
      *--- RECIBO "ES" QUE ESTORNOU O ORIGINAL E DATA DO CANCELAMENTO
           05 ARQ-NFS-RECIBO-ESTORNO    PIC 9(08).
           05 ARQ-NFS-DATA-CANCEL       PIC X(08).

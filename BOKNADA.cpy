      *-----------------------------------------------------------------
      *---- BOOK       : BOKNADA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO NADACONS
      *----               (CERTIDOES DE NADA CONSTA EMITIDAS: O
      *----               PROGNADA SO NUMERA A CERTIDAO - CONTROLE
      *----               NDCCTRL.dat - QUANDO O RM NAO TEM PENDENCIA
      *----               FINANCEIRA NEM ACADEMICA. DIPLOMA E
      *----               TRANSFERENCIA SO SEGUEM COM UMA CERTIDAO
      *----               DENTRO DA VALIDADE - PROGNDCV)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-NADACONSTA.
           05 ARQ-NDC-NUMERO            PIC 9(08).
      *--- CHAVE ALTERNATIVA (COM DUPLICIDADE): CERTIDOES DO RM --------
           05 ARQ-NDC-RM                PIC X(06).
           05 ARQ-NDC-NOME              PIC X(20).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
           05 ARQ-NDC-DATA-EMISSAO      PIC X(08).
      *--- ULTIMO DIA EM QUE A CERTIDAO VALE (EMISSAO + PRAZO DO -------
      *--- PARAMETRO NDC-VALIDADE) -------------------------------------
           05 ARQ-NDC-DATA-VALIDADE     PIC X(08).
           05 ARQ-NDC-OPERADOR          PIC X(08).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKFDOC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO FOLHADOC
      *----               (CONTROLE DA FOLHA DOCENTE POR COMPETENCIA:
      *----               O PROGHDOC GRAVA A APURACAO "GERADA" COM O
      *----               RELATORIO DE VARIACAO; UM COORDENADOR
      *----               DIFERENTE DE QUEM APUROU LIBERA OU REJEITA
      *----               NO PROGLHDO, E SO A LIBERACAO GRAVA O
      *----               ARQUIVO DE INTERFACE DO RH)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-FOLHADOC.
           05 ARQ-FDO-COMPETENCIA       PIC X(06).
           05 ARQ-FDO-SEMESTRE          PIC X(02).
      *--- ARQ-FDO-STATUS: GERADA / LIBERADA / REJEITADA ---------------
           05 ARQ-FDO-STATUS            PIC X(10).
           05 ARQ-FDO-DATA-APURACAO     PIC X(14).
           05 ARQ-FDO-OPER-APURACAO     PIC X(08).
      *--- RELATORIO DE VARIACAO QUE O COORDENADOR REVISOU -------------
           05 ARQ-FDO-RELATORIO         PIC X(80).
           05 ARQ-FDO-QTD-PROFESSORES   PIC 9(04).
           05 ARQ-FDO-QTD-AULAS         PIC 9(06).
           05 ARQ-FDO-QTD-HORAS         PIC 9(06).
           05 ARQ-FDO-VALOR-TOTAL       PIC 9(10)V99.
      *--- LINHAS COM AULAS DADAS DIFERENTES DAS PREVISTAS -------------
           05 ARQ-FDO-QTD-VARIACOES     PIC 9(04).
      *--- LINHAS PAGAS SEM TAXA VIGENTE: IMPEDEM A LIBERACAO ----------
           05 ARQ-FDO-QTD-SEMTAXA       PIC 9(04).
           05 ARQ-FDO-APROVADOR         PIC X(08).
           05 ARQ-FDO-DATA-APROV        PIC X(14).
      *--- ARQUIVO DE INTERFACE GRAVADO NA LIBERACAO -------------------
           05 ARQ-FDO-ARQUIVO-RH        PIC X(80).

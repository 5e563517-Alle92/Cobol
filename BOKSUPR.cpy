      *-----------------------------------------------------------------
      *---- BOOK       : BOKSUPR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO SUPRESSAO
      *----               (UMA LINHA POR MENSAGEM OU CANAL NAO
      *----               ENVIADO POR CONTA DO CONSENTIMENTO DO
      *----               TITULAR - PROGNOTI E PROGCART -, COM O
      *----               MOTIVO E, QUANDO HOUVE, O CANAL PARA O QUAL
      *----               O AVISO OBRIGATORIO FOI DESVIADO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-SUPRESSAO.
           05 ARQ-SUP-DATAHORA          PIC X(14).
           05 ARQ-SUP-PROGRAMA          PIC X(08).
           05 ARQ-SUP-RM                PIC X(06).
      *--- TITULAR CUJO CONSENTIMENTO BLOQUEOU O CANAL (BOKCSNT) -------
           05 ARQ-SUP-TIPO-TITULAR      PIC X(01).
           05 ARQ-SUP-TITULAR           PIC X(06).
      *--- TIPO DO EVENTO (BOKEVEN) OU DA CARTA (BOKCLOG) --------------
           05 ARQ-SUP-MENSAGEM          PIC X(12).
           05 ARQ-SUP-CANAL             PIC X(05).
           05 ARQ-SUP-CATEGORIA         PIC X(04).
      *--- ARQ-SUP-SITUACAO: SUPRIMIDA (NAO SAIU POR NENHUM CANAL) / ---
      *--- DESVIADA (SAIU POR ARQ-SUP-DESTINO) / OBRIGATORIA (AVISO ----
      *--- LEGAL SEM CANAL AUTORIZADO, SAI POR CARTA ASSIM MESMO) ------
           05 ARQ-SUP-SITUACAO          PIC X(11).
      *--- ARQ-SUP-MOTIVO: RECUSA DO TITULAR / SEM AUTORIZACAO ---------
           05 ARQ-SUP-MOTIVO            PIC X(20).
           05 ARQ-SUP-DESTINO           PIC X(05).

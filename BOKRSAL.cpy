      *-----------------------------------------------------------------
      *---- BOOK       : BOKRSAL
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO RESALUNO
      *----               (RESUMO CONSOLIDADO DO ALUNO: UM REGISTRO POR
      *----               RM, MONTADO TODA NOITE PELO PROGRSGE A PARTIR
      *----               DE MENSALID, PAGAMENTOS, PARCELAS, NOTAS,
      *----               FREQUENCIA, DEPEND E REQUERIM. LIDO PELA
      *----               CONSULTA 360 E PELOS RELATORIOS NO LUGAR DA
      *----               VARREDURA DOS ARQUIVOS DE MOVIMENTO. A
      *----               CONFERENCIA CONTRA O MOVIMENTO E O PROGRSCF)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-RESALUNO.
           05 ARQ-RSA-RM                PIC X(06).
      *--- POSICAO DO RESUMO (AAAAMMDDHHMMSS DA MONTAGEM) --------------
           05 ARQ-RSA-DATAHORA          PIC X(14).
      *--- COBRANCAS "ABERTO" DE MENSALID.dat. VENCIDA = VENCIMENTO ----
      *--- (OU DIA 10 DA COMPETENCIA) ANTERIOR A DATA DA POSICAO -------
           05 ARQ-RSA-QTD-ABERTAS       PIC 9(03).
           05 ARQ-RSA-SALDO-ABERTO      PIC 9(08)V99.
           05 ARQ-RSA-QTD-VENCIDAS      PIC 9(03).
           05 ARQ-RSA-VENC-ANTIGO       PIC X(08).
      *--- PARTE DO SALDO COM MAIS DE 90 DIAS DE ATRASO NA POSICAO -----
           05 ARQ-RSA-SALDO-90          PIC 9(08)V99.
      *--- ULTIMO RECIBO "PG" NAO ESTORNADO (PAGAMENTOS.dat) -----------
           05 ARQ-RSA-ULT-PAG-RECIBO    PIC 9(08).
           05 ARQ-RSA-ULT-PAG-DATA      PIC X(08).
           05 ARQ-RSA-ULT-PAG-VALOR     PIC 9(06)V99.
      *--- ARQ-RSA-RENEG-SITUACAO (PARCELAS.dat): SEM ACORDO / ---------
      *--- EM DIA / ATRASADO (PARCELA VENCIDA EM ABERTO) / QUITADO -----
           05 ARQ-RSA-RENEG-SITUACAO    PIC X(10).
           05 ARQ-RSA-RENEG-ABERTAS     PIC 9(03).
           05 ARQ-RSA-RENEG-SALDO       PIC 9(08)V99.
      *--- MEDIA SIMPLES DAS NOTAS DAS DISCIPLINAS DO SEMESTRE ---------
      *--- CORRENTE DO ALUNO (PELA MATRIZ; CURSO SEM MATRIZ = TODAS) ---
           05 ARQ-RSA-QTD-NOTAS         PIC 9(04).
           05 ARQ-RSA-MEDIA             PIC 9(02)V99.
      *--- DISCIPLINA DO SEMESTRE CORRENTE COM O MAIOR PERCENTUAL DE ---
      *--- FALTAS (MESMA CONTA DO PROGREL7: ABONADAS FORA, AULAS -------
      *--- PREVISTAS DO CALENDARIO COMO BASE QUANDO EXISTEM) -----------
           05 ARQ-RSA-RISCO-DISCIPLINA  PIC X(15).
           05 ARQ-RSA-RISCO-AULAS       PIC 9(04).
           05 ARQ-RSA-RISCO-FALTAS      PIC 9(04).
           05 ARQ-RSA-RISCO-PERC        PIC 9(03)V99.
      *--- DEPENDENCIAS ABERTO/CURSANDO (DEPEND.dat) -------------------
           05 ARQ-RSA-QTD-DEPEND        PIC 9(03).
      *--- REQUERIMENTOS NAO ENCERRADOS E O ULTIMO PROTOCOLO DO RM -----
           05 ARQ-RSA-QTD-REQ           PIC 9(03).
           05 ARQ-RSA-ULT-PROTOCOLO     PIC 9(08).
           05 ARQ-RSA-ULT-REQ-STATUS    PIC X(10).

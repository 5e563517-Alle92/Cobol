      *-----------------------------------------------------------------
      *---- BOOK       : BOKFPRH
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DE INTERFACE DA
      *----               FOLHA DOCENTE PARA O RH (HORAS-AULA DADAS NO
      *----               MES, VALORIZADAS PELA TAXA DA TITULACAO).
      *----               REGISTRO DE POSICAO FIXA: TIPO 0 = HEADER,
      *----               1 = UM DETALHE POR PROFESSOR, 9 = TRAILER DE
      *----               CONTROLE COM QUANTIDADE E TOTAIS
      *-----------------------------------------------------------------
       01  ARQ-REG-FOLHARH.
           05 ARQ-FRH-TIPO              PIC X(01).
           05 ARQ-FRH-DETALHE.
              10 ARQ-FRH-PROFESSOR      PIC X(06).
      *--- ARQ-FRH-CPF SOMENTE COM OS 11 DIGITOS -----------------------
              10 ARQ-FRH-CPF            PIC X(11).
              10 ARQ-FRH-NOME           PIC X(30).
              10 ARQ-FRH-TITULACAO      PIC X(20).
              10 ARQ-FRH-QTD-AULAS      PIC 9(04).
              10 ARQ-FRH-HORAS          PIC 9(05).
              10 ARQ-FRH-VALOR-HORA     PIC 9(04)V99.
              10 ARQ-FRH-VALOR          PIC 9(08)V99.
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE ------------
           05 ARQ-FRH-CABEC REDEFINES ARQ-FRH-DETALHE.
              10 ARQ-FRH-COMPETENCIA    PIC X(06).
              10 ARQ-FRH-DATA-GERACAO   PIC X(08).
              10 ARQ-FRH-APROVADOR      PIC X(08).
              10 FILLER                 PIC X(70).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-FRH-RODAPE REDEFINES ARQ-FRH-DETALHE.
              10 ARQ-FRH-QTD-PROFESSORES PIC 9(06).
              10 ARQ-FRH-TOT-HORAS      PIC 9(07).
              10 ARQ-FRH-TOT-VALOR      PIC 9(10)V99.
              10 FILLER                 PIC X(67).

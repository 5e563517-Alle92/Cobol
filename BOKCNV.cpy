      *-----------------------------------------------------------------
      *---- BOOK       : BOKCNV
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CONVENIO
      *----               (CONVENIOS DE COBRANCA BANCARIA: UM POR
      *----               CARTEIRA CONTRATADA, COM O BANCO, O NUMERO
      *----               DO CONVENIO, O LAYOUT, A NUMERACAO DOS
      *----               ARQUIVOS DE REMESSA E AS TARIFAS. MANTIDO
      *----               PELO PROGBCAD. O PROGREME ROTEIA CADA
      *----               COBRANCA PARA UM CONVENIO - ESCOLHA DO
      *----               PAGADOR (CONVPAG.dat), CAMPUS DO ALUNO OU O
      *----               CONVENIO PADRAO - E GERA UMA REMESSA POR
      *----               CONVENIO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CONVENIO.
      *--- CODIGO INTERNO DO CONVENIO, GRAVADO NA COBRANCA -------------
           05 ARQ-CNV-CODIGO            PIC X(03).
      *--- NUMERO DO BANCO NA COMPENSACAO (EX.: 001, 237, 341) ---------
           05 ARQ-CNV-BANCO             PIC X(03).
           05 ARQ-CNV-NOME-BANCO        PIC X(20).
      *--- NUMERO DO CONVENIO (CEDENTE) NO BANCO -----------------------
           05 ARQ-CNV-NUMERO            PIC X(12).
      *--- LAYOUT DO ARQUIVO ACERTADO COM O BANCO (EX.: CNAB240, ------
      *--- CNAB400), INFORMADO NO HEADER DA REMESSA --------------------
           05 ARQ-CNV-LAYOUT            PIC X(08).
      *--- PROXIMA NUMERACAO SEQUENCIAL DE REMESSA DO CONVENIO ---------
           05 ARQ-CNV-PROX-SEQ          PIC 9(06).
      *--- TARIFAS COBRADAS PELO BANCO POR TITULO REGISTRADO, POR -----
      *--- TITULO LIQUIDADO E POR INSTRUCAO ENVIADA --------------------
           05 ARQ-CNV-TARIFA-REG        PIC 9(03)V99.
           05 ARQ-CNV-TARIFA-LIQ        PIC 9(03)V99.
           05 ARQ-CNV-TARIFA-INS        PIC 9(03)V99.
      *--- CAMPUS ATENDIDO PELO CONVENIO; EM BRANCO = NENHUM EM -------
      *--- ESPECIAL ----------------------------------------------------
           05 ARQ-CNV-CAMPUS            PIC X(15).
      *--- "S" = CONVENIO PADRAO: RECEBE AS COBRANCAS SEM ESCOLHA DO --
      *--- PAGADOR NEM CONVENIO DO CAMPUS, E OS TITULOS ANTIGOS -------
      *--- REMETIDOS ANTES DO CADASTRO DE CONVENIOS --------------------
           05 ARQ-CNV-PADRAO            PIC X(01).
      *--- ARQ-CNV-STATUS: ATIVO / INATIVO (INATIVO NAO RECEBE -------
      *--- TITULO NOVO, MAS SEGUE RECEBENDO AS INSTRUCOES E O ---------
      *--- RETORNO DOS TITULOS QUE JA ESTAO NO BANCO) ------------------
           05 ARQ-CNV-STATUS            PIC X(10).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKEMPR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO EMPRESAS
      *----               (EMPRESAS CONVENIADAS PARA ESTAGIO - PROGECON.
      *----               O CONVENIO VALE DO INICIO AO FIM; O ESTAGIO
      *----               SO E CADASTRADO EM EMPRESA COM CONVENIO
      *----               VIGENTE NA DATA DE INICIO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-EMPRESA.
           05 ARQ-EMP-COD               PIC X(06).
           05 ARQ-EMP-RAZAO             PIC X(30).
           05 ARQ-EMP-CNPJ              PIC X(14).
           05 ARQ-EMP-CONTATO           PIC X(30).
           05 ARQ-EMP-TELEFONE          PIC X(11).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
           05 ARQ-EMP-CONV-INICIO       PIC X(08).
           05 ARQ-EMP-CONV-FIM          PIC X(08).

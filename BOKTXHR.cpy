      *-----------------------------------------------------------------
      *---- BOOK       : BOKTXHR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TAXAHORA
      *----               (VALOR DA HORA-AULA DOCENTE POR TITULACAO
      *----               COM VIGENCIA, MANTIDO PELO PROGTXHR. CADA
      *----               REAJUSTE INSERE UMA NOVA LINHA DATADA; A
      *----               TAXA VIGENTE NA COMPETENCIA E A DE MAIOR
      *----               VIGENCIA ATE O FIM DO MES. A TITULACAO E A
      *----               MESMA GRAVADA EM ARQ-PRO-TITULACAO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-TAXAHORA.
           05 ARQ-TXH-CHAVE.
              10 ARQ-TXH-TITULACAO      PIC X(20).
      *--- VIGENCIA A PARTIR DE (AAAAMMDD) -----------------------------
              10 ARQ-TXH-VIGENCIA       PIC X(08).
           05 ARQ-TXH-VALOR             PIC 9(04)V99.

      *-----------------------------------------------------------------
       01  ARQ-DADOS-MENSALIDADE.
           05 ARQ-MEN-NUMERO            PIC 9(08).
           05 ARQ-MEN-RM                PIC X(06).
      *--- ARQ-MEN-COMPETENCIA GUARDADO COMO AAAAMM
           05 ARQ-MEN-COMPETENCIA       PIC X(06).
           05 ARQ-MEN-VALOR             PIC 9(06)V99.
      *--- ANOTACAO DO CALCULO DA COBRANCA, MOSTRADA NO EXTRATO DO -----
      *--- ALUNO (EX.: "PRO-RATA 06/30" NA PRIMEIRA COBRANCA DE UMA ----
      *--- MATRICULA NO MEIO DA COMPETENCIA). EM BRANCO = VALOR CHEIO --
      *--- "REQUERIMENTO NNNNNNNN" = TAXA AVULSA DE PROTOCOLO ---------
      *--- (PROGREQA), FORA DO FATURAMENTO MENSAL DA COMPETENCIA -------
           05 ARQ-MEN-OBS               PIC X(40).
      *--- VENCIMENTO DA COBRANCA (DIA 10 ROLADO PARA O PROXIMO DIA ----
      *--- UTIL PELO PROGDUTIL NA GERACAO); EM BRANCO NAS COBRANCAS ----
      *--- DE BAIXA ENVIADA; BAIXADO = BAIXA CONFIRMADA PELO RETORNO; --
      *--- LIQUIDADO = O PROPRIO BANCO LIQUIDOU O BOLETO (SEM BAIXA) ---
           05 ARQ-MEN-SITBANCO          PIC X(10).
      *--- CONVENIO DE COBRANCA (CONVENIO.dat) PELO QUAL O TITULO -----
      *--- VAI OU FOI AO BANCO, GRAVADO PELO ROTEAMENTO DO PROGREME; --
      *--- EM BRANCO = AINDA NAO ROTEADO (TITULO ANTIGO = PADRAO) ------
           05 ARQ-MEN-CONVENIO          PIC X(03).

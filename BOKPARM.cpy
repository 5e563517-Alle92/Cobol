       01  ARQ-DADOS-PARAMETRO.
           05 ARQ-PRM-CHAVE.
      *--- CODIGOS EM USO: MULTA-PERC / FALTA-ALERTA / FALTA-LIMITE / --
      *--- OPSM-VARIAC / LOGIN-FALHAS / PIN-VALIDADE / TIMEOUT-MIN / ---
      *--- NFSE-SERVICO / NFSE-ALIQ / NFSE-INSCMUN / NEGA-DIAS / -------
      *--- NEGA-VALOR / NEGA-PRAZO / NEGA-CONVEN / FLUX-DCARTAO / ------
      *--- FLUX-DPIX / FLUX-MESES / CBAN-JANELA / COBR-VARIAC / -------
      *--- APRV-DIAS / DORM-DIAS / EXPACK-HORAS / RESUMO-HORAS ---------
              10 ARQ-PRM-CODIGO         PIC X(12).
      *--- VIGENCIA A PARTIR DE (AAAAMMDD) -----------------------------
              10 ARQ-PRM-VIGENCIA       PIC X(08).

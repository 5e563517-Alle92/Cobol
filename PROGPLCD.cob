      *--- EMPRESA  : XPTO
      *--- DATA     : 01/09/2026
      *--- OBJETIVOS: MANTER O PLANO DE CONTAS CONTABIL (ARQUIVO
      *----    PLANOCTA): PARA CADA EVENTO (RECEBTO / REEMBOLSO /
      *----    ANTECIPA / RECONHEC / DIFCRED / CANCDIF / DEVCRED /
      *----    PAGREEMB) E
      *----    FORMA DE PAGAMENTO, AS CONTAS DE DEBITO E CREDITO
      *----    USADAS PELA EXPORTACAO CONTABIL MENSAL (PROGCTBL).
      *---------------------------------------------------
      *------------ SO OS EVENTOS DA EXPORTACAO SAO ACEITOS ------------
           IF WRK-TEMP-PLC-EVENTO   NOT EQUAL "RECEBTO"
           AND WRK-TEMP-PLC-EVENTO  NOT EQUAL "REEMBOLSO"
           AND WRK-TEMP-PLC-EVENTO  NOT EQUAL "ANTECIPA"
           AND WRK-TEMP-PLC-EVENTO  NOT EQUAL "RECONHEC"
           AND WRK-TEMP-PLC-EVENTO  NOT EQUAL "DIFCRED"
           AND WRK-TEMP-PLC-EVENTO  NOT EQUAL "CANCDIF"
           AND WRK-TEMP-PLC-EVENTO  NOT EQUAL "DEVCRED"
           AND WRK-TEMP-PLC-EVENTO  NOT EQUAL "PAGREEMB"
              MOVE WRK-MSG-MOTIVO-INVAL       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR

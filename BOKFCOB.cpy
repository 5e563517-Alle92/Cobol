           05 ARQ-FCO-SITBANCO          PIC X(10).
      *--- PREENCHIDO QUANDO ARQ-FCO-STATUS EQUAL "PAGO" ---------------
           05 ARQ-FCO-DATA-BAIXA        PIC X(08).
      *--- CONVENIO DE COBRANCA DO BOLETO DA FAMILIA (O PADRAO) -------
           05 ARQ-FCO-CONVENIO          PIC X(03).

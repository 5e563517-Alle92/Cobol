           05 ARQ-INS-DATA-GERACAO      PIC X(08).
           05 ARQ-INS-DATA-RESPOSTA     PIC X(08).
           05 ARQ-INS-OPERADOR          PIC X(08).
      *--- CONVENIO DO TITULO: A INSTRUCAO SAI NA REMESSA DELE --------
           05 ARQ-INS-CONVENIO          PIC X(03).

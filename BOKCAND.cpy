      *-----------------------------------------------------------------
      *---- BOOK       : BOKCAND
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CANDIDAT
      *----               (CANDIDATOS DO PROCESSO SELETIVO - UMA
      *----               INSCRICAO POR CPF EM CADA PROCESSO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CANDIDATO.
      *--- PROCESSO SELETIVO NO FORMATO AAAA-S (EX.: 2027-1) -----------
           05 ARQ-CAN-CHAVE.
              10 ARQ-CAN-PROCESSO       PIC X(06).
      *--- ARQ-CAN-CPF GUARDADO SOMENTE COM OS 11 DIGITOS (PROGVCPF) ---
              10 ARQ-CAN-CPF            PIC X(11).
           05 ARQ-CAN-NOME              PIC X(20).
           05 ARQ-CAN-TELEFONE          PIC X(15).
           05 ARQ-CAN-EMAIL             PIC X(40).
      *--- CURSO (CURSOS.dat) E CAMPUS PRETENDIDOS ---------------------
           05 ARQ-CAN-CURSO             PIC X(15).
           05 ARQ-CAN-CAMPUS            PIC X(15).
           05 ARQ-CAN-DATA-INSCRICAO    PIC X(08).
      *--- NOTAS DA PROVA (0 A 100). ARQ-CAN-PRESENTE: EM BRANCO = -----
      *--- NOTAS AINDA NAO LANCADAS; S = FEZ A PROVA; N = AUSENTE ------
           05 ARQ-CAN-PRESENTE          PIC X(01).
           05 ARQ-CAN-NOTA-OBJETIVA     PIC 9(03)V99.
           05 ARQ-CAN-NOTA-REDACAO      PIC 9(03)V99.
      *--- NOTA FINAL PONDERADA E POSICAO NO CURSO, GRAVADAS PELA ------
      *--- CLASSIFICACAO (PROGCLAS) ------------------------------------
           05 ARQ-CAN-NOTA-FINAL        PIC 9(03)V99.
           05 ARQ-CAN-CLASSIFICACAO     PIC 9(04).
      *--- ARQ-CAN-STATUS: INSCRITO / CLASSIFIC (AGUARDA CHAMADA) / ----
      *--- ELIMINADO / CONVOCADO / MATRICULAD / NAOCONFIRM (PRAZO ------
      *--- DA CHAMADA ESGOTADO; A VAGA PASSA PARA A CHAMADA SEGUINTE) --
           05 ARQ-CAN-STATUS            PIC X(10).
      *--- PREENCHIDOS NA CONVOCACAO (NUMERO DA CHAMADA, DATA E -------
      *--- PRAZO FINAL PARA CONFIRMAR A MATRICULA) ---------------------
           05 ARQ-CAN-CHAMADA           PIC 9(02).
           05 ARQ-CAN-DATA-CONVOCACAO   PIC X(08).
           05 ARQ-CAN-PRAZO             PIC X(08).
      *--- PREENCHIDOS NA CONFIRMACAO (PROGCAMT): RM GERADO E DATA -----
           05 ARQ-CAN-RM                PIC X(06).
           05 ARQ-CAN-DATA-MATRICULA    PIC X(08).
           05 ARQ-CAN-OPERADOR          PIC X(08).

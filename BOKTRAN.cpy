      *-----------------------------------------------------------------
      *---- BOOK       : BOKTRAN
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TRANCAM
      *----               (TRANCAMENTO DE MATRICULA: UM REGISTRO POR
      *----               RM COM O TRANCAMENTO ATUAL OU O ULTIMO. O
      *----               PROGTRCM TRANCA - ALUNO "TRANCADO", MATDISC
      *----               SUSPENSA E COBRANCA SO DA TAXA A PARTIR DA
      *----               COMPETENCIA SEGUINTE (PROGCOBR) - E O
      *----               PROGTRET DEVOLVE O ALUNO AO SEMESTRE
      *----               CORRETO DO CURRICULO. O PROGRTRC LISTA OS
      *----               QUE VENCEM NO SEMESTRE E OS EXCEDIDOS)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-TRANCAMENTO.
           05 ARQ-TRA-RM                PIC X(06).
      *--- SEMESTRE DO CURRICULO (ARQ-SEMESTRE) EM CURSO NO TRANCAMENTO
           05 ARQ-TRA-SEM-CURSO         PIC X(02).
      *--- SEMESTRES LETIVOS GUARDADOS COMO AAAAS (S = 1 OU 2): O -----
      *--- PRIMEIRO E O ULTIMO SEMESTRE COBERTOS PELO TRANCAMENTO ------
           05 ARQ-TRA-PERIODO-INICIO    PIC X(05).
           05 ARQ-TRA-QTD-SEMESTRES     PIC 9(02).
           05 ARQ-TRA-PERIODO-FIM       PIC X(05).
           05 ARQ-TRA-MOTIVO            PIC X(30).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
           05 ARQ-TRA-DATA-INICIO       PIC X(08).
      *--- PRIMEIRA COMPETENCIA (AAAAMM) SEM A MENSALIDADE -------------
           05 ARQ-TRA-COMP-INICIO       PIC X(06).
      *--- ARQ-TRA-STATUS: ATIVO / RETORNADO / DESISTENTE --------------
           05 ARQ-TRA-STATUS            PIC X(10).
           05 ARQ-TRA-OPERADOR          PIC X(08).
      *--- SEMESTRES CONSUMIDOS EM TRANCAMENTOS JA ENCERRADOS DO RM ----
      *--- (O TOTAL NAO PASSA DO LIMITE DO PARAMETRO TRANC-MAXSEM) -----
           05 ARQ-TRA-SEM-USADOS        PIC 9(02).
      *--- PREENCHIDOS NO RETORNO (PROGTRET) OU NA DESISTENCIA --------
           05 ARQ-TRA-DATA-RETORNO      PIC X(08).
           05 ARQ-TRA-SEM-RETORNO       PIC X(02).
           05 ARQ-TRA-OPER-RETORNO      PIC X(08).

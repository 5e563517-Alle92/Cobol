      *-----------------------------------------------------------------
      *---- BOOK       : BOKJUBI
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO JUBILAM
      *----               (NOTIFICACOES DE JUBILAMENTO: UMA POR RM E
      *----               DATA, GRAVADAS PELO PROGJUBI NO FIM DO
      *----               SEMESTRE PARA O ALUNO QUE NAO CONCLUI O
      *----               CURSO NO PRAZO MAXIMO OU PASSOU DO LIMITE DE
      *----               REPROVACOES NA MESMA DISCIPLINA, COM O PRAZO
      *----               LEGAL PARA A RESPOSTA DO ALUNO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-JUBILAMENTO.
           05 ARQ-JUB-CHAVE.
              10 ARQ-JUB-RM             PIC X(06).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
              10 ARQ-JUB-DATA           PIC X(08).
      *--- ARQ-JUB-LISTA: ADVERTENCIA / CANCELAMENTO -------------------
           05 ARQ-JUB-LISTA             PIC X(12).
      *--- ARQ-JUB-MOTIVO: PRAZO / REPROVACAO / AMBOS ------------------
           05 ARQ-JUB-MOTIVO            PIC X(10).
           05 ARQ-JUB-CURSO             PIC X(15).
      *--- SEMESTRES CURSADOS (SEM OS TRANCADOS), SEMESTRES DA MATRIZ -
      *--- AINDA COM PENDENCIA E PRAZO MAXIMO DO CURSO -----------------
           05 ARQ-JUB-SEM-DECORRIDOS    PIC 9(02).
           05 ARQ-JUB-SEM-RESTANTES     PIC 9(02).
           05 ARQ-JUB-SEM-MAXIMO        PIC 9(02).
      *--- DISCIPLINA NAO APROVADA COM MAIS REPROVACOES ----------------
           05 ARQ-JUB-DISCIPLINA        PIC X(15).
           05 ARQ-JUB-QTD-REPROV        PIC 9(02).
           05 ARQ-JUB-PRAZO-RESPOSTA    PIC X(08).
      *--- ARQ-JUB-STATUS: ABERTA / RESPONDIDA (PROGJRES) / VENCIDA ----
           05 ARQ-JUB-STATUS            PIC X(10).
           05 ARQ-JUB-OPERADOR          PIC X(08).
           05 ARQ-JUB-DATA-RESPOSTA     PIC X(08).
           05 ARQ-JUB-OPER-RESPOSTA     PIC X(08).

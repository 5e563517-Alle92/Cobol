      *---- BOOK       : BOKLOGA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO LOGACESSO
      *----               (UMA LINHA POR TENTATIVA DE LOGIN RECUSADA,
      *----               LOGIN ACEITO, BLOQUEIO DE OPERADOR OU TROCA
      *----               DE PIN, COM DATA-HORA E O OPERADOR TENTADO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-LOGACESSO.
           05 ARQ-LGA-DATAHORA          PIC X(14).
           05 ARQ-LGA-OPERADOR          PIC X(08).
      *--- ARQ-LGA-RESULTADO: FALHA / BLOQUEIO / TROCA PIN / SUCESSO /
      *--- INATIVO (BLOQUEIO NOTURNO POR FALTA DE USO, PROGDORM) -------
           05 ARQ-LGA-RESULTADO         PIC X(10).

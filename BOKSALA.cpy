      *-----------------------------------------------------------------
      *---- BOOK       : BOKSALA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO SALAS
      *----               (CADASTRO DE SALAS DE AULA POR CAMPUS, COM
      *----               CAPACIDADE E TIPO - A GRADE HORARIA DO
      *----               PROGHCAD SO ALOCA SALA CADASTRADA E COM
      *----               CAPACIDADE PARA AS VAGAS DA TURMA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-SALA.
      *--- MESMO CODIGO DIGITADO EM ARQ-TUR-SALA (TURMAS.dat) ----------
           05 ARQ-SAL-COD               PIC X(10).
           05 ARQ-SAL-CAMPUS            PIC X(15).
      *--- LUGARES DISPONIVEIS NA SALA ---------------------------------
           05 ARQ-SAL-CAPACIDADE        PIC 9(04).
      *--- ARQ-SAL-TIPO: SALA / LABORATORIO / AUDITORIO ... -----------
           05 ARQ-SAL-TIPO              PIC X(12).

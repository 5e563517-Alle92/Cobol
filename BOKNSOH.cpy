      *-----------------------------------------------------------------
      *---- BOOK       : BOKNSOH
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO NSOCHIST
      *----               (TRILHA PROPRIA DO NOME SOCIAL: UMA LINHA
      *----               POR INCLUSAO, ALTERACAO OU REVOGACAO, COM O
      *----               NOME ANTES E DEPOIS E O CONSENTIMENTO EM
      *----               VIGOR. FICA FORA DE AUDITORIA.dat PARA QUE
      *----               O NOME ANTERIOR NAO APARECA NAS CONSULTAS
      *----               DO BALCAO - PROG360 E PROGAUDI)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-NSOCHIST.
           05 ARQ-NSH-DATAHORA          PIC X(14).
           05 ARQ-NSH-RM                PIC X(06).
      *--- ARQ-NSH-OPERACAO: INCLUSAO / ALTERACAO / REVOGACAO / -------
      *--- UNIFICACAO (NOME LEVADO DO RM RETIRADO AO QUE PERMANECE) ----
           05 ARQ-NSH-OPERACAO          PIC X(10).
           05 ARQ-NSH-ANTES             PIC X(20).
           05 ARQ-NSH-DEPOIS            PIC X(20).
           05 ARQ-NSH-OFICIAL           PIC X(01).
           05 ARQ-NSH-DATA-TERMO        PIC X(08).
           05 ARQ-NSH-DECLARANTE        PIC X(01).
           05 ARQ-NSH-OPERADOR          PIC X(08).

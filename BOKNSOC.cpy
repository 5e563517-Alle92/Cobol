      *-----------------------------------------------------------------
      *---- BOOK       : BOKNSOC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO NOMESOC
      *----               (NOME SOCIAL DO ALUNO: UM REGISTRO POR RM,
      *----               SEPARADO DO CADASTRO - ARQ-NOMEALUNO EM
      *----               ALUNOS.dat CONTINUA SENDO O NOME CIVIL. O
      *----               REGISTRO GUARDA O CONSENTIMENTO QUE
      *----               AUTORIZOU O USO - DATA, DECLARANTE E
      *----               OPERADOR - E SE O NOME SOCIAL PODE SAIR
      *----               TAMBEM NOS DOCUMENTOS OFICIAIS, AO LADO DO
      *----               CIVIL. MANTIDO PELO PROGNSOC, COM CADA
      *----               MUDANCA EM NSOCHIST.dat; LIDO PELO PROGNOME)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-NOMESOC.
           05 ARQ-NSO-RM                PIC X(06).
      *--- MESMO TAMANHO DO NOME CIVIL: CABE EM TODA SAIDA QUE O TROCA -
           05 ARQ-NSO-NOME              PIC X(20).
      *--- ARQ-NSO-SITUACAO: A = EM USO / R = REVOGADO (NOME APAGADO) --
           05 ARQ-NSO-SITUACAO          PIC X(01).
      *--- "S" = O ALUNO PEDIU O NOME SOCIAL TAMBEM NOS DOCUMENTOS -----
      *--- OFICIAIS (DIPLOMA, HISTORICO, CONTRATO), AO LADO DO CIVIL ---
           05 ARQ-NSO-OFICIAL           PIC X(01).
      *--- CONSENTIMENTO: DATA DO TERMO ASSINADO E QUEM O ASSINOU ------
      *--- (A = O PROPRIO ALUNO / R = RESPONSAVEL LEGAL DO MENOR) ------
           05 ARQ-NSO-DATA-TERMO        PIC X(08).
           05 ARQ-NSO-DECLARANTE        PIC X(01).
      *--- ULTIMA MANUTENCAO (AAAAMMDDHHMMSS) E OPERADOR ---------------
           05 ARQ-NSO-DATAHORA          PIC X(14).
           05 ARQ-NSO-OPERADOR          PIC X(08).

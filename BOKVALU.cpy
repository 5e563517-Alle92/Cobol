      *-----------------------------------------------------------------
      *---- BOOK       : BOKVALU
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO VERSALU
      *----               (VINCULO EXPLICITO DO ALUNO A UMA VERSAO DA
      *----               MATRIZ, GRAVADO PELA MIGRACAO - PROGMIGR.
      *----               SEM REGISTRO AQUI, VALE A VERSAO VIGENTE NO
      *----               SEMESTRE DE INGRESSO - PROGVMAT)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-VERSALU.
           05 ARQ-VAL-RM                PIC X(06).
           05 ARQ-VAL-CURSO             PIC X(15).
           05 ARQ-VAL-VERSAO            PIC X(02).
      *--- VERSAO EM QUE O ALUNO ESTAVA ANTES DA MIGRACAO --------------
           05 ARQ-VAL-VERSAO-ANT        PIC X(02).
           05 ARQ-VAL-DATAHORA          PIC X(14).
           05 ARQ-VAL-OPERADOR          PIC X(08).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKMVER
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO MATVERS
      *----               (VERSOES DA MATRIZ CURRICULAR DE CADA CURSO,
      *----               MANTIDAS PELO PROGMVER. O ALUNO SEGUE A
      *----               VERSAO VIGENTE NO SEMESTRE EM QUE INGRESSOU,
      *----               SALVO MIGRACAO REGISTRADA EM VERSALU.dat.
      *----               CURSO SEM VERSAO CADASTRADA USA A "01")
      *-----------------------------------------------------------------
       01  ARQ-DADOS-MATVERS.
           05 ARQ-MVE-CHAVE.
              10 ARQ-MVE-CURSO          PIC X(15).
              10 ARQ-MVE-VERSAO         PIC X(02).
           05 ARQ-MVE-DESCRICAO         PIC X(30).
      *--- SEMESTRE CIVIL DE INGRESSO A PARTIR DO QUAL A VERSAO VALE ---
      *--- (AAAAS: S = 1 PARA JAN-JUN, 2 PARA JUL-DEZ) -----------------
           05 ARQ-MVE-INGRESSO          PIC X(05).
      *--- DATA GUARDADA COMO AAAAMMDD ---------------------------------
           05 ARQ-MVE-DATA-CADASTRO     PIC X(08).
           05 ARQ-MVE-OPERADOR          PIC X(08).

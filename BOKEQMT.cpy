      *-----------------------------------------------------------------
      *---- BOOK       : BOKEQMT
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO EQUIVMAT
      *----               (EQUIVALENCIA DE DISCIPLINAS ENTRE DUAS
      *----               VERSOES DA MATRIZ DE UM CURSO, MANTIDA PELO
      *----               PROGEQMT. NA MIGRACAO - PROGMIGR - A
      *----               APROVACAO NA DISCIPLINA DE ORIGEM VALE COMO
      *----               APROVACAO NA DISCIPLINA DE DESTINO. QUANDO
      *----               DUAS OU MAIS ORIGENS APONTAM PARA O MESMO
      *----               DESTINO, TODAS PRECISAM ESTAR APROVADAS E O
      *----               CREDITO LEVA A MEDIA DELAS)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-EQUIVMAT.
           05 ARQ-EQM-CHAVE.
              10 ARQ-EQM-CURSO          PIC X(15).
              10 ARQ-EQM-VERSAO-ORIG    PIC X(02).
              10 ARQ-EQM-VERSAO-DEST    PIC X(02).
              10 ARQ-EQM-DISC-ORIG      PIC X(15).
           05 ARQ-EQM-DISC-DEST         PIC X(15).
      *--- DATA GUARDADA COMO AAAAMMDD ---------------------------------
           05 ARQ-EQM-DATA-CADASTRO     PIC X(08).
           05 ARQ-EQM-OPERADOR          PIC X(08).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKRMBC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO RMBANCO
      *----               (DE-PARA DO RM PARA O CODIGO DE 4 POSICOES
      *----               DO CAMPO "RM" DOS LAYOUTS DE REMESSA E
      *----               RETORNO DO BANCO). SO OS RMS DE 5 OU 6
      *----               POSICOES TEM REGISTRO AQUI; O RM DE ATE 4
      *----               POSICOES VAI AO BANCO COMO ESTA. O CODIGO E
      *----               UMA LETRA E 3 DIGITOS (A000 A Z999), QUE NAO
      *----               SE CONFUNDE COM RM NUMERICO NEM COM "FAM."
      *-----------------------------------------------------------------
       01  ARQ-DADOS-RMBANCO.
           05 ARQ-RMB-RM                PIC X(06).
           05 ARQ-RMB-CODIGO            PIC X(04).
      *--- ARQ-RMB-DATA GUARDADO COMO AAAAMMDD (DATA DA ATRIBUICAO) ----
           05 ARQ-RMB-DATA              PIC X(08).

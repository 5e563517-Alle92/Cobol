      *-----------------------------------------------------------------
      *---- BOOK       : BOKTDOC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TIPODOC
      *----               (CATALOGO DOS DOCUMENTOS EXIGIDOS DO ALUNO:
      *----               RG, CERTIFICADO E HISTORICO DO ENSINO MEDIO,
      *----               COMPROVANTE DE ENDERECO...; O CHECKLIST POR
      *----               ALUNO FICA EM DOCALUNO.dat - BOKDALU)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-TIPODOC.
           05 ARQ-TDO-COD               PIC X(04).
           05 ARQ-TDO-DESC              PIC X(30).
      *--- EXIGIDO PARA (S/N): MATRICULA, EMISSAO DO DIPLOMA E ---------
      *--- TRANSFERENCIA DE CURSO ------------------------------------
           05 ARQ-TDO-EXIGE-MATRICULA   PIC X(01).
           05 ARQ-TDO-EXIGE-DIPLOMA     PIC X(01).
           05 ARQ-TDO-EXIGE-TRANSF      PIC X(01).
      *--- "S" = ENQUANTO FALTAR, BLOQUEIA DECLARACAO, HISTORICO, -----
      *--- DIPLOMA E TRANSFERENCIA (CONFORME O EXIGIDO PARA) ----------
           05 ARQ-TDO-BLOQUEIA          PIC X(01).
      *--- DIAS APOS A DATA DE MATRICULA PARA A ENTREGA (ZERO = -------
      *--- DEVIDO JA NA MATRICULA); VENCIDO ENTRA NO RELATORIO --------
           05 ARQ-TDO-PRAZO-DIAS        PIC 9(03).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKESTG
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ESTAGIOS
      *----               (UM REGISTRO POR ESTAGIO DO ALUNO - PROGESTG.
      *----               AS HORAS APROVADAS SAO SOMADAS PELA
      *----               APROVACAO DOS RELATORIOS DE HORAS - PROGEAPR -
      *----               E CONFERIDAS CONTRA ARQ-CURSO-HORAS-ESTAGIO
      *----               NA FORMATURA E NA INTEGRALIZACAO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-ESTAGIO.
           05 ARQ-EST-CHAVE.
              10 ARQ-EST-RM             PIC X(06).
              10 ARQ-EST-SEQ            PIC 9(02).
           05 ARQ-EST-EMPRESA           PIC X(06).
           05 ARQ-EST-SUPERVISOR        PIC X(30).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
           05 ARQ-EST-INICIO            PIC X(08).
           05 ARQ-EST-FIM               PIC X(08).
      *--- REFERENCIA DO TERMO DE COMPROMISSO ASSINADO -----------------
           05 ARQ-EST-TERMO             PIC X(15).
      *--- ARQ-EST-STATUS: ATIVO / CONCLUIDO / CANCELADO --------------
           05 ARQ-EST-STATUS            PIC X(10).
           05 ARQ-EST-HORAS-APROV       PIC 9(05).

      *-----------------------------------------------------------------
      *---- BOOK       : BOKTREQ
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TIPOREQ
      *----               (CATALOGO DOS TIPOS DE REQUERIMENTO DO ALUNO:
      *----               SEGUNDA VIA DE DOCUMENTO, REVISAO DE NOTA,
      *----               TRANCAMENTO, TRANSFERENCIA, DISPENSA...; OS
      *----               PROTOCOLOS FICAM EM REQUERIM.dat - BOKREQ)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-TIPOREQ.
           05 ARQ-TRQ-COD               PIC X(04).
           05 ARQ-TRQ-DESC              PIC X(30).
      *--- SETOR QUE ATENDE O TIPO (FILA DO PROGREQF) ------------------
           05 ARQ-TRQ-SETOR             PIC X(12).
      *--- PRAZO DE ATENDIMENTO EM DIAS UTEIS (FERIADOS.dat) ----------
           05 ARQ-TRQ-SLA-DIAS          PIC 9(03).
      *--- TAXA COBRADA NA ABERTURA (ZERO = SEM TAXA) -----------------
           05 ARQ-TRQ-TAXA              PIC 9(06)V99.

      *--- OBJETIVOS: CADASTRAR OS CURSOS DO CATALOGO (ARQUIVO CURSOS),
      *----    USADO PELO CADASTRO DE ALUNOS (PROGRV01) E PELO
      *----    RELATORIO POR DISCIPLINA (PROGREL1) PARA VALIDAR O
      *----    CODIGO DE CURSO INFORMADO. GUARDA TAMBEM AS HORAS DE
      *----    ESTAGIO OBRIGATORIO DO CURSO (PROGGRAD E PROGINTE)
      *----    E O PRAZO MAXIMO DE INTEGRALIZACAO (PROGJUBI);
      *----    CURSO JA CADASTRADO E REGRAVADO COM OS NOVOS DADOS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
           05 WRK-TEMP-CURSO-COD        PIC X(15).
           05 WRK-TEMP-CURSO-DESC       PIC X(30).
           05 WRK-TEMP-CURSO-VAGAS      PIC 9(04) VALUE ZEROS.
           05 WRK-TEMP-CURSO-ESTAGIO    PIC 9(04) VALUE ZEROS.
           05 WRK-TEMP-CURSO-MAXSEM     PIC 9(02) VALUE ZEROS.

      *------------- VARIAVEIS DE STATUS
       77  FS-CURSOS                    PIC 9(02).
           05 LINE  08 COLUMN 60 USING WRK-TEMP-CURSO-DESC.
           05 LINE  09 COLUMN 30 VALUE "VAGAS (0=SEM LIMITE)".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CURSO-VAGAS.
           05 LINE  10 COLUMN 30 VALUE "HORAS DE ESTAGIO.".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-CURSO-ESTAGIO.
           05 LINE  11 COLUMN 30 VALUE "PRAZO MAX. SEMEST".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-CURSO-MAXSEM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
                MOVE WRK-TEMP-CURSO-COD       TO ARQ-CURSO-COD
                MOVE WRK-TEMP-CURSO-DESC      TO ARQ-CURSO-DESC
                MOVE WRK-TEMP-CURSO-VAGAS     TO ARQ-CURSO-VAGAS
                MOVE WRK-TEMP-CURSO-ESTAGIO   TO ARQ-CURSO-HORAS-ESTAGIO
                MOVE WRK-TEMP-CURSO-MAXSEM    TO ARQ-CURSO-MAX-SEMESTRES

      *--------------- CURSO JA CADASTRADO E ATUALIZADO ----------------
                WRITE ARQ-DADOS-CURSO
                    INVALID KEY
                        REWRITE ARQ-DADOS-CURSO
                END-WRITE

                MOVE WRK-REGISTRO             TO WRK-MSG
           ELSE
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
           END-IF.

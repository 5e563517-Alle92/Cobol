      *----    CURSOS.dat E O SEMESTRE EM SEMESTRES.dat, COM OPCAO DE
      *----    SAIDA NA IMPRESSORA COMO NO PROGGERA E REGISTRO DA
      *----    EMISSAO EM OPLOG.dat (NUMERO RASTREAVEL). CHAMADA A
      *----    PARTIR DO FLUXO DE PESQUISA (PROGPESQ). ALUNO COM
      *----    DOCUMENTO OBRIGATORIO NAO ENTREGUE NAO RECEBE A
      *----    DECLARACAO (PROGDOCV).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
       77  WRK-ABRIU-CURSOS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-SEMESTRES          PIC X(01) VALUE "N".

      *--- CONFERENCIA DA DOCUMENTACAO ENTREGUE (PROGDOCV) -------------
       77  WRK-DOC-FINALIDADE           PIC X(01) VALUE "M".
       77  WRK-DOC-RESULTADO            PIC X(01) VALUE SPACES.

      *------------- RESPONSAVEL FINANCEIRO DO ALUNO (PROGRESP): -------
      *------------- QUANDO EXISTE, A DECLARACAO O IDENTIFICA ----------
       01  WRK-RESPONSAVEL.
      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-DECL-RM                        PIC X(06).
       01  LNK-OPERADOR                       PIC X(08).

      *-----------------------------------------------------------------
               GOBACK
           END-IF.

      *------------ DOCUMENTACAO PENDENTE BLOQUEIA A DECLARACAO --------
           CALL "PROGDOCV" USING ARQ-RM, WRK-DOC-FINALIDADE,
                WRK-DOC-RESULTADO.

           IF  WRK-DOC-RESULTADO NOT EQUAL "S"
               MOVE WRK-MSG-DOC-PENDENTE       TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------ RESOLVE AS DESCRICOES DO CURSO E DO SEMESTRE -------

           MOVE ARQ-CURSO                      TO WRK-CURSO-DESC
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGDECL"                     TO ARQ-LOG-PROGRAMA
           MOVE SPACES                         TO ARQ-LOG-RELATORIO
           STRING "DECLARACAO " WRK-NUMERO-X " RM " ARQ-RM
                  DELIMITED BY SIZE INTO ARQ-LOG-RELATORIO
           MOVE 1                              TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-DECLARACAO            TO ARQ-LOG-ARQUIVOGERADO

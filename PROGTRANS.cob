      *----    PELO RM, PARA OUTRO CURSO DO CATALOGO. O REGISTRO E
      *----    ALTERADO (REWRITE) NO PROPRIO RM, PRESERVANDO O
      *----    HISTORICO NA TRILHA DE AUDITORIA, EM VEZ DE EXCLUIR E
      *----    RECRIAR A MATRICULA COM OUTRO RM. SO TRANSFERE COM
      *----    CERTIDAO DE NADA CONSTA VALIDA (PROGNDCV) E COM A
      *----    DOCUMENTACAO OBRIGATORIA ENTREGUE (PROGDOCV).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.
           05 WRK-TEMP-CURSO            PIC X(15) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
      *------------- VARIAVEL DE APOIO
       77  WRK-FLAG-ENCONTRADO          PIC 9(01) VALUE ZEROS.
       77  WRK-CURSO-ORIGEM             PIC X(15) VALUE SPACES.
       77  WRK-NDC-RESULTADO            PIC X(01) VALUE SPACES.
      *--- CONFERENCIA DA DOCUMENTACAO ENTREGUE (PROGDOCV) -------------
       77  WRK-DOC-FINALIDADE           PIC X(01) VALUE "T".
       77  WRK-DOC-RESULTADO            PIC X(01) VALUE SPACES.

      *------------- VARIAVEIS DE CONTROLE DE VAGAS ---------------------
       77  WRK-TEMP-VAGAS               PIC 9(04) VALUE ZEROS.
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- SEM NADA CONSTA VALIDO NAO HA TRANSFERENCIA ---------
           CALL "PROGNDCV" USING ARQ-RM, WRK-NDC-RESULTADO.

           IF WRK-NDC-RESULTADO NOT EQUAL "S"
               UNLOCK ALUNOS
               MOVE WRK-MSG-NDC-INVALIDA      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- DOCUMENTACAO PENDENTE TAMBEM IMPEDE A TRANSFERENCIA -
           CALL "PROGDOCV" USING ARQ-RM, WRK-DOC-FINALIDADE,
                WRK-DOC-RESULTADO.

           IF WRK-DOC-RESULTADO NOT EQUAL "S"
               UNLOCK ALUNOS
               MOVE WRK-MSG-DOC-PENDENTE      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE ARQ-CURSO                      TO WRK-CURSO-ORIGEM
           MOVE SPACES                         TO WRK-MSG
           ACCEPT SCR-DADOS.

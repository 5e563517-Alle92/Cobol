      *----    LIVRO/PAGINA. A OPCAO S EMITE A SEGUNDA VIA, COM
      *----    REGISTRO PROPRIO AMARRADO AO ORIGINAL. A OPCAO V
      *----    VERIFICA UM NUMERO DE DIPLOMA PARA EMPREGADORES QUE
      *----    LIGAM CONFERINDO A AUTENTICIDADE. O DIPLOMA ORIGINAL
      *----    SO E EMITIDO COM CERTIDAO DE NADA CONSTA VALIDA
      *----    (PROGNDCV) E COM A DOCUMENTACAO OBRIGATORIA ENTREGUE
      *----    (PROGDOCV). CADA EMISSAO GERA O DOCUMENTO DO DIPLOMA
      *----    (DIPLOMA_<NUMERO>_<DATA>_<HORA>.dat) COM O NOME CIVIL;
      *----    O NOME SOCIAL SAI AO LADO SO QUANDO O ALUNO PEDIU O USO
      *----    EM DOCUMENTO OFICIAL (PROGNOME). O ORIGINAL EXIGE
      *----    TAMBEM A COLACAO DE GRAU REGISTRADA (PROGCOLV), CUJA
      *----    DATA E NUMERO DA ATA SAEM NO DOCUMENTO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- FORMADOS          I             BOKFORM
      *---- DIPLOMAS          E             BOKDIPL
      *---- DIPCTRL           E              ----
      *---- DIPLOMA           O              ----
      *---------------------------------------------------

      *-----------------------------------------------------------------
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DIPCTRL.

      *----------- DOCUMENTO DO DIPLOMA EMITIDO ------------------------
           SELECT DIPLOMA  ASSIGN TO WRK-PATH-DIPLOMA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DIPLOMA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------
       01  ARQ-DIPCTRL.
           05 ARQ-DIPCTRL-PROXNUM       PIC 9(08).

      *-------------------- LINHA DO DOCUMENTO DO DIPLOMA --------------
       FD  DIPLOMA.
       01  ARQ-DIPLOMA                  PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------
      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-DIP-RM           PIC X(06).
           05 WRK-TEMP-DIP-LIVRO        PIC X(04).
           05 WRK-TEMP-DIP-PAGINA       PIC 9(04) VALUE ZEROS.
           05 WRK-TEMP-DIP-ORIGINAL     PIC 9(08) VALUE ZEROS.
       77  FS-FORMADOS                  PIC 9(02).
       77  FS-DIPLOMAS                  PIC 9(02).
       77  FS-DIPCTRL                   PIC 9(02).
       77  FS-DIPLOMA                   PIC 9(02).

       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-ESCOLHA                  PIC 9(08) VALUE ZEROS.

      *------------- NOME DO DOCUMENTO DO DIPLOMA GERADO ---------------
       77  WRK-PATH-DIPLOMA             PIC X(80).
       77  WRK-NUMERO-X                 PIC 9(08) VALUE ZEROS.

      *--- "S" = O RM TEM CERTIDAO DE NADA CONSTA VALIDA (PROGNDCV) ----
       77  WRK-NDC-RESULTADO            PIC X(01) VALUE SPACES.

      *--- CONFERENCIA DA DOCUMENTACAO ENTREGUE (PROGDOCV) -------------
       77  WRK-DOC-FINALIDADE           PIC X(01) VALUE "D".
       77  WRK-DOC-RESULTADO            PIC X(01) VALUE SPACES.

      *------------- NOME CIVIL E, SE AUTORIZADO, O NOME SOCIAL --------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGDIPL".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- COLACAO DE GRAU REGISTRADA (PROGCOLV) -------------
       77  WRK-CLV-RESULTADO            PIC X(01) VALUE SPACES.
       77  WRK-CLV-DATA                 PIC X(08) VALUE SPACES.
       77  WRK-CLV-ATA                  PIC 9(08) VALUE ZEROS.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

                   GO TO 0210-EMITIR-DIPLOMA-99-FIM
           END-READ.

      *------------ SEM NADA CONSTA VALIDO O DIPLOMA NAO SAI -----------
           CALL "PROGNDCV" USING ARQ-FOR-RM, WRK-NDC-RESULTADO.

           IF  WRK-NDC-RESULTADO NOT EQUAL "S"
               MOVE WRK-MSG-NDC-INVALIDA       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-EMITIR-DIPLOMA-99-FIM
           END-IF.

      *------------ DOCUMENTACAO PENDENTE TAMBEM SEGURA O DIPLOMA ------
           CALL "PROGDOCV" USING ARQ-FOR-RM, WRK-DOC-FINALIDADE,
                WRK-DOC-RESULTADO.

           IF  WRK-DOC-RESULTADO NOT EQUAL "S"
               MOVE WRK-MSG-DOC-PENDENTE       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-EMITIR-DIPLOMA-99-FIM
           END-IF.

      *------------ SEM COLACAO DE GRAU REGISTRADA NAO HA DIPLOMA ------
           CALL "PROGCOLV" USING ARQ-FOR-RM, WRK-CLV-RESULTADO,
                WRK-CLV-DATA, WRK-CLV-ATA.

           IF  WRK-CLV-RESULTADO NOT EQUAL "S"
               MOVE WRK-MSG-COL-SEMREG         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-EMITIR-DIPLOMA-99-FIM
           END-IF.

           MOVE SPACES                         TO WRK-CONFIRMA
           ACCEPT SCR-CONFIRMA.

               NOT INVALID KEY
                   ADD 1                       TO WRK-PROX-NUMERO
                   PERFORM 0220-GRAVAR-DIPCTRL
                   PERFORM 0250-IMPRIMIR-DIPLOMA
                   MOVE WRK-REGISTRO           TO WRK-MSG
           END-WRITE.

               NOT INVALID KEY
                   ADD 1                       TO WRK-PROX-NUMERO
                   PERFORM 0220-GRAVAR-DIPCTRL
                   PERFORM 0250-IMPRIMIR-DIPLOMA
                   MOVE WRK-REGISTRO           TO WRK-MSG
           END-WRITE.

       0240-VERIFICAR-DIPLOMA-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-IMPRIMIR-DIPLOMA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- GERA O DOCUMENTO DO DIPLOMA RECEM-REGISTRADO --------

           MOVE ARQ-DIP-NUMERO                 TO WRK-NUMERO-X
           MOVE SPACES                         TO WRK-PATH-DIPLOMA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "DIPLOMA_"
                  WRK-NUMERO-X "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-DIPLOMA

           OPEN OUTPUT DIPLOMA.

           IF  FS-DIPLOMA NOT EQUAL ZEROS
               GO TO 0250-IMPRIMIR-DIPLOMA-99-FIM
           END-IF.

      *----------- NOME CIVIL SEMPRE; NOME SOCIAL SO SE AUTORIZADO -----
           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-DIP-RM,
                ARQ-DIP-NOME, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           MOVE SPACES                         TO ARQ-DIPLOMA
           IF  ARQ-DIP-TIPO EQUAL "ORIGINAL"
               STRING "DIPLOMA NR " WRK-NUMERO-X
                      DELIMITED BY SIZE INTO ARQ-DIPLOMA
           ELSE
               STRING "DIPLOMA NR " WRK-NUMERO-X
                      " - SEGUNDA VIA DO DIPLOMA NR " ARQ-DIP-NUMORIG
                      DELIMITED BY SIZE INTO ARQ-DIPLOMA
           END-IF
           WRITE ARQ-DIPLOMA.

           MOVE SPACES                         TO ARQ-DIPLOMA
           WRITE ARQ-DIPLOMA.

           MOVE SPACES                         TO ARQ-DIPLOMA
           STRING "CONFERIMOS A " FUNCTION TRIM(WRK-NOM-NOME)
                  " - RM " ARQ-DIP-RM
                  DELIMITED BY SIZE INTO ARQ-DIPLOMA
           WRITE ARQ-DIPLOMA.

           IF  WRK-NOM-SOCIAL NOT EQUAL SPACES
               MOVE SPACES                     TO ARQ-DIPLOMA
               STRING "NOME SOCIAL: "
                      FUNCTION TRIM(WRK-NOM-SOCIAL)
                      DELIMITED BY SIZE INTO ARQ-DIPLOMA
               WRITE ARQ-DIPLOMA
           END-IF.

           MOVE SPACES                         TO ARQ-DIPLOMA
           STRING "O TITULO DO CURSO " FUNCTION TRIM(ARQ-DIP-CURSO)
                  ", CONCLUIDO EM " ARQ-DIP-DATA-CONCLUSAO
                  DELIMITED BY SIZE INTO ARQ-DIPLOMA
           WRITE ARQ-DIPLOMA.

      *----------- DATA DA COLACAO DE GRAU E ATA QUE A REGISTROU -------
           CALL "PROGCOLV" USING ARQ-DIP-RM, WRK-CLV-RESULTADO,
                WRK-CLV-DATA, WRK-CLV-ATA.

           IF  WRK-CLV-RESULTADO EQUAL "S"
               MOVE SPACES                     TO ARQ-DIPLOMA
               STRING "COLACAO DE GRAU EM " WRK-CLV-DATA(7:2) "/"
                      WRK-CLV-DATA(5:2) "/" WRK-CLV-DATA(1:4)
                      " - ATA NR " WRK-CLV-ATA
                      DELIMITED BY SIZE INTO ARQ-DIPLOMA
               WRITE ARQ-DIPLOMA
           END-IF.

           MOVE SPACES                         TO ARQ-DIPLOMA
           WRITE ARQ-DIPLOMA.

           MOVE SPACES                         TO ARQ-DIPLOMA
           STRING "REGISTRADO NO LIVRO " ARQ-DIP-LIVRO
                  " PAGINA " ARQ-DIP-PAGINA
                  " EM " ARQ-DIP-DATA-EMISSAO
                  " POR " ARQ-DIP-OPERADOR
                  DELIMITED BY SIZE INTO ARQ-DIPLOMA
           WRITE ARQ-DIPLOMA.

           CLOSE DIPLOMA.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-DIPLOMA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

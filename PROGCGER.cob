      *----    CONTRATOS.dat COM DATA E OPERADOR PARA REIMPRESSAO
      *----    (PROGCREI). CHAMADO PELA MATRICULA (PROGRV01, TIPO
      *----    MATRICULA) E PELA RENEGOCIACAO (PROGRENE, TIPO
      *----    RENEGOC). O CONTRATANTE E IDENTIFICADO PELO NOME CIVIL;
      *----    O NOME SOCIAL SAI AO LADO SO QUANDO O ALUNO PEDIU O USO
      *----    EM DOCUMENTO OFICIAL (PROGNOME).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
       77  WRK-VALOR-ED                 PIC Z(05)9,99.
       77  WRK-TEM-DESCONTO             PIC X(01) VALUE SPACES.

      *------------- NOME CIVIL E, SE AUTORIZADO, O NOME SOCIAL --------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGCGER".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-CGER-RM                        PIC X(06).
       01  LNK-CGER-TIPO                      PIC X(10).
       01  LNK-CGER-OPERADOR                  PIC X(08).

                  DELIMITED BY SIZE INTO ARQ-CONTRATO
           WRITE ARQ-CONTRATO.

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           MOVE SPACES                         TO ARQ-CONTRATO
           STRING "CONTRATANTE: "
                  FUNCTION TRIM(WRK-NOM-NOME)
                  " - RM " ARQ-RM " - CPF " ARQ-CPF
                  DELIMITED BY SIZE INTO ARQ-CONTRATO
           WRITE ARQ-CONTRATO.

           IF  WRK-NOM-SOCIAL NOT EQUAL SPACES
               MOVE SPACES                     TO ARQ-CONTRATO
               STRING "NOME SOCIAL: "
                      FUNCTION TRIM(WRK-NOM-SOCIAL)
                      DELIMITED BY SIZE INTO ARQ-CONTRATO
               WRITE ARQ-CONTRATO
           END-IF.

           MOVE SPACES                         TO ARQ-CONTRATO
           STRING "CURSO " FUNCTION TRIM(ARQ-CURSO)
                  " - CAMPUS " FUNCTION TRIM(ARQ-CAMPUS)

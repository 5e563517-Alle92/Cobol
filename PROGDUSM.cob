       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDUSM.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: SOMAR DIAS UTEIS A UMA DATA: AVANCA UM DIA DE
      *----    CADA VEZ E ROLA PELO PROGDUTIL (SABADO, DOMINGO E
      *----    FERIADOS DE FERIADOS.dat NAO CONTAM). COM ZERO DIAS
      *----    DEVOLVE A PROPRIA DATA ROLADA PARA O DIA UTIL. USADO NO
      *----    PRAZO (SLA) DOS REQUERIMENTOS. CHAMADO POR PROGREQA E
      *----    PROGREQF.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT                                             DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       CONFIGURATION                                           SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-BRUTA               PIC X(08) VALUE SPACES.
       77  WRK-DATA-CORRENTE            PIC X(08) VALUE SPACES.
       77  WRK-QTD-DIAS                 PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-DUSM-DATA-IN                   PIC X(08).
       01  LNK-DUSM-DIAS                      PIC 9(03).
       01  LNK-DUSM-DATA-OUT                  PIC X(08).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-DUSM-DATA-IN, LNK-DUSM-DIAS, LNK-DUSM-DATA-OUT.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0200-PROCESSAR.
            GOBACK.

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE LNK-DUSM-DATA-IN               TO LNK-DUSM-DATA-OUT.

           IF  LNK-DUSM-DATA-IN EQUAL SPACES
           OR  LNK-DUSM-DATA-IN NOT NUMERIC
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- PONTO DE PARTIDA JA NUM DIA UTIL --------------------
           CALL "PROGDUTIL" USING LNK-DUSM-DATA-IN, WRK-DATA-CORRENTE.

           MOVE ZEROS                          TO WRK-QTD-DIAS.

           PERFORM UNTIL WRK-QTD-DIAS NOT LESS LNK-DUSM-DIAS

               COMPUTE WRK-DATA-INT =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WRK-DATA-CORRENTE))
               ADD 1                           TO WRK-DATA-INT
               COMPUTE WRK-DATA-NUM =
                       FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
               MOVE WRK-DATA-NUM               TO WRK-DATA-BRUTA
               CALL "PROGDUTIL" USING WRK-DATA-BRUTA,
                    WRK-DATA-CORRENTE
               ADD 1                           TO WRK-QTD-DIAS

           END-PERFORM.

           MOVE WRK-DATA-CORRENTE              TO LNK-DUSM-DATA-OUT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

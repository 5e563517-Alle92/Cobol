       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. MENUFI2.
      *-------------------------------------------------
      *---- SOBRE O PROGRAMA: MENU DAS ROTINAS FINANCEIRAS II
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: SEGUNDA TELA DAS ROTINAS FINANCEIRAS, CHAMADA
      *----    PELO MENU FINANCEIRO (OPCAO Z), JA QUE A TELA DO
      *----    MENUFIN NAO COMPORTA MAIS OPCOES.
      *----
      *---------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT                                             DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       CONFIGURATION                                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *-------------------- VARIAVEIS DE APOIO -------------------------

       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *--- RM EM BRANCO: O CONTATO DE COBRANCA PEDE O RM NA TELA -------
       77  WRK-RM-BRANCO                PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-OPERADOR                       PIC X(08).
       01  LNK-PERFIL                         PIC X(01).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 32 VALUE "ROTINAS FINANCEIRAS II"
                  BACKGROUND-COLOR 3.

       01  SCR-MENU.
           05 LINE  07 COLUMN 30 VALUE "1 - CONTATO DE COBRANCA".
           05 LINE  08 COLUMN 30 VALUE "2 - APURACAO DE PROMESSAS".
           05 LINE  09 COLUMN 30 VALUE "3 - FLUXO DE CAIXA PROJETADO".
           05 LINE  10 COLUMN 30 VALUE "4 - CONCILIACAO BANCARIA".
           05 LINE  11 COLUMN 30 VALUE "5 - DIFERENCAS BANCARIAS".
           05 LINE  12 COLUMN 30 VALUE "6 - CONVENIOS DE COBRANCA".
           05 LINE  13 COLUMN 30 VALUE "7 - BANCO DO PAGADOR".
           05 LINE  14 COLUMN 30 VALUE "8 - CUSTO POR BANCO".
           05 LINE  15 COLUMN 30 VALUE "A - ROLL-FORWARD RECEBIVEIS".
           05 LINE  16 COLUMN 30 VALUE "B - RECEITA DIFERIDA".
           05 LINE  17 COLUMN 30 VALUE "C - ORDEM DE PAGAMENTO".
           05 LINE  18 COLUMN 30 VALUE "D - LIBERAR ORDENS PAGTO".
           05 LINE  19 COLUMN 30 VALUE "E - ARQUIVO DE PAGAMENTOS".
           05 LINE  20 COLUMN 30 VALUE "F - RETORNO DE PAGAMENTOS".
           05 LINE  21 COLUMN 30 VALUE "G - FINANCIAMENTO ESTUDANTIL".
           05 LINE  22 COLUMN 30 VALUE "H - REPASSE DO GOVERNO".
           05 LINE  23 COLUMN 30 VALUE "I - LIBERAR FATURAMENTO".
           05 LINE  07 COLUMN 60 VALUE "J - RETORNO EXPORT. DELTA".
           05 LINE  08 COLUMN 60 VALUE "K - PENDENC. EXPORT. DELTA".
           05 LINE  09 COLUMN 60 VALUE "L - MONTAR RESUMO DO ALUNO".
           05 LINE  10 COLUMN 60 VALUE "M - CONFERIR RESUMO ALUNO".
           05 LINE  24 COLUMN 30 VALUE "9 - VOLTAR".
           05 LINE  27 COLUMN 29 VALUE "ENTRE COM A OPCAO : ".
           05 LINE  27 COLUMN 48 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  28 COLUMN 9  VALUE "<<< APERTE ENTER >>> "
                              BACKGROUND-COLOR 2.
           05 LINE  29 COLUMN 9  VALUE "STATUS : "
                              BACKGROUND-COLOR 4.
           05 LINE  29 COLUMN 18 FROM  WRK-MSG.
           05 LINE  29 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR, LNK-PERFIL.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0001-PRINCIPAL                                          SECTION.
      *-----------------------------------------------------------------

      *----------- A OPCAO DA CHAMADA ANTERIOR (9) NAO PODE SOBRAR -----
           MOVE SPACES                        TO WRK-OPCAO.

           PERFORM UNTIL WRK-OPCAO EQUAL 9
              DISPLAY SCR-TELA
              ACCEPT  SCR-MENU

              EVALUATE WRK-OPCAO

                WHEN 1
                    CALL "PROGCCOB" USING LNK-OPERADOR, WRK-RM-BRANCO
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 2
                    CALL "PROGPROM" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 3
                    CALL "PROGFLUX" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 4
                    CALL "PROGCBAN" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 5
                    CALL "PROGDBAN" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 6
                    IF  LNK-PERFIL EQUAL "A" OR LNK-PERFIL EQUAL "S"
                        CALL "PROGBCAD" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 7
                    CALL "PROGBESC" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 8
                    CALL "PROGCUSB" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "A"
                WHEN "a"
                    CALL "PROGROLL" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "B"
                WHEN "b"
                    CALL "PROGDIFR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "C"
                WHEN "c"
                    CALL "PROGOPAG" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "D"
                WHEN "d"
                    IF  LNK-PERFIL EQUAL "A" OR LNK-PERFIL EQUAL "S"
                        CALL "PROGOAPR" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "E"
                WHEN "e"
                    CALL "PROGOREM" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "F"
                WHEN "f"
                    CALL "PROGORET" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "G"
                WHEN "g"
                    IF  LNK-PERFIL EQUAL "A" OR LNK-PERFIL EQUAL "S"
                        CALL "PROGFINC" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "H"
                WHEN "h"
                    CALL "PROGREPS" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "I"
                WHEN "i"
                    IF  LNK-PERFIL EQUAL "A" OR LNK-PERFIL EQUAL "S"
                        CALL "PROGLFAT" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "J"
                WHEN "j"
                    CALL "PROGEXPR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "K"
                WHEN "k"
                    CALL "PROGEXPP" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "L"
                WHEN "l"
                    IF  LNK-PERFIL EQUAL "A" OR LNK-PERFIL EQUAL "S"
                        CALL "PROGRSGE" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "M"
                WHEN "m"
                    CALL "PROGRSCF" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 9
                    CONTINUE

                WHEN OTHER
                    MOVE WRK-MSG-OPCAO-ERRO   TO WRK-MSG
                    PERFORM 0900-MOSTRA
                    MOVE SPACES TO WRK-OPCAO

              END-EVALUATE

           END-PERFORM.

           GOBACK.

      *-----------------------------------------------------------------
       0001-PRINCIPAL-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0900-MOSTRA                                             SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-RODAPE.

      *-----------------------------------------------------------------
       0900-MOSTRA-99-FIM                                      SECTION.
      *-----------------------------------------------------------------

       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. MENUAD2.
      *-------------------------------------------------
      *---- SOBRE O PROGRAMA: MENU DAS ROTINAS ADMINISTRATIVAS II
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: SEGUNDA TELA DAS ROTINAS ADMINISTRATIVAS,
      *----    CHAMADA PELO MENU ADMINISTRATIVO (OPCAO 0), JA QUE A
      *----    TELA DO MENUADM NAO COMPORTA MAIS OPCOES.
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

      *--- RM EM BRANCO: O CONSENTIMENTO PEDE O TITULAR NA TELA --------
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
           05 LINE  01 COLUMN 32 VALUE "ROTINAS ADMINISTRATIVAS II"
                  BACKGROUND-COLOR 3.

       01  SCR-MENU.
           05 LINE  07 COLUMN 30 VALUE "1 - CONSENTIMENTO DE CONTATO".
           05 LINE  08 COLUMN 30 VALUE "2 - SUPRESSOES DE CONTATO".
           05 LINE  09 COLUMN 30 VALUE "3 - CAIXA DE APROVACOES".
           05 LINE  10 COLUMN 30 VALUE "4 - MONITOR DE APROVACOES".
           05 LINE  11 COLUMN 30 VALUE "5 - GERAR RECERTIFICACAO".
           05 LINE  12 COLUMN 30 VALUE "6 - REVISAR RECERTIFICACAO".
           05 LINE  13 COLUMN 30 VALUE "7 - APLICAR RECERTIFICACAO".
           05 LINE  14 COLUMN 30 VALUE "8 - CONTAS DORMENTES".
           05 LINE  15 COLUMN 30 VALUE "A - CONVERSAO DO RM".
           05 LINE  16 COLUMN 30 VALUE "B - NOME SOCIAL DO ALUNO".
           05 LINE  17 COLUMN 30 VALUE "C - CALENDARIO DE COLACAO".
           05 LINE  18 COLUMN 30 VALUE "D - DESIGNAR FORMADOS COLACAO".
           05 LINE  19 COLUMN 30 VALUE "E - LISTAS DA COLACAO".
           05 LINE  20 COLUMN 30 VALUE "F - PRESENCA E ATA COLACAO".
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
                    CALL "PROGCSNT" USING LNK-OPERADOR, WRK-RM-BRANCO
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 2
                    CALL "PROGSUPR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 3
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR --------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGCXAP" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 4
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR --------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGMAPR" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 5
      *----------- RECERTIFICACAO: SOMENTE ADMINISTRADOR ---------------
                    IF  LNK-PERFIL EQUAL "A"
                        CALL "PROGRCGE" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 6
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR --------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGRCRV" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 7
      *----------- APLICACAO DA RECERTIFICACAO: SOMENTE ADMINISTRADOR --
                    IF  LNK-PERFIL EQUAL "A"
                        CALL "PROGRCAP" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 8
      *----------- CONTAS DORMENTES: SOMENTE ADMINISTRADOR -------------
                    IF  LNK-PERFIL EQUAL "A"
                        CALL "PROGDORM" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "A"
                WHEN "a"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR --------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGCVRM" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "B"
                WHEN "b"
                    CALL "PROGNSOC" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "C"
                WHEN "c"
                    CALL "PROGCOLA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "D"
                WHEN "d"
                    CALL "PROGCOLD" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "E"
                WHEN "e"
                    CALL "PROGCOLL" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "F"
                WHEN "f"
                    CALL "PROGCOLP" USING LNK-OPERADOR
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

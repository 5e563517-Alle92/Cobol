       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. MENUAC2.
      *-------------------------------------------------
      *---- SOBRE O PROGRAMA: MENU DAS ROTINAS ACADEMICAS II
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: SEGUNDA TELA DAS ROTINAS ACADEMICAS, CHAMADA
      *----    PELO MENU ACADEMICO (OPCAO 0), JA QUE A TELA DO
      *----    MENUACAD NAO COMPORTA MAIS OPCOES.
      *----    O BANCO DE QUESTOES E A JANELA DA AVALIACAO
      *----    INSTITUCIONAL SAO MANTIDOS SO PELA COORDENACAO
      *----    (PERFIL A OU S), ASSIM COMO AS EMPRESAS
      *----    CONVENIADAS, A APROVACAO DAS HORAS DE ESTAGIO E O
      *----    LANCAMENTO DA NOTA DA BANCA DO TCC, O JUBILAMENTO E A
      *----    MIGRACAO DE ALUNOS ENTRE VERSOES DA MATRIZ.
      *----    A CLASSIFICACAO E AS CHAMADAS DO PROCESSO SELETIVO
      *----    TAMBEM FICAM RESTRITAS A COORDENACAO.
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
           05 LINE  01 COLUMN 32 VALUE "ROTINAS ACADEMICAS II"
                  BACKGROUND-COLOR 3.

       01  SCR-MENU.
           05 LINE  07 COLUMN 30 VALUE "1 - AUSENCIAS DE PROFESSORES".
           05 LINE  08 COLUMN 30 VALUE "2 - RELATORIO DE AUSENCIAS".
           05 LINE  09 COLUMN 30 VALUE "3 - QUESTOES DA AVALIACAO".
           05 LINE  10 COLUMN 30 VALUE "4 - JANELA DA AVALIACAO".
           05 LINE  11 COLUMN 30 VALUE "5 - RELATORIO DA AVALIACAO".
           05 LINE  12 COLUMN 30 VALUE "6 - EMPRESAS CONVENIADAS".
           05 LINE  13 COLUMN 30 VALUE "7 - CADASTRO DE ESTAGIOS".
           05 LINE  14 COLUMN 30 VALUE "8 - HORAS DE ESTAGIO".
           05 LINE  15 COLUMN 30 VALUE "A - APROVAR HORAS DE ESTAGIO".
           05 LINE  16 COLUMN 30 VALUE "B - ESTAGIOS A VENCER".
           05 LINE  17 COLUMN 30 VALUE "C - TCC - TEMA E ORIENTADOR".
           05 LINE  18 COLUMN 30 VALUE "D - TCC - DEPOSITO E DEFESA".
           05 LINE  19 COLUMN 30 VALUE "E - TCC - NOTA DA BANCA".
           05 LINE  20 COLUMN 30 VALUE "F - RELATORIO DE TCC".
           05 LINE  21 COLUMN 30 VALUE "9 - VOLTAR".
           05 LINE  07 COLUMN 60 VALUE "G - NADA CONSTA".
           05 LINE  08 COLUMN 60 VALUE "H - TRANCAMENTO".
           05 LINE  09 COLUMN 60 VALUE "I - RETORNO TRANCAM.".
           05 LINE  10 COLUMN 60 VALUE "J - REL. TRANCAMENTOS".
           05 LINE  11 COLUMN 60 VALUE "K - JUBILAMENTO".
           05 LINE  12 COLUMN 60 VALUE "L - RESPOSTA JUBILAM.".
           05 LINE  13 COLUMN 60 VALUE "M - PLANEJ. DE TURMAS".
           05 LINE  14 COLUMN 60 VALUE "N - ESTATIST. DE NOTAS".
           05 LINE  15 COLUMN 60 VALUE "O - COORTES/EVASAO".
           05 LINE  16 COLUMN 60 VALUE "P - VERSOES DA MATRIZ".
           05 LINE  17 COLUMN 60 VALUE "Q - EQUIVAL. MATRIZES".
           05 LINE  18 COLUMN 60 VALUE "R - MIGRACAO DE MATRIZ".
           05 LINE  19 COLUMN 60 VALUE "S - IMPORTA CATRACAS".
           05 LINE  20 COLUMN 60 VALUE "T - CONFIRMA CATRACAS".
           05 LINE  21 COLUMN 60 VALUE "U - CARTOES DE ACESSO".
           05 LINE  22 COLUMN 60 VALUE "V - CANDIDATOS SELETIVO".
           05 LINE  23 COLUMN 60 VALUE "W - CLASSIF./CHAMADAS".
           05 LINE  24 COLUMN 60 VALUE "X - CONFIRMA MATRICULA".
           05 LINE  25 COLUMN 60 VALUE "Y - TAXA DE CONVERSAO".
           05 LINE  26 COLUMN 60 VALUE "Z - DOCUMENTOS DO ALUNO".
           05 LINE  22 COLUMN 30 VALUE "0 - DOCUMENTOS PENDENTES".
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
                    CALL "PROGAUSE" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 2
                    CALL "PROGRAUS" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 3
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGQAVA"
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 4
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGJAVA"
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 5
                    CALL "PROGRAVA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 6
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGECON"
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 7
                    CALL "PROGESTG"
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 8
                    CALL "PROGEHOR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "A"
                WHEN "a"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGEAPR" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "B"
                WHEN "b"
                    CALL "PROGESTV" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "C"
                WHEN "c"
                    CALL "PROGTEMA"
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "D"
                WHEN "d"
                    CALL "PROGBANC"
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "E"
                WHEN "e"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGNTCC" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "F"
                WHEN "f"
                    CALL "PROGRTCC" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "G"
                WHEN "g"
                    CALL "PROGNADA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "H"
                WHEN "h"
                    CALL "PROGTRCM" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "I"
                WHEN "i"
                    CALL "PROGTRET" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "J"
                WHEN "j"
                    CALL "PROGRTRC" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "K"
                WHEN "k"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGJUBI" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "L"
                WHEN "l"
                    CALL "PROGJRES" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "M"
                WHEN "m"
                    CALL "PROGPTUR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "N"
                WHEN "n"
                    CALL "PROGESTN" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "O"
                WHEN "o"
                    CALL "PROGCOHR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "P"
                WHEN "p"
                    CALL "PROGMVER" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Q"
                WHEN "q"
                    CALL "PROGEQMT" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "R"
                WHEN "r"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGMIGR" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "S"
                WHEN "s"
                    CALL "PROGCATR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "T"
                WHEN "t"
                    CALL "PROGCATC" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "U"
                WHEN "u"
                    CALL "PROGCRTA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "V"
                WHEN "v"
                    CALL "PROGCAND" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "W"
                WHEN "w"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGCLAS" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "X"
                WHEN "x"
                    CALL "PROGCAMT" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Y"
                WHEN "y"
                    CALL "PROGTXCV" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Z"
                WHEN "z"
                    CALL "PROGDOCA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "0"
                    CALL "PROGRDOC" USING LNK-OPERADOR
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

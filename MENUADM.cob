      *--- OBJETIVOS: AGRUPAR AS ROTINAS ADMINISTRATIVAS E DE APOIO
      *----    EM UM SUBMENU PROPRIO, CHAMADO PELO MENU PRINCIPAL
      *----    (OPCAO N), JA QUE A TELA DO MENU PRINCIPAL NAO COMPORTA
      *----    MAIS OPCOES. O CATALOGO DE TIPOS DE DOCUMENTO E
      *----    MANTIDO SO POR SUPERVISOR OU ADMINISTRADOR, ASSIM
      *----    COMO O CATALOGO DE TIPOS DE REQUERIMENTO E A
      *----    UNIFICACAO DE RMS DUPLICADOS, O RELATORIO DO TITULAR
      *----    DE DADOS E A ANONIMIZACAO ANUAL (LGPD). AS ROTINAS
      *----    QUE NAO CABEM MAIS NA TELA FICAM NO MENUAD2 (OPCAO 0).
      *----
      *---------------------------------------------------

           05 LINE  15 COLUMN 60 VALUE "N - EXTRACAO DO CENSO".
           05 LINE  16 COLUMN 60 VALUE "O - FECHAMENTO KPI".
           05 LINE  17 COLUMN 60 VALUE "P - TENDENCIA KPI".
           05 LINE  18 COLUMN 60 VALUE "Q - TAXA HORA-AULA".
           05 LINE  19 COLUMN 60 VALUE "R - TIPOS DE DOCUMENTO".
           05 LINE  20 COLUMN 60 VALUE "S - ABERTURA REQUERIM.".
           05 LINE  21 COLUMN 60 VALUE "T - FILA REQUERIMENTOS".
           05 LINE  22 COLUMN 60 VALUE "U - REQUERIM. ATRASADOS".
           05 LINE  23 COLUMN 60 VALUE "V - TIPOS REQUERIMENTO".
           05 LINE  24 COLUMN 60 VALUE "W - PESSOAS DUPLICADAS".
           05 LINE  25 COLUMN 60 VALUE "X - UNIFICACAO DE RM".
           05 LINE  26 COLUMN 60 VALUE "Y - TITULAR DE DADOS".
           05 LINE  21 COLUMN 30 VALUE "Z - ANONIMIZACAO LGPD".
           05 LINE  20 COLUMN 30 VALUE "9 - VOLTAR".
           05 LINE  22 COLUMN 30 VALUE "0 - ROTINAS ADMINISTR. II".
           05 LINE  27 COLUMN 29 VALUE "ENTRE COM A OPCAO : ".
           05 LINE  27 COLUMN 48 USING WRK-OPCAO.

                    CALL "PROGKPIT" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Q"
                WHEN "q"
                    CALL "PROGTXHR"
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "R"
                WHEN "r"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGTDOC" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "S"
                WHEN "s"
                    CALL "PROGREQA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "T"
                WHEN "t"
                    CALL "PROGREQF" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "U"
                WHEN "u"
                    CALL "PROGREQS" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "V"
                WHEN "v"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGTREQ" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "W"
                WHEN "w"
                    CALL "PROGDUPL" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "X"
                WHEN "x"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGUNIF" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Y"
                WHEN "y"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGLGPD" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Z"
                WHEN "z"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGANON" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "0"
                    CALL "MENUAD2" USING LNK-OPERADOR, LNK-PERFIL
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 9
                    CONTINUE


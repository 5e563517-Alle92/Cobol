           05 LINE  21 COLUMN 60 VALUE "Q - CALENDARIO PROVAS".
           05 LINE  22 COLUMN 60 VALUE "R - IMPRESSAO PROVAS".
           05 LINE  23 COLUMN 60 VALUE "S - INTEGRALIZACAO".
           05 LINE  24 COLUMN 60 VALUE "0 - ROTINAS ACADEMICAS II".
           05 LINE  17 COLUMN 30 VALUE "9 - VOLTAR".
           05 LINE  18 COLUMN 30 VALUE "T - 2A VIA DECL. QUITACAO".
           05 LINE  19 COLUMN 30 VALUE "U - CADASTRO DE SALAS".
           05 LINE  20 COLUMN 30 VALUE "V - GRADE HORARIA".
           05 LINE  21 COLUMN 30 VALUE "W - IMPRESSAO DA GRADE".
           05 LINE  22 COLUMN 30 VALUE "X - GERAR AULAS PREVISTAS".
           05 LINE  23 COLUMN 30 VALUE "Y - HORAS-AULA DOCENTES".
           05 LINE  24 COLUMN 30 VALUE "Z - LIBERAR FOLHA DOCENTE".
           05 LINE  27 COLUMN 29 VALUE "ENTRE COM A OPCAO : ".
           05 LINE  27 COLUMN 48 USING WRK-OPCAO.

                    CALL "PROGINTE" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "T"
                WHEN "t"
                    CALL "PROGQREI"
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "U"
                WHEN "u"
                    CALL "PROGSALA"
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "V"
                WHEN "v"
                    CALL "PROGHCAD"
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "W"
                WHEN "w"
                    CALL "PROGHIMP" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "X"
                WHEN "x"
                    CALL "PROGHGER" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Y"
                WHEN "y"
                    CALL "PROGHDOC" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Z"
                WHEN "z"
      *----------- OPCAO RESTRITA A SUPERVISOR OU ADMINISTRADOR ---------
                    IF  LNK-PERFIL EQUAL "A" OR
                        LNK-PERFIL EQUAL "S"
                        CALL "PROGLHDO" USING LNK-OPERADOR
                    ELSE
                        MOVE WRK-MSG-SEM-PERMISSAO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                    END-IF
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "0"
                    CALL "MENUAC2" USING LNK-OPERADOR, LNK-PERFIL
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 9
                    CONTINUE


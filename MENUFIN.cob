           05 LINE  21 COLUMN 60 VALUE "T - APURACAO DE BOLSAS".
           05 LINE  22 COLUMN 60 VALUE "U - LIBERACAO DE BOLSAS".
           05 LINE  20 COLUMN 30 VALUE "9 - VOLTAR".
           05 LINE  21 COLUMN 30 VALUE "V - NFS-E LOTE DE RPS".
           05 LINE  22 COLUMN 30 VALUE "W - NFS-E RETORNO".
           05 LINE  23 COLUMN 60 VALUE "X - DECL. QUITACAO ANUAL".
           05 LINE  23 COLUMN 30 VALUE "Y - NEGATIVACAO SERASA/SPC".
           05 LINE  24 COLUMN 30 VALUE "Z - ROTINAS FINANCEIRAS II".
           05 LINE  27 COLUMN 29 VALUE "ENTRE COM A OPCAO : ".
           05 LINE  27 COLUMN 48 USING WRK-OPCAO.

                    CALL "PROGBLSA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "V"
                WHEN "v"
                    CALL "PROGNFSE" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "W"
                WHEN "w"
                    CALL "PROGNFSR" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "X"
                WHEN "x"
                    CALL "PROGQUIT" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Y"
                WHEN "y"
                    CALL "PROGNEGA" USING LNK-OPERADOR
                    MOVE SPACES               TO WRK-OPCAO

                WHEN "Z"
                WHEN "z"
                    CALL "MENUFI2" USING LNK-OPERADOR, LNK-PERFIL
                    MOVE SPACES               TO WRK-OPCAO

                WHEN 9
                    CONTINUE


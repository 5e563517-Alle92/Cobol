           05 WRK-OPER-ID-DIGITADO             PIC X(08) VALUE SPACES.
           05 WRK-PIN-DIGITADO                 PIC X(04) VALUE SPACES.
           05 WRK-OPERADOR-LOGADO              PIC X(08) VALUE SPACES.
      *--- PERFIL DO OPERADOR LOGADO (A/S/O/P), LIDO NO LOGIN ----------
           05 WRK-PERFIL-LOGADO                PIC X(01) VALUE "O".
           05 WRK-ACESSO-OK                    PIC X(01) VALUE "N".
           05 WRK-TENTATIVAS                   PIC 9(03) VALUE ZEROS.
      *----------- O PIN SEMEADO DEVE SER TROCADO NO PRIMEIRO LOGIN ----
               MOVE "S"                      TO ARQ-OPER-TROCAR
               MOVE SPACES                   TO ARQ-OPER-CAMPUS
               MOVE SPACES                   TO ARQ-OPER-PROFESSOR
               WRITE ARQ-DADOS-OPERADOR
               CLOSE       OPERADORES
               OPEN I-O   OPERADORES
      *----------- QUEDA (JORNAL DE INTENCAO) ANTES DO MENU ABRIR ------
           CALL "PROGRCUP" USING WRK-OPERADOR-LOGADO.

      *----------- PERFIL PROFESSOR: SO ENXERGA O PORTAL DO PROFESSOR --
      *----------- (AS PROPRIAS TURMAS), NUNCA O MENU DA SECRETARIA ----
           IF  WRK-PERFIL-LOGADO EQUAL "P"
               CALL "MENUDOC" USING WRK-OPERADOR-LOGADO
               PERFORM 0095-ENCERRAR-SESSAO
               STOP RUN
           END-IF.

           PERFORM UNTIL WRK-OPCAO EQUAL 6
              DISPLAY SCR-TELA
              ACCEPT  SCR-MENU

           MOVE WRK-DATA-HORA(1:14)            TO WRK-ULT-ATIVIDADE.

      *----------- LOGIN ACEITO: BASE DA RECERTIFICACAO E DO BLOQUEIO -
      *----------- POR FALTA DE USO (PROGRCGE E PROGDORM) -------------
           MOVE "SUCESSO"                      TO ARQ-LGA-RESULTADO
           PERFORM 0088-REGISTRAR-SESSAO.

      *-----------------------------------------------------------------
       0085-ABRIR-SESSAO-99-FIM                                SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       0088-REGISTRAR-SESSAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA O EVENTO DE SESSAO (SUCESSO, DUPLICADA, ------
      *----------- EXPIRADA, TIMEOUT) EM LOGACESSO.dat. O RESULTADO ---
      *----------- JA VEM PREENCHIDO PELO CHAMADOR ---------------------

           OPEN EXTEND LOGACESSO.


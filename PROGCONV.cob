      *----      - OPERADORES.dat: DO DESENHO ANTIGO DE 42 BYTES PARA
      *----        O BOKOPER ATUAL (PERFIL E CICLO DE VIDA DO PIN), E
      *----        DO DESENHO DE 54 BYTES (JA COM PERFIL E PIN) PARA
      *----        O ATUAL (CAMPUS E CONTADOR DE FALHAS LARGO), E
      *----        DO DESENHO DE 71 BYTES (JA COM CAMPUS) PARA O
      *----        ATUAL (PROFESSOR VINCULADO);
      *----      - MENSALID.dat: DO DESENHO ANTIGO DE 60 BYTES PARA O
      *----        BOKMENS ATUAL (ANOTACAO DE CALCULO, VENCIMENTO E
      *----        SITUACAO JUNTO AO BANCO), E DO DESENHO DE 118
      *----        BYTES (JA COM A SITUACAO JUNTO AO BANCO) PARA O
      *----        ATUAL (CONVENIO DE COBRANCA);
      *----      - MATRIZ.dat: DO DESENHO ANTIGO DE 32 BYTES PARA O
      *----        BOKMATR ATUAL (VERSAO DA MATRIZ NA CHAVE - AS
      *----        LINHAS EXISTENTES VIRAM A VERSAO "01");
      *----      - FAMCOB.dat (68 BYTES) E INSTRBAN.dat (61 BYTES)
      *----        PARA O BOKFCOB E O BOKINST ATUAIS (CONVENIO DE
      *----        COBRANCA EM BRANCO = AINDA NAO ROTEADO);
      *----      - CREDITO.dat (40 BYTES) E REEMBOLSO.dat (34 BYTES)
      *----        PARA O BOKCRED E O BOKREMB ATUAIS (SEM ORDEM DE
      *----        PAGAMENTO; REEMBOLSO AINDA A PAGAR);
      *----      - CURSOS.dat (49 BYTES) PARA O BOKCURS ATUAL (SEM
      *----        ESTAGIO OBRIGATORIO E COM O PRAZO PADRAO DE
      *----        JUBILAMENTO - PARAMETRO JUBI-MAXSEM).
      *----    CADA ARQUIVO E RELIDO PELO DESENHO ANTIGO, REGRAVADO
      *----    CAMPO A CAMPO EM UM ARQUIVO NOVO COM OS CAMPOS NOVOS
      *----    INICIALIZADOS, E SO SUBSTITUI O ORIGINAL COM AS
      *----    ARQUIVO QUE NAO ESTA NO DESENHO ESPERADO DO PASSO
      *----    (STATUS 39) TAMBEM: CADA PASSO SO CONVERTE A SUA ERA,
      *----    O QUE DEIXA A CONVERSAO REEXECUTAVEL. QUALQUER OUTRO
      *----    ERRO DE ABERTURA, OU QUANTIDADES QUE NAO BATEM, E
      *----    APONTADO NA TELA E DEIXA A RODADA PENDENTE.
      *----    O BOOK ATUAL JA TRAZ O RM DE 6 POSICOES: O ARQUIVO COM
      *----    RM REGRAVADO AQUI (RM ANTIGO ALINHADO A ESQUERDA, COMO
      *----    NO PROGCVRM) FICA ANOTADO EM CVRMCTL.dat, E A RODADA
      *----    SEM PENDENCIA GRAVA LA A LINHA "PROGCONV", SEM A QUAL O
      *----    PROGCVRM NAO RODA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ALUNOVO           O             BOKALU
      *---- OPERANT           I              --- (DESENHO ANTIGO)
      *---- OPERAN2           I              --- (DESENHO DE 54)
      *---- OPERAN3           I              --- (DESENHO DE 71)
      *---- OPERNOVO          O             BOKOPER
      *---- MENSANT           I              --- (DESENHO ANTIGO)
      *---- MENSNOVO          O             BOKMENS
      *---- MENSAN2           I              --- (DESENHO DE 118)
      *---- MATANT            I              --- (DESENHO ANTIGO)
      *---- MATRNOVO          O             BOKMATR
      *---- FCOANT            I              --- (DESENHO ANTIGO)
      *---- FCONOVO           O             BOKFCOB
      *---- INSANT            I              --- (DESENHO ANTIGO)
      *---- INSNOVO           O             BOKINST
      *---- CREANT            I              --- (DESENHO ANTIGO)
      *---- CRENOVO           O             BOKCRED
      *---- REEANT            I              --- (DESENHO ANTIGO)
      *---- REENOVO           O             BOKREMB
      *---- CURANT            I              --- (DESENHO ANTIGO)
      *---- CURNOVO           O             BOKCURS
      *---- CVRMCTL           E             BOKCVRM
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------

                  RECORD KEY IS ARQ-OPB-ID
                  FILE STATUS IS FS-OPERAN2.

      *----------- ARQUIVO DE OPERADORES NO DESENHO DE 71 BYTES --------
      *----------- (JA COM CAMPUS, AINDA SEM PROFESSOR) ----------------
           SELECT OPERAN3  ASSIGN TO WRK-PATH-OPERADORES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-OPC-ID
                  FILE STATUS IS FS-OPERAN3.

      *----------- ARQUIVO DE OPERADORES NOVO (PERFIL E PIN) -----------
           SELECT OPERNOVO  ASSIGN TO WRK-PATH-OPERNOVO
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSNOVO.

      *----------- ARQUIVO DE COBRANCAS NO DESENHO DE 118 BYTES --------
      *----------- (JA COM A SITUACAO NO BANCO, AINDA SEM CONVENIO) ----
           SELECT MENSAN2  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-MEB-NUMERO
                  FILE STATUS IS FS-MENSAN2.

      *----------- MATRIZ CURRICULAR NO DESENHO ANTIGO (SEM VERSAO) ----
           SELECT MATANT  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-MTA-CHAVE
                  FILE STATUS IS FS-MATANT.

      *----------- MATRIZ CURRICULAR NOVA (COM VERSAO) -----------------
           SELECT MATRNOVO  ASSIGN TO WRK-PATH-MATRNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRNOVO.

      *----------- COBRANCA POR FAMILIA NO DESENHO ANTIGO (SEM ---------
      *----------- CONVENIO) E NOVA ------------------------------------
           SELECT FCOANT  ASSIGN TO WRK-PATH-FAMCOB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-FCA-NUMERO
                  FILE STATUS IS FS-FCOANT.

           SELECT FCONOVO  ASSIGN TO WRK-PATH-FCOBNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FCO-NUMERO
                  FILE STATUS IS FS-FCONOVO.

      *----------- INSTRUCOES AO BANCO NO DESENHO ANTIGO (SEM ----------
      *----------- CONVENIO) E NOVAS -----------------------------------
           SELECT INSANT  ASSIGN TO WRK-PATH-INSTRBAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ISA-CHAVE
                  FILE STATUS IS FS-INSANT.

           SELECT INSNOVO  ASSIGN TO WRK-PATH-INSTNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-INS-CHAVE
                  FILE STATUS IS FS-INSNOVO.

      *----------- SALDO CREDOR NO DESENHO ANTIGO (SEM ORDEM DE --------
      *----------- PAGAMENTO) E NOVO -----------------------------------
           SELECT CREANT  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-CRA-RM
                  FILE STATUS IS FS-CREANT.

           SELECT CRENOVO  ASSIGN TO WRK-PATH-CREDNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CRENOVO.

      *----------- REEMBOLSOS NO DESENHO ANTIGO (SEM SITUACAO E --------
      *----------- ORDEM DE PAGAMENTO) E NOVOS -------------------------
           SELECT REEANT  ASSIGN TO WRK-PATH-REEMBOLSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-REA-RM
                  FILE STATUS IS FS-REEANT.

           SELECT REENOVO  ASSIGN TO WRK-PATH-REEMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REE-RM
                  FILE STATUS IS FS-REENOVO.

      *----------- CATALOGO DE CURSOS NO DESENHO ANTIGO (SEM ESTAGIO --
      *----------- E PRAZO DE JUBILAMENTO) E NOVO ----------------------
           SELECT CURANT  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-CUA-COD
                  FILE STATUS IS FS-CURANT.

           SELECT CURNOVO  ASSIGN TO WRK-PATH-CURSNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURNOVO.

      *----------- ARQUIVOS JA COM O RM DE 6 POSICOES (PROGCVRM) -------
           SELECT CVRMCTL  ASSIGN TO WRK-PATH-CVRMCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CVRMCTL.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.
           05 ARQ-OPB-BLOQUEADO         PIC X(01).
           05 ARQ-OPB-TROCAR            PIC X(01).

      *-------------------- DESENHO DE OPERADORES DE 71 BYTES ----------
       FD  OPERAN3.
       01  ARQ-DADOS-OPERAN3.
           05 ARQ-OPC-ID                PIC X(08).
           05 ARQ-OPC-NOME              PIC X(30).
           05 ARQ-OPC-PIN               PIC X(04).
           05 ARQ-OPC-PERFIL            PIC X(01).
           05 ARQ-OPC-DATA-PIN          PIC X(08).
           05 ARQ-OPC-FALHAS            PIC 9(03).
           05 ARQ-OPC-BLOQUEADO         PIC X(01).
           05 ARQ-OPC-TROCAR            PIC X(01).
           05 ARQ-OPC-CAMPUS            PIC X(15).

       FD  OPERNOVO.
       COPY "BOKOPER".

       FD  MENSNOVO.
       COPY "BOKMENS".

      *-------------------- DESENHO DE COBRANCAS DE 118 BYTES ----------
       FD  MENSAN2.
       01  ARQ-DADOS-MENSAN2.
           05 ARQ-MEB-NUMERO            PIC 9(08).
           05 ARQ-MEB-RM                PIC X(04).
           05 ARQ-MEB-COMPETENCIA       PIC X(06).
           05 ARQ-MEB-VALOR             PIC 9(06)V99.
           05 ARQ-MEB-STATUS            PIC X(10).
           05 ARQ-MEB-DATA-GERACAO      PIC X(08).
           05 ARQ-MEB-DATA-BAIXA        PIC X(08).
           05 ARQ-MEB-RECIBO            PIC 9(08).
           05 ARQ-MEB-OBS               PIC X(40).
           05 ARQ-MEB-VENCIMENTO        PIC X(08).
           05 ARQ-MEB-SITBANCO          PIC X(10).

      *-------------------- DESENHO ANTIGO DA MATRIZ (32) --------------
       FD  MATANT.
       01  ARQ-DADOS-MATANT.
           05 ARQ-MTA-CHAVE.
              10 ARQ-MTA-CURSO          PIC X(15).
              10 ARQ-MTA-SEMESTRE       PIC X(02).
              10 ARQ-MTA-DISCIPLINA     PIC X(15).

       FD  MATRNOVO.
       COPY "BOKMATR".

      *-------------------- DESENHO ANTIGO DE FAMCOB (68) --------------
       FD  FCOANT.
       01  ARQ-DADOS-FCOANT.
           05 ARQ-FCA-NUMERO            PIC 9(08).
           05 ARQ-FCA-RESPONSAVEL       PIC 9(06).
           05 ARQ-FCA-COMPETENCIA       PIC X(06).
           05 ARQ-FCA-VALOR             PIC 9(08)V99.
           05 ARQ-FCA-QTD-MEMBROS       PIC 9(02).
           05 ARQ-FCA-STATUS            PIC X(10).
           05 ARQ-FCA-DATA-GERACAO      PIC X(08).
           05 ARQ-FCA-SITBANCO          PIC X(10).
           05 ARQ-FCA-DATA-BAIXA        PIC X(08).

       FD  FCONOVO.
       COPY "BOKFCOB".

      *-------------------- DESENHO ANTIGO DE INSTRBAN (61) ------------
       FD  INSANT.
       01  ARQ-DADOS-INSANT.
           05 ARQ-ISA-CHAVE.
              10 ARQ-ISA-NUMERO         PIC 9(08).
              10 ARQ-ISA-TIPO           PIC X(03).
           05 ARQ-ISA-VALOR             PIC 9(06)V99.
           05 ARQ-ISA-VENCIMENTO        PIC X(08).
           05 ARQ-ISA-STATUS            PIC X(10).
           05 ARQ-ISA-DATA-GERACAO      PIC X(08).
           05 ARQ-ISA-DATA-RESPOSTA     PIC X(08).
           05 ARQ-ISA-OPERADOR          PIC X(08).

       FD  INSNOVO.
       COPY "BOKINST".

      *-------------------- DESENHO ANTIGO DE CREDITO (40) -------------
       FD  CREANT.
       01  ARQ-DADOS-CREANT.
           05 ARQ-CRA-RM                PIC X(04).
           05 ARQ-CRA-SALDO             PIC 9(06)V99.
           05 ARQ-CRA-DATA-MOV          PIC X(08).
           05 ARQ-CRA-ORIGEM            PIC X(20).

       FD  CRENOVO.
       COPY "BOKCRED".

      *-------------------- DESENHO ANTIGO DE REEMBOLSO (34) -----------
       FD  REEANT.
       01  ARQ-DADOS-REEANT.
           05 ARQ-REA-RM                PIC X(04).
           05 ARQ-REA-DATA              PIC X(08).
           05 ARQ-REA-VALOR             PIC 9(06)V99.
           05 ARQ-REA-RECIBO            PIC 9(08).
           05 ARQ-REA-COMPETENCIA       PIC X(06).

       FD  REENOVO.
       COPY "BOKREMB".

      *-------------------- DESENHO ANTIGO DE CURSOS (49) --------------
       FD  CURANT.
       01  ARQ-DADOS-CURANT.
           05 ARQ-CUA-COD               PIC X(15).
           05 ARQ-CUA-DESC              PIC X(30).
           05 ARQ-CUA-VAGAS             PIC 9(04).

       FD  CURNOVO.
       COPY "BOKCURS".

       FD  CVRMCTL.
       COPY "BOKCVRM".

       FD  OPLOG.
       COPY "BOKOPLOG".

       77  FS-ALUNOVO                   PIC 9(02).
       77  FS-OPERANT                   PIC 9(02).
       77  FS-OPERAN2                   PIC 9(02).
       77  FS-OPERAN3                   PIC 9(02).
       77  FS-OPERNOVO                  PIC 9(02).
       77  FS-MENSANT                   PIC 9(02).
       77  FS-MENSNOVO                  PIC 9(02).
       77  FS-MATANT                    PIC 9(02).
       77  FS-MATRNOVO                  PIC 9(02).
       77  FS-MENSAN2                   PIC 9(02).
       77  FS-FCOANT                    PIC 9(02).
       77  FS-FCONOVO                   PIC 9(02).
       77  FS-INSANT                    PIC 9(02).
       77  FS-INSNOVO                   PIC 9(02).
       77  FS-CREANT                    PIC 9(02).
       77  FS-CRENOVO                   PIC 9(02).
       77  FS-REEANT                    PIC 9(02).
       77  FS-REENOVO                   PIC 9(02).
       77  FS-CURANT                    PIC 9(02).
       77  FS-CURNOVO                   PIC 9(02).
       77  FS-CVRMCTL                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-QTD-OPER-GRAVADOS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MEN-LIDAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MEN-GRAVADAS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MAT-LIDAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MAT-GRAVADAS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FCO-LIDAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FCO-GRAVADAS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-INS-LIDAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-INS-GRAVADAS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CRE-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CRE-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REE-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REE-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CUR-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CUR-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ERROS                PIC 9(02) VALUE ZEROS.
       77  WRK-RETORNO-ARQ              PIC 9(08) COMP VALUE ZEROS.

      *------------- TOTAL DE CONTROLE DO ARQUIVO COM RM (SOMA DOS -----
      *------------- RMS GRAVADOS, O MESMO DO PROGCVRM) ----------------
       77  WRK-TOTAL-RM                 PIC 9(12) VALUE ZEROS.

      *------------- APONTAMENTO DE ERRO DE ABERTURA -------------------
       77  WRK-ARQUIVO-ERRO             PIC X(12) VALUE SPACES.
       77  WRK-FS-ERRO                  PIC 9(02) VALUE ZEROS.
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  05 COLUMN 09 VALUE
                  "CONVERTER OS ARQUIVOS PARA O DESENHO NOVO (S/N)? "
                              BACKGROUND-COLOR 2.
           05 LINE  05 COLUMN 59 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  07 COLUMN 25 VALUE "RECIBOS LIDOS/GRAVADOS....".
           05 LINE  07 COLUMN 52 FROM  WRK-QTD-PAG-LIDOS.
           05 LINE  07 COLUMN 60 FROM  WRK-QTD-PAG-GRAVADOS.
           05 LINE  08 COLUMN 25 VALUE "NOTAS LIDAS/GRAVADAS......".
           05 LINE  08 COLUMN 52 FROM  WRK-QTD-NOTA-LIDAS.
           05 LINE  08 COLUMN 60 FROM  WRK-QTD-NOTA-GRAVADAS.
           05 LINE  09 COLUMN 25 VALUE "ALUNOS LIDOS/GRAVADOS.....".
           05 LINE  09 COLUMN 52 FROM  WRK-QTD-ALU-LIDOS.
           05 LINE  09 COLUMN 60 FROM  WRK-QTD-ALU-GRAVADOS.
           05 LINE  10 COLUMN 25 VALUE "OPERADORES LIDOS/GRAVADOS.".
           05 LINE  10 COLUMN 52 FROM  WRK-QTD-OPER-LIDOS.
           05 LINE  10 COLUMN 60 FROM  WRK-QTD-OPER-GRAVADOS.
           05 LINE  11 COLUMN 25 VALUE "COBRANCAS LIDAS/GRAVADAS..".
           05 LINE  11 COLUMN 52 FROM  WRK-QTD-MEN-LIDAS.
           05 LINE  11 COLUMN 60 FROM  WRK-QTD-MEN-GRAVADAS.
           05 LINE  12 COLUMN 25 VALUE "MATRIZ LIDAS/GRAVADAS.....".
           05 LINE  12 COLUMN 52 FROM  WRK-QTD-MAT-LIDAS.
           05 LINE  12 COLUMN 60 FROM  WRK-QTD-MAT-GRAVADAS.
           05 LINE  13 COLUMN 25 VALUE "FAMILIAS LIDAS/GRAVADAS...".
           05 LINE  13 COLUMN 52 FROM  WRK-QTD-FCO-LIDAS.
           05 LINE  13 COLUMN 60 FROM  WRK-QTD-FCO-GRAVADAS.
           05 LINE  14 COLUMN 25 VALUE "INSTRUCOES LIDAS/GRAVADAS.".
           05 LINE  14 COLUMN 52 FROM  WRK-QTD-INS-LIDAS.
           05 LINE  14 COLUMN 60 FROM  WRK-QTD-INS-GRAVADAS.
           05 LINE  15 COLUMN 25 VALUE "CREDITOS LIDOS/GRAVADOS...".
           05 LINE  15 COLUMN 52 FROM  WRK-QTD-CRE-LIDOS.
           05 LINE  15 COLUMN 60 FROM  WRK-QTD-CRE-GRAVADOS.
           05 LINE  16 COLUMN 25 VALUE "REEMBOLSOS LIDOS/GRAVADOS.".
           05 LINE  16 COLUMN 52 FROM  WRK-QTD-REE-LIDOS.
           05 LINE  16 COLUMN 60 FROM  WRK-QTD-REE-GRAVADOS.
           05 LINE  17 COLUMN 25 VALUE "CURSOS LIDOS/GRAVADOS.....".
           05 LINE  17 COLUMN 52 FROM  WRK-QTD-CUR-LIDOS.
           05 LINE  17 COLUMN 60 FROM  WRK-QTD-CUR-GRAVADOS.
           05 LINE  18 COLUMN 25 VALUE "ARQUIVOS COM ERRO.........".
           05 LINE  18 COLUMN 52 FROM  WRK-QTD-ERROS.

       01  SCR-ERRO-ABERTURA.
           05 LINE  20 COLUMN 25 VALUE "ERRO DE ABERTURA EM ".
           05 LINE  20 COLUMN 45 FROM  WRK-ARQUIVO-ERRO.
           05 LINE  20 COLUMN 58 VALUE "STATUS ".
           05 LINE  20 COLUMN 65 FROM  WRK-FS-ERRO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                OPEN EXTEND OPLOG
            END-IF.

      *----------- ANOTACAO DOS ARQUIVOS JA COM O RM DE 6 POSICOES -----
            OPEN EXTEND CVRMCTL.

            IF  FS-CVRMCTL EQUAL 35
                OPEN OUTPUT CVRMCTL
                CLOSE       CVRMCTL
                OPEN EXTEND CVRMCTL
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------
           PERFORM 0230-CONVERTER-ALUNOS.
           PERFORM 0240-CONVERTER-OPERADORES.
           PERFORM 0245-CONVERTER-OPER-CAMPUS.
           PERFORM 0247-CONVERTER-OPER-PROFESSOR.
           PERFORM 0250-CONVERTER-MENSALID.
           PERFORM 0252-CONVERTER-MENS-CONVENIO.
           PERFORM 0255-CONVERTER-MATRIZ.
           PERFORM 0260-CONVERTER-FAMCOB.
           PERFORM 0262-CONVERTER-INSTRBAN.
           PERFORM 0264-CONVERTER-CREDITO.
           PERFORM 0266-CONVERTER-REEMBOLSO.
           PERFORM 0268-CONVERTER-CURSOS.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGCONV"                     TO ARQ-LOG-PROGRAMA
           COMPUTE ARQ-LOG-QTDREGISTROS =
                   WRK-QTD-PAG-GRAVADOS + WRK-QTD-NOTA-GRAVADAS
                 + WRK-QTD-ALU-GRAVADOS + WRK-QTD-OPER-GRAVADOS
                 + WRK-QTD-MEN-GRAVADAS + WRK-QTD-MAT-GRAVADAS
                 + WRK-QTD-FCO-GRAVADAS + WRK-QTD-INS-GRAVADAS
                 + WRK-QTD-CRE-GRAVADOS + WRK-QTD-REE-GRAVADOS
                 + WRK-QTD-CUR-GRAVADOS
           MOVE WRK-PATH-BASE                  TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

      *----------- RODADA SEM PENDENCIA LIBERA O PROGCVRM --------------
           IF  WRK-QTD-ERROS EQUAL ZEROS
               MOVE "PROGCONV"                 TO ARQ-CVC-ARQUIVO
               MOVE ARQ-LOG-QTDREGISTROS       TO ARQ-CVC-QTD
               MOVE ZEROS                      TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           END-IF.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO

           IF  WRK-QTD-ERROS EQUAL ZEROS
               MOVE WRK-REGISTRO               TO WRK-MSG
           ELSE
               MOVE WRK-MSG-CRM-DIVERGE        TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------

           OPEN INPUT PAGANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-PAGANT EQUAL 35 OR FS-PAGANT EQUAL 39
               GO TO 0210-CONVERTER-PAGAMENTOS-99-FIM
           END-IF.

               GO TO 0210-CONVERTER-PAGAMENTOS-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-TOTAL-RM.

           OPEN OUTPUT PAGNOVO.

           READ PAGANT NEXT RECORD
               WRITE ARQ-DADOS-PAGAMENTO
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-PAG-GRAVADOS
                       COMPUTE WRK-TOTAL-RM = WRK-TOTAL-RM
                             + FUNCTION NUMVAL(ARQ-PAG-RM)
               END-WRITE

               READ PAGANT NEXT RECORD
               CALL "CBL_RENAME_FILE" USING WRK-PATH-PAGNOVO
                    WRK-PATH-PAGAMENTOS
                    RETURNING WRK-RETORNO-ARQ
               MOVE "PAGAMENTOS"               TO ARQ-CVC-ARQUIVO
               MOVE WRK-QTD-PAG-GRAVADOS       TO ARQ-CVC-QTD
               MOVE WRK-TOTAL-RM               TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------

           OPEN INPUT NOTAANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-NOTAANT EQUAL 35 OR FS-NOTAANT EQUAL 39
               GO TO 0220-CONVERTER-NOTAS-99-FIM
           END-IF.

               GO TO 0220-CONVERTER-NOTAS-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-TOTAL-RM.

           OPEN OUTPUT NOTANOVO.

           READ NOTAANT NEXT RECORD
               WRITE ARQ-DADOS-NOTA
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-NOTA-GRAVADAS
                       COMPUTE WRK-TOTAL-RM = WRK-TOTAL-RM
                             + FUNCTION NUMVAL(ARQ-NOTA-RM)
               END-WRITE

               READ NOTAANT NEXT RECORD
               CALL "CBL_RENAME_FILE" USING WRK-PATH-NOTANOVO
                    WRK-PATH-NOTAS
                    RETURNING WRK-RETORNO-ARQ
               MOVE "NOTAS"                    TO ARQ-CVC-ARQUIVO
               MOVE WRK-QTD-NOTA-GRAVADAS      TO ARQ-CVC-QTD
               MOVE WRK-TOTAL-RM               TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------

           OPEN INPUT ALUNANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-ALUNANT EQUAL 35 OR FS-ALUNANT EQUAL 39
               GO TO 0230-CONVERTER-ALUNOS-99-FIM
           END-IF.

               GO TO 0230-CONVERTER-ALUNOS-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-TOTAL-RM.

           OPEN OUTPUT ALUNOVO.

           READ ALUNANT NEXT RECORD

               ADD 1                           TO WRK-QTD-ALU-LIDOS

      *----------- O RM ANTIGO DE 4 POSICOES VAI ALINHADO A ESQUERDA ---
      *----------- NO RM ATUAL; O RESTANTE SEGUE NA MESMA ORDEM E SO ---
      *----------- A TURMA NOVA FICA EM BRANCO -------------------------
               MOVE SPACES                     TO ARQ-DADOS
               MOVE ARQ-ALA-RM                 TO ARQ-RM
               MOVE ARQ-ALA-RESTANTE           TO ARQ-DADOS (7:227)
               MOVE SPACES                     TO ARQ-TURMA

               WRITE ARQ-DADOS
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-ALU-GRAVADOS
                       COMPUTE WRK-TOTAL-RM = WRK-TOTAL-RM
                             + FUNCTION NUMVAL(ARQ-RM)
               END-WRITE

               READ ALUNANT NEXT RECORD
               CALL "CBL_RENAME_FILE" USING WRK-PATH-ALUNOVO
                    WRK-PATH-ALUNOS
                    RETURNING WRK-RETORNO-ARQ
               MOVE "ALUNOS"                   TO ARQ-CVC-ARQUIVO
               MOVE WRK-QTD-ALU-GRAVADOS       TO ARQ-CVC-QTD
               MOVE WRK-TOTAL-RM               TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
               MOVE SPACES                     TO ARQ-OPER-BLOQUEADO
               MOVE SPACES                     TO ARQ-OPER-TROCAR
               MOVE SPACES                     TO ARQ-OPER-CAMPUS
               MOVE SPACES                     TO ARQ-OPER-PROFESSOR

               WRITE ARQ-DADOS-OPERADOR
                   NOT INVALID KEY
               CALL "CBL_RENAME_FILE" USING WRK-PATH-OPERNOVO
                    WRK-PATH-OPERADORES
                    RETURNING WRK-RETORNO-ARQ
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
               MOVE ARQ-OPB-TROCAR             TO ARQ-OPER-TROCAR
      *----------- CAMPO NOVO DO BOKOPER INICIALIZADO ------------------
               MOVE SPACES                     TO ARQ-OPER-CAMPUS
               MOVE SPACES                     TO ARQ-OPER-PROFESSOR
               MOVE SPACES                     TO ARQ-OPER-PROFESSOR

               WRITE ARQ-DADOS-OPERADOR
                   NOT INVALID KEY
               CALL "CBL_RENAME_FILE" USING WRK-PATH-OPERNOVO
                    WRK-PATH-OPERADORES
                    RETURNING WRK-RETORNO-ARQ
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0245-CONVERTER-OPER-CAMPUS-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0247-CONVERTER-OPER-PROFESSOR                           SECTION.
      *-----------------------------------------------------------------
      *----------- RELE OPERADORES.dat PELO DESENHO DE 71 BYTES --------
      *----------- (JA COM CAMPUS) E REGRAVA NO BOKOPER ATUAL: ---------
      *----------- PROFESSOR VINCULADO EM BRANCO (SO O PERFIL P USA ----
      *----------- O VINCULO, INFORMADO NO PROGOCAD) -------------------

           OPEN INPUT OPERAN3.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-OPERAN3 EQUAL 35 OR FS-OPERAN3 EQUAL 39
               GO TO 0247-CONVERTER-OPER-PROFESSOR-99-FIM
           END-IF.

           IF  FS-OPERAN3 NOT EQUAL ZEROS
               MOVE "OPERADORES"               TO WRK-ARQUIVO-ERRO
               MOVE FS-OPERAN3                 TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0247-CONVERTER-OPER-PROFESSOR-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-QTD-OPER-LIDOS
                                                  WRK-QTD-OPER-GRAVADOS

           OPEN OUTPUT OPERNOVO.

           READ OPERAN3 NEXT RECORD
               AT END
                   MOVE 9                      TO FS-OPERAN3
           END-READ.

           PERFORM UNTIL FS-OPERAN3 NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-OPER-LIDOS

               MOVE ARQ-OPC-ID                 TO ARQ-OPER-ID
               MOVE ARQ-OPC-NOME               TO ARQ-OPER-NOME
               MOVE ARQ-OPC-PIN                TO ARQ-OPER-PIN
               MOVE ARQ-OPC-PERFIL             TO ARQ-OPER-PERFIL
               MOVE ARQ-OPC-DATA-PIN           TO ARQ-OPER-DATA-PIN
               MOVE ARQ-OPC-FALHAS             TO ARQ-OPER-FALHAS
               MOVE ARQ-OPC-BLOQUEADO          TO ARQ-OPER-BLOQUEADO
               MOVE ARQ-OPC-TROCAR             TO ARQ-OPER-TROCAR
               MOVE ARQ-OPC-CAMPUS             TO ARQ-OPER-CAMPUS
      *----------- CAMPO NOVO DO BOKOPER INICIALIZADO ------------------
               MOVE SPACES                     TO ARQ-OPER-PROFESSOR

               WRITE ARQ-DADOS-OPERADOR
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-OPER-GRAVADOS
               END-WRITE

               READ OPERAN3 NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-OPERAN3
               END-READ

           END-PERFORM.

           CLOSE OPERAN3.
           CLOSE OPERNOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-OPER-LIDOS EQUAL WRK-QTD-OPER-GRAVADOS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-OPERADORES
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-OPERNOVO
                    WRK-PATH-OPERADORES
                    RETURNING WRK-RETORNO-ARQ
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0247-CONVERTER-OPER-PROFESSOR-99-FIM                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CONVERTER-MENSALID                                 SECTION.
      *-----------------------------------------------------------------
               GO TO 0250-CONVERTER-MENSALID-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-TOTAL-RM.

           OPEN OUTPUT MENSNOVO.

           READ MENSANT NEXT RECORD
               MOVE SPACES                     TO ARQ-MEN-OBS
               MOVE SPACES                     TO ARQ-MEN-VENCIMENTO
               MOVE SPACES                     TO ARQ-MEN-SITBANCO
               MOVE SPACES                     TO ARQ-MEN-CONVENIO

               WRITE ARQ-DADOS-MENSALIDADE
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-MEN-GRAVADAS
                       COMPUTE WRK-TOTAL-RM = WRK-TOTAL-RM
                             + FUNCTION NUMVAL(ARQ-MEN-RM)
               END-WRITE

               READ MENSANT NEXT RECORD
               CALL "CBL_RENAME_FILE" USING WRK-PATH-MENSNOVO
                    WRK-PATH-MENSALID
                    RETURNING WRK-RETORNO-ARQ
               MOVE "MENSALID"                 TO ARQ-CVC-ARQUIVO
               MOVE WRK-QTD-MEN-GRAVADAS       TO ARQ-CVC-QTD
               MOVE WRK-TOTAL-RM               TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0250-CONVERTER-MENSALID-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0252-CONVERTER-MENS-CONVENIO                            SECTION.
      *-----------------------------------------------------------------
      *----------- RELE MENSALID.dat PELO DESENHO DE 118 BYTES ---------
      *----------- (JA COM VENCIMENTO E SITUACAO JUNTO AO BANCO) -------
      *----------- E REGRAVA NO BOKMENS ATUAL COM O CONVENIO DE --------
      *----------- COBRANCA EM BRANCO (AINDA NAO ROTEADA) --------------

           OPEN INPUT MENSAN2.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-MENSAN2 EQUAL 35 OR FS-MENSAN2 EQUAL 39
               GO TO 0252-CONVERTER-MENS-CONVENIO-99-FIM
           END-IF.

           IF  FS-MENSAN2 NOT EQUAL ZEROS
               MOVE "MENSALID"                 TO WRK-ARQUIVO-ERRO
               MOVE FS-MENSAN2                 TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0252-CONVERTER-MENS-CONVENIO-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-QTD-MEN-LIDAS
                                                  WRK-QTD-MEN-GRAVADAS

           MOVE ZEROS                          TO WRK-TOTAL-RM.

           OPEN OUTPUT MENSNOVO.

           READ MENSAN2 NEXT RECORD
               AT END
                   MOVE 9                      TO FS-MENSAN2
           END-READ.

           PERFORM UNTIL FS-MENSAN2 NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-MEN-LIDAS

               MOVE ARQ-MEB-NUMERO             TO ARQ-MEN-NUMERO
               MOVE ARQ-MEB-RM                 TO ARQ-MEN-RM
               MOVE ARQ-MEB-COMPETENCIA        TO ARQ-MEN-COMPETENCIA
               MOVE ARQ-MEB-VALOR              TO ARQ-MEN-VALOR
               MOVE ARQ-MEB-STATUS             TO ARQ-MEN-STATUS
               MOVE ARQ-MEB-DATA-GERACAO       TO ARQ-MEN-DATA-GERACAO
               MOVE ARQ-MEB-DATA-BAIXA         TO ARQ-MEN-DATA-BAIXA
               MOVE ARQ-MEB-RECIBO             TO ARQ-MEN-RECIBO
               MOVE ARQ-MEB-OBS                TO ARQ-MEN-OBS
               MOVE ARQ-MEB-VENCIMENTO         TO ARQ-MEN-VENCIMENTO
               MOVE ARQ-MEB-SITBANCO           TO ARQ-MEN-SITBANCO
      *----------- CAMPOS NOVOS DO BOKMENS INICIALIZADOS ---------------
               MOVE SPACES                     TO ARQ-MEN-CONVENIO

               WRITE ARQ-DADOS-MENSALIDADE
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-MEN-GRAVADAS
                       COMPUTE WRK-TOTAL-RM = WRK-TOTAL-RM
                             + FUNCTION NUMVAL(ARQ-MEN-RM)
               END-WRITE

               READ MENSAN2 NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSAN2
               END-READ

           END-PERFORM.

           CLOSE MENSAN2.
           CLOSE MENSNOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-MEN-LIDAS EQUAL WRK-QTD-MEN-GRAVADAS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-MENSALID
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-MENSNOVO
                    WRK-PATH-MENSALID
                    RETURNING WRK-RETORNO-ARQ
               MOVE "MENSALID"                 TO ARQ-CVC-ARQUIVO
               MOVE WRK-QTD-MEN-GRAVADAS       TO ARQ-CVC-QTD
               MOVE WRK-TOTAL-RM               TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0252-CONVERTER-MENS-CONVENIO-99-FIM                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-CONVERTER-MATRIZ                                   SECTION.
      *-----------------------------------------------------------------
      *----------- RELE MATRIZ.dat PELO DESENHO ANTIGO DE 32 BYTES -----
      *----------- E REGRAVA NO BOKMATR ATUAL: TODA LINHA EXISTENTE ----
      *----------- PASSA A SER DA VERSAO "01" DA MATRIZ DO CURSO -------

           OPEN INPUT MATANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-MATANT EQUAL 35 OR FS-MATANT EQUAL 39
               GO TO 0255-CONVERTER-MATRIZ-99-FIM
           END-IF.

           IF  FS-MATANT NOT EQUAL ZEROS
               MOVE "MATRIZ"                   TO WRK-ARQUIVO-ERRO
               MOVE FS-MATANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0255-CONVERTER-MATRIZ-99-FIM
           END-IF.

           OPEN OUTPUT MATRNOVO.

           READ MATANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-MATANT
           END-READ.

           PERFORM UNTIL FS-MATANT NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-MAT-LIDAS

               MOVE ARQ-MTA-CURSO              TO ARQ-MAT-CURSO
               MOVE ARQ-MTA-SEMESTRE           TO ARQ-MAT-SEMESTRE
               MOVE ARQ-MTA-DISCIPLINA         TO ARQ-MAT-DISCIPLINA
      *----------- CAMPO NOVO DO BOKMATR INICIALIZADO ------------------
               MOVE "01"                       TO ARQ-MAT-VERSAO

               WRITE ARQ-DADOS-MATRIZ
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-MAT-GRAVADAS
               END-WRITE

               READ MATANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATANT
               END-READ

           END-PERFORM.

           CLOSE MATANT.
           CLOSE MATRNOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-MAT-LIDAS EQUAL WRK-QTD-MAT-GRAVADAS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-MATRIZ
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-MATRNOVO
                    WRK-PATH-MATRIZ
                    RETURNING WRK-RETORNO-ARQ
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0255-CONVERTER-MATRIZ-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-CONVERTER-FAMCOB                                   SECTION.
      *-----------------------------------------------------------------
      *----------- RELE FAMCOB.dat PELO DESENHO ANTIGO DE 68 -----------
      *----------- BYTES E REGRAVA NO BOKFCOB ATUAL COM O --------------
      *----------- CONVENIO DE COBRANCA EM BRANCO ----------------------

           OPEN INPUT FCOANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-FCOANT EQUAL 35 OR FS-FCOANT EQUAL 39
               GO TO 0260-CONVERTER-FAMCOB-99-FIM
           END-IF.

           IF  FS-FCOANT NOT EQUAL ZEROS
               MOVE "FAMCOB"                   TO WRK-ARQUIVO-ERRO
               MOVE FS-FCOANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0260-CONVERTER-FAMCOB-99-FIM
           END-IF.

           OPEN OUTPUT FCONOVO.

           READ FCOANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FCOANT
           END-READ.

           PERFORM UNTIL FS-FCOANT NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-FCO-LIDAS

               MOVE ARQ-FCA-NUMERO             TO ARQ-FCO-NUMERO
               MOVE ARQ-FCA-RESPONSAVEL        TO ARQ-FCO-RESPONSAVEL
               MOVE ARQ-FCA-COMPETENCIA        TO ARQ-FCO-COMPETENCIA
               MOVE ARQ-FCA-VALOR              TO ARQ-FCO-VALOR
               MOVE ARQ-FCA-QTD-MEMBROS        TO ARQ-FCO-QTD-MEMBROS
               MOVE ARQ-FCA-STATUS             TO ARQ-FCO-STATUS
               MOVE ARQ-FCA-DATA-GERACAO       TO ARQ-FCO-DATA-GERACAO
               MOVE ARQ-FCA-SITBANCO           TO ARQ-FCO-SITBANCO
               MOVE ARQ-FCA-DATA-BAIXA         TO ARQ-FCO-DATA-BAIXA
      *----------- CAMPOS NOVOS DO BOKFCOB INICIALIZADOS ---------------
               MOVE SPACES                     TO ARQ-FCO-CONVENIO

               WRITE ARQ-DADOS-FAMCOB
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-FCO-GRAVADAS
               END-WRITE

               READ FCOANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FCOANT
               END-READ

           END-PERFORM.

           CLOSE FCOANT.
           CLOSE FCONOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-FCO-LIDAS EQUAL WRK-QTD-FCO-GRAVADAS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-FAMCOB
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-FCOBNOVO
                    WRK-PATH-FAMCOB
                    RETURNING WRK-RETORNO-ARQ
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0260-CONVERTER-FAMCOB-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0262-CONVERTER-INSTRBAN                                 SECTION.
      *-----------------------------------------------------------------
      *----------- RELE INSTRBAN.dat PELO DESENHO ANTIGO DE 61 ---------
      *----------- BYTES E REGRAVA NO BOKINST ATUAL COM O --------------
      *----------- CONVENIO DE COBRANCA EM BRANCO ----------------------

           OPEN INPUT INSANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-INSANT EQUAL 35 OR FS-INSANT EQUAL 39
               GO TO 0262-CONVERTER-INSTRBAN-99-FIM
           END-IF.

           IF  FS-INSANT NOT EQUAL ZEROS
               MOVE "INSTRBAN"                 TO WRK-ARQUIVO-ERRO
               MOVE FS-INSANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0262-CONVERTER-INSTRBAN-99-FIM
           END-IF.

           OPEN OUTPUT INSNOVO.

           READ INSANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-INSANT
           END-READ.

           PERFORM UNTIL FS-INSANT NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-INS-LIDAS

               MOVE ARQ-ISA-NUMERO             TO ARQ-INS-NUMERO
               MOVE ARQ-ISA-TIPO               TO ARQ-INS-TIPO
               MOVE ARQ-ISA-VALOR              TO ARQ-INS-VALOR
               MOVE ARQ-ISA-VENCIMENTO         TO ARQ-INS-VENCIMENTO
               MOVE ARQ-ISA-STATUS             TO ARQ-INS-STATUS
               MOVE ARQ-ISA-DATA-GERACAO       TO ARQ-INS-DATA-GERACAO
               MOVE ARQ-ISA-DATA-RESPOSTA      TO ARQ-INS-DATA-RESPOSTA
               MOVE ARQ-ISA-OPERADOR           TO ARQ-INS-OPERADOR
      *----------- CAMPOS NOVOS DO BOKINST INICIALIZADOS ---------------
               MOVE SPACES                     TO ARQ-INS-CONVENIO

               WRITE ARQ-DADOS-INSTRUCAO
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-INS-GRAVADAS
               END-WRITE

               READ INSANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-INSANT
               END-READ

           END-PERFORM.

           CLOSE INSANT.
           CLOSE INSNOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-INS-LIDAS EQUAL WRK-QTD-INS-GRAVADAS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-INSTRBAN
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-INSTNOVO
                    WRK-PATH-INSTRBAN
                    RETURNING WRK-RETORNO-ARQ
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0262-CONVERTER-INSTRBAN-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0264-CONVERTER-CREDITO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- RELE CREDITO.dat PELO DESENHO ANTIGO DE 40 ----------
      *----------- BYTES E REGRAVA NO BOKCRED ATUAL: RM DE 6 -----------
      *----------- POSICOES E SALDO AINDA SEM ORDEM DE PAGAMENTO -------

           OPEN INPUT CREANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-CREANT EQUAL 35 OR FS-CREANT EQUAL 39
               GO TO 0264-CONVERTER-CREDITO-99-FIM
           END-IF.

           IF  FS-CREANT NOT EQUAL ZEROS
               MOVE "CREDITO"                  TO WRK-ARQUIVO-ERRO
               MOVE FS-CREANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0264-CONVERTER-CREDITO-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-TOTAL-RM.

           OPEN OUTPUT CRENOVO.

           READ CREANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CREANT
           END-READ.

           PERFORM UNTIL FS-CREANT NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-CRE-LIDOS

               MOVE ARQ-CRA-RM                 TO ARQ-CRE-RM
               MOVE ARQ-CRA-SALDO              TO ARQ-CRE-SALDO
               MOVE ARQ-CRA-DATA-MOV           TO ARQ-CRE-DATA-MOV
               MOVE ARQ-CRA-ORIGEM             TO ARQ-CRE-ORIGEM
      *----------- CAMPOS NOVOS DO BOKCRED INICIALIZADOS ---------------
               MOVE ZEROS                      TO ARQ-CRE-ORDEM

               WRITE ARQ-DADOS-CREDITO
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-CRE-GRAVADOS
                       COMPUTE WRK-TOTAL-RM = WRK-TOTAL-RM
                             + FUNCTION NUMVAL(ARQ-CRE-RM)
               END-WRITE

               READ CREANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CREANT
               END-READ

           END-PERFORM.

           CLOSE CREANT.
           CLOSE CRENOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-CRE-LIDOS EQUAL WRK-QTD-CRE-GRAVADOS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-CREDITO
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-CREDNOVO
                    WRK-PATH-CREDITO
                    RETURNING WRK-RETORNO-ARQ
               MOVE "CREDITO"                  TO ARQ-CVC-ARQUIVO
               MOVE WRK-QTD-CRE-GRAVADOS       TO ARQ-CVC-QTD
               MOVE WRK-TOTAL-RM               TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0264-CONVERTER-CREDITO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0266-CONVERTER-REEMBOLSO                                SECTION.
      *-----------------------------------------------------------------
      *----------- RELE REEMBOLSO.dat PELO DESENHO ANTIGO DE 34 --------
      *----------- BYTES E REGRAVA NO BOKREMB ATUAL: RM DE 6 -----------
      *----------- POSICOES, SITUACAO EM BRANCO (A PAGAR) E SEM --------
      *----------- ORDEM DE PAGAMENTO ----------------------------------

           OPEN INPUT REEANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-REEANT EQUAL 35 OR FS-REEANT EQUAL 39
               GO TO 0266-CONVERTER-REEMBOLSO-99-FIM
           END-IF.

           IF  FS-REEANT NOT EQUAL ZEROS
               MOVE "REEMBOLSO"                TO WRK-ARQUIVO-ERRO
               MOVE FS-REEANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0266-CONVERTER-REEMBOLSO-99-FIM
           END-IF.

           MOVE ZEROS                          TO WRK-TOTAL-RM.

           OPEN OUTPUT REENOVO.

           READ REEANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-REEANT
           END-READ.

           PERFORM UNTIL FS-REEANT NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-REE-LIDOS

               MOVE ARQ-REA-RM                 TO ARQ-REE-RM
               MOVE ARQ-REA-DATA               TO ARQ-REE-DATA
               MOVE ARQ-REA-VALOR              TO ARQ-REE-VALOR
               MOVE ARQ-REA-RECIBO             TO ARQ-REE-RECIBO
               MOVE ARQ-REA-COMPETENCIA        TO ARQ-REE-COMPETENCIA
      *----------- CAMPOS NOVOS DO BOKREMB INICIALIZADOS ---------------
               MOVE SPACES                     TO ARQ-REE-STATUS
               MOVE ZEROS                      TO ARQ-REE-ORDEM

               WRITE ARQ-DADOS-REEMBOLSO
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-REE-GRAVADOS
                       COMPUTE WRK-TOTAL-RM = WRK-TOTAL-RM
                             + FUNCTION NUMVAL(ARQ-REE-RM)
               END-WRITE

               READ REEANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REEANT
               END-READ

           END-PERFORM.

           CLOSE REEANT.
           CLOSE REENOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-REE-LIDOS EQUAL WRK-QTD-REE-GRAVADOS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-REEMBOLSO
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-REEMNOVO
                    WRK-PATH-REEMBOLSO
                    RETURNING WRK-RETORNO-ARQ
               MOVE "REEMBOLSO"                TO ARQ-CVC-ARQUIVO
               MOVE WRK-QTD-REE-GRAVADOS       TO ARQ-CVC-QTD
               MOVE WRK-TOTAL-RM               TO ARQ-CVC-TOTAL
               PERFORM 0290-ANOTAR-CVRMCTL
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0266-CONVERTER-REEMBOLSO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0268-CONVERTER-CURSOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- RELE CURSOS.dat PELO DESENHO ANTIGO DE 49 -----------
      *----------- BYTES E REGRAVA NO BOKCURS ATUAL: SEM HORAS ---------
      *----------- DE ESTAGIO EXIGIDAS E SEM PRAZO PROPRIO DE ----------
      *----------- JUBILAMENTO (VALE O PARAMETRO JUBI-MAXSEM) ----------

           OPEN INPUT CURANT.

      *----------- AUSENTE OU JA EM OUTRO DESENHO: NAO E DESTE PASSO ---
           IF  FS-CURANT EQUAL 35 OR FS-CURANT EQUAL 39
               GO TO 0268-CONVERTER-CURSOS-99-FIM
           END-IF.

           IF  FS-CURANT NOT EQUAL ZEROS
               MOVE "CURSOS"                   TO WRK-ARQUIVO-ERRO
               MOVE FS-CURANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0268-CONVERTER-CURSOS-99-FIM
           END-IF.

           OPEN OUTPUT CURNOVO.

           READ CURANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CURANT
           END-READ.

           PERFORM UNTIL FS-CURANT NOT EQUAL ZEROS

               ADD 1                           TO WRK-QTD-CUR-LIDOS

               MOVE ARQ-CUA-COD                TO ARQ-CURSO-COD
               MOVE ARQ-CUA-DESC               TO ARQ-CURSO-DESC
               MOVE ARQ-CUA-VAGAS              TO ARQ-CURSO-VAGAS
      *----------- CAMPOS NOVOS DO BOKCURS INICIALIZADOS ---------------
               MOVE ZEROS
                 TO ARQ-CURSO-HORAS-ESTAGIO
               MOVE ZEROS
                 TO ARQ-CURSO-MAX-SEMESTRES

               WRITE ARQ-DADOS-CURSO
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-CUR-GRAVADOS
               END-WRITE

               READ CURANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CURANT
               END-READ

           END-PERFORM.

           CLOSE CURANT.
           CLOSE CURNOVO.

      *----------- SO SUBSTITUI COM AS QUANTIDADES BATENDO -------------
           IF  WRK-QTD-CUR-LIDOS EQUAL WRK-QTD-CUR-GRAVADOS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-CURSOS
                    RETURNING WRK-RETORNO-ARQ
               CALL "CBL_RENAME_FILE" USING WRK-PATH-CURSNOVO
                    WRK-PATH-CURSOS
                    RETURNING WRK-RETORNO-ARQ
           ELSE
      *----------- NAO BATEU: O ORIGINAL FICA E A RODADA FICA PENDENTE -
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

      *-----------------------------------------------------------------
       0268-CONVERTER-CURSOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-ANOTAR-CVRMCTL                                     SECTION.
      *-----------------------------------------------------------------
      *----------- ANOTA EM CVRMCTL.dat O ARQUIVO JA REGRAVADO COM O ---
      *----------- RM DE 6 POSICOES (O PROGCVRM NAO O ALARGA DE NOVO) --
      *----------- E A LINHA "PROGCONV" DA RODADA SEM PENDENCIA --------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-CVC-DATAHORA.
           MOVE LNK-OPERADOR                   TO ARQ-CVC-OPERADOR.

           WRITE ARQ-DADOS-CVRMCTL.

      *-----------------------------------------------------------------
       0290-ANOTAR-CVRMCTL-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           CLOSE OPLOG.
           CLOSE CVRMCTL.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.

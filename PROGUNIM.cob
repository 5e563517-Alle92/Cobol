       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGUNIM.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: UNIFICACAO DE DOIS RMS DA MESMA PESSOA: TODO
      *----    REGISTRO DEPENDENTE DO RM RETIRADO E TRANSFERIDO PARA
      *----    O RM QUE PERMANECE (MENSALID, PAGAMENTOS, NOTAS,
      *----    FREQUENCIA, RESULTADOS, MATDISC, DESCONTOS, PARCELAS,
      *----    CREDITO, CONTRATOS, RESPVINC, CONSENT E NOMESOC) E O RM
      *----    RETIRADO FICA COM STATUS "UNIFICADO" EM ALUNOS.dat (OU EM
      *----    ALUNHIST.dat QUANDO JA ARQUIVADO). CADA REGISTRO
      *----    TRANSFERIDO GERA UMA LINHA EM AUDITORIA.dat COM A
      *----    CHAVE DE ANTES E A DE DEPOIS; O NOME SOCIAL
      *----    TRANSFERIDO OU DESCARTADO VAI TAMBEM PARA A SUA
      *----    TRILHA PROPRIA (NSOCHIST.dat), FORA DA AUDITORIA.
      *----    A ROTINA PODE SER REPETIDA SEM EFEITO DUPLICADO: SO
      *----    TRANSFERE O QUE AINDA ESTA NO RM RETIRADO. POR ISSO A
      *----    RECUPERACAO DO JORNAL (PROGRCUP) COMPLETA UMA
      *----    UNIFICACAO INTERROMPIDA CHAMANDO-A DE NOVO.
      *----    RESULTADO: O = UNIFICADO, D = SELO DE PAGAMENTOS OU
      *----    NOTAS DIVERGENTE E NAO RECONHECIDO (NADA GRAVADO).
      *----    CHAMADO POR PROGUNIF E PROGRCUP.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I/O           BOKALU
      *---- ALUNHIST          I/O           BOKHIST
      *---- MENSALID          I/O           BOKMENS
      *---- PAGAMENTOS        I/O           BOKPAG
      *---- NOTAS             I/O           BOKNOTA
      *---- FREQUENCIA        I/O           BOKFREQ
      *---- RESULTADOS        I/O           BOKRESU
      *---- MATDISC           I/O           BOKMDIS
      *---- DESCONTOS         I/O           BOKDESC
      *---- PARCELAS          I/O           BOKPARC
      *---- CREDITO           I/O           BOKCRED
      *---- CONTRATOS         I/O           BOKCONT
      *---- RESPVINC          I/O           BOKRVIN
      *---- CONSENT           I/O           BOKCSNT
      *---- NOMESOC           I/O           BOKNSOC
      *---- NSOCHIST          E             BOKNSOH
      *---- AUDITORIA         E             BOKAUDIT
      *---------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT                                             DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       CONFIGURATION                                           SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-----------------------------------------------------------------
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT ALUNHIST  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-ALUNHIST.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT NOTAS  ASSIGN TO WRK-PATH-NOTAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NOTA-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NOTA-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NOTAS.

           SELECT FREQUENCIA  ASSIGN TO WRK-PATH-FREQUENCIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

           SELECT RESULTADOS  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESULTADOS.

           SELECT MATDISC  ASSIGN TO WRK-PATH-MATDISC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MDI-CHAVE
                  FILE STATUS IS FS-MATDISC.

           SELECT DESCONTOS  ASSIGN TO WRK-PATH-DESCONTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DES-RM
                  FILE STATUS IS FS-DESCONTOS.

           SELECT PARCELAS  ASSIGN TO WRK-PATH-PARCELAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAR-CHAVE
                  FILE STATUS IS FS-PARCELAS.

           SELECT CREDITO  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CREDITO.

           SELECT CONTRATOS  ASSIGN TO WRK-PATH-CONTRATOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CON-NUMERO
                  FILE STATUS IS FS-CONTRATOS.

           SELECT RESPVINC  ASSIGN TO WRK-PATH-RESPVINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RVI-RM
                  FILE STATUS IS FS-RESPVINC.

           SELECT CONSENT  ASSIGN TO WRK-PATH-CONSENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CSN-CHAVE
                  FILE STATUS IS FS-CONSENT.

           SELECT NOMESOC  ASSIGN TO WRK-PATH-NOMESOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NSO-RM
                  FILE STATUS IS FS-NOMESOC.

           SELECT NSOCHIST  ASSIGN TO WRK-PATH-NSOCHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NSOCHIST.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ALUNHIST.
       COPY "BOKHIST".

       FD  MENSALID.
       COPY "BOKMENS".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  NOTAS.
       COPY "BOKNOTA".

       FD  FREQUENCIA.
       COPY "BOKFREQ".

       FD  RESULTADOS.
       COPY "BOKRESU".

       FD  MATDISC.
       COPY "BOKMDIS".

       FD  DESCONTOS.
       COPY "BOKDESC".

       FD  PARCELAS.
       COPY "BOKPARC".

       FD  CREDITO.
       COPY "BOKCRED".

       FD  CONTRATOS.
       COPY "BOKCONT".

       FD  RESPVINC.
       COPY "BOKRVIN".

       FD  CONSENT.
       COPY "BOKCSNT".

       FD  NOMESOC.
       COPY "BOKNSOC".

       FD  NSOCHIST.
       COPY "BOKNSOH".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-NOTAS                     PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-RESULTADOS                PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-DESCONTOS                 PIC 9(02).
       77  FS-PARCELAS                  PIC 9(02).
       77  FS-CREDITO                   PIC 9(02).
       77  FS-CONTRATOS                 PIC 9(02).
       77  FS-RESPVINC                  PIC 9(02).
       77  FS-CONSENT                   PIC 9(02).
       77  FS-NOMESOC                   PIC 9(02).
       77  FS-NSOCHIST                  PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- SELO DE CONTROLE DE PAGAMENTOS E NOTAS -----------
       77  WRK-SEL-ARQUIVO              PIC X(12) VALUE SPACES.
       77  WRK-SEL-FUNCAO               PIC X(01) VALUE SPACES.
       77  WRK-SEL-PROGRAMA             PIC X(08) VALUE "PROGUNIM".
       77  WRK-SEL-RESULTADO            PIC X(01) VALUE SPACES.

      *--- "S" = ARQUIVOS ABERTOS NESTA CHAMADA (SELOS CONFERIDOS) -----
       77  WRK-ABRIU-ARQUIVOS           PIC X(01) VALUE "N".

      *------------- VARIAVEIS DA UNIFICACAO ---------------------------
       77  WRK-NOME-RETIRADO            PIC X(20) VALUE SPACES.
       77  WRK-NOME-SOBREVIVE           PIC X(20) VALUE SPACES.
       77  WRK-DATA-EDIT                PIC X(10) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC Z(05)9,99.
       77  WRK-ACHOU-COPIA              PIC X(01) VALUE SPACES.

      *--- PARCELAS: MAIOR SEQUENCIA DO RM QUE PERMANECE E A NOVA ------
      *--- SEQUENCIA DA PARCELA TRANSFERIDA ----------------------------
       77  WRK-SEQ-ULTIMA               PIC 9(03) VALUE ZEROS.
       77  WRK-SEQ-ANTIGA               PIC 9(03) VALUE ZEROS.
       77  WRK-SEQ-NOVA                 PIC 9(03) VALUE ZEROS.

      *--- COPIAS DOS REGISTROS ANTES DA TROCA DE CHAVE ----------------
       01  WRK-PAR-SALVA.
           05 WRK-PAR-SALVA-CHAVE.
              10 WRK-PAR-SALVA-RM       PIC X(06).
              10 WRK-PAR-SALVA-SEQ      PIC 9(03).
           05 WRK-PAR-SALVA-RESTO       PIC X(42).

       01  WRK-RES-SALVA.
           05 WRK-RES-SALVA-CHAVE.
              10 WRK-RES-SALVA-SEMESTRE PIC X(02).
              10 WRK-RES-SALVA-RM       PIC X(06).
              10 WRK-RES-SALVA-DISC     PIC X(15).
           05 WRK-RES-SALVA-RESTO       PIC X(22).

       01  WRK-MDI-SALVA.
           05 WRK-MDI-SALVA-CHAVE.
              10 WRK-MDI-SALVA-RM       PIC X(06).
              10 WRK-MDI-SALVA-DISC     PIC X(15).
           05 WRK-MDI-SALVA-RESTO       PIC X(23).

       01  WRK-DES-SALVA                PIC X(50) VALUE SPACES.
       01  WRK-CRE-SALVA                PIC X(48) VALUE SPACES.
       77  WRK-CRE-SALDO-RETIRADO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CRE-ORIGEM               PIC X(20) VALUE SPACES.
       77  WRK-RVI-CODIGO               PIC 9(06) VALUE ZEROS.

       01  WRK-CSN-SALVA.
           05 WRK-CSN-SALVA-CHAVE.
              10 WRK-CSN-SALVA-TIPO     PIC X(01).
              10 WRK-CSN-SALVA-TITULAR  PIC X(06).
              10 WRK-CSN-SALVA-CANAL    PIC X(05).
              10 WRK-CSN-SALVA-CATEG    PIC X(04).
           05 WRK-CSN-SALVA-AUTORIZA    PIC X(01).
           05 WRK-CSN-SALVA-DATA        PIC X(08).
           05 WRK-CSN-SALVA-RESTO       PIC X(18).

       01  WRK-NSO-SALVA.
           05 WRK-NSO-SALVA-RM          PIC X(06).
           05 WRK-NSO-SALVA-NOME        PIC X(20).
           05 WRK-NSO-SALVA-SITUACAO    PIC X(01).
           05 WRK-NSO-SALVA-OFICIAL     PIC X(01).
           05 WRK-NSO-SALVA-TERMO       PIC X(08).
           05 WRK-NSO-SALVA-DECLARANTE  PIC X(01).
           05 WRK-NSO-SALVA-RESTO       PIC X(22).

      *--- LINHA DA TRILHA DE AUDITORIA DO REGISTRO TRANSFERIDO --------
       77  WRK-AUD-CAMPO                PIC X(15) VALUE SPACES.
       77  WRK-AUD-ANTES                PIC X(40) VALUE SPACES.
       77  WRK-AUD-DEPOIS               PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-UNI-RM-RETIRADO                PIC X(06).
       01  LNK-UNI-RM-SOBREVIVE               PIC X(06).
       01  LNK-UNI-OPERADOR                   PIC X(08).
       01  LNK-UNI-RESULTADO                  PIC X(01).
       01  LNK-UNI-QTD                        PIC 9(06).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-UNI-RM-RETIRADO, LNK-UNI-RM-SOBREVIVE,
             LNK-UNI-OPERADOR, LNK-UNI-RESULTADO, LNK-UNI-QTD.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           MOVE "O"                            TO LNK-UNI-RESULTADO
           MOVE ZEROS                          TO LNK-UNI-QTD
           MOVE "N"                            TO WRK-ABRIU-ARQUIVOS
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

      *----------- CONFERENCIA DOS SELOS DE CONTROLE ANTES DE GRAVAR ---
           MOVE "PAGAMENTOS"                   TO WRK-SEL-ARQUIVO
           MOVE "V"                            TO WRK-SEL-FUNCAO
           CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                WRK-SEL-PROGRAMA, LNK-UNI-OPERADOR, WRK-SEL-RESULTADO.

           IF  WRK-SEL-RESULTADO EQUAL "D"
               MOVE "D"                        TO LNK-UNI-RESULTADO
               GO TO 0100-INICIALIZAR-99-FIM
           END-IF.

           MOVE "NOTAS"                        TO WRK-SEL-ARQUIVO
           MOVE "V"                            TO WRK-SEL-FUNCAO
           CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                WRK-SEL-PROGRAMA, LNK-UNI-OPERADOR, WRK-SEL-RESULTADO.

           IF  WRK-SEL-RESULTADO EQUAL "D"
               MOVE "D"                        TO LNK-UNI-RESULTADO
               GO TO 0100-INICIALIZAR-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-ABRIU-ARQUIVOS.

      *----------- ABERTURA DOS ARQUIVOS (I-O; CRIA OS QUE AINDA -------
      *----------- NAO EXISTEM) ----------------------------------------
           OPEN I-O ALUNOS.

           OPEN I-O ALUNHIST.
           IF  FS-ALUNHIST EQUAL 35
               OPEN OUTPUT ALUNHIST
               CLOSE       ALUNHIST
               OPEN I-O    ALUNHIST
           END-IF.

           OPEN I-O MENSALID.
           IF  FS-MENSALID EQUAL 35
               OPEN OUTPUT MENSALID
               CLOSE       MENSALID
               OPEN I-O    MENSALID
           END-IF.

           OPEN I-O PAGAMENTOS.
           IF  FS-PAGAMENTOS EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE       PAGAMENTOS
               OPEN I-O    PAGAMENTOS
           END-IF.

           OPEN I-O NOTAS.
           IF  FS-NOTAS EQUAL 35
               OPEN OUTPUT NOTAS
               CLOSE       NOTAS
               OPEN I-O    NOTAS
           END-IF.

           OPEN I-O FREQUENCIA.
           IF  FS-FREQUENCIA EQUAL 35
               OPEN OUTPUT FREQUENCIA
               CLOSE       FREQUENCIA
               OPEN I-O    FREQUENCIA
           END-IF.

           OPEN I-O RESULTADOS.
           IF  FS-RESULTADOS EQUAL 35
               OPEN OUTPUT RESULTADOS
               CLOSE       RESULTADOS
               OPEN I-O    RESULTADOS
           END-IF.

           OPEN I-O MATDISC.
           IF  FS-MATDISC EQUAL 35
               OPEN OUTPUT MATDISC
               CLOSE       MATDISC
               OPEN I-O    MATDISC
           END-IF.

           OPEN I-O DESCONTOS.
           IF  FS-DESCONTOS EQUAL 35
               OPEN OUTPUT DESCONTOS
               CLOSE       DESCONTOS
               OPEN I-O    DESCONTOS
           END-IF.

           OPEN I-O PARCELAS.
           IF  FS-PARCELAS EQUAL 35
               OPEN OUTPUT PARCELAS
               CLOSE       PARCELAS
               OPEN I-O    PARCELAS
           END-IF.

           OPEN I-O CREDITO.
           IF  FS-CREDITO EQUAL 35
               OPEN OUTPUT CREDITO
               CLOSE       CREDITO
               OPEN I-O    CREDITO
           END-IF.

           OPEN I-O CONTRATOS.
           IF  FS-CONTRATOS EQUAL 35
               OPEN OUTPUT CONTRATOS
               CLOSE       CONTRATOS
               OPEN I-O    CONTRATOS
           END-IF.

           OPEN I-O RESPVINC.
           IF  FS-RESPVINC EQUAL 35
               OPEN OUTPUT RESPVINC
               CLOSE       RESPVINC
               OPEN I-O    RESPVINC
           END-IF.

           OPEN I-O CONSENT.
           IF  FS-CONSENT EQUAL 35
               OPEN OUTPUT CONSENT
               CLOSE       CONSENT
               OPEN I-O    CONSENT
           END-IF.

           OPEN I-O NOMESOC.
           IF  FS-NOMESOC EQUAL 35
               OPEN OUTPUT NOMESOC
               CLOSE       NOMESOC
               OPEN I-O    NOMESOC
           END-IF.

      *----------- TRILHA DO NOME SOCIAL (ACRESCENTA AO FIM) -----------
           OPEN EXTEND NSOCHIST.
           IF  FS-NSOCHIST EQUAL 35
               OPEN OUTPUT NSOCHIST
               CLOSE       NSOCHIST
               OPEN EXTEND NSOCHIST
           END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
           OPEN EXTEND AUDITORIA.
           IF  FS-AUDITORIA EQUAL 35
               OPEN OUTPUT AUDITORIA
               CLOSE       AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-ARQUIVOS NOT EQUAL "S"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE WRK-DATA-HORA(7:2)             TO WRK-DATA-EDIT(1:2)
           MOVE "/"                            TO WRK-DATA-EDIT(3:1)
           MOVE WRK-DATA-HORA(5:2)             TO WRK-DATA-EDIT(4:2)
           MOVE "/"                            TO WRK-DATA-EDIT(6:1)
           MOVE WRK-DATA-HORA(1:4)             TO WRK-DATA-EDIT(7:4).

      *----------- NOMES DOS DOIS RMS PARA A TRILHA DE AUDITORIA -------
           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE LNK-UNI-RM-RETIRADO    TO ARQ-HIST-RM
                   READ ALUNHIST KEY IS ARQ-HIST-RM
                       INVALID KEY
                           MOVE SPACES         TO ARQ-HIST-RESTANTE
                   END-READ
                   MOVE ARQ-HIST-RESTANTE(1:20) TO ARQ-NOMEALUNO
           END-READ.
           MOVE ARQ-NOMEALUNO                  TO WRK-NOME-RETIRADO.

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE SPACES                 TO ARQ-NOMEALUNO
           END-READ.
           MOVE ARQ-NOMEALUNO                  TO WRK-NOME-SOBREVIVE.

      *----------- AS PARCELAS VEM ANTES DOS RECIBOS: A TROCA DA -------
      *----------- SEQUENCIA DA PARCELA LEVA JUNTO OS RECIBOS DELA -----
           PERFORM 0210-MOVER-PARCELAS.
           PERFORM 0215-MOVER-MENSALIDADES.
           PERFORM 0220-MOVER-PAGAMENTOS.
           PERFORM 0225-MOVER-NOTAS.
           PERFORM 0230-MOVER-FREQUENCIA.
           PERFORM 0235-MOVER-CONTRATOS.
           PERFORM 0240-MOVER-RESULTADOS.
           PERFORM 0245-MOVER-MATDISC.
           PERFORM 0250-MOVER-DESCONTO.
           PERFORM 0255-MOVER-CREDITO.
           PERFORM 0260-MOVER-RESPONSAVEL.
           PERFORM 0265-MOVER-CONSENTIMENTO.
           PERFORM 0267-MOVER-NOME-SOCIAL.
           PERFORM 0270-RETIRAR-RM.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-MOVER-PARCELAS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CADA PARCELA DO RM RETIRADO GANHA A SEQUENCIA -------
      *----------- SEGUINTE A ULTIMA DO RM QUE PERMANECE; OS RECIBOS ---
      *----------- QUE APONTAVAM PARA ELA PASSAM A APONTAR A NOVA ------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-PAR-RM
           MOVE ZEROS                          TO ARQ-PAR-SEQ

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-PARCELAS
                   GO TO 0210-MOVER-PARCELAS-99-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-PARCELAS
                   GO TO 0210-MOVER-PARCELAS-99-FIM
           END-READ.

           IF  ARQ-PAR-RM NOT EQUAL LNK-UNI-RM-RETIRADO
               GO TO 0210-MOVER-PARCELAS-99-FIM
           END-IF.

           MOVE ARQ-DADOS-PARCELA              TO WRK-PAR-SALVA
           MOVE WRK-PAR-SALVA-SEQ              TO WRK-SEQ-ANTIGA.

      *----------- UMA COPIA IDENTICA JA GRAVADA NO RM QUE PERMANECE ---
      *----------- (UNIFICACAO INTERROMPIDA) E REAPROVEITADA -----------
           PERFORM 0211-PROCURAR-COPIA.

           IF  WRK-ACHOU-COPIA NOT EQUAL "S"
               MOVE WRK-PAR-SALVA              TO ARQ-DADOS-PARCELA
               MOVE LNK-UNI-RM-SOBREVIVE       TO ARQ-PAR-RM
               MOVE WRK-SEQ-NOVA               TO ARQ-PAR-SEQ
               WRITE ARQ-DADOS-PARCELA
           END-IF.

           PERFORM 0212-REAPONTAR-RECIBOS.

           MOVE WRK-PAR-SALVA-CHAVE            TO ARQ-PAR-CHAVE
           DELETE PARCELAS RECORD.

           MOVE "PARCELAS"                     TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " PARCELA " WRK-SEQ-ANTIGA
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES
           STRING "RM " LNK-UNI-RM-SOBREVIVE " PARCELA " WRK-SEQ-NOVA
                  DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           PERFORM 0290-GRAVAR-AUDITORIA.

           GO TO 0210-MOVER-PARCELAS.

      *-----------------------------------------------------------------
       0210-MOVER-PARCELAS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0211-PROCURAR-COPIA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- PERCORRE AS PARCELAS DO RM QUE PERMANECE: GUARDA ----
      *----------- A ULTIMA SEQUENCIA E PROCURA UMA COPIA IDENTICA -----
      *----------- DA PARCELA EM TRANSFERENCIA -------------------------

           MOVE "N"                            TO WRK-ACHOU-COPIA
           MOVE ZEROS                          TO WRK-SEQ-ULTIMA

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-PAR-RM
           MOVE ZEROS                          TO ARQ-PAR-SEQ

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-PARCELAS
                   GO TO 0211-PROCURAR-COPIA-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-PARCELAS
                   GO TO 0211-PROCURAR-COPIA-FIM
           END-READ.

           PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS
                      OR ARQ-PAR-RM NOT EQUAL LNK-UNI-RM-SOBREVIVE

               MOVE ARQ-PAR-SEQ                TO WRK-SEQ-ULTIMA

               IF  WRK-ACHOU-COPIA NOT EQUAL "S"
               AND ARQ-DADOS-PARCELA(8:42) EQUAL WRK-PAR-SALVA-RESTO
                   MOVE "S"                    TO WRK-ACHOU-COPIA
                   MOVE ARQ-PAR-SEQ            TO WRK-SEQ-NOVA
               END-IF

               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PARCELAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PARCELAS.

       0211-PROCURAR-COPIA-FIM.

           IF  WRK-ACHOU-COPIA NOT EQUAL "S"
               COMPUTE WRK-SEQ-NOVA = WRK-SEQ-ULTIMA + 1
           END-IF.

      *-----------------------------------------------------------------
       0211-PROCURAR-COPIA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0212-REAPONTAR-RECIBOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBOS DO RM RETIRADO DA PARCELA EM TRANSFERENCIA --
      *----------- PASSAM AO RM QUE PERMANECE, NA NOVA SEQUENCIA. A ----
      *----------- LEITURA RECOMECA A CADA TROCA, POIS A TROCA MUDA ----
      *----------- A CHAVE ALTERNATIVA DO RECIBO -----------------------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-PAG-RM

           START PAGAMENTOS KEY IS EQUAL ARQ-PAG-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0212-REAPONTAR-RECIBOS-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PAGAMENTOS
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS
                      OR ARQ-PAG-RM NOT EQUAL LNK-UNI-RM-RETIRADO

               IF  ARQ-PAG-PARCELA EQUAL WRK-SEQ-ANTIGA
                   MOVE SPACES                 TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
                   STRING "RM " LNK-UNI-RM-RETIRADO " RECIBO "
                          ARQ-PAG-NUMERO " PARC " WRK-SEQ-ANTIGA
                          DELIMITED BY SIZE INTO WRK-AUD-ANTES
                   MOVE LNK-UNI-RM-SOBREVIVE   TO ARQ-PAG-RM
                   MOVE WRK-SEQ-NOVA           TO ARQ-PAG-PARCELA
                   REWRITE ARQ-DADOS-PAGAMENTO
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " RECIBO "
                          ARQ-PAG-NUMERO " PARC " WRK-SEQ-NOVA
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
                   MOVE "PAGAMENTOS"           TO WRK-AUD-CAMPO
                   PERFORM 0290-GRAVAR-AUDITORIA
                   GO TO 0212-REAPONTAR-RECIBOS
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0212-REAPONTAR-RECIBOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-MOVER-MENSALIDADES                                 SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCAS DO RM RETIRADO: SO MUDA O RM (A CHAVE ----
      *----------- E O NUMERO DA COBRANCA) -----------------------------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   MOVE ZEROS                  TO FS-MENSALID
                   GO TO 0215-MOVER-MENSALIDADES-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   MOVE 9                      TO FS-MENSALID
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-RM EQUAL LNK-UNI-RM-RETIRADO
                   MOVE LNK-UNI-RM-SOBREVIVE   TO ARQ-MEN-RM
                   REWRITE ARQ-DADOS-MENSALIDADE
                   MOVE "MENSALID"             TO WRK-AUD-CAMPO
                   MOVE SPACES                 TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
                   STRING "RM " LNK-UNI-RM-RETIRADO " COBRANCA "
                          ARQ-MEN-NUMERO
                          DELIMITED BY SIZE INTO WRK-AUD-ANTES
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " COBRANCA "
                          ARQ-MEN-NUMERO
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
                   PERFORM 0290-GRAVAR-AUDITORIA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0215-MOVER-MENSALIDADES-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-MOVER-PAGAMENTOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- DEMAIS RECIBOS DO RM RETIRADO (SEM PARCELA OU DE ----
      *----------- PARCELA JA TRANSFERIDA): UM POR VEZ, RECOMECANDO ----
      *----------- PELA CHAVE ALTERNATIVA A CADA TROCA -----------------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-PAG-RM

           START PAGAMENTOS KEY IS EQUAL ARQ-PAG-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0220-MOVER-PAGAMENTOS-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-PAGAMENTOS
                   GO TO 0220-MOVER-PAGAMENTOS-99-FIM
           END-READ.

           IF  ARQ-PAG-RM NOT EQUAL LNK-UNI-RM-RETIRADO
               GO TO 0220-MOVER-PAGAMENTOS-99-FIM
           END-IF.

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-PAG-RM
           REWRITE ARQ-DADOS-PAGAMENTO.

           MOVE "PAGAMENTOS"                   TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " RECIBO " ARQ-PAG-NUMERO
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES
           STRING "RM " LNK-UNI-RM-SOBREVIVE " RECIBO " ARQ-PAG-NUMERO
                  DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           PERFORM 0290-GRAVAR-AUDITORIA.

           GO TO 0220-MOVER-PAGAMENTOS.

      *-----------------------------------------------------------------
       0220-MOVER-PAGAMENTOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-MOVER-NOTAS                                        SECTION.
      *-----------------------------------------------------------------
      *----------- NOTAS DO RM RETIRADO: UMA POR VEZ, RECOMECANDO ------
      *----------- PELA CHAVE ALTERNATIVA A CADA TROCA -----------------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-NOTA-RM

           START NOTAS KEY IS EQUAL ARQ-NOTA-RM
               INVALID KEY
                   MOVE ZEROS                  TO FS-NOTAS
                   GO TO 0225-MOVER-NOTAS-99-FIM
           END-START.

           READ NOTAS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-NOTAS
                   GO TO 0225-MOVER-NOTAS-99-FIM
           END-READ.

           IF  ARQ-NOTA-RM NOT EQUAL LNK-UNI-RM-RETIRADO
               GO TO 0225-MOVER-NOTAS-99-FIM
           END-IF.

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-NOTA-RM
           REWRITE ARQ-DADOS-NOTA.

           MOVE "NOTAS"                        TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " NOTA " ARQ-NOTA-NUMERO
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES
           STRING "RM " LNK-UNI-RM-SOBREVIVE " NOTA " ARQ-NOTA-NUMERO
                  DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           PERFORM 0290-GRAVAR-AUDITORIA.

           GO TO 0225-MOVER-NOTAS.

      *-----------------------------------------------------------------
       0225-MOVER-NOTAS-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-MOVER-FREQUENCIA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- LANCAMENTOS DE FREQUENCIA DO RM RETIRADO: SO MUDA ---
      *----------- O RM (A CHAVE E O NUMERO DO LANCAMENTO) -------------

           MOVE LOW-VALUES                     TO ARQ-FRE-NUMERO

           START FREQUENCIA KEY IS GREATER THAN OR EQUAL ARQ-FRE-NUMERO
               INVALID KEY
                   MOVE ZEROS                  TO FS-FREQUENCIA
                   GO TO 0230-MOVER-FREQUENCIA-99-FIM
           END-START.

           READ FREQUENCIA NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FREQUENCIA
           END-READ.

           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL ZEROS

               IF  ARQ-FRE-RM EQUAL LNK-UNI-RM-RETIRADO
                   MOVE LNK-UNI-RM-SOBREVIVE   TO ARQ-FRE-RM
                   REWRITE ARQ-DADOS-FREQUENCIA
                   MOVE "FREQUENCIA"           TO WRK-AUD-CAMPO
                   MOVE SPACES                 TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
                   STRING "RM " LNK-UNI-RM-RETIRADO " LANCAMENTO "
                          ARQ-FRE-NUMERO
                          DELIMITED BY SIZE INTO WRK-AUD-ANTES
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " LANCAMENTO "
                          ARQ-FRE-NUMERO
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
                   PERFORM 0290-GRAVAR-AUDITORIA
               END-IF

               READ FREQUENCIA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FREQUENCIA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FREQUENCIA.

      *-----------------------------------------------------------------
       0230-MOVER-FREQUENCIA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-MOVER-CONTRATOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- CONTRATOS EMITIDOS PARA O RM RETIRADO: SO MUDA O ---
      *----------- RM (A CHAVE E O NUMERO DO CONTRATO) -----------------

           MOVE LOW-VALUES                     TO ARQ-CON-NUMERO

           START CONTRATOS KEY IS GREATER THAN OR EQUAL ARQ-CON-NUMERO
               INVALID KEY
                   MOVE ZEROS                  TO FS-CONTRATOS
                   GO TO 0235-MOVER-CONTRATOS-99-FIM
           END-START.

           READ CONTRATOS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CONTRATOS
           END-READ.

           PERFORM UNTIL FS-CONTRATOS NOT EQUAL ZEROS

               IF  ARQ-CON-RM EQUAL LNK-UNI-RM-RETIRADO
                   MOVE LNK-UNI-RM-SOBREVIVE   TO ARQ-CON-RM
                   REWRITE ARQ-DADOS-CONTRATO
                   MOVE "CONTRATOS"            TO WRK-AUD-CAMPO
                   MOVE SPACES                 TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
                   STRING "RM " LNK-UNI-RM-RETIRADO " CONTRATO "
                          ARQ-CON-NUMERO
                          DELIMITED BY SIZE INTO WRK-AUD-ANTES
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " CONTRATO "
                          ARQ-CON-NUMERO
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
                   PERFORM 0290-GRAVAR-AUDITORIA
               END-IF

               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONTRATOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CONTRATOS.

      *-----------------------------------------------------------------
       0235-MOVER-CONTRATOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-MOVER-RESULTADOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- RESULTADOS (CHAVE SEMESTRE + RM + DISCIPLINA) DO ----
      *----------- RM RETIRADO GANHAM A CHAVE DO RM QUE PERMANECE; SE --
      *----------- ELE JA TEM O RESULTADO DA DISCIPLINA NO SEMESTRE, --
      *----------- FICA O DELE. A LEITURA RECOMECA APOS A CHAVE -------
      *----------- TRATADA ---------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-RES-CHAVE

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-RESULTADOS
                   GO TO 0240-MOVER-RESULTADOS-99-FIM
           END-START.

       0240-MOVER-RESULTADOS-LER.

           READ RESULTADOS NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-RESULTADOS
                   GO TO 0240-MOVER-RESULTADOS-99-FIM
           END-READ.

           IF  ARQ-RES-RM NOT EQUAL LNK-UNI-RM-RETIRADO
               GO TO 0240-MOVER-RESULTADOS-LER
           END-IF.

           MOVE ARQ-DADOS-RESULTADO            TO WRK-RES-SALVA

           MOVE "RESULTADOS"                   TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " SEM "
                  WRK-RES-SALVA-SEMESTRE " " WRK-RES-SALVA-DISC
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-RES-RM
           WRITE ARQ-DADOS-RESULTADO
               INVALID KEY
                   STRING "DESCARTADO - MANTIDO O DO RM "
                          LNK-UNI-RM-SOBREVIVE
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
               NOT INVALID KEY
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " SEM "
                          WRK-RES-SALVA-SEMESTRE " " WRK-RES-SALVA-DISC
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           END-WRITE.

           MOVE WRK-RES-SALVA-CHAVE            TO ARQ-RES-CHAVE
           DELETE RESULTADOS RECORD.

           PERFORM 0290-GRAVAR-AUDITORIA.

           MOVE WRK-RES-SALVA-CHAVE            TO ARQ-RES-CHAVE

           START RESULTADOS KEY IS GREATER THAN ARQ-RES-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-RESULTADOS
                   GO TO 0240-MOVER-RESULTADOS-99-FIM
           END-START.

           GO TO 0240-MOVER-RESULTADOS-LER.

      *-----------------------------------------------------------------
       0240-MOVER-RESULTADOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-MOVER-MATDISC                                      SECTION.
      *-----------------------------------------------------------------
      *----------- MATRICULAS EM DISCIPLINA (CHAVE RM + DISCIPLINA) ----
      *----------- DO RM RETIRADO GANHAM A CHAVE DO RM QUE PERMANECE; --
      *----------- SE ELE JA ESTA NA DISCIPLINA, FICA A DELE -----------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-MDI-RM
           MOVE LOW-VALUES                     TO ARQ-MDI-DISCIPLINA

           START MATDISC KEY IS GREATER THAN OR EQUAL ARQ-MDI-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-MATDISC
                   GO TO 0245-MOVER-MATDISC-99-FIM
           END-START.

           READ MATDISC NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-MATDISC
                   GO TO 0245-MOVER-MATDISC-99-FIM
           END-READ.

           IF  ARQ-MDI-RM NOT EQUAL LNK-UNI-RM-RETIRADO
               GO TO 0245-MOVER-MATDISC-99-FIM
           END-IF.

           MOVE ARQ-DADOS-MATDISC              TO WRK-MDI-SALVA

           MOVE "MATDISC"                      TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " " WRK-MDI-SALVA-DISC
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-MDI-RM
           WRITE ARQ-DADOS-MATDISC
               INVALID KEY
                   STRING "DESCARTADO - MANTIDO O DO RM "
                          LNK-UNI-RM-SOBREVIVE
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
               NOT INVALID KEY
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " "
                          WRK-MDI-SALVA-DISC
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           END-WRITE.

           MOVE WRK-MDI-SALVA-CHAVE            TO ARQ-MDI-CHAVE
           DELETE MATDISC RECORD.

           PERFORM 0290-GRAVAR-AUDITORIA.

           GO TO 0245-MOVER-MATDISC.

      *-----------------------------------------------------------------
       0245-MOVER-MATDISC-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-MOVER-DESCONTO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- DESCONTO (UM POR RM): PASSA AO RM QUE PERMANECE ----
      *----------- SE ELE NAO TEM UM; SE TEM, FICA O DELE --------------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-DES-RM
           READ DESCONTOS KEY IS ARQ-DES-RM
               INVALID KEY
                   GO TO 0250-MOVER-DESCONTO-99-FIM
           END-READ.

           MOVE ARQ-DADOS-DESCONTO             TO WRK-DES-SALVA

           MOVE "DESCONTOS"                    TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " " ARQ-DES-TIPO
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-DES-RM
           WRITE ARQ-DADOS-DESCONTO
               INVALID KEY
                   STRING "DESCARTADO - MANTIDO O DO RM "
                          LNK-UNI-RM-SOBREVIVE
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
               NOT INVALID KEY
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " "
                          ARQ-DES-TIPO
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           END-WRITE.

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-DES-RM
           DELETE DESCONTOS RECORD.

           PERFORM 0290-GRAVAR-AUDITORIA.

      *-----------------------------------------------------------------
       0250-MOVER-DESCONTO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-MOVER-CREDITO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- SALDO CREDOR DO RM RETIRADO: PASSA AO RM QUE -------
      *----------- PERMANECE OU SOMA AO SALDO DELE. A ORIGEM ----------
      *----------- "UNIFICACAO RM nnnn" MARCA A SOMA JA FEITA, PARA ----
      *----------- QUE UMA REPETICAO NAO SOME DE NOVO ------------------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-CRE-RM
           READ CREDITO KEY IS ARQ-CRE-RM
               INVALID KEY
                   GO TO 0255-MOVER-CREDITO-99-FIM
           END-READ.

           MOVE ARQ-DADOS-CREDITO              TO WRK-CRE-SALVA
           MOVE ARQ-CRE-SALDO                  TO WRK-CRE-SALDO-RETIRADO
           MOVE SPACES                         TO WRK-CRE-ORIGEM
           STRING "UNIFICACAO RM " LNK-UNI-RM-RETIRADO
                  DELIMITED BY SIZE INTO WRK-CRE-ORIGEM

           MOVE "CREDITO"                      TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           MOVE WRK-CRE-SALDO-RETIRADO         TO WRK-VALOR-ED
           STRING "RM " LNK-UNI-RM-RETIRADO " SALDO " WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-CRE-RM
           READ CREDITO KEY IS ARQ-CRE-RM
               INVALID KEY
                   MOVE WRK-CRE-SALVA          TO ARQ-DADOS-CREDITO
                   MOVE LNK-UNI-RM-SOBREVIVE   TO ARQ-CRE-RM
                   WRITE ARQ-DADOS-CREDITO
               NOT INVALID KEY
                   IF  ARQ-CRE-ORIGEM NOT EQUAL WRK-CRE-ORIGEM
                       ADD WRK-CRE-SALDO-RETIRADO TO ARQ-CRE-SALDO
                       MOVE WRK-DATA-HORA(1:8) TO ARQ-CRE-DATA-MOV
                       MOVE WRK-CRE-ORIGEM     TO ARQ-CRE-ORIGEM
                       REWRITE ARQ-DADOS-CREDITO
                   END-IF
           END-READ.

           MOVE ARQ-CRE-SALDO                  TO WRK-VALOR-ED
           STRING "RM " LNK-UNI-RM-SOBREVIVE " SALDO " WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-AUD-DEPOIS

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-CRE-RM
           DELETE CREDITO RECORD.

           PERFORM 0290-GRAVAR-AUDITORIA.

      *-----------------------------------------------------------------
       0255-MOVER-CREDITO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-MOVER-RESPONSAVEL                                  SECTION.
      *-----------------------------------------------------------------
      *----------- VINCULO COM O RESPONSAVEL FINANCEIRO (UM POR RM): --
      *----------- PASSA AO RM QUE PERMANECE SE ELE NAO TEM UM; SE ----
      *----------- TEM, FICA O DELE ------------------------------------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-RVI-RM
           READ RESPVINC KEY IS ARQ-RVI-RM
               INVALID KEY
                   GO TO 0260-MOVER-RESPONSAVEL-99-FIM
           END-READ.

           MOVE ARQ-RVI-CODIGO                 TO WRK-RVI-CODIGO

           MOVE "RESPVINC"                     TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " RESPONSAVEL "
                  WRK-RVI-CODIGO
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-RVI-RM
           WRITE ARQ-DADOS-RESPVINC
               INVALID KEY
                   STRING "DESCARTADO - MANTIDO O DO RM "
                          LNK-UNI-RM-SOBREVIVE
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
               NOT INVALID KEY
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " RESPONSAVEL "
                          WRK-RVI-CODIGO
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           END-WRITE.

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-RVI-RM
           DELETE RESPVINC RECORD.

           PERFORM 0290-GRAVAR-AUDITORIA.

      *-----------------------------------------------------------------
       0260-MOVER-RESPONSAVEL-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-MOVER-CONSENTIMENTO                                SECTION.
      *-----------------------------------------------------------------
      *----------- PREFERENCIAS DE CONTATO DO ALUNO (TIPO "A"): UM ----
      *----------- REGISTRO POR CANAL E CATEGORIA. SE OS DOIS RMS -----
      *----------- TEM O MESMO CANAL E CATEGORIA, FICA A MANIFESTACAO -
      *----------- MAIS RECENTE. CADA VOLTA RETIRA UM REGISTRO E ------
      *----------- REPOSICIONA NO INICIO DO RM RETIRADO ----------------

           MOVE "A"                            TO ARQ-CSN-TIPO
           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-CSN-TITULAR
           MOVE LOW-VALUES                     TO ARQ-CSN-CANAL
                                                  ARQ-CSN-CATEGORIA

           START CONSENT KEY IS GREATER THAN OR EQUAL ARQ-CSN-CHAVE
               INVALID KEY
                   GO TO 0265-MOVER-CONSENTIMENTO-99-FIM
           END-START.

           READ CONSENT NEXT RECORD
               AT END
                   GO TO 0265-MOVER-CONSENTIMENTO-99-FIM
           END-READ.

           IF  ARQ-CSN-TIPO    NOT EQUAL "A" OR
               ARQ-CSN-TITULAR NOT EQUAL LNK-UNI-RM-RETIRADO
               GO TO 0265-MOVER-CONSENTIMENTO-99-FIM
           END-IF.

           MOVE ARQ-DADOS-CONSENT              TO WRK-CSN-SALVA

           MOVE "CONSENT"                      TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " "
                  WRK-CSN-SALVA-CANAL " " WRK-CSN-SALVA-CATEG " "
                  WRK-CSN-SALVA-AUTORIZA " " WRK-CSN-SALVA-DATA
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-CSN-TITULAR
           WRITE ARQ-DADOS-CONSENT
               INVALID KEY
                   READ CONSENT KEY IS ARQ-CSN-CHAVE
                   END-READ
                   IF  ARQ-CSN-DATA LESS WRK-CSN-SALVA-DATA
                       MOVE WRK-CSN-SALVA      TO ARQ-DADOS-CONSENT
                       MOVE LNK-UNI-RM-SOBREVIVE
                                               TO ARQ-CSN-TITULAR
                       REWRITE ARQ-DADOS-CONSENT
                       STRING "RM " LNK-UNI-RM-SOBREVIVE
                              " SUBSTITUIDO (MAIS RECENTE)"
                              DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
                   ELSE
                       STRING "DESCARTADO - MANTIDO O DO RM "
                              LNK-UNI-RM-SOBREVIVE
                              DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
                   END-IF
               NOT INVALID KEY
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " "
                          WRK-CSN-SALVA-CANAL " " WRK-CSN-SALVA-CATEG
                          " " WRK-CSN-SALVA-AUTORIZA " "
                          WRK-CSN-SALVA-DATA
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
           END-WRITE.

           MOVE WRK-CSN-SALVA-CHAVE            TO ARQ-CSN-CHAVE
           DELETE CONSENT RECORD.

           PERFORM 0290-GRAVAR-AUDITORIA.

           GO TO 0265-MOVER-CONSENTIMENTO.

      *-----------------------------------------------------------------
       0265-MOVER-CONSENTIMENTO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0267-MOVER-NOME-SOCIAL                                  SECTION.
      *-----------------------------------------------------------------
      *----------- NOME SOCIAL (UM POR RM), COM O CONSENTIMENTO QUE ----
      *----------- O AUTORIZOU: PASSA AO RM QUE PERMANECE SE ELE NAO ---
      *----------- TEM UM; SE TEM, FICA O DELE E O DO RM RETIRADO E ----
      *----------- DESCARTADO. O NOME SO VAI PARA NSOCHIST.dat; A ------
      *----------- AUDITORIA LEVA A SITUACAO E O USO EM DOCUMENTO ------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-NSO-RM
           READ NOMESOC KEY IS ARQ-NSO-RM
               INVALID KEY
                   GO TO 0267-MOVER-NOME-SOCIAL-99-FIM
           END-READ.

           MOVE ARQ-DADOS-NOMESOC              TO WRK-NSO-SALVA

           MOVE "NOMESOC"                      TO WRK-AUD-CAMPO
           MOVE SPACES                         TO WRK-AUD-ANTES
                                                  WRK-AUD-DEPOIS
           STRING "RM " LNK-UNI-RM-RETIRADO " SITUACAO "
                  WRK-NSO-SALVA-SITUACAO " OFICIAL "
                  WRK-NSO-SALVA-OFICIAL
                  DELIMITED BY SIZE INTO WRK-AUD-ANTES

      *----------- LINHA DA TRILHA DO NOME SOCIAL NO RM RETIRADO -------
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-NSH-DATAHORA
           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-NSH-RM
           MOVE "UNIFICACAO"                   TO ARQ-NSH-OPERACAO
           MOVE WRK-NSO-SALVA-NOME             TO ARQ-NSH-ANTES
           MOVE SPACES                         TO ARQ-NSH-DEPOIS
           MOVE WRK-NSO-SALVA-OFICIAL          TO ARQ-NSH-OFICIAL
           MOVE WRK-NSO-SALVA-TERMO            TO ARQ-NSH-DATA-TERMO
           MOVE WRK-NSO-SALVA-DECLARANTE       TO ARQ-NSH-DECLARANTE
           MOVE LNK-UNI-OPERADOR               TO ARQ-NSH-OPERADOR
           WRITE ARQ-DADOS-NSOCHIST.

           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-NSO-RM
           WRITE ARQ-DADOS-NOMESOC
               INVALID KEY
                   STRING "DESCARTADO - MANTIDO O DO RM "
                          LNK-UNI-RM-SOBREVIVE
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
               NOT INVALID KEY
                   STRING "RM " LNK-UNI-RM-SOBREVIVE " SITUACAO "
                          WRK-NSO-SALVA-SITUACAO " OFICIAL "
                          WRK-NSO-SALVA-OFICIAL
                          DELIMITED BY SIZE INTO WRK-AUD-DEPOIS
      *----------- E NO RM QUE PERMANECE, QUE PASSA A TE-LO ------------
                   MOVE LNK-UNI-RM-SOBREVIVE   TO ARQ-NSH-RM
                   MOVE SPACES                 TO ARQ-NSH-ANTES
                   MOVE WRK-NSO-SALVA-NOME     TO ARQ-NSH-DEPOIS
                   WRITE ARQ-DADOS-NSOCHIST
           END-WRITE.

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-NSO-RM
           DELETE NOMESOC RECORD.

           PERFORM 0290-GRAVAR-AUDITORIA.

      *-----------------------------------------------------------------
       0267-MOVER-NOME-SOCIAL-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-RETIRAR-RM                                         SECTION.
      *-----------------------------------------------------------------
      *----------- O RM RETIRADO FICA "UNIFICADO", COM O RM QUE -------
      *----------- PERMANECE NAS OBSERVACOES; AS DUAS PONTAS FICAM ----
      *----------- REGISTRADAS NA TRILHA DE AUDITORIA ------------------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   PERFORM 0275-RETIRAR-ARQUIVADO
                   GO TO 0270-RETIRAR-RM-RESUMO
           END-READ.

           IF  ARQ-STATUS NOT EQUAL "UNIFICADO"
               MOVE "STATUS"                   TO WRK-AUD-CAMPO
               MOVE ARQ-STATUS                 TO WRK-AUD-ANTES
               MOVE "UNIFICADO"                TO ARQ-STATUS
                                                  WRK-AUD-DEPOIS
               MOVE SPACES                     TO ARQ-OBSERVACOES
               STRING "UNIFICADO NO RM " LNK-UNI-RM-SOBREVIVE
                      " EM " WRK-DATA-EDIT
                      DELIMITED BY SIZE INTO ARQ-OBSERVACOES
               REWRITE ARQ-DADOS
               PERFORM 0290-GRAVAR-AUDITORIA
           END-IF.

       0270-RETIRAR-RM-RESUMO.

      *----------- LINHA DE RESUMO NOS DOIS RMS ------------------------
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGUNIM"                     TO ARQ-AUD-PROGRAMA
           MOVE "UNIFICADO"                    TO ARQ-AUD-OPERACAO
           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-AUD-RM
           MOVE WRK-NOME-RETIRADO              TO ARQ-AUD-NOMEALUNO
           MOVE LNK-UNI-OPERADOR               TO ARQ-AUD-OPERADOR
           MOVE "RM"                           TO ARQ-AUD-CAMPO
           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-AUD-ANTES
           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

           MOVE "ABSORVEU"                     TO ARQ-AUD-OPERACAO
           MOVE LNK-UNI-RM-SOBREVIVE           TO ARQ-AUD-RM
           MOVE WRK-NOME-SOBREVIVE             TO ARQ-AUD-NOMEALUNO
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0270-RETIRAR-RM-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0275-RETIRAR-ARQUIVADO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- RM QUE SO EXISTE NO ARQUIVO HISTORICO: O MESMO -----
      *----------- LAYOUT DE ALUNOS, GRAVADO DE VOLTA EM ALUNHIST ------

           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-HIST-RM
           READ ALUNHIST KEY IS ARQ-HIST-RM
               INVALID KEY
                   GO TO 0275-RETIRAR-ARQUIVADO-99-FIM
           END-READ.

           MOVE ARQ-DADOS-HIST                 TO ARQ-DADOS.

           IF  ARQ-STATUS NOT EQUAL "UNIFICADO"
               MOVE "STATUS"                   TO WRK-AUD-CAMPO
               MOVE ARQ-STATUS                 TO WRK-AUD-ANTES
               MOVE "UNIFICADO"                TO ARQ-STATUS
                                                  WRK-AUD-DEPOIS
               MOVE SPACES                     TO ARQ-OBSERVACOES
               STRING "UNIFICADO NO RM " LNK-UNI-RM-SOBREVIVE
                      " EM " WRK-DATA-EDIT
                      DELIMITED BY SIZE INTO ARQ-OBSERVACOES
               MOVE ARQ-DADOS                  TO ARQ-DADOS-HIST
               REWRITE ARQ-DADOS-HIST
               PERFORM 0290-GRAVAR-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
       0275-RETIRAR-ARQUIVADO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-GRAVAR-AUDITORIA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA POR REGISTRO TRANSFERIDO: ARQUIVO, -------
      *----------- CHAVE DE ANTES E CHAVE DE DEPOIS --------------------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGUNIM"                     TO ARQ-AUD-PROGRAMA
           MOVE "UNIFICACAO"                   TO ARQ-AUD-OPERACAO
           MOVE LNK-UNI-RM-RETIRADO            TO ARQ-AUD-RM
           MOVE WRK-NOME-RETIRADO              TO ARQ-AUD-NOMEALUNO
           MOVE LNK-UNI-OPERADOR               TO ARQ-AUD-OPERADOR
           MOVE WRK-AUD-CAMPO                  TO ARQ-AUD-CAMPO
           MOVE WRK-AUD-ANTES                  TO ARQ-AUD-ANTES
           MOVE WRK-AUD-DEPOIS                 TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

           ADD 1                               TO LNK-UNI-QTD.

      *-----------------------------------------------------------------
       0290-GRAVAR-AUDITORIA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-ARQUIVOS NOT EQUAL "S"
               GO TO 0300-FINALIZAR-99-FIM
           END-IF.

           CLOSE ALUNOS.
           CLOSE ALUNHIST.
           CLOSE MENSALID.
           CLOSE FREQUENCIA.
           CLOSE RESULTADOS.
           CLOSE MATDISC.
           CLOSE DESCONTOS.
           CLOSE PARCELAS.
           CLOSE CREDITO.
           CLOSE CONTRATOS.
           CLOSE RESPVINC.
           CLOSE CONSENT.
           CLOSE NOMESOC.
           CLOSE NSOCHIST.
           CLOSE AUDITORIA.

           CLOSE PAGAMENTOS.
           CLOSE NOTAS.

      *----------- REGRAVA OS SELOS DE CONTROLE COM OS ARQUIVOS -------
      *----------- FECHADOS --------------------------------------------
           MOVE "PAGAMENTOS"                   TO WRK-SEL-ARQUIVO
           MOVE "G"                            TO WRK-SEL-FUNCAO
           CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                WRK-SEL-PROGRAMA, LNK-UNI-OPERADOR, WRK-SEL-RESULTADO.

           MOVE "NOTAS"                        TO WRK-SEL-ARQUIVO
           MOVE "G"                            TO WRK-SEL-FUNCAO
           CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                WRK-SEL-PROGRAMA, LNK-UNI-OPERADOR, WRK-SEL-RESULTADO.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

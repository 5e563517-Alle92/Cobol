      *----    LOCALIZADO PELO RM, EXIGINDO UM MOTIVO DE DESISTENCIA.
      *----    O REGISTRO PERMANECE NO ARQUIVO (STATUS "DESISTENTE"),
      *----    DIFERENTE DE PROGDEL QUE EXCLUI O REGISTRO.
      *----    ALUNO TRANCADO QUE DESISTE TEM O TRANCAMENTO EM ABERTO
      *----    (TRANCAM.dat) ENCERRADO COMO DESISTENTE.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- PAGAMENTOS        I             BOKPAG
      *---- REEMBOLSO         E             BOKREMB
      *---- VOUCHER           O              ----
      *---- TRANCAM           I/O           BOKTRAN
      *----
      *---------------------------------------------------

           SELECT VOUCHER ASSIGN TO WRK-PATH-VOUCHER
                  FILE STATUS IS FS-VOUCHER.

           SELECT TRANCAM  ASSIGN TO WRK-PATH-TRANCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRA-RM
                  FILE STATUS IS FS-TRANCAM.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

       01  ARQ-VOUCHER                  PIC X(80).

       FD  TRANCAM.
       COPY "BOKTRAN".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.
           05 WRK-TEMP-MOTIVO-DESIST    PIC X(15) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-REEMBOLSO                 PIC 9(02).
       77  FS-VOUCHER                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-TRANCAM                   PIC 9(02).

      *--- "S" = TRANCAM ABERTO NESTA CHAMADA --------------------------
       77  WRK-ABRIU-TRANCAM            PIC X(01) VALUE "N".

      *------------- VARIAVEIS DO CALCULO DO REEMBOLSO PRO-RATA --------
       77  WRK-PATH-VOUCHER             PIC X(80).
       01  WRK-LINHA-CAB-VOUCHER.
           05 FILLER                    PIC X(31)
                        VALUE "COMPROVANTE DE REEMBOLSO - RM  ".
           05 WRK-LV-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-NOME               PIC X(20).

            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) --
      *----------- TRANCAMENTOS (SEM O ARQUIVO NADA A ENCERRAR) -------
            OPEN I-O TRANCAM.

            IF  FS-TRANCAM EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-TRANCAM
            END-IF.

            OPEN EXTEND AUDITORIA.

      *------ ARQUIVO AINDA NAO EXISTE: CRIA NA PRIMEIRA GRAVACAO -------
                   MOVE SPACES       TO ARQ-AUD-DEPOIS
                   WRITE ARQ-DADOS-AUDITORIA

      *----------- TRANCAMENTO EM ABERTO E ENCERRADO ------------------
                   IF  WRK-ABRIU-TRANCAM EQUAL "S"
                       PERFORM 0260-ENCERRAR-TRANCAMENTO
                   END-IF

      *----------- MES JA PAGO: CALCULA E OFERECE O REEMBOLSO ----------
                   PERFORM 0230-TRATAR-REEMBOLSO
           END-REWRITE.
           MOVE WRK-VALOR-REEMBOLSO            TO ARQ-REE-VALOR
           MOVE WRK-RECIBO-MES                 TO ARQ-REE-RECIBO
           MOVE WRK-ANOMES-ATUAL               TO ARQ-REE-COMPETENCIA
           MOVE SPACES                         TO ARQ-REE-STATUS
           MOVE ZEROS                          TO ARQ-REE-ORDEM

      *--------------- REEMBOLSO ANTERIOR DO RM E SUBSTITUIDO ----------
           WRITE ARQ-DADOS-REEMBOLSO
       0250-IMPRIMIR-VOUCHER-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-ENCERRAR-TRANCAMENTO                               SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-RM                        TO ARQ-TRA-RM

           READ TRANCAM KEY IS ARQ-TRA-RM
               INVALID KEY
                   GO TO 0260-ENCERRAR-TRANCAMENTO-99-FIM
           END-READ.

           IF  ARQ-TRA-STATUS EQUAL "ATIVO"
               MOVE "DESISTENTE"              TO ARQ-TRA-STATUS
               MOVE ARQ-DATA-DESISTENCIA      TO ARQ-TRA-DATA-RETORNO
               MOVE LNK-OPERADOR              TO ARQ-TRA-OPER-RETORNO
               REWRITE ARQ-DADOS-TRANCAMENTO
           END-IF.

      *-----------------------------------------------------------------
       0260-ENCERRAR-TRANCAMENTO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-TRANCAM EQUAL "S"
                 CLOSE TRANCAM
             END-IF.

             CLOSE  AUDITORIA.

      *-----------------------------------------------------------------

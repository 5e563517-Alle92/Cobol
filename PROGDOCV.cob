       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDOCV.
      *-----------------------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONFERIR SE UM RM ENTREGOU OS DOCUMENTOS QUE
      *----    BLOQUEIAM A EMISSAO (TIPODOC.dat COM BLOQUEIA = S) PARA
      *----    A FINALIDADE INFORMADA: M = DECLARACAO E HISTORICO
      *----    (EXIGIDOS NA MATRICULA), D = DIPLOMA (EXIGIDOS NA
      *----    MATRICULA OU NO DIPLOMA), T = TRANSFERENCIA (EXIGIDOS
      *----    NA MATRICULA OU NA TRANSFERENCIA). DEVOLVE "S" QUANDO
      *----    TODOS ESTAO RECEBIDOS EM DOCALUNO.dat E "N" QUANDO
      *----    FALTA ALGUM. SEM CATALOGO NADA E EXIGIDO. CHAMADO POR
      *----    PROGDECL, PROGHIST, PROGDIPL E PROGTRANS.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TIPODOC           I             BOKTDOC
      *---- DOCALUNO          I             BOKDALU
      *----
      *-----------------------------------------------------------------

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
           SELECT TIPODOC  ASSIGN TO WRK-PATH-TIPODOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TDO-COD
                  FILE STATUS IS FS-TIPODOC.

           SELECT DOCALUNO  ASSIGN TO WRK-PATH-DOCALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DAL-CHAVE
                  FILE STATUS IS FS-DOCALUNO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TIPODOC.
       COPY "BOKTDOC".

       FD  DOCALUNO.
       COPY "BOKDALU".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-TIPODOC                   PIC 9(02).
       77  FS-DOCALUNO                  PIC 9(02).

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA --------------------------
       77  WRK-ABRIU-TIPODOC            PIC X(01) VALUE "N".
       77  WRK-ABRIU-DOCALUNO           PIC X(01) VALUE "N".

      *--- "S" = O TIPO LIDO E EXIGIDO PARA A FINALIDADE ---------------
       77  WRK-EXIGIDO                  PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-DOCV-RM                        PIC X(06).
       01  LNK-DOCV-FINALIDADE                PIC X(01).
       01  LNK-DOCV-RESULTADO                 PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-DOCV-RM, LNK-DOCV-FINALIDADE, LNK-DOCV-RESULTADO.
      *-----------------------------------------------------------------

       0001-PRINCIPAL                                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

      *----------- SEM PENDENCIA ATE QUE SE ACHE UM ITEM FALTANDO ------
           MOVE "S"                       TO LNK-DOCV-RESULTADO.

           MOVE "N"                       TO WRK-ABRIU-TIPODOC
                                             WRK-ABRIU-DOCALUNO.

           OPEN INPUT TIPODOC.

           IF  FS-TIPODOC EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-TIPODOC
           END-IF.

           OPEN INPUT DOCALUNO.

           IF  FS-DOCALUNO EQUAL ZEROS
               MOVE "S"                   TO WRK-ABRIU-DOCALUNO
           END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------ SEM CATALOGO NENHUM DOCUMENTO E EXIGIDO -----------------
           IF  WRK-ABRIU-TIPODOC NOT EQUAL "S"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE LOW-VALUES                TO ARQ-TDO-COD

           START TIPODOC KEY IS GREATER THAN OR EQUAL ARQ-TDO-COD
               INVALID KEY
                   GO TO 0200-PROCESSAR-99-FIM
           END-START.

           READ TIPODOC NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-99-FIM
           END-READ.

           PERFORM UNTIL FS-TIPODOC NOT EQUAL ZEROS
                      OR LNK-DOCV-RESULTADO EQUAL "N"

               PERFORM 0210-CONFERIR-TIPO

               READ TIPODOC NEXT RECORD
                   AT END
                       MOVE 9             TO FS-TIPODOC
               END-READ

           END-PERFORM.

           MOVE ZEROS                     TO FS-TIPODOC.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CONFERIR-TIPO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- TIPO QUE BLOQUEIA E E EXIGIDO PARA A FINALIDADE ----
      *----------- PRECISA ESTAR RECEBIDO NO CHECKLIST DO RM -----------

           IF  ARQ-TDO-BLOQUEIA NOT EQUAL "S"
               GO TO 0210-CONFERIR-TIPO-99-FIM
           END-IF.

           MOVE ARQ-TDO-EXIGE-MATRICULA   TO WRK-EXIGIDO.

           EVALUATE LNK-DOCV-FINALIDADE
               WHEN "D"
                   IF  ARQ-TDO-EXIGE-DIPLOMA EQUAL "S"
                       MOVE "S"           TO WRK-EXIGIDO
                   END-IF
               WHEN "T"
                   IF  ARQ-TDO-EXIGE-TRANSF EQUAL "S"
                       MOVE "S"           TO WRK-EXIGIDO
                   END-IF
           END-EVALUATE.

           IF  WRK-EXIGIDO NOT EQUAL "S"
               GO TO 0210-CONFERIR-TIPO-99-FIM
           END-IF.

      *------ SEM CHECKLIST NENHUM DOCUMENTO FOI ENTREGUE --------------
           IF  WRK-ABRIU-DOCALUNO NOT EQUAL "S"
               MOVE "N"                   TO LNK-DOCV-RESULTADO
               GO TO 0210-CONFERIR-TIPO-99-FIM
           END-IF.

           MOVE LNK-DOCV-RM               TO ARQ-DAL-RM
           MOVE ARQ-TDO-COD               TO ARQ-DAL-TIPO
           READ DOCALUNO KEY IS ARQ-DAL-CHAVE
               INVALID KEY
                   MOVE "N"               TO LNK-DOCV-RESULTADO
               NOT INVALID KEY
                   IF  ARQ-DAL-STATUS NOT EQUAL "RECEBIDO"
                       MOVE "N"           TO LNK-DOCV-RESULTADO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       0210-CONFERIR-TIPO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-TIPODOC EQUAL "S"
               CLOSE TIPODOC
           END-IF.

           IF  WRK-ABRIU-DOCALUNO EQUAL "S"
               CLOSE DOCALUNO
           END-IF.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

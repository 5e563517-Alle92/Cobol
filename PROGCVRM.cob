       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCVRM.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONVERSAO UNICA DO RM DE 4 PARA 6
      *----    POSICOES EM TODOS OS ARQUIVOS DE DADOS QUE O GUARDAM.
      *----    RODADA SUPERVISIONADA (MENU ADMINISTRATIVO II, PERFIS
      *----    A/S), COM CONFIRMACAO NA TELA, DEPOIS DA CONVERSAO DO
      *----    PROGCONV E ANTES DE QUALQUER OUTRA ROTINA TOCAR OS
      *----    ARQUIVOS:
      *----      - RECUSA RODAR COM OPERACAO PENDENTE NO JORNAL DE
      *----        INTENCAO (A RECUPERACAO DE PARTIDA DEVE SER
      *----        CONCLUIDA ANTES, AINDA COM OS PROGRAMAS DO DESENHO
      *----        ANTERIOR);
      *----      - CADA ARQUIVO E RELIDO PELO DESENHO ANTERIOR E
      *----        REGRAVADO NO BOOK ATUAL: O RM ANTIGO VAI ALINHADO A
      *----        ESQUERDA NO CAMPO NOVO (AS DUAS POSICOES NOVAS EM
      *----        BRANCO) E O RESTO DO REGISTRO SEGUE BYTE A BYTE;
      *----      - O ARQUIVO SO E SUBSTITUIDO COM AS QUANTIDADES LIDAS
      *----        E GRAVADAS BATENDO E COM O TOTAL DE CONTROLE DOS RMS
      *----        (SOMA DOS RMS) IGUAL ANTES E DEPOIS; SENAO O
      *----        ORIGINAL FICA COMO ESTA E A DIVERGENCIA VAI PARA O
      *----        RELATORIO;
      *----      - RECUSA RODAR SEM A LINHA "PROGCONV" EM
      *----        CVRMCTL.dat (RODADA DO PROGCONV SEM PENDENCIA): OS
      *----        DESENHOS ANTERIORES LIDOS AQUI SAO OS DEIXADOS POR
      *----        ELA, E O ARQUIVO QUE ELA JA REGRAVOU COM O RM DE 6
      *----        POSICOES FICA ANOTADO LA E NAO E CONVERTIDO DE NOVO;
      *----      - ARQUIVO AUSENTE (35) E PULADO; ARQUIVO EM OUTRO
      *----        DESENHO (39) SEM ANOTACAO E FALHA E DEIXA A RODADA
      *----        PENDENTE. CADA ARQUIVO CONVERTIDO FICA ANOTADO EM
      *----        CVRMCTL.dat (OS SEQUENCIAIS NAO TEM STATUS 39), O
      *----        QUE DEIXA A CONVERSAO REEXECUTAVEL;
      *----      - O RMCTRL.dat PASSA A GUARDAR O PROXIMO RM EM 6
      *----        DIGITOS;
      *----      - PAGAMENTOS.dat E NOTAS.dat: O SELO DE CONTROLE
      *----        (PROGSELO) NAO DEPENDE DO RM, ENTAO O ARQUIVO
      *----        CONVERTIDO E CONFERIDO CONTRA O SELO ANTERIOR
      *----        (DIVERGENCIA EXIGE O RECONHECIMENTO DO
      *----        ADMINISTRADOR, COMO EM TODA ABERTURA) E RESSELADO;
      *----        SEM O RECONHECIMENTO O SELO NAO E REGRAVADO;
      *----      - RELATORIO CONVRM_AAAAMMDD_HHMMSS.dat COM LIDOS,
      *----        GRAVADOS E TOTAIS DE CONTROLE POR ARQUIVO, E
      *----        REGISTRO NO OPLOG.
      *----    O LEIAUTE DA REMESSA BANCARIA CONTINUA COM 4 POSICOES
      *----    (PROGRMBC). AS COPIAS DE SEGURANCA ANTERIORES FICAM NO
      *----    DESENHO ANTIGO: GERAR COPIA NOVA LOGO APOS A CONVERSAO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ABOANT            I              --- (DESENHO ANTERIOR)
      *---- ABONOV            O             BOKABON
      *---- HISANT            I              --- (DESENHO ANTERIOR)
      *---- HISNOV            O             BOKHIST
      *---- ALUANT            I              --- (DESENHO ANTERIOR)
      *---- ALUNOV            O             BOKALU
      *---- AUDANT            I              --- (DESENHO ANTERIOR)
      *---- AUDNOV            O             BOKAUDIT
      *---- BXAANT            I              --- (DESENHO ANTERIOR)
      *---- BXANOV            O             BOKBXA
      *---- BREANT            I              --- (DESENHO ANTERIOR)
      *---- BRENOV            O             BOKBREN
      *---- CANANT            I              --- (DESENHO ANTERIOR)
      *---- CANNOV            O             BOKCAND
      *---- CLGANT            I              --- (DESENHO ANTERIOR)
      *---- CLGNOV            O             BOKCLOG
      *---- CRTANT            I              --- (DESENHO ANTERIOR)
      *---- CRTNOV            O             BOKCRTA
      *---- CHQANT            I              --- (DESENHO ANTERIOR)
      *---- CHQNOV            O             BOKCHQ
      *---- CCTANT            I              --- (DESENHO ANTERIOR)
      *---- CCTNOV            O             BOKCCOB
      *---- CGVANT            I              --- (DESENHO ANTERIOR)
      *---- CGVNOV            O             BOKCGOV
      *---- CONANT            I              --- (DESENHO ANTERIOR)
      *---- CONNOV            O             BOKCONT
      *---- CVPANT            I              --- (DESENHO ANTERIOR)
      *---- CVPNOV            O             BOKCVPG
      *---- CREANT            I              --- (DESENHO ANTERIOR)
      *---- CRENOV            O             BOKCRED
      *---- CAVANT            I              --- (DESENHO ANTERIOR)
      *---- CAVNOV            O             BOKCAVA
      *---- DEPANT            I              --- (DESENHO ANTERIOR)
      *---- DEPNOV            O             BOKDEP
      *---- DESANT            I              --- (DESENHO ANTERIOR)
      *---- DESNOV            O             BOKDESC
      *---- DIFANT            I              --- (DESENHO ANTERIOR)
      *---- DIFNOV            O             BOKDIFR
      *---- DFMANT            I              --- (DESENHO ANTERIOR)
      *---- DFMNOV            O             BOKDIFM
      *---- DIPANT            I              --- (DESENHO ANTERIOR)
      *---- DIPNOV            O             BOKDIPL
      *---- DALANT            I              --- (DESENHO ANTERIOR)
      *---- DALNOV            O             BOKDALU
      *---- EQUANT            I              --- (DESENHO ANTERIOR)
      *---- EQUNOV            O             BOKEQUI
      *---- ESPANT            I              --- (DESENHO ANTERIOR)
      *---- ESPNOV            O             BOKESP
      *---- ESTANT            I              --- (DESENHO ANTERIOR)
      *---- ESTNOV            O             BOKESTG
      *---- EHRANT            I              --- (DESENHO ANTERIOR)
      *---- EHRNOV            O             BOKEHOR
      *---- EVEANT            I              --- (DESENHO ANTERIOR)
      *---- EVENOV            O             BOKEVEN
      *---- EXCANT            I              --- (DESENHO ANTERIOR)
      *---- EXCNOV            O             BOKEXPC
      *---- FAVANT            I              --- (DESENHO ANTERIOR)
      *---- FAVNOV            O             BOKFAVO
      *---- FINANT            I              --- (DESENHO ANTERIOR)
      *---- FINNOV            O             BOKFINA
      *---- FORANT            I              --- (DESENHO ANTERIOR)
      *---- FORNOV            O             BOKFORM
      *---- FRHANT            I              --- (DESENHO ANTERIOR)
      *---- FRHNOV            O             BOKFREH
      *---- FPRANT            I              --- (DESENHO ANTERIOR)
      *---- FPRNOV            O             BOKFPRO
      *---- FREANT            I              --- (DESENHO ANTERIOR)
      *---- FRENOV            O             BOKFREQ
      *---- JUBANT            I              --- (DESENHO ANTERIOR)
      *---- JUBNOV            O             BOKJUBI
      *---- MDIANT            I              --- (DESENHO ANTERIOR)
      *---- MDINOV            O             BOKMDIS
      *---- MENANT            I              --- (DESENHO ANTERIOR)
      *---- MENNOV            O             BOKMENS
      *---- MEHANT            I              --- (DESENHO ANTERIOR)
      *---- MEHNOV            O             BOKMENH
      *---- NDCANT            I              --- (DESENHO ANTERIOR)
      *---- NDCNOV            O             BOKNADA
      *---- NEGANT            I              --- (DESENHO ANTERIOR)
      *---- NEGNOV            O             BOKNEGA
      *---- NFSANT            I              --- (DESENHO ANTERIOR)
      *---- NFSNOV            O             BOKNFSE
      *---- NTHANT            I              --- (DESENHO ANTERIOR)
      *---- NTHNOV            O             BOKNOTH
      *---- NOTANT            I              --- (DESENHO ANTERIOR)
      *---- NOTNOV            O             BOKNOTA
      *---- ORDANT            I              --- (DESENHO ANTERIOR)
      *---- ORDNOV            O             BOKORDP
      *---- PAGANT            I              --- (DESENHO ANTERIOR)
      *---- PAGNOV            O             BOKPAG
      *---- PGHANT            I              --- (DESENHO ANTERIOR)
      *---- PGHNOV            O             BOKPAGH
      *---- PARANT            I              --- (DESENHO ANTERIOR)
      *---- PARNOV            O             BOKPARC
      *---- PCOANT            I              --- (DESENHO ANTERIOR)
      *---- PCONOV            O             BOKPCOR
      *---- QUIANT            I              --- (DESENHO ANTERIOR)
      *---- QUINOV            O             BOKQUIT
      *---- RDMANT            I              --- (DESENHO ANTERIOR)
      *---- RDMNOV            O             BOKREAD
      *---- REEANT            I              --- (DESENHO ANTERIOR)
      *---- REENOV            O             BOKREMB
      *---- REQANT            I              --- (DESENHO ANTERIOR)
      *---- REQNOV            O             BOKREQ
      *---- RSAANT            I              --- (DESENHO ANTERIOR)
      *---- RSANOV            O             BOKRSAL
      *---- RVIANT            I              --- (DESENHO ANTERIOR)
      *---- RVINOV            O             BOKRVIN
      *---- RESANT            I              --- (DESENHO ANTERIOR)
      *---- RESNOV            O             BOKRESU
      *---- REVANT            I              --- (DESENHO ANTERIOR)
      *---- REVNOV            O             BOKREV
      *---- SUPANT            I              --- (DESENHO ANTERIOR)
      *---- SUPNOV            O             BOKSUPR
      *---- TCCANT            I              --- (DESENHO ANTERIOR)
      *---- TCCNOV            O             BOKTCC
      *---- TRAANT            I              --- (DESENHO ANTERIOR)
      *---- TRANOV            O             BOKTRAN
      *---- VALANT            I              --- (DESENHO ANTERIOR)
      *---- VALNOV            O             BOKVALU
      *---- RMCTRL            I-O            ----
      *---- CVRMCTL           E              ----
      *---- JORNAL            I             BOKJRN
      *---- RELCVRM           O              ----
      *---- OPLOG             E             BOKOPLOG
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
      *------------ ABONOS NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT ABOANT  ASSIGN TO WRK-PATH-ABONOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-ABO-NUMERO
                  FILE STATUS IS FS-ABOANT.

           SELECT ABONOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ABO-NUMERO
                  FILE STATUS IS FS-ABONOV.

      *------------ ALUNHIST NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT HISANT  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-HIS-RM
                  FILE STATUS IS FS-HISANT.

           SELECT HISNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-HISNOV.

      *------------ ALUNOS NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT ALUANT  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-ALU-RM
                  FILE STATUS IS FS-ALUANT.

           SELECT ALUNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOV.

      *------------ AUDITORIA NO DESENHO ANTERIOR (RM DE 4) ------------
           SELECT AUDANT  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDANT.

           SELECT AUDNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDNOV.

      *------------ BAIXAS NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT BXAANT  ASSIGN TO WRK-PATH-BAIXAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-BXA-NUMERO
                  FILE STATUS IS FS-BXAANT.

           SELECT BXANOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BXA-NUMERO
                  FILE STATUS IS FS-BXANOV.

      *------------ BOLSAREN NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT BREANT  ASSIGN TO WRK-PATH-BOLSAREN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-BRE-NUMERO
                  FILE STATUS IS FS-BREANT.

           SELECT BRENOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BRE-NUMERO
                  FILE STATUS IS FS-BRENOV.

      *------------ CANDIDAT NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT CANANT  ASSIGN TO WRK-PATH-CANDIDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CAN-CHAVE
                  FILE STATUS IS FS-CANANT.

           SELECT CANNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CAN-CHAVE
                  FILE STATUS IS FS-CANNOV.

      *------------ CARTLOG NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT CLGANT  ASSIGN TO WRK-PATH-CARTLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CLGANT.

           SELECT CLGNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CLGNOV.

      *------------ CARTOES NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT CRTANT  ASSIGN TO WRK-PATH-CARTOES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CRT-CARTAO
                  FILE STATUS IS FS-CRTANT.

           SELECT CRTNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRT-CARTAO
                  FILE STATUS IS FS-CRTNOV.

      *------------ CHEQUES NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT CHQANT  ASSIGN TO WRK-PATH-CHEQUES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CHQ-NUMERO
                  FILE STATUS IS FS-CHQANT.

           SELECT CHQNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CHQ-NUMERO
                  FILE STATUS IS FS-CHQNOV.

      *------------ COBCONT NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT CCTANT  ASSIGN TO WRK-PATH-COBCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CCT-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ANT-CCT-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-CCTANT.

           SELECT CCTNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CCT-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-CCT-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-CCTNOV.

      *------------ COBGOV NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT CGVANT  ASSIGN TO WRK-PATH-COBGOV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CGV-CHAVE
                  FILE STATUS IS FS-CGVANT.

           SELECT CGVNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CGV-CHAVE
                  FILE STATUS IS FS-CGVNOV.

      *------------ CONTRATOS NO DESENHO ANTERIOR (RM DE 4) ------------
           SELECT CONANT  ASSIGN TO WRK-PATH-CONTRATOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CON-NUMERO
                  FILE STATUS IS FS-CONANT.

           SELECT CONNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CON-NUMERO
                  FILE STATUS IS FS-CONNOV.

      *------------ CONVPAG NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT CVPANT  ASSIGN TO WRK-PATH-CONVPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CVP-RM
                  FILE STATUS IS FS-CVPANT.

           SELECT CVPNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CVP-RM
                  FILE STATUS IS FS-CVPNOV.

      *------------ CREDITO NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT CREANT  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CRE-RM
                  FILE STATUS IS FS-CREANT.

           SELECT CRENOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CRENOV.

      *------------ CTLAVAL NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT CAVANT  ASSIGN TO WRK-PATH-CTLAVAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-CAV-CHAVE
                  FILE STATUS IS FS-CAVANT.

           SELECT CAVNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CAV-CHAVE
                  FILE STATUS IS FS-CAVNOV.

      *------------ DEPEND NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT DEPANT  ASSIGN TO WRK-PATH-DEPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-DEP-CHAVE
                  FILE STATUS IS FS-DEPANT.

           SELECT DEPNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DEP-CHAVE
                  FILE STATUS IS FS-DEPNOV.

      *------------ DESCONTOS NO DESENHO ANTERIOR (RM DE 4) ------------
           SELECT DESANT  ASSIGN TO WRK-PATH-DESCONTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-DES-RM
                  FILE STATUS IS FS-DESANT.

           SELECT DESNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DES-RM
                  FILE STATUS IS FS-DESNOV.

      *------------ DIFERIDA NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT DIFANT  ASSIGN TO WRK-PATH-DIFERIDA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-DIF-CHAVE
                  FILE STATUS IS FS-DIFANT.

           SELECT DIFNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DIF-CHAVE
                  FILE STATUS IS FS-DIFNOV.

      *------------ DIFMOV NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT DFMANT  ASSIGN TO WRK-PATH-DIFMOV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-DFM-CHAVE
                  FILE STATUS IS FS-DFMANT.

           SELECT DFMNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DFM-CHAVE
                  FILE STATUS IS FS-DFMNOV.

      *------------ DIPLOMAS NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT DIPANT  ASSIGN TO WRK-PATH-DIPLOMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-DIP-NUMERO
                  FILE STATUS IS FS-DIPANT.

           SELECT DIPNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DIP-NUMERO
                  FILE STATUS IS FS-DIPNOV.

      *------------ DOCALUNO NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT DALANT  ASSIGN TO WRK-PATH-DOCALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-DAL-CHAVE
                  FILE STATUS IS FS-DALANT.

           SELECT DALNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DAL-CHAVE
                  FILE STATUS IS FS-DALNOV.

      *------------ EQUIVAL NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT EQUANT  ASSIGN TO WRK-PATH-EQUIVAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-EQU-NUMERO
                  FILE STATUS IS FS-EQUANT.

           SELECT EQUNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EQU-NUMERO
                  FILE STATUS IS FS-EQUNOV.

      *------------ ESPERA NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT ESPANT  ASSIGN TO WRK-PATH-ESPERA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-ESP-CHAVE
                  FILE STATUS IS FS-ESPANT.

           SELECT ESPNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ESP-CHAVE
                  FILE STATUS IS FS-ESPNOV.

      *------------ ESTAGIOS NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT ESTANT  ASSIGN TO WRK-PATH-ESTAGIOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-EST-CHAVE
                  FILE STATUS IS FS-ESTANT.

           SELECT ESTNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EST-CHAVE
                  FILE STATUS IS FS-ESTNOV.

      *------------ ESTHORAS NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT EHRANT  ASSIGN TO WRK-PATH-ESTHORAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-EHR-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ANT-EHR-ESTAGIO
                      WITH DUPLICATES
                  FILE STATUS IS FS-EHRANT.

           SELECT EHRNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EHR-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-EHR-ESTAGIO
                      WITH DUPLICATES
                  FILE STATUS IS FS-EHRNOV.

      *------------ EVENTOS NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT EVEANT  ASSIGN TO WRK-PATH-EVENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-EVE-NUMERO
                  FILE STATUS IS FS-EVEANT.

           SELECT EVENOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EVE-NUMERO
                  FILE STATUS IS FS-EVENOV.

      *------------ EXPCORR NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT EXCANT  ASSIGN TO WRK-PATH-EXPCORR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-EXC-RM
                  FILE STATUS IS FS-EXCANT.

           SELECT EXCNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EXC-RM
                  FILE STATUS IS FS-EXCNOV.

      *------------ FAVOREC NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT FAVANT  ASSIGN TO WRK-PATH-FAVOREC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-FAV-RM
                  FILE STATUS IS FS-FAVANT.

           SELECT FAVNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FAV-RM
                  FILE STATUS IS FS-FAVNOV.

      *------------ FINANC NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT FINANT  ASSIGN TO WRK-PATH-FINANC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-FIN-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-ANT-FIN-CONTRATO
                      WITH DUPLICATES
                  FILE STATUS IS FS-FINANT.

           SELECT FINNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FIN-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-FIN-CONTRATO
                      WITH DUPLICATES
                  FILE STATUS IS FS-FINNOV.

      *------------ FORMADOS NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT FORANT  ASSIGN TO WRK-PATH-FORMADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-FOR-RM
                  FILE STATUS IS FS-FORANT.

           SELECT FORNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FOR-RM
                  FILE STATUS IS FS-FORNOV.

      *------------ FREQHIST NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT FRHANT  ASSIGN TO WRK-PATH-FREQHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-FRH-NUMERO
                  FILE STATUS IS FS-FRHANT.

           SELECT FRHNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRH-NUMERO
                  FILE STATUS IS FS-FRHNOV.

      *------------ FREQPROP NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT FPRANT  ASSIGN TO WRK-PATH-FREQPROP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-FPR-CHAVE
                  FILE STATUS IS FS-FPRANT.

           SELECT FPRNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FPR-CHAVE
                  FILE STATUS IS FS-FPRNOV.

      *------------ FREQUENCIA NO DESENHO ANTERIOR (RM DE 4) -----------
           SELECT FREANT  ASSIGN TO WRK-PATH-FREQUENCIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-FRE-NUMERO
                  FILE STATUS IS FS-FREANT.

           SELECT FRENOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FRENOV.

      *------------ JUBILAM NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT JUBANT  ASSIGN TO WRK-PATH-JUBILAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-JUB-CHAVE
                  FILE STATUS IS FS-JUBANT.

           SELECT JUBNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-JUB-CHAVE
                  FILE STATUS IS FS-JUBNOV.

      *------------ MATDISC NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT MDIANT  ASSIGN TO WRK-PATH-MATDISC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-MDI-CHAVE
                  FILE STATUS IS FS-MDIANT.

           SELECT MDINOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MDI-CHAVE
                  FILE STATUS IS FS-MDINOV.

      *------------ MENSALID NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT MENANT  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-MEN-NUMERO
                  FILE STATUS IS FS-MENANT.

           SELECT MENNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENNOV.

      *------------ MENSHIST NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT MEHANT  ASSIGN TO WRK-PATH-MENSHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-MEH-NUMERO
                  FILE STATUS IS FS-MEHANT.

           SELECT MEHNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEH-NUMERO
                  FILE STATUS IS FS-MEHNOV.

      *------------ NADACONS NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT NDCANT  ASSIGN TO WRK-PATH-NADACONS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-NDC-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ANT-NDC-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NDCANT.

           SELECT NDCNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NDC-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NDC-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NDCNOV.

      *------------ NEGATIV NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT NEGANT  ASSIGN TO WRK-PATH-NEGATIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-NEG-RM
                  FILE STATUS IS FS-NEGANT.

           SELECT NEGNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NEG-RM
                  FILE STATUS IS FS-NEGNOV.

      *------------ NFSE NO DESENHO ANTERIOR (RM DE 4) -----------------
           SELECT NFSANT  ASSIGN TO WRK-PATH-NFSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-NFS-RECIBO
                  ALTERNATE RECORD KEY IS ARQ-ANT-NFS-RPS
                      WITH DUPLICATES
                  FILE STATUS IS FS-NFSANT.

           SELECT NFSNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NFS-RECIBO
                  ALTERNATE RECORD KEY IS ARQ-NFS-RPS
                      WITH DUPLICATES
                  FILE STATUS IS FS-NFSNOV.

      *------------ NOTAHIST NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT NTHANT  ASSIGN TO WRK-PATH-NOTAHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-NTH-NUMERO
                  FILE STATUS IS FS-NTHANT.

           SELECT NTHNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NTH-NUMERO
                  FILE STATUS IS FS-NTHNOV.

      *------------ NOTAS NO DESENHO ANTERIOR (RM DE 4) ----------------
           SELECT NOTANT  ASSIGN TO WRK-PATH-NOTAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-NOT-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ANT-NOT-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NOTANT.

           SELECT NOTNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NOTA-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NOTA-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NOTNOV.

      *------------ ORDPAG NO DESENHO ANTERIOR (RM DE 4) ---------------
           SELECT ORDANT  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ANT-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDANT.

           SELECT ORDNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDNOV.

      *------------ PAGAMENTOS NO DESENHO ANTERIOR (RM DE 4) -----------
           SELECT PAGANT  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ANT-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGANT.

           SELECT PAGNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGNOV.

      *------------ PAGHIST NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT PGHANT  ASSIGN TO WRK-PATH-PAGHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-PGH-NUMERO
                  FILE STATUS IS FS-PGHANT.

           SELECT PGHNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PGH-NUMERO
                  FILE STATUS IS FS-PGHNOV.

      *------------ PARCELAS NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT PARANT  ASSIGN TO WRK-PATH-PARCELAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-PAR-CHAVE
                  FILE STATUS IS FS-PARANT.

           SELECT PARNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAR-CHAVE
                  FILE STATUS IS FS-PARNOV.

      *------------ PENDCORR NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT PCOANT  ASSIGN TO WRK-PATH-PENDCORR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-PCO-NUMERO
                  FILE STATUS IS FS-PCOANT.

           SELECT PCONOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PCO-NUMERO
                  FILE STATUS IS FS-PCONOV.

      *------------ QUITACAO NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT QUIANT  ASSIGN TO WRK-PATH-QUITACAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-QUI-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ANT-QUI-CHAVE-PAGADOR
                  FILE STATUS IS FS-QUIANT.

           SELECT QUINOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-QUI-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-QUI-CHAVE-PAGADOR
                  FILE STATUS IS FS-QUINOV.

      *------------ READMIS NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT RDMANT  ASSIGN TO WRK-PATH-READMIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-RDM-RM-NOVO
                  FILE STATUS IS FS-RDMANT.

           SELECT RDMNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RDM-RM-NOVO
                  FILE STATUS IS FS-RDMNOV.

      *------------ REEMBOLSO NO DESENHO ANTERIOR (RM DE 4) ------------
           SELECT REEANT  ASSIGN TO WRK-PATH-REEMBOLSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-REE-RM
                  FILE STATUS IS FS-REEANT.

           SELECT REENOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REE-RM
                  FILE STATUS IS FS-REENOV.

      *------------ REQUERIM NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT REQANT  ASSIGN TO WRK-PATH-REQUERIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-REQ-PROTOCOLO
                  ALTERNATE RECORD KEY IS ARQ-ANT-REQ-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-REQANT.

           SELECT REQNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REQ-PROTOCOLO
                  ALTERNATE RECORD KEY IS ARQ-REQ-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-REQNOV.

      *------------ RESALUNO NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT RSAANT  ASSIGN TO WRK-PATH-RESALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-RSA-RM
                  FILE STATUS IS FS-RSAANT.

           SELECT RSANOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSA-RM
                  FILE STATUS IS FS-RSANOV.

      *------------ RESPVINC NO DESENHO ANTERIOR (RM DE 4) -------------
           SELECT RVIANT  ASSIGN TO WRK-PATH-RESPVINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-RVI-RM
                  FILE STATUS IS FS-RVIANT.

           SELECT RVINOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RVI-RM
                  FILE STATUS IS FS-RVINOV.

      *------------ RESULTADOS NO DESENHO ANTERIOR (RM DE 4) -----------
           SELECT RESANT  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-RES-CHAVE
                  FILE STATUS IS FS-RESANT.

           SELECT RESNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESNOV.

      *------------ REVISAO NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT REVANT  ASSIGN TO WRK-PATH-REVISAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-REV-NUMERO
                  FILE STATUS IS FS-REVANT.

           SELECT REVNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REV-NUMERO
                  FILE STATUS IS FS-REVNOV.

      *------------ SUPRESSAO NO DESENHO ANTERIOR (RM DE 4) ------------
           SELECT SUPANT  ASSIGN TO WRK-PATH-SUPRESSAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SUPANT.

           SELECT SUPNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SUPNOV.

      *------------ TCC NO DESENHO ANTERIOR (RM DE 4) ------------------
           SELECT TCCANT  ASSIGN TO WRK-PATH-TCC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-TCC-RM
                  FILE STATUS IS FS-TCCANT.

           SELECT TCCNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TCC-RM
                  FILE STATUS IS FS-TCCNOV.

      *------------ TRANCAM NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT TRAANT  ASSIGN TO WRK-PATH-TRANCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-TRA-RM
                  FILE STATUS IS FS-TRAANT.

           SELECT TRANOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRA-RM
                  FILE STATUS IS FS-TRANOV.

      *------------ VERSALU NO DESENHO ANTERIOR (RM DE 4) --------------
           SELECT VALANT  ASSIGN TO WRK-PATH-VERSALU
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-ANT-VAL-RM
                  FILE STATUS IS FS-VALANT.

           SELECT VALNOV  ASSIGN TO WRK-PATH-CVRMNOVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-VAL-RM
                  FILE STATUS IS FS-VALNOV.

      *------------ PROXIMO RM LIVRE (PROGNRM) -------------------------
           SELECT RMCTRL  ASSIGN TO WRK-PATH-RMCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RMCTRL.

      *------------ ARQUIVOS JA CONVERTIDOS (REEXECUCAO) ---------------
           SELECT CVRMCTL  ASSIGN TO WRK-PATH-CVRMCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CVRMCTL.

           SELECT JORNAL  ASSIGN TO WRK-PATH-JORNAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARQ-JRN-NUMERO
                  FILE STATUS IS FS-JORNAL.

           SELECT RELCVRM ASSIGN TO WRK-PATH-RELCVRM
                  FILE STATUS IS FS-RELCVRM.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

      *------------------- DESENHO ANTERIOR DE ABONOS (92) -------------
       FD  ABOANT.
       01  ARQ-DADOS-ABOANT.
           05 ARQ-ANT-ABO-NUMERO       PIC X(06).
           05 FILLER                   PIC X(86).

       FD  ABONOV.
       COPY "BOKABON".

      *------------------- DESENHO ANTERIOR DE ALUNHIST (234) ----------
       FD  HISANT.
       01  ARQ-DADOS-HISANT.
           05 ARQ-ANT-HIS-RM           PIC X(04).
           05 FILLER                   PIC X(230).

       FD  HISNOV.
       COPY "BOKHIST".

      *------------------- DESENHO ANTERIOR DE ALUNOS (234) ------------
       FD  ALUANT.
       01  ARQ-DADOS-ALUANT.
           05 ARQ-ANT-ALU-RM           PIC X(04).
           05 FILLER                   PIC X(230).

       FD  ALUNOV.
       COPY "BOKALU".

      *------------------- DESENHO ANTERIOR DE AUDITORIA (159) ---------
       FD  AUDANT.
       01  ARQ-DADOS-AUDANT        PIC X(159).

       FD  AUDNOV.
       COPY "BOKAUDIT".

      *------------------- DESENHO ANTERIOR DE BAIXAS (116) ------------
       FD  BXAANT.
       01  ARQ-DADOS-BXAANT.
           05 ARQ-ANT-BXA-NUMERO       PIC X(06).
           05 FILLER                   PIC X(110).

       FD  BXANOV.
       COPY "BOKBXA".

      *------------------- DESENHO ANTERIOR DE BOLSAREN (82) -----------
       FD  BREANT.
       01  ARQ-DADOS-BREANT.
           05 ARQ-ANT-BRE-NUMERO       PIC X(06).
           05 FILLER                   PIC X(76).

       FD  BRENOV.
       COPY "BOKBREN".

      *------------------- DESENHO ANTERIOR DE CANDIDAT (198) ----------
       FD  CANANT.
       01  ARQ-DADOS-CANANT.
           05 ARQ-ANT-CAN-CHAVE        PIC X(17).
           05 FILLER                   PIC X(181).

       FD  CANNOV.
       COPY "BOKCAND".

      *------------------- DESENHO ANTERIOR DE CARTLOG (108) -----------
       FD  CLGANT.
       01  ARQ-DADOS-CLGANT        PIC X(108).

       FD  CLGNOV.
       COPY "BOKCLOG".

      *------------------- DESENHO ANTERIOR DE CARTOES (30) ------------
       FD  CRTANT.
       01  ARQ-DADOS-CRTANT.
           05 ARQ-ANT-CRT-CARTAO       PIC X(10).
           05 FILLER                   PIC X(20).

       FD  CRTNOV.
       COPY "BOKCRTA".

      *------------------- DESENHO ANTERIOR DE CHEQUES (75) ------------
       FD  CHQANT.
       01  ARQ-DADOS-CHQANT.
           05 ARQ-ANT-CHQ-NUMERO       PIC X(06).
           05 FILLER                   PIC X(69).

       FD  CHQNOV.
       COPY "BOKCHQ".

      *------------------- DESENHO ANTERIOR DE COBCONT (183) -----------
       FD  CCTANT.
       01  ARQ-DADOS-CCTANT.
           05 ARQ-ANT-CCT-NUMERO       PIC X(08).
           05 ARQ-ANT-CCT-RM           PIC X(04).
           05 FILLER                   PIC X(171).

       FD  CCTNOV.
       COPY "BOKCCOB".

      *------------------- DESENHO ANTERIOR DE COBGOV (81) -------------
       FD  CGVANT.
       01  ARQ-DADOS-CGVANT.
           05 ARQ-ANT-CGV-CHAVE        PIC X(16).
           05 FILLER                   PIC X(65).

       FD  CGVNOV.
       COPY "BOKCGOV".

      *------------------- DESENHO ANTERIOR DE CONTRATOS (134) ---------
       FD  CONANT.
       01  ARQ-DADOS-CONANT.
           05 ARQ-ANT-CON-NUMERO       PIC X(08).
           05 FILLER                   PIC X(126).

       FD  CONNOV.
       COPY "BOKCONT".

      *------------------- DESENHO ANTERIOR DE CONVPAG (23) ------------
       FD  CVPANT.
       01  ARQ-DADOS-CVPANT.
           05 ARQ-ANT-CVP-RM           PIC X(04).
           05 FILLER                   PIC X(19).

       FD  CVPNOV.
       COPY "BOKCVPG".

      *------------------- DESENHO ANTERIOR DE CREDITO (46) ------------
       FD  CREANT.
       01  ARQ-DADOS-CREANT.
           05 ARQ-ANT-CRE-RM           PIC X(04).
           05 FILLER                   PIC X(42).

       FD  CRENOV.
       COPY "BOKCRED".

      *------------------- DESENHO ANTERIOR DE CTLAVAL (65) ------------
       FD  CAVANT.
       01  ARQ-DADOS-CAVANT.
           05 ARQ-ANT-CAV-CHAVE        PIC X(21).
           05 FILLER                   PIC X(44).

       FD  CAVNOV.
       COPY "BOKCAVA".

      *------------------- DESENHO ANTERIOR DE DEPEND (60) -------------
       FD  DEPANT.
       01  ARQ-DADOS-DEPANT.
           05 ARQ-ANT-DEP-CHAVE        PIC X(19).
           05 FILLER                   PIC X(41).

       FD  DEPNOV.
       COPY "BOKDEP".

      *------------------- DESENHO ANTERIOR DE DESCONTOS (48) ----------
       FD  DESANT.
       01  ARQ-DADOS-DESANT.
           05 ARQ-ANT-DES-RM           PIC X(04).
           05 FILLER                   PIC X(44).

       FD  DESNOV.
       COPY "BOKDESC".

      *------------------- DESENHO ANTERIOR DE DIFERIDA (78) -----------
       FD  DIFANT.
       01  ARQ-DADOS-DIFANT.
           05 ARQ-ANT-DIF-CHAVE        PIC X(13).
           05 FILLER                   PIC X(65).

       FD  DIFNOV.
       COPY "BOKDIFR".

      *------------------- DESENHO ANTERIOR DE DIFMOV (67) -------------
       FD  DFMANT.
       01  ARQ-DADOS-DFMANT.
           05 ARQ-ANT-DFM-CHAVE        PIC X(12).
           05 FILLER                   PIC X(55).

       FD  DFMNOV.
       COPY "BOKDIFM".

      *------------------- DESENHO ANTERIOR DE DIPLOMAS (97) -----------
       FD  DIPANT.
       01  ARQ-DADOS-DIPANT.
           05 ARQ-ANT-DIP-NUMERO       PIC X(08).
           05 FILLER                   PIC X(89).

       FD  DIPNOV.
       COPY "BOKDIPL".

      *------------------- DESENHO ANTERIOR DE DOCALUNO (62) -----------
       FD  DALANT.
       01  ARQ-DADOS-DALANT.
           05 ARQ-ANT-DAL-CHAVE        PIC X(08).
           05 FILLER                   PIC X(54).

       FD  DALNOV.
       COPY "BOKDALU".

      *------------------- DESENHO ANTERIOR DE EQUIVAL (148) -----------
       FD  EQUANT.
       01  ARQ-DADOS-EQUANT.
           05 ARQ-ANT-EQU-NUMERO       PIC X(06).
           05 FILLER                   PIC X(142).

       FD  EQUNOV.
       COPY "BOKEQUI".

      *------------------- DESENHO ANTERIOR DE ESPERA (33) -------------
       FD  ESPANT.
       01  ARQ-DADOS-ESPANT.
           05 ARQ-ANT-ESP-CHAVE        PIC X(29).
           05 FILLER                   PIC X(04).

       FD  ESPNOV.
       COPY "BOKESP".

      *------------------- DESENHO ANTERIOR DE ESTAGIOS (88) -----------
       FD  ESTANT.
       01  ARQ-DADOS-ESTANT.
           05 ARQ-ANT-EST-CHAVE        PIC X(06).
           05 FILLER                   PIC X(82).

       FD  ESTNOV.
       COPY "BOKESTG".

      *------------------- DESENHO ANTERIOR DE ESTHORAS (109) ----------
       FD  EHRANT.
       01  ARQ-DADOS-EHRANT.
           05 ARQ-ANT-EHR-NUMERO       PIC X(06).
           05 ARQ-ANT-EHR-ESTAGIO      PIC X(06).
           05 FILLER                   PIC X(97).

       FD  EHRNOV.
       COPY "BOKEHOR".

      *------------------- DESENHO ANTERIOR DE EVENTOS (69) ------------
       FD  EVEANT.
       01  ARQ-DADOS-EVEANT.
           05 ARQ-ANT-EVE-NUMERO       PIC X(08).
           05 FILLER                   PIC X(61).

       FD  EVENOV.
       COPY "BOKEVEN".

      *------------------- DESENHO ANTERIOR DE EXPCORR (78) ------------
       FD  EXCANT.
       01  ARQ-DADOS-EXCANT.
           05 ARQ-ANT-EXC-RM           PIC X(04).
           05 FILLER                   PIC X(74).

       FD  EXCNOV.
       COPY "BOKEXPC".

      *------------------- DESENHO ANTERIOR DE FAVOREC (124) -----------
       FD  FAVANT.
       01  ARQ-DADOS-FAVANT.
           05 ARQ-ANT-FAV-RM           PIC X(04).
           05 FILLER                   PIC X(120).

       FD  FAVNOV.
       COPY "BOKFAVO".

      *------------------- DESENHO ANTERIOR DE FINANC (85) -------------
       FD  FINANT.
       01  ARQ-DADOS-FINANT.
           05 ARQ-ANT-FIN-CHAVE        PIC X(10).
           05 ARQ-ANT-FIN-CONTRATO     PIC X(15).
           05 FILLER                   PIC X(60).

       FD  FINNOV.
       COPY "BOKFINA".

      *------------------- DESENHO ANTERIOR DE FORMADOS (47) -----------
       FD  FORANT.
       01  ARQ-DADOS-FORANT.
           05 ARQ-ANT-FOR-RM           PIC X(04).
           05 FILLER                   PIC X(43).

       FD  FORNOV.
       COPY "BOKFORM".

      *------------------- DESENHO ANTERIOR DE FREQHIST (36) -----------
       FD  FRHANT.
       01  ARQ-DADOS-FRHANT.
           05 ARQ-ANT-FRH-NUMERO       PIC X(08).
           05 FILLER                   PIC X(28).

       FD  FRHNOV.
       COPY "BOKFREH".

      *------------------- DESENHO ANTERIOR DE FREQPROP (80) -----------
       FD  FPRANT.
       01  ARQ-DADOS-FPRANT.
           05 ARQ-ANT-FPR-CHAVE        PIC X(45).
           05 FILLER                   PIC X(35).

       FD  FPRNOV.
       COPY "BOKFPRO".

      *------------------- DESENHO ANTERIOR DE FREQUENCIA (36) ---------
       FD  FREANT.
       01  ARQ-DADOS-FREANT.
           05 ARQ-ANT-FRE-NUMERO       PIC X(08).
           05 FILLER                   PIC X(28).

       FD  FRENOV.
       COPY "BOKFREQ".

      *------------------- DESENHO ANTERIOR DE JUBILAM (114) -----------
       FD  JUBANT.
       01  ARQ-DADOS-JUBANT.
           05 ARQ-ANT-JUB-CHAVE        PIC X(12).
           05 FILLER                   PIC X(102).

       FD  JUBNOV.
       COPY "BOKJUBI".

      *------------------- DESENHO ANTERIOR DE MATDISC (42) ------------
       FD  MDIANT.
       01  ARQ-DADOS-MDIANT.
           05 ARQ-ANT-MDI-CHAVE        PIC X(19).
           05 FILLER                   PIC X(23).

       FD  MDINOV.
       COPY "BOKMDIS".

      *------------------- DESENHO ANTERIOR DE MENSALID (121) ----------
       FD  MENANT.
       01  ARQ-DADOS-MENANT.
           05 ARQ-ANT-MEN-NUMERO       PIC X(08).
           05 FILLER                   PIC X(113).

       FD  MENNOV.
       COPY "BOKMENS".

      *------------------- DESENHO ANTERIOR DE MENSHIST (118) ----------
       FD  MEHANT.
       01  ARQ-DADOS-MEHANT.
           05 ARQ-ANT-MEH-NUMERO       PIC X(08).
           05 FILLER                   PIC X(110).

       FD  MEHNOV.
       COPY "BOKMENH".

      *------------------- DESENHO ANTERIOR DE NADACONS (56) -----------
       FD  NDCANT.
       01  ARQ-DADOS-NDCANT.
           05 ARQ-ANT-NDC-NUMERO       PIC X(08).
           05 ARQ-ANT-NDC-RM           PIC X(04).
           05 FILLER                   PIC X(44).

       FD  NDCNOV.
       COPY "BOKNADA".

      *------------------- DESENHO ANTERIOR DE NEGATIV (147) -----------
       FD  NEGANT.
       01  ARQ-DADOS-NEGANT.
           05 ARQ-ANT-NEG-RM           PIC X(04).
           05 FILLER                   PIC X(143).

       FD  NEGNOV.
       COPY "BOKNEGA".

      *------------------- DESENHO ANTERIOR DE NFSE (174) --------------
       FD  NFSANT.
       01  ARQ-DADOS-NFSANT.
           05 ARQ-ANT-NFS-RECIBO       PIC X(08).
           05 ARQ-ANT-NFS-RPS          PIC X(08).
           05 FILLER                   PIC X(158).

       FD  NFSNOV.
       COPY "BOKNFSE".

      *------------------- DESENHO ANTERIOR DE NOTAHIST (51) -----------
       FD  NTHANT.
       01  ARQ-DADOS-NTHANT.
           05 ARQ-ANT-NTH-NUMERO       PIC X(08).
           05 FILLER                   PIC X(43).

       FD  NTHNOV.
       COPY "BOKNOTH".

      *------------------- DESENHO ANTERIOR DE NOTAS (51) --------------
       FD  NOTANT.
       01  ARQ-DADOS-NOTANT.
           05 ARQ-ANT-NOT-NUMERO       PIC X(08).
           05 ARQ-ANT-NOT-RM           PIC X(04).
           05 FILLER                   PIC X(39).

       FD  NOTNOV.
       COPY "BOKNOTA".

      *------------------- DESENHO ANTERIOR DE ORDPAG (216) ------------
       FD  ORDANT.
       01  ARQ-DADOS-ORDANT.
           05 ARQ-ANT-ORD-NUMERO       PIC X(06).
           05 ARQ-ANT-ORD-RM           PIC X(04).
           05 FILLER                   PIC X(206).

       FD  ORDNOV.
       COPY "BOKORDP".

      *------------------- DESENHO ANTERIOR DE PAGAMENTOS (65) ---------
       FD  PAGANT.
       01  ARQ-DADOS-PAGANT.
           05 ARQ-ANT-PAG-NUMERO       PIC X(08).
           05 ARQ-ANT-PAG-RM           PIC X(04).
           05 FILLER                   PIC X(53).

       FD  PAGNOV.
       COPY "BOKPAG".

      *------------------- DESENHO ANTERIOR DE PAGHIST (65) ------------
       FD  PGHANT.
       01  ARQ-DADOS-PGHANT.
           05 ARQ-ANT-PGH-NUMERO       PIC X(08).
           05 FILLER                   PIC X(57).

       FD  PGHNOV.
       COPY "BOKPAGH".

      *------------------- DESENHO ANTERIOR DE PARCELAS (49) -----------
       FD  PARANT.
       01  ARQ-DADOS-PARANT.
           05 ARQ-ANT-PAR-CHAVE        PIC X(07).
           05 FILLER                   PIC X(42).

       FD  PARNOV.
       COPY "BOKPARC".

      *------------------- DESENHO ANTERIOR DE PENDCORR (78) -----------
       FD  PCOANT.
       01  ARQ-DADOS-PCOANT.
           05 ARQ-ANT-PCO-NUMERO       PIC X(08).
           05 FILLER                   PIC X(70).

       FD  PCONOV.
       COPY "BOKPCOR".

      *------------------- DESENHO ANTERIOR DE QUITACAO (171) ----------
       FD  QUIANT.
       01  ARQ-DADOS-QUIANT.
           05 ARQ-ANT-QUI-NUMERO       PIC X(08).
           05 ARQ-ANT-QUI-CHAVE-PAGADOR PIC X(14).
           05 FILLER                   PIC X(149).

       FD  QUINOV.
       COPY "BOKQUIT".

      *------------------- DESENHO ANTERIOR DE READMIS (24) ------------
       FD  RDMANT.
       01  ARQ-DADOS-RDMANT.
           05 ARQ-ANT-RDM-RM-NOVO      PIC X(04).
           05 FILLER                   PIC X(20).

       FD  RDMNOV.
       COPY "BOKREAD".

      *------------------- DESENHO ANTERIOR DE REEMBOLSO (50) ----------
       FD  REEANT.
       01  ARQ-DADOS-REEANT.
           05 ARQ-ANT-REE-RM           PIC X(04).
           05 FILLER                   PIC X(46).

       FD  REENOV.
       COPY "BOKREMB".

      *------------------- DESENHO ANTERIOR DE REQUERIM (189) ----------
       FD  REQANT.
       01  ARQ-DADOS-REQANT.
           05 ARQ-ANT-REQ-PROTOCOLO    PIC X(08).
           05 ARQ-ANT-REQ-RM           PIC X(04).
           05 FILLER                   PIC X(177).

       FD  REQNOV.
       COPY "BOKREQ".

      *------------------- DESENHO ANTERIOR DE RESALUNO (159) ----------
       FD  RSAANT.
       01  ARQ-DADOS-RSAANT.
           05 ARQ-ANT-RSA-RM           PIC X(04).
           05 FILLER                   PIC X(155).

       FD  RSANOV.
       COPY "BOKRSAL".

      *------------------- DESENHO ANTERIOR DE RESPVINC (10) -----------
       FD  RVIANT.
       01  ARQ-DADOS-RVIANT.
           05 ARQ-ANT-RVI-RM           PIC X(04).
           05 FILLER                   PIC X(06).

       FD  RVINOV.
       COPY "BOKRVIN".

      *------------------- DESENHO ANTERIOR DE RESULTADOS (43) ---------
       FD  RESANT.
       01  ARQ-DADOS-RESANT.
           05 ARQ-ANT-RES-CHAVE        PIC X(21).
           05 FILLER                   PIC X(22).

       FD  RESNOV.
       COPY "BOKRESU".

      *------------------- DESENHO ANTERIOR DE REVISAO (109) -----------
       FD  REVANT.
       01  ARQ-DADOS-REVANT.
           05 ARQ-ANT-REV-NUMERO       PIC X(06).
           05 FILLER                   PIC X(103).

       FD  REVNOV.
       COPY "BOKREV".

      *------------------- DESENHO ANTERIOR DE SUPRESSAO (90) ----------
       FD  SUPANT.
       01  ARQ-DADOS-SUPANT        PIC X(090).

       FD  SUPNOV.
       COPY "BOKSUPR".

      *------------------- DESENHO ANTERIOR DE TCC (175) ---------------
       FD  TCCANT.
       01  ARQ-DADOS-TCCANT.
           05 ARQ-ANT-TCC-RM           PIC X(04).
           05 FILLER                   PIC X(171).

       FD  TCCNOV.
       COPY "BOKTCC".

      *------------------- DESENHO ANTERIOR DE TRANCAM (100) -----------
       FD  TRAANT.
       01  ARQ-DADOS-TRAANT.
           05 ARQ-ANT-TRA-RM           PIC X(04).
           05 FILLER                   PIC X(96).

       FD  TRANOV.
       COPY "BOKTRAN".

      *------------------- DESENHO ANTERIOR DE VERSALU (45) ------------
       FD  VALANT.
       01  ARQ-DADOS-VALANT.
           05 ARQ-ANT-VAL-RM           PIC X(04).
           05 FILLER                   PIC X(41).

       FD  VALNOV.
       COPY "BOKVALU".

      *------------------- PROXIMO RM: 4 DIGITOS NO DESENHO ANTERIOR, --
      *------------------- 6 NO ATUAL ----------------------------------
       FD  RMCTRL.
       01  ARQ-RMCTRL.
           05 ARQ-RMCTRL-PROXNUM       PIC 9(06).
       01  ARQ-RMCTRL-TEXTO             PIC X(06).

       FD  CVRMCTL.
       COPY "BOKCVRM".

       FD  JORNAL.
       COPY "BOKJRN".

      *------------------- RELATORIO DA CONVERSAO ----------------------
       FD  RELCVRM.

       01  ARQ-RELCVRM                  PIC X(90).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ABOANT                    PIC 9(02).
       77  FS-ABONOV                    PIC 9(02).
       77  FS-HISANT                    PIC 9(02).
       77  FS-HISNOV                    PIC 9(02).
       77  FS-ALUANT                    PIC 9(02).
       77  FS-ALUNOV                    PIC 9(02).
       77  FS-AUDANT                    PIC 9(02).
       77  FS-AUDNOV                    PIC 9(02).
       77  FS-BXAANT                    PIC 9(02).
       77  FS-BXANOV                    PIC 9(02).
       77  FS-BREANT                    PIC 9(02).
       77  FS-BRENOV                    PIC 9(02).
       77  FS-CANANT                    PIC 9(02).
       77  FS-CANNOV                    PIC 9(02).
       77  FS-CLGANT                    PIC 9(02).
       77  FS-CLGNOV                    PIC 9(02).
       77  FS-CRTANT                    PIC 9(02).
       77  FS-CRTNOV                    PIC 9(02).
       77  FS-CHQANT                    PIC 9(02).
       77  FS-CHQNOV                    PIC 9(02).
       77  FS-CCTANT                    PIC 9(02).
       77  FS-CCTNOV                    PIC 9(02).
       77  FS-CGVANT                    PIC 9(02).
       77  FS-CGVNOV                    PIC 9(02).
       77  FS-CONANT                    PIC 9(02).
       77  FS-CONNOV                    PIC 9(02).
       77  FS-CVPANT                    PIC 9(02).
       77  FS-CVPNOV                    PIC 9(02).
       77  FS-CREANT                    PIC 9(02).
       77  FS-CRENOV                    PIC 9(02).
       77  FS-CAVANT                    PIC 9(02).
       77  FS-CAVNOV                    PIC 9(02).
       77  FS-DEPANT                    PIC 9(02).
       77  FS-DEPNOV                    PIC 9(02).
       77  FS-DESANT                    PIC 9(02).
       77  FS-DESNOV                    PIC 9(02).
       77  FS-DIFANT                    PIC 9(02).
       77  FS-DIFNOV                    PIC 9(02).
       77  FS-DFMANT                    PIC 9(02).
       77  FS-DFMNOV                    PIC 9(02).
       77  FS-DIPANT                    PIC 9(02).
       77  FS-DIPNOV                    PIC 9(02).
       77  FS-DALANT                    PIC 9(02).
       77  FS-DALNOV                    PIC 9(02).
       77  FS-EQUANT                    PIC 9(02).
       77  FS-EQUNOV                    PIC 9(02).
       77  FS-ESPANT                    PIC 9(02).
       77  FS-ESPNOV                    PIC 9(02).
       77  FS-ESTANT                    PIC 9(02).
       77  FS-ESTNOV                    PIC 9(02).
       77  FS-EHRANT                    PIC 9(02).
       77  FS-EHRNOV                    PIC 9(02).
       77  FS-EVEANT                    PIC 9(02).
       77  FS-EVENOV                    PIC 9(02).
       77  FS-EXCANT                    PIC 9(02).
       77  FS-EXCNOV                    PIC 9(02).
       77  FS-FAVANT                    PIC 9(02).
       77  FS-FAVNOV                    PIC 9(02).
       77  FS-FINANT                    PIC 9(02).
       77  FS-FINNOV                    PIC 9(02).
       77  FS-FORANT                    PIC 9(02).
       77  FS-FORNOV                    PIC 9(02).
       77  FS-FRHANT                    PIC 9(02).
       77  FS-FRHNOV                    PIC 9(02).
       77  FS-FPRANT                    PIC 9(02).
       77  FS-FPRNOV                    PIC 9(02).
       77  FS-FREANT                    PIC 9(02).
       77  FS-FRENOV                    PIC 9(02).
       77  FS-JUBANT                    PIC 9(02).
       77  FS-JUBNOV                    PIC 9(02).
       77  FS-MDIANT                    PIC 9(02).
       77  FS-MDINOV                    PIC 9(02).
       77  FS-MENANT                    PIC 9(02).
       77  FS-MENNOV                    PIC 9(02).
       77  FS-MEHANT                    PIC 9(02).
       77  FS-MEHNOV                    PIC 9(02).
       77  FS-NDCANT                    PIC 9(02).
       77  FS-NDCNOV                    PIC 9(02).
       77  FS-NEGANT                    PIC 9(02).
       77  FS-NEGNOV                    PIC 9(02).
       77  FS-NFSANT                    PIC 9(02).
       77  FS-NFSNOV                    PIC 9(02).
       77  FS-NTHANT                    PIC 9(02).
       77  FS-NTHNOV                    PIC 9(02).
       77  FS-NOTANT                    PIC 9(02).
       77  FS-NOTNOV                    PIC 9(02).
       77  FS-ORDANT                    PIC 9(02).
       77  FS-ORDNOV                    PIC 9(02).
       77  FS-PAGANT                    PIC 9(02).
       77  FS-PAGNOV                    PIC 9(02).
       77  FS-PGHANT                    PIC 9(02).
       77  FS-PGHNOV                    PIC 9(02).
       77  FS-PARANT                    PIC 9(02).
       77  FS-PARNOV                    PIC 9(02).
       77  FS-PCOANT                    PIC 9(02).
       77  FS-PCONOV                    PIC 9(02).
       77  FS-QUIANT                    PIC 9(02).
       77  FS-QUINOV                    PIC 9(02).
       77  FS-RDMANT                    PIC 9(02).
       77  FS-RDMNOV                    PIC 9(02).
       77  FS-REEANT                    PIC 9(02).
       77  FS-REENOV                    PIC 9(02).
       77  FS-REQANT                    PIC 9(02).
       77  FS-REQNOV                    PIC 9(02).
       77  FS-RSAANT                    PIC 9(02).
       77  FS-RSANOV                    PIC 9(02).
       77  FS-RVIANT                    PIC 9(02).
       77  FS-RVINOV                    PIC 9(02).
       77  FS-RESANT                    PIC 9(02).
       77  FS-RESNOV                    PIC 9(02).
       77  FS-REVANT                    PIC 9(02).
       77  FS-REVNOV                    PIC 9(02).
       77  FS-SUPANT                    PIC 9(02).
       77  FS-SUPNOV                    PIC 9(02).
       77  FS-TCCANT                    PIC 9(02).
       77  FS-TCCNOV                    PIC 9(02).
       77  FS-TRAANT                    PIC 9(02).
       77  FS-TRANOV                    PIC 9(02).
       77  FS-VALANT                    PIC 9(02).
       77  FS-VALNOV                    PIC 9(02).
       77  FS-RMCTRL                    PIC 9(02).
       77  FS-CVRMCTL                   PIC 9(02).
       77  FS-JORNAL                    PIC 9(02).
       77  FS-RELCVRM                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- ARQUIVO EM CONVERSAO ------------------------------
       77  WRK-CVR-ARQUIVO              PIC X(12) VALUE SPACES.
       77  WRK-CVR-PATH                 PIC X(80) VALUE SPACES.
      *--- TAMANHO DO REGISTRO NO BOOK ATUAL E NO DESENHO ANTERIOR -----
       77  WRK-CVR-TAM-NOVO             PIC 9(03) VALUE ZEROS.
       77  WRK-CVR-TAM-ANTIGO           PIC 9(03) VALUE ZEROS.
      *--- POSICOES DOS RMS NO REGISTRO ANTERIOR (EM ORDEM CRESCENTE) --
       77  WRK-CVR-QTD-POS              PIC 9(01) VALUE ZEROS.
       01  WRK-CVR-POSICOES.
           05 WRK-CVR-POS               PIC 9(03) OCCURS 2 TIMES.
       77  WRK-CVR-IND                  PIC 9(01) VALUE ZEROS.
       77  WRK-CVR-IND-ANT              PIC 9(03) VALUE ZEROS.
       77  WRK-CVR-IND-NOVO             PIC 9(03) VALUE ZEROS.
       77  WRK-CVR-TAM                  PIC S9(03) VALUE ZEROS.
      *--- REGISTRO ANTERIOR E REGISTRO ALARGADO -----------------------
       77  WRK-CVR-ANTIGO               PIC X(250) VALUE SPACES.
       77  WRK-CVR-NOVO                 PIC X(250) VALUE SPACES.
      *--- CONTAGENS E TOTAIS DE CONTROLE DO ARQUIVO (SOMA DOS RMS) ----
       77  WRK-CVR-LIDOS                PIC 9(08) VALUE ZEROS.
       77  WRK-CVR-GRAVADOS             PIC 9(08) VALUE ZEROS.
       77  WRK-CVR-TOTAL-ANTES          PIC 9(12) VALUE ZEROS.
       77  WRK-CVR-TOTAL-DEPOIS         PIC 9(12) VALUE ZEROS.
       77  WRK-CVR-SITUACAO             PIC X(30) VALUE SPACES.
      *--- "S" = ARQUIVO JA ANOTADO EM CVRMCTL.dat ---------------------
       77  WRK-CVR-JA-CONVERTIDO        PIC X(01) VALUE "N".
      *--- "S" = ORIGINAL SUBSTITUIDO PELO ARQUIVO CONVERTIDO ----------
       77  WRK-CVR-SUBSTITUIU           PIC X(01) VALUE "N".
       77  WRK-RETORNO-ARQ              PIC 9(08) COMP VALUE ZEROS.

      *------------- ARQUIVOS JA CONVERTIDOS EM RODADA ANTERIOR --------
       77  WRK-QTD-CONTROLE             PIC 9(03) VALUE ZEROS.
       77  WRK-IND-CTL                  PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CONTROLE.
           05 WRK-CTL-ARQUIVO           PIC X(12) OCCURS 100 TIMES.

      *------------- SELOS DE PAGAMENTOS E NOTAS ----------------------
       77  WRK-PAG-CONVERTIDO           PIC X(01) VALUE "N".
       77  WRK-NOTA-CONVERTIDA          PIC X(01) VALUE "N".
       77  WRK-SEL-ARQUIVO              PIC X(12) VALUE SPACES.
       77  WRK-SEL-FUNCAO               PIC X(01) VALUE SPACES.
       77  WRK-SEL-PROGRAMA             PIC X(08) VALUE "PROGCVRM".
       77  WRK-SEL-RESULTADO            PIC X(01) VALUE SPACES.

      *------------- TOTAIS DA RODADA ----------------------------------
       77  WRK-QTD-CONVERTIDOS          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PULADOS              PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ERROS                PIC 9(03) VALUE ZEROS.
       77  WRK-LIDOS-GERAL          PIC 9(08) VALUE ZEROS.
       77  WRK-GRAVADOS-GERAL       PIC 9(08) VALUE ZEROS.

      *------------- APONTAMENTO DE ERRO DE ABERTURA -------------------
       77  WRK-FS-ERRO                  PIC 9(02) VALUE ZEROS.

      *------------- RELATORIO DA CONVERSAO ---------------------------
       77  WRK-PATH-RELCVRM             PIC X(80).

       01  WRK-LINHA-TITULO.
           05 FILLER                    PIC X(42) VALUE
                  "CONVERSAO DO RM PARA 6 POSICOES - RODADA ".
           05 WRK-LTI-DATA              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LTI-HORA              PIC X(08).
           05 FILLER                    PIC X(10) VALUE " OPERADOR ".
           05 WRK-LTI-OPERADOR          PIC X(08).

       01  WRK-CAB-ARQUIVO.
           05 FILLER                    PIC X(13) VALUE "ARQUIVO".
           05 FILLER                    PIC X(09) VALUE "   LIDOS".
           05 FILLER                    PIC X(10) VALUE "  GRAVADOS".
           05 FILLER                    PIC X(14) VALUE
                  "  TOTAL ANTES".
           05 FILLER                    PIC X(13) VALUE
                  " TOTAL DEPOIS".
           05 FILLER                    PIC X(09) VALUE " SITUACAO".

       01  WRK-DET-ARQUIVO.
           05 WRK-DAR-ARQUIVO           PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DAR-LIDOS             PIC ZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DAR-GRAVADOS          PIC ZZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-DAR-TOTAL-ANTES       PIC Z(11)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-DAR-TOTAL-DEPOIS      PIC Z(11)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DAR-SITUACAO          PIC X(30).

       01  WRK-DET-SELO.
           05 FILLER                    PIC X(05) VALUE "SELO ".
           05 WRK-DSE-ARQUIVO           PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DSE-SITUACAO          PIC X(40).

       01  WRK-LINHA-TOT.
           05 FILLER                    PIC X(13) VALUE "TOTAL".
           05 WRK-LTO-LIDOS             PIC ZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LTO-GRAVADOS          PIC ZZZZZZZ9.
           05 FILLER                    PIC X(16) VALUE
                  "   CONVERTIDOS: ".
           05 WRK-LTO-CONVERTIDOS       PIC ZZ9.
           05 FILLER                    PIC X(15) VALUE
                  "  DIVERGENTES: ".
           05 WRK-LTO-DIVERGENTES       PIC ZZ9.
           05 FILLER                    PIC X(09) VALUE "  ERROS: ".
           05 WRK-LTO-ERROS             PIC ZZ9.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-OPERADOR                       PIC X(08).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 23 VALUE
                  "CONVERSAO DO RM PARA 6 POSICOES"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "CONVERTER TODOS OS ARQUIVOS PARA O RM NOVO (S/N)? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 60 USING WRK-OPCAO.

       01  SCR-ANDAMENTO.
           05 LINE  12 COLUMN 25 VALUE "CONVERTENDO...............".
           05 LINE  12 COLUMN 52 FROM  WRK-CVR-ARQUIVO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 25 VALUE "ARQUIVOS CONVERTIDOS......".
           05 LINE  12 COLUMN 52 FROM  WRK-QTD-CONVERTIDOS.
           05 LINE  13 COLUMN 25 VALUE "ARQUIVOS PULADOS..........".
           05 LINE  13 COLUMN 52 FROM  WRK-QTD-PULADOS.
           05 LINE  14 COLUMN 25 VALUE "ARQUIVOS DIVERGENTES......".
           05 LINE  14 COLUMN 52 FROM  WRK-QTD-DIVERGENTES.
           05 LINE  15 COLUMN 25 VALUE "ARQUIVOS COM ERRO.........".
           05 LINE  15 COLUMN 52 FROM  WRK-QTD-ERROS.
           05 LINE  16 COLUMN 25 VALUE "REGISTROS LIDOS/GRAVADOS..".
           05 LINE  16 COLUMN 52 FROM  WRK-LIDOS-GERAL.
           05 LINE  16 COLUMN 61 FROM  WRK-GRAVADOS-GERAL.

       01  SCR-ERRO-ABERTURA.
           05 LINE  19 COLUMN 25 VALUE "ERRO DE ABERTURA EM ".
           05 LINE  19 COLUMN 45 FROM  WRK-CVR-ARQUIVO.
           05 LINE  19 COLUMN 58 VALUE "STATUS ".
           05 LINE  19 COLUMN 65 FROM  WRK-FS-ERRO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 60 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- OPERACAO PELA METADE NO JORNAL: NADA E CONVERTIDO ---
           PERFORM 0210-CONFERIR-JORNAL.

           IF  WRK-CVR-SITUACAO EQUAL "PENDENTE"
               MOVE WRK-MSG-CRM-JORNAL         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           PERFORM 0220-CARREGAR-CONTROLE.

      *----------- SEM A CONVERSAO DO PROGCONV CONCLUIDA NADA E -------
      *----------- CONVERTIDO (OS DESENHOS ANTERIORES LIDOS AQUI SAO --
      *----------- OS QUE O PROGCONV DEIXA) ----------------------------
           PERFORM 0225-CONFERIR-PROGCONV.

           IF  WRK-CVR-SITUACAO EQUAL "SEM PROGCONV"
               MOVE WRK-MSG-CRM-PROGCONV       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- ABERTURA DO RELATORIO E DA ANOTACAO DOS ARQUIVOS ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CONVRM_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELCVRM

           OPEN OUTPUT RELCVRM.

           OPEN EXTEND CVRMCTL.

           IF  FS-CVRMCTL EQUAL 35
               OPEN OUTPUT CVRMCTL
               CLOSE       CVRMCTL
               OPEN EXTEND CVRMCTL
           END-IF.

           STRING WRK-DATA-HORA(7:2) "/" WRK-DATA-HORA(5:2) "/"
                  WRK-DATA-HORA(1:4)
                  DELIMITED BY SIZE INTO WRK-LTI-DATA
           STRING WRK-DATA-HORA(9:2) ":" WRK-DATA-HORA(11:2) ":"
                  WRK-DATA-HORA(13:2)
                  DELIMITED BY SIZE INTO WRK-LTI-HORA
           MOVE LNK-OPERADOR                   TO WRK-LTI-OPERADOR

           MOVE WRK-LINHA-TITULO               TO ARQ-RELCVRM
           WRITE ARQ-RELCVRM.
           MOVE SPACES                         TO ARQ-RELCVRM
           WRITE ARQ-RELCVRM.
           MOVE WRK-CAB-ARQUIVO                TO ARQ-RELCVRM
           WRITE ARQ-RELCVRM.

           DISPLAY SCR-TELA.

           PERFORM 0230-CONVERTER-RMCTRL.
           PERFORM 0601-CONV-ABONOS.
           PERFORM 0602-CONV-ALUNHIST.
           PERFORM 0603-CONV-ALUNOS.
           PERFORM 0604-CONV-AUDITORIA.
           PERFORM 0605-CONV-BAIXAS.
           PERFORM 0606-CONV-BOLSAREN.
           PERFORM 0607-CONV-CANDIDAT.
           PERFORM 0608-CONV-CARTLOG.
           PERFORM 0609-CONV-CARTOES.
           PERFORM 0610-CONV-CHEQUES.
           PERFORM 0611-CONV-COBCONT.
           PERFORM 0612-CONV-COBGOV.
           PERFORM 0613-CONV-CONTRATOS.
           PERFORM 0614-CONV-CONVPAG.
           PERFORM 0615-CONV-CREDITO.
           PERFORM 0616-CONV-CTLAVAL.
           PERFORM 0617-CONV-DEPEND.
           PERFORM 0618-CONV-DESCONTOS.
           PERFORM 0619-CONV-DIFERIDA.
           PERFORM 0620-CONV-DIFMOV.
           PERFORM 0621-CONV-DIPLOMAS.
           PERFORM 0622-CONV-DOCALUNO.
           PERFORM 0623-CONV-EQUIVAL.
           PERFORM 0624-CONV-ESPERA.
           PERFORM 0625-CONV-ESTAGIOS.
           PERFORM 0626-CONV-ESTHORAS.
           PERFORM 0627-CONV-EVENTOS.
           PERFORM 0628-CONV-EXPCORR.
           PERFORM 0629-CONV-FAVOREC.
           PERFORM 0630-CONV-FINANC.
           PERFORM 0631-CONV-FORMADOS.
           PERFORM 0632-CONV-FREQHIST.
           PERFORM 0633-CONV-FREQPROP.
           PERFORM 0634-CONV-FREQUENCIA.
           PERFORM 0635-CONV-JUBILAM.
           PERFORM 0636-CONV-MATDISC.
           PERFORM 0637-CONV-MENSALID.
           PERFORM 0638-CONV-MENSHIST.
           PERFORM 0639-CONV-NADACONS.
           PERFORM 0640-CONV-NEGATIV.
           PERFORM 0641-CONV-NFSE.
           PERFORM 0642-CONV-NOTAHIST.
           PERFORM 0643-CONV-NOTAS.
           PERFORM 0644-CONV-ORDPAG.
           PERFORM 0645-CONV-PAGAMENTOS.
           PERFORM 0646-CONV-PAGHIST.
           PERFORM 0647-CONV-PARCELAS.
           PERFORM 0648-CONV-PENDCORR.
           PERFORM 0649-CONV-QUITACAO.
           PERFORM 0650-CONV-READMIS.
           PERFORM 0651-CONV-REEMBOLSO.
           PERFORM 0652-CONV-REQUERIM.
           PERFORM 0653-CONV-RESALUNO.
           PERFORM 0654-CONV-RESPVINC.
           PERFORM 0655-CONV-RESULTADOS.
           PERFORM 0656-CONV-REVISAO.
           PERFORM 0657-CONV-SUPRESSAO.
           PERFORM 0658-CONV-TCC.
           PERFORM 0659-CONV-TRANCAM.
           PERFORM 0660-CONV-VERSALU.
      *----------- PAGAMENTOS E NOTAS CONVERTIDOS: CONFERE O SELO ------
      *----------- ANTERIOR E RESSELA ----------------------------------
           IF  WRK-PAG-CONVERTIDO EQUAL "S"
               MOVE "PAGAMENTOS"               TO WRK-SEL-ARQUIVO
               PERFORM 0270-RESSELAR
           END-IF.

           IF  WRK-NOTA-CONVERTIDA EQUAL "S"
               MOVE "NOTAS"                    TO WRK-SEL-ARQUIVO
               PERFORM 0270-RESSELAR
           END-IF.

           MOVE SPACES                         TO ARQ-RELCVRM
           WRITE ARQ-RELCVRM.
           MOVE WRK-LIDOS-GERAL                TO WRK-LTO-LIDOS
           MOVE WRK-GRAVADOS-GERAL             TO WRK-LTO-GRAVADOS
           MOVE WRK-QTD-CONVERTIDOS            TO WRK-LTO-CONVERTIDOS
           MOVE WRK-QTD-DIVERGENTES            TO WRK-LTO-DIVERGENTES
           MOVE WRK-QTD-ERROS                  TO WRK-LTO-ERROS
           MOVE WRK-LINHA-TOT                  TO ARQ-RELCVRM
           WRITE ARQ-RELCVRM.

           CLOSE RELCVRM.
           CLOSE CVRMCTL.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGCVRM"                     TO ARQ-LOG-PROGRAMA
           MOVE "CONVERSAO DO RM (6 POSICOES)" TO ARQ-LOG-RELATORIO
           MOVE WRK-GRAVADOS-GERAL             TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCVRM               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO

           IF  WRK-QTD-DIVERGENTES EQUAL ZEROS
           AND WRK-QTD-ERROS       EQUAL ZEROS
               MOVE WRK-REGISTRO               TO WRK-MSG
           ELSE
               MOVE WRK-MSG-CRM-DIVERGE        TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-APONTAR-ERRO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- APONTA NA TELA E NO RELATORIO O ERRO DE ABERTURA ----
      *----------- DO ARQUIVO ANTERIOR (DIFERENTE DE AUSENTE E DE ------
      *----------- OUTRO DESENHO) --------------------------------------

           ADD 1                               TO WRK-QTD-ERROS.
           DISPLAY SCR-ERRO-ABERTURA.
           MOVE WRK-MSG-FS-INCONSIST           TO WRK-MSG
           PERFORM 0900-MOSTRA.
           DISPLAY SCR-TELA.

           MOVE SPACES                         TO WRK-CVR-SITUACAO
           STRING "ERRO DE ABERTURA - STATUS " WRK-FS-ERRO
                  DELIMITED BY SIZE INTO WRK-CVR-SITUACAO
           MOVE ZEROS                          TO WRK-CVR-LIDOS
                                                  WRK-CVR-GRAVADOS
                                                  WRK-CVR-TOTAL-ANTES
                                                  WRK-CVR-TOTAL-DEPOIS
           PERFORM 0268-IMPRIMIR-ARQUIVO.

      *-----------------------------------------------------------------
       0205-APONTAR-ERRO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CONFERIR-JORNAL                                    SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA INTENCAO PENDENTE NO JORNAL (GRAVACAO EM ----
      *----------- DOIS ARQUIVOS INTERROMPIDA): COM ELA A CONVERSAO ----
      *----------- NAO RODA -------------------------------------------

           MOVE SPACES                         TO WRK-CVR-SITUACAO.

           OPEN INPUT JORNAL.

           IF  FS-JORNAL NOT EQUAL ZEROS
               GO TO 0210-CONFERIR-JORNAL-99-FIM
           END-IF.

           READ JORNAL NEXT RECORD
               AT END
                   MOVE 9                      TO FS-JORNAL
           END-READ.

           PERFORM UNTIL FS-JORNAL NOT EQUAL ZEROS

               IF  ARQ-JRN-STATUS EQUAL "PENDENTE"
                   MOVE "PENDENTE"             TO WRK-CVR-SITUACAO
               END-IF

               READ JORNAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-JORNAL
               END-READ

           END-PERFORM.

           CLOSE JORNAL.

      *-----------------------------------------------------------------
       0210-CONFERIR-JORNAL-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CARREGAR-CONTROLE                                  SECTION.
      *-----------------------------------------------------------------
      *----------- CARREGA OS ARQUIVOS JA CONVERTIDOS EM RODADAS -------
      *----------- ANTERIORES (CVRMCTL.dat) ----------------------------

           MOVE ZEROS                          TO WRK-QTD-CONTROLE.

           OPEN INPUT CVRMCTL.

           IF  FS-CVRMCTL NOT EQUAL ZEROS
               GO TO 0220-CARREGAR-CONTROLE-99-FIM
           END-IF.

           READ CVRMCTL
               AT END
                   MOVE 9                      TO FS-CVRMCTL
           END-READ.

           PERFORM UNTIL FS-CVRMCTL NOT EQUAL ZEROS
                      OR WRK-QTD-CONTROLE NOT LESS 100

               ADD 1                           TO WRK-QTD-CONTROLE
               MOVE ARQ-CVC-ARQUIVO
                 TO WRK-CTL-ARQUIVO (WRK-QTD-CONTROLE)

               READ CVRMCTL
                   AT END
                       MOVE 9                  TO FS-CVRMCTL
               END-READ

           END-PERFORM.

           CLOSE CVRMCTL.

      *-----------------------------------------------------------------
       0220-CARREGAR-CONTROLE-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CONFERIR-PROGCONV                                  SECTION.
      *-----------------------------------------------------------------
      *----------- A RODADA SEM PENDENCIA DO PROGCONV DEIXA A LINHA ----
      *----------- "PROGCONV" EM CVRMCTL.dat ---------------------------

           MOVE "SEM PROGCONV"                 TO WRK-CVR-SITUACAO.

           PERFORM VARYING WRK-IND-CTL FROM 1 BY 1
                     UNTIL WRK-IND-CTL GREATER WRK-QTD-CONTROLE
               IF  WRK-CTL-ARQUIVO (WRK-IND-CTL) EQUAL "PROGCONV"
                   MOVE SPACES                 TO WRK-CVR-SITUACAO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       0225-CONFERIR-PROGCONV-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONVERTER-RMCTRL                                   SECTION.
      *-----------------------------------------------------------------
      *----------- O PROXIMO RM LIVRE PASSA DE 4 PARA 6 DIGITOS; O -----
      *----------- ARQUIVO JA COM 6 DIGITOS FICA COMO ESTA -------------

           MOVE "RMCTRL"                       TO WRK-CVR-ARQUIVO.
           MOVE ZEROS                          TO WRK-CVR-LIDOS
                                                  WRK-CVR-GRAVADOS
                                                  WRK-CVR-TOTAL-ANTES
                                                  WRK-CVR-TOTAL-DEPOIS.

           OPEN INPUT RMCTRL.

           IF  FS-RMCTRL EQUAL 35
               MOVE "AUSENTE - PULADO"         TO WRK-CVR-SITUACAO
               ADD 1                           TO WRK-QTD-PULADOS
               PERFORM 0268-IMPRIMIR-ARQUIVO
               GO TO 0230-CONVERTER-RMCTRL-99-FIM
           END-IF.

           READ RMCTRL
               AT END
                   MOVE SPACES                 TO ARQ-RMCTRL-TEXTO
           END-READ.

           CLOSE RMCTRL.

           IF  ARQ-RMCTRL-TEXTO NUMERIC
               MOVE "JA CONVERTIDO - PULADO"   TO WRK-CVR-SITUACAO
               ADD 1                           TO WRK-QTD-PULADOS
               PERFORM 0268-IMPRIMIR-ARQUIVO
               GO TO 0230-CONVERTER-RMCTRL-99-FIM
           END-IF.

           MOVE 1                              TO WRK-CVR-LIDOS.
           COMPUTE WRK-CVR-TOTAL-ANTES =
                   FUNCTION NUMVAL(ARQ-RMCTRL-TEXTO).

           OPEN OUTPUT RMCTRL.
           MOVE WRK-CVR-TOTAL-ANTES            TO ARQ-RMCTRL-PROXNUM.
           WRITE ARQ-RMCTRL.
           CLOSE RMCTRL.

           MOVE 1                              TO WRK-CVR-GRAVADOS.
           MOVE ARQ-RMCTRL-PROXNUM             TO WRK-CVR-TOTAL-DEPOIS.
           MOVE "CONVERTIDO"                   TO WRK-CVR-SITUACAO.
           ADD 1                               TO WRK-QTD-CONVERTIDOS.
           PERFORM 0268-IMPRIMIR-ARQUIVO.

      *-----------------------------------------------------------------
       0230-CONVERTER-RMCTRL-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-CONFERIR-CONTROLE                                  SECTION.
      *-----------------------------------------------------------------
      *----------- ARQUIVO JA CONVERTIDO EM RODADA ANTERIOR NAO E ------
      *----------- RELIDO (OS SEQUENCIAIS NAO ACUSAM O DESENHO) --------

           MOVE "N"                            TO WRK-CVR-JA-CONVERTIDO.
           MOVE "N"                            TO WRK-CVR-SUBSTITUIU.
           MOVE ZEROS                          TO WRK-CVR-LIDOS
                                                  WRK-CVR-GRAVADOS
                                                  WRK-CVR-TOTAL-ANTES
                                                  WRK-CVR-TOTAL-DEPOIS.

           DISPLAY SCR-ANDAMENTO.

           PERFORM VARYING WRK-IND-CTL FROM 1 BY 1
                     UNTIL WRK-IND-CTL GREATER WRK-QTD-CONTROLE
               IF  WRK-CTL-ARQUIVO (WRK-IND-CTL) EQUAL WRK-CVR-ARQUIVO
                   MOVE "S"                    TO WRK-CVR-JA-CONVERTIDO
               END-IF
           END-PERFORM.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               MOVE "JA CONVERTIDO - PULADO"   TO WRK-CVR-SITUACAO
               ADD 1                           TO WRK-QTD-PULADOS
               PERFORM 0268-IMPRIMIR-ARQUIVO
           END-IF.

      *-----------------------------------------------------------------
       0240-CONFERIR-CONTROLE-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-APONTAR-PULADO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- ARQUIVO AUSENTE (35) E PULADO. EM OUTRO DESENHO ----
      *----------- (39) E FALHA: NAO ESTA ANOTADO EM CVRMCTL.dat, ------
      *----------- ENTAO AINDA GUARDA RMS DE 4 POSICOES QUE NINGUEM ----
      *----------- CONVERTEU, E A RODADA FICA PENDENTE -----------------

           IF  WRK-FS-ERRO EQUAL 35
               MOVE "AUSENTE - PULADO"         TO WRK-CVR-SITUACAO
               ADD 1                           TO WRK-QTD-PULADOS
           ELSE
               MOVE "OUTRO DESENHO - FALHA"    TO WRK-CVR-SITUACAO
               ADD 1                           TO WRK-QTD-ERROS
           END-IF.

           PERFORM 0268-IMPRIMIR-ARQUIVO.

      *-----------------------------------------------------------------
       0245-APONTAR-PULADO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-INICIAR-ARQUIVO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- TAMANHO DO REGISTRO ANTERIOR: 2 POSICOES A MENOS ----
      *----------- POR RM DO REGISTRO ----------------------------------

           COMPUTE WRK-CVR-TAM-ANTIGO =
                   WRK-CVR-TAM-NOVO - (2 * WRK-CVR-QTD-POS).

      *-----------------------------------------------------------------
       0250-INICIAR-ARQUIVO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-ALARGAR-RM                                         SECTION.
      *-----------------------------------------------------------------
      *----------- MONTA O REGISTRO NOVO A PARTIR DO ANTERIOR: CADA ----
      *----------- RM DE 4 VAI ALINHADO A ESQUERDA NO CAMPO DE 6 E -----
      *----------- O QUE VEM DEPOIS DELE ANDA DUAS POSICOES ------------

           ADD 1                               TO WRK-CVR-LIDOS.
           MOVE SPACES                         TO WRK-CVR-NOVO.
           MOVE 1                              TO WRK-CVR-IND-ANT.
           MOVE 1                              TO WRK-CVR-IND-NOVO.

           PERFORM VARYING WRK-CVR-IND FROM 1 BY 1
                     UNTIL WRK-CVR-IND GREATER WRK-CVR-QTD-POS

      *----------- TRECHO ANTES DO RM ----------------------------------
               COMPUTE WRK-CVR-TAM =
                       WRK-CVR-POS (WRK-CVR-IND) - WRK-CVR-IND-ANT
               IF  WRK-CVR-TAM GREATER ZEROS
                   MOVE WRK-CVR-ANTIGO (WRK-CVR-IND-ANT:WRK-CVR-TAM)
                     TO WRK-CVR-NOVO (WRK-CVR-IND-NOVO:WRK-CVR-TAM)
                   ADD WRK-CVR-TAM             TO WRK-CVR-IND-ANT
                   ADD WRK-CVR-TAM             TO WRK-CVR-IND-NOVO
               END-IF

      *----------- O RM (AS DUAS POSICOES NOVAS FICAM EM BRANCO) -------
               MOVE WRK-CVR-ANTIGO (WRK-CVR-IND-ANT:4)
                 TO WRK-CVR-NOVO (WRK-CVR-IND-NOVO:4)
               COMPUTE WRK-CVR-TOTAL-ANTES = WRK-CVR-TOTAL-ANTES
                     + FUNCTION NUMVAL(WRK-CVR-ANTIGO
                                       (WRK-CVR-IND-ANT:4))
               ADD 4                           TO WRK-CVR-IND-ANT
               ADD 6                           TO WRK-CVR-IND-NOVO

           END-PERFORM.

      *----------- RESTANTE DO REGISTRO --------------------------------
           COMPUTE WRK-CVR-TAM =
                   WRK-CVR-TAM-ANTIGO - WRK-CVR-IND-ANT + 1.

           IF  WRK-CVR-TAM GREATER ZEROS
               MOVE WRK-CVR-ANTIGO (WRK-CVR-IND-ANT:WRK-CVR-TAM)
                 TO WRK-CVR-NOVO (WRK-CVR-IND-NOVO:WRK-CVR-TAM)
           END-IF.

      *-----------------------------------------------------------------
       0255-ALARGAR-RM-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-CONTAR-GRAVADO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CONTA O REGISTRO GRAVADO E SOMA OS RMS DO REGISTRO --
      *----------- NOVO (CADA RM ANDA 2 POSICOES POR RM ANTERIOR) ------

           ADD 1                               TO WRK-CVR-GRAVADOS.

           PERFORM VARYING WRK-CVR-IND FROM 1 BY 1
                     UNTIL WRK-CVR-IND GREATER WRK-CVR-QTD-POS
               COMPUTE WRK-CVR-IND-NOVO = WRK-CVR-POS (WRK-CVR-IND)
                                        + (2 * (WRK-CVR-IND - 1))
               COMPUTE WRK-CVR-TOTAL-DEPOIS = WRK-CVR-TOTAL-DEPOIS
                     + FUNCTION NUMVAL(WRK-CVR-NOVO
                                       (WRK-CVR-IND-NOVO:6))
           END-PERFORM.

      *-----------------------------------------------------------------
       0260-CONTAR-GRAVADO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-SUBSTITUIR-ARQUIVO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- SO SUBSTITUI COM AS QUANTIDADES E OS TOTAIS DE ------
      *----------- CONTROLE BATENDO; SENAO DESCARTA O ARQUIVO NOVO E ---
      *----------- O ORIGINAL FICA COMO ESTA ---------------------------

           ADD WRK-CVR-LIDOS                   TO WRK-LIDOS-GERAL.

           IF  WRK-CVR-LIDOS       NOT EQUAL WRK-CVR-GRAVADOS
           OR  WRK-CVR-TOTAL-ANTES NOT EQUAL WRK-CVR-TOTAL-DEPOIS
               CALL "CBL_DELETE_FILE" USING WRK-PATH-CVRMNOVO
                    RETURNING WRK-RETORNO-ARQ
               MOVE "DIVERGENTE - ORIGINAL MANTIDO" TO WRK-CVR-SITUACAO
               ADD 1                           TO WRK-QTD-DIVERGENTES
               PERFORM 0268-IMPRIMIR-ARQUIVO
               GO TO 0265-SUBSTITUIR-ARQUIVO-99-FIM
           END-IF.

           CALL "CBL_DELETE_FILE" USING WRK-CVR-PATH
                RETURNING WRK-RETORNO-ARQ.
           CALL "CBL_RENAME_FILE" USING WRK-PATH-CVRMNOVO
                WRK-CVR-PATH
                RETURNING WRK-RETORNO-ARQ.

           MOVE "S"                            TO WRK-CVR-SUBSTITUIU.
           ADD WRK-CVR-GRAVADOS                TO WRK-GRAVADOS-GERAL.
           ADD 1                               TO WRK-QTD-CONVERTIDOS.
           MOVE "CONVERTIDO"                   TO WRK-CVR-SITUACAO.
           PERFORM 0268-IMPRIMIR-ARQUIVO.

      *----------- ANOTA O ARQUIVO CONVERTIDO PARA A REEXECUCAO --------
           MOVE WRK-CVR-ARQUIVO                TO ARQ-CVC-ARQUIVO.
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-CVC-DATAHORA.
           MOVE WRK-CVR-GRAVADOS               TO ARQ-CVC-QTD.
           MOVE WRK-CVR-TOTAL-DEPOIS           TO ARQ-CVC-TOTAL.
           MOVE LNK-OPERADOR                   TO ARQ-CVC-OPERADOR.
           WRITE ARQ-DADOS-CVRMCTL.

      *-----------------------------------------------------------------
       0265-SUBSTITUIR-ARQUIVO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0268-IMPRIMIR-ARQUIVO                                   SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CVR-ARQUIVO                TO WRK-DAR-ARQUIVO.
           MOVE WRK-CVR-LIDOS                  TO WRK-DAR-LIDOS.
           MOVE WRK-CVR-GRAVADOS               TO WRK-DAR-GRAVADOS.
           MOVE WRK-CVR-TOTAL-ANTES            TO WRK-DAR-TOTAL-ANTES.
           MOVE WRK-CVR-TOTAL-DEPOIS           TO WRK-DAR-TOTAL-DEPOIS.
           MOVE WRK-CVR-SITUACAO               TO WRK-DAR-SITUACAO.
           MOVE WRK-DET-ARQUIVO                TO ARQ-RELCVRM.
           WRITE ARQ-RELCVRM.

      *-----------------------------------------------------------------
       0268-IMPRIMIR-ARQUIVO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-RESSELAR                                           SECTION.
      *-----------------------------------------------------------------
      *----------- O SELO (QUANTIDADE E VALOR + CHAVE) NAO DEPENDE DO --
      *----------- RM: O ARQUIVO CONVERTIDO E CONFERIDO CONTRA O SELO --
      *----------- ANTERIOR E SO E RESSELADO SE CONFERE OU SE O --------
      *----------- ADMINISTRADOR RECONHECE A DIVERGENCIA ---------------

           MOVE "V"                            TO WRK-SEL-FUNCAO.
           CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                WRK-SEL-PROGRAMA, LNK-OPERADOR, WRK-SEL-RESULTADO.

           MOVE WRK-SEL-ARQUIVO                TO WRK-DSE-ARQUIVO.

           IF  WRK-SEL-RESULTADO EQUAL "D"
               MOVE "DIVERGENTE - NAO RESSELADO" TO WRK-DSE-SITUACAO
               ADD 1                           TO WRK-QTD-DIVERGENTES
           ELSE
               MOVE "G"                        TO WRK-SEL-FUNCAO
               CALL "PROGSELO" USING WRK-SEL-ARQUIVO, WRK-SEL-FUNCAO,
                    WRK-SEL-PROGRAMA, LNK-OPERADOR, WRK-SEL-RESULTADO
               IF  WRK-SEL-RESULTADO EQUAL "A"
                   MOVE "DIVERGENCIA RECONHECIDA - RESSELADO"
                                               TO WRK-DSE-SITUACAO
               ELSE
                   MOVE "CONFERE - RESSELADO"  TO WRK-DSE-SITUACAO
               END-IF
           END-IF.

           MOVE WRK-DET-SELO                   TO ARQ-RELCVRM.
           WRITE ARQ-RELCVRM.

           DISPLAY SCR-TELA.

      *-----------------------------------------------------------------
       0270-RESSELAR-99-FIM                                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           CLOSE OPLOG.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0601-CONV-ABONOS                                        SECTION.
      *-----------------------------------------------------------------
      *----------- ABONOS: 1 RM, DE 92 PARA 94 BYTES -------------------

           MOVE "ABONOS"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0601-CONV-ABONOS-99-FIM
           END-IF.

           OPEN INPUT ABOANT.

           IF  FS-ABOANT EQUAL 35 OR FS-ABOANT EQUAL 39
               MOVE FS-ABOANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0601-CONV-ABONOS-99-FIM
           END-IF.

           IF  FS-ABOANT NOT EQUAL ZEROS
               MOVE FS-ABOANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0601-CONV-ABONOS-99-FIM
           END-IF.

           OPEN OUTPUT ABONOV.

           MOVE 94                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 7                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ ABOANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-ABOANT
           END-READ.

           PERFORM UNTIL FS-ABOANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-ABOANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-ABONO

               WRITE ARQ-DADOS-ABONO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ ABOANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ABOANT
               END-READ

           END-PERFORM.

           CLOSE ABOANT.
           CLOSE ABONOV.

           MOVE WRK-PATH-ABONOS                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0601-CONV-ABONOS-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0602-CONV-ALUNHIST                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNHIST: 1 RM, DE 234 PARA 236 BYTES ---------------

           MOVE "ALUNHIST"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0602-CONV-ALUNHIST-99-FIM
           END-IF.

           OPEN INPUT HISANT.

           IF  FS-HISANT EQUAL 35 OR FS-HISANT EQUAL 39
               MOVE FS-HISANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0602-CONV-ALUNHIST-99-FIM
           END-IF.

           IF  FS-HISANT NOT EQUAL ZEROS
               MOVE FS-HISANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0602-CONV-ALUNHIST-99-FIM
           END-IF.

           OPEN OUTPUT HISNOV.

           MOVE 236                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ HISANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-HISANT
           END-READ.

           PERFORM UNTIL FS-HISANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-HISANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-HIST

               WRITE ARQ-DADOS-HIST
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ HISANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HISANT
               END-READ

           END-PERFORM.

           CLOSE HISANT.
           CLOSE HISNOV.

           MOVE WRK-PATH-ALUNHIST              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0602-CONV-ALUNHIST-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0603-CONV-ALUNOS                                        SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNOS: 1 RM, DE 234 PARA 236 BYTES -----------------

           MOVE "ALUNOS"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0603-CONV-ALUNOS-99-FIM
           END-IF.

           OPEN INPUT ALUANT.

           IF  FS-ALUANT EQUAL 35 OR FS-ALUANT EQUAL 39
               MOVE FS-ALUANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0603-CONV-ALUNOS-99-FIM
           END-IF.

           IF  FS-ALUANT NOT EQUAL ZEROS
               MOVE FS-ALUANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0603-CONV-ALUNOS-99-FIM
           END-IF.

           OPEN OUTPUT ALUNOV.

           MOVE 236                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ ALUANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-ALUANT
           END-READ.

           PERFORM UNTIL FS-ALUANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-ALUANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS

               WRITE ARQ-DADOS
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ ALUANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUANT
               END-READ

           END-PERFORM.

           CLOSE ALUANT.
           CLOSE ALUNOV.

           MOVE WRK-PATH-ALUNOS                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0603-CONV-ALUNOS-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0604-CONV-AUDITORIA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- AUDITORIA: 1 RM, DE 159 PARA 161 BYTES --------------

           MOVE "AUDITORIA"                    TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0604-CONV-AUDITORIA-99-FIM
           END-IF.

           OPEN INPUT AUDANT.

           IF  FS-AUDANT EQUAL 35
               MOVE FS-AUDANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0604-CONV-AUDITORIA-99-FIM
           END-IF.

           IF  FS-AUDANT NOT EQUAL ZEROS
               MOVE FS-AUDANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0604-CONV-AUDITORIA-99-FIM
           END-IF.

           OPEN OUTPUT AUDNOV.

           MOVE 161                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 33                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ AUDANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-AUDANT
           END-READ.

           PERFORM UNTIL FS-AUDANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-AUDANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-AUDITORIA

               WRITE ARQ-DADOS-AUDITORIA
               IF  FS-AUDNOV EQUAL ZEROS
                   PERFORM 0260-CONTAR-GRAVADO
               END-IF

               READ AUDANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-AUDANT
               END-READ

           END-PERFORM.

           CLOSE AUDANT.
           CLOSE AUDNOV.

           MOVE WRK-PATH-AUDITORIA             TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0604-CONV-AUDITORIA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0605-CONV-BAIXAS                                        SECTION.
      *-----------------------------------------------------------------
      *----------- BAIXAS: 1 RM, DE 116 PARA 118 BYTES -----------------

           MOVE "BAIXAS"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0605-CONV-BAIXAS-99-FIM
           END-IF.

           OPEN INPUT BXAANT.

           IF  FS-BXAANT EQUAL 35 OR FS-BXAANT EQUAL 39
               MOVE FS-BXAANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0605-CONV-BAIXAS-99-FIM
           END-IF.

           IF  FS-BXAANT NOT EQUAL ZEROS
               MOVE FS-BXAANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0605-CONV-BAIXAS-99-FIM
           END-IF.

           OPEN OUTPUT BXANOV.

           MOVE 118                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 15                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ BXAANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-BXAANT
           END-READ.

           PERFORM UNTIL FS-BXAANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-BXAANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-BAIXA

               WRITE ARQ-DADOS-BAIXA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ BXAANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BXAANT
               END-READ

           END-PERFORM.

           CLOSE BXAANT.
           CLOSE BXANOV.

           MOVE WRK-PATH-BAIXAS                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0605-CONV-BAIXAS-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0606-CONV-BOLSAREN                                      SECTION.
      *-----------------------------------------------------------------
      *----------- BOLSAREN: 1 RM, DE 82 PARA 84 BYTES -----------------

           MOVE "BOLSAREN"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0606-CONV-BOLSAREN-99-FIM
           END-IF.

           OPEN INPUT BREANT.

           IF  FS-BREANT EQUAL 35 OR FS-BREANT EQUAL 39
               MOVE FS-BREANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0606-CONV-BOLSAREN-99-FIM
           END-IF.

           IF  FS-BREANT NOT EQUAL ZEROS
               MOVE FS-BREANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0606-CONV-BOLSAREN-99-FIM
           END-IF.

           OPEN OUTPUT BRENOV.

           MOVE 84                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 7                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ BREANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-BREANT
           END-READ.

           PERFORM UNTIL FS-BREANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-BREANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-BOLSAREN

               WRITE ARQ-DADOS-BOLSAREN
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ BREANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BREANT
               END-READ

           END-PERFORM.

           CLOSE BREANT.
           CLOSE BRENOV.

           MOVE WRK-PATH-BOLSAREN              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0606-CONV-BOLSAREN-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0607-CONV-CANDIDAT                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CANDIDAT: 1 RM, DE 198 PARA 200 BYTES ---------------

           MOVE "CANDIDAT"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0607-CONV-CANDIDAT-99-FIM
           END-IF.

           OPEN INPUT CANANT.

           IF  FS-CANANT EQUAL 35 OR FS-CANANT EQUAL 39
               MOVE FS-CANANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0607-CONV-CANDIDAT-99-FIM
           END-IF.

           IF  FS-CANANT NOT EQUAL ZEROS
               MOVE FS-CANANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0607-CONV-CANDIDAT-99-FIM
           END-IF.

           OPEN OUTPUT CANNOV.

           MOVE 200                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 179                            TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CANANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CANANT
           END-READ.

           PERFORM UNTIL FS-CANANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CANANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-CANDIDATO

               WRITE ARQ-DADOS-CANDIDATO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CANANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CANANT
               END-READ

           END-PERFORM.

           CLOSE CANANT.
           CLOSE CANNOV.

           MOVE WRK-PATH-CANDIDAT              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0607-CONV-CANDIDAT-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0608-CONV-CARTLOG                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CARTLOG: 1 RM, DE 108 PARA 110 BYTES ----------------

           MOVE "CARTLOG"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0608-CONV-CARTLOG-99-FIM
           END-IF.

           OPEN INPUT CLGANT.

           IF  FS-CLGANT EQUAL 35
               MOVE FS-CLGANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0608-CONV-CARTLOG-99-FIM
           END-IF.

           IF  FS-CLGANT NOT EQUAL ZEROS
               MOVE FS-CLGANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0608-CONV-CARTLOG-99-FIM
           END-IF.

           OPEN OUTPUT CLGNOV.

           MOVE 110                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 25                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CLGANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CLGANT
           END-READ.

           PERFORM UNTIL FS-CLGANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CLGANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-CARTLOG

               WRITE ARQ-DADOS-CARTLOG
               IF  FS-CLGNOV EQUAL ZEROS
                   PERFORM 0260-CONTAR-GRAVADO
               END-IF

               READ CLGANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CLGANT
               END-READ

           END-PERFORM.

           CLOSE CLGANT.
           CLOSE CLGNOV.

           MOVE WRK-PATH-CARTLOG               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0608-CONV-CARTLOG-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0609-CONV-CARTOES                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CARTOES: 1 RM, DE 30 PARA 32 BYTES ------------------

           MOVE "CARTOES"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0609-CONV-CARTOES-99-FIM
           END-IF.

           OPEN INPUT CRTANT.

           IF  FS-CRTANT EQUAL 35 OR FS-CRTANT EQUAL 39
               MOVE FS-CRTANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0609-CONV-CARTOES-99-FIM
           END-IF.

           IF  FS-CRTANT NOT EQUAL ZEROS
               MOVE FS-CRTANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0609-CONV-CARTOES-99-FIM
           END-IF.

           OPEN OUTPUT CRTNOV.

           MOVE 32                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 11                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CRTANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CRTANT
           END-READ.

           PERFORM UNTIL FS-CRTANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CRTANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-CARTAO

               WRITE ARQ-DADOS-CARTAO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CRTANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CRTANT
               END-READ

           END-PERFORM.

           CLOSE CRTANT.
           CLOSE CRTNOV.

           MOVE WRK-PATH-CARTOES               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0609-CONV-CARTOES-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0610-CONV-CHEQUES                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CHEQUES: 1 RM, DE 75 PARA 77 BYTES ------------------

           MOVE "CHEQUES"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0610-CONV-CHEQUES-99-FIM
           END-IF.

           OPEN INPUT CHQANT.

           IF  FS-CHQANT EQUAL 35 OR FS-CHQANT EQUAL 39
               MOVE FS-CHQANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0610-CONV-CHEQUES-99-FIM
           END-IF.

           IF  FS-CHQANT NOT EQUAL ZEROS
               MOVE FS-CHQANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0610-CONV-CHEQUES-99-FIM
           END-IF.

           OPEN OUTPUT CHQNOV.

           MOVE 77                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 7                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CHQANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CHQANT
           END-READ.

           PERFORM UNTIL FS-CHQANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CHQANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-CHEQUE

               WRITE ARQ-DADOS-CHEQUE
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CHQANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CHQANT
               END-READ

           END-PERFORM.

           CLOSE CHQANT.
           CLOSE CHQNOV.

           MOVE WRK-PATH-CHEQUES               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0610-CONV-CHEQUES-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0611-CONV-COBCONT                                       SECTION.
      *-----------------------------------------------------------------
      *----------- COBCONT: 1 RM, DE 183 PARA 185 BYTES ----------------

           MOVE "COBCONT"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0611-CONV-COBCONT-99-FIM
           END-IF.

           OPEN INPUT CCTANT.

           IF  FS-CCTANT EQUAL 35 OR FS-CCTANT EQUAL 39
               MOVE FS-CCTANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0611-CONV-COBCONT-99-FIM
           END-IF.

           IF  FS-CCTANT NOT EQUAL ZEROS
               MOVE FS-CCTANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0611-CONV-COBCONT-99-FIM
           END-IF.

           OPEN OUTPUT CCTNOV.

           MOVE 185                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CCTANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CCTANT
           END-READ.

           PERFORM UNTIL FS-CCTANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CCTANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-COBCONT

               WRITE ARQ-DADOS-COBCONT
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CCTANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CCTANT
               END-READ

           END-PERFORM.

           CLOSE CCTANT.
           CLOSE CCTNOV.

           MOVE WRK-PATH-COBCONT               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0611-CONV-COBCONT-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0612-CONV-COBGOV                                        SECTION.
      *-----------------------------------------------------------------
      *----------- COBGOV: 1 RM, DE 81 PARA 83 BYTES -------------------

           MOVE "COBGOV"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0612-CONV-COBGOV-99-FIM
           END-IF.

           OPEN INPUT CGVANT.

           IF  FS-CGVANT EQUAL 35 OR FS-CGVANT EQUAL 39
               MOVE FS-CGVANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0612-CONV-COBGOV-99-FIM
           END-IF.

           IF  FS-CGVANT NOT EQUAL ZEROS
               MOVE FS-CGVANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0612-CONV-COBGOV-99-FIM
           END-IF.

           OPEN OUTPUT CGVNOV.

           MOVE 83                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CGVANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CGVANT
           END-READ.

           PERFORM UNTIL FS-CGVANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CGVANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-COBGOV

               WRITE ARQ-DADOS-COBGOV
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CGVANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CGVANT
               END-READ

           END-PERFORM.

           CLOSE CGVANT.
           CLOSE CGVNOV.

           MOVE WRK-PATH-COBGOV                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0612-CONV-COBGOV-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0613-CONV-CONTRATOS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CONTRATOS: 1 RM, DE 134 PARA 136 BYTES --------------

           MOVE "CONTRATOS"                    TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0613-CONV-CONTRATOS-99-FIM
           END-IF.

           OPEN INPUT CONANT.

           IF  FS-CONANT EQUAL 35 OR FS-CONANT EQUAL 39
               MOVE FS-CONANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0613-CONV-CONTRATOS-99-FIM
           END-IF.

           IF  FS-CONANT NOT EQUAL ZEROS
               MOVE FS-CONANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0613-CONV-CONTRATOS-99-FIM
           END-IF.

           OPEN OUTPUT CONNOV.

           MOVE 136                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CONANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CONANT
           END-READ.

           PERFORM UNTIL FS-CONANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CONANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-CONTRATO

               WRITE ARQ-DADOS-CONTRATO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CONANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONANT
               END-READ

           END-PERFORM.

           CLOSE CONANT.
           CLOSE CONNOV.

           MOVE WRK-PATH-CONTRATOS             TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0613-CONV-CONTRATOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0614-CONV-CONVPAG                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CONVPAG: 1 RM, DE 23 PARA 25 BYTES ------------------

           MOVE "CONVPAG"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0614-CONV-CONVPAG-99-FIM
           END-IF.

           OPEN INPUT CVPANT.

           IF  FS-CVPANT EQUAL 35 OR FS-CVPANT EQUAL 39
               MOVE FS-CVPANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0614-CONV-CONVPAG-99-FIM
           END-IF.

           IF  FS-CVPANT NOT EQUAL ZEROS
               MOVE FS-CVPANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0614-CONV-CONVPAG-99-FIM
           END-IF.

           OPEN OUTPUT CVPNOV.

           MOVE 25                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CVPANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CVPANT
           END-READ.

           PERFORM UNTIL FS-CVPANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CVPANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-CONVPAG

               WRITE ARQ-DADOS-CONVPAG
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CVPANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CVPANT
               END-READ

           END-PERFORM.

           CLOSE CVPANT.
           CLOSE CVPNOV.

           MOVE WRK-PATH-CONVPAG               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0614-CONV-CONVPAG-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0615-CONV-CREDITO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CREDITO: 1 RM, DE 46 PARA 48 BYTES ------------------

           MOVE "CREDITO"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0615-CONV-CREDITO-99-FIM
           END-IF.

           OPEN INPUT CREANT.

           IF  FS-CREANT EQUAL 35 OR FS-CREANT EQUAL 39
               MOVE FS-CREANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0615-CONV-CREDITO-99-FIM
           END-IF.

           IF  FS-CREANT NOT EQUAL ZEROS
               MOVE FS-CREANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0615-CONV-CREDITO-99-FIM
           END-IF.

           OPEN OUTPUT CRENOV.

           MOVE 48                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CREANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CREANT
           END-READ.

           PERFORM UNTIL FS-CREANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CREANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-CREDITO

               WRITE ARQ-DADOS-CREDITO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CREANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CREANT
               END-READ

           END-PERFORM.

           CLOSE CREANT.
           CLOSE CRENOV.

           MOVE WRK-PATH-CREDITO               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0615-CONV-CREDITO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0616-CONV-CTLAVAL                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CTLAVAL: 1 RM, DE 65 PARA 67 BYTES ------------------

           MOVE "CTLAVAL"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0616-CONV-CTLAVAL-99-FIM
           END-IF.

           OPEN INPUT CAVANT.

           IF  FS-CAVANT EQUAL 35 OR FS-CAVANT EQUAL 39
               MOVE FS-CAVANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0616-CONV-CTLAVAL-99-FIM
           END-IF.

           IF  FS-CAVANT NOT EQUAL ZEROS
               MOVE FS-CAVANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0616-CONV-CTLAVAL-99-FIM
           END-IF.

           OPEN OUTPUT CAVNOV.

           MOVE 67                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 3                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ CAVANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-CAVANT
           END-READ.

           PERFORM UNTIL FS-CAVANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-CAVANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-CTLAVAL

               WRITE ARQ-DADOS-CTLAVAL
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ CAVANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CAVANT
               END-READ

           END-PERFORM.

           CLOSE CAVANT.
           CLOSE CAVNOV.

           MOVE WRK-PATH-CTLAVAL               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0616-CONV-CTLAVAL-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0617-CONV-DEPEND                                        SECTION.
      *-----------------------------------------------------------------
      *----------- DEPEND: 1 RM, DE 60 PARA 62 BYTES -------------------

           MOVE "DEPEND"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0617-CONV-DEPEND-99-FIM
           END-IF.

           OPEN INPUT DEPANT.

           IF  FS-DEPANT EQUAL 35 OR FS-DEPANT EQUAL 39
               MOVE FS-DEPANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0617-CONV-DEPEND-99-FIM
           END-IF.

           IF  FS-DEPANT NOT EQUAL ZEROS
               MOVE FS-DEPANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0617-CONV-DEPEND-99-FIM
           END-IF.

           OPEN OUTPUT DEPNOV.

           MOVE 62                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ DEPANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DEPANT
           END-READ.

           PERFORM UNTIL FS-DEPANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-DEPANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-DEPENDENCIA

               WRITE ARQ-DADOS-DEPENDENCIA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ DEPANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPANT
               END-READ

           END-PERFORM.

           CLOSE DEPANT.
           CLOSE DEPNOV.

           MOVE WRK-PATH-DEPEND                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0617-CONV-DEPEND-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0618-CONV-DESCONTOS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- DESCONTOS: 1 RM, DE 48 PARA 50 BYTES ----------------

           MOVE "DESCONTOS"                    TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0618-CONV-DESCONTOS-99-FIM
           END-IF.

           OPEN INPUT DESANT.

           IF  FS-DESANT EQUAL 35 OR FS-DESANT EQUAL 39
               MOVE FS-DESANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0618-CONV-DESCONTOS-99-FIM
           END-IF.

           IF  FS-DESANT NOT EQUAL ZEROS
               MOVE FS-DESANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0618-CONV-DESCONTOS-99-FIM
           END-IF.

           OPEN OUTPUT DESNOV.

           MOVE 50                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ DESANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DESANT
           END-READ.

           PERFORM UNTIL FS-DESANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-DESANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-DESCONTO

               WRITE ARQ-DADOS-DESCONTO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ DESANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DESANT
               END-READ

           END-PERFORM.

           CLOSE DESANT.
           CLOSE DESNOV.

           MOVE WRK-PATH-DESCONTOS             TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0618-CONV-DESCONTOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0619-CONV-DIFERIDA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- DIFERIDA: 1 RM, DE 78 PARA 80 BYTES -----------------

           MOVE "DIFERIDA"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0619-CONV-DIFERIDA-99-FIM
           END-IF.

           OPEN INPUT DIFANT.

           IF  FS-DIFANT EQUAL 35 OR FS-DIFANT EQUAL 39
               MOVE FS-DIFANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0619-CONV-DIFERIDA-99-FIM
           END-IF.

           IF  FS-DIFANT NOT EQUAL ZEROS
               MOVE FS-DIFANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0619-CONV-DIFERIDA-99-FIM
           END-IF.

           OPEN OUTPUT DIFNOV.

           MOVE 80                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ DIFANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DIFANT
           END-READ.

           PERFORM UNTIL FS-DIFANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-DIFANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-DIFERIDA

               WRITE ARQ-DADOS-DIFERIDA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ DIFANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DIFANT
               END-READ

           END-PERFORM.

           CLOSE DIFANT.
           CLOSE DIFNOV.

           MOVE WRK-PATH-DIFERIDA              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0619-CONV-DIFERIDA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0620-CONV-DIFMOV                                        SECTION.
      *-----------------------------------------------------------------
      *----------- DIFMOV: 1 RM, DE 67 PARA 69 BYTES -------------------

           MOVE "DIFMOV"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0620-CONV-DIFMOV-99-FIM
           END-IF.

           OPEN INPUT DFMANT.

           IF  FS-DFMANT EQUAL 35 OR FS-DFMANT EQUAL 39
               MOVE FS-DFMANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0620-CONV-DIFMOV-99-FIM
           END-IF.

           IF  FS-DFMANT NOT EQUAL ZEROS
               MOVE FS-DFMANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0620-CONV-DIFMOV-99-FIM
           END-IF.

           OPEN OUTPUT DFMNOV.

           MOVE 69                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 23                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ DFMANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DFMANT
           END-READ.

           PERFORM UNTIL FS-DFMANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-DFMANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-DIFMOV

               WRITE ARQ-DADOS-DIFMOV
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ DFMANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DFMANT
               END-READ

           END-PERFORM.

           CLOSE DFMANT.
           CLOSE DFMNOV.

           MOVE WRK-PATH-DIFMOV                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0620-CONV-DIFMOV-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0621-CONV-DIPLOMAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- DIPLOMAS: 1 RM, DE 97 PARA 99 BYTES -----------------

           MOVE "DIPLOMAS"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0621-CONV-DIPLOMAS-99-FIM
           END-IF.

           OPEN INPUT DIPANT.

           IF  FS-DIPANT EQUAL 35 OR FS-DIPANT EQUAL 39
               MOVE FS-DIPANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0621-CONV-DIPLOMAS-99-FIM
           END-IF.

           IF  FS-DIPANT NOT EQUAL ZEROS
               MOVE FS-DIPANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0621-CONV-DIPLOMAS-99-FIM
           END-IF.

           OPEN OUTPUT DIPNOV.

           MOVE 99                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ DIPANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DIPANT
           END-READ.

           PERFORM UNTIL FS-DIPANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-DIPANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-DIPLOMA

               WRITE ARQ-DADOS-DIPLOMA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ DIPANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DIPANT
               END-READ

           END-PERFORM.

           CLOSE DIPANT.
           CLOSE DIPNOV.

           MOVE WRK-PATH-DIPLOMAS              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0621-CONV-DIPLOMAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0622-CONV-DOCALUNO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- DOCALUNO: 1 RM, DE 62 PARA 64 BYTES -----------------

           MOVE "DOCALUNO"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0622-CONV-DOCALUNO-99-FIM
           END-IF.

           OPEN INPUT DALANT.

           IF  FS-DALANT EQUAL 35 OR FS-DALANT EQUAL 39
               MOVE FS-DALANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0622-CONV-DOCALUNO-99-FIM
           END-IF.

           IF  FS-DALANT NOT EQUAL ZEROS
               MOVE FS-DALANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0622-CONV-DOCALUNO-99-FIM
           END-IF.

           OPEN OUTPUT DALNOV.

           MOVE 64                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ DALANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-DALANT
           END-READ.

           PERFORM UNTIL FS-DALANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-DALANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-DOCALUNO

               WRITE ARQ-DADOS-DOCALUNO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ DALANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DALANT
               END-READ

           END-PERFORM.

           CLOSE DALANT.
           CLOSE DALNOV.

           MOVE WRK-PATH-DOCALUNO              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0622-CONV-DOCALUNO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0623-CONV-EQUIVAL                                       SECTION.
      *-----------------------------------------------------------------
      *----------- EQUIVAL: 1 RM, DE 148 PARA 150 BYTES ----------------

           MOVE "EQUIVAL"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0623-CONV-EQUIVAL-99-FIM
           END-IF.

           OPEN INPUT EQUANT.

           IF  FS-EQUANT EQUAL 35 OR FS-EQUANT EQUAL 39
               MOVE FS-EQUANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0623-CONV-EQUIVAL-99-FIM
           END-IF.

           IF  FS-EQUANT NOT EQUAL ZEROS
               MOVE FS-EQUANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0623-CONV-EQUIVAL-99-FIM
           END-IF.

           OPEN OUTPUT EQUNOV.

           MOVE 150                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 7                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ EQUANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EQUANT
           END-READ.

           PERFORM UNTIL FS-EQUANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-EQUANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-EQUIVALENCIA

               WRITE ARQ-DADOS-EQUIVALENCIA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ EQUANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EQUANT
               END-READ

           END-PERFORM.

           CLOSE EQUANT.
           CLOSE EQUNOV.

           MOVE WRK-PATH-EQUIVAL               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0623-CONV-EQUIVAL-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0624-CONV-ESPERA                                        SECTION.
      *-----------------------------------------------------------------
      *----------- ESPERA: 1 RM, DE 33 PARA 35 BYTES -------------------

           MOVE "ESPERA"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0624-CONV-ESPERA-99-FIM
           END-IF.

           OPEN INPUT ESPANT.

           IF  FS-ESPANT EQUAL 35 OR FS-ESPANT EQUAL 39
               MOVE FS-ESPANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0624-CONV-ESPERA-99-FIM
           END-IF.

           IF  FS-ESPANT NOT EQUAL ZEROS
               MOVE FS-ESPANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0624-CONV-ESPERA-99-FIM
           END-IF.

           OPEN OUTPUT ESPNOV.

           MOVE 35                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 30                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ ESPANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-ESPANT
           END-READ.

           PERFORM UNTIL FS-ESPANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-ESPANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-ESPERA

               WRITE ARQ-DADOS-ESPERA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ ESPANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESPANT
               END-READ

           END-PERFORM.

           CLOSE ESPANT.
           CLOSE ESPNOV.

           MOVE WRK-PATH-ESPERA                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0624-CONV-ESPERA-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0625-CONV-ESTAGIOS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ESTAGIOS: 1 RM, DE 88 PARA 90 BYTES -----------------

           MOVE "ESTAGIOS"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0625-CONV-ESTAGIOS-99-FIM
           END-IF.

           OPEN INPUT ESTANT.

           IF  FS-ESTANT EQUAL 35 OR FS-ESTANT EQUAL 39
               MOVE FS-ESTANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0625-CONV-ESTAGIOS-99-FIM
           END-IF.

           IF  FS-ESTANT NOT EQUAL ZEROS
               MOVE FS-ESTANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0625-CONV-ESTAGIOS-99-FIM
           END-IF.

           OPEN OUTPUT ESTNOV.

           MOVE 90                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ ESTANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-ESTANT
           END-READ.

           PERFORM UNTIL FS-ESTANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-ESTANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-ESTAGIO

               WRITE ARQ-DADOS-ESTAGIO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ ESTANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESTANT
               END-READ

           END-PERFORM.

           CLOSE ESTANT.
           CLOSE ESTNOV.

           MOVE WRK-PATH-ESTAGIOS              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0625-CONV-ESTAGIOS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0626-CONV-ESTHORAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ESTHORAS: 1 RM, DE 109 PARA 111 BYTES ---------------

           MOVE "ESTHORAS"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0626-CONV-ESTHORAS-99-FIM
           END-IF.

           OPEN INPUT EHRANT.

           IF  FS-EHRANT EQUAL 35 OR FS-EHRANT EQUAL 39
               MOVE FS-EHRANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0626-CONV-ESTHORAS-99-FIM
           END-IF.

           IF  FS-EHRANT NOT EQUAL ZEROS
               MOVE FS-EHRANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0626-CONV-ESTHORAS-99-FIM
           END-IF.

           OPEN OUTPUT EHRNOV.

           MOVE 111                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 7                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ EHRANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EHRANT
           END-READ.

           PERFORM UNTIL FS-EHRANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-EHRANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-ESTHORAS

               WRITE ARQ-DADOS-ESTHORAS
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ EHRANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EHRANT
               END-READ

           END-PERFORM.

           CLOSE EHRANT.
           CLOSE EHRNOV.

           MOVE WRK-PATH-ESTHORAS              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0626-CONV-ESTHORAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0627-CONV-EVENTOS                                       SECTION.
      *-----------------------------------------------------------------
      *----------- EVENTOS: 1 RM, DE 69 PARA 71 BYTES ------------------

           MOVE "EVENTOS"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0627-CONV-EVENTOS-99-FIM
           END-IF.

           OPEN INPUT EVEANT.

           IF  FS-EVEANT EQUAL 35 OR FS-EVEANT EQUAL 39
               MOVE FS-EVEANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0627-CONV-EVENTOS-99-FIM
           END-IF.

           IF  FS-EVEANT NOT EQUAL ZEROS
               MOVE FS-EVEANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0627-CONV-EVENTOS-99-FIM
           END-IF.

           OPEN OUTPUT EVENOV.

           MOVE 71                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 23                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ EVEANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EVEANT
           END-READ.

           PERFORM UNTIL FS-EVEANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-EVEANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-EVENTO

               WRITE ARQ-DADOS-EVENTO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ EVEANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EVEANT
               END-READ

           END-PERFORM.

           CLOSE EVEANT.
           CLOSE EVENOV.

           MOVE WRK-PATH-EVENTOS               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0627-CONV-EVENTOS-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0628-CONV-EXPCORR                                       SECTION.
      *-----------------------------------------------------------------
      *----------- EXPCORR: 1 RM, DE 78 PARA 80 BYTES ------------------

           MOVE "EXPCORR"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0628-CONV-EXPCORR-99-FIM
           END-IF.

           OPEN INPUT EXCANT.

           IF  FS-EXCANT EQUAL 35 OR FS-EXCANT EQUAL 39
               MOVE FS-EXCANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0628-CONV-EXPCORR-99-FIM
           END-IF.

           IF  FS-EXCANT NOT EQUAL ZEROS
               MOVE FS-EXCANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0628-CONV-EXPCORR-99-FIM
           END-IF.

           OPEN OUTPUT EXCNOV.

           MOVE 80                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ EXCANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EXCANT
           END-READ.

           PERFORM UNTIL FS-EXCANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-EXCANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-EXPCORR

               WRITE ARQ-DADOS-EXPCORR
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ EXCANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EXCANT
               END-READ

           END-PERFORM.

           CLOSE EXCANT.
           CLOSE EXCNOV.

           MOVE WRK-PATH-EXPCORR               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0628-CONV-EXPCORR-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0629-CONV-FAVOREC                                       SECTION.
      *-----------------------------------------------------------------
      *----------- FAVOREC: 1 RM, DE 124 PARA 126 BYTES ----------------

           MOVE "FAVOREC"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0629-CONV-FAVOREC-99-FIM
           END-IF.

           OPEN INPUT FAVANT.

           IF  FS-FAVANT EQUAL 35 OR FS-FAVANT EQUAL 39
               MOVE FS-FAVANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0629-CONV-FAVOREC-99-FIM
           END-IF.

           IF  FS-FAVANT NOT EQUAL ZEROS
               MOVE FS-FAVANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0629-CONV-FAVOREC-99-FIM
           END-IF.

           OPEN OUTPUT FAVNOV.

           MOVE 126                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ FAVANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FAVANT
           END-READ.

           PERFORM UNTIL FS-FAVANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-FAVANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-FAVOREC

               WRITE ARQ-DADOS-FAVOREC
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ FAVANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FAVANT
               END-READ

           END-PERFORM.

           CLOSE FAVANT.
           CLOSE FAVNOV.

           MOVE WRK-PATH-FAVOREC               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0629-CONV-FAVOREC-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0630-CONV-FINANC                                        SECTION.
      *-----------------------------------------------------------------
      *----------- FINANC: 1 RM, DE 85 PARA 87 BYTES -------------------

           MOVE "FINANC"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0630-CONV-FINANC-99-FIM
           END-IF.

           OPEN INPUT FINANT.

           IF  FS-FINANT EQUAL 35 OR FS-FINANT EQUAL 39
               MOVE FS-FINANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0630-CONV-FINANC-99-FIM
           END-IF.

           IF  FS-FINANT NOT EQUAL ZEROS
               MOVE FS-FINANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0630-CONV-FINANC-99-FIM
           END-IF.

           OPEN OUTPUT FINNOV.

           MOVE 87                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ FINANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FINANT
           END-READ.

           PERFORM UNTIL FS-FINANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-FINANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-FINANC

               WRITE ARQ-DADOS-FINANC
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ FINANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FINANT
               END-READ

           END-PERFORM.

           CLOSE FINANT.
           CLOSE FINNOV.

           MOVE WRK-PATH-FINANC                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0630-CONV-FINANC-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0631-CONV-FORMADOS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- FORMADOS: 1 RM, DE 47 PARA 49 BYTES -----------------

           MOVE "FORMADOS"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0631-CONV-FORMADOS-99-FIM
           END-IF.

           OPEN INPUT FORANT.

           IF  FS-FORANT EQUAL 35 OR FS-FORANT EQUAL 39
               MOVE FS-FORANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0631-CONV-FORMADOS-99-FIM
           END-IF.

           IF  FS-FORANT NOT EQUAL ZEROS
               MOVE FS-FORANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0631-CONV-FORMADOS-99-FIM
           END-IF.

           OPEN OUTPUT FORNOV.

           MOVE 49                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ FORANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FORANT
           END-READ.

           PERFORM UNTIL FS-FORANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-FORANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-FORMADO

               WRITE ARQ-DADOS-FORMADO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ FORANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FORANT
               END-READ

           END-PERFORM.

           CLOSE FORANT.
           CLOSE FORNOV.

           MOVE WRK-PATH-FORMADOS              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0631-CONV-FORMADOS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0632-CONV-FREQHIST                                      SECTION.
      *-----------------------------------------------------------------
      *----------- FREQHIST: 1 RM, DE 36 PARA 38 BYTES -----------------

           MOVE "FREQHIST"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0632-CONV-FREQHIST-99-FIM
           END-IF.

           OPEN INPUT FRHANT.

           IF  FS-FRHANT EQUAL 35 OR FS-FRHANT EQUAL 39
               MOVE FS-FRHANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0632-CONV-FREQHIST-99-FIM
           END-IF.

           IF  FS-FRHANT NOT EQUAL ZEROS
               MOVE FS-FRHANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0632-CONV-FREQHIST-99-FIM
           END-IF.

           OPEN OUTPUT FRHNOV.

           MOVE 38                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ FRHANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FRHANT
           END-READ.

           PERFORM UNTIL FS-FRHANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-FRHANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-FREQHIST

               WRITE ARQ-DADOS-FREQHIST
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ FRHANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FRHANT
               END-READ

           END-PERFORM.

           CLOSE FRHANT.
           CLOSE FRHNOV.

           MOVE WRK-PATH-FREQHIST              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0632-CONV-FREQHIST-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0633-CONV-FREQPROP                                      SECTION.
      *-----------------------------------------------------------------
      *----------- FREQPROP: 1 RM, DE 80 PARA 82 BYTES -----------------

           MOVE "FREQPROP"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0633-CONV-FREQPROP-99-FIM
           END-IF.

           OPEN INPUT FPRANT.

           IF  FS-FPRANT EQUAL 35 OR FS-FPRANT EQUAL 39
               MOVE FS-FPRANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0633-CONV-FREQPROP-99-FIM
           END-IF.

           IF  FS-FPRANT NOT EQUAL ZEROS
               MOVE FS-FPRANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0633-CONV-FREQPROP-99-FIM
           END-IF.

           OPEN OUTPUT FPRNOV.

           MOVE 82                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 42                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ FPRANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FPRANT
           END-READ.

           PERFORM UNTIL FS-FPRANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-FPRANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-FREQPROP

               WRITE ARQ-DADOS-FREQPROP
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ FPRANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FPRANT
               END-READ

           END-PERFORM.

           CLOSE FPRANT.
           CLOSE FPRNOV.

           MOVE WRK-PATH-FREQPROP              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0633-CONV-FREQPROP-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0634-CONV-FREQUENCIA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- FREQUENCIA: 1 RM, DE 36 PARA 38 BYTES ---------------

           MOVE "FREQUENCIA"                   TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0634-CONV-FREQUENCIA-99-FIM
           END-IF.

           OPEN INPUT FREANT.

           IF  FS-FREANT EQUAL 35 OR FS-FREANT EQUAL 39
               MOVE FS-FREANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0634-CONV-FREQUENCIA-99-FIM
           END-IF.

           IF  FS-FREANT NOT EQUAL ZEROS
               MOVE FS-FREANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0634-CONV-FREQUENCIA-99-FIM
           END-IF.

           OPEN OUTPUT FRENOV.

           MOVE 38                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ FREANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-FREANT
           END-READ.

           PERFORM UNTIL FS-FREANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-FREANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-FREQUENCIA

               WRITE ARQ-DADOS-FREQUENCIA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ FREANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FREANT
               END-READ

           END-PERFORM.

           CLOSE FREANT.
           CLOSE FRENOV.

           MOVE WRK-PATH-FREQUENCIA            TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0634-CONV-FREQUENCIA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0635-CONV-JUBILAM                                       SECTION.
      *-----------------------------------------------------------------
      *----------- JUBILAM: 1 RM, DE 114 PARA 116 BYTES ----------------

           MOVE "JUBILAM"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0635-CONV-JUBILAM-99-FIM
           END-IF.

           OPEN INPUT JUBANT.

           IF  FS-JUBANT EQUAL 35 OR FS-JUBANT EQUAL 39
               MOVE FS-JUBANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0635-CONV-JUBILAM-99-FIM
           END-IF.

           IF  FS-JUBANT NOT EQUAL ZEROS
               MOVE FS-JUBANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0635-CONV-JUBILAM-99-FIM
           END-IF.

           OPEN OUTPUT JUBNOV.

           MOVE 116                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ JUBANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-JUBANT
           END-READ.

           PERFORM UNTIL FS-JUBANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-JUBANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-JUBILAMENTO

               WRITE ARQ-DADOS-JUBILAMENTO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ JUBANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-JUBANT
               END-READ

           END-PERFORM.

           CLOSE JUBANT.
           CLOSE JUBNOV.

           MOVE WRK-PATH-JUBILAM               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0635-CONV-JUBILAM-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0636-CONV-MATDISC                                       SECTION.
      *-----------------------------------------------------------------
      *----------- MATDISC: 1 RM, DE 42 PARA 44 BYTES ------------------

           MOVE "MATDISC"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0636-CONV-MATDISC-99-FIM
           END-IF.

           OPEN INPUT MDIANT.

           IF  FS-MDIANT EQUAL 35 OR FS-MDIANT EQUAL 39
               MOVE FS-MDIANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0636-CONV-MATDISC-99-FIM
           END-IF.

           IF  FS-MDIANT NOT EQUAL ZEROS
               MOVE FS-MDIANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0636-CONV-MATDISC-99-FIM
           END-IF.

           OPEN OUTPUT MDINOV.

           MOVE 44                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ MDIANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-MDIANT
           END-READ.

           PERFORM UNTIL FS-MDIANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-MDIANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-MATDISC

               WRITE ARQ-DADOS-MATDISC
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ MDIANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MDIANT
               END-READ

           END-PERFORM.

           CLOSE MDIANT.
           CLOSE MDINOV.

           MOVE WRK-PATH-MATDISC               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0636-CONV-MATDISC-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0637-CONV-MENSALID                                      SECTION.
      *-----------------------------------------------------------------
      *----------- MENSALID: 1 RM, DE 121 PARA 123 BYTES ---------------

           MOVE "MENSALID"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0637-CONV-MENSALID-99-FIM
           END-IF.

           OPEN INPUT MENANT.

           IF  FS-MENANT EQUAL 35 OR FS-MENANT EQUAL 39
               MOVE FS-MENANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0637-CONV-MENSALID-99-FIM
           END-IF.

           IF  FS-MENANT NOT EQUAL ZEROS
               MOVE FS-MENANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0637-CONV-MENSALID-99-FIM
           END-IF.

           OPEN OUTPUT MENNOV.

           MOVE 123                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ MENANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-MENANT
           END-READ.

           PERFORM UNTIL FS-MENANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-MENANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-MENSALIDADE

               WRITE ARQ-DADOS-MENSALIDADE
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ MENANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENANT
               END-READ

           END-PERFORM.

           CLOSE MENANT.
           CLOSE MENNOV.

           MOVE WRK-PATH-MENSALID              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0637-CONV-MENSALID-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0638-CONV-MENSHIST                                      SECTION.
      *-----------------------------------------------------------------
      *----------- MENSHIST: 1 RM, DE 118 PARA 120 BYTES ---------------

           MOVE "MENSHIST"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0638-CONV-MENSHIST-99-FIM
           END-IF.

           OPEN INPUT MEHANT.

           IF  FS-MEHANT EQUAL 35 OR FS-MEHANT EQUAL 39
               MOVE FS-MEHANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0638-CONV-MENSHIST-99-FIM
           END-IF.

           IF  FS-MEHANT NOT EQUAL ZEROS
               MOVE FS-MEHANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0638-CONV-MENSHIST-99-FIM
           END-IF.

           OPEN OUTPUT MEHNOV.

           MOVE 120                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ MEHANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-MEHANT
           END-READ.

           PERFORM UNTIL FS-MEHANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-MEHANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-MENSHIST

               WRITE ARQ-DADOS-MENSHIST
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ MEHANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MEHANT
               END-READ

           END-PERFORM.

           CLOSE MEHANT.
           CLOSE MEHNOV.

           MOVE WRK-PATH-MENSHIST              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0638-CONV-MENSHIST-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0639-CONV-NADACONS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- NADACONS: 1 RM, DE 56 PARA 58 BYTES -----------------

           MOVE "NADACONS"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0639-CONV-NADACONS-99-FIM
           END-IF.

           OPEN INPUT NDCANT.

           IF  FS-NDCANT EQUAL 35 OR FS-NDCANT EQUAL 39
               MOVE FS-NDCANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0639-CONV-NADACONS-99-FIM
           END-IF.

           IF  FS-NDCANT NOT EQUAL ZEROS
               MOVE FS-NDCANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0639-CONV-NADACONS-99-FIM
           END-IF.

           OPEN OUTPUT NDCNOV.

           MOVE 58                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ NDCANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-NDCANT
           END-READ.

           PERFORM UNTIL FS-NDCANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-NDCANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-NADACONSTA

               WRITE ARQ-DADOS-NADACONSTA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ NDCANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NDCANT
               END-READ

           END-PERFORM.

           CLOSE NDCANT.
           CLOSE NDCNOV.

           MOVE WRK-PATH-NADACONS              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0639-CONV-NADACONS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0640-CONV-NEGATIV                                       SECTION.
      *-----------------------------------------------------------------
      *----------- NEGATIV: 1 RM, DE 147 PARA 149 BYTES ----------------

           MOVE "NEGATIV"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0640-CONV-NEGATIV-99-FIM
           END-IF.

           OPEN INPUT NEGANT.

           IF  FS-NEGANT EQUAL 35 OR FS-NEGANT EQUAL 39
               MOVE FS-NEGANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0640-CONV-NEGATIV-99-FIM
           END-IF.

           IF  FS-NEGANT NOT EQUAL ZEROS
               MOVE FS-NEGANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0640-CONV-NEGATIV-99-FIM
           END-IF.

           OPEN OUTPUT NEGNOV.

           MOVE 149                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ NEGANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-NEGANT
           END-READ.

           PERFORM UNTIL FS-NEGANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-NEGANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-NEGATIV

               WRITE ARQ-DADOS-NEGATIV
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ NEGANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NEGANT
               END-READ

           END-PERFORM.

           CLOSE NEGANT.
           CLOSE NEGNOV.

           MOVE WRK-PATH-NEGATIV               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0640-CONV-NEGATIV-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0641-CONV-NFSE                                          SECTION.
      *-----------------------------------------------------------------
      *----------- NFSE: 1 RM, DE 174 PARA 176 BYTES -------------------

           MOVE "NFSE"                         TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0641-CONV-NFSE-99-FIM
           END-IF.

           OPEN INPUT NFSANT.

           IF  FS-NFSANT EQUAL 35 OR FS-NFSANT EQUAL 39
               MOVE FS-NFSANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0641-CONV-NFSE-99-FIM
           END-IF.

           IF  FS-NFSANT NOT EQUAL ZEROS
               MOVE FS-NFSANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0641-CONV-NFSE-99-FIM
           END-IF.

           OPEN OUTPUT NFSNOV.

           MOVE 176                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 23                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ NFSANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-NFSANT
           END-READ.

           PERFORM UNTIL FS-NFSANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-NFSANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-NFSE

               WRITE ARQ-DADOS-NFSE
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ NFSANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NFSANT
               END-READ

           END-PERFORM.

           CLOSE NFSANT.
           CLOSE NFSNOV.

           MOVE WRK-PATH-NFSE                  TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0641-CONV-NFSE-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0642-CONV-NOTAHIST                                      SECTION.
      *-----------------------------------------------------------------
      *----------- NOTAHIST: 1 RM, DE 51 PARA 53 BYTES -----------------

           MOVE "NOTAHIST"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0642-CONV-NOTAHIST-99-FIM
           END-IF.

           OPEN INPUT NTHANT.

           IF  FS-NTHANT EQUAL 35 OR FS-NTHANT EQUAL 39
               MOVE FS-NTHANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0642-CONV-NOTAHIST-99-FIM
           END-IF.

           IF  FS-NTHANT NOT EQUAL ZEROS
               MOVE FS-NTHANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0642-CONV-NOTAHIST-99-FIM
           END-IF.

           OPEN OUTPUT NTHNOV.

           MOVE 53                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ NTHANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-NTHANT
           END-READ.

           PERFORM UNTIL FS-NTHANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-NTHANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-NOTAHIST

               WRITE ARQ-DADOS-NOTAHIST
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ NTHANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NTHANT
               END-READ

           END-PERFORM.

           CLOSE NTHANT.
           CLOSE NTHNOV.

           MOVE WRK-PATH-NOTAHIST              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0642-CONV-NOTAHIST-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0643-CONV-NOTAS                                         SECTION.
      *-----------------------------------------------------------------
      *----------- NOTAS: 1 RM, DE 51 PARA 53 BYTES --------------------

           MOVE "NOTAS"                        TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0643-CONV-NOTAS-99-FIM
           END-IF.

           OPEN INPUT NOTANT.

           IF  FS-NOTANT EQUAL 35 OR FS-NOTANT EQUAL 39
               MOVE FS-NOTANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0643-CONV-NOTAS-99-FIM
           END-IF.

           IF  FS-NOTANT NOT EQUAL ZEROS
               MOVE FS-NOTANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0643-CONV-NOTAS-99-FIM
           END-IF.

           OPEN OUTPUT NOTNOV.

           MOVE 53                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ NOTANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-NOTANT
           END-READ.

           PERFORM UNTIL FS-NOTANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-NOTANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-NOTA

               WRITE ARQ-DADOS-NOTA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ NOTANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NOTANT
               END-READ

           END-PERFORM.

           CLOSE NOTANT.
           CLOSE NOTNOV.

           MOVE WRK-PATH-NOTAS                 TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

           IF  WRK-CVR-SUBSTITUIU EQUAL "S"
               MOVE "S"                        TO WRK-NOTA-CONVERTIDA
           END-IF.

      *-----------------------------------------------------------------
       0643-CONV-NOTAS-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0644-CONV-ORDPAG                                        SECTION.
      *-----------------------------------------------------------------
      *----------- ORDPAG: 1 RM, DE 216 PARA 218 BYTES -----------------

           MOVE "ORDPAG"                       TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0644-CONV-ORDPAG-99-FIM
           END-IF.

           OPEN INPUT ORDANT.

           IF  FS-ORDANT EQUAL 35 OR FS-ORDANT EQUAL 39
               MOVE FS-ORDANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0644-CONV-ORDPAG-99-FIM
           END-IF.

           IF  FS-ORDANT NOT EQUAL ZEROS
               MOVE FS-ORDANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0644-CONV-ORDPAG-99-FIM
           END-IF.

           OPEN OUTPUT ORDNOV.

           MOVE 218                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 7                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ ORDANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-ORDANT
           END-READ.

           PERFORM UNTIL FS-ORDANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-ORDANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-ORDPAG

               WRITE ARQ-DADOS-ORDPAG
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ ORDANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDANT
               END-READ

           END-PERFORM.

           CLOSE ORDANT.
           CLOSE ORDNOV.

           MOVE WRK-PATH-ORDPAG                TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0644-CONV-ORDPAG-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0645-CONV-PAGAMENTOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- PAGAMENTOS: 1 RM, DE 65 PARA 67 BYTES ---------------

           MOVE "PAGAMENTOS"                   TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0645-CONV-PAGAMENTOS-99-FIM
           END-IF.

           OPEN INPUT PAGANT.

           IF  FS-PAGANT EQUAL 35 OR FS-PAGANT EQUAL 39
               MOVE FS-PAGANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0645-CONV-PAGAMENTOS-99-FIM
           END-IF.

           IF  FS-PAGANT NOT EQUAL ZEROS
               MOVE FS-PAGANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0645-CONV-PAGAMENTOS-99-FIM
           END-IF.

           OPEN OUTPUT PAGNOV.

           MOVE 67                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ PAGANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PAGANT
           END-READ.

           PERFORM UNTIL FS-PAGANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-PAGANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-PAGAMENTO

               WRITE ARQ-DADOS-PAGAMENTO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ PAGANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGANT
               END-READ

           END-PERFORM.

           CLOSE PAGANT.
           CLOSE PAGNOV.

           MOVE WRK-PATH-PAGAMENTOS            TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

           IF  WRK-CVR-SUBSTITUIU EQUAL "S"
               MOVE "S"                        TO WRK-PAG-CONVERTIDO
           END-IF.

      *-----------------------------------------------------------------
       0645-CONV-PAGAMENTOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0646-CONV-PAGHIST                                       SECTION.
      *-----------------------------------------------------------------
      *----------- PAGHIST: 1 RM, DE 65 PARA 67 BYTES ------------------

           MOVE "PAGHIST"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0646-CONV-PAGHIST-99-FIM
           END-IF.

           OPEN INPUT PGHANT.

           IF  FS-PGHANT EQUAL 35 OR FS-PGHANT EQUAL 39
               MOVE FS-PGHANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0646-CONV-PAGHIST-99-FIM
           END-IF.

           IF  FS-PGHANT NOT EQUAL ZEROS
               MOVE FS-PGHANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0646-CONV-PAGHIST-99-FIM
           END-IF.

           OPEN OUTPUT PGHNOV.

           MOVE 67                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ PGHANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PGHANT
           END-READ.

           PERFORM UNTIL FS-PGHANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-PGHANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-PAGHIST

               WRITE ARQ-DADOS-PAGHIST
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ PGHANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PGHANT
               END-READ

           END-PERFORM.

           CLOSE PGHANT.
           CLOSE PGHNOV.

           MOVE WRK-PATH-PAGHIST               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0646-CONV-PAGHIST-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0647-CONV-PARCELAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- PARCELAS: 1 RM, DE 49 PARA 51 BYTES -----------------

           MOVE "PARCELAS"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0647-CONV-PARCELAS-99-FIM
           END-IF.

           OPEN INPUT PARANT.

           IF  FS-PARANT EQUAL 35 OR FS-PARANT EQUAL 39
               MOVE FS-PARANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0647-CONV-PARCELAS-99-FIM
           END-IF.

           IF  FS-PARANT NOT EQUAL ZEROS
               MOVE FS-PARANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0647-CONV-PARCELAS-99-FIM
           END-IF.

           OPEN OUTPUT PARNOV.

           MOVE 51                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ PARANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PARANT
           END-READ.

           PERFORM UNTIL FS-PARANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-PARANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-PARCELA

               WRITE ARQ-DADOS-PARCELA
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ PARANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PARANT
               END-READ

           END-PERFORM.

           CLOSE PARANT.
           CLOSE PARNOV.

           MOVE WRK-PATH-PARCELAS              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0647-CONV-PARCELAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0648-CONV-PENDCORR                                      SECTION.
      *-----------------------------------------------------------------
      *----------- PENDCORR: 1 RM, DE 78 PARA 80 BYTES -----------------

           MOVE "PENDCORR"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0648-CONV-PENDCORR-99-FIM
           END-IF.

           OPEN INPUT PCOANT.

           IF  FS-PCOANT EQUAL 35 OR FS-PCOANT EQUAL 39
               MOVE FS-PCOANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0648-CONV-PENDCORR-99-FIM
           END-IF.

           IF  FS-PCOANT NOT EQUAL ZEROS
               MOVE FS-PCOANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0648-CONV-PENDCORR-99-FIM
           END-IF.

           OPEN OUTPUT PCONOV.

           MOVE 80                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ PCOANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-PCOANT
           END-READ.

           PERFORM UNTIL FS-PCOANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-PCOANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-PENDCORR

               WRITE ARQ-DADOS-PENDCORR
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ PCOANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PCOANT
               END-READ

           END-PERFORM.

           CLOSE PCOANT.
           CLOSE PCONOV.

           MOVE WRK-PATH-PENDCORR              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0648-CONV-PENDCORR-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0649-CONV-QUITACAO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- QUITACAO: 1 RM, DE 171 PARA 173 BYTES ---------------

           MOVE "QUITACAO"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0649-CONV-QUITACAO-99-FIM
           END-IF.

           OPEN INPUT QUIANT.

           IF  FS-QUIANT EQUAL 35 OR FS-QUIANT EQUAL 39
               MOVE FS-QUIANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0649-CONV-QUITACAO-99-FIM
           END-IF.

           IF  FS-QUIANT NOT EQUAL ZEROS
               MOVE FS-QUIANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0649-CONV-QUITACAO-99-FIM
           END-IF.

           OPEN OUTPUT QUINOV.

           MOVE 173                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 15                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ QUIANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-QUIANT
           END-READ.

           PERFORM UNTIL FS-QUIANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-QUIANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-QUITACAO

               WRITE ARQ-DADOS-QUITACAO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ QUIANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-QUIANT
               END-READ

           END-PERFORM.

           CLOSE QUIANT.
           CLOSE QUINOV.

           MOVE WRK-PATH-QUITACAO              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0649-CONV-QUITACAO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0650-CONV-READMIS                                       SECTION.
      *-----------------------------------------------------------------
      *----------- READMIS: 2 RMS, DE 24 PARA 28 BYTES -----------------

           MOVE "READMIS"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0650-CONV-READMIS-99-FIM
           END-IF.

           OPEN INPUT RDMANT.

           IF  FS-RDMANT EQUAL 35 OR FS-RDMANT EQUAL 39
               MOVE FS-RDMANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0650-CONV-READMIS-99-FIM
           END-IF.

           IF  FS-RDMANT NOT EQUAL ZEROS
               MOVE FS-RDMANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0650-CONV-READMIS-99-FIM
           END-IF.

           OPEN OUTPUT RDMNOV.

           MOVE 28                             TO WRK-CVR-TAM-NOVO.
           MOVE 2                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           MOVE 5                              TO WRK-CVR-POS (2).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ RDMANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RDMANT
           END-READ.

           PERFORM UNTIL FS-RDMANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-RDMANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-READMISSAO

               WRITE ARQ-DADOS-READMISSAO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ RDMANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RDMANT
               END-READ

           END-PERFORM.

           CLOSE RDMANT.
           CLOSE RDMNOV.

           MOVE WRK-PATH-READMIS               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0650-CONV-READMIS-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0651-CONV-REEMBOLSO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- REEMBOLSO: 1 RM, DE 50 PARA 52 BYTES ----------------

           MOVE "REEMBOLSO"                    TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0651-CONV-REEMBOLSO-99-FIM
           END-IF.

           OPEN INPUT REEANT.

           IF  FS-REEANT EQUAL 35 OR FS-REEANT EQUAL 39
               MOVE FS-REEANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0651-CONV-REEMBOLSO-99-FIM
           END-IF.

           IF  FS-REEANT NOT EQUAL ZEROS
               MOVE FS-REEANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0651-CONV-REEMBOLSO-99-FIM
           END-IF.

           OPEN OUTPUT REENOV.

           MOVE 52                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ REEANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-REEANT
           END-READ.

           PERFORM UNTIL FS-REEANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-REEANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-REEMBOLSO

               WRITE ARQ-DADOS-REEMBOLSO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ REEANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REEANT
               END-READ

           END-PERFORM.

           CLOSE REEANT.
           CLOSE REENOV.

           MOVE WRK-PATH-REEMBOLSO             TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0651-CONV-REEMBOLSO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0652-CONV-REQUERIM                                      SECTION.
      *-----------------------------------------------------------------
      *----------- REQUERIM: 1 RM, DE 189 PARA 191 BYTES ---------------

           MOVE "REQUERIM"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0652-CONV-REQUERIM-99-FIM
           END-IF.

           OPEN INPUT REQANT.

           IF  FS-REQANT EQUAL 35 OR FS-REQANT EQUAL 39
               MOVE FS-REQANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0652-CONV-REQUERIM-99-FIM
           END-IF.

           IF  FS-REQANT NOT EQUAL ZEROS
               MOVE FS-REQANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0652-CONV-REQUERIM-99-FIM
           END-IF.

           OPEN OUTPUT REQNOV.

           MOVE 191                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 9                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ REQANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-REQANT
           END-READ.

           PERFORM UNTIL FS-REQANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-REQANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-REQUERIM

               WRITE ARQ-DADOS-REQUERIM
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ REQANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REQANT
               END-READ

           END-PERFORM.

           CLOSE REQANT.
           CLOSE REQNOV.

           MOVE WRK-PATH-REQUERIM              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0652-CONV-REQUERIM-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0653-CONV-RESALUNO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- RESALUNO: 1 RM, DE 159 PARA 161 BYTES ---------------

           MOVE "RESALUNO"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0653-CONV-RESALUNO-99-FIM
           END-IF.

           OPEN INPUT RSAANT.

           IF  FS-RSAANT EQUAL 35 OR FS-RSAANT EQUAL 39
               MOVE FS-RSAANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0653-CONV-RESALUNO-99-FIM
           END-IF.

           IF  FS-RSAANT NOT EQUAL ZEROS
               MOVE FS-RSAANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0653-CONV-RESALUNO-99-FIM
           END-IF.

           OPEN OUTPUT RSANOV.

           MOVE 161                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ RSAANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RSAANT
           END-READ.

           PERFORM UNTIL FS-RSAANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-RSAANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-RESALUNO

               WRITE ARQ-DADOS-RESALUNO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ RSAANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RSAANT
               END-READ

           END-PERFORM.

           CLOSE RSAANT.
           CLOSE RSANOV.

           MOVE WRK-PATH-RESALUNO              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0653-CONV-RESALUNO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0654-CONV-RESPVINC                                      SECTION.
      *-----------------------------------------------------------------
      *----------- RESPVINC: 1 RM, DE 10 PARA 12 BYTES -----------------

           MOVE "RESPVINC"                     TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0654-CONV-RESPVINC-99-FIM
           END-IF.

           OPEN INPUT RVIANT.

           IF  FS-RVIANT EQUAL 35 OR FS-RVIANT EQUAL 39
               MOVE FS-RVIANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0654-CONV-RESPVINC-99-FIM
           END-IF.

           IF  FS-RVIANT NOT EQUAL ZEROS
               MOVE FS-RVIANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0654-CONV-RESPVINC-99-FIM
           END-IF.

           OPEN OUTPUT RVINOV.

           MOVE 12                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ RVIANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RVIANT
           END-READ.

           PERFORM UNTIL FS-RVIANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-RVIANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-RESPVINC

               WRITE ARQ-DADOS-RESPVINC
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ RVIANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RVIANT
               END-READ

           END-PERFORM.

           CLOSE RVIANT.
           CLOSE RVINOV.

           MOVE WRK-PATH-RESPVINC              TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0654-CONV-RESPVINC-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0655-CONV-RESULTADOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- RESULTADOS: 1 RM, DE 43 PARA 45 BYTES ---------------

           MOVE "RESULTADOS"                   TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0655-CONV-RESULTADOS-99-FIM
           END-IF.

           OPEN INPUT RESANT.

           IF  FS-RESANT EQUAL 35 OR FS-RESANT EQUAL 39
               MOVE FS-RESANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0655-CONV-RESULTADOS-99-FIM
           END-IF.

           IF  FS-RESANT NOT EQUAL ZEROS
               MOVE FS-RESANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0655-CONV-RESULTADOS-99-FIM
           END-IF.

           OPEN OUTPUT RESNOV.

           MOVE 45                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 3                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ RESANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-RESANT
           END-READ.

           PERFORM UNTIL FS-RESANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-RESANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-RESULTADO

               WRITE ARQ-DADOS-RESULTADO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ RESANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESANT
               END-READ

           END-PERFORM.

           CLOSE RESANT.
           CLOSE RESNOV.

           MOVE WRK-PATH-RESULTADOS            TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0655-CONV-RESULTADOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0656-CONV-REVISAO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- REVISAO: 1 RM, DE 109 PARA 111 BYTES ----------------

           MOVE "REVISAO"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0656-CONV-REVISAO-99-FIM
           END-IF.

           OPEN INPUT REVANT.

           IF  FS-REVANT EQUAL 35 OR FS-REVANT EQUAL 39
               MOVE FS-REVANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0656-CONV-REVISAO-99-FIM
           END-IF.

           IF  FS-REVANT NOT EQUAL ZEROS
               MOVE FS-REVANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0656-CONV-REVISAO-99-FIM
           END-IF.

           OPEN OUTPUT REVNOV.

           MOVE 111                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 15                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ REVANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-REVANT
           END-READ.

           PERFORM UNTIL FS-REVANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-REVANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-REVISAO

               WRITE ARQ-DADOS-REVISAO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ REVANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REVANT
               END-READ

           END-PERFORM.

           CLOSE REVANT.
           CLOSE REVNOV.

           MOVE WRK-PATH-REVISAO               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0656-CONV-REVISAO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0657-CONV-SUPRESSAO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- SUPRESSAO: 1 RM, DE 90 PARA 92 BYTES ----------------

           MOVE "SUPRESSAO"                    TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0657-CONV-SUPRESSAO-99-FIM
           END-IF.

           OPEN INPUT SUPANT.

           IF  FS-SUPANT EQUAL 35
               MOVE FS-SUPANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0657-CONV-SUPRESSAO-99-FIM
           END-IF.

           IF  FS-SUPANT NOT EQUAL ZEROS
               MOVE FS-SUPANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0657-CONV-SUPRESSAO-99-FIM
           END-IF.

           OPEN OUTPUT SUPNOV.

           MOVE 92                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 23                             TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ SUPANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-SUPANT
           END-READ.

           PERFORM UNTIL FS-SUPANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-SUPANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-SUPRESSAO

               WRITE ARQ-DADOS-SUPRESSAO
               IF  FS-SUPNOV EQUAL ZEROS
                   PERFORM 0260-CONTAR-GRAVADO
               END-IF

               READ SUPANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-SUPANT
               END-READ

           END-PERFORM.

           CLOSE SUPANT.
           CLOSE SUPNOV.

           MOVE WRK-PATH-SUPRESSAO             TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0657-CONV-SUPRESSAO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0658-CONV-TCC                                           SECTION.
      *-----------------------------------------------------------------
      *----------- TCC: 1 RM, DE 175 PARA 177 BYTES --------------------

           MOVE "TCC"                          TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0658-CONV-TCC-99-FIM
           END-IF.

           OPEN INPUT TCCANT.

           IF  FS-TCCANT EQUAL 35 OR FS-TCCANT EQUAL 39
               MOVE FS-TCCANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0658-CONV-TCC-99-FIM
           END-IF.

           IF  FS-TCCANT NOT EQUAL ZEROS
               MOVE FS-TCCANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0658-CONV-TCC-99-FIM
           END-IF.

           OPEN OUTPUT TCCNOV.

           MOVE 177                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ TCCANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-TCCANT
           END-READ.

           PERFORM UNTIL FS-TCCANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-TCCANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-TCC

               WRITE ARQ-DADOS-TCC
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ TCCANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TCCANT
               END-READ

           END-PERFORM.

           CLOSE TCCANT.
           CLOSE TCCNOV.

           MOVE WRK-PATH-TCC                   TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0658-CONV-TCC-99-FIM                                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0659-CONV-TRANCAM                                       SECTION.
      *-----------------------------------------------------------------
      *----------- TRANCAM: 1 RM, DE 100 PARA 102 BYTES ----------------

           MOVE "TRANCAM"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0659-CONV-TRANCAM-99-FIM
           END-IF.

           OPEN INPUT TRAANT.

           IF  FS-TRAANT EQUAL 35 OR FS-TRAANT EQUAL 39
               MOVE FS-TRAANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0659-CONV-TRANCAM-99-FIM
           END-IF.

           IF  FS-TRAANT NOT EQUAL ZEROS
               MOVE FS-TRAANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0659-CONV-TRANCAM-99-FIM
           END-IF.

           OPEN OUTPUT TRANOV.

           MOVE 102                            TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ TRAANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-TRAANT
           END-READ.

           PERFORM UNTIL FS-TRAANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-TRAANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO
                 TO ARQ-DADOS-TRANCAMENTO

               WRITE ARQ-DADOS-TRANCAMENTO
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ TRAANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TRAANT
               END-READ

           END-PERFORM.

           CLOSE TRAANT.
           CLOSE TRANOV.

           MOVE WRK-PATH-TRANCAM               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0659-CONV-TRANCAM-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0660-CONV-VERSALU                                       SECTION.
      *-----------------------------------------------------------------
      *----------- VERSALU: 1 RM, DE 45 PARA 47 BYTES ------------------

           MOVE "VERSALU"                      TO WRK-CVR-ARQUIVO.
           PERFORM 0240-CONFERIR-CONTROLE.

           IF  WRK-CVR-JA-CONVERTIDO EQUAL "S"
               GO TO 0660-CONV-VERSALU-99-FIM
           END-IF.

           OPEN INPUT VALANT.

           IF  FS-VALANT EQUAL 35 OR FS-VALANT EQUAL 39
               MOVE FS-VALANT                  TO WRK-FS-ERRO
               PERFORM 0245-APONTAR-PULADO
               GO TO 0660-CONV-VERSALU-99-FIM
           END-IF.

           IF  FS-VALANT NOT EQUAL ZEROS
               MOVE FS-VALANT                  TO WRK-FS-ERRO
               PERFORM 0205-APONTAR-ERRO
               GO TO 0660-CONV-VERSALU-99-FIM
           END-IF.

           OPEN OUTPUT VALNOV.

           MOVE 47                             TO WRK-CVR-TAM-NOVO.
           MOVE 1                              TO WRK-CVR-QTD-POS.
           MOVE 1                              TO WRK-CVR-POS (1).
           PERFORM 0250-INICIAR-ARQUIVO.

           READ VALANT NEXT RECORD
               AT END
                   MOVE 9                      TO FS-VALANT
           END-READ.

           PERFORM UNTIL FS-VALANT NOT EQUAL ZEROS

               MOVE ARQ-DADOS-VALANT           TO WRK-CVR-ANTIGO
               PERFORM 0255-ALARGAR-RM
               MOVE WRK-CVR-NOVO               TO ARQ-DADOS-VERSALU

               WRITE ARQ-DADOS-VERSALU
                   NOT INVALID KEY
                       PERFORM 0260-CONTAR-GRAVADO
               END-WRITE

               READ VALANT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-VALANT
               END-READ

           END-PERFORM.

           CLOSE VALANT.
           CLOSE VALNOV.

           MOVE WRK-PATH-VERSALU               TO WRK-CVR-PATH.
           PERFORM 0265-SUBSTITUIR-ARQUIVO.

      *-----------------------------------------------------------------
       0660-CONV-VERSALU-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0900-MOSTRA                                             SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-RODAPE.

      *-----------------------------------------------------------------
       0900-MOSTRA-99-FIM                                      SECTION.
      *-----------------------------------------------------------------

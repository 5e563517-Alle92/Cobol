               "C:\CURSOLOGICA\COBOL\Projeto FINAL\JOBSTAT.dat".
           05 WRK-PATH-EXPCTRL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\EXPCTRL.dat".
           05 WRK-PATH-EXPLOTE       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\EXPLOTE.dat".
           05 WRK-PATH-EXPCORR       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\EXPCORR.dat".
           05 WRK-PATH-EXPRET        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\EXPRET.dat".
           05 WRK-PATH-CARTLOG       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CARTLOG.dat".
           05 WRK-PATH-ESPERA        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\APROVAC.dat".
           05 WRK-PATH-RMCTRL        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RMCTRL.dat".
      *--- DE-PARA DO RM PARA O CAMPO DE 4 POSICOES DO BANCO (PROGRMBC)-
           05 WRK-PATH-RMBANCO       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RMBANCO.dat".
           05 WRK-PATH-REJEITOS      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\REJEITOS.csv".
           05 WRK-PATH-REJTRAB       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\SELOS.dat".
           05 WRK-PATH-BOLSAREN      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\BOLSAREN.dat".
           05 WRK-PATH-NFSE          PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NFSE.dat".
           05 WRK-PATH-NFSCTRL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NFSCTRL.dat".
           05 WRK-PATH-RETNFSE       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RETNFSE.dat".
           05 WRK-PATH-QUITACAO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\QUITACAO.dat".
           05 WRK-PATH-QUITCTRL      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\QUITCTRL.dat".
           05 WRK-PATH-NEGATIV       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NEGATIV.dat".
           05 WRK-PATH-NEGCTRL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NEGCTRL.dat".
           05 WRK-PATH-COBCONT       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\COBCONT.dat".
           05 WRK-PATH-EXTBANCO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\EXTRATO.dat".
           05 WRK-PATH-DEPBANCO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\DEPBANCO.dat".
           05 WRK-PATH-CONVENIO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CONVENIO.dat".
           05 WRK-PATH-CONVPAG       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CONVPAG.dat".
           05 WRK-PATH-SALDOREC      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\SALDOREC.dat".
           05 WRK-PATH-DIFERIDA      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\DIFERIDA.dat".
           05 WRK-PATH-DIFMOV        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\DIFMOV.dat".
           05 WRK-PATH-ORDPAG        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\ORDPAG.dat".
           05 WRK-PATH-FAVOREC       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\FAVOREC.dat".
           05 WRK-PATH-RETPAGTO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RETPAGTO.dat".
           05 WRK-PATH-FINANC        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\FINANC.dat".
           05 WRK-PATH-COBGOV        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\COBGOV.dat".
           05 WRK-PATH-REPASSE       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\REPASSE.dat".
           05 WRK-PATH-PREVFAT       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\PREVFAT.dat".
           05 WRK-PATH-SALAS         PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\SALAS.dat".
           05 WRK-PATH-HORARIO       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\HORARIO.dat".
           05 WRK-PATH-TAXAHORA      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\TAXAHORA.dat".
           05 WRK-PATH-HORASDOC      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\HORASDOC.dat".
           05 WRK-PATH-FOLHADOC      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\FOLHADOC.dat".
           05 WRK-PATH-AUSENCIAS     PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\AUSENCIAS.dat".
           05 WRK-PATH-QUESTOES      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\QUESTOES.dat".
           05 WRK-PATH-JANAVAL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\JANAVAL.dat".
           05 WRK-PATH-RESPAVAL      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RESPAVAL.dat".
           05 WRK-PATH-CTLAVAL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CTLAVAL.dat".
           05 WRK-PATH-EMPRESAS      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\EMPRESAS.dat".
           05 WRK-PATH-ESTAGIOS      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\ESTAGIOS.dat".
           05 WRK-PATH-ESTHORAS      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\ESTHORAS.dat".
           05 WRK-PATH-TCC           PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\TCC.dat".
           05 WRK-PATH-NADACONS      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NADACONS.dat".
           05 WRK-PATH-NDCCTRL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NDCCTRL.dat".
           05 WRK-PATH-TRANCAM       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\TRANCAM.dat".
           05 WRK-PATH-JUBILAM       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\JUBILAM.dat".
           05 WRK-PATH-MATVERS       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\MATVERS.dat".
           05 WRK-PATH-VERSALU       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\VERSALU.dat".
           05 WRK-PATH-EQUIVMAT      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\EQUIVMAT.dat".
           05 WRK-PATH-CATRACA       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CATRACA.dat".
           05 WRK-PATH-CARTOES       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CARTOES.dat".
           05 WRK-PATH-FREQPROP      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\FREQPROP.dat".
           05 WRK-PATH-CANDIDAT      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CANDIDAT.dat".
           05 WRK-PATH-TIPODOC       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\TIPODOC.dat".
           05 WRK-PATH-DOCALUNO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\DOCALUNO.dat".
           05 WRK-PATH-TIPOREQ       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\TIPOREQ.dat".
           05 WRK-PATH-REQUERIM      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\REQUERIM.dat".
           05 WRK-PATH-REQHIST       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\REQHIST.dat".
           05 WRK-PATH-REQCTRL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\REQCTRL.dat".
           05 WRK-PATH-CONSENT       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CONSENT.dat".
           05 WRK-PATH-SUPRESSAO     PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\SUPRESSAO.dat".
           05 WRK-PATH-RECERT        PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RECERT.dat".
           05 WRK-PATH-RESALUNO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RESALUNO.dat".
      *--- RESUMO REMONTADO PELA CONFERENCIA (PROGRSCF) ----------------
           05 WRK-PATH-RESCONF       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\RESCONF.dat".
      *--- NOME SOCIAL DO ALUNO E A SUA TRILHA DE ALTERACOES -----------
           05 WRK-PATH-NOMESOC       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NOMESOC.dat".
           05 WRK-PATH-NSOCHIST      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NSOCHIST.dat".
      *--- TRILHA DO NOME SOCIAL REGRAVADA NA ANONIMIZACAO (PROGANON) --
           05 WRK-PATH-NSOCNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\NSOCHIST.NOV".
      *--- COLACAO DE GRAU: CALENDARIO, FORMADOS DESIGNADOS E ATAS -----
           05 WRK-PATH-COLACAO       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\COLACAO.dat".
           05 WRK-PATH-COLAPART      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\COLAPART.dat".
           05 WRK-PATH-ATACTRL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\ATACTRL.dat".
      *--- ARQUIVOS DE TRABALHO DA CONVERSAO UNICA (PROGCONV) ----------
           05 WRK-PATH-PAGNOVO       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\PAGAMENTOS.NOV".
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\OPERADORES.NOV".
           05 WRK-PATH-MENSNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\MENSALID.NOV".
           05 WRK-PATH-MATRNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\MATRIZ.NOV".
           05 WRK-PATH-FCOBNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\FAMCOB.NOV".
           05 WRK-PATH-INSTNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\INSTRBAN.NOV".
           05 WRK-PATH-CREDNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CREDITO.NOV".
           05 WRK-PATH-REEMNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\REEMBOLSO.NOV".
           05 WRK-PATH-CURSNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CURSOS.NOV".
      *--- CONVERSAO DO RM PARA 6 POSICOES (PROGCVRM): ARQUIVO DE ------
      *--- TRABALHO (UM ARQUIVO POR VEZ) E ANOTACAO DOS CONVERTIDOS ----
           05 WRK-PATH-CVRMNOVO      PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CVRM.NOV".
           05 WRK-PATH-CVRMCTL       PIC X(80) VALUE
               "C:\CURSOLOGICA\COBOL\Projeto FINAL\CVRMCTL.dat".
           05 WRK-PATH-IMPRESSORA    PIC X(80) VALUE "PRN".

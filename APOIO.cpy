                                 VALUE "TIPO DE INSTRUCAO INVALIDO".
           05 WRK-MSG-SELO-VIOLADO      PIC X(40)
                                 VALUE "SELO VIOLADO - ACESSO NEGADO".
           05 WRK-MSG-CANAL-INVAL       PIC X(40)
                                 VALUE "CANAL DE CONTATO INVALIDO".
           05 WRK-MSG-RESULT-INVAL      PIC X(40)
                                 VALUE "RESULTADO DO CONTATO INVALIDO".
           05 WRK-MSG-PROM-INVAL        PIC X(40)
                                 VALUE "PROMESSA: DATA/VALOR INVALIDO".
           05 WRK-MSG-CONTATO-REG       PIC X(40)
                                 VALUE "CONTATO DE COBRANCA REGISTRADO".
           05 WRK-MSG-MOTIVO-INC        PIC X(40)
                                 VALUE "MOTIVO DEVE SER PREENCHIDO".
           05 WRK-MSG-SEM-CONVENIO      PIC X(40)
                                 VALUE "NENHUM CONVENIO ATIVO".
           05 WRK-MSG-CONV-NAOCAD       PIC X(40)
                                 VALUE "CONVENIO NAO CADASTRADO".
           05 WRK-MSG-CONV-PADRAO       PIC X(40)
                                 VALUE "JA EXISTE CONVENIO PADRAO".
           05 WRK-MSG-CONV-INATIVO      PIC X(40)
                                 VALUE "CONVENIO INATIVO".
           05 WRK-MSG-ROLL-DIVERGE      PIC X(40)
                                 VALUE "ROLL-FORWARD COM DIVERGENCIAS".
           05 WRK-MSG-ROLL-CONFERE      PIC X(40)
                                 VALUE "ROLL-FORWARD CONFERIDO".
           05 WRK-MSG-DIF-NAOAPUR       PIC X(40)
                                 VALUE "RECEITA DIFERIDA NAO APURADA".
           05 WRK-MSG-DIF-APURADA       PIC X(40)
                                 VALUE "RECEITA DIFERIDA APURADA".
           05 WRK-MSG-ORD-ORIGEM        PIC X(40)
                                 VALUE "ORIGEM: R-REEMBOLSO C-CREDITO".
           05 WRK-MSG-ORD-SEMSALDO      PIC X(40)
                                 VALUE "NADA A DEVOLVER PARA O RM".
           05 WRK-MSG-ORD-EMABERTO      PIC X(40)
                                 VALUE "JA EXISTE ORDEM EM ANDAMENTO".
           05 WRK-MSG-ORD-FAVINC        PIC X(40)
                                 VALUE "DADOS BANCARIOS INCOMPLETOS".
           05 WRK-MSG-ORD-GERADO        PIC X(40)
                                 VALUE "ARQUIVO DE PAGAMENTOS GERADO".
           05 WRK-MSG-ORD-RETORNO       PIC X(40)
                                 VALUE "RETORNO DE PAGAMENTOS BAIXADO".
           05 WRK-MSG-FIN-PROGRAMA      PIC X(40)
                                 VALUE "PROGRAMA: FIES OU PROUNI".
           05 WRK-MSG-FIN-TIPO          PIC X(40)
                                 VALUE "TIPO: P-PERCENTUAL F-FIXO".
           05 WRK-MSG-FIN-STATUS        PIC X(40)
                                 VALUE "ATIVO, SUSPENSO OU ENCERRADO".
           05 WRK-MSG-FIN-CONTRATO      PIC X(40)
                                 VALUE "CONTRATO JA USADO POR OUTRO RM".
           05 WRK-MSG-REP-HEADER        PIC X(40)
                                 VALUE "REPASSE SEM HEADER DO PROGRAMA".
           05 WRK-MSG-REP-BAIXADO       PIC X(40)
                                 VALUE "REPASSE DO GOVERNO CONCILIADO".
           05 WRK-MSG-PRV-NAOLIB        PIC X(40)
                                 VALUE "PREVIA DO MES NAO LIBERADA".
           05 WRK-MSG-PRV-GERADA        PIC X(40)
                                 VALUE "PREVIA GERADA P/ LIBERACAO".
           05 WRK-MSG-PRV-PENDENTE      PIC X(40)
                                 VALUE "NAO HA PREVIA PENDENTE".
           05 WRK-MSG-SALA-NAOENCONT    PIC X(40)
                                 VALUE "SALA NAO CADASTRADA".
           05 WRK-MSG-SALA-EMUSO        PIC X(40)
                                 VALUE "SALA EM USO NA GRADE HORARIA".
           05 WRK-MSG-SALA-PEQUENA      PIC X(40)
                                 VALUE "SALA MENOR QUE AS VAGAS".
           05 WRK-MSG-HOR-INVALIDO      PIC X(40)
                                 VALUE "DIA (1 A 6) OU PERIODO (1 A 6)".
           05 WRK-MSG-HOR-SALA          PIC X(40)
                                 VALUE "SALA JA OCUPADA NESTE HORARIO".
           05 WRK-MSG-HOR-PROFESSOR     PIC X(40)
                                 VALUE "PROFESSOR OCUPADO NO HORARIO".
           05 WRK-MSG-HOR-TURMA         PIC X(40)
                                 VALUE "TURMA JA TEM AULA NO HORARIO".
           05 WRK-MSG-HOR-GERADO        PIC X(40)
                                 VALUE "CALENDARIO GERADO PELA GRADE".
           05 WRK-MSG-HOR-DATAS         PIC X(40)
                                 VALUE "PERIODO DE DATAS INVALIDO".
           05 WRK-MSG-HDO-LIBERADA      PIC X(40)
                                 VALUE "COMPETENCIA JA LIBERADA AO RH".
           05 WRK-MSG-HDO-GERADA        PIC X(40)
                                 VALUE "APURACAO GERADA P/ LIBERACAO".
           05 WRK-MSG-HDO-PENDENTE      PIC X(40)
                                 VALUE "NAO HA APURACAO PENDENTE".
           05 WRK-MSG-HDO-SEMTAXA       PIC X(40)
                                 VALUE "PROFESSOR SEM TAXA HORA-AULA".
           05 WRK-MSG-HDO-ENVIADA       PIC X(40)
                                 VALUE "ARQUIVO DO RH GERADO".
           05 WRK-MSG-AUS-DATA          PIC X(40)
                                 VALUE "DATA INVALIDA (AAAAMMDD)".
           05 WRK-MSG-AUS-SEMATRIB      PIC X(40)
                                 VALUE "TURMA/DISCIPLINA SEM PROFESSOR".
           05 WRK-MSG-AUS-TIPO          PIC X(40)
                                 VALUE "TIPO INVALIDO (C OU S)".
           05 WRK-MSG-AUS-SUBST         PIC X(40)
                                 VALUE "SUBSTITUTO INVALIDO".
           05 WRK-MSG-AUS-REPOSICAO     PIC X(40)
                                 VALUE "REPOSICAO SEM CHAMADA LANCADA".
           05 WRK-MSG-OPER-SEMPROF      PIC X(40)
                                 VALUE "PERFIL P EXIGE PROFESSOR".
           05 WRK-MSG-DOC-SEMTURMA      PIC X(40)
                                 VALUE "NENHUMA TURMA ATRIBUIDA".
           05 WRK-MSG-DOC-FECHADO       PIC X(40)
                                 VALUE "SEMESTRE FECHADO P/ LANCAMENTO".
           05 WRK-MSG-DOC-PRAZO         PIC X(40)
                                 VALUE "PRAZO DE LANCAMENTO ENCERRADO".
           05 WRK-MSG-DOC-SEMALUNO      PIC X(40)
                                 VALUE "NENHUM ALUNO MATRICULADO".
           05 WRK-MSG-DOC-LANCADA       PIC X(40)
                                 VALUE "LANCAMENTO JA FEITO - PULADO".
           05 WRK-MSG-DOC-DATAFUT       PIC X(40)
                                 VALUE "DATA POSTERIOR A HOJE".
           05 WRK-MSG-DOC-PROVAFUT      PIC X(40)
                                 VALUE "PROVA AINDA NAO REALIZADA".
           05 WRK-MSG-AVA-STATUS        PIC X(40)
                                 VALUE "STATUS: ATIVA OU INATIVA".
           05 WRK-MSG-AVA-EMUSO         PIC X(40)
                                 VALUE "QUESTAO RESPONDIDA - INATIVE".
           05 WRK-MSG-AVA-DATAS         PIC X(40)
                                 VALUE "PERIODO INVALIDO (AAAAMMDD)".
           05 WRK-MSG-AVA-NOTA          PIC X(40)
                                 VALUE "NOTA INVALIDA (1 A 5)".
           05 WRK-MSG-AVA-SEMQUEST      PIC X(40)
                                 VALUE "NENHUMA QUESTAO ATIVA".
           05 WRK-MSG-AVA-OBRIGADO      PIC X(40)
                                 VALUE "AVALIACAO REGISTRADA-OBRIGADO".
           05 WRK-MSG-AVA-JARESP        PIC X(40)
                                 VALUE "AVALIACAO JA RESPONDIDA".
           05 WRK-MSG-EST-EMPRESA       PIC X(40)
                                 VALUE "EMPRESA NAO CONVENIADA".
           05 WRK-MSG-EST-CONVENIO      PIC X(40)
                                 VALUE "CONVENIO FORA DA VIGENCIA".
           05 WRK-MSG-EST-STATUS        PIC X(40)
                                 VALUE "STATUS ATIVO/CONCLUIDO/CANCEL.".
           05 WRK-MSG-EST-NAOENCONT     PIC X(40)
                                 VALUE "ESTAGIO NAO CADASTRADO".
           05 WRK-MSG-EST-CANCELADO     PIC X(40)
                                 VALUE "ESTAGIO CANCELADO".
           05 WRK-MSG-EST-HORAS         PIC X(40)
                                 VALUE "HORAS OU REFERENCIA INVALIDAS".
           05 WRK-MSG-EST-EMUSO         PIC X(40)
                                 VALUE "REGISTRO EM USO - NAO EXCLUIDO".
           05 WRK-MSG-TCC-NAOENCONT     PIC X(40)
                                 VALUE "TCC NAO CADASTRADO".
           05 WRK-MSG-TCC-BANCA         PIC X(40)
                                 VALUE "BANCA INVALIDA OU REPETIDA".
           05 WRK-MSG-TCC-HORA          PIC X(40)
                                 VALUE "HORARIO INVALIDO (HHMM)".
           05 WRK-MSG-TCC-DEPOSITO      PIC X(40)
                                 VALUE "DEPOSITO INVALIDO P/ DEFESA".
           05 WRK-MSG-TCC-SEMDEFESA     PIC X(40)
                                 VALUE "DEFESA NAO AGENDADA/REALIZADA".
           05 WRK-MSG-TCC-AVALIADO      PIC X(40)
                                 VALUE "TCC JA AVALIADO PELA BANCA".
           05 WRK-MSG-TCC-NOTA          PIC X(40)
                                 VALUE "NOTA DA BANCA LANCADA".
           05 WRK-MSG-NDC-INVALIDA      PIC X(40)
                                 VALUE "SEM NADA CONSTA VALIDO".
           05 WRK-MSG-NDC-PENDENTE      PIC X(40)
                                 VALUE "PENDENCIAS - VER LISTAGEM".
           05 WRK-MSG-NDC-EMITIDA       PIC X(40)
                                 VALUE "NADA CONSTA EMITIDO".
           05 WRK-MSG-TRC-LIMITE        PIC X(40)
                                 VALUE "ACIMA DO LIMITE DE SEMESTRES".
           05 WRK-MSG-TRC-NAOATIVO      PIC X(40)
                                 VALUE "SO ALUNO ATIVO PODE TRANCAR".
           05 WRK-MSG-TRC-NAOTRANC      PIC X(40)
                                 VALUE "ALUNO NAO ESTA TRANCADO".
           05 WRK-MSG-TRC-MOTIVO        PIC X(40)
                                 VALUE "INFORME O MOTIVO".
           05 WRK-MSG-JUB-NAOABERTA     PIC X(40)
                                 VALUE "SEM NOTIFICACAO ABERTA P/ RM".
           05 WRK-MSG-VER-NAOENCONT     PIC X(40)
                                 VALUE "VERSAO DE MATRIZ INEXISTENTE".
           05 WRK-MSG-VER-INGRESSO      PIC X(40)
                                 VALUE "INGRESSO INVALIDO OU PASSADO".
           05 WRK-MSG-VER-IGUAIS        PIC X(40)
                                 VALUE "VERSOES ORIGEM/DESTINO IGUAIS".
           05 WRK-MSG-VER-FORAMATRIZ    PIC X(40)
                                 VALUE "DISCIPLINA FORA DA VERSAO".
           05 WRK-MSG-MIG-SEMALUNO      PIC X(40)
                                 VALUE "NENHUM ALUNO NA VERSAO ORIGEM".
           05 WRK-MSG-VER-PRIMEIRA      PIC X(40)
                                 VALUE "A PRIMEIRA VERSAO DEVE SER 01".
           05 WRK-MSG-CAT-SEMARQ        PIC X(40)
                                 VALUE "ARQUIVO DA CATRACA INEXISTENTE".
           05 WRK-MSG-CAT-SEMENTRADA    PIC X(40)
                                 VALUE "NENHUMA ENTRADA NA DATA".
           05 WRK-MSG-CAT-SEMAULA       PIC X(40)
                                 VALUE "NENHUMA AULA NA GRADE NA DATA".
           05 WRK-MSG-CRT-OUTROALUNO    PIC X(40)
                                 VALUE "CARTAO JA ENTREGUE A OUTRO RM".
           05 WRK-MSG-CAN-NAOCONVOC     PIC X(40)
                                 VALUE "CANDIDATO NAO ESTA CONVOCADO".
           05 WRK-MSG-CAN-PRAZO         PIC X(40)
                                 VALUE "PRAZO DA CHAMADA ESGOTADO".
           05 WRK-MSG-CAN-NOTA          PIC X(40)
                                 VALUE "NOTA DEVE SER DE 0 A 100".
           05 WRK-MSG-CAN-PRESENCA      PIC X(40)
                                 VALUE "PRESENCA DEVE SER S OU N".
           05 WRK-MSG-CAN-SEMCAND       PIC X(40)
                                 VALUE "NENHUM CANDIDATO NO PROCESSO".
           05 WRK-MSG-CAN-CONVOC        PIC X(40)
                                 VALUE "CANDIDATO JA CONVOCADO".
           05 WRK-MSG-CAN-TURMALOT      PIC X(40)
                                 VALUE "TURMA LOTADA - ESCOLHA OUTRA".
           05 WRK-MSG-DOC-PENDENTE      PIC X(40)
                                 VALUE "DOCUMENTACAO PENDENTE".
           05 WRK-MSG-DOC-INDICADOR     PIC X(40)
                                 VALUE "INDICADORES DEVEM SER S OU N".
           05 WRK-MSG-DOC-ACAO          PIC X(40)
                                 VALUE "ACAO DEVE SER R OU P".
           05 WRK-MSG-DOC-SEMTIPO       PIC X(40)
                                 VALUE "NENHUM TIPO DE DOCUMENTO".
           05 WRK-MSG-DOC-DESCINC       PIC X(40)
                                 VALUE "INFORME A DESCRICAO".
           05 WRK-MSG-REQ-SETORINC      PIC X(40)
                                 VALUE "INFORME O SETOR DO TIPO".
           05 WRK-MSG-REQ-TAXAPEND      PIC X(40)
                                 VALUE "TAXA DO REQUERIMENTO EM ABERTO".
           05 WRK-MSG-REQ-SITUACAO      PIC X(40)
                                 VALUE "SITUACAO DEVE SER A/D/I/C".
           05 WRK-MSG-REQ-ENCERRADO     PIC X(40)
                                 VALUE "PROTOCOLO JA ENCERRADO".
           05 WRK-MSG-REQ-FILAVAZIA     PIC X(40)
                                 VALUE "NENHUM PROTOCOLO NA FILA".
           05 WRK-MSG-REQ-OUTROSETOR    PIC X(40)
                                 VALUE "PROTOCOLO DE OUTRO SETOR".
           05 WRK-MSG-REQ-RESPINC       PIC X(40)
                                 VALUE "INFORME A RESPOSTA".
           05 WRK-MSG-REQ-DESCINC       PIC X(40)
                                 VALUE "INFORME O PEDIDO DO ALUNO".
           05 WRK-MSG-UNI-MESMORM       PIC X(40)
                                 VALUE "RMS DEVEM SER DIFERENTES".
           05 WRK-MSG-UNI-JAUNIFIC      PIC X(40)
                                 VALUE "RM JA UNIFICADO".
           05 WRK-MSG-UNI-ORDEMCRED     PIC X(40)
                                 VALUE "CREDITO COM ORDEM EM ANDAMENTO".
           05 WRK-MSG-UNI-CONCLUIDA     PIC X(40)
                                 VALUE "UNIFICACAO CONCLUIDA".
           05 WRK-MSG-CSN-TIPO          PIC X(40)
                                 VALUE "TITULAR DEVE SER A OU R".
           05 WRK-MSG-CSN-VALOR         PIC X(40)
                                 VALUE "PREFERENCIAS DEVEM SER S OU N".
           05 WRK-MSG-APV-NENHUMA       PIC X(40)
                                 VALUE "NENHUMA APROVACAO PENDENTE".
           05 WRK-MSG-APV-MAIS          PIC X(40)
                                 VALUE "MAIS PEDIDOS - TECLE ENTER".
           05 WRK-MSG-RCT-NENHUM        PIC X(40)
                                 VALUE "NENHUM OPERADOR A RECERTIFICAR".
           05 WRK-MSG-RCT-DECISAO       PIC X(40)
                                 VALUE "DECISAO DEVE SER M, A OU R".
           05 WRK-MSG-RCT-PERFIL        PIC X(40)
                                 VALUE "PERFIL NAO PERMITIDO AQUI".
           05 WRK-MSG-EXP-LAYOUT        PIC X(40)
                                 VALUE "RETORNO SEM CABECALHO DE LOTE".
           05 WRK-MSG-EXP-LOTEINV       PIC X(40)
                                 VALUE "LOTE DO RETORNO NAO ENCONTRADO".
           05 WRK-MSG-EXP-JACONF        PIC X(40)
                                 VALUE "LOTE JA CONFIRMADO".
           05 WRK-MSG-EXP-INCOMPL       PIC X(40)
                                 VALUE "RETORNO INCOMPLETO - RECUSADO".
           05 WRK-MSG-RSA-VAZIO         PIC X(40)
                                 VALUE "RESUMO DO ALUNO NAO MONTADO".
           05 WRK-MSG-RSA-ANTIGO        PIC X(40)
                                 VALUE "RESUMO DO ALUNO DESATUALIZADO".
           05 WRK-MSG-RSA-DIVERGE       PIC X(40)
                                 VALUE "RESUMO DIVERGE DO MOVIMENTO".
           05 WRK-MSG-CRM-JORNAL        PIC X(40)
                                 VALUE "JORNAL COM OPERACAO PENDENTE".
           05 WRK-MSG-CRM-DIVERGE       PIC X(40)
                                 VALUE "CONVERSAO COM PENDENCIA".
           05 WRK-MSG-CRM-PROGCONV      PIC X(40)
                                 VALUE "RODAR ANTES O PROGCONV".
           05 WRK-MSG-NSO-VAZIO         PIC X(40)
                                 VALUE "NOME SOCIAL NAO INFORMADO".
           05 WRK-MSG-NSO-TERMO         PIC X(40)
                                 VALUE "SEM TERMO DE CONSENTIMENTO".
           05 WRK-MSG-NSO-DECLAR        PIC X(40)
                                 VALUE "DECLARANTE INVALIDO (A OU R)".
           05 WRK-MSG-NSO-OFICIAL       PIC X(40)
                                 VALUE "DOCUMENTO OFICIAL: S OU N".
           05 WRK-MSG-NSO-ACAO          PIC X(40)
                                 VALUE "ACAO INVALIDA (G OU R)".
           05 WRK-MSG-NSO-SEMREG        PIC X(40)
                                 VALUE "ALUNO SEM NOME SOCIAL EM USO".
           05 WRK-MSG-COL-TIPO          PIC X(40)
                                 VALUE "TIPO INVALIDO (R OU E)".
           05 WRK-MSG-COL-NAOENC        PIC X(40)
                                 VALUE "COLACAO NAO ENCONTRADA".
           05 WRK-MSG-COL-REALIZ        PIC X(40)
                                 VALUE "COLACAO JA REALIZADA".
           05 WRK-MSG-COL-FUTURA        PIC X(40)
                                 VALUE "COLACAO AINDA NAO ACONTECEU".
           05 WRK-MSG-COL-VAZIA         PIC X(40)
                                 VALUE "COLACAO SEM FORMADOS A CHAMAR".
           05 WRK-MSG-COL-PRESENCA      PIC X(40)
                                 VALUE "PRESENCA INVALIDA (P OU A)".
           05 WRK-MSG-COL-LISTA         PIC X(40)
                                 VALUE "LISTA INVALIDA (P OU J)".
           05 WRK-MSG-COL-SEMREG        PIC X(40)
                                 VALUE "SEM COLACAO DE GRAU REGISTRADA".
           05 WRK-MSG-COL-PARCIAL       PIC X(40)
                                 VALUE "PRESENCA PARCIAL - SEM ATA".

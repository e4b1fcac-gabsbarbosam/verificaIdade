000299*                 finalizada. A recuperacao do checkpoint sobe
000300*                 para antes do registro de inicio, para que o
000301*                 indicador de reinicio continue correto.
000302* 15/10/2026 GB   CPF ja presente no mestre que chega com data de
000303*                 nascimento diferente (ou nome materialmente
000304*                 diferente, comparado sem espacos, pontuacao e
000305*                 caixa) passa a ser retido: o mestre, o historico
000306*                 e o alerta nao sao alterados, o onboarding nao e
000307*                 enviado e o caso e gravado no arquivo de
000308*                 divergencias (ARQ-DIVERGENCIAS) com as duas
000309*                 versoes e o sistema de origem, para decisao da
000310*                 prevencao a fraudes na resolucao de
000311*                 divergencias. A auditoria marca a verificacao
000312*                 como retida e o relatorio ganha a secao de
000313*                 divergencias retidas e o total no resumo.
000314* 15/10/2026 GB   Menor verificado para proposito que admite
000315*                 menor com consentimento (indicador do cartao
000316*                 de parametros) passa a ter o responsavel legal
000317*                 conferido no cadastro de responsaveis
000318*                 (ARQ-RESPONSAVEIS): o CPF do responsavel
000319*                 precisa passar no DV, estar fora da lista de
000320*                 bloqueio e ser MAIOR no mestre. O CPF e a
000321*                 situacao do responsavel vao para a auditoria,
000322*                 o onboarding e o mestre; mudanca da situacao
000323*                 reenvia o onboarding. O resumo ganha o total
000324*                 de menores sem responsavel valido.
000325* 15/10/2026 GB   Aceitos documentos de estrangeiros alem do CPF:
000326*                 o tipo do documento (CID-TIPO-DOC: C = CPF,
000327*                 R = RNE/CRNM, P = PASSAPORTE) seleciona a regra
000328*                 de validacao (DV do CPF, letra e digitos do
000329*                 RNE/CRNM, pais e numero do passaporte) e
000330*                 compoe, com o numero, a chave do mestre, do
000331*                 historico, da lista de bloqueio e do controle
000332*                 de duplicados. O tipo flui para a auditoria, o
000333*                 onboarding, o alerta, as excecoes e o relatorio
000334*                 (nova coluna T), e o cadastro de responsaveis e
000335*                 lido pelo tipo e numero do documento do menor
000336*                 (RSP-CHAVE-MENOR).
000337* 15/10/2026 GB   Cada execucao passa a ter um identificador
000338*                 (data e hora do inicio, AAAAMMDDHHMMSS, exibido
000339*                 no console e mantido no checkpoint para que o
000340*                 reinicio continue a mesma execucao), carimbado
000341*                 na auditoria, no onboarding, no historico, no
000342*                 alerta, nas divergencias retidas e no jornal.
000343*                 Antes de cada inclusao ou regravacao do mestre,
000344*                 as imagens anterior e nova do registro sao
000345*                 gravadas no arquivo de imagens (ARQ-IMAGENS),
000346*                 para que o estorno da execucao (ESTORNA-LOTE)
000347*                 possa desfaze-la.
000348* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000349*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000350*                 de execucao, o programa recusa rodar (RC 12,
000351*                 registro R no jornal) quando um predecessor nao
000352*                 terminou com RC 0 depois da sua ultima execucao
000353*                 correta ou quando a execucao seria repeticao
000354*                 proibida na data de negocio. O cartao de
000355*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000356*                 a reexecucao supervisionada, registrada no
000357*                 jornal (registro L, com o operador e a
000358*                 justificativa do cartao). O programa que pode
000359*                 repetir na data de negocio aceita o
000360*                 predecessor que rodou na propria data de
000361*                 negocio.
000362* 15/10/2026 GB   Registros recusados passam a ser devolvidos a
000363*                 origem: documento invalido para o tipo (01),
000364*                 data de nascimento ou idade invalida (02) e
000365*                 documento duplicado na entrada (04) vao para o
000366*                 arquivo de rejeicoes (ARQ-REJEICOES) com o
000367*                 registro recebido. O motivo vai para a
000368*                 auditoria; os registros nao verificados
000369*                 (02 e 04) deixam na trilha um registro de
000370*                 rejeicao (AUD-DECISAO X) para o painel de
000371*                 qualidade das origens.
000141******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. VERIFICA-IDADE-LOTE.
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SPECIAL-NAMES.
000235     DECIMAL-POINT IS COMMA
000240     CLASS LETRA-MAIUSCULA IS "A" THRU "Z"
000245     CLASS LETRA-OU-DIGITO IS "A" THRU "Z" "0" THRU "9".
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ARQ-CIDADAOS  ASSIGN TO ARQCID
000337         ORGANIZATION IS LINE SEQUENTIAL
000338         FILE STATUS IS WS-FS-AUDITORIA.
000339
000340     SELECT ARQ-REJEICOES ASSIGN TO ARQREJ
000341         ORGANIZATION IS LINE SEQUENTIAL
000342         FILE STATUS IS WS-FS-REJEICOES.
000343
000339     SELECT ARQ-CHECKPOINT ASSIGN TO ARQCKP
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS WS-FS-CHECKPOINT.
000365     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000366         ORGANIZATION IS INDEXED
000367         ACCESS MODE IS RANDOM
000368         RECORD KEY IS MST-CHAVE
000369         FILE STATUS IS WS-FS-MESTRE.
000370
000371     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
000375     SELECT ARQ-CPFS-PROC ASSIGN TO ARQCPN
000376         ORGANIZATION IS INDEXED
000377         ACCESS MODE IS RANDOM
000378         RECORD KEY IS CPN-CHAVE
000379         FILE STATUS IS WS-FS-CPFS-PROC.
000380
000381     SELECT ARQ-BLQ-NDX ASSIGN TO ARQBLQX
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS RANDOM
000384         RECORD KEY IS BQX-CHAVE
000385         FILE STATUS IS WS-FS-BLQ-NDX.
000386
000387     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000388         ORGANIZATION IS LINE SEQUENTIAL
000389         FILE STATUS IS WS-FS-JORNAL.
000390     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000391         ORGANIZATION IS LINE SEQUENTIAL
000392         FILE STATUS IS WS-FS-CADEIA.
000393     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000394         ORGANIZATION IS LINE SEQUENTIAL
000395         FILE STATUS IS WS-FS-LIBERACAO.
000396
000397     SELECT ARQ-DIVERGENCIAS ASSIGN TO ARQDVG
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS WS-FS-DIVERGENCIAS.
000400
000401     SELECT ARQ-IMAGENS ASSIGN TO ARQIMG
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-FS-IMAGENS.
000404
000405     SELECT ARQ-RESPONSAVEIS ASSIGN TO ARQRSP
000406         ORGANIZATION IS INDEXED
000407         ACCESS MODE IS RANDOM
000408         RECORD KEY IS RSP-CHAVE-MENOR
000409         FILE STATUS IS WS-FS-RESPONSAVEIS.
000410
000411     SELECT ARQ-ORDENACAO ASSIGN TO SORTWK.
000376
000350 DATA DIVISION.
000360 FILE SECTION.
000400
000410 FD  ARQ-RELATORIO
000420     RECORDING MODE IS F.
000421 01  REL-LINHA                   PIC X(80).
000423
000424 FD  ARQ-AUDITORIA
000426     RECORDING MODE IS F.
000427 COPY AUDITREG.
000429
000430 FD  ARQ-REJEICOES
000432     RECORDING MODE IS F.
000433 COPY REJEREG.
000435
000436 FD  ARQ-CHECKPOINT
000437     RECORDING MODE IS F.
000471
000472 FD  ARQ-CPFS-PROC.
000473 01  CPF-PROC-REG.
000474     05  CPN-CHAVE.
000475         10  CPN-TIPO-DOC        PIC X(01).
000476         10  CPN-DOC-NUMERO      PIC X(11).
000477     05  CPN-OCORRENCIAS         PIC 9(03).
000478
000479 FD  ARQ-BLQ-NDX.
000480 01  BLQ-NDX-REG.
000481     05  BQX-CHAVE.
000482         10  BQX-TIPO-DOC        PIC X(01).
000483         10  BQX-DOC-NUMERO      PIC X(11).
000484     05  BQX-MOTIVO              PIC X(30).
000485
000486 FD  ARQ-JORNAL
000487     RECORDING MODE IS F.
000488 COPY JORNREG.
000489
000490 FD  ARQ-CADEIA
000491     RECORDING MODE IS F.
000492 COPY CADEREG.
000493
000494 FD  ARQ-LIBERACAO
000495     RECORDING MODE IS F.
000496 COPY LIBEREG.
000497
000498 FD  ARQ-DIVERGENCIAS
000499     RECORDING MODE IS F.
000500 COPY DIVGREG.
000501
000502 FD  ARQ-IMAGENS
000503     RECORDING MODE IS F.
000504 COPY IMAGREG.
000505
000506 FD  ARQ-RESPONSAVEIS.
000507 COPY RESPREG.
000508
000472 SD  ARQ-ORDENACAO.
000473 01  ORD-REG.
000474     05  ORD-GRUPO               PIC 9(01).
000479     05  ORD-RESULTADO           PIC X(09).
000480     05  ORD-SIST-ORIGEM         PIC X(08).
000481     05  ORD-PROPOSITO           PIC X(02).
000482     05  ORD-TIPO-DOC            PIC X(01).
000483     05  FILLER                  PIC X(03).
000481
000450 WORKING-STORAGE SECTION.
000460******************************************************************
000542 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
000543     88  FS-AUDITORIA-OK         VALUE "00".
000544
000545 77  WS-FS-REJEICOES             PIC X(02) VALUE ZEROS.
000546     88  FS-REJEICOES-OK         VALUE "00".
000547
000548******************************************************************
000549*    MOTIVO DA REJEICAO DO REGISTRO CORRENTE A DEVOLVER A ORIGEM
000550*    (01 DOCUMENTO INVALIDO, 02 DATA OU IDADE INVALIDA, 04
000551*    DUPLICADO), EM BRANCO QUANDO O REGISTRO NAO E REJEITADO
000552******************************************************************
000553 77  WS-MOTIVO-REJEICAO          PIC X(02) VALUE SPACES.
000554 77  WS-DESCRICAO-REJEICAO       PIC X(30) VALUE SPACES.
000555
000556 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
000545 77  WS-HORA-VERIF               PIC 9(06) VALUE ZEROS.
000546
000547 77  WS-FS-CHECKPOINT            PIC X(02) VALUE ZEROS.
000549     88  FS-BLQ-NDX-DUPLIC       VALUE "22".
000549 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
000549     88  FS-JORNAL-OK            VALUE "00".
000550 77  WS-FS-DIVERGENCIAS          PIC X(02) VALUE ZEROS.
000551     88  FS-DIVERGENCIAS-OK      VALUE "00".
000552     88  FS-DIVERGENCIAS-FIM     VALUE "10".
000553 77  WS-FS-RESPONSAVEIS          PIC X(02) VALUE ZEROS.
000554     88  FS-RESPONSAVEIS-OK      VALUE "00".
000555     88  FS-RESPONSAVEIS-NAO-ACHADO VALUE "23".
000556     88  FS-RESPONSAVEIS-AUSENTE VALUE "35".
000557 77  WS-FS-IMAGENS               PIC X(02) VALUE ZEROS.
000558     88  FS-IMAGENS-OK           VALUE "00".
000549
000549******************************************************************
000549*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
000549 77  WS-JRN-REINICIO             PIC X(01) VALUE "N".
000549 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
000549 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
000007 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
000014******************************************************************
000021*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
000028*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
000035*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
000042*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
000049*    RODOU, A = ABERTA, F = FINALIZADA).
000056******************************************************************
000063 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
000070     88  FS-CADEIA-OK            VALUE "00".
000077     88  FS-CADEIA-AUSENTE       VALUE "35".
000084 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
000091     88  FS-LIBERACAO-OK         VALUE "00".
000098 77  WS-CAD-PROGRAMA             PIC X(22)
000105                 VALUE "VERIFICA-IDADE-LOTE".
000112 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
000119     88  CAD-DEFINIDO            VALUE "S".
000126 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
000133     88  CAD-FIM-ARQUIVO         VALUE "S".
000141 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
000148     88  CAD-PODE-REPETIR        VALUE "S".
000155 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
000162     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
000169 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
000176     88  CAD-PRED-DO-DIA         VALUE "S".
000183 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
000190     88  CAD-LIBERADO            VALUE "S".
000197 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
000204 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
000211 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
000218 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
000225 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
000232 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
000239 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
000246 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
000253 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
000260 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
000267 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
000275 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
000282 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
000289 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
000296 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
000303 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
000310 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
000317 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
000324 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
000331 01  WS-CAD-PREDECESSORES.
000338     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
000345         10  WS-CAD-PRED-NOME    PIC X(22).
000352         10  WS-CAD-PRED-SIT     PIC X(01).
000359         10  WS-CAD-PRED-INICIO  PIC 9(14).
000366         10  WS-CAD-PRED-RC      PIC 9(04).
000373 01  WS-CAD-MOMENTO.
000380     05  WS-CAD-MOM-DATA.
000387         10  WS-CAD-MOM-CCYY     PIC 9(04).
000394         10  WS-CAD-MOM-MM       PIC 9(02).
000401         10  WS-CAD-MOM-DD       PIC 9(02).
000408     05  WS-CAD-MOM-HORA         PIC 9(06).
000416 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
000423                                 PIC 9(14).
000430 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
000437     05  FILLER                  PIC X(08).
000444     05  WS-CAD-MOM-HHMM         PIC 9(04).
000451     05  FILLER                  PIC X(02).
000458 01  WS-CAD-DIAS-MES-TAB.
000465     05  FILLER                  PIC X(24)
000472                 VALUE "312831303130313130313031".
000479 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
000486     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
000493
000500******************************************************************
000507*    IDENTIFICADOR DA EXECUCAO: DATA E HORA DO INICIO, MANTIDO NO
000514*    CHECKPOINT PARA QUE O REINICIO CONTINUE A MESMA EXECUCAO
000521******************************************************************
000528 01  WS-ID-EXECUCAO.
000535     05  WS-IDE-DATA             PIC 9(08) VALUE ZEROS.
000542     05  WS-IDE-HORA             PIC 9(06) VALUE ZEROS.
000550
000560******************************************************************
000570*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
000762 77  WS-QTDE-DUPLICADOS          PIC 9(08) COMP VALUE ZERO.
000762 77  WS-QTDE-BLOQUEADOS          PIC 9(08) COMP VALUE ZERO.
000762 77  WS-QTDE-NOVOS               PIC 9(08) COMP VALUE ZERO.
000254 77  WS-QTDE-REVERIF             PIC 9(08) COMP VALUE ZERO.
000508 77  WS-QTDE-RETIDOS             PIC 9(08) COMP VALUE ZERO.
000763 77  WS-QTDE-LIDOS-ED            PIC 9(08) VALUE ZERO.
000764 77  WS-QTDE-MENOR-ED            PIC 9(08) VALUE ZERO.
000765 77  WS-QTDE-MAIOR-ED            PIC 9(08) VALUE ZERO.
000765 77  WS-QTDE-DUPLICADOS-ED       PIC 9(08) VALUE ZERO.
000765 77  WS-QTDE-BLOQUEADOS-ED       PIC 9(08) VALUE ZERO.
000765 77  WS-QTDE-NOVOS-ED            PIC 9(08) VALUE ZERO.
000255 77  WS-QTDE-REVERIF-ED          PIC 9(08) VALUE ZERO.
000510 77  WS-QTDE-RETIDOS-ED          PIC 9(08) VALUE ZERO.

000766******************************************************************
000767*    SITUACAO DO REGISTRO CORRENTE NO MESTRE DE VERIFICACOES
000770     88  CLIENTE-EXISTENTE       VALUE "S".
000771 77  WS-RESULTADO-ANTERIOR       PIC X(05) VALUE SPACES.
000772 77  WS-PROPOSITO-ANTERIOR       PIC X(02) VALUE SPACES.
000773 77  WS-SIT-RESP-ANTERIOR        PIC X(01) VALUE SPACES.
000774 77  WS-MESTRE-ATIVO             PIC X(01) VALUE "N".
000775     88  MESTRE-ATIVO            VALUE "S".
000776 01  WS-MESTRE-ANTES             PIC X(80) VALUE SPACES.
000777*    DETALHE CORRENTE COMO FOI LIDO, ANTES DE QUALQUER AJUSTE,
000778*    PARA A DEVOLUCAO A ORIGEM (REJ-REGISTRO).
000779 01  WS-CIDADAO-RECEBIDO         PIC X(80) VALUE SPACES.
000780
000781******************************************************************
000782*    DIVERGENCIA CADASTRAL DO REGISTRO CORRENTE CONTRA O MESTRE:
000783*    TIPO (D = DATA DE NASCIMENTO, N = NOME, A = AMBOS) E AREAS
000784*    DE COMPARACAO DOS NOMES, REDUZIDOS A LETRAS E DIGITOS EM
000785*    CAIXA ALTA PARA QUE ESPACOS, PONTUACAO E CAIXA NAO CONTEM
000786*    COMO DIFERENCA MATERIAL.
000787******************************************************************
000788 77  WS-CADASTRO-DIVERGENTE      PIC X(01) VALUE "N".
000789     88  CADASTRO-DIVERGENTE     VALUE "S".
000790 77  WS-TIPO-DIVERGENCIA         PIC X(01) VALUE SPACES.
000791 77  WS-DIVERGENCIAS-ABERTO      PIC X(01) VALUE "N".
000792     88  DIVERGENCIAS-ABERTO     VALUE "S".
000793 77  WS-FIM-DIVERGENCIAS         PIC X(01) VALUE "N".
000794     88  FIM-DAS-DIVERGENCIAS    VALUE "S".
000795 77  WS-IDX-NOME                 PIC 9(02) COMP VALUE ZERO.
000796 77  WS-IDX-COMPACTO             PIC 9(02) COMP VALUE ZERO.
000797 01  WS-NOME-ENTRADA             PIC X(40) VALUE SPACES.
000798 01  WS-NOME-ENTRADA-R REDEFINES WS-NOME-ENTRADA.
000799     05  WS-NOME-ENT-CAR         PIC X(01) OCCURS 40 TIMES.
000800 01  WS-NOME-COMPACTO            PIC X(40) VALUE SPACES.
000801 01  WS-NOME-COMPACTO-R REDEFINES WS-NOME-COMPACTO.
000802     05  WS-NOME-CMP-CAR         PIC X(01) OCCURS 40 TIMES.
000803 01  WS-NOME-MESTRE-CMP          PIC X(40) VALUE SPACES.
000804 01  WS-NOME-ORIGEM-CMP          PIC X(40) VALUE SPACES.
000805
000806******************************************************************
000807*    RESPONSAVEL LEGAL DO MENOR VERIFICADO EM PROPOSITO QUE
000808*    ADMITE CONSENTIMENTO: SITUACAO DO CADASTRO DE RESPONSAVEIS,
000809*    INDICADOR DO PROPOSITO CORRENTE E DO PROPOSITO PADRAO, CPF
000810*    E SITUACAO DO RESPONSAVEL (EM BRANCO = NAO SE APLICA,
000811*    V = VALIDO, A = SEM RESPONSAVEL, D = CPF INVALIDO,
000812*    B = BLOQUEADO, N = FORA DO MESTRE, M = NAO E MAIOR).
000813******************************************************************
000814 77  WS-RESPONSAVEIS-ATIVO       PIC X(01) VALUE "N".
000815     88  RESPONSAVEIS-ATIVO      VALUE "S".
000816 77  WS-CONSENTE-PADRAO          PIC X(01) VALUE "N".
000817 77  WS-PROP-CONSENTE            PIC X(01) VALUE "N".
000818     88  PROPOSITO-ADMITE-CONSENT VALUE "S".
000819 77  WS-DOC-RESPONSAVEL          PIC X(11) VALUE SPACES.
000820 77  WS-SIT-RESPONSAVEL          PIC X(01) VALUE SPACES.
000821     88  RESPONSAVEL-PENDENTE    VALUE "A" "D" "B" "N" "M".
000822 77  WS-CPF-VALIDO-SALVO         PIC X(01) VALUE SPACES.
000823 77  WS-QTDE-RESP-PENDENTE       PIC 9(08) COMP VALUE ZERO.
000824 77  WS-QTDE-RESP-PENDENTE-ED    PIC 9(08) VALUE ZERO.
000825
000775******************************************************************
000775*    HISTORICO DE VERIFICACOES: SITUACAO DO ARQUIVO,
000775*    PROFUNDIDADE MANTIDA POR CIDADAO E AREAS DE TRABALHO DA
000775 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
000775     88  FIM-DO-HISTORICO        VALUE "S".
000775 01  WS-CHAVE-ANTIGA.
000776     05  WS-CHA-TIPO             PIC X(01) VALUE SPACES.
000775     05  WS-CHA-DOC              PIC X(11) VALUE SPACES.
000775     05  WS-CHA-DATA             PIC 9(08) VALUE ZEROS.
000775     05  WS-CHA-HORA             PIC 9(06) VALUE ZEROS.
000111
000222******************************************************************
000334*    TABELA DE PROPOSITOS DO CARTAO DE PARAMETROS: CADA CODIGO
000445*    DE PROPOSITO TEM A SUA PROPRIA IDADE MINIMA E O SEU
000557*    INDICADOR DE CONSENTIMENTO. PROPOSITO EM BRANCO OU FORA DA
000668*    TABELA USA WS-IDADE-MINIMA E WS-CONSENTE-PADRAO.
000780******************************************************************
000781 77  WS-QTDE-PROPOSITOS          PIC 9(02) COMP VALUE ZERO.
000782 77  WS-IDX-PROP                 PIC 9(02) COMP VALUE ZERO.
000785     05  WS-TAB-PROP-ENT         OCCURS 5 TIMES.
000786         10  WS-TAB-PROP-CODIGO  PIC X(02).
000787         10  WS-TAB-PROP-IDADE   PIC 9(03) COMP.
000788         10  WS-TAB-PROP-CONSENTE PIC X(01).
000766******************************************************************
000767*    PAGINACAO E QUEBRA DE CONTROLE DO RELATORIO CLASSIFICADO
000768******************************************************************
000793
000794 01  WS-CAB-COLUNAS.
000795     05  FILLER                  PIC X(12) VALUE "DOCUMENTO".
000796     05  FILLER                  PIC X(02) VALUE "T".
000797     05  FILLER                  PIC X(37) VALUE "NOME".
000798     05  FILLER                  PIC X(04) VALUE "IDD".
000799     05  FILLER                  PIC X(03) VALUE "FX".
000800     05  FILLER                  PIC X(03) VALUE "PR".
000801     05  FILLER                  PIC X(10) VALUE "RESULTADO".
000802     05  FILLER                  PIC X(08) VALUE "ORIGEM".
000803     05  FILLER                  PIC X(01) VALUE SPACES.
000804
000805 77  WS-SECAO-RELATORIO          PIC X(01) VALUE "V".
000806     88  SECAO-DIVERGENCIAS      VALUE "D".
000807
000808 01  WS-CAB-DIVERG.
000809     05  FILLER                  PIC X(12) VALUE "DOCUMENTO".
000810     05  FILLER                  PIC X(07) VALUE "VERSAO".
000811     05  FILLER                  PIC X(41) VALUE "NOME".
000812     05  FILLER                  PIC X(09) VALUE "NASCTO".
000813     05  FILLER                  PIC X(11) VALUE "RESULTADO".
000814
000815 01  WS-DVG-CASO.
000816     05  WS-DC-DOC               PIC X(11).
000817     05  FILLER                  PIC X(01) VALUE SPACES.
000818     05  WS-DC-TIPO              PIC X(32).
000819     05  FILLER                  PIC X(01) VALUE SPACES.
000820     05  FILLER                  PIC X(08) VALUE "ORIGEM: ".
000821     05  WS-DC-ORIGEM            PIC X(08).
000822     05  FILLER                  PIC X(05) VALUE " PR: ".
000823     05  WS-DC-PROPOSITO         PIC X(02).
000824     05  FILLER                  PIC X(04) VALUE " T: ".
000825     05  WS-DC-TIPO-DOC          PIC X(01).
000826     05  FILLER                  PIC X(07) VALUE SPACES.
000827
000828 01  WS-DVG-VERSAO.
000829     05  FILLER                  PIC X(12) VALUE SPACES.
000830     05  WS-DV-VERSAO            PIC X(06).
000831     05  FILLER                  PIC X(01) VALUE SPACES.
000832     05  WS-DV-NOME              PIC X(40).
000833     05  FILLER                  PIC X(01) VALUE SPACES.
000834     05  WS-DV-NASCTO            PIC 9(08).
000835     05  FILLER                  PIC X(01) VALUE SPACES.
000836     05  WS-DV-RESULTADO         PIC X(05).
000837     05  FILLER                  PIC X(06) VALUE SPACES.
000801
000802 01  WS-GRUPO-TITULO.
000803     05  FILLER                  PIC X(09) VALUE "GRUPO -".
000814 01  WS-REL-DETALHE.
000815     05  WS-RD-DOC               PIC X(11).
000816     05  FILLER                  PIC X(01).
000817     05  WS-RD-TIPO-DOC          PIC X(01).
000818     05  FILLER                  PIC X(01).
000819     05  WS-RD-NOME              PIC X(36).
000820     05  FILLER                  PIC X(01).
000821     05  WS-RD-IDADE             PIC 9(03).
000822     05  FILLER                  PIC X(01).
000823     05  WS-RD-FAIXA             PIC X(02).
000824     05  FILLER                  PIC X(01).
000825     05  WS-RD-PROPOSITO         PIC X(02).
000826     05  FILLER                  PIC X(01).
000827     05  WS-RD-RESULTADO         PIC X(09).
000828     05  FILLER                  PIC X(01).
000829     05  WS-RD-ORIGEM            PIC X(08).
000830     05  FILLER                  PIC X(01).

000014******************************************************************
000028*    FAIXA ETARIA, PARA USO EM QUEBRAS DEMOGRAFICAS
000042******************************************************************
000056 77  WS-FAIXA-ETARIA             PIC X(02) VALUE SPACES.
000070     88  FAIXA-CRIANCA           VALUE "CR".
000084     88  FAIXA-ADOLESCENTE       VALUE "AD".
000099     88  FAIXA-ADULTO            VALUE "AT".
000113     88  FAIXA-IDOSO             VALUE "ID".
000127
000141******************************************************************
000155*    CPF DO REGISTRO CORRENTE E AREA DE CALCULO DOS DIGITOS
000169*    VERIFICADORES
000184******************************************************************
000198 01  WS-CPF.
000212     05  WS-CPF-BASE             PIC 9(09).
000226     05  WS-CPF-DV1              PIC 9(01).
000240     05  WS-CPF-DV2              PIC 9(01).
000254 01  WS-CPF-R REDEFINES WS-CPF.
000269     05  WS-CPF-DIGITO           PIC 9(01) OCCURS 11 TIMES.

000283 77  WS-I                        PIC 9(02) COMP VALUE ZERO.
000297 77  WS-SOMA1                    PIC 9(04) COMP VALUE ZERO.
000311 77  WS-SOMA2                    PIC 9(04) COMP VALUE ZERO.
000325 77  WS-QUOC                     PIC 9(04) COMP VALUE ZERO.
000339 77  WS-RESTO1                   PIC 9(02) COMP VALUE ZERO.
000354 77  WS-RESTO2                   PIC 9(02) COMP VALUE ZERO.
000368 77  WS-DV1-CALC                 PIC 9(01) VALUE ZERO.
000382 77  WS-DV2-CALC                 PIC 9(01) VALUE ZERO.

000396 77  WS-CPF-VALIDO               PIC X(01) VALUE "N".
000410     88  CPF-VALIDO              VALUE "S".
000424 77  WS-CPF-REPETIDO             PIC X(01) VALUE "N".
000438     88  CPF-REPETIDO            VALUE "S".
000453
000467******************************************************************
000481*    DOCUMENTO DE ESTRANGEIRO DO REGISTRO CORRENTE: O RNE/CRNM E
000495*    UMA LETRA, SEIS DIGITOS E UM DIGITO OU LETRA DE CONTROLE;
000509*    O PASSAPORTE E A SIGLA DE 3 LETRAS DO PAIS EMISSOR SEGUIDA
000523*    DO NUMERO (LETRAS E DIGITOS, SEM BRANCOS NO MEIO, COM NO
000538*    MINIMO WS-PAS-TAMANHO-MINIMO POSICOES). O INDICADOR
000552*    WS-CPF-VALIDO RECEBE O RESULTADO DA REGRA DE QUALQUER TIPO.
000566******************************************************************
000580 01  WS-DOC-ESTRANGEIRO.
000594     05  WS-RNE-LETRA            PIC X(01).
000608     05  WS-RNE-NUMERO           PIC X(06).
000623     05  WS-RNE-CONTROLE         PIC X(01).
000637     05  WS-RNE-COMPLEMENTO      PIC X(03).
000651 01  WS-DOC-PASSAPORTE REDEFINES WS-DOC-ESTRANGEIRO.
000665     05  WS-PAS-PAIS             PIC X(03).
000679     05  WS-PAS-NUMERO.
000693         10  WS-PAS-CARACTER     PIC X(01) OCCURS 8 TIMES.
000708 77  WS-PAS-TAMANHO              PIC 9(02) COMP VALUE ZERO.
000722 77  WS-PAS-TAMANHO-MINIMO       PIC 9(02) COMP VALUE 5.
000736 77  WS-PAS-FIM-NUMERO           PIC X(01) VALUE "N".
000750     88  PAS-FIM-NUMERO          VALUE "S".
000764 77  WS-PAS-INVALIDO             PIC X(01) VALUE "N".
000778     88  PAS-INVALIDO            VALUE "S".
000793
000794******************************************************************
000795*    CONTROLE DOS CPFS JA PROCESSADOS NA EXECUCAO CORRENTE, PARA
000857******************************************************************
000858*    LINHA DE DETALHE DO RELATORIO DE EXCECAO DE BLOQUEIO
000859******************************************************************
000119 01  WS-EXB-DETALHE.
000238     05  WS-EXB-DOC              PIC X(11).
000357     05  FILLER                  PIC X(01).
000477     05  WS-EXB-TIPO-DOC         PIC X(01).
000596     05  FILLER                  PIC X(01).
000715     05  WS-EXB-NOME             PIC X(34).
000835     05  FILLER                  PIC X(01).
000836     05  WS-EXB-MOTIVO           PIC X(30).
000837     05  FILLER                  PIC X(01).
000800*    0000-MAINLINE
000810*    PARAGRAFO PRINCIPAL DO PROGRAMA.
000820******************************************************************
000821 0000-MAINLINE.
000822     PERFORM 9700-CONFERIR-CADEIA
000824         THRU 9700-CONFERIR-CADEIA-EXIT
000825     PERFORM 1200-RECUPERAR-CHECKPOINT
000827         THRU 1200-RECUPERAR-CHECKPOINT-EXIT
000828
000830     PERFORM 1210-OBTER-ID-EXECUCAO
000831         THRU 1210-OBTER-ID-EXECUCAO-EXIT
000833
000834     MOVE "I" TO WS-JRN-TIPO
000835     PERFORM 9800-GRAVAR-JORNAL

000903     PERFORM 8000-GRAVAR-RESUMO
000904         THRU 8000-GRAVAR-RESUMO-EXIT

000905     PERFORM 7500-IMPRIMIR-DIVERGENCIAS
000906         THRU 7500-IMPRIMIR-DIVERGENCIAS-EXIT
000903
000904     PERFORM 8500-CONFERIR-TRAILER
000905         THRU 8500-CONFERIR-TRAILER-EXIT
001023         OPEN OUTPUT ARQ-AUDITORIA
001024     END-IF

001025     OPEN EXTEND ARQ-REJEICOES
001026     IF NOT FS-REJEICOES-OK
001027         OPEN OUTPUT ARQ-REJEICOES
001028     END-IF
001029     IF NOT FS-REJEICOES-OK
001030         DISPLAY "ERRO AO ABRIR ARQ-REJEICOES. FILE STATUS: "
001031             WS-FS-REJEICOES
001032         MOVE 16 TO RETURN-CODE
001033         STOP RUN
001034     END-IF

001024     OPEN EXTEND ARQ-ONBOARDING
001024     IF NOT FS-ONBOARDING-OK
001024         OPEN OUTPUT ARQ-ONBOARDING
001025     END-IF

001026     PERFORM 1290-ABRIR-DIVERGENCIAS
001027         THRU 1290-ABRIR-DIVERGENCIAS-EXIT

001028     OPEN EXTEND ARQ-IMAGENS
001029     IF NOT FS-IMAGENS-OK
001030         OPEN OUTPUT ARQ-IMAGENS
001031     END-IF
001032     IF NOT FS-IMAGENS-OK
001033         DISPLAY "ERRO AO ABRIR ARQ-IMAGENS. FILE STATUS: "
001034             WS-FS-IMAGENS
001035         MOVE 16 TO RETURN-CODE
001036         STOP RUN
001024     END-IF

001030     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
001063     PERFORM 1550-ABRIR-HISTORICO
001064         THRU 1550-ABRIR-HISTORICO-EXIT

001065     PERFORM 1600-ABRIR-RESPONSAVEIS
001066         THRU 1600-ABRIR-RESPONSAVEIS-EXIT

001061     MOVE WS-DATA-SISTEMA TO WS-DLC-DATA
001062     PERFORM 2390-CONVERTER-DATA-EM-DIAS
001063         THRU 2390-CONVERTER-DATA-EM-DIAS-EXIT
001219     EXIT.

001220******************************************************************
001221*    1290-ABRIR-DIVERGENCIAS
001222*    ABRE O ARQUIVO DE DIVERGENCIAS CADASTRAIS RETIDAS EM
001223*    EXTEND, CRIANDO-O NA PRIMEIRA EXECUCAO: OS CASOS SE
001224*    ACUMULAM DE UMA EXECUCAO PARA OUTRA ATE QUE A RESOLUCAO DE
001225*    DIVERGENCIAS OS LIBERE OU DESCARTE. QUALQUER FALHA DERRUBA
001226*    O LOTE COM RETURN-CODE 16: SEM O ARQUIVO, UM CASO RETIDO
001227*    SE PERDERIA SEM DECISAO.
001228******************************************************************
001229 1290-ABRIR-DIVERGENCIAS.
001230     OPEN EXTEND ARQ-DIVERGENCIAS
001231     IF NOT FS-DIVERGENCIAS-OK
001232         OPEN OUTPUT ARQ-DIVERGENCIAS
001233     END-IF

001234     IF NOT FS-DIVERGENCIAS-OK
001235         DISPLAY "ERRO AO ABRIR ARQ-DIVERGENCIAS. FILE STATUS: "
001236             WS-FS-DIVERGENCIAS
001237         MOVE 16 TO RETURN-CODE
001238         STOP RUN
001239     END-IF

001240     MOVE "S" TO WS-DIVERGENCIAS-ABERTO
001241     .
001242 1290-ABRIR-DIVERGENCIAS-EXIT.
001243     EXIT.

001244******************************************************************
001245*    1500-ABRIR-MESTRE
001246*    ABRE O MESTRE DE VERIFICACOES EM I-O. NA PRIMEIRA EXECUCAO
001247*    O ARQUIVO AINDA NAO EXISTE: ELE E CRIADO VAZIO EM OUTPUT E
001248*    REABERTO EM I-O, NO MESMO ESPIRITO DO OPEN EXTEND COM
001249*    RECUO PARA OUTPUT USADO NA TRILHA DE AUDITORIA. QUANDO O
001250*    MESTRE NAO PODE SER ABERTO, O LOTE SEGUE SEM ELE, COM
001251*    AVISO NO CONSOLE: TODOS OS REGISTROS SAO TRATADOS COMO
001252*    CLIENTES NOVOS E O ONBOARDING E SEMPRE ENVIADO, COMO NO
001253*    COMPORTAMENTO ANTERIOR AO MESTRE.
001254******************************************************************
001255 1500-ABRIR-MESTRE.
001256     MOVE "N" TO WS-MESTRE-ATIVO

001257     OPEN I-O ARQ-MESTRE
001258     IF NOT FS-MESTRE-OK
001259         OPEN OUTPUT ARQ-MESTRE
001260         IF FS-MESTRE-OK
001261             CLOSE ARQ-MESTRE
001262             OPEN I-O ARQ-MESTRE
001263         END-IF
001264     END-IF

001265     IF FS-MESTRE-OK
001266         MOVE "S" TO WS-MESTRE-ATIVO
001267     ELSE
001268         DISPLAY "MESTRE DE VERIFICACOES INDISPONIVEL. FILE "
001269             "STATUS: " WS-FS-MESTRE ". O LOTE SEGUE SEM ELE."
001270     END-IF
001271     .
001272 1500-ABRIR-MESTRE-EXIT.
001273     EXIT.

001274******************************************************************
001275*    1550-ABRIR-HISTORICO
001276*    ABRE O HISTORICO DE VERIFICACOES EM I-O, CRIANDO-O VAZIO NA
001277*    PRIMEIRA EXECUCAO, NO MESMO ESPIRITO DO MESTRE. QUANDO O
001278*    HISTORICO NAO PODE SER ABERTO, O LOTE SEGUE SEM ELE, COM
001279*    AVISO NO CONSOLE: SOMENTE A GRAVACAO DO HISTORICO FICA
001280*    INDISPONIVEL.
001281******************************************************************
001282 1550-ABRIR-HISTORICO.
001283     MOVE "N" TO WS-HISTORICO-ATIVO

001284     OPEN I-O ARQ-HISTORICO
001285     IF NOT FS-HISTORICO-OK
001286         OPEN OUTPUT ARQ-HISTORICO
001287         IF FS-HISTORICO-OK
001288             CLOSE ARQ-HISTORICO
001289             OPEN I-O ARQ-HISTORICO
001290         END-IF
001291     END-IF

001292     IF FS-HISTORICO-OK
001293         MOVE "S" TO WS-HISTORICO-ATIVO
001294     ELSE
001295         DISPLAY "HISTORICO DE VERIFICACOES INDISPONIVEL. FILE "
001296             "STATUS: " WS-FS-HISTORICO ". O LOTE SEGUE SEM ELE."
001297     END-IF
001298     .
001299 1550-ABRIR-HISTORICO-EXIT.
001300     EXIT.

001301******************************************************************
001302*    1600-ABRIR-RESPONSAVEIS
001303*    ABRE O CADASTRO DE RESPONSAVEIS LEGAIS PARA CONSULTA.
001304*    SOMENTE CADASTRO INEXISTENTE (FILE STATUS 35) SIGNIFICA
001305*    CADASTRO VAZIO, E TODO MENOR QUE PRECISA DE RESPONSAVEL
001306*    SAI SEM RESPONSAVEL; QUALQUER OUTRA FALHA DERRUBA O LOTE
001307*    COM RETURN-CODE 16, PARA NUNCA ENVIAR AO ONBOARDING UMA
001308*    SITUACAO DE RESPONSAVEL QUE NAO FOI CONFERIDA.
001309******************************************************************
001310 1600-ABRIR-RESPONSAVEIS.
001311     MOVE "N" TO WS-RESPONSAVEIS-ATIVO

001312     OPEN INPUT ARQ-RESPONSAVEIS
001313     IF FS-RESPONSAVEIS-OK
001314         MOVE "S" TO WS-RESPONSAVEIS-ATIVO
001315         GO TO 1600-ABRIR-RESPONSAVEIS-EXIT
001316     END-IF

001317     IF NOT FS-RESPONSAVEIS-AUSENTE
001318         DISPLAY "ERRO AO ABRIR ARQ-RESPONSAVEIS. FILE STATUS: "
001319             WS-FS-RESPONSAVEIS
001320         MOVE 16 TO RETURN-CODE
001321         STOP RUN
001322     END-IF
001323     .
001324 1600-ABRIR-RESPONSAVEIS-EXIT.
001325     EXIT.

001326******************************************************************
001327*    1700-ABRIR-CPFS-PROC
001328*    ABRE O ARQUIVO DE CPFS PROCESSADOS DA EXECUCAO. NUMA
001329*    EXECUCAO NOVA O ARQUIVO E RECRIADO VAZIO; NUM REINICIO ELE
001330*    E PRESERVADO, PARA QUE OS CPFS DOS REGISTROS PULADOS
001331*    CONTINUEM VALENDO NA DETECCAO DE DUPLICADOS. QUALQUER
001332*    FALHA DERRUBA O LOTE COM RETURN-CODE 16: SEM O CONTROLE DE
001333*    DUPLICIDADE O MESMO CPF SERIA ENVIADO MAIS DE UMA VEZ.
001334******************************************************************
001335 1700-ABRIR-CPFS-PROC.
001336     IF WS-QTDE-A-PULAR > ZERO
001337         OPEN I-O ARQ-CPFS-PROC
001338     ELSE
001339         OPEN OUTPUT ARQ-CPFS-PROC
001340         IF FS-CPFS-PROC-OK
001341             CLOSE ARQ-CPFS-PROC
001342             OPEN I-O ARQ-CPFS-PROC
001343         END-IF
001344     END-IF

001345     IF NOT FS-CPFS-PROC-OK
001346         DISPLAY "ERRO AO ABRIR ARQ-CPFS-PROC. FILE STATUS: "
001347             WS-FS-CPFS-PROC
001348         MOVE 16 TO RETURN-CODE
001349         STOP RUN
001350     END-IF
001351     .
001352 1700-ABRIR-CPFS-PROC-EXIT.
001353     EXIT.

001195******************************************************************
001196*    1400-CARREGAR-BLOQUEADOS
001244             WS-FS-BLOQUEADOS
001244         MOVE 16 TO RETURN-CODE
001244         STOP RUN
000178     END-IF

000356     MOVE SPACES         TO BLQ-NDX-REG
000534     MOVE BLQ-TIPO-DOC   TO BQX-TIPO-DOC
000712     IF BLQ-DOC-CPF
000890         MOVE "C"        TO BQX-TIPO-DOC
001068     END-IF
001246     MOVE BLQ-DOC-NUMERO TO BQX-DOC-NUMERO
001247     MOVE BLQ-MOTIVO     TO BQX-MOTIVO
001248     WRITE BLQ-NDX-REG
001252         IF NOT FS-BLQ-NDX-DUPLIC
001253             DISPLAY "ERRO AO CARREGAR O INDICE DE BLOQUEIO. "
001254                 "FILE STATUS: " WS-FS-BLQ-NDX
001255                 " DOCUMENTO: " BLQ-TIPO-DOC " " BLQ-DOC-NUMERO
001256             MOVE 16 TO RETURN-CODE
001257             STOP RUN
001258         END-IF
001137     END-IF

001137     IF FS-PARAMETROS-OK
001138     AND PARM-CONSENTE-PADRAO = "S"
001139         MOVE "S" TO WS-CONSENTE-PADRAO
001140     END-IF

001141     IF FS-PARAMETROS-OK
001137         PERFORM 1170-CARREGAR-PROPOSITO
001137             THRU 1170-CARREGAR-PROPOSITO-EXIT
001137             VARYING WS-IDX-PROP FROM 1 BY 1
001154             TO WS-TAB-PROP-CODIGO (WS-QTDE-PROPOSITOS)
001155         MOVE PARM-PROP-IDADE (WS-IDX-PROP)
001156             TO WS-TAB-PROP-IDADE (WS-QTDE-PROPOSITOS)
001157         IF PARM-PROP-CONSENTE (WS-IDX-PROP) = "S"
001158             MOVE "S" TO WS-TAB-PROP-CONSENTE (WS-QTDE-PROPOSITOS)
001159         ELSE
001160             MOVE "N" TO WS-TAB-PROP-CONSENTE (WS-QTDE-PROPOSITOS)
001161         END-IF
001162     END-IF
001163     .
001164 1170-CARREGAR-PROPOSITO-EXIT.
001165     EXIT.

001111******************************************************************
001112*    1200-RECUPERAR-CHECKPOINT
001125         MOVE CKP-QTDE-BLOQUEADOS  TO WS-QTDE-BLOQUEADOS
001125         MOVE CKP-QTDE-NOVOS       TO WS-QTDE-NOVOS
001125         MOVE CKP-QTDE-REVERIF     TO WS-QTDE-REVERIF
001126         MOVE CKP-QTDE-RETIDOS     TO WS-QTDE-RETIDOS
001125         IF WS-QTDE-A-PULAR > ZERO
001125             MOVE "S" TO WS-JRN-REINICIO
001126             IF CKP-ID-EXECUCAO NUMERIC
001127                 MOVE CKP-ID-EXECUCAO TO WS-ID-EXECUCAO
001128             END-IF
000045         END-IF
000090         DISPLAY "REINICIANDO APOS " WS-QTDE-A-PULAR
000135             " REGISTROS JA PROCESSADOS"
000181     END-IF

000226     CLOSE ARQ-CHECKPOINT
000271     .
000316 1200-RECUPERAR-CHECKPOINT-EXIT.
000362     EXIT.

000407******************************************************************
000452*    1210-OBTER-ID-EXECUCAO
000498*    NUMA EXECUCAO NOVA, O IDENTIFICADOR E A DATA E A HORA DO
000543*    INICIO; NUM REINICIO ELE JA VEIO DO CHECKPOINT. O
000588*    IDENTIFICADOR E EXIBIDO NO CONSOLE PARA O CARTAO DE UM
000633*    EVENTUAL ESTORNO DA EXECUCAO.
000679******************************************************************
000724 1210-OBTER-ID-EXECUCAO.
000769     IF WS-ID-EXECUCAO = ZEROS
000815         ACCEPT WS-IDE-DATA FROM DATE YYYYMMDD
000860         ACCEPT WS-HORA-SISTEMA FROM TIME
000905         COMPUTE WS-IDE-HORA = WS-HORA-SISTEMA / 100
000950     END-IF

000996     DISPLAY "IDENTIFICADOR DA EXECUCAO: " WS-ID-EXECUCAO
001041     .
001086 1210-OBTER-ID-EXECUCAO-EXIT.
001132     EXIT.

001133******************************************************************
001140*    2000-PROCESSAR-ARQUIVO
001150*    PROCESSA UM REGISTRO DE CIDADAO E LE O PROXIMO.
001160******************************************************************
001162 2000-PROCESSAR-ARQUIVO.
001164     IF CID-TIPO-DOC = SPACE
001166         MOVE "C" TO CID-TIPO-DOC
001168     END-IF

001171     PERFORM 2120-VERIFICAR-DUPLICADO
001172         THRU 2120-VERIFICAR-DUPLICADO-EXIT

001174         ADD 1 TO WS-QTDE-DUPLICADOS
001174         PERFORM 2140-GRAVAR-DUPLICADO
001174             THRU 2140-GRAVAR-DUPLICADO-EXIT
001175         MOVE "04" TO WS-MOTIVO-REJEICAO
001176         MOVE "DOCUMENTO DUPLICADO NA ENTRADA"
001177             TO WS-DESCRICAO-REJEICAO
001178         PERFORM 2455-GRAVAR-AUDITORIA-REJEICAO
001179             THRU 2455-GRAVAR-AUDITORIA-REJEICAO-EXIT
001180         PERFORM 2430-GRAVAR-REJEICAO
001181             THRU 2430-GRAVAR-REJEICAO-EXIT
001174         GO TO 2080-CHECKPOINT-E-LEITURA
001174     END-IF

001175     PERFORM 2145-VALIDAR-DOCUMENTO
001176         THRU 2145-VALIDAR-DOCUMENTO-EXIT

001178     PERFORM 2190-VERIFICAR-BLOQUEADO
001179         THRU 2190-VERIFICAR-BLOQUEADO-EXIT
001183             THRU 2195-GRAVAR-EXC-BLOQUEADO-EXIT
001184     END-IF

000078     PERFORM 2250-VALIDAR-REGISTRO
000157         THRU 2250-VALIDAR-REGISTRO-EXIT

000236     MOVE SPACES TO WS-MOTIVO-REJEICAO
000314     IF NOT CPF-VALIDO
000393         MOVE "01" TO WS-MOTIVO-REJEICAO
000472         MOVE "DOCUMENTO INVALIDO PARA O TIPO"
000550             TO WS-DESCRICAO-REJEICAO
000629     ELSE
000708         IF NOT REGISTRO-VALIDO
000786             MOVE "02" TO WS-MOTIVO-REJEICAO
000865             MOVE "DATA NASCTO OU IDADE INVALIDA"
000944                 TO WS-DESCRICAO-REJEICAO
001022         END-IF
001101     END-IF

001180     IF REGISTRO-VALIDO
001181         PERFORM 2200-CALCULAR-IDADE
001210         PERFORM 2300-CLASSIFICAR-IDADE
001220             THRU 2300-CLASSIFICAR-IDADE-EXIT

001221         PERFORM 2350-CLASSIFICAR-FAIXA-ETARIA
001222             THRU 2350-CLASSIFICAR-FAIXA-ETARIA-EXIT

001223         PERFORM 2370-CONSULTAR-MESTRE
001224             THRU 2370-CONSULTAR-MESTRE-EXIT

001225         PERFORM 2375-VERIFICAR-DIVERGENCIA
001226             THRU 2375-VERIFICAR-DIVERGENCIA-EXIT

001227         IF WS-RESULTADO = "MENOR"
001228         AND CID-DT-NASCTO-CCYY NOT = ZEROS
001229         AND NOT CPF-BLOQUEADO
001230         AND NOT CADASTRO-DIVERGENTE
001231             PERFORM 2380-AVALIAR-ALERTA-MAIORIDADE
001232                 THRU 2380-AVALIAR-ALERTA-MAIORIDADE-EXIT
001233         END-IF

001234         PERFORM 2385-VERIFICAR-RESPONSAVEL
001235             THRU 2385-VERIFICAR-RESPONSAVEL-EXIT

001236         IF CLIENTE-EXISTENTE
001237             ADD 1 TO WS-QTDE-REVERIF
001256         PERFORM 2450-GRAVAR-AUDITORIA
001257             THRU 2450-GRAVAR-AUDITORIA-EXIT

001258         IF WS-MOTIVO-REJEICAO NOT = SPACES
001259             PERFORM 2430-GRAVAR-REJEICAO
001260                 THRU 2430-GRAVAR-REJEICAO-EXIT
001261         END-IF

001262         IF CADASTRO-DIVERGENTE
001263             ADD 1 TO WS-QTDE-RETIDOS
001264             PERFORM 2465-GRAVAR-DIVERGENCIA
001265                 THRU 2465-GRAVAR-DIVERGENCIA-EXIT
001266             GO TO 2080-CHECKPOINT-E-LEITURA
001267         END-IF

001268         IF NOT CPF-BLOQUEADO
001258         AND (NOT CLIENTE-EXISTENTE
001258              OR WS-RESULTADO-ANTERIOR NOT = WS-RESULTADO
001259              OR WS-PROPOSITO-ANTERIOR NOT = CID-PROPOSITO
001260              OR WS-SIT-RESP-ANTERIOR NOT = WS-SIT-RESPONSAVEL)
001258             PERFORM 2460-GRAVAR-ONBOARDING
001258                 THRU 2460-GRAVAR-ONBOARDING-EXIT
001258         END-IF
001259         ADD 1 TO WS-QTDE-REJEITADOS
001259         PERFORM 2420-GRAVAR-LINHA-REJEITADO
001259             THRU 2420-GRAVAR-LINHA-REJEITADO-EXIT
001260         PERFORM 2455-GRAVAR-AUDITORIA-REJEICAO
001261             THRU 2455-GRAVAR-AUDITORIA-REJEICAO-EXIT
001262         PERFORM 2430-GRAVAR-REJEICAO
001263             THRU 2430-GRAVAR-REJEICAO-EXIT
001259     END-IF
001259     .

001390         AT END
001400             MOVE "S" TO WS-FIM-ARQUIVO
001410             GO TO 2100-LER-CIDADAOS-EXIT
001411     END-READ

001413     IF CID-CTRL-HEADER
001415         PERFORM 2110-VALIDAR-HEADER
001416             THRU 2110-VALIDAR-HEADER-EXIT
001418         GO TO 2100-LER-CIDADAOS
001420     END-IF

001421     IF CID-CTRL-TRAILER
001423         IF CID-TRL-QTDE-DETALHES NOT NUMERIC
001425             DISPLAY "TRAILER DE ARQ-CIDADAOS COM QUANTIDADE "
001426                 "INVALIDA: " CID-TRL-QTDE-DETALHES
001428             MOVE 16 TO RETURN-CODE
001430             STOP RUN
001432         END-IF
001433         MOVE CID-TRL-QTDE-DETALHES TO WS-QTDE-TRAILER
001435         MOVE "S" TO WS-TRAILER-LIDO
001437         GO TO 2100-LER-CIDADAOS
001438     END-IF

001440     IF NOT HEADER-LIDO
001442         DISPLAY "ARQ-CIDADAOS SEM HEADER DE CONTROLE. "
001443             "O EXTRATO NAO PASSOU PELO CONSOLIDADOR."
001445         MOVE 16 TO RETURN-CODE
001447         STOP RUN
001448     END-IF

001450     ADD 1 TO WS-QTDE-LIDOS
001452     MOVE CIDADANO-REG TO WS-CIDADAO-RECEBIDO
001454     .
001455 2100-LER-CIDADAOS-EXIT.
001456     EXIT.
001475 2110-VALIDAR-HEADER-EXIT.
001476     EXIT.
001477
000098******************************************************************
000197*    2120-VERIFICAR-DUPLICADO
000296*    PROCURA O CPF DO REGISTRO CORRENTE NO ARQUIVO DE CPFS JA
000395*    PROCESSADOS NA EXECUCAO. QUANDO ENCONTRA, LIGA O INDICADOR
000494*    DE DUPLICADO E AVANCA O CONTADOR DE OCORRENCIAS DO CPF;
000593*    QUANDO NAO ENCONTRA, REGISTRA O CPF COMO PRIMEIRA
000692*    OCORRENCIA. FALHA DE GRAVACAO DERRUBA O LOTE: SEM O
000791*    CONTROLE DE DUPLICIDADE O MESMO CPF SERIA VERIFICADO E
000890*    ENVIADO MAIS DE UMA VEZ.
000989******************************************************************
001088 2120-VERIFICAR-DUPLICADO.
001187     MOVE "N"   TO WS-CPF-DUPLICADO
001286     MOVE ZEROS TO WS-OCORRENCIA-ATUAL

001385     MOVE CID-TIPO-DOC   TO CPN-TIPO-DOC
001484     MOVE CID-DOC-NUMERO TO CPN-DOC-NUMERO
001485     READ ARQ-CPFS-PROC

001496             STOP RUN
001497         END-IF
001498         MOVE SPACES         TO CPF-PROC-REG
001499         MOVE CID-TIPO-DOC   TO CPN-TIPO-DOC
001500         MOVE CID-DOC-NUMERO TO CPN-DOC-NUMERO
001501         MOVE 1              TO CPN-OCORRENCIAS
001502         WRITE CPF-PROC-REG
001503     END-IF

001504     IF NOT FS-CPFS-PROC-OK
001505         DISPLAY "ERRO AO GRAVAR ARQ-CPFS-PROC. FILE STATUS: "
001506             WS-FS-CPFS-PROC
001507         MOVE 16 TO RETURN-CODE
001508         STOP RUN
001509     END-IF
001510     .
001511 2120-VERIFICAR-DUPLICADO-EXIT.
001512     EXIT.

001513******************************************************************
001514*    2140-GRAVAR-DUPLICADO
001520     MOVE SPACES TO DUPLICADO-REG

001521     MOVE CID-DOC-NUMERO       TO DUP-DOC-NUMERO
001522     MOVE CID-TIPO-DOC         TO DUP-TIPO-DOC
001523     MOVE CID-NOME             TO DUP-NOME
001524     MOVE WS-OCORRENCIA-ATUAL  TO DUP-OCORRENCIA
001525     MOVE WS-DATA-SISTEMA-CCYY TO DUP-DATA-PROC-CCYY
001526     MOVE WS-DATA-SISTEMA-MM   TO DUP-DATA-PROC-MM
001527     MOVE WS-DATA-SISTEMA-DD   TO DUP-DATA-PROC-DD
001539     MOVE "N"    TO WS-CPF-BLOQUEADO
001540     MOVE SPACES TO WS-MOTIVO-BLOQUEIO

001541     MOVE CID-TIPO-DOC   TO BQX-TIPO-DOC
001542     MOVE CID-DOC-NUMERO TO BQX-DOC-NUMERO
001543     READ ARQ-BLQ-NDX

001544     IF FS-BLQ-NDX-OK
001545         MOVE "S"        TO WS-CPF-BLOQUEADO
001547         MOVE BQX-MOTIVO TO WS-MOTIVO-BLOQUEIO
001548     ELSE
001549         IF NOT FS-BLQ-NDX-NAO-ACHADO
001550             DISPLAY "ERRO AO LER ARQ-BLQ-NDX. FILE STATUS: "
001551                 WS-FS-BLQ-NDX
001552             MOVE 16 TO RETURN-CODE
001554             STOP RUN
001555         END-IF
001556     END-IF
001557     .
001558 2190-VERIFICAR-BLOQUEADO-EXIT.
001559     EXIT.

001561******************************************************************
001562*    2195-GRAVAR-EXC-BLOQUEADO
001568 2195-GRAVAR-EXC-BLOQUEADO.
001569     MOVE SPACES             TO WS-EXB-DETALHE
001570     MOVE CID-DOC-NUMERO     TO WS-EXB-DOC
001571     MOVE CID-TIPO-DOC       TO WS-EXB-TIPO-DOC
001572     MOVE CID-NOME           TO WS-EXB-NOME
001573     MOVE WS-MOTIVO-BLOQUEIO TO WS-EXB-MOTIVO

001574     WRITE EXB-LINHA FROM WS-EXB-DETALHE
001575     .
001581     EXIT.


001582******************************************************************
001583*    2145-VALIDAR-DOCUMENTO
001584*    APLICA AO DOCUMENTO DO REGISTRO CORRENTE A REGRA DE
001585*    VALIDACAO DO SEU TIPO: DIGITOS VERIFICADORES PARA O CPF,
001586*    FORMATO LETRA E DIGITOS PARA O RNE/CRNM, PAIS E NUMERO PARA
001587*    O PASSAPORTE. TIPO DESCONHECIDO E DOCUMENTO INVALIDO.
001588******************************************************************
001589 2145-VALIDAR-DOCUMENTO.
001590     IF CID-DOC-RNE
001591         MOVE CID-DOC-NUMERO TO WS-DOC-ESTRANGEIRO
001592         PERFORM 2155-VALIDAR-RNE
001593             THRU 2155-VALIDAR-RNE-EXIT
001594         GO TO 2145-VALIDAR-DOCUMENTO-EXIT
001595     END-IF

001596     IF CID-DOC-PASSAPORTE
001597         MOVE CID-DOC-NUMERO TO WS-DOC-ESTRANGEIRO
001598         PERFORM 2157-VALIDAR-PASSAPORTE
001599             THRU 2157-VALIDAR-PASSAPORTE-EXIT
001600         GO TO 2145-VALIDAR-DOCUMENTO-EXIT
001601     END-IF

001602     MOVE CID-DOC-NUMERO TO WS-CPF
001603     IF CID-DOC-CPF
001604         PERFORM 2150-VALIDAR-CPF
001605             THRU 2150-VALIDAR-CPF-EXIT
001606     ELSE
001607         MOVE "N" TO WS-CPF-VALIDO
001608     END-IF
001609     .
001610 2145-VALIDAR-DOCUMENTO-EXIT.
001611     EXIT.

001612******************************************************************
001613*    2155-VALIDAR-RNE
001614*    CONFERE O FORMATO DO RNE/CRNM: UMA LETRA, SEIS DIGITOS E
001615*    UM DIGITO OU LETRA DE CONTROLE, SEM PONTUACAO E ALINHADO A
001616*    ESQUERDA.
001617******************************************************************
001618 2155-VALIDAR-RNE.
001619     IF WS-RNE-LETRA IS LETRA-MAIUSCULA
001620     AND WS-RNE-NUMERO IS NUMERIC
001621     AND WS-RNE-CONTROLE IS LETRA-OU-DIGITO
001622     AND WS-RNE-COMPLEMENTO = SPACES
001623         MOVE "S" TO WS-CPF-VALIDO
001624     ELSE
001625         MOVE "N" TO WS-CPF-VALIDO
001626     END-IF
001627     .
001628 2155-VALIDAR-RNE-EXIT.
001629     EXIT.

001630******************************************************************
001631*    2157-VALIDAR-PASSAPORTE
001632*    CONFERE O PASSAPORTE: SIGLA DE 3 LETRAS DO PAIS EMISSOR E
001633*    NUMERO DE LETRAS E DIGITOS ALINHADO A ESQUERDA, SEM BRANCOS
001634*    NO MEIO E COM O TAMANHO MINIMO.
001635******************************************************************
001636 2157-VALIDAR-PASSAPORTE.
001637     MOVE "N" TO WS-CPF-VALIDO
001638     IF WS-PAS-PAIS IS NOT LETRA-MAIUSCULA
001639         GO TO 2157-VALIDAR-PASSAPORTE-EXIT
001640     END-IF

001641     MOVE ZERO TO WS-PAS-TAMANHO
001642     MOVE "N"  TO WS-PAS-FIM-NUMERO
001643     MOVE "N"  TO WS-PAS-INVALIDO
001644     PERFORM 2158-CONFERIR-CARACTER
001645         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8

001646     IF NOT PAS-INVALIDO
001647     AND WS-PAS-TAMANHO NOT < WS-PAS-TAMANHO-MINIMO
001648         MOVE "S" TO WS-CPF-VALIDO
001649     END-IF
001650     .
001651 2157-VALIDAR-PASSAPORTE-EXIT.
001652     EXIT.

001653******************************************************************
001654*    2158-CONFERIR-CARACTER
001655*    CONFERE UMA POSICAO DO NUMERO DO PASSAPORTE: DEPOIS DO
001656*    PRIMEIRO BRANCO SO PODE HAVER BRANCOS, E AS DEMAIS POSICOES
001657*    PRECISAM SER LETRA OU DIGITO.
001658******************************************************************
001659 2158-CONFERIR-CARACTER.
001660     IF WS-PAS-CARACTER (WS-I) = SPACE
001661         MOVE "S" TO WS-PAS-FIM-NUMERO
001662     ELSE
001663         IF PAS-FIM-NUMERO
001664         OR WS-PAS-CARACTER (WS-I) IS NOT LETRA-OU-DIGITO
001665             MOVE "S" TO WS-PAS-INVALIDO
001666         ELSE
001667             ADD 1 TO WS-PAS-TAMANHO
001668         END-IF
001669     END-IF
001670     .

001471******************************************************************
001472*    2150-VALIDAR-CPF
001473*    CALCULA OS DOIS DIGITOS VERIFICADORES DO CPF DO REGISTRO
001723*    RESOLVE A IDADE MINIMA APLICAVEL AO REGISTRO CORRENTE:
001724*    QUANDO O PROPOSITO DO REGISTRO ESTA NA TABELA DO CARTAO,
001725*    VALE A IDADE MINIMA DO PROPOSITO; PROPOSITO EM BRANCO OU
001726*    FORA DA TABELA USA A IDADE MINIMA PADRAO. O INDICADOR DE
001727*    CONSENTIMENTO SEGUE A MESMA REGRA.
001728******************************************************************
001729 2270-RESOLVER-IDADE-MINIMA.
001730     MOVE WS-IDADE-MINIMA TO WS-IDADE-MINIMA-APLICADA
001731     MOVE WS-CONSENTE-PADRAO TO WS-PROP-CONSENTE
001732     MOVE ZERO            TO WS-IDX-PROP-ACHADO
001733
001734     IF CID-PROPOSITO = SPACES
001735         GO TO 2270-RESOLVER-IDADE-MINIMA-EXIT
001733     END-IF
001734
000158     PERFORM 2280-COMPARAR-PROPOSITO
000316         VARYING WS-IDX-PROP FROM 1 BY 1
000475         UNTIL WS-IDX-PROP > WS-QTDE-PROPOSITOS
000633         OR WS-IDX-PROP-ACHADO > ZERO
000791
000950     IF WS-IDX-PROP-ACHADO > ZERO
001108         MOVE WS-TAB-PROP-IDADE (WS-IDX-PROP-ACHADO)
001266             TO WS-IDADE-MINIMA-APLICADA
001425         MOVE WS-TAB-PROP-CONSENTE (WS-IDX-PROP-ACHADO)
001583             TO WS-PROP-CONSENTE
001742     END-IF
001743     .
001744 2270-RESOLVER-IDADE-MINIMA-EXIT.
001830     END-IF
001840     .
001850 2300-CLASSIFICAR-IDADE-EXIT.
001851     EXIT.
001852
001853******************************************************************
001854*    2350-CLASSIFICAR-FAIXA-ETARIA
001855*    ALEM DO CORTE DE MAIORIDADE, CLASSIFICA O REGISTRO EM UMA
001856*    FAIXA ETARIA (CRIANCA, ADOLESCENTE, ADULTO OU IDOSO).
001857******************************************************************
001858 2350-CLASSIFICAR-FAIXA-ETARIA.
001860     EVALUATE TRUE
001861         WHEN WS-IDADE-CALCULADA < 12
001862             MOVE "CR" TO WS-FAIXA-ETARIA
001863         WHEN WS-IDADE-CALCULADA < 18
001864             MOVE "AD" TO WS-FAIXA-ETARIA
001865         WHEN WS-IDADE-CALCULADA < 60
001866             MOVE "AT" TO WS-FAIXA-ETARIA
001867         WHEN OTHER
001868             MOVE "ID" TO WS-FAIXA-ETARIA
001870     END-EVALUATE
001871     .
001872 2350-CLASSIFICAR-FAIXA-ETARIA-EXIT.
001873     EXIT.
001874
001875******************************************************************
001876*    2380-AVALIAR-ALERTA-MAIORIDADE
001877*    CALCULA A DATA EM QUE O CIDADAO MENOR COMPLETA A IDADE
001878*    MINIMA (ANIVERSARIO DO ANO DE NASCIMENTO MAIS A IDADE
001880*    MINIMA; 29/02 EM ANO NAO BISSEXTO VIRA 01/03) E, QUANDO
001881*    ESSA DATA CAI DENTRO DO HORIZONTE DE DIAS DO ALERTA,
001882*    GRAVA O CIDADAO NO ARQUIVO DE ALERTA DE MAIORIDADE.
001883******************************************************************
001884 2380-AVALIAR-ALERTA-MAIORIDADE.
001885     COMPUTE WS-MAIO-CCYY =
001886         CID-DT-NASCTO-CCYY + WS-IDADE-MINIMA-APLICADA
001887     MOVE CID-DT-NASCTO-MM TO WS-MAIO-MM
001888     MOVE CID-DT-NASCTO-DD TO WS-MAIO-DD

001890     IF WS-MAIO-MM = 2
001891     AND WS-MAIO-DD = 29
001892         MOVE WS-MAIO-CCYY TO WS-DLC-ANO
001893         PERFORM 2395-VERIFICAR-BISSEXTO
001894             THRU 2395-VERIFICAR-BISSEXTO-EXIT
001895         IF NOT ANO-BISSEXTO
001896             MOVE 3 TO WS-MAIO-MM
001897             MOVE 1 TO WS-MAIO-DD
001898         END-IF
001900     END-IF

001901     MOVE WS-DATA-MAIORIDADE TO WS-DLC-DATA
001902     PERFORM 2390-CONVERTER-DATA-EM-DIAS
001903         THRU 2390-CONVERTER-DATA-EM-DIAS-EXIT
001904     MOVE WS-DLC-DIAS TO WS-DIAS-MAIORIDADE

001905     COMPUTE WS-DIAS-FALTANTES =
001906         WS-DIAS-MAIORIDADE - WS-DIAS-HOJE

001907     IF WS-DIAS-FALTANTES > ZERO
001908     AND WS-DIAS-FALTANTES <= WS-DIAS-ALERTA
001910         MOVE SPACES           TO ALERTA-REG
001911         MOVE CID-DOC-NUMERO   TO ALR-DOC-NUMERO
001912         MOVE CID-TIPO-DOC     TO ALR-TIPO-DOC
001913         MOVE CID-NOME         TO ALR-NOME
001914         MOVE WS-MAIO-CCYY     TO ALR-DATA-MAIO-CCYY
001915         MOVE WS-MAIO-MM       TO ALR-DATA-MAIO-MM
001916         MOVE WS-MAIO-DD       TO ALR-DATA-MAIO-DD
001917         MOVE WS-ID-EXECUCAO   TO ALR-ID-EXECUCAO
001919         WRITE ALERTA-REG
001920     END-IF
001921     .

001990     MOVE CID-NOME           TO DET-NOME
002000     MOVE CID-DOC-NUMERO     TO DET-DOC-NUMERO
002005     MOVE CID-TIPO-DOC       TO DET-TIPO-DOC
002010     MOVE WS-IDADE-CALCULADA TO DET-IDADE
002020     MOVE WS-FAIXA-ETARIA    TO DET-FAIXA
002030     MOVE WS-RESULTADO       TO DET-RESULTADO
002072     MOVE 3                  TO DET-GRUPO
002072     MOVE CID-NOME           TO DET-NOME
002072     MOVE CID-DOC-NUMERO     TO DET-DOC-NUMERO
002073     MOVE CID-TIPO-DOC       TO DET-TIPO-DOC
002072     MOVE ZEROS              TO DET-IDADE
002072     MOVE "REJEITADO"        TO DET-RESULTADO
002072     MOVE CID-SIST-ORIGEM    TO DET-SIST-ORIGEM
002072     WRITE DETALHE-REG
002072     .
002072 2420-GRAVAR-LINHA-REJEITADO-EXIT.
002073     EXIT.

002074******************************************************************
002075*    2430-GRAVAR-REJEICAO
002076*    GRAVA NO ARQUIVO DE REJEICOES O REGISTRO CORRENTE COMO VEIO
002077*    DA ORIGEM, COM A DATA DO PROCESSAMENTO E O MOTIVO, PARA A
002078*    DEVOLUCAO A ORIGEM. FALHA DE GRAVACAO DERRUBA O LOTE: O
002079*    REGISTRO NAO VOLTARIA A QUEM O ENVIOU.
002080******************************************************************
002081 2430-GRAVAR-REJEICAO.
002082     MOVE SPACES                TO REJEICAO-REG

002083     MOVE WS-DATA-SISTEMA       TO REJ-DATA-PROCESSO
002084     MOVE CID-SIST-ORIGEM       TO REJ-SIST-ORIGEM
002085     MOVE WS-MOTIVO-REJEICAO    TO REJ-MOTIVO
002086     MOVE WS-DESCRICAO-REJEICAO TO REJ-DESCRICAO
002087     MOVE WS-CIDADAO-RECEBIDO   TO REJ-REGISTRO

002088     WRITE REJEICAO-REG
002089     IF NOT FS-REJEICOES-OK
002090         DISPLAY "ERRO AO GRAVAR ARQ-REJEICOES. FILE STATUS: "
002091             WS-FS-REJEICOES
002092         MOVE 16 TO RETURN-CODE
002093         STOP RUN
002094     END-IF
002095     .
002096 2430-GRAVAR-REJEICAO-EXIT.
002072     EXIT.

002072******************************************************************
002088     MOVE WS-FAIXA-ETARIA      TO AUD-FAIXA-ETARIA
002089     MOVE WS-RESULTADO         TO AUD-RESULTADO
002089     MOVE CID-DOC-NUMERO       TO AUD-DOC-NUMERO
002090     MOVE CID-TIPO-DOC         TO AUD-TIPO-DOC
002089     MOVE WS-CPF-VALIDO        TO AUD-CPF-VALIDO
002089     MOVE WS-CPF-BLOQUEADO     TO AUD-BLOQUEADO
002089     MOVE CID-SIST-ORIGEM      TO AUD-SIST-ORIGEM
002089     MOVE CID-PROPOSITO        TO AUD-PROPOSITO
000232     MOVE WS-IDADE-MINIMA-APLICADA TO AUD-IDADE-MINIMA
000464     IF CADASTRO-DIVERGENTE
000696         MOVE "R"              TO AUD-DECISAO
000928     END-IF
001161     MOVE WS-DOC-RESPONSAVEL   TO AUD-DOC-RESPONSAVEL
001393     MOVE WS-SIT-RESPONSAVEL   TO AUD-SIT-RESPONSAVEL
001625     MOVE WS-ID-EXECUCAO       TO AUD-ID-EXECUCAO
001857     MOVE WS-MOTIVO-REJEICAO   TO AUD-MOTIVO-REJEICAO

002090     WRITE AUDIT-REG
002091     .
002092 2450-GRAVAR-AUDITORIA-EXIT.
002093     EXIT.

002094******************************************************************
002095*    2455-GRAVAR-AUDITORIA-REJEICAO
002096*    GRAVA NA TRILHA DE AUDITORIA O REGISTRO DE REJEICAO DO
002097*    REGISTRO CORRENTE, QUE NAO FOI VERIFICADO (AUD-DECISAO X,
002098*    SEM IDADE NEM RESULTADO), COM O MOTIVO. NO DUPLICADO O
002099*    DOCUMENTO NAO CHEGOU A SER VALIDADO NEM CONFERIDO NA LISTA
002100*    DE BLOQUEIO, E OS INDICADORES FICAM EM BRANCO.
002101******************************************************************
002102 2455-GRAVAR-AUDITORIA-REJEICAO.
002103     ACCEPT WS-HORA-SISTEMA FROM TIME
002104     COMPUTE WS-HORA-VERIF = WS-HORA-SISTEMA / 100

002105     MOVE SPACES TO AUDIT-REG

002106     MOVE WS-DATA-SISTEMA-CCYY TO AUD-DATA-VERIF-CCYY
002107     MOVE WS-DATA-SISTEMA-MM   TO AUD-DATA-VERIF-MM
002108     MOVE WS-DATA-SISTEMA-DD   TO AUD-DATA-VERIF-DD
002109     MOVE WS-HORA-VERIF        TO AUD-HORA-VERIF
002110     IF CID-DT-NASCTO NUMERIC
002111         MOVE CID-DT-NASCTO    TO AUD-DT-NASCTO
002112     ELSE
002113         MOVE ZEROS            TO AUD-DT-NASCTO
002114     END-IF
002115     MOVE ZEROS                TO AUD-IDADE-CALC
002116     MOVE CID-DOC-NUMERO       TO AUD-DOC-NUMERO
002117     MOVE CID-TIPO-DOC         TO AUD-TIPO-DOC
002118     IF WS-MOTIVO-REJEICAO NOT = "04"
002119         MOVE WS-CPF-VALIDO    TO AUD-CPF-VALIDO
002120         MOVE WS-CPF-BLOQUEADO TO AUD-BLOQUEADO
002121     END-IF
002122     MOVE CID-SIST-ORIGEM      TO AUD-SIST-ORIGEM
002123     MOVE CID-PROPOSITO        TO AUD-PROPOSITO
002124     MOVE ZEROS                TO AUD-IDADE-MINIMA
002125     MOVE "X"                  TO AUD-DECISAO
002126     MOVE WS-ID-EXECUCAO       TO AUD-ID-EXECUCAO
002127     MOVE WS-MOTIVO-REJEICAO   TO AUD-MOTIVO-REJEICAO

002128     WRITE AUDIT-REG
002129     .
002130 2455-GRAVAR-AUDITORIA-REJEICAO-EXIT.
002131     EXIT.

002093******************************************************************
002093*    2460-GRAVAR-ONBOARDING
002093*    GRAVA UM REGISTRO NO ARQUIVO DE INTERFACE COM O SISTEMA DE
002093     MOVE SPACES TO ONBOARDING-REG

002093     MOVE CID-DOC-NUMERO       TO ONB-DOC-NUMERO
002094     MOVE CID-TIPO-DOC         TO ONB-TIPO-DOC
002093     MOVE WS-IDADE-CALCULADA   TO ONB-IDADE-CALC
002093     MOVE WS-RESULTADO         TO ONB-RESULTADO
002093     MOVE WS-DATA-SISTEMA-CCYY TO ONB-DATA-VERIF-CCYY
002093     MOVE WS-DATA-SISTEMA-DD   TO ONB-DATA-VERIF-DD
002093     MOVE CID-PROPOSITO        TO ONB-PROPOSITO
002093     MOVE WS-IDADE-MINIMA-APLICADA TO ONB-IDADE-MINIMA
002094     MOVE WS-DOC-RESPONSAVEL   TO ONB-DOC-RESPONSAVEL
002095     MOVE WS-SIT-RESPONSAVEL   TO ONB-SIT-RESPONSAVEL
002096     MOVE WS-ID-EXECUCAO       TO ONB-ID-EXECUCAO

002093     WRITE ONBOARDING-REG
002093     .
002093 2460-GRAVAR-ONBOARDING-EXIT.
002094     EXIT.

002095******************************************************************
002096*    2465-GRAVAR-DIVERGENCIA
002097*    GRAVA NO ARQUIVO DE DIVERGENCIAS O CASO RETIDO DO REGISTRO
002098*    CORRENTE, COM A VERSAO DO MESTRE (AINDA NA AREA DO
002099*    REGISTRO LIDO EM 2370-CONSULTAR-MESTRE), A VERSAO QUE
002100*    CHEGOU NO LOTE COM O VEREDICTO CALCULADO SOBRE ELA, E O
002101*    SISTEMA DE ORIGEM. A HORA E A MESMA GRAVADA NA AUDITORIA.
002102******************************************************************
002103 2465-GRAVAR-DIVERGENCIA.
002104     MOVE SPACES                TO DIVERGENCIA-REG

002105     MOVE CID-DOC-NUMERO        TO DVG-DOC-NUMERO
002106     MOVE CID-TIPO-DOC          TO DVG-TIPO-DOC
002107     MOVE WS-DATA-SISTEMA       TO DVG-DATA-RETENCAO
002108     MOVE WS-HORA-VERIF         TO DVG-HORA-RETENCAO
002109     MOVE WS-TIPO-DIVERGENCIA   TO DVG-TIPO
002110     MOVE CID-SIST-ORIGEM       TO DVG-SIST-ORIGEM
002111     MOVE CID-PROPOSITO         TO DVG-PROPOSITO
002112     MOVE MST-NOME              TO DVG-MST-NOME
002113     MOVE MST-DT-NASCTO         TO DVG-MST-DT-NASCTO
002114     MOVE MST-ULT-RESULTADO     TO DVG-MST-RESULTADO
002115     MOVE MST-DATA-ULT-VERIF    TO DVG-MST-DATA-VERIF
002116     MOVE CID-NOME              TO DVG-NOV-NOME
002117     MOVE CID-DT-NASCTO         TO DVG-NOV-DT-NASCTO
002118     MOVE CID-IDADE-INFORMADA   TO DVG-NOV-IDADE-INF
002119     MOVE WS-IDADE-CALCULADA    TO DVG-NOV-IDADE-CALC
002120     MOVE WS-RESULTADO          TO DVG-NOV-RESULTADO
002121     MOVE WS-IDADE-MINIMA-APLICADA TO DVG-NOV-IDADE-MINIMA
002122     MOVE WS-CPF-VALIDO         TO DVG-CPF-VALIDO
002123     MOVE WS-CPF-BLOQUEADO      TO DVG-BLOQUEADO
002124     MOVE WS-ID-EXECUCAO        TO DVG-ID-EXECUCAO

002125     WRITE DIVERGENCIA-REG
002126     IF NOT FS-DIVERGENCIAS-OK
002127         DISPLAY "ERRO AO GRAVAR ARQ-DIVERGENCIAS. FILE STATUS: "
002128             WS-FS-DIVERGENCIAS
002129         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002131     END-IF
002132     .
002133 2465-GRAVAR-DIVERGENCIA-EXIT.
002093     EXIT.

002094******************************************************************
002094     MOVE "N"    TO WS-CLIENTE-EXISTENTE
002094     MOVE SPACES TO WS-RESULTADO-ANTERIOR
002094     MOVE SPACES TO WS-PROPOSITO-ANTERIOR
002095     MOVE SPACES TO WS-SIT-RESP-ANTERIOR

002094     IF NOT MESTRE-ATIVO
002094         GO TO 2370-CONSULTAR-MESTRE-EXIT
002094     END-IF

002095     MOVE CID-TIPO-DOC   TO MST-TIPO-DOC
002094     MOVE CID-DOC-NUMERO TO MST-DOC-NUMERO
002094     READ ARQ-MESTRE

002094     IF FS-MESTRE-OK
002094         MOVE "S"              TO WS-CLIENTE-EXISTENTE
002095         MOVE MESTRE-REG        TO WS-MESTRE-ANTES
002094         MOVE MST-ULT-RESULTADO TO WS-RESULTADO-ANTERIOR
002094         MOVE MST-ULT-PROPOSITO TO WS-PROPOSITO-ANTERIOR
002095         MOVE MST-ULT-SIT-RESP  TO WS-SIT-RESP-ANTERIOR
002094     ELSE
002094         IF NOT FS-MESTRE-NAO-ACHADO
002094             DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
002094     EXIT.

002095******************************************************************
002096*    2375-VERIFICAR-DIVERGENCIA
002097*    COMPARA O REGISTRO CORRENTE COM O CLIENTE JA PRESENTE NO
002098*    MESTRE. DATA DE NASCIMENTO INFORMADA DOS DOIS LADOS E
002099*    DIFERENTE E DIVERGENCIA DE DATA; NOME INFORMADO DOS DOIS
002100*    LADOS QUE CONTINUA DIFERENTE DEPOIS DE REDUZIDO A LETRAS E
002101*    DIGITOS EM CAIXA ALTA E DIVERGENCIA DE NOME. QUALQUER UMA
002102*    DELAS RETEM O REGISTRO PARA DECISAO DA PREVENCAO A FRAUDES.
002103******************************************************************
002104 2375-VERIFICAR-DIVERGENCIA.
002105     MOVE "N"    TO WS-CADASTRO-DIVERGENTE
002106     MOVE SPACES TO WS-TIPO-DIVERGENCIA

002107     IF NOT CLIENTE-EXISTENTE
002108         GO TO 2375-VERIFICAR-DIVERGENCIA-EXIT
002109     END-IF

002110     IF CID-DT-NASCTO-CCYY NOT = ZEROS
002111     AND MST-DT-NASCTO NUMERIC
002112     AND MST-DT-NASCTO-CCYY NOT = ZEROS
002113     AND MST-DT-NASCTO NOT = CID-DT-NASCTO
002114         MOVE "D" TO WS-TIPO-DIVERGENCIA
002115     END-IF

002116     MOVE MST-NOME TO WS-NOME-ENTRADA
002117     PERFORM 2376-COMPACTAR-NOME
002118         THRU 2376-COMPACTAR-NOME-EXIT
002119     MOVE WS-NOME-COMPACTO TO WS-NOME-MESTRE-CMP

002120     MOVE CID-NOME TO WS-NOME-ENTRADA
002121     PERFORM 2376-COMPACTAR-NOME
002122         THRU 2376-COMPACTAR-NOME-EXIT
002123     MOVE WS-NOME-COMPACTO TO WS-NOME-ORIGEM-CMP

002124     IF WS-NOME-MESTRE-CMP NOT = SPACES
002125     AND WS-NOME-ORIGEM-CMP NOT = SPACES
002126     AND WS-NOME-MESTRE-CMP NOT = WS-NOME-ORIGEM-CMP
002127         IF WS-TIPO-DIVERGENCIA = "D"
002128             MOVE "A" TO WS-TIPO-DIVERGENCIA
002129         ELSE
002130             MOVE "N" TO WS-TIPO-DIVERGENCIA
002131         END-IF
002132     END-IF

002133     IF WS-TIPO-DIVERGENCIA NOT = SPACES
002134         MOVE "S" TO WS-CADASTRO-DIVERGENTE
002135     END-IF
002136     .
002137 2375-VERIFICAR-DIVERGENCIA-EXIT.
002138     EXIT.

002139******************************************************************
002140*    2385-VERIFICAR-RESPONSAVEL
002141*    CONFERE O RESPONSAVEL LEGAL DO MENOR VERIFICADO EM
002142*    PROPOSITO QUE ADMITE CONSENTIMENTO. O CPF DO RESPONSAVEL
002143*    VEM DO CADASTRO DE RESPONSAVEIS, LIDO PELO TIPO E NUMERO
002144*    DO DOCUMENTO DO MENOR, E PRECISA PASSAR NO DV,
002145*    ESTAR FORA DA LISTA DE BLOQUEIO E SER MAIOR NA ULTIMA
002146*    VERIFICACAO DO MESTRE, NESSA ORDEM; A PRIMEIRA FALHA DA A
002147*    SITUACAO. REGISTRO RETIDO POR DIVERGENCIA NAO E CONFERIDO:
002148*    A VERSAO DO MESTRE LIDA EM 2370-CONSULTAR-MESTRE AINDA
002149*    SERVE A RETENCAO. A LEITURA DO RESPONSAVEL NO MESTRE
002150*    SOBREPOE A AREA DO CLIENTE, QUE 2470-ATUALIZAR-MESTRE
002151*    REMONTA POR INTEIRO.
002152******************************************************************
002153 2385-VERIFICAR-RESPONSAVEL.
002154     MOVE SPACES TO WS-DOC-RESPONSAVEL
002155     MOVE SPACES TO WS-SIT-RESPONSAVEL

002156     IF WS-RESULTADO NOT = "MENOR"
002157     OR NOT PROPOSITO-ADMITE-CONSENT
002158     OR CADASTRO-DIVERGENTE
002159         GO TO 2385-VERIFICAR-RESPONSAVEL-EXIT
002160     END-IF

002161     ADD 1 TO WS-QTDE-RESP-PENDENTE
002162     MOVE "A" TO WS-SIT-RESPONSAVEL
002163     IF NOT RESPONSAVEIS-ATIVO
002164         GO TO 2385-VERIFICAR-RESPONSAVEL-EXIT
002165     END-IF

002166     MOVE CID-TIPO-DOC   TO RSP-TIPO-MENOR
002167     MOVE CID-DOC-NUMERO TO RSP-DOC-MENOR
002168     READ ARQ-RESPONSAVEIS
002169     IF FS-RESPONSAVEIS-NAO-ACHADO
002170         GO TO 2385-VERIFICAR-RESPONSAVEL-EXIT
002171     END-IF
002172     IF NOT FS-RESPONSAVEIS-OK
002173         DISPLAY "ERRO AO LER ARQ-RESPONSAVEIS. FILE STATUS: "
002174             WS-FS-RESPONSAVEIS
002175         MOVE 16 TO RETURN-CODE
002176         STOP RUN
002177     END-IF
002178     MOVE RSP-DOC-RESPONSAVEL TO WS-DOC-RESPONSAVEL

002179     MOVE WS-CPF-VALIDO       TO WS-CPF-VALIDO-SALVO
002180     MOVE WS-DOC-RESPONSAVEL  TO WS-CPF
002181     PERFORM 2150-VALIDAR-CPF
002182         THRU 2150-VALIDAR-CPF-EXIT
002183     IF NOT CPF-VALIDO
002184         MOVE "D" TO WS-SIT-RESPONSAVEL
002185     END-IF
002186     MOVE CID-DOC-NUMERO      TO WS-CPF
002187     MOVE WS-CPF-VALIDO-SALVO TO WS-CPF-VALIDO
002188     IF WS-SIT-RESPONSAVEL = "D"
002189         GO TO 2385-VERIFICAR-RESPONSAVEL-EXIT
002190     END-IF

002191     MOVE "C"                TO BQX-TIPO-DOC
002192     MOVE WS-DOC-RESPONSAVEL TO BQX-DOC-NUMERO
002193     READ ARQ-BLQ-NDX
002194     IF FS-BLQ-NDX-OK
002195         MOVE "B" TO WS-SIT-RESPONSAVEL
002196         GO TO 2385-VERIFICAR-RESPONSAVEL-EXIT
002197     END-IF
002198     IF NOT FS-BLQ-NDX-NAO-ACHADO
002199         DISPLAY "ERRO AO LER ARQ-BLQ-NDX. FILE STATUS: "
002200             WS-FS-BLQ-NDX
002201         MOVE 16 TO RETURN-CODE
002202         STOP RUN
002203     END-IF

002204     MOVE "N" TO WS-SIT-RESPONSAVEL
002205     IF NOT MESTRE-ATIVO
002206         GO TO 2385-VERIFICAR-RESPONSAVEL-EXIT
002207     END-IF

002208     MOVE "C"                TO MST-TIPO-DOC
002209     MOVE WS-DOC-RESPONSAVEL TO MST-DOC-NUMERO
002210     READ ARQ-MESTRE
002211     IF FS-MESTRE-NAO-ACHADO
002212         GO TO 2385-VERIFICAR-RESPONSAVEL-EXIT
002213     END-IF
002214     IF NOT FS-MESTRE-OK
002215         DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
002216             WS-FS-MESTRE
002217         MOVE 16 TO RETURN-CODE
002218         STOP RUN
002219     END-IF

002220     IF MST-ULT-RESULTADO = "MAIOR"
002221         MOVE "V" TO WS-SIT-RESPONSAVEL
002222         SUBTRACT 1 FROM WS-QTDE-RESP-PENDENTE
002223     ELSE
002224         MOVE "M" TO WS-SIT-RESPONSAVEL
002225     END-IF
002226     .
002227 2385-VERIFICAR-RESPONSAVEL-EXIT.
002228     EXIT.

002229******************************************************************
002230*    2376-COMPACTAR-NOME
002231*    REDUZ O NOME EM WS-NOME-ENTRADA AS SUAS LETRAS E DIGITOS,
002232*    EM CAIXA ALTA E SEM ESPACOS OU PONTUACAO, DEVOLVENDO O
002233*    RESULTADO EM WS-NOME-COMPACTO.
002234******************************************************************
002235 2376-COMPACTAR-NOME.
002236     INSPECT WS-NOME-ENTRADA
002237         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002238                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

002239     MOVE SPACES TO WS-NOME-COMPACTO
002240     MOVE ZERO   TO WS-IDX-COMPACTO

002241     PERFORM 2377-COPIAR-CARACTERE
002242         VARYING WS-IDX-NOME FROM 1 BY 1 UNTIL WS-IDX-NOME > 40
002243     .
002244 2376-COMPACTAR-NOME-EXIT.
002245     EXIT.

002246******************************************************************
002247*    2377-COPIAR-CARACTERE
002248*    COPIA PARA O NOME COMPACTADO UM CARACTERE DO NOME DE
002249*    ENTRADA QUANDO ELE E LETRA OU DIGITO.
002250******************************************************************
002251 2377-COPIAR-CARACTERE.
002252     IF (WS-NOME-ENT-CAR (WS-IDX-NOME) ALPHABETIC-UPPER
002253         AND WS-NOME-ENT-CAR (WS-IDX-NOME) NOT = SPACE)
002254     OR WS-NOME-ENT-CAR (WS-IDX-NOME) NUMERIC
002255         ADD 1 TO WS-IDX-COMPACTO
002256         MOVE WS-NOME-ENT-CAR (WS-IDX-NOME)
002257             TO WS-NOME-CMP-CAR (WS-IDX-COMPACTO)
002258     END-IF
002259     .

002260******************************************************************
002095*    2470-ATUALIZAR-MESTRE
002095*    GRAVA NO MESTRE A VERIFICACAO DO REGISTRO CORRENTE:
002095*    INCLUSAO QUANDO O CLIENTE E NOVO, REGRAVACAO QUANDO JA
002096*    EXISTIA. ANTES DE ALTERAR O MESTRE, GRAVA NO ARQUIVO DE
002097*    IMAGENS A IMAGEM ANTERIOR (GUARDADA NA CONSULTA DO MESTRE,
002098*    POIS A CONFERENCIA DO RESPONSAVEL REUTILIZA A AREA DO
002099*    REGISTRO) E A IMAGEM NOVA, PARA O ESTORNO DA EXECUCAO.
002095******************************************************************
002095 2470-ATUALIZAR-MESTRE.
002095     IF NOT MESTRE-ATIVO

002095     MOVE SPACES               TO MESTRE-REG

002096     MOVE CID-TIPO-DOC         TO MST-TIPO-DOC
002095     MOVE CID-DOC-NUMERO       TO MST-DOC-NUMERO
002095     MOVE CID-NOME             TO MST-NOME
002095     MOVE CID-DT-NASCTO-CCYY   TO MST-DT-NASCTO-CCYY
002095     MOVE WS-RESULTADO         TO MST-ULT-RESULTADO
002095     MOVE WS-FAIXA-ETARIA      TO MST-ULT-FAIXA
002095     MOVE CID-PROPOSITO        TO MST-ULT-PROPOSITO
002096     MOVE WS-SIT-RESPONSAVEL   TO MST-ULT-SIT-RESP

002097     MOVE SPACES               TO IMAGEM-REG
002098     MOVE WS-ID-EXECUCAO       TO IMG-ID-EXECUCAO
002099     IF CLIENTE-EXISTENTE
002100         MOVE "A"              TO IMG-ACAO
002101         MOVE WS-MESTRE-ANTES  TO IMG-ANTES
002102     ELSE
002103         MOVE "I"              TO IMG-ACAO
002104     END-IF
002105     MOVE MESTRE-REG           TO IMG-DEPOIS
002106     WRITE IMAGEM-REG
002107     IF NOT FS-IMAGENS-OK
002108         DISPLAY "ERRO AO GRAVAR ARQ-IMAGENS. FILE STATUS: "
002109             WS-FS-IMAGENS
002110         MOVE 16 TO RETURN-CODE
002111         STOP RUN
002112     END-IF

002095     IF CLIENTE-EXISTENTE
002095         REWRITE MESTRE-REG
002095     END-IF

002095     MOVE SPACES             TO HISTORICO-REG
002096     MOVE CID-TIPO-DOC       TO HST-TIPO-DOC
002095     MOVE CID-DOC-NUMERO     TO HST-DOC-NUMERO
002095     MOVE WS-DATA-SISTEMA    TO HST-DATA-VERIF
002095     MOVE WS-HORA-VERIF      TO HST-HORA-VERIF
002095     MOVE WS-RESULTADO       TO HST-RESULTADO
002095     MOVE WS-CPF-BLOQUEADO   TO HST-BLOQUEADO
002095     MOVE CID-PROPOSITO      TO HST-PROPOSITO
002096     MOVE WS-ID-EXECUCAO     TO HST-ID-EXECUCAO

002095     WRITE HISTORICO-REG
002095     IF FS-HISTORICO-DUPLIC
002095******************************************************************
002095 2492-CONTAR-HISTORICO.
002095     MOVE ZERO   TO WS-QTDE-HIST
002096     MOVE SPACES TO WS-CHA-TIPO
002095     MOVE SPACES TO WS-CHA-DOC
002095     MOVE ZEROS  TO WS-CHA-DATA
002095     MOVE ZEROS  TO WS-CHA-HORA

002096     MOVE CID-TIPO-DOC   TO HST-TIPO-DOC
002095     MOVE CID-DOC-NUMERO TO HST-DOC-NUMERO
002095     MOVE ZEROS          TO HST-DATA-VERIF
002095     MOVE ZEROS          TO HST-HORA-VERIF
002095     END-READ

002095     IF HST-DOC-NUMERO NOT = CID-DOC-NUMERO
002096     OR HST-TIPO-DOC NOT = CID-TIPO-DOC
002095         MOVE "S" TO WS-FIM-HISTORICO
002095         GO TO 2494-CONTAR-UM-EXIT
002095     END-IF
002103     MOVE WS-QTDE-DUPLICADOS TO CKP-QTDE-DUPLICADOS
002103     MOVE WS-QTDE-BLOQUEADOS TO CKP-QTDE-BLOQUEADOS
002103     MOVE WS-QTDE-NOVOS      TO CKP-QTDE-NOVOS
000421     MOVE WS-QTDE-REVERIF    TO CKP-QTDE-REVERIF
000842     MOVE WS-QTDE-RETIDOS    TO CKP-QTDE-RETIDOS
001263     MOVE CID-DOC-NUMERO TO CKP-ULTIMO-DOC
001684     MOVE WS-ID-EXECUCAO TO CKP-ID-EXECUCAO

002105     WRITE CHECKPOINT-REG


002174     MOVE SPACES           TO WS-REL-DETALHE
002175     MOVE ORD-DOC-NUMERO   TO WS-RD-DOC
002176     MOVE ORD-TIPO-DOC     TO WS-RD-TIPO-DOC
002177     MOVE ORD-NOME         TO WS-RD-NOME
002178     MOVE ORD-IDADE        TO WS-RD-IDADE
002179     MOVE ORD-FAIXA        TO WS-RD-FAIXA
002178     MOVE ORD-PROPOSITO    TO WS-RD-PROPOSITO
002179     MOVE ORD-RESULTADO    TO WS-RD-RESULTADO
000091     MOVE ORD-SIST-ORIGEM  TO WS-RD-ORIGEM
000183     MOVE WS-REL-DETALHE   TO REL-LINHA
000274     PERFORM 7300-ESCREVER-LINHA
000366         THRU 7300-ESCREVER-LINHA-EXIT

000457     ADD 1 TO WS-QTDE-GRUPO
000549     .
000641 7150-RETORNAR-ORDENADO-EXIT.
000732     EXIT.

000824******************************************************************
000915*    7200-NOVA-PAGINA
001007*    GRAVA O CABECALHO DE PAGINA (TITULO, DATA DE PROCESSAMENTO
001099*    E NUMERO DA PAGINA) E O CABECALHO DE COLUNAS, REINICIANDO
001190*    O CONTADOR DE LINHAS DA PAGINA.
001282******************************************************************
001373 7200-NOVA-PAGINA.
001465     ADD 1 TO WS-NUM-PAGINA
001556     MOVE WS-NUM-PAGINA TO WS-CAB-NUM-PAGINA

001648     WRITE REL-LINHA FROM WS-CAB-PAGINA
001740     IF SECAO-DIVERGENCIAS
001831         WRITE REL-LINHA FROM WS-CAB-DIVERG
001923     ELSE
002014         WRITE REL-LINHA FROM WS-CAB-COLUNAS
002106     END-IF

002198     MOVE 2 TO WS-LINHAS-PAGINA
002199     .
002233     EXIT.

002234******************************************************************
002235*    7500-IMPRIMIR-DIVERGENCIAS
002236*    IMPRIME, EM PAGINA PROPRIA E COM CABECALHO DE COLUNAS
002237*    PROPRIO, A SECAO DE DIVERGENCIAS CADASTRAIS RETIDAS NO DIA:
002238*    PARA CADA CASO, O TIPO DA DIVERGENCIA, O SISTEMA DE ORIGEM
002239*    E O PROPOSITO, SEGUIDOS DA VERSAO DO MESTRE E DA VERSAO QUE
002240*    CHEGOU NO LOTE. O ARQUIVO DE DIVERGENCIAS E FECHADO E
002241*    RELIDO DO INICIO; SO OS CASOS RETIDOS NA DATA DE
002242*    PROCESSAMENTO SAO IMPRESSOS.
002243******************************************************************
002244 7500-IMPRIMIR-DIVERGENCIAS.
002245     CLOSE ARQ-DIVERGENCIAS
002246     MOVE "N" TO WS-DIVERGENCIAS-ABERTO

002247     MOVE "D"  TO WS-SECAO-RELATORIO
002248     MOVE 99   TO WS-LINHAS-PAGINA

002249     MOVE SPACES TO REL-LINHA
002250     MOVE "DIVERGENCIAS CADASTRAIS RETIDAS PARA ANALISE"
002251         TO REL-LINHA
002252     PERFORM 7300-ESCREVER-LINHA
002253         THRU 7300-ESCREVER-LINHA-EXIT

002254     OPEN INPUT ARQ-DIVERGENCIAS
002255     IF NOT FS-DIVERGENCIAS-OK
002256         DISPLAY "ERRO AO REABRIR ARQ-DIVERGENCIAS. FILE STATUS: "
002257             WS-FS-DIVERGENCIAS
002258         GO TO 7500-IMPRIMIR-DIVERGENCIAS-EXIT
002259     END-IF

002260     MOVE "N" TO WS-FIM-DIVERGENCIAS
002261     PERFORM 7550-IMPRIMIR-DIVERGENCIA
002262         THRU 7550-IMPRIMIR-DIVERGENCIA-EXIT
002263         UNTIL FIM-DAS-DIVERGENCIAS

002264     CLOSE ARQ-DIVERGENCIAS

002265     IF WS-QTDE-RETIDOS = ZERO
002266         MOVE SPACES TO REL-LINHA
002267         MOVE "NENHUMA DIVERGENCIA CADASTRAL RETIDA NO DIA"
002268             TO REL-LINHA
002269         PERFORM 7300-ESCREVER-LINHA
002270             THRU 7300-ESCREVER-LINHA-EXIT
002271     END-IF
002272     .
002273 7500-IMPRIMIR-DIVERGENCIAS-EXIT.
002274     EXIT.

002275******************************************************************
002276*    7550-IMPRIMIR-DIVERGENCIA
002277*    LE UM CASO DO ARQUIVO DE DIVERGENCIAS E, QUANDO ELE FOI
002278*    RETIDO NA DATA DE PROCESSAMENTO, IMPRIME A LINHA DO CASO E
002279*    AS LINHAS DAS DUAS VERSOES.
002280******************************************************************
002281 7550-IMPRIMIR-DIVERGENCIA.
002282     READ ARQ-DIVERGENCIAS
002283         AT END
002284             MOVE "S" TO WS-FIM-DIVERGENCIAS
002285             GO TO 7550-IMPRIMIR-DIVERGENCIA-EXIT
002286     END-READ

002287     IF DVG-DATA-RETENCAO NOT = WS-DATA-SISTEMA
002288         GO TO 7550-IMPRIMIR-DIVERGENCIA-EXIT
002289     END-IF

002290     MOVE DVG-DOC-NUMERO     TO WS-DC-DOC
002291     MOVE DVG-TIPO-DOC       TO WS-DC-TIPO-DOC
002292     EVALUATE DVG-TIPO
002293         WHEN "D"
002294             MOVE "DIVERGENCIA DE DATA DE NASCTO"
002295                 TO WS-DC-TIPO
002296         WHEN "N"
002297             MOVE "DIVERGENCIA DE NOME" TO WS-DC-TIPO
002298         WHEN OTHER
002299             MOVE "DIVERGENCIA DE NASCTO E NOME" TO WS-DC-TIPO
002300     END-EVALUATE
002301     MOVE DVG-SIST-ORIGEM    TO WS-DC-ORIGEM
002302     MOVE DVG-PROPOSITO      TO WS-DC-PROPOSITO
002303     MOVE WS-DVG-CASO        TO REL-LINHA
002304     PERFORM 7300-ESCREVER-LINHA
002305         THRU 7300-ESCREVER-LINHA-EXIT

002306     MOVE "MESTRE"           TO WS-DV-VERSAO
002307     MOVE DVG-MST-NOME       TO WS-DV-NOME
002308     MOVE DVG-MST-DT-NASCTO  TO WS-DV-NASCTO
002309     MOVE DVG-MST-RESULTADO  TO WS-DV-RESULTADO
002310     MOVE WS-DVG-VERSAO      TO REL-LINHA
002311     PERFORM 7300-ESCREVER-LINHA
002312         THRU 7300-ESCREVER-LINHA-EXIT

002313     MOVE "ORIGEM"           TO WS-DV-VERSAO
002314     MOVE DVG-NOV-NOME       TO WS-DV-NOME
002315     MOVE DVG-NOV-DT-NASCTO  TO WS-DV-NASCTO
002316     MOVE DVG-NOV-RESULTADO  TO WS-DV-RESULTADO
002317     MOVE WS-DVG-VERSAO      TO REL-LINHA
002318     PERFORM 7300-ESCREVER-LINHA
002319         THRU 7300-ESCREVER-LINHA-EXIT
002320     .
002321 7550-IMPRIMIR-DIVERGENCIA-EXIT.
002322     EXIT.

002323******************************************************************
002324*    8000-GRAVAR-RESUMO
002113*    GRAVA NO RELATORIO O RESUMO DIARIO DO LOTE, COM O TOTAL DE
002114*    REGISTROS PROCESSADOS E A QUANTIDADE DE MENORES E MAIORES
002115*    DE IDADE ENCONTRADOS.
002118     MOVE WS-QTDE-BLOQUEADOS TO WS-QTDE-BLOQUEADOS-ED
002118     MOVE WS-QTDE-NOVOS      TO WS-QTDE-NOVOS-ED
002118     MOVE WS-QTDE-REVERIF    TO WS-QTDE-REVERIF-ED
002119     MOVE WS-QTDE-RETIDOS    TO WS-QTDE-RETIDOS-ED
002120     MOVE WS-QTDE-RESP-PENDENTE TO WS-QTDE-RESP-PENDENTE-ED

002118     MOVE SPACES TO REL-LINHA
002119     MOVE "-------------------------------" TO REL-LINHA
002138     MOVE SPACES TO REL-LINHA
002138     STRING "TOTAL DE REVERIFICADOS.........: " DELIMITED BY SIZE
002138            WS-QTDE-REVERIF-ED                 DELIMITED BY SIZE
002139       INTO REL-LINHA
002140     END-STRING
002141     PERFORM 7300-ESCREVER-LINHA
002142         THRU 7300-ESCREVER-LINHA-EXIT

002143     MOVE SPACES TO REL-LINHA
002144     STRING "TOTAL DE DIVERGENCIAS RETIDAS..: " DELIMITED BY SIZE
002145            WS-QTDE-RETIDOS-ED                 DELIMITED BY SIZE
002146       INTO REL-LINHA
002147     END-STRING
002148     PERFORM 7300-ESCREVER-LINHA
002149         THRU 7300-ESCREVER-LINHA-EXIT

002150     MOVE SPACES TO REL-LINHA
002151     STRING "MENORES SEM RESPONSAVEL VALIDO.: " DELIMITED BY SIZE
002152            WS-QTDE-RESP-PENDENTE-ED           DELIMITED BY SIZE
002138       INTO REL-LINHA
002138     END-STRING
002138     PERFORM 7300-ESCREVER-LINHA
002149     MOVE ZERO   TO CKP-QTDE-BLOQUEADOS
002149     MOVE ZERO   TO CKP-QTDE-NOVOS
002149     MOVE ZERO   TO CKP-QTDE-REVERIF
002150     MOVE ZERO   TO CKP-QTDE-RETIDOS

002149     WRITE CHECKPOINT-REG

002141         THRU 9100-FECHAR-ARQUIVOS-EXIT
002160     .
002170 9000-FINALIZAR-EXIT.
002171     EXIT.

002173******************************************************************
002174*    9100-FECHAR-ARQUIVOS
002176*    FECHA OS ARQUIVOS UTILIZADOS PELO PROGRAMA. TAMBEM E USADO
002177*    NO ENCERRAMENTO POR DIVERGENCIA DE TRAILER, QUE PRESERVA O
002179*    CHECKPOINT MAS PRECISA DESCARREGAR OS BUFFERS DO RELATORIO
002181*    E DOS DEMAIS ARQUIVOS DE SAIDA.
002182******************************************************************
002184 9100-FECHAR-ARQUIVOS.
002185     CLOSE ARQ-CIDADAOS
002187     CLOSE ARQ-RELATORIO
002188     CLOSE ARQ-AUDITORIA
002190     CLOSE ARQ-REJEICOES
002192     CLOSE ARQ-ONBOARDING
002193     CLOSE ARQ-DUPLICADOS
002194     CLOSE ARQ-EXC-BLOQUEADOS
002201     END-IF
002202     CLOSE ARQ-CPFS-PROC
002203     CLOSE ARQ-BLQ-NDX
002204     IF DIVERGENCIAS-ABERTO
002205         CLOSE ARQ-DIVERGENCIAS
002206     END-IF
002207     IF RESPONSAVEIS-ATIVO
002208         CLOSE ARQ-RESPONSAVEIS
002209     END-IF
002210     CLOSE ARQ-IMAGENS
002195     .
002196 9100-FECHAR-ARQUIVOS-EXIT.
002197     EXIT.
000004
000009******************************************************************
000014*    9700-CONFERIR-CADEIA
000019*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
000024*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
000029*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
000034*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
000039*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
000044*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
000049*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
000054*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
000059*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
000064*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
000069*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
000074*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
000079*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
000084*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
000089******************************************************************
000094 9700-CONFERIR-CADEIA.
000099     PERFORM 9710-LER-DEFINICAO
000104         THRU 9710-LER-DEFINICAO-EXIT
000109
000114     IF NOT CAD-DEFINIDO
000119         GO TO 9700-CONFERIR-CADEIA-EXIT
000124     END-IF
000129
000134     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
000139     ACCEPT WS-CAD-HORA-SIS FROM TIME
000144     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
000149     PERFORM 9760-CALCULAR-DATA-NEGOCIO
000154         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
000159     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
000164
000169     PERFORM 9720-APURAR-JORNAL
000174         THRU 9720-APURAR-JORNAL-EXIT
000179
000184     MOVE SPACES TO WS-CAD-MOTIVO
000189     IF CAD-EXECUCAO-REPETIDA
000194     AND NOT CAD-PODE-REPETIR
000199         STRING "REPETICAO NA DATA DE NEGOCIO "
000204                WS-CAD-DATA-NEGOCIO
000209                    DELIMITED BY SIZE
000214           INTO WS-CAD-MOTIVO
000219         END-STRING
000224     ELSE
000229         PERFORM 9740-CONFERIR-PREDECESSOR
000234             THRU 9740-CONFERIR-PREDECESSOR-EXIT
000239             VARYING WS-CAD-IDX FROM 1 BY 1
000244             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
000248             OR WS-CAD-MOTIVO NOT = SPACES
000253     END-IF
000258
000263     IF WS-CAD-MOTIVO = SPACES
000268         GO TO 9700-CONFERIR-CADEIA-EXIT
000273     END-IF
000278
000283     PERFORM 9750-LER-LIBERACAO
000288         THRU 9750-LER-LIBERACAO-EXIT
000293
000298     IF CAD-LIBERADO
000303         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
000308             WS-CAD-OPERADOR
000313         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
000318         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
000323         MOVE "L" TO WS-CAD-TIPO-JRN
000328         PERFORM 9790-GRAVAR-JORNAL-CADEIA
000333             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
000338         GO TO 9700-CONFERIR-CADEIA-EXIT
000343     END-IF
000348
000353     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
000358     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
000363     MOVE 12 TO RETURN-CODE
000368     MOVE "R" TO WS-CAD-TIPO-JRN
000373     PERFORM 9790-GRAVAR-JORNAL-CADEIA
000378         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
000383     STOP RUN
000388     .
000393 9700-CONFERIR-CADEIA-EXIT.
000398     EXIT.
000403
000408******************************************************************
000413*    9710-LER-DEFINICAO
000418*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
000423*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
000428*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
000433******************************************************************
000438 9710-LER-DEFINICAO.
000443     MOVE "N" TO WS-CAD-DEFINIDO
000448     OPEN INPUT ARQ-CADEIA
000453     IF NOT FS-CADEIA-OK
000458         IF NOT FS-CADEIA-AUSENTE
000463             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
000468                 "STATUS: " WS-FS-CADEIA
000473         END-IF
000478         GO TO 9710-LER-DEFINICAO-EXIT
000483     END-IF
000488
000492     MOVE "N" TO WS-CAD-FIM-ARQUIVO
000497     PERFORM 9715-LER-PROGRAMA
000502         THRU 9715-LER-PROGRAMA-EXIT
000507         UNTIL CAD-FIM-ARQUIVO
000512         OR CAD-DEFINIDO
000517
000522     CLOSE ARQ-CADEIA
000527     .
000532 9710-LER-DEFINICAO-EXIT.
000537     EXIT.
000542
000547 9715-LER-PROGRAMA.
000552     READ ARQ-CADEIA
000557         AT END
000562             MOVE "S" TO WS-CAD-FIM-ARQUIVO
000567             GO TO 9715-LER-PROGRAMA-EXIT
000572     END-READ
000577
000582     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
000587         GO TO 9715-LER-PROGRAMA-EXIT
000592     END-IF
000597
000602     MOVE "S" TO WS-CAD-DEFINIDO
000607     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
000612     MOVE ZEROS TO WS-CAD-HORA-VIRADA
000617     IF CAD-HORA-VIRADA NUMERIC
000622         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
000627     END-IF
000632     MOVE ZERO TO WS-CAD-QTDE-PRED
000637     PERFORM 9718-GUARDAR-PREDECESSOR
000642         THRU 9718-GUARDAR-PREDECESSOR-EXIT
000647         VARYING WS-CAD-IDX FROM 1 BY 1
000652         UNTIL WS-CAD-IDX > 5
000657     .
000662 9715-LER-PROGRAMA-EXIT.
000667     EXIT.
000672
000677 9718-GUARDAR-PREDECESSOR.
000682     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
000687         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
000692     END-IF
000697
000702     ADD 1 TO WS-CAD-QTDE-PRED
000707     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
000712                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
000717     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
000722     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
000727     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
000732     .
000736 9718-GUARDAR-PREDECESSOR-EXIT.
000741     EXIT.
000746
000751******************************************************************
000756*    9720-APURAR-JORNAL
000761*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
000766*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
000771*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
000776*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
000781*    SO CONTAM OS REGISTROS DE INICIO E FIM.
000786******************************************************************
000791 9720-APURAR-JORNAL.
000796     OPEN INPUT ARQ-JORNAL
000801     IF NOT FS-JORNAL-OK
000806         GO TO 9720-APURAR-JORNAL-EXIT
000811     END-IF
000816
000821     MOVE "N" TO WS-CAD-FIM-ARQUIVO
000826     PERFORM 9725-LER-JORNAL-CADEIA
000831         THRU 9725-LER-JORNAL-CADEIA-EXIT
000836         UNTIL CAD-FIM-ARQUIVO
000841
000846     CLOSE ARQ-JORNAL
000851     .
000856 9720-APURAR-JORNAL-EXIT.
000861     EXIT.
000866
000871 9725-LER-JORNAL-CADEIA.
000876     READ ARQ-JORNAL
000881         AT END
000886             MOVE "S" TO WS-CAD-FIM-ARQUIVO
000891             GO TO 9725-LER-JORNAL-CADEIA-EXIT
000896     END-READ
000901
000906     IF NOT JRN-INICIO
000911     AND NOT JRN-FIM
000916         GO TO 9725-LER-JORNAL-CADEIA-EXIT
000921     END-IF
000926
000931     MOVE JRN-DATA TO WS-CAD-MOM-DATA
000936     MOVE JRN-HORA TO WS-CAD-MOM-HORA
000941
000946     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
000951         PERFORM 9730-APURAR-PROPRIO
000956             THRU 9730-APURAR-PROPRIO-EXIT
000961         GO TO 9725-LER-JORNAL-CADEIA-EXIT
000966     END-IF
000971
000976     MOVE ZERO TO WS-CAD-ACHADO
000980     PERFORM 9735-PROCURAR-PREDECESSOR
000985         THRU 9735-PROCURAR-PREDECESSOR-EXIT
000990         VARYING WS-CAD-IDX FROM 1 BY 1
000995         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
001000         OR WS-CAD-ACHADO > ZERO
001005     IF WS-CAD-ACHADO = ZERO
001010         GO TO 9725-LER-JORNAL-CADEIA-EXIT
001015     END-IF
001020
001025     IF JRN-INICIO
001030         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
001035         MOVE WS-CAD-MOMENTO-N
001040                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
001045         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
001050     ELSE
001055         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
001060             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
001065             MOVE JRN-RETURN-CODE
001070                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
001075         END-IF
001080     END-IF
001085     .
001090 9725-LER-JORNAL-CADEIA-EXIT.
001095     EXIT.
001100
001105 9730-APURAR-PROPRIO.
001110     IF JRN-INICIO
001115         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
001120         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
001125         GO TO 9730-APURAR-PROPRIO-EXIT
001130     END-IF
001135
001140     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
001145         GO TO 9730-APURAR-PROPRIO-EXIT
001150     END-IF
001155
001160     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
001165     IF JRN-RETURN-CODE = ZERO
001170         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
001175     END-IF
001180
001185     IF JRN-RETURN-CODE < 16
001190         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
001195         PERFORM 9760-CALCULAR-DATA-NEGOCIO
001200             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
001205         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
001210             MOVE "S" TO WS-CAD-REPETICAO
001215         END-IF
001220     END-IF
001224     .
001229 9730-APURAR-PROPRIO-EXIT.
001234     EXIT.
001239
001244 9735-PROCURAR-PREDECESSOR.
001249     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
001254         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
001259     END-IF
001264     .
001269 9735-PROCURAR-PREDECESSOR-EXIT.
001274     EXIT.
001279
001284******************************************************************
001289*    9740-CONFERIR-PREDECESSOR
001294*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
001299*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
001304*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
001309*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
001314*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
001319*    DE NOVO.
001324******************************************************************
001329 9740-CONFERIR-PREDECESSOR.
001334     MOVE "N" TO WS-CAD-PRED-DO-DIA
001339     IF CAD-PODE-REPETIR
001344     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
001349         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
001354         PERFORM 9760-CALCULAR-DATA-NEGOCIO
001359             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
001364         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
001369             MOVE "S" TO WS-CAD-PRED-DO-DIA
001374         END-IF
001379     END-IF
001384
001389     EVALUATE TRUE
001394         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
001399         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
001404                  NOT > WS-CAD-ULTIMO-OK
001409         AND NOT CAD-PRED-DO-DIA
001414             STRING "PREDECESSOR NAO EXECUTADO: "
001419                    WS-CAD-PRED-NOME (WS-CAD-IDX)
001424                        DELIMITED BY SIZE
001429               INTO WS-CAD-MOTIVO
001434             END-STRING
001439         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
001444             STRING "PREDECESSOR NAO FINALIZADO: "
001449                    WS-CAD-PRED-NOME (WS-CAD-IDX)
001454                        DELIMITED BY SIZE
001459               INTO WS-CAD-MOTIVO
001464             END-STRING
001468         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
001473             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
001478             STRING "PREDECESSOR COM RC "
001483                    WS-CAD-RC-ED
001488                    ": "
001493                    WS-CAD-PRED-NOME (WS-CAD-IDX)
001498                        DELIMITED BY SIZE
001503               INTO WS-CAD-MOTIVO
001508             END-STRING
001513     END-EVALUATE
001518     .
001523 9740-CONFERIR-PREDECESSOR-EXIT.
001528     EXIT.
001533
001538******************************************************************
001543*    9750-LER-LIBERACAO
001548*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
001553*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
001558*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
001563******************************************************************
001568 9750-LER-LIBERACAO.
001573     MOVE "N" TO WS-CAD-LIBERADO
001578     OPEN INPUT ARQ-LIBERACAO
001583     IF NOT FS-LIBERACAO-OK
001588         GO TO 9750-LER-LIBERACAO-EXIT
001593     END-IF
001598
001603     MOVE "N" TO WS-CAD-FIM-ARQUIVO
001608     PERFORM 9755-LER-CARTAO-LIBERACAO
001613         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
001618         UNTIL CAD-FIM-ARQUIVO
001623         OR CAD-LIBERADO
001628
001633     CLOSE ARQ-LIBERACAO
001638     .
001643 9750-LER-LIBERACAO-EXIT.
001648     EXIT.
001653
001658 9755-LER-CARTAO-LIBERACAO.
001663     READ ARQ-LIBERACAO
001668         AT END
001673             MOVE "S" TO WS-CAD-FIM-ARQUIVO
001678             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
001683     END-READ
001688
001693     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
001698     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
001703     AND LIB-OPERADOR NOT = SPACES
001708         MOVE "S" TO WS-CAD-LIBERADO
001712         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
001717         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
001722     END-IF
001727     .
001732 9755-LER-CARTAO-LIBERACAO-EXIT.
001737     EXIT.
001742
001747******************************************************************
001752*    9760-CALCULAR-DATA-NEGOCIO
001757*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
001762*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
001767*    ANTERIOR.
001772******************************************************************
001777 9760-CALCULAR-DATA-NEGOCIO.
001782     IF WS-CAD-MOM-DATA NOT NUMERIC
001787     OR WS-CAD-MOM-MM < 1
001792     OR WS-CAD-MOM-MM > 12
001797     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
001802         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
001807         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
001812     END-IF
001817
001822     SUBTRACT 1 FROM WS-CAD-MOM-DD
001827     IF WS-CAD-MOM-DD = ZERO
001832         SUBTRACT 1 FROM WS-CAD-MOM-MM
001837         IF WS-CAD-MOM-MM = ZERO
001842             MOVE 12 TO WS-CAD-MOM-MM
001847             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
001852         END-IF
001857         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
001862         IF WS-CAD-MOM-MM = 2
001867             PERFORM 9765-CONFERIR-BISSEXTO
001872                 THRU 9765-CONFERIR-BISSEXTO-EXIT
001877         END-IF
001882     END-IF
001887
001892     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
001897     .
001902 9760-CALCULAR-DATA-NEGOCIO-EXIT.
001907     EXIT.
001912
001917 9765-CONFERIR-BISSEXTO.
001922     DIVIDE WS-CAD-MOM-CCYY BY 4
001927         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
001932     DIVIDE WS-CAD-MOM-CCYY BY 100
001937         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
001942     DIVIDE WS-CAD-MOM-CCYY BY 400
001947         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
001952
001956     IF WS-CAD-RESTO-4 = ZERO
001961     AND (WS-CAD-RESTO-100 NOT = ZERO
001966          OR WS-CAD-RESTO-400 = ZERO)
001971         MOVE 29 TO WS-CAD-MOM-DD
001976     END-IF
001981     .
001986 9765-CONFERIR-BISSEXTO-EXIT.
001991     EXIT.
001996
002001******************************************************************
002006*    9790-GRAVAR-JORNAL-CADEIA
002011*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
002016*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
002021******************************************************************
002026 9790-GRAVAR-JORNAL-CADEIA.
002031     OPEN EXTEND ARQ-JORNAL
002036     IF NOT FS-JORNAL-OK
002041         OPEN OUTPUT ARQ-JORNAL
002046     END-IF
002051     IF NOT FS-JORNAL-OK
002056         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
002061             WS-FS-JORNAL
002066         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
002071     END-IF
002076
002081     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
002086     ACCEPT WS-CAD-HORA-SIS FROM TIME
002091     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
002096
002101     MOVE SPACES                TO JORNAL-REG
002106     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
002111     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
002116     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
002121     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
002126     MOVE ZEROS                 TO JRN-QTDE-LIDOS
002131     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
002136     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
002141     MOVE RETURN-CODE           TO JRN-RETURN-CODE
002146     MOVE "N"                   TO JRN-REINICIO
002151     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
002156     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
002161     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
002166
002171     WRITE JORNAL-REG
002176
002181     CLOSE ARQ-JORNAL
002186     .
002191 9790-GRAVAR-JORNAL-CADEIA-EXIT.
002196     EXIT.
002201******************************************************************
002202*    9800-GRAVAR-JORNAL
002203*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
002230     MOVE WS-QTDE-REJEITADOS    TO JRN-QTDE-REJEITADOS
002231     MOVE RETURN-CODE           TO JRN-RETURN-CODE
002232     MOVE WS-JRN-REINICIO       TO JRN-REINICIO
002233     MOVE WS-ID-EXECUCAO        TO JRN-ID-EXECUCAO

002234     WRITE JORNAL-REG

002235     CLOSE ARQ-JORNAL
002236     .
002237 9800-GRAVAR-JORNAL-EXIT.
002238     EXIT.

002240 END PROGRAM VERIFICA-IDADE-LOTE.

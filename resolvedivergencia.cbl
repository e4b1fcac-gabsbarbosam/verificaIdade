000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: RESOLUCAO DAS DIVERGENCIAS CADASTRAIS RETIDAS PELO
000060*          LOTE NOTURNO (ARQ-DIVERGENCIAS). APLICA OS CARTOES DE
000070*          DECISAO DO ANALISTA DA PREVENCAO A FRAUDES
000080*          (ARQ-DECISOES), UM POR CPF: ACEITAR OS NOVOS DADOS
000090*          (O MESTRE E ATUALIZADO COM A VERSAO QUE CHEGOU, O
000100*          VEREDICTO E RECALCULADO, O HISTORICO E GRAVADO E O
000110*          ONBOARDING RETIDO E LIBERADO), MANTER O MESTRE (O
000120*          CASO E DESCARTADO) OU BLOQUEAR O CPF (O CASO E
000130*          DESCARTADO E UM MOVIMENTO DE INCLUSAO E GRAVADO PARA
000140*          A MANUTENCAO DA LISTA DE BLOQUEIO). TODA DECISAO
000150*          APLICADA E GRAVADA NA TRILHA DE AUDITORIA. OS CASOS
000160*          SEM DECISAO CONTINUAM RETIDOS NA GERACAO NOVA DO
000170*          ARQUIVO DE DIVERGENCIAS (ARQ-DIV-NOVO). O MENOR
000180*          ACEITO EM PROPOSITO QUE ADMITE CONSENTIMENTO TEM O
000190*          SEU RESPONSAVEL LEGAL CONFERIDO COMO NO LOTE NOTURNO.
000200* Tectonics: cobc
000210*
000220* Modification History
000230* Date       Init Description
000240* 15/10/2026 GB   Criacao do programa de resolucao de
000250*                 divergencias cadastrais. Cada cartao de decisao
000260*                 vale para um so caso retido; o analista e
000270*                 gravado em AUD-OPERADOR, e falha na gravacao da
000280*                 auditoria ou do onboarding encerra com RC 16.
000290* 15/10/2026 GB   Documento de estrangeiro: decisao e caso retido
000300*                 sao casados por tipo e numero do documento (em
000310*                 branco vale CPF; tipo desconhecido na decisao e
000320*                 recusado), o tipo chega ao mestre, historico,
000330*                 auditoria, onboarding, movimento de bloqueio e
000340*                 relatorio, e o bloqueio e lido por tipo.
000350* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000360*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000370*                 de execucao, o programa recusa rodar (RC 12,
000380*                 registro R no jornal) quando um predecessor nao
000390*                 terminou com RC 0 depois da sua ultima execucao
000400*                 correta ou quando a execucao seria repeticao
000410*                 proibida na data de negocio. O cartao de
000420*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000430*                 a reexecucao supervisionada, registrada no
000440*                 jornal (registro L, com o operador e a
000450*                 justificativa do cartao). O programa que pode
000460*                 repetir na data de negocio aceita o
000470*                 predecessor que rodou na propria data de
000480*                 negocio.
000490* 15/10/2026 GB   Menor aceito pelo analista (decisao A) em
000500*                 proposito que admite consentimento tem o
000510*                 responsavel legal conferido como no lote
000520*                 noturno (cadastro de responsaveis, DV, lista de
000530*                 bloqueio e MAIOR no mestre). A situacao vai ao
000540*                 mestre (MST-ULT-SIT-RESP), ao onboarding e a
000550*                 auditoria. Mudanca da situacao tambem libera o
000560*                 onboarding.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. RESOLVE-DIVERGENCIAS.
000600 AUTHOR. GABRIELA BARBOSA.
000610 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000620 DATE-WRITTEN. 15/10/2026.
000630 DATE-COMPILED.
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SPECIAL-NAMES.
000670     DECIMAL-POINT IS COMMA.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT ARQ-DECISOES ASSIGN TO ARQDEC
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-DECISOES.
000730
000740     SELECT ARQ-DEC-NDX ASSIGN TO ARQDECX
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS DCX-CHAVE
000780         FILE STATUS IS WS-FS-DEC-NDX.
000790
000800     SELECT ARQ-DIVERGENCIAS ASSIGN TO ARQDVG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-FS-DIVERGENCIAS.
000830
000840     SELECT ARQ-DIV-NOVO ASSIGN TO ARQDVGN
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-DIV-NOVO.
000870
000880     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS MST-CHAVE
000920         FILE STATUS IS WS-FS-MESTRE.
000930
000940     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS HST-CHAVE
000980         FILE STATUS IS WS-FS-HISTORICO.
000990
001000     SELECT ARQ-PARAMETROS ASSIGN TO ARQPARM
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-FS-PARAMETROS.
001030
001040     SELECT ARQ-RESPONSAVEIS ASSIGN TO ARQRSP
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS RSP-CHAVE-MENOR
001080         FILE STATUS IS WS-FS-RESPONSAVEIS.
001090
001100     SELECT ARQ-BLOQUEADOS ASSIGN TO ARQBLQ
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-FS-BLOQUEADOS.
001130
001140     SELECT ARQ-BLQ-NDX ASSIGN TO ARQBLQX
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS BQX-CHAVE
001180         FILE STATUS IS WS-FS-BLQ-NDX.
001190
001200     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-FS-AUDITORIA.
001230
001240     SELECT ARQ-ONBOARDING ASSIGN TO ARQONB
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-FS-ONBOARDING.
001270
001280     SELECT ARQ-MOV-BLOQUEIO ASSIGN TO ARQMVB
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-FS-MOV-BLOQUEIO.
001310
001320     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-FS-RELATORIO.
001350
001360     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-FS-JORNAL.
001390     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-FS-CADEIA.
001420     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-FS-LIBERACAO.
001450
001460 DATA DIVISION.
001470 FILE SECTION.
001480 FD  ARQ-DECISOES
001490     RECORDING MODE IS F.
001500 COPY DECIREG.
001510
001520 FD  ARQ-DEC-NDX.
001530 01  DEC-NDX-REG.
001540     05  DCX-CHAVE.
001550         10  DCX-TIPO-DOC        PIC X(01).
001560         10  DCX-DOC-NUMERO      PIC X(11).
001570     05  DCX-DECISAO             PIC X(01).
001580     05  DCX-ANALISTA            PIC X(08).
001590     05  DCX-MOTIVO              PIC X(30).
001600     05  DCX-APLICADA            PIC X(01).
001610
001620 FD  ARQ-DIVERGENCIAS
001630     RECORDING MODE IS F.
001640 COPY DIVGREG.
001650
001660 FD  ARQ-DIV-NOVO
001670     RECORDING MODE IS F.
001680 01  DVGN-REG                    PIC X(180).
001690
001700 FD  ARQ-MESTRE.
001710 COPY MESTREG.
001720
001730 FD  ARQ-HISTORICO.
001740 COPY HISTREG.
001750
001760 FD  ARQ-PARAMETROS
001770     RECORDING MODE IS F.
001780 COPY PARMREG.
001790
001800 FD  ARQ-RESPONSAVEIS.
001810 COPY RESPREG.
001820
001830 FD  ARQ-BLOQUEADOS
001840     RECORDING MODE IS F.
001850 COPY BLOQREG.
001860
001870 FD  ARQ-BLQ-NDX.
001880 01  BLQ-NDX-REG.
001890     05  BQX-CHAVE.
001900         10  BQX-TIPO-DOC        PIC X(01).
001910         10  BQX-DOC-NUMERO      PIC X(11).
001920     05  BQX-MOTIVO              PIC X(30).
001930
001940 FD  ARQ-AUDITORIA
001950     RECORDING MODE IS F.
001960 COPY AUDITREG.
001970
001980 FD  ARQ-ONBOARDING
001990     RECORDING MODE IS F.
002000 COPY ONBOREG.
002010
002020 FD  ARQ-MOV-BLOQUEIO
002030     RECORDING MODE IS F.
002040 COPY MOVBREG.
002050
002060 FD  ARQ-RELATORIO
002070     RECORDING MODE IS F.
002080 01  REL-LINHA                   PIC X(80).
002090
002100 FD  ARQ-JORNAL
002110     RECORDING MODE IS F.
002120 COPY JORNREG.
002130
002140 FD  ARQ-CADEIA
002150     RECORDING MODE IS F.
002160 COPY CADEREG.
002170
002180 FD  ARQ-LIBERACAO
002190     RECORDING MODE IS F.
002200 COPY LIBEREG.
002210
002220 WORKING-STORAGE SECTION.
002230******************************************************************
002240*    CHAVES E STATUS DE ARQUIVO
002250******************************************************************
002260 77  WS-FS-DECISOES              PIC X(02) VALUE ZEROS.
002270     88  FS-DECISOES-OK          VALUE "00".
002280 77  WS-FS-DEC-NDX               PIC X(02) VALUE ZEROS.
002290     88  FS-DEC-NDX-OK           VALUE "00".
002300     88  FS-DEC-NDX-NAO-ACHADO   VALUE "23".
002310     88  FS-DEC-NDX-DUPLIC       VALUE "22".
002320 77  WS-FS-DIVERGENCIAS          PIC X(02) VALUE ZEROS.
002330     88  FS-DIVERGENCIAS-OK      VALUE "00".
002340     88  FS-DIVERGENCIAS-AUSENTE VALUE "35".
002350 77  WS-FS-DIV-NOVO              PIC X(02) VALUE ZEROS.
002360     88  FS-DIV-NOVO-OK          VALUE "00".
002370 77  WS-FS-MESTRE                PIC X(02) VALUE ZEROS.
002380     88  FS-MESTRE-OK            VALUE "00".
002390     88  FS-MESTRE-NAO-ACHADO    VALUE "23".
002400 77  WS-FS-HISTORICO             PIC X(02) VALUE ZEROS.
002410     88  FS-HISTORICO-OK         VALUE "00".
002420     88  FS-HISTORICO-DUPLIC     VALUE "22".
002430 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
002440     88  FS-PARAMETROS-OK        VALUE "00".
002450 77  WS-FS-RESPONSAVEIS          PIC X(02) VALUE ZEROS.
002460     88  FS-RESPONSAVEIS-OK      VALUE "00".
002470     88  FS-RESPONSAVEIS-NAO-ACHADO VALUE "23".
002480     88  FS-RESPONSAVEIS-AUSENTE VALUE "35".
002490 77  WS-FS-BLOQUEADOS            PIC X(02) VALUE ZEROS.
002500     88  FS-BLOQUEADOS-OK        VALUE "00".
002510     88  FS-BLOQUEADOS-AUSENTE   VALUE "35".
002520 77  WS-FS-BLQ-NDX               PIC X(02) VALUE ZEROS.
002530     88  FS-BLQ-NDX-OK           VALUE "00".
002540     88  FS-BLQ-NDX-NAO-ACHADO   VALUE "23".
002550     88  FS-BLQ-NDX-DUPLIC       VALUE "22".
002560 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
002570     88  FS-AUDITORIA-OK         VALUE "00".
002580 77  WS-FS-ONBOARDING            PIC X(02) VALUE ZEROS.
002590     88  FS-ONBOARDING-OK        VALUE "00".
002600 77  WS-FS-MOV-BLOQUEIO          PIC X(02) VALUE ZEROS.
002610     88  FS-MOV-BLOQUEIO-OK      VALUE "00".
002620 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
002630     88  FS-RELATORIO-OK         VALUE "00".
002640 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
002650     88  FS-JORNAL-OK            VALUE "00".
002660
002670******************************************************************
002680*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
002690*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
002700******************************************************************
002710 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
002720 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
002730 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
002740 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
002750******************************************************************
002760*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
002770*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
002780*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
002790*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
002800*    RODOU, A = ABERTA, F = FINALIZADA).
002810******************************************************************
002820 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
002830     88  FS-CADEIA-OK            VALUE "00".
002840     88  FS-CADEIA-AUSENTE       VALUE "35".
002850 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
002860     88  FS-LIBERACAO-OK         VALUE "00".
002870 77  WS-CAD-PROGRAMA             PIC X(22)
002880                 VALUE "RESOLVE-DIVERGENCIAS".
002890 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
002900     88  CAD-DEFINIDO            VALUE "S".
002910 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
002920     88  CAD-FIM-ARQUIVO         VALUE "S".
002930 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
002940     88  CAD-PODE-REPETIR        VALUE "S".
002950 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
002960     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
002970 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
002980     88  CAD-PRED-DO-DIA         VALUE "S".
002990 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
003000     88  CAD-LIBERADO            VALUE "S".
003010 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
003020 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
003030 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
003040 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
003050 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
003060 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
003070 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
003080 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
003090 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
003100 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
003110 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
003120 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
003130 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
003140 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
003150 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
003160 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
003170 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
003180 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
003190 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
003200 01  WS-CAD-PREDECESSORES.
003210     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
003220         10  WS-CAD-PRED-NOME    PIC X(22).
003230         10  WS-CAD-PRED-SIT     PIC X(01).
003240         10  WS-CAD-PRED-INICIO  PIC 9(14).
003250         10  WS-CAD-PRED-RC      PIC 9(04).
003260 01  WS-CAD-MOMENTO.
003270     05  WS-CAD-MOM-DATA.
003280         10  WS-CAD-MOM-CCYY     PIC 9(04).
003290         10  WS-CAD-MOM-MM       PIC 9(02).
003300         10  WS-CAD-MOM-DD       PIC 9(02).
003310     05  WS-CAD-MOM-HORA         PIC 9(06).
003320 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
003330                                 PIC 9(14).
003340 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
003350     05  FILLER                  PIC X(08).
003360     05  WS-CAD-MOM-HHMM         PIC 9(04).
003370     05  FILLER                  PIC X(02).
003380 01  WS-CAD-DIAS-MES-TAB.
003390     05  FILLER                  PIC X(24)
003400                 VALUE "312831303130313130313031".
003410 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
003420     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
003430
003440******************************************************************
003450*    CHAVES DE CONTROLE DE FIM DE ARQUIVO E DE SITUACAO
003460******************************************************************
003470 77  WS-FIM-DECISOES             PIC X(01) VALUE "N".
003480     88  FIM-DAS-DECISOES        VALUE "S".
003490 77  WS-FIM-DIVERGENCIAS         PIC X(01) VALUE "N".
003500     88  FIM-DAS-DIVERGENCIAS    VALUE "S".
003510 77  WS-FIM-DEC-NDX              PIC X(01) VALUE "N".
003520     88  FIM-DO-DEC-NDX          VALUE "S".
003530 77  WS-FIM-BLOQUEADOS           PIC X(01) VALUE "N".
003540     88  FIM-DOS-BLOQUEADOS      VALUE "S".
003550 77  WS-DIVERGENCIAS-ABERTO      PIC X(01) VALUE "N".
003560     88  DIVERGENCIAS-ABERTO     VALUE "S".
003570 77  WS-HISTORICO-ATIVO          PIC X(01) VALUE "N".
003580     88  HISTORICO-ATIVO         VALUE "S".
003590
003600******************************************************************
003610*    DATA E HORA DO SISTEMA, USADAS NO CALCULO DA IDADE, NA
003620*    AUDITORIA E NO HISTORICO
003630******************************************************************
003640 01  WS-DATA-SISTEMA.
003650     05  WS-DATA-SISTEMA-CCYY    PIC 9(04).
003660     05  WS-DATA-SISTEMA-MM      PIC 9(02).
003670     05  WS-DATA-SISTEMA-DD      PIC 9(02).
003680 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
003690 77  WS-HORA-VERIF               PIC 9(06) VALUE ZEROS.
003700
003710******************************************************************
003720*    SITUACAO DO CARTAO DE DECISAO CORRENTE E MOTIVO DA RECUSA
003730******************************************************************
003740 77  WS-DECISAO-VALIDA           PIC X(01) VALUE "S".
003750     88  DECISAO-VALIDA          VALUE "S".
003760 77  WS-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.
003770
003780******************************************************************
003790*    VEREDICTO RECALCULADO SOBRE A VERSAO DO CASO QUE SERA
003800*    GRAVADA NA AUDITORIA: DATA DE NASCIMENTO, IDADE, FAIXA,
003810*    RESULTADO E SITUACAO DO CPF NO MESTRE E NA LISTA DE
003820*    BLOQUEIO
003830******************************************************************
003840 01  WS-DT-NASCTO.
003850     05  WS-DT-NASCTO-CCYY       PIC 9(04).
003860     05  WS-DT-NASCTO-MM         PIC 9(02).
003870     05  WS-DT-NASCTO-DD         PIC 9(02).
003880 77  WS-IDADE-CALCULADA          PIC 9(03) VALUE ZERO.
003890 77  WS-IDADE-MINIMA-APLICADA    PIC 9(03) VALUE 18.
003900 77  WS-RESULTADO                PIC X(05) VALUE SPACES.
003910 77  WS-FAIXA-ETARIA             PIC X(02) VALUE SPACES.
003920 77  WS-CLIENTE-EXISTENTE        PIC X(01) VALUE "N".
003930     88  CLIENTE-EXISTENTE       VALUE "S".
003940 77  WS-RESULTADO-ANTERIOR       PIC X(05) VALUE SPACES.
003950 77  WS-PROPOSITO-ANTERIOR       PIC X(02) VALUE SPACES.
003960 77  WS-CPF-BLOQUEADO            PIC X(01) VALUE "N".
003970     88  CPF-BLOQUEADO           VALUE "S".
003980
003990******************************************************************
004000*    RESPONSAVEL LEGAL DO MENOR ACEITO EM PROPOSITO QUE ADMITE
004010*    CONSENTIMENTO: SITUACAO DO CADASTRO DE RESPONSAVEIS,
004020*    INDICADOR DO PROPOSITO PADRAO E TABELA DE PROPOSITOS DO
004030*    CARTAO DE PARAMETROS, CPF E SITUACAO DO RESPONSAVEL (EM
004040*    BRANCO = NAO SE APLICA, V = VALIDO, A = SEM RESPONSAVEL,
004050*    D = CPF INVALIDO, B = BLOQUEADO, N = FORA DO MESTRE,
004060*    M = NAO E MAIOR) E A SITUACAO QUE O MESTRE GUARDAVA.
004070******************************************************************
004080 77  WS-RESPONSAVEIS-ATIVO       PIC X(01) VALUE "N".
004090     88  RESPONSAVEIS-ATIVO      VALUE "S".
004100 77  WS-CONSENTE-PADRAO          PIC X(01) VALUE "N".
004110 77  WS-PROP-CONSENTE            PIC X(01) VALUE "N".
004120     88  PROPOSITO-ADMITE-CONSENT VALUE "S".
004130 77  WS-DOC-RESPONSAVEL          PIC X(11) VALUE SPACES.
004140 77  WS-SIT-RESPONSAVEL          PIC X(01) VALUE SPACES.
004150 77  WS-SIT-RESP-ANTERIOR        PIC X(01) VALUE SPACES.
004160 77  WS-QTDE-PROPOSITOS          PIC 9(02) COMP VALUE ZERO.
004170 77  WS-IDX-PROP                 PIC 9(02) COMP VALUE ZERO.
004180 77  WS-IDX-PROP-ACHADO          PIC 9(02) COMP VALUE ZERO.
004190 01  WS-TABELA-PROPOSITOS.
004200     05  WS-TAB-PROP-ENT         OCCURS 5 TIMES.
004210         10  WS-TAB-PROP-CODIGO  PIC X(02).
004220         10  WS-TAB-PROP-CONSENTE PIC X(01).
004230
004240******************************************************************
004250*    CPF DO RESPONSAVEL EM VALIDACAO E AREA DE CALCULO DOS
004260*    DIGITOS VERIFICADORES
004270******************************************************************
004280 01  WS-CPF.
004290     05  WS-CPF-BASE             PIC 9(09).
004300     05  WS-CPF-DV1              PIC 9(01).
004310     05  WS-CPF-DV2              PIC 9(01).
004320 01  WS-CPF-R REDEFINES WS-CPF.
004330     05  WS-CPF-DIGITO           PIC 9(01) OCCURS 11 TIMES.
004340 77  WS-I                        PIC 9(02) COMP VALUE ZERO.
004350 77  WS-SOMA1                    PIC 9(04) COMP VALUE ZERO.
004360 77  WS-SOMA2                    PIC 9(04) COMP VALUE ZERO.
004370 77  WS-QUOC                     PIC 9(04) COMP VALUE ZERO.
004380 77  WS-RESTO1                   PIC 9(02) COMP VALUE ZERO.
004390 77  WS-RESTO2                   PIC 9(02) COMP VALUE ZERO.
004400 77  WS-DV1-CALC                 PIC 9(01) VALUE ZERO.
004410 77  WS-DV2-CALC                 PIC 9(01) VALUE ZERO.
004420 77  WS-CPF-VALIDO               PIC X(01) VALUE "N".
004430     88  CPF-VALIDO              VALUE "S".
004440 77  WS-CPF-REPETIDO             PIC X(01) VALUE "N".
004450     88  CPF-REPETIDO            VALUE "S".
004460
004470******************************************************************
004480*    HISTORICO DE VERIFICACOES: PROFUNDIDADE MANTIDA POR CIDADAO
004490*    E AREAS DE TRABALHO DA CONTAGEM E DO EXPURGO DAS
004500*    VERIFICACOES MAIS ANTIGAS
004510******************************************************************
004520 77  WS-MAX-HISTORICO            PIC 9(02) VALUE 10.
004530 77  WS-QTDE-HIST                PIC 9(04) COMP VALUE ZERO.
004540 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
004550     88  FIM-DO-HISTORICO        VALUE "S".
004560 01  WS-CHAVE-ANTIGA.
004570     05  WS-CHA-TIPO             PIC X(01) VALUE SPACES.
004580     05  WS-CHA-DOC              PIC X(11) VALUE SPACES.
004590     05  WS-CHA-DATA             PIC 9(08) VALUE ZEROS.
004600     05  WS-CHA-HORA             PIC 9(06) VALUE ZEROS.
004610
004620******************************************************************
004630*    TOTAIS DA RESOLUCAO
004640******************************************************************
004650 77  WS-QTDE-RETIDOS-LIDOS       PIC 9(08) COMP VALUE ZERO.
004660 77  WS-QTDE-DECISOES            PIC 9(08) COMP VALUE ZERO.
004670 77  WS-QTDE-ACEITOS             PIC 9(08) COMP VALUE ZERO.
004680 77  WS-QTDE-MANTIDOS            PIC 9(08) COMP VALUE ZERO.
004690 77  WS-QTDE-BLOQUEIOS           PIC 9(08) COMP VALUE ZERO.
004700 77  WS-QTDE-RECUSADAS           PIC 9(08) COMP VALUE ZERO.
004710 77  WS-QTDE-ONBOARDING          PIC 9(08) COMP VALUE ZERO.
004720 77  WS-QTDE-PENDENTES           PIC 9(08) COMP VALUE ZERO.
004730 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
004740
004750******************************************************************
004760*    LINHA DE DETALHE DO RELATORIO DA RESOLUCAO
004770******************************************************************
004780 01  WS-REL-DETALHE.
004790     05  WS-DET-DECISAO          PIC X(01).
004800     05  FILLER                  PIC X(01).
004810     05  WS-DET-DOC              PIC X(11).
004820     05  FILLER                  PIC X(01).
004830     05  WS-DET-TIPO             PIC X(01).
004840     05  FILLER                  PIC X(01).
004850     05  WS-DET-SITUACAO         PIC X(30).
004860     05  FILLER                  PIC X(01).
004870     05  WS-DET-ANALISTA         PIC X(08).
004880     05  FILLER                  PIC X(01).
004890     05  WS-DET-INFO             PIC X(24).
004900
004910 PROCEDURE DIVISION.
004920******************************************************************
004930*    0000-MAINLINE
004940*    PARAGRAFO PRINCIPAL DO PROGRAMA.
004950******************************************************************
004960 0000-MAINLINE.
004970     PERFORM 9700-CONFERIR-CADEIA
004980         THRU 9700-CONFERIR-CADEIA-EXIT
004990     MOVE "I" TO WS-JRN-TIPO
005000     PERFORM 9800-GRAVAR-JORNAL
005010         THRU 9800-GRAVAR-JORNAL-EXIT
005020
005030     PERFORM 1000-INICIALIZAR
005040         THRU 1000-INICIALIZAR-EXIT
005050
005060     PERFORM 2000-PROCESSAR-DIVERGENCIAS
005070         THRU 2000-PROCESSAR-DIVERGENCIAS-EXIT
005080         UNTIL FIM-DAS-DIVERGENCIAS
005090
005100     PERFORM 6000-LISTAR-SEM-CASO
005110         THRU 6000-LISTAR-SEM-CASO-EXIT
005120
005130     PERFORM 8000-GRAVAR-TOTAIS
005140         THRU 8000-GRAVAR-TOTAIS-EXIT
005150
005160     PERFORM 9000-FINALIZAR
005170         THRU 9000-FINALIZAR-EXIT
005180
005190     MOVE "F" TO WS-JRN-TIPO
005200     PERFORM 9800-GRAVAR-JORNAL
005210         THRU 9800-GRAVAR-JORNAL-EXIT
005220
005230     STOP RUN.
005240
005250******************************************************************
005260*    1000-INICIALIZAR
005270*    ABRE OS ARQUIVOS, OBTEM A DATA DO SISTEMA, CARREGA O CARTAO
005280*    DE PARAMETROS, A LISTA DE BLOQUEIO E OS CARTOES DE DECISAO
005290*    E POSICIONA O PRIMEIRO CASO RETIDO. OS CARTOES DE DECISAO
005300*    E O MESTRE SAO OBRIGATORIOS; ARQUIVO DE DIVERGENCIAS
005310*    INEXISTENTE SIGNIFICA NENHUM CASO RETIDO.
005320******************************************************************
005330 1000-INICIALIZAR.
005340     OPEN INPUT ARQ-DECISOES
005350     IF NOT FS-DECISOES-OK
005360         DISPLAY "ERRO AO ABRIR ARQ-DECISOES. FILE STATUS: "
005370             WS-FS-DECISOES
005380         MOVE 16 TO RETURN-CODE
005390         STOP RUN
005400     END-IF
005410
005420     OPEN I-O ARQ-MESTRE
005430     IF NOT FS-MESTRE-OK
005440         DISPLAY "ERRO AO ABRIR ARQ-MESTRE. FILE STATUS: "
005450             WS-FS-MESTRE ". NENHUMA DECISAO FOI APLICADA."
005460         MOVE 16 TO RETURN-CODE
005470         STOP RUN
005480     END-IF
005490
005500     OPEN OUTPUT ARQ-DIV-NOVO
005510     IF NOT FS-DIV-NOVO-OK
005520         DISPLAY "ERRO AO ABRIR ARQ-DIV-NOVO. FILE STATUS: "
005530             WS-FS-DIV-NOVO
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF
005570
005580     OPEN EXTEND ARQ-AUDITORIA
005590     IF NOT FS-AUDITORIA-OK
005600         OPEN OUTPUT ARQ-AUDITORIA
005610     END-IF
005620
005630     OPEN EXTEND ARQ-ONBOARDING
005640     IF NOT FS-ONBOARDING-OK
005650         OPEN OUTPUT ARQ-ONBOARDING
005660     END-IF
005670
005680     OPEN EXTEND ARQ-MOV-BLOQUEIO
005690     IF NOT FS-MOV-BLOQUEIO-OK
005700         OPEN OUTPUT ARQ-MOV-BLOQUEIO
005710     END-IF
005720     IF NOT FS-MOV-BLOQUEIO-OK
005730         DISPLAY "ERRO AO ABRIR ARQ-MOV-BLOQUEIO. FILE STATUS: "
005740             WS-FS-MOV-BLOQUEIO
005750         MOVE 16 TO RETURN-CODE
005760         STOP RUN
005770     END-IF
005780
005790     OPEN OUTPUT ARQ-RELATORIO
005800     IF NOT FS-RELATORIO-OK
005810         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
005820             WS-FS-RELATORIO
005830         MOVE 16 TO RETURN-CODE
005840         STOP RUN
005850     END-IF
005860
005870     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
005880
005890     PERFORM 1150-CARREGAR-PARAMETROS
005900         THRU 1150-CARREGAR-PARAMETROS-EXIT
005910
005920     PERFORM 1400-CARREGAR-BLOQUEADOS
005930         THRU 1400-CARREGAR-BLOQUEADOS-EXIT
005940
005950     PERFORM 1500-ABRIR-RESPONSAVEIS
005960         THRU 1500-ABRIR-RESPONSAVEIS-EXIT
005970
005980     PERFORM 1550-ABRIR-HISTORICO
005990         THRU 1550-ABRIR-HISTORICO-EXIT
006000
006010     PERFORM 1200-GRAVAR-CABECALHO
006020         THRU 1200-GRAVAR-CABECALHO-EXIT
006030
006040     PERFORM 1600-CARREGAR-DECISOES
006050         THRU 1600-CARREGAR-DECISOES-EXIT
006060
006070     OPEN INPUT ARQ-DIVERGENCIAS
006080     IF FS-DIVERGENCIAS-OK
006090         MOVE "S" TO WS-DIVERGENCIAS-ABERTO
006100         PERFORM 2100-LER-DIVERGENCIA
006110             THRU 2100-LER-DIVERGENCIA-EXIT
006120     ELSE
006130         IF NOT FS-DIVERGENCIAS-AUSENTE
006140             DISPLAY "ERRO AO ABRIR ARQ-DIVERGENCIAS. FILE "
006150                 "STATUS: " WS-FS-DIVERGENCIAS
006160             MOVE 16 TO RETURN-CODE
006170             STOP RUN
006180         END-IF
006190         MOVE "S" TO WS-FIM-DIVERGENCIAS
006200     END-IF
006210     .
006220 1000-INICIALIZAR-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260*    1150-CARREGAR-PARAMETROS
006270*    LE O CARTAO DE PARAMETROS, SE ELE EXISTIR, PARA OBTER A
006280*    PROFUNDIDADE DO HISTORICO MANTIDA POR CIDADAO E OS
006290*    INDICADORES DE CONSENTIMENTO DOS PROPOSITOS. A IDADE
006300*    MINIMA DE CADA CASO E A QUE O LOTE APLICOU NA RETENCAO.
006310******************************************************************
006320 1150-CARREGAR-PARAMETROS.
006330     OPEN INPUT ARQ-PARAMETROS
006340     IF NOT FS-PARAMETROS-OK
006350         GO TO 1150-CARREGAR-PARAMETROS-EXIT
006360     END-IF
006370
006380     READ ARQ-PARAMETROS
006390     IF FS-PARAMETROS-OK
006400     AND PARM-MAX-HISTORICO NUMERIC
006410     AND PARM-MAX-HISTORICO > ZERO
006420         MOVE PARM-MAX-HISTORICO TO WS-MAX-HISTORICO
006430     END-IF
006440
006450     IF FS-PARAMETROS-OK
006460     AND PARM-CONSENTE-PADRAO = "S"
006470         MOVE "S" TO WS-CONSENTE-PADRAO
006480     END-IF
006490
006500     IF FS-PARAMETROS-OK
006510         PERFORM 1170-CARREGAR-PROPOSITO
006520             THRU 1170-CARREGAR-PROPOSITO-EXIT
006530             VARYING WS-IDX-PROP FROM 1 BY 1
006540             UNTIL WS-IDX-PROP > 5
006550     END-IF
006560
006570     CLOSE ARQ-PARAMETROS
006580     .
006590 1150-CARREGAR-PARAMETROS-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*    1170-CARREGAR-PROPOSITO
006640*    REGISTRA NA TABELA DE PROPOSITOS O CODIGO E O INDICADOR DE
006650*    CONSENTIMENTO DA POSICAO CORRENTE DO CARTAO, QUANDO O
006660*    CODIGO E A IDADE MINIMA DELA FORAM INFORMADOS, PELA MESMA
006670*    REGRA DO LOTE NOTURNO.
006680******************************************************************
006690 1170-CARREGAR-PROPOSITO.
006700     IF PARM-PROP-CODIGO (WS-IDX-PROP) NOT = SPACES
006710     AND PARM-PROP-IDADE (WS-IDX-PROP) NUMERIC
006720     AND PARM-PROP-IDADE (WS-IDX-PROP) > ZERO
006730         ADD 1 TO WS-QTDE-PROPOSITOS
006740         MOVE PARM-PROP-CODIGO (WS-IDX-PROP)
006750             TO WS-TAB-PROP-CODIGO (WS-QTDE-PROPOSITOS)
006760         IF PARM-PROP-CONSENTE (WS-IDX-PROP) = "S"
006770             MOVE "S" TO WS-TAB-PROP-CONSENTE (WS-QTDE-PROPOSITOS)
006780         ELSE
006790             MOVE "N" TO WS-TAB-PROP-CONSENTE (WS-QTDE-PROPOSITOS)
006800         END-IF
006810     END-IF
006820     .
006830 1170-CARREGAR-PROPOSITO-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*    1200-GRAVAR-CABECALHO
006880*    GRAVA O CABECALHO DO RELATORIO DA RESOLUCAO.
006890******************************************************************
006900 1200-GRAVAR-CABECALHO.
006910     MOVE SPACES TO REL-LINHA
006920     STRING "RESOLUCAO DE DIVERGENCIAS CADASTRAIS EM "
006930                               DELIMITED BY SIZE
006940            WS-DATA-SISTEMA    DELIMITED BY SIZE
006950       INTO REL-LINHA
006960     END-STRING
006970     WRITE REL-LINHA
006980
006990     MOVE "D DOCUMENTO   T SITUACAO"
007000         TO REL-LINHA
007010     MOVE "ANALISTA" TO REL-LINHA (48:8)
007020     WRITE REL-LINHA
007030     .
007040 1200-GRAVAR-CABECALHO-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080*    1400-CARREGAR-BLOQUEADOS
007090*    CARREGA A LISTA DE CPFS DA PREVENCAO A FRAUDES NO INDICE DE
007100*    BLOQUEIO (ARQ-BLQ-NDX), RECRIADO A CADA EXECUCAO, PARA QUE
007110*    UM CASO ACEITO DE CPF BLOQUEADO NAO SIGA PARA O ONBOARDING.
007120*    SOMENTE LISTA INEXISTENTE (FILE STATUS 35) SIGNIFICA LISTA
007130*    VAZIA: QUALQUER OUTRA FALHA DERRUBA O JOB COM RETURN-CODE
007140*    16 ANTES DE QUALQUER DECISAO SER APLICADA.
007150******************************************************************
007160 1400-CARREGAR-BLOQUEADOS.
007170     OPEN OUTPUT ARQ-BLQ-NDX
007180     IF NOT FS-BLQ-NDX-OK
007190         DISPLAY "ERRO AO CRIAR ARQ-BLQ-NDX. FILE STATUS: "
007200             WS-FS-BLQ-NDX
007210         MOVE 16 TO RETURN-CODE
007220         STOP RUN
007230     END-IF
007240
007250     OPEN INPUT ARQ-BLOQUEADOS
007260     IF FS-BLOQUEADOS-OK
007270         MOVE "N" TO WS-FIM-BLOQUEADOS
007280         PERFORM 1450-LER-BLOQUEADO
007290             THRU 1450-LER-BLOQUEADO-EXIT
007300             UNTIL FIM-DOS-BLOQUEADOS
007310         CLOSE ARQ-BLOQUEADOS
007320     ELSE
007330         IF NOT FS-BLOQUEADOS-AUSENTE
007340             DISPLAY "ERRO AO ABRIR ARQ-BLOQUEADOS. FILE "
007350                 "STATUS: " WS-FS-BLOQUEADOS
007360             MOVE 16 TO RETURN-CODE
007370             STOP RUN
007380         END-IF
007390     END-IF
007400
007410     CLOSE ARQ-BLQ-NDX
007420     OPEN INPUT ARQ-BLQ-NDX
007430     IF NOT FS-BLQ-NDX-OK
007440         DISPLAY "ERRO AO REABRIR ARQ-BLQ-NDX. FILE STATUS: "
007450             WS-FS-BLQ-NDX
007460         MOVE 16 TO RETURN-CODE
007470         STOP RUN
007480     END-IF
007490     .
007500 1400-CARREGAR-BLOQUEADOS-EXIT.
007510     EXIT.
007520
007530******************************************************************
007540*    1450-LER-BLOQUEADO
007550*    LE UM CPF DA LISTA DE BLOQUEIO E O GRAVA NO INDICE. CPF
007560*    REPETIDO NA LISTA E IGNORADO (VALE A PRIMEIRA ENTRADA).
007570******************************************************************
007580 1450-LER-BLOQUEADO.
007590     READ ARQ-BLOQUEADOS
007600         AT END
007610             MOVE "S" TO WS-FIM-BLOQUEADOS
007620             GO TO 1450-LER-BLOQUEADO-EXIT
007630     END-READ
007640
007650     IF NOT FS-BLOQUEADOS-OK
007660         DISPLAY "ERRO AO LER ARQ-BLOQUEADOS. FILE STATUS: "
007670             WS-FS-BLOQUEADOS
007680         MOVE 16 TO RETURN-CODE
007690         STOP RUN
007700     END-IF
007710
007720     MOVE SPACES         TO BLQ-NDX-REG
007730     IF BLQ-DOC-CPF
007740         MOVE "C"          TO BQX-TIPO-DOC
007750     ELSE
007760         MOVE BLQ-TIPO-DOC TO BQX-TIPO-DOC
007770     END-IF
007780     MOVE BLQ-DOC-NUMERO TO BQX-DOC-NUMERO
007790     MOVE BLQ-MOTIVO     TO BQX-MOTIVO
007800     WRITE BLQ-NDX-REG
007810
007820     IF NOT FS-BLQ-NDX-OK
007830     AND NOT FS-BLQ-NDX-DUPLIC
007840         DISPLAY "ERRO AO CARREGAR O INDICE DE BLOQUEIO. "
007850             "FILE STATUS: " WS-FS-BLQ-NDX
007860             " DOCUMENTO: " BQX-TIPO-DOC " " BLQ-DOC-NUMERO
007870         MOVE 16 TO RETURN-CODE
007880         STOP RUN
007890     END-IF
007900     .
007910 1450-LER-BLOQUEADO-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950*    1500-ABRIR-RESPONSAVEIS
007960*    ABRE O CADASTRO DE RESPONSAVEIS LEGAIS PARA CONSULTA.
007970*    SOMENTE CADASTRO INEXISTENTE (FILE STATUS 35) SIGNIFICA
007980*    CADASTRO VAZIO, E TODO MENOR QUE PRECISA DE RESPONSAVEL
007990*    SAI SEM RESPONSAVEL; QUALQUER OUTRA FALHA DERRUBA O JOB
008000*    COM RETURN-CODE 16 ANTES DE QUALQUER DECISAO SER APLICADA,
008010*    PARA NUNCA ENVIAR AO ONBOARDING UMA SITUACAO DE
008020*    RESPONSAVEL QUE NAO FOI CONFERIDA.
008030******************************************************************
008040 1500-ABRIR-RESPONSAVEIS.
008050     MOVE "N" TO WS-RESPONSAVEIS-ATIVO
008060
008070     OPEN INPUT ARQ-RESPONSAVEIS
008080     IF FS-RESPONSAVEIS-OK
008090         MOVE "S" TO WS-RESPONSAVEIS-ATIVO
008100         GO TO 1500-ABRIR-RESPONSAVEIS-EXIT
008110     END-IF
008120
008130     IF NOT FS-RESPONSAVEIS-AUSENTE
008140         DISPLAY "ERRO AO ABRIR ARQ-RESPONSAVEIS. FILE STATUS: "
008150             WS-FS-RESPONSAVEIS
008160         MOVE 16 TO RETURN-CODE
008170         STOP RUN
008180     END-IF
008190     .
008200 1500-ABRIR-RESPONSAVEIS-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240*    1550-ABRIR-HISTORICO
008250*    ABRE O HISTORICO DE VERIFICACOES EM I-O, CRIANDO-O VAZIO NA
008260*    PRIMEIRA EXECUCAO. QUANDO O HISTORICO NAO PODE SER ABERTO,
008270*    A RESOLUCAO SEGUE SEM ELE, COM AVISO NO CONSOLE, COMO NO
008280*    LOTE NOTURNO.
008290******************************************************************
008300 1550-ABRIR-HISTORICO.
008310     MOVE "N" TO WS-HISTORICO-ATIVO
008320
008330     OPEN I-O ARQ-HISTORICO
008340     IF NOT FS-HISTORICO-OK
008350         OPEN OUTPUT ARQ-HISTORICO
008360         IF FS-HISTORICO-OK
008370             CLOSE ARQ-HISTORICO
008380             OPEN I-O ARQ-HISTORICO
008390         END-IF
008400     END-IF
008410
008420     IF FS-HISTORICO-OK
008430         MOVE "S" TO WS-HISTORICO-ATIVO
008440     ELSE
008450         DISPLAY "HISTORICO DE VERIFICACOES INDISPONIVEL. FILE "
008460             "STATUS: " WS-FS-HISTORICO ". A RESOLUCAO SEGUE "
008470             "SEM ELE."
008480     END-IF
008490     .
008500 1550-ABRIR-HISTORICO-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540*    1600-CARREGAR-DECISOES
008550*    CARREGA OS CARTOES DE DECISAO NO INDICE DE TRABALHO
008560*    ARQ-DEC-NDX, RECRIADO A CADA EXECUCAO, PARA A CONSULTA PELO
008570*    CPF DE CADA CASO RETIDO. CARTAO COM DECISAO DESCONHECIDA,
008580*    SEM DOCUMENTO OU REPETIDO PARA O MESMO CPF E RECUSADO NO
008590*    RELATORIO E NAO E APLICADO.
008600******************************************************************
008610 1600-CARREGAR-DECISOES.
008620     OPEN OUTPUT ARQ-DEC-NDX
008630     IF FS-DEC-NDX-OK
008640         CLOSE ARQ-DEC-NDX
008650         OPEN I-O ARQ-DEC-NDX
008660     END-IF
008670     IF NOT FS-DEC-NDX-OK
008680         DISPLAY "ERRO AO CRIAR ARQ-DEC-NDX. FILE STATUS: "
008690             WS-FS-DEC-NDX
008700         MOVE 16 TO RETURN-CODE
008710         STOP RUN
008720     END-IF
008730
008740     MOVE "N" TO WS-FIM-DECISOES
008750     PERFORM 1650-LER-DECISAO
008760         THRU 1650-LER-DECISAO-EXIT
008770         UNTIL FIM-DAS-DECISOES
008780
008790     CLOSE ARQ-DECISOES
008800     .
008810 1600-CARREGAR-DECISOES-EXIT.
008820     EXIT.
008830
008840******************************************************************
008850*    1650-LER-DECISAO
008860*    LE UM CARTAO DE DECISAO, VALIDA E O REGISTRA NO INDICE.
008870******************************************************************
008880 1650-LER-DECISAO.
008890     READ ARQ-DECISOES
008900         AT END
008910             MOVE "S" TO WS-FIM-DECISOES
008920             GO TO 1650-LER-DECISAO-EXIT
008930     END-READ
008940
008950     ADD 1 TO WS-QTDE-DECISOES
008960     MOVE "S"    TO WS-DECISAO-VALIDA
008970     MOVE SPACES TO WS-MOTIVO-RECUSA
008980
008990     IF NOT DEC-ACEITAR
009000     AND NOT DEC-MANTER
009010     AND NOT DEC-BLOQUEAR
009020         MOVE "N" TO WS-DECISAO-VALIDA
009030         MOVE "DECISAO DESCONHECIDA" TO WS-MOTIVO-RECUSA
009040     END-IF
009050
009060     IF DEC-DOC-NUMERO = SPACES
009070         MOVE "N" TO WS-DECISAO-VALIDA
009080         MOVE "DOCUMENTO NAO INFORMADO" TO WS-MOTIVO-RECUSA
009090     END-IF
009100
009110     IF DEC-TIPO-DOC = SPACE
009120         MOVE "C" TO DEC-TIPO-DOC
009130     END-IF
009140     IF DEC-TIPO-DOC NOT = "C" AND "R" AND "P"
009150         MOVE "N" TO WS-DECISAO-VALIDA
009160         MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-MOTIVO-RECUSA
009170     END-IF
009180
009190     IF DECISAO-VALIDA
009200         MOVE SPACES         TO DEC-NDX-REG
009210         MOVE DEC-TIPO-DOC   TO DCX-TIPO-DOC
009220         MOVE DEC-DOC-NUMERO TO DCX-DOC-NUMERO
009230         MOVE DEC-DECISAO    TO DCX-DECISAO
009240         MOVE DEC-ANALISTA   TO DCX-ANALISTA
009250         MOVE DEC-MOTIVO     TO DCX-MOTIVO
009260         MOVE "N"            TO DCX-APLICADA
009270         WRITE DEC-NDX-REG
009280         IF FS-DEC-NDX-DUPLIC
009290             MOVE "N" TO WS-DECISAO-VALIDA
009300             MOVE "DECISAO REPETIDA PARA O CPF"
009310                 TO WS-MOTIVO-RECUSA
009320         ELSE
009330             IF NOT FS-DEC-NDX-OK
009340                 DISPLAY "ERRO AO GRAVAR ARQ-DEC-NDX. FILE "
009350                     "STATUS: " WS-FS-DEC-NDX
009360                 MOVE 16 TO RETURN-CODE
009370                 STOP RUN
009380             END-IF
009390         END-IF
009400     END-IF
009410
009420     IF NOT DECISAO-VALIDA
009430         ADD 1 TO WS-QTDE-RECUSADAS
009440         MOVE SPACES           TO WS-REL-DETALHE
009450         MOVE DEC-DECISAO      TO WS-DET-DECISAO
009460         MOVE DEC-DOC-NUMERO   TO WS-DET-DOC
009470         MOVE DEC-TIPO-DOC     TO WS-DET-TIPO
009480         MOVE WS-MOTIVO-RECUSA TO WS-DET-SITUACAO
009490         MOVE DEC-ANALISTA     TO WS-DET-ANALISTA
009500         WRITE REL-LINHA FROM WS-REL-DETALHE
009510     END-IF
009520     .
009530 1650-LER-DECISAO-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570*    2000-PROCESSAR-DIVERGENCIAS
009580*    PROCURA A DECISAO DO ANALISTA PARA O CASO RETIDO CORRENTE.
009590*    CASO SEM DECISAO CONTINUA RETIDO NA GERACAO NOVA DO ARQUIVO
009600*    DE DIVERGENCIAS; CASO COM DECISAO E LIBERADO OU DESCARTADO
009610*    CONFORME A DECISAO. CADA CARTAO DE DECISAO VALE PARA UM SO
009620*    CASO: QUANDO O DOCUMENTO TEM MAIS DE UM CASO RETIDO, A
009630*    DECISAO E APLICADA AO PRIMEIRO E OS DEMAIS CONTINUAM
009640*    RETIDOS, A ESPERA DE NOVA DECISAO, SEM TOCAR O MESTRE, O
009650*    BLOQUEIO OU O ONBOARDING. EM SEGUIDA LE O PROXIMO CASO.
009660******************************************************************
009670 2000-PROCESSAR-DIVERGENCIAS.
009680     MOVE DVG-TIPO-DOC   TO DCX-TIPO-DOC
009690     MOVE DVG-DOC-NUMERO TO DCX-DOC-NUMERO
009700     READ ARQ-DEC-NDX
009710
009720     IF FS-DEC-NDX-NAO-ACHADO
009730         ADD 1 TO WS-QTDE-PENDENTES
009740         WRITE DVGN-REG FROM DIVERGENCIA-REG
009750         GO TO 2000-LER-PROXIMA
009760     END-IF
009770
009780     IF NOT FS-DEC-NDX-OK
009790         DISPLAY "ERRO AO LER ARQ-DEC-NDX. FILE STATUS: "
009800             WS-FS-DEC-NDX
009810         MOVE 16 TO RETURN-CODE
009820         STOP RUN
009830     END-IF
009840
009850     IF DCX-APLICADA = "S"
009860         ADD 1 TO WS-QTDE-PENDENTES
009870         WRITE DVGN-REG FROM DIVERGENCIA-REG
009880         GO TO 2000-LER-PROXIMA
009890     END-IF
009900
009910     ACCEPT WS-HORA-SISTEMA FROM TIME
009920     COMPUTE WS-HORA-VERIF = WS-HORA-SISTEMA / 100
009930
009940     PERFORM 2190-VERIFICAR-BLOQUEADO
009950         THRU 2190-VERIFICAR-BLOQUEADO-EXIT
009960
009970     MOVE SPACES TO WS-DOC-RESPONSAVEL
009980     MOVE SPACES TO WS-SIT-RESPONSAVEL
009990
010000     EVALUATE DCX-DECISAO
010010         WHEN "A"
010020             PERFORM 3000-ACEITAR-NOVOS-DADOS
010030                 THRU 3000-ACEITAR-NOVOS-DADOS-EXIT
010040         WHEN "M"
010050             PERFORM 4000-MANTER-MESTRE
010060                 THRU 4000-MANTER-MESTRE-EXIT
010070         WHEN OTHER
010080             PERFORM 5000-BLOQUEAR-CPF
010090                 THRU 5000-BLOQUEAR-CPF-EXIT
010100     END-EVALUATE
010110
010120     MOVE "S" TO DCX-APLICADA
010130     REWRITE DEC-NDX-REG
010140     .
010150 2000-LER-PROXIMA.
010160     PERFORM 2100-LER-DIVERGENCIA
010170         THRU 2100-LER-DIVERGENCIA-EXIT
010180     .
010190 2000-PROCESSAR-DIVERGENCIAS-EXIT.
010200     EXIT.
010210
010220******************************************************************
010230*    2100-LER-DIVERGENCIA
010240*    LE O PROXIMO CASO RETIDO DO ARQUIVO DE DIVERGENCIAS.
010250******************************************************************
010260 2100-LER-DIVERGENCIA.
010270     READ ARQ-DIVERGENCIAS
010280         AT END
010290             MOVE "S" TO WS-FIM-DIVERGENCIAS
010300         NOT AT END
010310             ADD 1 TO WS-QTDE-RETIDOS-LIDOS
010320             IF DVG-TIPO-DOC = SPACE
010330                 MOVE "C" TO DVG-TIPO-DOC
010340             END-IF
010350     END-READ
010360     .
010370 2100-LER-DIVERGENCIA-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410*    2190-VERIFICAR-BLOQUEADO
010420*    PROCURA O CPF DO CASO CORRENTE NO INDICE DA LISTA DE
010430*    BLOQUEIO DA PREVENCAO A FRAUDES, NA SITUACAO DE HOJE.
010440******************************************************************
010450 2190-VERIFICAR-BLOQUEADO.
010460     MOVE "N" TO WS-CPF-BLOQUEADO
010470
010480     MOVE DVG-TIPO-DOC   TO BQX-TIPO-DOC
010490     MOVE DVG-DOC-NUMERO TO BQX-DOC-NUMERO
010500     READ ARQ-BLQ-NDX
010510
010520     IF FS-BLQ-NDX-OK
010530         MOVE "S" TO WS-CPF-BLOQUEADO
010540     ELSE
010550         IF NOT FS-BLQ-NDX-NAO-ACHADO
010560             DISPLAY "ERRO AO LER ARQ-BLQ-NDX. FILE STATUS: "
010570                 WS-FS-BLQ-NDX
010580             MOVE 16 TO RETURN-CODE
010590             STOP RUN
010600         END-IF
010610     END-IF
010620     .
010630 2190-VERIFICAR-BLOQUEADO-EXIT.
010640     EXIT.
010650
010660******************************************************************
010670*    2200-CALCULAR-IDADE
010680*    CALCULA A IDADE A PARTIR DA DATA DE NASCIMENTO EM
010690*    WS-DT-NASCTO. QUANDO A DATA NAO FOR INFORMADA, MANTEM A
010700*    IDADE JA MOVIDA PARA WS-IDADE-CALCULADA.
010710******************************************************************
010720 2200-CALCULAR-IDADE.
010730     IF WS-DT-NASCTO-CCYY = ZEROS
010740         GO TO 2200-CALCULAR-IDADE-EXIT
010750     END-IF
010760
010770     COMPUTE WS-IDADE-CALCULADA =
010780         WS-DATA-SISTEMA-CCYY - WS-DT-NASCTO-CCYY
010790
010800     IF WS-DT-NASCTO-MM > WS-DATA-SISTEMA-MM
010810         SUBTRACT 1 FROM WS-IDADE-CALCULADA
010820     ELSE
010830         IF WS-DT-NASCTO-MM = WS-DATA-SISTEMA-MM
010840         AND WS-DT-NASCTO-DD > WS-DATA-SISTEMA-DD
010850             SUBTRACT 1 FROM WS-IDADE-CALCULADA
010860         END-IF
010870     END-IF
010880     .
010890 2200-CALCULAR-IDADE-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930*    2300-CLASSIFICAR-IDADE
010940*    CLASSIFICA A IDADE CALCULADA EM MENOR OU MAIOR PELO CORTE
010950*    DO PROPOSITO E NUMA FAIXA ETARIA (CRIANCA, ADOLESCENTE,
010960*    ADULTO OU IDOSO).
010970******************************************************************
010980 2300-CLASSIFICAR-IDADE.
010990     IF WS-IDADE-CALCULADA < WS-IDADE-MINIMA-APLICADA
011000         MOVE "MENOR" TO WS-RESULTADO
011010     ELSE
011020         MOVE "MAIOR" TO WS-RESULTADO
011030     END-IF
011040
011050     EVALUATE TRUE
011060         WHEN WS-IDADE-CALCULADA < 12
011070             MOVE "CR" TO WS-FAIXA-ETARIA
011080         WHEN WS-IDADE-CALCULADA < 18
011090             MOVE "AD" TO WS-FAIXA-ETARIA
011100         WHEN WS-IDADE-CALCULADA < 60
011110             MOVE "AT" TO WS-FAIXA-ETARIA
011120         WHEN OTHER
011130             MOVE "ID" TO WS-FAIXA-ETARIA
011140     END-EVALUATE
011150     .
011160 2300-CLASSIFICAR-IDADE-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200*    2450-GRAVAR-AUDITORIA
011210*    GRAVA NA TRILHA DE AUDITORIA A DECISAO APLICADA AO CASO
011220*    CORRENTE, COM A VERSAO DOS DADOS QUE PREVALECEU E O
011230*    VEREDICTO CORRESPONDENTE. A ORIGEM "DIVERG" IDENTIFICA A
011240*    RESOLUCAO DE DIVERGENCIAS, AUD-DECISAO GUARDA A DECISAO E
011250*    AUD-OPERADOR O ANALISTA QUE A TOMOU.
011260******************************************************************
011270 2450-GRAVAR-AUDITORIA.
011280     MOVE SPACES TO AUDIT-REG
011290
011300     MOVE WS-DATA-SISTEMA-CCYY TO AUD-DATA-VERIF-CCYY
011310     MOVE WS-DATA-SISTEMA-MM   TO AUD-DATA-VERIF-MM
011320     MOVE WS-DATA-SISTEMA-DD   TO AUD-DATA-VERIF-DD
011330     MOVE WS-HORA-VERIF        TO AUD-HORA-VERIF
011340     MOVE WS-DT-NASCTO-CCYY    TO AUD-DT-NASCTO-CCYY
011350     MOVE WS-DT-NASCTO-MM      TO AUD-DT-NASCTO-MM
011360     MOVE WS-DT-NASCTO-DD      TO AUD-DT-NASCTO-DD
011370     MOVE WS-IDADE-CALCULADA   TO AUD-IDADE-CALC
011380     MOVE WS-FAIXA-ETARIA      TO AUD-FAIXA-ETARIA
011390     MOVE WS-RESULTADO         TO AUD-RESULTADO
011400     MOVE DVG-DOC-NUMERO       TO AUD-DOC-NUMERO
011410     MOVE DVG-TIPO-DOC         TO AUD-TIPO-DOC
011420     MOVE DVG-CPF-VALIDO       TO AUD-CPF-VALIDO
011430     MOVE WS-CPF-BLOQUEADO     TO AUD-BLOQUEADO
011440     MOVE "DIVERG"             TO AUD-SIST-ORIGEM
011450     MOVE DVG-PROPOSITO        TO AUD-PROPOSITO
011460     MOVE WS-IDADE-MINIMA-APLICADA TO AUD-IDADE-MINIMA
011470     MOVE DCX-DECISAO          TO AUD-DECISAO
011480     MOVE DCX-ANALISTA         TO AUD-OPERADOR
011490     MOVE WS-DOC-RESPONSAVEL   TO AUD-DOC-RESPONSAVEL
011500     MOVE WS-SIT-RESPONSAVEL   TO AUD-SIT-RESPONSAVEL
011510
011520     WRITE AUDIT-REG
011530     IF NOT FS-AUDITORIA-OK
011540         DISPLAY "ERRO AO GRAVAR ARQ-AUDITORIA. FILE STATUS: "
011550             WS-FS-AUDITORIA
011560         MOVE 16 TO RETURN-CODE
011570         STOP RUN
011580     END-IF
011590     .
011600 2450-GRAVAR-AUDITORIA-EXIT.
011610     EXIT.
011620
011630******************************************************************
011640*    3000-ACEITAR-NOVOS-DADOS
011650*    O ANALISTA ACEITOU A VERSAO QUE CHEGOU NO LOTE: RECALCULA O
011660*    VEREDICTO SOBRE ELA NA DATA DE HOJE, COM A IDADE MINIMA DO
011670*    PROPOSITO APLICADA NA RETENCAO, CONFERE O RESPONSAVEL DO
011680*    MENOR, GRAVA O MESTRE, A AUDITORIA E O HISTORICO E LIBERA O
011690*    ONBOARDING RETIDO QUANDO O CPF NAO ESTA BLOQUEADO E O
011700*    RESULTADO, O PROPOSITO OU A SITUACAO DO RESPONSAVEL MUDOU
011710*    EM RELACAO AO MESTRE, PELA MESMA REGRA DO LOTE.
011720******************************************************************
011730 3000-ACEITAR-NOVOS-DADOS.
011740     MOVE DVG-NOV-DT-NASCTO    TO WS-DT-NASCTO
011750     MOVE DVG-NOV-IDADE-INF    TO WS-IDADE-CALCULADA
011760     MOVE DVG-NOV-IDADE-MINIMA TO WS-IDADE-MINIMA-APLICADA
011770     PERFORM 2200-CALCULAR-IDADE
011780         THRU 2200-CALCULAR-IDADE-EXIT
011790     PERFORM 2300-CLASSIFICAR-IDADE
011800         THRU 2300-CLASSIFICAR-IDADE-EXIT
011810
011820     PERFORM 3300-VERIFICAR-RESPONSAVEL
011830         THRU 3300-VERIFICAR-RESPONSAVEL-EXIT
011840
011850     PERFORM 3100-ATUALIZAR-MESTRE
011860         THRU 3100-ATUALIZAR-MESTRE-EXIT
011870
011880     PERFORM 2450-GRAVAR-AUDITORIA
011890         THRU 2450-GRAVAR-AUDITORIA-EXIT
011900
011910     PERFORM 3400-MANTER-HISTORICO
011920         THRU 3400-MANTER-HISTORICO-EXIT
011930
011940     ADD 1 TO WS-QTDE-ACEITOS
011950     MOVE SPACES         TO WS-REL-DETALHE
011960     MOVE DCX-DECISAO    TO WS-DET-DECISAO
011970     MOVE DVG-DOC-NUMERO TO WS-DET-DOC
011980     MOVE DVG-TIPO-DOC   TO WS-DET-TIPO
011990     MOVE "NOVOS DADOS ACEITOS NO MESTRE" TO WS-DET-SITUACAO
012000     MOVE DCX-ANALISTA   TO WS-DET-ANALISTA
012010     STRING "RESULTADO: " DELIMITED BY SIZE
012020            WS-RESULTADO  DELIMITED BY SIZE
012030       INTO WS-DET-INFO
012040     END-STRING
012050     IF WS-SIT-RESPONSAVEL NOT = SPACES
012060         STRING " RESP: "          DELIMITED BY SIZE
012070                WS-SIT-RESPONSAVEL DELIMITED BY SIZE
012080           INTO WS-DET-INFO (17:8)
012090         END-STRING
012100     END-IF
012110     WRITE REL-LINHA FROM WS-REL-DETALHE
012120
012130     IF NOT CPF-BLOQUEADO
012140     AND (NOT CLIENTE-EXISTENTE
012150          OR WS-RESULTADO-ANTERIOR NOT = WS-RESULTADO
012160          OR WS-PROPOSITO-ANTERIOR NOT = DVG-PROPOSITO
012170          OR WS-SIT-RESP-ANTERIOR NOT = WS-SIT-RESPONSAVEL)
012180         PERFORM 3200-GRAVAR-ONBOARDING
012190             THRU 3200-GRAVAR-ONBOARDING-EXIT
012200     END-IF
012210     .
012220 3000-ACEITAR-NOVOS-DADOS-EXIT.
012230     EXIT.
012240
012250******************************************************************
012260*    3100-ATUALIZAR-MESTRE
012270*    GRAVA NO MESTRE A VERSAO ACEITA DO CASO CORRENTE, COM A
012280*    SITUACAO DO RESPONSAVEL APURADA EM 3300, GUARDANDO ANTES O
012290*    RESULTADO, O PROPOSITO E A SITUACAO DO RESPONSAVEL
012300*    ANTERIORES PARA A REGRA DE REENVIO DO ONBOARDING. CLIENTE
012310*    QUE SAIU DO MESTRE DESDE A RETENCAO E INCLUIDO DE NOVO.
012320******************************************************************
012330 3100-ATUALIZAR-MESTRE.
012340     MOVE "N"    TO WS-CLIENTE-EXISTENTE
012350     MOVE SPACES TO WS-RESULTADO-ANTERIOR
012360     MOVE SPACES TO WS-PROPOSITO-ANTERIOR
012370     MOVE SPACES TO WS-SIT-RESP-ANTERIOR
012380
012390     MOVE DVG-TIPO-DOC   TO MST-TIPO-DOC
012400     MOVE DVG-DOC-NUMERO TO MST-DOC-NUMERO
012410     READ ARQ-MESTRE
012420
012430     IF FS-MESTRE-OK
012440         MOVE "S"               TO WS-CLIENTE-EXISTENTE
012450         MOVE MST-ULT-RESULTADO TO WS-RESULTADO-ANTERIOR
012460         MOVE MST-ULT-PROPOSITO TO WS-PROPOSITO-ANTERIOR
012470         MOVE MST-ULT-SIT-RESP  TO WS-SIT-RESP-ANTERIOR
012480     ELSE
012490         IF NOT FS-MESTRE-NAO-ACHADO
012500             DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
012510                 WS-FS-MESTRE
012520             MOVE 16 TO RETURN-CODE
012530             STOP RUN
012540         END-IF
012550     END-IF
012560
012570     MOVE SPACES               TO MESTRE-REG
012580     MOVE DVG-TIPO-DOC         TO MST-TIPO-DOC
012590     MOVE DVG-DOC-NUMERO       TO MST-DOC-NUMERO
012600     MOVE DVG-NOV-NOME         TO MST-NOME
012610     MOVE WS-DT-NASCTO         TO MST-DT-NASCTO
012620     MOVE WS-DATA-SISTEMA      TO MST-DATA-ULT-VERIF
012630     MOVE WS-RESULTADO         TO MST-ULT-RESULTADO
012640     MOVE WS-FAIXA-ETARIA      TO MST-ULT-FAIXA
012650     MOVE DVG-PROPOSITO        TO MST-ULT-PROPOSITO
012660     MOVE WS-SIT-RESPONSAVEL   TO MST-ULT-SIT-RESP
012670
012680     IF CLIENTE-EXISTENTE
012690         REWRITE MESTRE-REG
012700     ELSE
012710         WRITE MESTRE-REG
012720     END-IF
012730
012740     IF NOT FS-MESTRE-OK
012750         DISPLAY "ERRO AO GRAVAR ARQ-MESTRE. FILE STATUS: "
012760             WS-FS-MESTRE
012770         MOVE 16 TO RETURN-CODE
012780         STOP RUN
012790     END-IF
012800     .
012810 3100-ATUALIZAR-MESTRE-EXIT.
012820     EXIT.
012830
012840******************************************************************
012850*    3200-GRAVAR-ONBOARDING
012860*    LIBERA PARA O ONBOARDING O CASO ACEITO, COM O VEREDICTO
012870*    RECALCULADO, E APONTA O ENVIO NO RELATORIO.
012880******************************************************************
012890 3200-GRAVAR-ONBOARDING.
012900     MOVE SPACES TO ONBOARDING-REG
012910
012920     MOVE DVG-DOC-NUMERO       TO ONB-DOC-NUMERO
012930     MOVE DVG-TIPO-DOC         TO ONB-TIPO-DOC
012940     MOVE WS-IDADE-CALCULADA   TO ONB-IDADE-CALC
012950     MOVE WS-RESULTADO         TO ONB-RESULTADO
012960     MOVE WS-DATA-SISTEMA-CCYY TO ONB-DATA-VERIF-CCYY
012970     MOVE WS-DATA-SISTEMA-MM   TO ONB-DATA-VERIF-MM
012980     MOVE WS-DATA-SISTEMA-DD   TO ONB-DATA-VERIF-DD
012990     MOVE DVG-PROPOSITO        TO ONB-PROPOSITO
013000     MOVE WS-IDADE-MINIMA-APLICADA TO ONB-IDADE-MINIMA
013010     MOVE WS-DOC-RESPONSAVEL   TO ONB-DOC-RESPONSAVEL
013020     MOVE WS-SIT-RESPONSAVEL   TO ONB-SIT-RESPONSAVEL
013030
013040     WRITE ONBOARDING-REG
013050     IF NOT FS-ONBOARDING-OK
013060         DISPLAY "ERRO AO GRAVAR ARQ-ONBOARDING. FILE STATUS: "
013070             WS-FS-ONBOARDING
013080         MOVE 16 TO RETURN-CODE
013090         STOP RUN
013100     END-IF
013110
013120     ADD 1 TO WS-QTDE-ONBOARDING
013130
013140     MOVE SPACES         TO WS-REL-DETALHE
013150     MOVE "*"            TO WS-DET-DECISAO
013160     MOVE DVG-DOC-NUMERO TO WS-DET-DOC
013170     MOVE DVG-TIPO-DOC   TO WS-DET-TIPO
013180     MOVE "ONBOARDING LIBERADO" TO WS-DET-SITUACAO
013190     MOVE DCX-ANALISTA   TO WS-DET-ANALISTA
013200     WRITE REL-LINHA FROM WS-REL-DETALHE
013210     .
013220 3200-GRAVAR-ONBOARDING-EXIT.
013230     EXIT.
013240
013250******************************************************************
013260*    3300-VERIFICAR-RESPONSAVEL
013270*    CONFERE O RESPONSAVEL LEGAL DO MENOR ACEITO EM PROPOSITO
013280*    QUE ADMITE CONSENTIMENTO, PELA MESMA REGRA DO LOTE NOTURNO.
013290*    O CPF DO RESPONSAVEL VEM DO CADASTRO DE RESPONSAVEIS, LIDO
013300*    PELO TIPO E NUMERO DO DOCUMENTO DO MENOR, E PRECISA PASSAR
013310*    NO DV, ESTAR FORA DA LISTA DE BLOQUEIO E SER MAIOR NA
013320*    ULTIMA VERIFICACAO DO MESTRE, NESSA ORDEM; A PRIMEIRA FALHA
013330*    DA A SITUACAO. A LEITURA DO RESPONSAVEL NO MESTRE SOBREPOE
013340*    A AREA DO REGISTRO, QUE 3100-ATUALIZAR-MESTRE RELE EM
013350*    SEGUIDA PELO DOCUMENTO DO CASO.
013360******************************************************************
013370 3300-VERIFICAR-RESPONSAVEL.
013380     MOVE SPACES TO WS-DOC-RESPONSAVEL
013390     MOVE SPACES TO WS-SIT-RESPONSAVEL
013400
013410     IF WS-RESULTADO NOT = "MENOR"
013420         GO TO 3300-VERIFICAR-RESPONSAVEL-EXIT
013430     END-IF
013440
013450     PERFORM 3310-RESOLVER-CONSENTIMENTO
013460         THRU 3310-RESOLVER-CONSENTIMENTO-EXIT
013470     IF NOT PROPOSITO-ADMITE-CONSENT
013480         GO TO 3300-VERIFICAR-RESPONSAVEL-EXIT
013490     END-IF
013500
013510     MOVE "A" TO WS-SIT-RESPONSAVEL
013520     IF NOT RESPONSAVEIS-ATIVO
013530         GO TO 3300-VERIFICAR-RESPONSAVEL-EXIT
013540     END-IF
013550
013560     MOVE DVG-TIPO-DOC   TO RSP-TIPO-MENOR
013570     MOVE DVG-DOC-NUMERO TO RSP-DOC-MENOR
013580     READ ARQ-RESPONSAVEIS
013590     IF FS-RESPONSAVEIS-NAO-ACHADO
013600         GO TO 3300-VERIFICAR-RESPONSAVEL-EXIT
013610     END-IF
013620     IF NOT FS-RESPONSAVEIS-OK
013630         DISPLAY "ERRO AO LER ARQ-RESPONSAVEIS. FILE STATUS: "
013640             WS-FS-RESPONSAVEIS
013650         MOVE 16 TO RETURN-CODE
013660         STOP RUN
013670     END-IF
013680     MOVE RSP-DOC-RESPONSAVEL TO WS-DOC-RESPONSAVEL
013690
013700     MOVE WS-DOC-RESPONSAVEL TO WS-CPF
013710     PERFORM 3350-VALIDAR-CPF
013720         THRU 3350-VALIDAR-CPF-EXIT
013730     IF NOT CPF-VALIDO
013740         MOVE "D" TO WS-SIT-RESPONSAVEL
013750         GO TO 3300-VERIFICAR-RESPONSAVEL-EXIT
013760     END-IF
013770
013780     MOVE "C"                TO BQX-TIPO-DOC
013790     MOVE WS-DOC-RESPONSAVEL TO BQX-DOC-NUMERO
013800     READ ARQ-BLQ-NDX
013810     IF FS-BLQ-NDX-OK
013820         MOVE "B" TO WS-SIT-RESPONSAVEL
013830         GO TO 3300-VERIFICAR-RESPONSAVEL-EXIT
013840     END-IF
013850     IF NOT FS-BLQ-NDX-NAO-ACHADO
013860         DISPLAY "ERRO AO LER ARQ-BLQ-NDX. FILE STATUS: "
013870             WS-FS-BLQ-NDX
013880         MOVE 16 TO RETURN-CODE
013890         STOP RUN
013900     END-IF
013910
013920     MOVE "N" TO WS-SIT-RESPONSAVEL
013930     MOVE "C"                TO MST-TIPO-DOC
013940     MOVE WS-DOC-RESPONSAVEL TO MST-DOC-NUMERO
013950     READ ARQ-MESTRE
013960     IF FS-MESTRE-NAO-ACHADO
013970         GO TO 3300-VERIFICAR-RESPONSAVEL-EXIT
013980     END-IF
013990     IF NOT FS-MESTRE-OK
014000         DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
014010             WS-FS-MESTRE
014020         MOVE 16 TO RETURN-CODE
014030         STOP RUN
014040     END-IF
014050
014060     IF MST-ULT-RESULTADO = "MAIOR"
014070         MOVE "V" TO WS-SIT-RESPONSAVEL
014080     ELSE
014090         MOVE "M" TO WS-SIT-RESPONSAVEL
014100     END-IF
014110     .
014120 3300-VERIFICAR-RESPONSAVEL-EXIT.
014130     EXIT.
014140
014150******************************************************************
014160*    3310-RESOLVER-CONSENTIMENTO
014170*    RESOLVE O INDICADOR DE CONSENTIMENTO DO PROPOSITO DO CASO:
014180*    PROPOSITO NA TABELA DO CARTAO USA O SEU INDICADOR;
014190*    PROPOSITO EM BRANCO OU FORA DA TABELA USA O INDICADOR
014200*    PADRAO.
014210******************************************************************
014220 3310-RESOLVER-CONSENTIMENTO.
014230     MOVE WS-CONSENTE-PADRAO TO WS-PROP-CONSENTE
014240     MOVE ZERO               TO WS-IDX-PROP-ACHADO
014250
014260     IF DVG-PROPOSITO = SPACES
014270         GO TO 3310-RESOLVER-CONSENTIMENTO-EXIT
014280     END-IF
014290
014300     PERFORM 3320-COMPARAR-PROPOSITO
014310         VARYING WS-IDX-PROP FROM 1 BY 1
014320         UNTIL WS-IDX-PROP > WS-QTDE-PROPOSITOS
014330         OR WS-IDX-PROP-ACHADO > ZERO
014340
014350     IF WS-IDX-PROP-ACHADO > ZERO
014360         MOVE WS-TAB-PROP-CONSENTE (WS-IDX-PROP-ACHADO)
014370             TO WS-PROP-CONSENTE
014380     END-IF
014390     .
014400 3310-RESOLVER-CONSENTIMENTO-EXIT.
014410     EXIT.
014420
014430******************************************************************
014440*    3320-COMPARAR-PROPOSITO
014450*    COMPARA O PROPOSITO DO CASO COM UMA ENTRADA DA TABELA DE
014460*    PROPOSITOS, GUARDANDO A POSICAO QUANDO ELES CONFEREM.
014470******************************************************************
014480 3320-COMPARAR-PROPOSITO.
014490     IF WS-TAB-PROP-CODIGO (WS-IDX-PROP) = DVG-PROPOSITO
014500         MOVE WS-IDX-PROP TO WS-IDX-PROP-ACHADO
014510     END-IF
014520     .
014530
014540******************************************************************
014550*    3350-VALIDAR-CPF
014560*    CALCULA OS DOIS DIGITOS VERIFICADORES DO CPF EM WS-CPF
014570*    (MOD 11) E CONFERE SE ELES CONFEREM COM OS DIGITOS
014580*    INFORMADOS, REJEITANDO TAMBEM CPF COM TODOS OS DIGITOS
014590*    IGUAIS.
014600******************************************************************
014610 3350-VALIDAR-CPF.
014620     IF WS-CPF NOT NUMERIC
014630         MOVE "N" TO WS-CPF-VALIDO
014640         GO TO 3350-VALIDAR-CPF-EXIT
014650     END-IF
014660
014670     MOVE ZERO TO WS-SOMA1
014680     PERFORM 3360-SOMAR-DV1
014690         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
014700
014710     DIVIDE WS-SOMA1 BY 11 GIVING WS-QUOC REMAINDER WS-RESTO1
014720     IF WS-RESTO1 < 2
014730         MOVE 0 TO WS-DV1-CALC
014740     ELSE
014750         COMPUTE WS-DV1-CALC = 11 - WS-RESTO1
014760     END-IF
014770
014780     MOVE ZERO TO WS-SOMA2
014790     PERFORM 3370-SOMAR-DV2
014800         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
014810
014820     DIVIDE WS-SOMA2 BY 11 GIVING WS-QUOC REMAINDER WS-RESTO2
014830     IF WS-RESTO2 < 2
014840         MOVE 0 TO WS-DV2-CALC
014850     ELSE
014860         COMPUTE WS-DV2-CALC = 11 - WS-RESTO2
014870     END-IF
014880
014890     MOVE "S" TO WS-CPF-REPETIDO
014900     PERFORM 3380-VERIFICAR-REPETIDO
014910         VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 9
014920
014930     IF WS-CPF-DV1 = WS-DV1-CALC
014940     AND WS-CPF-DV2 = WS-DV2-CALC
014950     AND NOT CPF-REPETIDO
014960         MOVE "S" TO WS-CPF-VALIDO
014970     ELSE
014980         MOVE "N" TO WS-CPF-VALIDO
014990     END-IF
015000     .
015010 3350-VALIDAR-CPF-EXIT.
015020     EXIT.
015030
015040******************************************************************
015050*    3360-SOMAR-DV1
015060*    ACUMULA A SOMA PONDERADA DOS 9 PRIMEIROS DIGITOS DO CPF,
015070*    USADA NO CALCULO DO PRIMEIRO DIGITO VERIFICADOR.
015080******************************************************************
015090 3360-SOMAR-DV1.
015100     COMPUTE WS-SOMA1 =
015110         WS-SOMA1 + WS-CPF-DIGITO (WS-I) * (11 - WS-I)
015120     .
015130
015140******************************************************************
015150*    3370-SOMAR-DV2
015160*    ACUMULA A SOMA PONDERADA DOS 10 PRIMEIROS DIGITOS DO CPF
015170*    (BASE + PRIMEIRO DIGITO VERIFICADOR), USADA NO CALCULO DO
015180*    SEGUNDO DIGITO VERIFICADOR.
015190******************************************************************
015200 3370-SOMAR-DV2.
015210     COMPUTE WS-SOMA2 =
015220         WS-SOMA2 + WS-CPF-DIGITO (WS-I) * (12 - WS-I)
015230     .
015240
015250******************************************************************
015260*    3380-VERIFICAR-REPETIDO
015270*    DESLIGA O INDICADOR DE CPF REPETIDO QUANDO ENCONTRA UM
015280*    DIGITO DIFERENTE DO PRIMEIRO.
015290******************************************************************
015300 3380-VERIFICAR-REPETIDO.
015310     IF WS-CPF-DIGITO (WS-I) NOT = WS-CPF-DIGITO (1)
015320         MOVE "N" TO WS-CPF-REPETIDO
015330     END-IF
015340     .
015350
015360******************************************************************
015370*    3400-MANTER-HISTORICO
015380*    GRAVA A VERIFICACAO ACEITA NO HISTORICO DE VERIFICACOES E
015390*    EXPURGA AS MAIS ANTIGAS DO CIDADAO ATE RESTAREM APENAS AS
015400*    ULTIMAS N. A HORA DA CHAVE E A MESMA GRAVADA NA AUDITORIA.
015410******************************************************************
015420 3400-MANTER-HISTORICO.
015430     IF NOT HISTORICO-ATIVO
015440         GO TO 3400-MANTER-HISTORICO-EXIT
015450     END-IF
015460
015470     MOVE SPACES             TO HISTORICO-REG
015480     MOVE DVG-TIPO-DOC       TO HST-TIPO-DOC
015490     MOVE DVG-DOC-NUMERO     TO HST-DOC-NUMERO
015500     MOVE WS-DATA-SISTEMA    TO HST-DATA-VERIF
015510     MOVE WS-HORA-VERIF      TO HST-HORA-VERIF
015520     MOVE WS-IDADE-CALCULADA TO HST-IDADE-CALC
015530     MOVE WS-FAIXA-ETARIA    TO HST-FAIXA-ETARIA
015540     MOVE WS-RESULTADO       TO HST-RESULTADO
015550     MOVE WS-CPF-BLOQUEADO   TO HST-BLOQUEADO
015560     MOVE DVG-PROPOSITO      TO HST-PROPOSITO
015570
015580     WRITE HISTORICO-REG
015590     IF FS-HISTORICO-DUPLIC
015600         REWRITE HISTORICO-REG
015610     END-IF
015620     IF NOT FS-HISTORICO-OK
015630         DISPLAY "ERRO AO GRAVAR ARQ-HISTORICO. FILE STATUS: "
015640             WS-FS-HISTORICO
015650         MOVE 16 TO RETURN-CODE
015660         STOP RUN
015670     END-IF
015680
015690     PERFORM 3420-CONTAR-HISTORICO
015700         THRU 3420-CONTAR-HISTORICO-EXIT
015710
015720     PERFORM 3460-EXPURGAR-ANTIGO
015730         THRU 3460-EXPURGAR-ANTIGO-EXIT
015740         UNTIL WS-QTDE-HIST <= WS-MAX-HISTORICO
015750     .
015760 3400-MANTER-HISTORICO-EXIT.
015770     EXIT.
015780
015790******************************************************************
015800*    3420-CONTAR-HISTORICO
015810*    CONTA AS VERIFICACOES DO CIDADAO CORRENTE NO HISTORICO,
015820*    GUARDANDO A CHAVE DA MAIS ANTIGA PARA UM EVENTUAL EXPURGO.
015830******************************************************************
015840 3420-CONTAR-HISTORICO.
015850     MOVE ZERO   TO WS-QTDE-HIST
015860     MOVE SPACES TO WS-CHA-TIPO
015870     MOVE SPACES TO WS-CHA-DOC
015880     MOVE ZEROS  TO WS-CHA-DATA
015890     MOVE ZEROS  TO WS-CHA-HORA
015900
015910     MOVE DVG-TIPO-DOC   TO HST-TIPO-DOC
015920     MOVE DVG-DOC-NUMERO TO HST-DOC-NUMERO
015930     MOVE ZEROS          TO HST-DATA-VERIF
015940     MOVE ZEROS          TO HST-HORA-VERIF
015950     START ARQ-HISTORICO
015960         KEY IS NOT LESS THAN HST-CHAVE
015970     END-START
015980     IF NOT FS-HISTORICO-OK
015990         GO TO 3420-CONTAR-HISTORICO-EXIT
016000     END-IF
016010
016020     MOVE "N" TO WS-FIM-HISTORICO
016030     PERFORM 3440-CONTAR-UM
016040         THRU 3440-CONTAR-UM-EXIT
016050         UNTIL FIM-DO-HISTORICO
016060     .
016070 3420-CONTAR-HISTORICO-EXIT.
016080     EXIT.
016090
016100******************************************************************
016110*    3440-CONTAR-UM
016120*    LE A PROXIMA VERIFICACAO DO HISTORICO E A CONTA, GUARDANDO
016130*    A CHAVE DA PRIMEIRA (MAIS ANTIGA) DO CIDADAO.
016140******************************************************************
016150 3440-CONTAR-UM.
016160     READ ARQ-HISTORICO NEXT RECORD
016170         AT END
016180             MOVE "S" TO WS-FIM-HISTORICO
016190             GO TO 3440-CONTAR-UM-EXIT
016200     END-READ
016210
016220     IF HST-DOC-NUMERO NOT = DVG-DOC-NUMERO
016230     OR HST-TIPO-DOC NOT = DVG-TIPO-DOC
016240         MOVE "S" TO WS-FIM-HISTORICO
016250         GO TO 3440-CONTAR-UM-EXIT
016260     END-IF
016270
016280     ADD 1 TO WS-QTDE-HIST
016290     IF WS-QTDE-HIST = 1
016300         MOVE HST-CHAVE TO WS-CHAVE-ANTIGA
016310     END-IF
016320     .
016330 3440-CONTAR-UM-EXIT.
016340     EXIT.
016350
016360******************************************************************
016370*    3460-EXPURGAR-ANTIGO
016380*    EXCLUI DO HISTORICO A VERIFICACAO MAIS ANTIGA DO CIDADAO
016390*    CORRENTE E RECONTA, ATE QUE RESTEM APENAS AS ULTIMAS N.
016400******************************************************************
016410 3460-EXPURGAR-ANTIGO.
016420     MOVE WS-CHAVE-ANTIGA TO HST-CHAVE
016430     READ ARQ-HISTORICO
016440     IF NOT FS-HISTORICO-OK
016450         MOVE ZERO TO WS-QTDE-HIST
016460         GO TO 3460-EXPURGAR-ANTIGO-EXIT
016470     END-IF
016480
016490     DELETE ARQ-HISTORICO
016500     IF NOT FS-HISTORICO-OK
016510         MOVE ZERO TO WS-QTDE-HIST
016520         GO TO 3460-EXPURGAR-ANTIGO-EXIT
016530     END-IF
016540
016550     PERFORM 3420-CONTAR-HISTORICO
016560         THRU 3420-CONTAR-HISTORICO-EXIT
016570     .
016580 3460-EXPURGAR-ANTIGO-EXIT.
016590     EXIT.
016600
016610******************************************************************
016620*    4000-MANTER-MESTRE
016630*    O ANALISTA MANTEVE A VERSAO DO MESTRE: O CASO E DESCARTADO
016640*    SEM ALTERAR O MESTRE, E A AUDITORIA REGISTRA A DECISAO COM
016650*    OS DADOS DO MESTRE E O ULTIMO VEREDICTO DELE.
016660******************************************************************
016670 4000-MANTER-MESTRE.
016680     MOVE DVG-MST-DT-NASCTO    TO WS-DT-NASCTO
016690     MOVE ZERO                 TO WS-IDADE-CALCULADA
016700     MOVE DVG-NOV-IDADE-MINIMA TO WS-IDADE-MINIMA-APLICADA
016710     PERFORM 2200-CALCULAR-IDADE
016720         THRU 2200-CALCULAR-IDADE-EXIT
016730     PERFORM 2300-CLASSIFICAR-IDADE
016740         THRU 2300-CLASSIFICAR-IDADE-EXIT
016750     MOVE DVG-MST-RESULTADO    TO WS-RESULTADO
016760
016770     PERFORM 2450-GRAVAR-AUDITORIA
016780         THRU 2450-GRAVAR-AUDITORIA-EXIT
016790
016800     ADD 1 TO WS-QTDE-MANTIDOS
016810     MOVE SPACES         TO WS-REL-DETALHE
016820     MOVE DCX-DECISAO    TO WS-DET-DECISAO
016830     MOVE DVG-DOC-NUMERO TO WS-DET-DOC
016840     MOVE DVG-TIPO-DOC   TO WS-DET-TIPO
016850     MOVE "MESTRE MANTIDO - CASO DESCARTADO" TO WS-DET-SITUACAO
016860     MOVE DCX-ANALISTA   TO WS-DET-ANALISTA
016870     MOVE DVG-SIST-ORIGEM TO WS-DET-INFO
016880     WRITE REL-LINHA FROM WS-REL-DETALHE
016890     .
016900 4000-MANTER-MESTRE-EXIT.
016910     EXIT.
016920
016930******************************************************************
016940*    5000-BLOQUEAR-CPF
016950*    O ANALISTA BLOQUEOU O CPF: O CASO E DESCARTADO SEM ALTERAR
016960*    O MESTRE, UM MOVIMENTO DE INCLUSAO COM VIGENCIA HOJE E
016970*    GRAVADO PARA A PROXIMA MANUTENCAO DA LISTA DE BLOQUEIO (QUE
016980*    EMITE A REVOGACAO SE O CPF JA FOI ONBOARDADO COMO MAIOR) E
016990*    A AUDITORIA REGISTRA A DECISAO COM A VERSAO QUE CHEGOU.
017000*    UM CPF JA BLOQUEADO NAO GERA NOVO MOVIMENTO.
017010******************************************************************
017020 5000-BLOQUEAR-CPF.
017030     MOVE DVG-NOV-DT-NASCTO    TO WS-DT-NASCTO
017040     MOVE DVG-NOV-IDADE-CALC   TO WS-IDADE-CALCULADA
017050     MOVE DVG-NOV-IDADE-MINIMA TO WS-IDADE-MINIMA-APLICADA
017060     PERFORM 2300-CLASSIFICAR-IDADE
017070         THRU 2300-CLASSIFICAR-IDADE-EXIT
017080     MOVE DVG-NOV-RESULTADO    TO WS-RESULTADO
017090
017100     IF NOT CPF-BLOQUEADO
017110         MOVE SPACES          TO MOV-BLOQUEIO-REG
017120         MOVE "I"             TO MVB-ACAO
017130         MOVE DVG-DOC-NUMERO  TO MVB-DOC-NUMERO
017140         MOVE DVG-TIPO-DOC    TO MVB-TIPO-DOC
017150         MOVE DCX-MOTIVO      TO MVB-MOTIVO
017160         IF DCX-MOTIVO = SPACES
017170             MOVE "DIVERGENCIA CADASTRAL" TO MVB-MOTIVO
017180         END-IF
017190         MOVE WS-DATA-SISTEMA TO MVB-DATA-VIGENCIA
017200         WRITE MOV-BLOQUEIO-REG
017210         IF NOT FS-MOV-BLOQUEIO-OK
017220             DISPLAY "ERRO AO GRAVAR ARQ-MOV-BLOQUEIO. FILE "
017230                 "STATUS: " WS-FS-MOV-BLOQUEIO
017240             MOVE 16 TO RETURN-CODE
017250             STOP RUN
017260         END-IF
017270     END-IF
017280
017290     MOVE "S" TO WS-CPF-BLOQUEADO
017300     PERFORM 2450-GRAVAR-AUDITORIA
017310         THRU 2450-GRAVAR-AUDITORIA-EXIT
017320
017330     ADD 1 TO WS-QTDE-BLOQUEIOS
017340     MOVE SPACES         TO WS-REL-DETALHE
017350     MOVE DCX-DECISAO    TO WS-DET-DECISAO
017360     MOVE DVG-DOC-NUMERO TO WS-DET-DOC
017370     MOVE DVG-TIPO-DOC   TO WS-DET-TIPO
017380     MOVE "CPF ENVIADO AO BLOQUEIO" TO WS-DET-SITUACAO
017390     MOVE DCX-ANALISTA   TO WS-DET-ANALISTA
017400     MOVE DCX-MOTIVO     TO WS-DET-INFO
017410     WRITE REL-LINHA FROM WS-REL-DETALHE
017420     .
017430 5000-BLOQUEAR-CPF-EXIT.
017440     EXIT.
017450
017460******************************************************************
017470*    6000-LISTAR-SEM-CASO
017480*    PERCORRE O INDICE DE DECISOES E RECUSA NO RELATORIO AS QUE
017490*    NAO ENCONTRARAM NENHUM CASO RETIDO PARA O DOCUMENTO
017500*    (DOCUMENTO DIGITADO ERRADO NO CARTAO OU CASO JA RESOLVIDO).
017510******************************************************************
017520 6000-LISTAR-SEM-CASO.
017530     CLOSE ARQ-DEC-NDX
017540     OPEN INPUT ARQ-DEC-NDX
017550     IF NOT FS-DEC-NDX-OK
017560         DISPLAY "ERRO AO REABRIR ARQ-DEC-NDX. FILE STATUS: "
017570             WS-FS-DEC-NDX
017580         MOVE 16 TO RETURN-CODE
017590         STOP RUN
017600     END-IF
017610
017620     MOVE "N" TO WS-FIM-DEC-NDX
017630     PERFORM 6100-AVALIAR-DECISAO
017640         THRU 6100-AVALIAR-DECISAO-EXIT
017650         UNTIL FIM-DO-DEC-NDX
017660     .
017670 6000-LISTAR-SEM-CASO-EXIT.
017680     EXIT.
017690
017700******************************************************************
017710*    6100-AVALIAR-DECISAO
017720*    LE A PROXIMA DECISAO DO INDICE E, QUANDO ELA NAO FOI
017730*    APLICADA A NENHUM CASO, A RECUSA NO RELATORIO.
017740******************************************************************
017750 6100-AVALIAR-DECISAO.
017760     READ ARQ-DEC-NDX NEXT RECORD
017770         AT END
017780             MOVE "S" TO WS-FIM-DEC-NDX
017790             GO TO 6100-AVALIAR-DECISAO-EXIT
017800     END-READ
017810
017820     IF DCX-APLICADA = "S"
017830         GO TO 6100-AVALIAR-DECISAO-EXIT
017840     END-IF
017850
017860     ADD 1 TO WS-QTDE-RECUSADAS
017870     MOVE SPACES         TO WS-REL-DETALHE
017880     MOVE DCX-DECISAO    TO WS-DET-DECISAO
017890     MOVE DCX-DOC-NUMERO TO WS-DET-DOC
017900     MOVE DCX-TIPO-DOC   TO WS-DET-TIPO
017910     MOVE "DOCUMENTO SEM CASO RETIDO" TO WS-DET-SITUACAO
017920     MOVE DCX-ANALISTA   TO WS-DET-ANALISTA
017930     WRITE REL-LINHA FROM WS-REL-DETALHE
017940     .
017950 6100-AVALIAR-DECISAO-EXIT.
017960     EXIT.
017970
017980******************************************************************
017990*    8000-GRAVAR-TOTAIS
018000*    GRAVA OS TOTAIS DA RESOLUCAO NO FIM DO RELATORIO.
018010******************************************************************
018020 8000-GRAVAR-TOTAIS.
018030     MOVE SPACES TO REL-LINHA
018040     MOVE "-------------------------------" TO REL-LINHA
018050     WRITE REL-LINHA
018060
018070     MOVE WS-QTDE-RETIDOS-LIDOS TO WS-QTDE-ED
018080     MOVE SPACES TO REL-LINHA
018090     STRING "CASOS RETIDOS LIDOS............: "
018100                                            DELIMITED BY SIZE
018110            WS-QTDE-ED                      DELIMITED BY SIZE
018120       INTO REL-LINHA
018130     END-STRING
018140     WRITE REL-LINHA
018150
018160     MOVE WS-QTDE-DECISOES TO WS-QTDE-ED
018170     MOVE SPACES TO REL-LINHA
018180     STRING "CARTOES DE DECISAO LIDOS.......: "
018190                                            DELIMITED BY SIZE
018200            WS-QTDE-ED                      DELIMITED BY SIZE
018210       INTO REL-LINHA
018220     END-STRING
018230     WRITE REL-LINHA
018240
018250     MOVE WS-QTDE-ACEITOS TO WS-QTDE-ED
018260     MOVE SPACES TO REL-LINHA
018270     STRING "CASOS COM NOVOS DADOS ACEITOS..: "
018280                                            DELIMITED BY SIZE
018290            WS-QTDE-ED                      DELIMITED BY SIZE
018300       INTO REL-LINHA
018310     END-STRING
018320     WRITE REL-LINHA
018330
018340     MOVE WS-QTDE-MANTIDOS TO WS-QTDE-ED
018350     MOVE SPACES TO REL-LINHA
018360     STRING "CASOS COM MESTRE MANTIDO.......: "
018370                                            DELIMITED BY SIZE
018380            WS-QTDE-ED                      DELIMITED BY SIZE
018390       INTO REL-LINHA
018400     END-STRING
018410     WRITE REL-LINHA
018420
018430     MOVE WS-QTDE-BLOQUEIOS TO WS-QTDE-ED
018440     MOVE SPACES TO REL-LINHA
018450     STRING "CASOS ENVIADOS AO BLOQUEIO.....: "
018460                                            DELIMITED BY SIZE
018470            WS-QTDE-ED                      DELIMITED BY SIZE
018480       INTO REL-LINHA
018490     END-STRING
018500     WRITE REL-LINHA
018510
018520     MOVE WS-QTDE-RECUSADAS TO WS-QTDE-ED
018530     MOVE SPACES TO REL-LINHA
018540     STRING "DECISOES RECUSADAS.............: "
018550                                            DELIMITED BY SIZE
018560            WS-QTDE-ED                      DELIMITED BY SIZE
018570       INTO REL-LINHA
018580     END-STRING
018590     WRITE REL-LINHA
018600
018610     MOVE WS-QTDE-ONBOARDING TO WS-QTDE-ED
018620     MOVE SPACES TO REL-LINHA
018630     STRING "ONBOARDINGS LIBERADOS..........: "
018640                                            DELIMITED BY SIZE
018650            WS-QTDE-ED                      DELIMITED BY SIZE
018660       INTO REL-LINHA
018670     END-STRING
018680     WRITE REL-LINHA
018690
018700     MOVE WS-QTDE-PENDENTES TO WS-QTDE-ED
018710     MOVE SPACES TO REL-LINHA
018720     STRING "CASOS QUE CONTINUAM RETIDOS....: "
018730                                            DELIMITED BY SIZE
018740            WS-QTDE-ED                      DELIMITED BY SIZE
018750       INTO REL-LINHA
018760     END-STRING
018770     WRITE REL-LINHA
018780     .
018790 8000-GRAVAR-TOTAIS-EXIT.
018800     EXIT.
018810
018820******************************************************************
018830*    9000-FINALIZAR
018840*    FECHA OS ARQUIVOS UTILIZADOS PELO PROGRAMA.
018850******************************************************************
018860 9000-FINALIZAR.
018870     IF DIVERGENCIAS-ABERTO
018880         CLOSE ARQ-DIVERGENCIAS
018890     END-IF
018900     CLOSE ARQ-DIV-NOVO
018910     CLOSE ARQ-DEC-NDX
018920     CLOSE ARQ-MESTRE
018930     IF HISTORICO-ATIVO
018940         CLOSE ARQ-HISTORICO
018950     END-IF
018960     CLOSE ARQ-BLQ-NDX
018970     IF RESPONSAVEIS-ATIVO
018980         CLOSE ARQ-RESPONSAVEIS
018990     END-IF
019000     CLOSE ARQ-AUDITORIA
019010     CLOSE ARQ-ONBOARDING
019020     CLOSE ARQ-MOV-BLOQUEIO
019030     CLOSE ARQ-RELATORIO
019040     .
019050 9000-FINALIZAR-EXIT.
019060     EXIT.
019070
019080******************************************************************
019090*    9700-CONFERIR-CADEIA
019100*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
019110*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
019120*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
019130*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
019140*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
019150*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
019160*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
019170*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
019180*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
019190*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
019200*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
019210*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
019220*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
019230*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
019240******************************************************************
019250 9700-CONFERIR-CADEIA.
019260     PERFORM 9710-LER-DEFINICAO
019270         THRU 9710-LER-DEFINICAO-EXIT
019280
019290     IF NOT CAD-DEFINIDO
019300         GO TO 9700-CONFERIR-CADEIA-EXIT
019310     END-IF
019320
019330     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
019340     ACCEPT WS-CAD-HORA-SIS FROM TIME
019350     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
019360     PERFORM 9760-CALCULAR-DATA-NEGOCIO
019370         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
019380     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
019390
019400     PERFORM 9720-APURAR-JORNAL
019410         THRU 9720-APURAR-JORNAL-EXIT
019420
019430     MOVE SPACES TO WS-CAD-MOTIVO
019440     IF CAD-EXECUCAO-REPETIDA
019450     AND NOT CAD-PODE-REPETIR
019460         STRING "REPETICAO NA DATA DE NEGOCIO "
019470                WS-CAD-DATA-NEGOCIO
019480                    DELIMITED BY SIZE
019490           INTO WS-CAD-MOTIVO
019500         END-STRING
019510     ELSE
019520         PERFORM 9740-CONFERIR-PREDECESSOR
019530             THRU 9740-CONFERIR-PREDECESSOR-EXIT
019540             VARYING WS-CAD-IDX FROM 1 BY 1
019550             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
019560             OR WS-CAD-MOTIVO NOT = SPACES
019570     END-IF
019580
019590     IF WS-CAD-MOTIVO = SPACES
019600         GO TO 9700-CONFERIR-CADEIA-EXIT
019610     END-IF
019620
019630     PERFORM 9750-LER-LIBERACAO
019640         THRU 9750-LER-LIBERACAO-EXIT
019650
019660     IF CAD-LIBERADO
019670         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
019680             WS-CAD-OPERADOR
019690         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
019700         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
019710         MOVE "L" TO WS-CAD-TIPO-JRN
019720         PERFORM 9790-GRAVAR-JORNAL-CADEIA
019730             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
019740         GO TO 9700-CONFERIR-CADEIA-EXIT
019750     END-IF
019760
019770     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
019780     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
019790     MOVE 12 TO RETURN-CODE
019800     MOVE "R" TO WS-CAD-TIPO-JRN
019810     PERFORM 9790-GRAVAR-JORNAL-CADEIA
019820         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
019830     STOP RUN
019840     .
019850 9700-CONFERIR-CADEIA-EXIT.
019860     EXIT.
019870
019880******************************************************************
019890*    9710-LER-DEFINICAO
019900*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
019910*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
019920*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
019930******************************************************************
019940 9710-LER-DEFINICAO.
019950     MOVE "N" TO WS-CAD-DEFINIDO
019960     OPEN INPUT ARQ-CADEIA
019970     IF NOT FS-CADEIA-OK
019980         IF NOT FS-CADEIA-AUSENTE
019990             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
020000                 "STATUS: " WS-FS-CADEIA
020010         END-IF
020020         GO TO 9710-LER-DEFINICAO-EXIT
020030     END-IF
020040
020050     MOVE "N" TO WS-CAD-FIM-ARQUIVO
020060     PERFORM 9715-LER-PROGRAMA
020070         THRU 9715-LER-PROGRAMA-EXIT
020080         UNTIL CAD-FIM-ARQUIVO
020090         OR CAD-DEFINIDO
020100
020110     CLOSE ARQ-CADEIA
020120     .
020130 9710-LER-DEFINICAO-EXIT.
020140     EXIT.
020150
020160 9715-LER-PROGRAMA.
020170     READ ARQ-CADEIA
020180         AT END
020190             MOVE "S" TO WS-CAD-FIM-ARQUIVO
020200             GO TO 9715-LER-PROGRAMA-EXIT
020210     END-READ
020220
020230     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
020240         GO TO 9715-LER-PROGRAMA-EXIT
020250     END-IF
020260
020270     MOVE "S" TO WS-CAD-DEFINIDO
020280     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
020290     MOVE ZEROS TO WS-CAD-HORA-VIRADA
020300     IF CAD-HORA-VIRADA NUMERIC
020310         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
020320     END-IF
020330     MOVE ZERO TO WS-CAD-QTDE-PRED
020340     PERFORM 9718-GUARDAR-PREDECESSOR
020350         THRU 9718-GUARDAR-PREDECESSOR-EXIT
020360         VARYING WS-CAD-IDX FROM 1 BY 1
020370         UNTIL WS-CAD-IDX > 5
020380     .
020390 9715-LER-PROGRAMA-EXIT.
020400     EXIT.
020410
020420 9718-GUARDAR-PREDECESSOR.
020430     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
020440         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
020450     END-IF
020460
020470     ADD 1 TO WS-CAD-QTDE-PRED
020480     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
020490                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
020500     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
020510     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
020520     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
020530     .
020540 9718-GUARDAR-PREDECESSOR-EXIT.
020550     EXIT.
020560
020570******************************************************************
020580*    9720-APURAR-JORNAL
020590*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
020600*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
020610*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
020620*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
020630*    SO CONTAM OS REGISTROS DE INICIO E FIM.
020640******************************************************************
020650 9720-APURAR-JORNAL.
020660     OPEN INPUT ARQ-JORNAL
020670     IF NOT FS-JORNAL-OK
020680         GO TO 9720-APURAR-JORNAL-EXIT
020690     END-IF
020700
020710     MOVE "N" TO WS-CAD-FIM-ARQUIVO
020720     PERFORM 9725-LER-JORNAL-CADEIA
020730         THRU 9725-LER-JORNAL-CADEIA-EXIT
020740         UNTIL CAD-FIM-ARQUIVO
020750
020760     CLOSE ARQ-JORNAL
020770     .
020780 9720-APURAR-JORNAL-EXIT.
020790     EXIT.
020800
020810 9725-LER-JORNAL-CADEIA.
020820     READ ARQ-JORNAL
020830         AT END
020840             MOVE "S" TO WS-CAD-FIM-ARQUIVO
020850             GO TO 9725-LER-JORNAL-CADEIA-EXIT
020860     END-READ
020870
020880     IF NOT JRN-INICIO
020890     AND NOT JRN-FIM
020900         GO TO 9725-LER-JORNAL-CADEIA-EXIT
020910     END-IF
020920
020930     MOVE JRN-DATA TO WS-CAD-MOM-DATA
020940     MOVE JRN-HORA TO WS-CAD-MOM-HORA
020950
020960     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
020970         PERFORM 9730-APURAR-PROPRIO
020980             THRU 9730-APURAR-PROPRIO-EXIT
020990         GO TO 9725-LER-JORNAL-CADEIA-EXIT
021000     END-IF
021010
021020     MOVE ZERO TO WS-CAD-ACHADO
021030     PERFORM 9735-PROCURAR-PREDECESSOR
021040         THRU 9735-PROCURAR-PREDECESSOR-EXIT
021050         VARYING WS-CAD-IDX FROM 1 BY 1
021060         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
021070         OR WS-CAD-ACHADO > ZERO
021080     IF WS-CAD-ACHADO = ZERO
021090         GO TO 9725-LER-JORNAL-CADEIA-EXIT
021100     END-IF
021110
021120     IF JRN-INICIO
021130         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
021140         MOVE WS-CAD-MOMENTO-N
021150                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
021160         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
021170     ELSE
021180         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
021190             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
021200             MOVE JRN-RETURN-CODE
021210                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
021220         END-IF
021230     END-IF
021240     .
021250 9725-LER-JORNAL-CADEIA-EXIT.
021260     EXIT.
021270
021280 9730-APURAR-PROPRIO.
021290     IF JRN-INICIO
021300         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
021310         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
021320         GO TO 9730-APURAR-PROPRIO-EXIT
021330     END-IF
021340
021350     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
021360         GO TO 9730-APURAR-PROPRIO-EXIT
021370     END-IF
021380
021390     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
021400     IF JRN-RETURN-CODE = ZERO
021410         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
021420     END-IF
021430
021440     IF JRN-RETURN-CODE < 16
021450         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
021460         PERFORM 9760-CALCULAR-DATA-NEGOCIO
021470             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
021480         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
021490             MOVE "S" TO WS-CAD-REPETICAO
021500         END-IF
021510     END-IF
021520     .
021530 9730-APURAR-PROPRIO-EXIT.
021540     EXIT.
021550
021560 9735-PROCURAR-PREDECESSOR.
021570     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
021580         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
021590     END-IF
021600     .
021610 9735-PROCURAR-PREDECESSOR-EXIT.
021620     EXIT.
021630
021640******************************************************************
021650*    9740-CONFERIR-PREDECESSOR
021660*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
021670*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
021680*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
021690*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
021700*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
021710*    DE NOVO.
021720******************************************************************
021730 9740-CONFERIR-PREDECESSOR.
021740     MOVE "N" TO WS-CAD-PRED-DO-DIA
021750     IF CAD-PODE-REPETIR
021760     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
021770         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
021780         PERFORM 9760-CALCULAR-DATA-NEGOCIO
021790             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
021800         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
021810             MOVE "S" TO WS-CAD-PRED-DO-DIA
021820         END-IF
021830     END-IF
021840
021850     EVALUATE TRUE
021860         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
021870         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
021880                  NOT > WS-CAD-ULTIMO-OK
021890         AND NOT CAD-PRED-DO-DIA
021900             STRING "PREDECESSOR NAO EXECUTADO: "
021910                    WS-CAD-PRED-NOME (WS-CAD-IDX)
021920                        DELIMITED BY SIZE
021930               INTO WS-CAD-MOTIVO
021940             END-STRING
021950         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
021960             STRING "PREDECESSOR NAO FINALIZADO: "
021970                    WS-CAD-PRED-NOME (WS-CAD-IDX)
021980                        DELIMITED BY SIZE
021990               INTO WS-CAD-MOTIVO
022000             END-STRING
022010         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
022020             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
022030             STRING "PREDECESSOR COM RC "
022040                    WS-CAD-RC-ED
022050                    ": "
022060                    WS-CAD-PRED-NOME (WS-CAD-IDX)
022070                        DELIMITED BY SIZE
022080               INTO WS-CAD-MOTIVO
022090             END-STRING
022100     END-EVALUATE
022110     .
022120 9740-CONFERIR-PREDECESSOR-EXIT.
022130     EXIT.
022140
022150******************************************************************
022160*    9750-LER-LIBERACAO
022170*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
022180*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
022190*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
022200******************************************************************
022210 9750-LER-LIBERACAO.
022220     MOVE "N" TO WS-CAD-LIBERADO
022230     OPEN INPUT ARQ-LIBERACAO
022240     IF NOT FS-LIBERACAO-OK
022250         GO TO 9750-LER-LIBERACAO-EXIT
022260     END-IF
022270
022280     MOVE "N" TO WS-CAD-FIM-ARQUIVO
022290     PERFORM 9755-LER-CARTAO-LIBERACAO
022300         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
022310         UNTIL CAD-FIM-ARQUIVO
022320         OR CAD-LIBERADO
022330
022340     CLOSE ARQ-LIBERACAO
022350     .
022360 9750-LER-LIBERACAO-EXIT.
022370     EXIT.
022380
022390 9755-LER-CARTAO-LIBERACAO.
022400     READ ARQ-LIBERACAO
022410         AT END
022420             MOVE "S" TO WS-CAD-FIM-ARQUIVO
022430             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
022440     END-READ
022450
022460     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
022470     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
022480     AND LIB-OPERADOR NOT = SPACES
022490         MOVE "S" TO WS-CAD-LIBERADO
022500         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
022510         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
022520     END-IF
022530     .
022540 9755-LER-CARTAO-LIBERACAO-EXIT.
022550     EXIT.
022560
022570******************************************************************
022580*    9760-CALCULAR-DATA-NEGOCIO
022590*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
022600*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
022610*    ANTERIOR.
022620******************************************************************
022630 9760-CALCULAR-DATA-NEGOCIO.
022640     IF WS-CAD-MOM-DATA NOT NUMERIC
022650     OR WS-CAD-MOM-MM < 1
022660     OR WS-CAD-MOM-MM > 12
022670     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
022680         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
022690         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
022700     END-IF
022710
022720     SUBTRACT 1 FROM WS-CAD-MOM-DD
022730     IF WS-CAD-MOM-DD = ZERO
022740         SUBTRACT 1 FROM WS-CAD-MOM-MM
022750         IF WS-CAD-MOM-MM = ZERO
022760             MOVE 12 TO WS-CAD-MOM-MM
022770             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
022780         END-IF
022790         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
022800         IF WS-CAD-MOM-MM = 2
022810             PERFORM 9765-CONFERIR-BISSEXTO
022820                 THRU 9765-CONFERIR-BISSEXTO-EXIT
022830         END-IF
022840     END-IF
022850
022860     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
022870     .
022880 9760-CALCULAR-DATA-NEGOCIO-EXIT.
022890     EXIT.
022900
022910 9765-CONFERIR-BISSEXTO.
022920     DIVIDE WS-CAD-MOM-CCYY BY 4
022930         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
022940     DIVIDE WS-CAD-MOM-CCYY BY 100
022950         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
022960     DIVIDE WS-CAD-MOM-CCYY BY 400
022970         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
022980
022990     IF WS-CAD-RESTO-4 = ZERO
023000     AND (WS-CAD-RESTO-100 NOT = ZERO
023010          OR WS-CAD-RESTO-400 = ZERO)
023020         MOVE 29 TO WS-CAD-MOM-DD
023030     END-IF
023040     .
023050 9765-CONFERIR-BISSEXTO-EXIT.
023060     EXIT.
023070
023080******************************************************************
023090*    9790-GRAVAR-JORNAL-CADEIA
023100*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
023110*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
023120******************************************************************
023130 9790-GRAVAR-JORNAL-CADEIA.
023140     OPEN EXTEND ARQ-JORNAL
023150     IF NOT FS-JORNAL-OK
023160         OPEN OUTPUT ARQ-JORNAL
023170     END-IF
023180     IF NOT FS-JORNAL-OK
023190         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
023200             WS-FS-JORNAL
023210         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
023220     END-IF
023230
023240     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
023250     ACCEPT WS-CAD-HORA-SIS FROM TIME
023260     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
023270
023280     MOVE SPACES                TO JORNAL-REG
023290     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
023300     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
023310     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
023320     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
023330     MOVE ZEROS                 TO JRN-QTDE-LIDOS
023340     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
023350     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
023360     MOVE RETURN-CODE           TO JRN-RETURN-CODE
023370     MOVE "N"                   TO JRN-REINICIO
023380     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
023390     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
023400     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
023410
023420     WRITE JORNAL-REG
023430
023440     CLOSE ARQ-JORNAL
023450     .
023460 9790-GRAVAR-JORNAL-CADEIA-EXIT.
023470     EXIT.
023480******************************************************************
023490*    9800-GRAVAR-JORNAL
023500*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
023510*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
023520*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
023530*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A RESOLUCAO.
023540******************************************************************
023550 9800-GRAVAR-JORNAL.
023560     OPEN EXTEND ARQ-JORNAL
023570     IF NOT FS-JORNAL-OK
023580         OPEN OUTPUT ARQ-JORNAL
023590     END-IF
023600     IF NOT FS-JORNAL-OK
023610         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
023620             WS-FS-JORNAL
023630         GO TO 9800-GRAVAR-JORNAL-EXIT
023640     END-IF
023650
023660     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
023670     ACCEPT WS-HORA-JRN-SIS FROM TIME
023680     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
023690
023700     MOVE SPACES                 TO JORNAL-REG
023710     MOVE "RESOLVE-DIVERGENCIAS" TO JRN-PROGRAMA
023720     MOVE WS-JRN-TIPO            TO JRN-TIPO
023730     MOVE WS-DATA-JORNAL         TO JRN-DATA
023740     MOVE WS-HORA-JORNAL         TO JRN-HORA
023750     MOVE WS-QTDE-RETIDOS-LIDOS  TO JRN-QTDE-LIDOS
023760     COMPUTE JRN-QTDE-GRAVADOS =
023770         WS-QTDE-ACEITOS + WS-QTDE-MANTIDOS + WS-QTDE-BLOQUEIOS
023780     MOVE WS-QTDE-RECUSADAS      TO JRN-QTDE-REJEITADOS
023790     MOVE RETURN-CODE            TO JRN-RETURN-CODE
023800     MOVE "N"                    TO JRN-REINICIO
023810
023820     WRITE JORNAL-REG
023830
023840     CLOSE ARQ-JORNAL
023850     .
023860 9800-GRAVAR-JORNAL-EXIT.
023870     EXIT.
023880
023890 END PROGRAM RESOLVE-DIVERGENCIAS.

000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: ESTORNO DE UMA EXECUCAO COMPLETA DO LOTE NOTURNO
000060*          (VERIFICA-IDADE-LOTE), IDENTIFICADA PELO CARTAO DE
000070*          PARAMETROS (ARQ-PARAMETROS). DEVOLVE AO MESTRE AS
000080*          IMAGENS ANTERIORES DOS CLIENTES QUE A EXECUCAO
000090*          REGRAVOU E EXCLUI OS QUE ELA INCLUIU (ARQ-IMAGENS),
000100*          EXCLUI DO HISTORICO AS VERIFICACOES DELA, REGRAVA OS
000110*          ALERTAS E AS DIVERGENCIAS RETIDAS SEM OS REGISTROS
000120*          DELA (ARQ-ALR-NOVO E ARQ-DIV-NOVO), GRAVA NO ARQUIVO
000130*          DE CANCELAMENTOS (ARQ-CANCELAMENTOS) UM CANCELAMENTO
000140*          PARA CADA REGISTRO QUE ELA ENVIOU AO ONBOARDING E
000150*          ACRESCENTA NA TRILHA DE AUDITORIA, QUE NUNCA E
000160*          APAGADA, UM REGISTRO DE ESTORNO PARA CADA VERIFICACAO
000170*          DELA. O RELATORIO DE CONTROLE CONFERE A QUANTIDADE
000180*          ESTORNADA COM A QUANTIDADE DE VERIFICACOES QUE A
000190*          EXECUCAO GRAVOU SEGUNDO O JORNAL (ARQ-JORNAL).
000200*          CLIENTE QUE JA FOI ALTERADO OU ELIMINADO DO MESTRE
000210*          DEPOIS DA EXECUCAO NAO E TOCADO: O CONFLITO SAI NO
000220*          RELATORIO PARA TRATAMENTO MANUAL.
000230*          RETURN-CODE 0: ESTORNO COMPLETO E CONFERIDO;
000240*          8: ESTORNO FEITO COM CONFLITO NO MESTRE OU SEM
000250*          CONFERENCIA COM O JORNAL; 16: NADA FOI ESTORNADO
000260*          (CARTAO INVALIDO, EXECUCAO DESCONHECIDA OU JA
000270*          ESTORNADA, OU ARQUIVO INDISPONIVEL).
000280* Tectonics: cobc
000290*
000300* Modification History
000310* Date       Init Description
000320* 15/10/2026 GB   Criacao do programa de estorno de uma execucao
000330*                 do lote noturno.
000340* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000350*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000360*                 de execucao, o programa recusa rodar (RC 12,
000370*                 registro R no jornal) quando um predecessor nao
000380*                 terminou com RC 0 depois da sua ultima execucao
000390*                 correta ou quando a execucao seria repeticao
000400*                 proibida na data de negocio. O cartao de
000410*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000420*                 a reexecucao supervisionada, registrada no
000430*                 jornal (registro L, com o operador e a
000440*                 justificativa do cartao). O programa que pode
000450*                 repetir na data de negocio aceita o
000460*                 predecessor que rodou na propria data de
000470*                 negocio.
000480* 15/10/2026 GB   O registro de auditoria cresceu de 86 para 88
000490*                 posicoes. Os registros de rejeicao da execucao
000500*                 (AUD-DECISAO X) nao sao estornados nem entram
000510*                 na conferencia: nao sao verificacoes, e a
000520*                 devolucao a origem ja foi feita.
000530* 15/10/2026 GB   O registro de auditoria cresceu de 88 para 96
000540*                 posicoes (operador do balcao que fez a
000550*                 verificacao); a copia de trabalho acompanha o
000560*                 novo tamanho.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. ESTORNA-LOTE.
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
000700     SELECT ARQ-PARAMETROS ASSIGN TO ARQPETL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-PARAMETROS.
000730
000740     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FS-JORNAL.
000770     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-CADEIA.
000800     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-FS-LIBERACAO.
000830
000840     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-AUDITORIA.
000870
000880     SELECT ARQ-AUD-TRAB ASSIGN TO ARQAUDT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-AUD-TRAB.
000910
000920     SELECT ARQ-IMAGENS ASSIGN TO ARQIMG
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-FS-IMAGENS.
000950
000960     SELECT ARQ-IMG-NDX ASSIGN TO ARQIMGX
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS IMX-CHAVE
001000         FILE STATUS IS WS-FS-IMG-NDX.
001010
001020     SELECT ARQ-MESTRE ASSIGN TO ARQMST
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS MST-CHAVE
001060         FILE STATUS IS WS-FS-MESTRE.
001070
001080     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS HST-CHAVE
001120         FILE STATUS IS WS-FS-HISTORICO.
001130
001140     SELECT ARQ-ALERTAS ASSIGN TO ARQALR
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-FS-ALERTAS.
001170
001180     SELECT ARQ-ALR-NOVO ASSIGN TO ARQALRN
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-FS-ALR-NOVO.
001210
001220     SELECT ARQ-DIVERGENCIAS ASSIGN TO ARQDVG
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-FS-DIVERGENCIAS.
001250
001260     SELECT ARQ-DIV-NOVO ASSIGN TO ARQDVGN
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-FS-DIV-NOVO.
001290
001300     SELECT ARQ-ONBOARDING ASSIGN TO ARQONB
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-FS-ONBOARDING.
001330
001340     SELECT ARQ-CANCELAMENTOS ASSIGN TO ARQCAN
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-FS-CANCELAMENTOS.
001370
001380     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-FS-RELATORIO.
001410
001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  ARQ-PARAMETROS
001450     RECORDING MODE IS F.
001460 COPY PARMETL.
001470
001480 FD  ARQ-JORNAL
001490     RECORDING MODE IS F.
001500 COPY JORNREG.
001510
001520 FD  ARQ-CADEIA
001530     RECORDING MODE IS F.
001540 COPY CADEREG.
001550
001560 FD  ARQ-LIBERACAO
001570     RECORDING MODE IS F.
001580 COPY LIBEREG.
001590
001600 FD  ARQ-AUDITORIA
001610     RECORDING MODE IS F.
001620 COPY AUDITREG.
001630
001640 FD  ARQ-AUD-TRAB
001650     RECORDING MODE IS F.
001660 01  TRB-REG                     PIC X(96).
001670
001680 FD  ARQ-IMAGENS
001690     RECORDING MODE IS F.
001700 COPY IMAGREG.
001710
001720 FD  ARQ-IMG-NDX.
001730 01  IMG-NDX-REG.
001740     05  IMX-CHAVE.
001750         10  IMX-TIPO-DOC        PIC X(01).
001760         10  IMX-DOC-NUMERO      PIC X(11).
001770     05  IMX-ACAO                PIC X(01).
001780         88  IMX-INCLUSAO        VALUE "I".
001790     05  IMX-ANTES               PIC X(80).
001800     05  IMX-DEPOIS              PIC X(80).
001810
001820 FD  ARQ-MESTRE.
001830 COPY MESTREG.
001840
001850 FD  ARQ-HISTORICO.
001860 COPY HISTREG.
001870
001880 FD  ARQ-ALERTAS
001890     RECORDING MODE IS F.
001900 COPY ALRTREG.
001910
001920 FD  ARQ-ALR-NOVO
001930     RECORDING MODE IS F.
001940 01  ALRN-REG                    PIC X(80).
001950
001960 FD  ARQ-DIVERGENCIAS
001970     RECORDING MODE IS F.
001980 COPY DIVGREG.
001990
002000 FD  ARQ-DIV-NOVO
002010     RECORDING MODE IS F.
002020 01  DVGN-REG                    PIC X(180).
002030
002040 FD  ARQ-ONBOARDING
002050     RECORDING MODE IS F.
002060 COPY ONBOREG.
002070
002080 FD  ARQ-CANCELAMENTOS
002090     RECORDING MODE IS F.
002100 COPY CANCREG.
002110
002120 FD  ARQ-RELATORIO
002130     RECORDING MODE IS F.
002140 01  REL-LINHA                   PIC X(80).
002150
002160 WORKING-STORAGE SECTION.
002170******************************************************************
002180*    CHAVES E STATUS DE ARQUIVO
002190******************************************************************
002200 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
002210     88  FS-PARAMETROS-OK        VALUE "00".
002220 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
002230     88  FS-JORNAL-OK            VALUE "00".
002240     88  FS-JORNAL-AUSENTE       VALUE "35".
002250 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
002260     88  FS-AUDITORIA-OK         VALUE "00".
002270     88  FS-AUDITORIA-AUSENTE    VALUE "35".
002280 77  WS-FS-AUD-TRAB              PIC X(02) VALUE ZEROS.
002290     88  FS-AUD-TRAB-OK          VALUE "00".
002300 77  WS-FS-IMAGENS               PIC X(02) VALUE ZEROS.
002310     88  FS-IMAGENS-OK           VALUE "00".
002320     88  FS-IMAGENS-AUSENTE      VALUE "35".
002330 77  WS-FS-IMG-NDX               PIC X(02) VALUE ZEROS.
002340     88  FS-IMG-NDX-OK           VALUE "00".
002350     88  FS-IMG-NDX-DUPLIC       VALUE "22".
002360 77  WS-FS-MESTRE                PIC X(02) VALUE ZEROS.
002370     88  FS-MESTRE-OK            VALUE "00".
002380     88  FS-MESTRE-NAO-ACHADO    VALUE "23".
002390 77  WS-FS-HISTORICO             PIC X(02) VALUE ZEROS.
002400     88  FS-HISTORICO-OK         VALUE "00".
002410     88  FS-HISTORICO-AUSENTE    VALUE "35".
002420 77  WS-FS-ALERTAS               PIC X(02) VALUE ZEROS.
002430     88  FS-ALERTAS-OK           VALUE "00".
002440     88  FS-ALERTAS-AUSENTE      VALUE "35".
002450 77  WS-FS-ALR-NOVO              PIC X(02) VALUE ZEROS.
002460     88  FS-ALR-NOVO-OK          VALUE "00".
002470 77  WS-FS-DIVERGENCIAS          PIC X(02) VALUE ZEROS.
002480     88  FS-DIVERGENCIAS-OK      VALUE "00".
002490     88  FS-DIVERGENCIAS-AUSENTE VALUE "35".
002500 77  WS-FS-DIV-NOVO              PIC X(02) VALUE ZEROS.
002510     88  FS-DIV-NOVO-OK          VALUE "00".
002520 77  WS-FS-ONBOARDING            PIC X(02) VALUE ZEROS.
002530     88  FS-ONBOARDING-OK        VALUE "00".
002540     88  FS-ONBOARDING-AUSENTE   VALUE "35".
002550 77  WS-FS-CANCELAMENTOS         PIC X(02) VALUE ZEROS.
002560     88  FS-CANCELAMENTOS-OK     VALUE "00".
002570 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
002580     88  FS-RELATORIO-OK         VALUE "00".
002590
002600******************************************************************
002610*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
002620*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
002630******************************************************************
002640 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
002650 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
002660 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
002670 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
002680******************************************************************
002690*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
002700*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
002710*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
002720*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
002730*    RODOU, A = ABERTA, F = FINALIZADA).
002740******************************************************************
002750 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
002760     88  FS-CADEIA-OK            VALUE "00".
002770     88  FS-CADEIA-AUSENTE       VALUE "35".
002780 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
002790     88  FS-LIBERACAO-OK         VALUE "00".
002800 77  WS-CAD-PROGRAMA             PIC X(22)
002810                 VALUE "ESTORNA-LOTE".
002820 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
002830     88  CAD-DEFINIDO            VALUE "S".
002840 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
002850     88  CAD-FIM-ARQUIVO         VALUE "S".
002860 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
002870     88  CAD-PODE-REPETIR        VALUE "S".
002880 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
002890     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
002900 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
002910     88  CAD-PRED-DO-DIA         VALUE "S".
002920 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
002930     88  CAD-LIBERADO            VALUE "S".
002940 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
002950 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
002960 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
002970 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
002980 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
002990 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
003000 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
003010 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
003020 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
003030 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
003040 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
003050 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
003060 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
003070 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
003080 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
003090 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
003100 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
003110 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
003120 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
003130 01  WS-CAD-PREDECESSORES.
003140     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
003150         10  WS-CAD-PRED-NOME    PIC X(22).
003160         10  WS-CAD-PRED-SIT     PIC X(01).
003170         10  WS-CAD-PRED-INICIO  PIC 9(14).
003180         10  WS-CAD-PRED-RC      PIC 9(04).
003190 01  WS-CAD-MOMENTO.
003200     05  WS-CAD-MOM-DATA.
003210         10  WS-CAD-MOM-CCYY     PIC 9(04).
003220         10  WS-CAD-MOM-MM       PIC 9(02).
003230         10  WS-CAD-MOM-DD       PIC 9(02).
003240     05  WS-CAD-MOM-HORA         PIC 9(06).
003250 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
003260                                 PIC 9(14).
003270 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
003280     05  FILLER                  PIC X(08).
003290     05  WS-CAD-MOM-HHMM         PIC 9(04).
003300     05  FILLER                  PIC X(02).
003310 01  WS-CAD-DIAS-MES-TAB.
003320     05  FILLER                  PIC X(24)
003330                 VALUE "312831303130313130313031".
003340 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
003350     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
003360
003370******************************************************************
003380*    CHAVE DE CONTROLE DE FIM DE ARQUIVO, REUTILIZADA A CADA
003390*    ARQUIVO PERCORRIDO
003400******************************************************************
003410 77  WS-FIM-ARQUIVO              PIC X(01) VALUE "N".
003420     88  FIM-DO-ARQUIVO          VALUE "S".
003430
003440******************************************************************
003450*    EXECUCAO A ESTORNAR E O QUE O JORNAL E A TRILHA DIZEM DELA
003460******************************************************************
003470 77  WS-ID-EXECUCAO              PIC X(14) VALUE SPACES.
003480 77  WS-FIM-NO-JORNAL            PIC X(01) VALUE "N".
003490     88  FIM-NO-JORNAL           VALUE "S".
003500 77  WS-JA-ESTORNADA             PIC X(01) VALUE "N".
003510     88  EXECUCAO-JA-ESTORNADA   VALUE "S".
003520 77  WS-QTDE-INICIOS-JRN         PIC 9(08) COMP VALUE ZERO.
003530 77  WS-JRN-LIDOS                PIC 9(08) VALUE ZERO.
003540 77  WS-JRN-GRAVADOS             PIC 9(08) VALUE ZERO.
003550 77  WS-JRN-RETURN-CODE          PIC 9(04) VALUE ZERO.
003560
003570******************************************************************
003580*    DATA E HORA DO SISTEMA, GRAVADAS NOS REGISTROS DE ESTORNO E
003590*    NOS CANCELAMENTOS
003600******************************************************************
003610 01  WS-DATA-SISTEMA.
003620     05  WS-DATA-SISTEMA-CCYY    PIC 9(04).
003630     05  WS-DATA-SISTEMA-MM      PIC 9(02).
003640     05  WS-DATA-SISTEMA-DD      PIC 9(02).
003650 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
003660 77  WS-HORA-ESTORNO             PIC 9(06) VALUE ZEROS.
003670
003680******************************************************************
003690*    TOTAIS DO ESTORNO
003700******************************************************************
003710 77  WS-QTDE-AUD-EXECUCAO        PIC 9(08) COMP VALUE ZERO.
003720 77  WS-QTDE-ESTORNOS            PIC 9(08) COMP VALUE ZERO.
003730 77  WS-QTDE-IMAGENS             PIC 9(08) COMP VALUE ZERO.
003740 77  WS-QTDE-RESTAURADOS         PIC 9(08) COMP VALUE ZERO.
003750 77  WS-QTDE-EXCLUIDOS           PIC 9(08) COMP VALUE ZERO.
003760 77  WS-QTDE-CONFLITOS           PIC 9(08) COMP VALUE ZERO.
003770 77  WS-QTDE-HIST-EXCLUIDOS      PIC 9(08) COMP VALUE ZERO.
003780 77  WS-QTDE-ALR-EXCLUIDOS       PIC 9(08) COMP VALUE ZERO.
003790 77  WS-QTDE-DVG-DESCARTADAS     PIC 9(08) COMP VALUE ZERO.
003800 77  WS-QTDE-CANCELAMENTOS       PIC 9(08) COMP VALUE ZERO.
003810 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
003820
003830******************************************************************
003840*    LINHA DE DETALHE DO RELATORIO: ACAO NO MESTRE (R = IMAGEM
003850*    ANTERIOR RESTAURADA, E = INCLUSAO EXCLUIDA, C = CONFLITO
003860*    NAO ESTORNADO), DOCUMENTO E SITUACAO
003870******************************************************************
003880 01  WS-REL-DETALHE.
003890     05  WS-DET-ACAO             PIC X(01).
003900     05  FILLER                  PIC X(01).
003910     05  WS-DET-DOC              PIC X(11).
003920     05  FILLER                  PIC X(01).
003930     05  WS-DET-TIPO             PIC X(01).
003940     05  FILLER                  PIC X(01).
003950     05  WS-DET-SITUACAO         PIC X(40).
003960     05  FILLER                  PIC X(24).
003970
003980 PROCEDURE DIVISION.
003990******************************************************************
004000*    0000-MAINLINE
004010*    PARAGRAFO PRINCIPAL DO PROGRAMA. NADA E ALTERADO ANTES DE
004020*    CONFERIDOS O CARTAO, O JORNAL E A TRILHA DE AUDITORIA.
004030******************************************************************
004040 0000-MAINLINE.
004050     PERFORM 9700-CONFERIR-CADEIA
004060         THRU 9700-CONFERIR-CADEIA-EXIT
004070     PERFORM 1000-INICIALIZAR
004080         THRU 1000-INICIALIZAR-EXIT
004090
004100     MOVE "I" TO WS-JRN-TIPO
004110     PERFORM 9800-GRAVAR-JORNAL
004120         THRU 9800-GRAVAR-JORNAL-EXIT
004130
004140     PERFORM 2000-CONFERIR-JORNAL
004150         THRU 2000-CONFERIR-JORNAL-EXIT
004160
004170     PERFORM 3000-SEPARAR-AUDITORIA
004180         THRU 3000-SEPARAR-AUDITORIA-EXIT
004190
004200     PERFORM 4000-CARREGAR-IMAGENS
004210         THRU 4000-CARREGAR-IMAGENS-EXIT
004220
004230     PERFORM 4500-ESTORNAR-MESTRE
004240         THRU 4500-ESTORNAR-MESTRE-EXIT
004250
004260     PERFORM 5000-ESTORNAR-HISTORICO
004270         THRU 5000-ESTORNAR-HISTORICO-EXIT
004280
004290     PERFORM 5500-ESTORNAR-ALERTAS
004300         THRU 5500-ESTORNAR-ALERTAS-EXIT
004310
004320     PERFORM 5700-ESTORNAR-DIVERGENCIAS
004330         THRU 5700-ESTORNAR-DIVERGENCIAS-EXIT
004340
004350     PERFORM 6000-GERAR-CANCELAMENTOS
004360         THRU 6000-GERAR-CANCELAMENTOS-EXIT
004370
004380     PERFORM 7000-GRAVAR-ESTORNOS
004390         THRU 7000-GRAVAR-ESTORNOS-EXIT
004400
004410     PERFORM 8000-GRAVAR-CONTROLE
004420         THRU 8000-GRAVAR-CONTROLE-EXIT
004430
004440     PERFORM 9000-FINALIZAR
004450         THRU 9000-FINALIZAR-EXIT
004460
004470     MOVE "F" TO WS-JRN-TIPO
004480     PERFORM 9800-GRAVAR-JORNAL
004490         THRU 9800-GRAVAR-JORNAL-EXIT
004500
004510     STOP RUN.
004520
004530******************************************************************
004540*    1000-INICIALIZAR
004550*    OBTEM A DATA DO SISTEMA, LE O CARTAO DE PARAMETROS E ABRE
004560*    O RELATORIO DE CONTROLE.
004570******************************************************************
004580 1000-INICIALIZAR.
004590     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
004600
004610     PERFORM 1100-LER-PARAMETROS
004620         THRU 1100-LER-PARAMETROS-EXIT
004630
004640     OPEN OUTPUT ARQ-RELATORIO
004650     IF NOT FS-RELATORIO-OK
004660         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
004670             WS-FS-RELATORIO
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF
004710
004720     PERFORM 1200-GRAVAR-CABECALHO
004730         THRU 1200-GRAVAR-CABECALHO-EXIT
004740     .
004750 1000-INICIALIZAR-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790*    1100-LER-PARAMETROS
004800*    LE O CARTAO COM O IDENTIFICADOR DA EXECUCAO A ESTORNAR. O
004810*    CARTAO E OBRIGATORIO E O IDENTIFICADOR PRECISA TER OS 14
004820*    DIGITOS DE DATA E HORA (AAAAMMDDHHMMSS).
004830******************************************************************
004840 1100-LER-PARAMETROS.
004850     OPEN INPUT ARQ-PARAMETROS
004860     IF NOT FS-PARAMETROS-OK
004870         DISPLAY "ERRO AO ABRIR ARQ-PARAMETROS. FILE STATUS: "
004880             WS-FS-PARAMETROS ". NADA FOI ESTORNADO."
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF
004920
004930     READ ARQ-PARAMETROS
004940     IF NOT FS-PARAMETROS-OK
004950         DISPLAY "CARTAO DE ESTORNO AUSENTE. FILE STATUS: "
004960             WS-FS-PARAMETROS ". NADA FOI ESTORNADO."
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF
005000
005010     IF PET-ID-EXECUCAO NOT NUMERIC
005020         DISPLAY "IDENTIFICADOR DE EXECUCAO INVALIDO NO CARTAO: "
005030             PET-ID-EXECUCAO ". NADA FOI ESTORNADO."
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF
005070
005080     MOVE PET-ID-EXECUCAO TO WS-ID-EXECUCAO
005090
005100     CLOSE ARQ-PARAMETROS
005110     .
005120 1100-LER-PARAMETROS-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160*    1200-GRAVAR-CABECALHO
005170*    GRAVA O CABECALHO DO RELATORIO DE CONTROLE DO ESTORNO.
005180******************************************************************
005190 1200-GRAVAR-CABECALHO.
005200     MOVE SPACES TO REL-LINHA
005210     STRING "ESTORNO DA EXECUCAO "    DELIMITED BY SIZE
005220            WS-ID-EXECUCAO            DELIMITED BY SIZE
005230            " DO LOTE EM "            DELIMITED BY SIZE
005240            WS-DATA-SISTEMA           DELIMITED BY SIZE
005250       INTO REL-LINHA
005260     END-STRING
005270     WRITE REL-LINHA
005280
005290     MOVE "A DOCUMENTO   T SITUACAO NO MESTRE" TO REL-LINHA
005300     WRITE REL-LINHA
005310     .
005320 1200-GRAVAR-CABECALHO-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    2000-CONFERIR-JORNAL
005370*    PROCURA NO JORNAL OS REGISTROS DO LOTE NOTURNO COM O
005380*    IDENTIFICADOR DA EXECUCAO: OS DE INICIO (UM POR EXECUCAO OU
005390*    REINICIO) E O DE FIM, QUE TRAZ A QUANTIDADE DE VERIFICACOES
005400*    GRAVADAS PELA EXECUCAO INTEIRA. JORNAL INEXISTENTE E
005410*    TRATADO COMO EXECUCAO SEM REGISTRO DE FIM.
005420******************************************************************
005430 2000-CONFERIR-JORNAL.
005440     OPEN INPUT ARQ-JORNAL
005450     IF FS-JORNAL-AUSENTE
005460         GO TO 2000-CONFERIR-JORNAL-EXIT
005470     END-IF
005480     IF NOT FS-JORNAL-OK
005490         DISPLAY "ERRO AO ABRIR ARQ-JORNAL. FILE STATUS: "
005500             WS-FS-JORNAL ". NADA FOI ESTORNADO."
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF
005540
005550     MOVE "N" TO WS-FIM-ARQUIVO
005560     PERFORM 2050-LER-JORNAL
005570         THRU 2050-LER-JORNAL-EXIT
005580         UNTIL FIM-DO-ARQUIVO
005590
005600     CLOSE ARQ-JORNAL
005610     .
005620 2000-CONFERIR-JORNAL-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660*    2050-LER-JORNAL
005670*    LE O PROXIMO REGISTRO DO JORNAL E GUARDA O QUE INTERESSA DA
005680*    EXECUCAO A ESTORNAR. VALE O ULTIMO REGISTRO DE FIM.
005690******************************************************************
005700 2050-LER-JORNAL.
005710     READ ARQ-JORNAL
005720         AT END
005730             MOVE "S" TO WS-FIM-ARQUIVO
005740             GO TO 2050-LER-JORNAL-EXIT
005750     END-READ
005760
005770     IF JRN-PROGRAMA NOT = "VERIFICA-IDADE-LOTE"
005780     OR JRN-ID-EXECUCAO NOT = WS-ID-EXECUCAO
005790         GO TO 2050-LER-JORNAL-EXIT
005800     END-IF
005810
005820     IF JRN-INICIO
005830         ADD 1 TO WS-QTDE-INICIOS-JRN
005840     END-IF
005850
005860     IF JRN-FIM
005870         MOVE "S"                 TO WS-FIM-NO-JORNAL
005880         MOVE JRN-QTDE-LIDOS      TO WS-JRN-LIDOS
005890         MOVE JRN-QTDE-GRAVADOS   TO WS-JRN-GRAVADOS
005900         MOVE JRN-RETURN-CODE     TO WS-JRN-RETURN-CODE
005910     END-IF
005920     .
005930 2050-LER-JORNAL-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    3000-SEPARAR-AUDITORIA
005980*    PERCORRE A TRILHA DE AUDITORIA E SEPARA NO ARQUIVO DE
005990*    TRABALHO (ARQ-AUD-TRAB) AS VERIFICACOES DA EXECUCAO, QUE
006000*    RECEBERAO O REGISTRO DE ESTORNO NO FIM. EXECUCAO QUE JA TEM
006010*    REGISTRO DE ESTORNO NA TRILHA, OU QUE NAO APARECE NEM NO
006020*    JORNAL NEM NA TRILHA, DERRUBA O JOB COM RETURN-CODE 16
006030*    ANTES DE QUALQUER ALTERACAO.
006040******************************************************************
006050 3000-SEPARAR-AUDITORIA.
006060     OPEN OUTPUT ARQ-AUD-TRAB
006070     IF NOT FS-AUD-TRAB-OK
006080         DISPLAY "ERRO AO ABRIR ARQ-AUD-TRAB. FILE STATUS: "
006090             WS-FS-AUD-TRAB ". NADA FOI ESTORNADO."
006100         MOVE 16 TO RETURN-CODE
006110         STOP RUN
006120     END-IF
006130
006140     OPEN INPUT ARQ-AUDITORIA
006150     IF FS-AUDITORIA-OK
006160         MOVE "N" TO WS-FIM-ARQUIVO
006170         PERFORM 3050-LER-AUDITORIA
006180             THRU 3050-LER-AUDITORIA-EXIT
006190             UNTIL FIM-DO-ARQUIVO
006200         CLOSE ARQ-AUDITORIA
006210     ELSE
006220         IF NOT FS-AUDITORIA-AUSENTE
006230             DISPLAY "ERRO AO ABRIR ARQ-AUDITORIA. FILE STATUS: "
006240                 WS-FS-AUDITORIA ". NADA FOI ESTORNADO."
006250             MOVE 16 TO RETURN-CODE
006260             STOP RUN
006270         END-IF
006280     END-IF
006290
006300     CLOSE ARQ-AUD-TRAB
006310
006320     IF EXECUCAO-JA-ESTORNADA
006330         DISPLAY "A EXECUCAO " WS-ID-EXECUCAO " JA FOI "
006340             "ESTORNADA. NADA FOI ESTORNADO."
006350         MOVE 16 TO RETURN-CODE
006360         STOP RUN
006370     END-IF
006380
006390     IF WS-QTDE-INICIOS-JRN = ZERO
006400     AND WS-QTDE-AUD-EXECUCAO = ZERO
006410         DISPLAY "A EXECUCAO " WS-ID-EXECUCAO " NAO CONSTA DO "
006420             "JORNAL NEM DA TRILHA. NADA FOI ESTORNADO."
006430         MOVE 16 TO RETURN-CODE
006440         STOP RUN
006450     END-IF
006460     .
006470 3000-SEPARAR-AUDITORIA-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*    3050-LER-AUDITORIA
006520*    LE O PROXIMO REGISTRO DA TRILHA. REGISTRO DE ESTORNO DA
006530*    EXECUCAO MARCA A EXECUCAO COMO JA ESTORNADA; VERIFICACAO DA
006540*    EXECUCAO VAI PARA O ARQUIVO DE TRABALHO.
006550******************************************************************
006560 3050-LER-AUDITORIA.
006570     READ ARQ-AUDITORIA
006580         AT END
006590             MOVE "S" TO WS-FIM-ARQUIVO
006600             GO TO 3050-LER-AUDITORIA-EXIT
006610     END-READ
006620
006630     IF AUD-ID-EXECUCAO NOT = WS-ID-EXECUCAO
006640         GO TO 3050-LER-AUDITORIA-EXIT
006650     END-IF
006660
006670     IF AUD-E-ESTORNO
006680         MOVE "S" TO WS-JA-ESTORNADA
006690         GO TO 3050-LER-AUDITORIA-EXIT
006700     END-IF
006710
006720     IF AUD-E-REJEICAO
006730         GO TO 3050-LER-AUDITORIA-EXIT
006740     END-IF
006750
006760     ADD 1 TO WS-QTDE-AUD-EXECUCAO
006770     MOVE AUDIT-REG TO TRB-REG
006780     WRITE TRB-REG
006790     IF NOT FS-AUD-TRAB-OK
006800         DISPLAY "ERRO AO GRAVAR ARQ-AUD-TRAB. FILE STATUS: "
006810             WS-FS-AUD-TRAB ". NADA FOI ESTORNADO."
006820         MOVE 16 TO RETURN-CODE
006830         STOP RUN
006840     END-IF
006850     .
006860 3050-LER-AUDITORIA-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900*    4000-CARREGAR-IMAGENS
006910*    CARREGA AS IMAGENS DO MESTRE GRAVADAS PELA EXECUCAO NO
006920*    INDICE DE TRABALHO ARQ-IMG-NDX, RECRIADO A CADA EXECUCAO,
006930*    UMA ENTRADA POR CLIENTE. QUANDO O MESMO CLIENTE TEM MAIS DE
006940*    UMA IMAGEM (REGISTRO REPROCESSADO NUM REINICIO), VALEM A
006950*    ACAO E A IMAGEM ANTERIOR DA PRIMEIRA E A IMAGEM NOVA DA
006960*    ULTIMA.
006970******************************************************************
006980 4000-CARREGAR-IMAGENS.
006990     OPEN OUTPUT ARQ-IMG-NDX
007000     IF FS-IMG-NDX-OK
007010         CLOSE ARQ-IMG-NDX
007020         OPEN I-O ARQ-IMG-NDX
007030     END-IF
007040     IF NOT FS-IMG-NDX-OK
007050         DISPLAY "ERRO AO CRIAR ARQ-IMG-NDX. FILE STATUS: "
007060             WS-FS-IMG-NDX ". NADA FOI ESTORNADO."
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF
007100
007110     OPEN INPUT ARQ-IMAGENS
007120     IF FS-IMAGENS-OK
007130         MOVE "N" TO WS-FIM-ARQUIVO
007140         PERFORM 4050-LER-IMAGEM
007150             THRU 4050-LER-IMAGEM-EXIT
007160             UNTIL FIM-DO-ARQUIVO
007170         CLOSE ARQ-IMAGENS
007180     ELSE
007190         IF NOT FS-IMAGENS-AUSENTE
007200             DISPLAY "ERRO AO ABRIR ARQ-IMAGENS. FILE STATUS: "
007210                 WS-FS-IMAGENS ". NADA FOI ESTORNADO."
007220             MOVE 16 TO RETURN-CODE
007230             STOP RUN
007240         END-IF
007250     END-IF
007260
007270     CLOSE ARQ-IMG-NDX
007280     .
007290 4000-CARREGAR-IMAGENS-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*    4050-LER-IMAGEM
007340*    LE A PROXIMA IMAGEM DO MESTRE E, QUANDO ELA E DA EXECUCAO,
007350*    A GRAVA NO INDICE OU ATUALIZA A IMAGEM NOVA DO CLIENTE.
007360******************************************************************
007370 4050-LER-IMAGEM.
007380     READ ARQ-IMAGENS
007390         AT END
007400             MOVE "S" TO WS-FIM-ARQUIVO
007410             GO TO 4050-LER-IMAGEM-EXIT
007420     END-READ
007430
007440     IF IMG-ID-EXECUCAO NOT = WS-ID-EXECUCAO
007450         GO TO 4050-LER-IMAGEM-EXIT
007460     END-IF
007470
007480     ADD 1 TO WS-QTDE-IMAGENS
007490
007500     MOVE IMG-DEPOIS (1:12) TO IMX-CHAVE
007510     MOVE IMG-ACAO          TO IMX-ACAO
007520     MOVE IMG-ANTES         TO IMX-ANTES
007530     MOVE IMG-DEPOIS        TO IMX-DEPOIS
007540     WRITE IMG-NDX-REG
007550
007560     IF FS-IMG-NDX-DUPLIC
007570         READ ARQ-IMG-NDX
007580         IF FS-IMG-NDX-OK
007590             MOVE IMG-DEPOIS TO IMX-DEPOIS
007600             REWRITE IMG-NDX-REG
007610         END-IF
007620     END-IF
007630
007640     IF NOT FS-IMG-NDX-OK
007650         DISPLAY "ERRO AO CARREGAR O INDICE DE IMAGENS. FILE "
007660             "STATUS: " WS-FS-IMG-NDX " CHAVE: " IMX-CHAVE
007670             ". NADA FOI ESTORNADO."
007680         MOVE 16 TO RETURN-CODE
007690         STOP RUN
007700     END-IF
007710     .
007720 4050-LER-IMAGEM-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760*    4500-ESTORNAR-MESTRE
007770*    ABRE O MESTRE EM I-O E ESTORNA, CLIENTE A CLIENTE, AS
007780*    ALTERACOES DA EXECUCAO GUARDADAS NO INDICE DE IMAGENS. O
007790*    MESTRE E OBRIGATORIO: SEM ELE O JOB CAI COM RETURN-CODE 16
007800*    ANTES DE QUALQUER ALTERACAO.
007810******************************************************************
007820 4500-ESTORNAR-MESTRE.
007830     OPEN I-O ARQ-MESTRE
007840     IF NOT FS-MESTRE-OK
007850         DISPLAY "ERRO AO ABRIR ARQ-MESTRE. FILE STATUS: "
007860             WS-FS-MESTRE ". NADA FOI ESTORNADO."
007870         MOVE 16 TO RETURN-CODE
007880         STOP RUN
007890     END-IF
007900
007910     OPEN INPUT ARQ-IMG-NDX
007920     IF NOT FS-IMG-NDX-OK
007930         DISPLAY "ERRO AO REABRIR ARQ-IMG-NDX. FILE STATUS: "
007940             WS-FS-IMG-NDX ". NADA FOI ESTORNADO."
007950         MOVE 16 TO RETURN-CODE
007960         STOP RUN
007970     END-IF
007980
007990     MOVE "N" TO WS-FIM-ARQUIVO
008000     PERFORM 4550-ESTORNAR-UM-CLIENTE
008010         THRU 4550-ESTORNAR-UM-CLIENTE-EXIT
008020         UNTIL FIM-DO-ARQUIVO
008030
008040     CLOSE ARQ-IMG-NDX
008050     CLOSE ARQ-MESTRE
008060     .
008070 4500-ESTORNAR-MESTRE-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*    4550-ESTORNAR-UM-CLIENTE
008120*    LE O PROXIMO CLIENTE DO INDICE DE IMAGENS E O CONFERE NO
008130*    MESTRE. SO E ESTORNADO O CLIENTE QUE AINDA ESTA EXATAMENTE
008140*    COMO A EXECUCAO O DEIXOU: A INCLUSAO E EXCLUIDA E A
008150*    REGRAVACAO VOLTA A IMAGEM ANTERIOR. CLIENTE ALTERADO DEPOIS
008160*    DA EXECUCAO (OUTRO LOTE, MANUTENCAO, RESOLUCAO) OU JA
008170*    ELIMINADO DO MESTRE E CONFLITO: FICA COMO ESTA E SAI NO
008180*    RELATORIO.
008190******************************************************************
008200 4550-ESTORNAR-UM-CLIENTE.
008210     READ ARQ-IMG-NDX NEXT RECORD
008220         AT END
008230             MOVE "S" TO WS-FIM-ARQUIVO
008240             GO TO 4550-ESTORNAR-UM-CLIENTE-EXIT
008250     END-READ
008260
008270     MOVE SPACES         TO WS-REL-DETALHE
008280     MOVE IMX-DOC-NUMERO TO WS-DET-DOC
008290     MOVE IMX-TIPO-DOC   TO WS-DET-TIPO
008300
008310     MOVE IMX-CHAVE TO MST-CHAVE
008320     READ ARQ-MESTRE
008330     IF NOT FS-MESTRE-OK
008340     AND NOT FS-MESTRE-NAO-ACHADO
008350         DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
008360             WS-FS-MESTRE " CHAVE: " IMX-CHAVE
008370         MOVE 16 TO RETURN-CODE
008380         STOP RUN
008390     END-IF
008400
008410     IF FS-MESTRE-NAO-ACHADO
008420         ADD 1 TO WS-QTDE-CONFLITOS
008430         MOVE "C" TO WS-DET-ACAO
008440         MOVE "AUSENTE DO MESTRE - NAO ESTORNADO"
008450             TO WS-DET-SITUACAO
008460         GO TO 4550-GRAVAR-DETALHE
008470     END-IF
008480
008490     IF MESTRE-REG NOT = IMX-DEPOIS
008500         ADD 1 TO WS-QTDE-CONFLITOS
008510         MOVE "C" TO WS-DET-ACAO
008520         MOVE "ALTERADO APOS A EXECUCAO - NAO ESTORNADO"
008530             TO WS-DET-SITUACAO
008540         GO TO 4550-GRAVAR-DETALHE
008550     END-IF
008560
008570     IF IMX-INCLUSAO
008580         DELETE ARQ-MESTRE RECORD
008590         ADD 1 TO WS-QTDE-EXCLUIDOS
008600         MOVE "E" TO WS-DET-ACAO
008610         MOVE "INCLUSAO EXCLUIDA" TO WS-DET-SITUACAO
008620     ELSE
008630         MOVE IMX-ANTES TO MESTRE-REG
008640         REWRITE MESTRE-REG
008650         ADD 1 TO WS-QTDE-RESTAURADOS
008660         MOVE "R" TO WS-DET-ACAO
008670         MOVE "IMAGEM ANTERIOR RESTAURADA" TO WS-DET-SITUACAO
008680     END-IF
008690
008700     IF NOT FS-MESTRE-OK
008710         DISPLAY "ERRO AO ATUALIZAR ARQ-MESTRE. FILE STATUS: "
008720             WS-FS-MESTRE " CHAVE: " IMX-CHAVE
008730         MOVE 16 TO RETURN-CODE
008740         STOP RUN
008750     END-IF
008760     .
008770 4550-GRAVAR-DETALHE.
008780     MOVE WS-REL-DETALHE TO REL-LINHA
008790     WRITE REL-LINHA
008800     .
008810 4550-ESTORNAR-UM-CLIENTE-EXIT.
008820     EXIT.
008830
008840******************************************************************
008850*    5000-ESTORNAR-HISTORICO
008860*    PERCORRE O HISTORICO DE VERIFICACOES INTEIRO E EXCLUI AS
008870*    VERIFICACOES GRAVADAS PELA EXECUCAO. HISTORICO INEXISTENTE
008880*    NAO TEM O QUE ESTORNAR.
008890******************************************************************
008900 5000-ESTORNAR-HISTORICO.
008910     OPEN I-O ARQ-HISTORICO
008920     IF FS-HISTORICO-AUSENTE
008930         GO TO 5000-ESTORNAR-HISTORICO-EXIT
008940     END-IF
008950     IF NOT FS-HISTORICO-OK
008960         DISPLAY "ERRO AO ABRIR ARQ-HISTORICO. FILE STATUS: "
008970             WS-FS-HISTORICO ". ESTORNO INTERROMPIDO APOS O "
008980             "MESTRE."
008990         MOVE 16 TO RETURN-CODE
009000         STOP RUN
009010     END-IF
009020
009030     MOVE LOW-VALUES TO HST-CHAVE
009040     START ARQ-HISTORICO
009050         KEY IS NOT LESS THAN HST-CHAVE
009060     END-START
009070
009080     IF FS-HISTORICO-OK
009090         MOVE "N" TO WS-FIM-ARQUIVO
009100         PERFORM 5050-TRATAR-UM-HISTORICO
009110             THRU 5050-TRATAR-UM-HISTORICO-EXIT
009120             UNTIL FIM-DO-ARQUIVO
009130     END-IF
009140
009150     CLOSE ARQ-HISTORICO
009160     .
009170 5000-ESTORNAR-HISTORICO-EXIT.
009180     EXIT.
009190
009200******************************************************************
009210*    5050-TRATAR-UM-HISTORICO
009220*    LE A PROXIMA VERIFICACAO DO HISTORICO E A EXCLUI QUANDO ELA
009230*    FOI GRAVADA PELA EXECUCAO.
009240******************************************************************
009250 5050-TRATAR-UM-HISTORICO.
009260     READ ARQ-HISTORICO NEXT RECORD
009270         AT END
009280             MOVE "S" TO WS-FIM-ARQUIVO
009290             GO TO 5050-TRATAR-UM-HISTORICO-EXIT
009300     END-READ
009310
009320     IF HST-ID-EXECUCAO NOT = WS-ID-EXECUCAO
009330         GO TO 5050-TRATAR-UM-HISTORICO-EXIT
009340     END-IF
009350
009360     DELETE ARQ-HISTORICO RECORD
009370     IF NOT FS-HISTORICO-OK
009380         DISPLAY "ERRO AO EXCLUIR DO ARQ-HISTORICO. FILE STATUS: "
009390             WS-FS-HISTORICO " DOCUMENTO: " HST-TIPO-DOC " "
009400             HST-DOC-NUMERO
009410         MOVE 16 TO RETURN-CODE
009420         STOP RUN
009430     END-IF
009440
009450     ADD 1 TO WS-QTDE-HIST-EXCLUIDOS
009460     .
009470 5050-TRATAR-UM-HISTORICO-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510*    5500-ESTORNAR-ALERTAS
009520*    REGRAVA O ARQUIVO DE ALERTAS DE MAIORIDADE EM ARQ-ALR-NOVO
009530*    SEM OS ALERTAS GRAVADOS PELA EXECUCAO. A GERACAO NOVA E
009540*    SEMPRE CRIADA, VAZIA QUANDO NAO HA ARQUIVO DE ALERTAS.
009550******************************************************************
009560 5500-ESTORNAR-ALERTAS.
009570     OPEN OUTPUT ARQ-ALR-NOVO
009580     IF NOT FS-ALR-NOVO-OK
009590         DISPLAY "ERRO AO ABRIR ARQ-ALR-NOVO. FILE STATUS: "
009600             WS-FS-ALR-NOVO
009610         MOVE 16 TO RETURN-CODE
009620         STOP RUN
009630     END-IF
009640
009650     OPEN INPUT ARQ-ALERTAS
009660     IF FS-ALERTAS-OK
009670         MOVE "N" TO WS-FIM-ARQUIVO
009680         PERFORM 5550-TRATAR-UM-ALERTA
009690             THRU 5550-TRATAR-UM-ALERTA-EXIT
009700             UNTIL FIM-DO-ARQUIVO
009710         CLOSE ARQ-ALERTAS
009720     ELSE
009730         IF NOT FS-ALERTAS-AUSENTE
009740             DISPLAY "ERRO AO ABRIR ARQ-ALERTAS. FILE STATUS: "
009750                 WS-FS-ALERTAS
009760             MOVE 16 TO RETURN-CODE
009770             STOP RUN
009780         END-IF
009790     END-IF
009800
009810     CLOSE ARQ-ALR-NOVO
009820     .
009830 5500-ESTORNAR-ALERTAS-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870*    5550-TRATAR-UM-ALERTA
009880*    LE O PROXIMO ALERTA. ALERTA DA EXECUCAO E SUPRIMIDO; OS
009890*    DEMAIS SAO COPIADOS PARA A GERACAO NOVA.
009900******************************************************************
009910 5550-TRATAR-UM-ALERTA.
009920     READ ARQ-ALERTAS
009930         AT END
009940             MOVE "S" TO WS-FIM-ARQUIVO
009950             GO TO 5550-TRATAR-UM-ALERTA-EXIT
009960     END-READ
009970
009980     IF ALR-ID-EXECUCAO = WS-ID-EXECUCAO
009990         ADD 1 TO WS-QTDE-ALR-EXCLUIDOS
010000         GO TO 5550-TRATAR-UM-ALERTA-EXIT
010010     END-IF
010020
010030     MOVE ALERTA-REG TO ALRN-REG
010040     WRITE ALRN-REG
010050     .
010060 5550-TRATAR-UM-ALERTA-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100*    5700-ESTORNAR-DIVERGENCIAS
010110*    REGRAVA O ARQUIVO DE DIVERGENCIAS CADASTRAIS RETIDAS EM
010120*    ARQ-DIV-NOVO SEM OS CASOS RETIDOS PELA EXECUCAO, PARA QUE
010130*    UMA DECISAO POSTERIOR DO ANALISTA NAO APLIQUE AO MESTRE UM
010140*    DADO QUE CHEGOU NUMA EXECUCAO ESTORNADA. A GERACAO NOVA E
010150*    SEMPRE CRIADA, VAZIA QUANDO NAO HA CASOS RETIDOS.
010160******************************************************************
010170 5700-ESTORNAR-DIVERGENCIAS.
010180     OPEN OUTPUT ARQ-DIV-NOVO
010190     IF NOT FS-DIV-NOVO-OK
010200         DISPLAY "ERRO AO ABRIR ARQ-DIV-NOVO. FILE STATUS: "
010210             WS-FS-DIV-NOVO
010220         MOVE 16 TO RETURN-CODE
010230         STOP RUN
010240     END-IF
010250
010260     OPEN INPUT ARQ-DIVERGENCIAS
010270     IF FS-DIVERGENCIAS-OK
010280         MOVE "N" TO WS-FIM-ARQUIVO
010290         PERFORM 5750-TRATAR-UMA-DIVERGENCIA
010300             THRU 5750-TRATAR-UMA-DIVERGENCIA-EXIT
010310             UNTIL FIM-DO-ARQUIVO
010320         CLOSE ARQ-DIVERGENCIAS
010330     ELSE
010340         IF NOT FS-DIVERGENCIAS-AUSENTE
010350             DISPLAY "ERRO AO ABRIR ARQ-DIVERGENCIAS. FILE "
010360                 "STATUS: " WS-FS-DIVERGENCIAS
010370             MOVE 16 TO RETURN-CODE
010380             STOP RUN
010390         END-IF
010400     END-IF
010410
010420     CLOSE ARQ-DIV-NOVO
010430     .
010440 5700-ESTORNAR-DIVERGENCIAS-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480*    5750-TRATAR-UMA-DIVERGENCIA
010490*    LE O PROXIMO CASO RETIDO. CASO RETIDO PELA EXECUCAO E
010500*    DESCARTADO; OS DEMAIS SAO COPIADOS PARA A GERACAO NOVA.
010510******************************************************************
010520 5750-TRATAR-UMA-DIVERGENCIA.
010530     READ ARQ-DIVERGENCIAS
010540         AT END
010550             MOVE "S" TO WS-FIM-ARQUIVO
010560             GO TO 5750-TRATAR-UMA-DIVERGENCIA-EXIT
010570     END-READ
010580
010590     IF DVG-ID-EXECUCAO = WS-ID-EXECUCAO
010600         ADD 1 TO WS-QTDE-DVG-DESCARTADAS
010610         GO TO 5750-TRATAR-UMA-DIVERGENCIA-EXIT
010620     END-IF
010630
010640     MOVE DIVERGENCIA-REG TO DVGN-REG
010650     WRITE DVGN-REG
010660     .
010670 5750-TRATAR-UMA-DIVERGENCIA-EXIT.
010680     EXIT.
010690
010700******************************************************************
010710*    6000-GERAR-CANCELAMENTOS
010720*    PERCORRE O ARQUIVO DE INTERFACE COM O ONBOARDING E GRAVA UM
010730*    CANCELAMENTO PARA CADA REGISTRO ENVIADO PELA EXECUCAO. O
010740*    ARQUIVO DE CANCELAMENTOS E SEMPRE CRIADO, VAZIO QUANDO A
010750*    EXECUCAO NADA ENVIOU.
010760******************************************************************
010770 6000-GERAR-CANCELAMENTOS.
010780     OPEN OUTPUT ARQ-CANCELAMENTOS
010790     IF NOT FS-CANCELAMENTOS-OK
010800         DISPLAY "ERRO AO ABRIR ARQ-CANCELAMENTOS. FILE STATUS: "
010810             WS-FS-CANCELAMENTOS
010820         MOVE 16 TO RETURN-CODE
010830         STOP RUN
010840     END-IF
010850
010860     OPEN INPUT ARQ-ONBOARDING
010870     IF FS-ONBOARDING-OK
010880         MOVE "N" TO WS-FIM-ARQUIVO
010890         PERFORM 6050-TRATAR-UM-ONBOARDING
010900             THRU 6050-TRATAR-UM-ONBOARDING-EXIT
010910             UNTIL FIM-DO-ARQUIVO
010920         CLOSE ARQ-ONBOARDING
010930     ELSE
010940         IF NOT FS-ONBOARDING-AUSENTE
010950             DISPLAY "ERRO AO ABRIR ARQ-ONBOARDING. FILE STATUS: "
010960                 WS-FS-ONBOARDING
010970             MOVE 16 TO RETURN-CODE
010980             STOP RUN
010990         END-IF
011000     END-IF
011010
011020     CLOSE ARQ-CANCELAMENTOS
011030     .
011040 6000-GERAR-CANCELAMENTOS-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080*    6050-TRATAR-UM-ONBOARDING
011090*    LE O PROXIMO REGISTRO DO ONBOARDING E, QUANDO ELE FOI
011100*    ENVIADO PELA EXECUCAO, GRAVA O CANCELAMENTO CORRESPONDENTE.
011110******************************************************************
011120 6050-TRATAR-UM-ONBOARDING.
011130     READ ARQ-ONBOARDING
011140         AT END
011150             MOVE "S" TO WS-FIM-ARQUIVO
011160             GO TO 6050-TRATAR-UM-ONBOARDING-EXIT
011170     END-READ
011180
011190     IF ONB-ID-EXECUCAO NOT = WS-ID-EXECUCAO
011200         GO TO 6050-TRATAR-UM-ONBOARDING-EXIT
011210     END-IF
011220
011230     MOVE SPACES           TO CANCELAMENTO-REG
011240     MOVE ONB-DOC-NUMERO   TO CAN-DOC-NUMERO
011250     MOVE ONB-TIPO-DOC     TO CAN-TIPO-DOC
011260     MOVE ONB-DATA-VERIF   TO CAN-DATA-VERIF
011270     MOVE ONB-RESULTADO    TO CAN-RESULTADO
011280     MOVE ONB-PROPOSITO    TO CAN-PROPOSITO
011290     MOVE ONB-ID-EXECUCAO  TO CAN-ID-EXECUCAO
011300     MOVE WS-DATA-SISTEMA  TO CAN-DATA-CANCELAMENTO
011310
011320     WRITE CANCELAMENTO-REG
011330     IF NOT FS-CANCELAMENTOS-OK
011340         DISPLAY "ERRO AO GRAVAR ARQ-CANCELAMENTOS. FILE STATUS: "
011350             WS-FS-CANCELAMENTOS
011360         MOVE 16 TO RETURN-CODE
011370         STOP RUN
011380     END-IF
011390
011400     ADD 1 TO WS-QTDE-CANCELAMENTOS
011410     .
011420 6050-TRATAR-UM-ONBOARDING-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460*    7000-GRAVAR-ESTORNOS
011470*    ACRESCENTA NA TRILHA DE AUDITORIA UM REGISTRO DE ESTORNO
011480*    (AUD-DECISAO E) PARA CADA VERIFICACAO DA EXECUCAO SEPARADA
011490*    NO ARQUIVO DE TRABALHO. A TRILHA NUNCA E APAGADA: A
011500*    VERIFICACAO ORIGINAL CONTINUA NELA E O ESTORNO A ANULA.
011510******************************************************************
011520 7000-GRAVAR-ESTORNOS.
011530     OPEN INPUT ARQ-AUD-TRAB
011540     IF NOT FS-AUD-TRAB-OK
011550         DISPLAY "ERRO AO REABRIR ARQ-AUD-TRAB. FILE STATUS: "
011560             WS-FS-AUD-TRAB
011570         MOVE 16 TO RETURN-CODE
011580         STOP RUN
011590     END-IF
011600
011610     OPEN EXTEND ARQ-AUDITORIA
011620     IF NOT FS-AUDITORIA-OK
011630         OPEN OUTPUT ARQ-AUDITORIA
011640     END-IF
011650     IF NOT FS-AUDITORIA-OK
011660         DISPLAY "ERRO AO ABRIR ARQ-AUDITORIA. FILE STATUS: "
011670             WS-FS-AUDITORIA
011680         MOVE 16 TO RETURN-CODE
011690         STOP RUN
011700     END-IF
011710
011720     MOVE "N" TO WS-FIM-ARQUIVO
011730     PERFORM 7050-GRAVAR-UM-ESTORNO
011740         THRU 7050-GRAVAR-UM-ESTORNO-EXIT
011750         UNTIL FIM-DO-ARQUIVO
011760
011770     CLOSE ARQ-AUD-TRAB
011780     CLOSE ARQ-AUDITORIA
011790     .
011800 7000-GRAVAR-ESTORNOS-EXIT.
011810     EXIT.
011820
011830******************************************************************
011840*    7050-GRAVAR-UM-ESTORNO
011850*    LE A PROXIMA VERIFICACAO SEPARADA E GRAVA O REGISTRO DE
011860*    ESTORNO: MESMOS DADOS E MESMO IDENTIFICADOR DA EXECUCAO,
011870*    COM A DATA E A HORA DO ESTORNO E AUD-DECISAO E.
011880******************************************************************
011890 7050-GRAVAR-UM-ESTORNO.
011900     READ ARQ-AUD-TRAB
011910         AT END
011920             MOVE "S" TO WS-FIM-ARQUIVO
011930             GO TO 7050-GRAVAR-UM-ESTORNO-EXIT
011940     END-READ
011950
011960     ACCEPT WS-HORA-SISTEMA FROM TIME
011970     COMPUTE WS-HORA-ESTORNO = WS-HORA-SISTEMA / 100
011980
011990     MOVE TRB-REG              TO AUDIT-REG
012000     MOVE WS-DATA-SISTEMA-CCYY TO AUD-DATA-VERIF-CCYY
012010     MOVE WS-DATA-SISTEMA-MM   TO AUD-DATA-VERIF-MM
012020     MOVE WS-DATA-SISTEMA-DD   TO AUD-DATA-VERIF-DD
012030     MOVE WS-HORA-ESTORNO      TO AUD-HORA-VERIF
012040     MOVE "E"                  TO AUD-DECISAO
012050
012060     WRITE AUDIT-REG
012070     IF NOT FS-AUDITORIA-OK
012080         DISPLAY "ERRO AO GRAVAR ARQ-AUDITORIA. FILE STATUS: "
012090             WS-FS-AUDITORIA
012100         MOVE 16 TO RETURN-CODE
012110         STOP RUN
012120     END-IF
012130
012140     ADD 1 TO WS-QTDE-ESTORNOS
012150     .
012160 7050-GRAVAR-UM-ESTORNO-EXIT.
012170     EXIT.
012180
012190******************************************************************
012200*    8000-GRAVAR-CONTROLE
012210*    GRAVA OS TOTAIS DO ESTORNO E A CONFERENCIA DA QUANTIDADE
012220*    ESTORNADA COM A QUANTIDADE DE VERIFICACOES QUE A EXECUCAO
012230*    GRAVOU SEGUNDO O REGISTRO DE FIM DO JORNAL. SEM REGISTRO DE
012240*    FIM (EXECUCAO QUE CAIU OU FOI ABORTADA), COM QUANTIDADES
012250*    DIFERENTES OU COM CONFLITO NO MESTRE, O JOB TERMINA COM
012260*    RETURN-CODE 8.
012270******************************************************************
012280 8000-GRAVAR-CONTROLE.
012290     MOVE SPACES TO REL-LINHA
012300     MOVE "-------------------------------" TO REL-LINHA
012310     WRITE REL-LINHA
012320
012330     MOVE WS-QTDE-AUD-EXECUCAO TO WS-QTDE-ED
012340     MOVE SPACES TO REL-LINHA
012350     STRING "VERIFICACOES DA EXECUCAO NA TRILHA: "
012360                                            DELIMITED BY SIZE
012370            WS-QTDE-ED                      DELIMITED BY SIZE
012380       INTO REL-LINHA
012390     END-STRING
012400     WRITE REL-LINHA
012410
012420     MOVE WS-QTDE-ESTORNOS TO WS-QTDE-ED
012430     MOVE SPACES TO REL-LINHA
012440     STRING "REGISTROS DE ESTORNO GRAVADOS.....: "
012450                                            DELIMITED BY SIZE
012460            WS-QTDE-ED                      DELIMITED BY SIZE
012470       INTO REL-LINHA
012480     END-STRING
012490     WRITE REL-LINHA
012500
012510     MOVE WS-QTDE-IMAGENS TO WS-QTDE-ED
012520     MOVE SPACES TO REL-LINHA
012530     STRING "IMAGENS DO MESTRE DA EXECUCAO.....: "
012540                                            DELIMITED BY SIZE
012550            WS-QTDE-ED                      DELIMITED BY SIZE
012560       INTO REL-LINHA
012570     END-STRING
012580     WRITE REL-LINHA
012590
012600     MOVE WS-QTDE-RESTAURADOS TO WS-QTDE-ED
012610     MOVE SPACES TO REL-LINHA
012620     STRING "CLIENTES RESTAURADOS NO MESTRE....: "
012630                                            DELIMITED BY SIZE
012640            WS-QTDE-ED                      DELIMITED BY SIZE
012650       INTO REL-LINHA
012660     END-STRING
012670     WRITE REL-LINHA
012680
012690     MOVE WS-QTDE-EXCLUIDOS TO WS-QTDE-ED
012700     MOVE SPACES TO REL-LINHA
012710     STRING "INCLUSOES EXCLUIDAS DO MESTRE.....: "
012720                                            DELIMITED BY SIZE
012730            WS-QTDE-ED                      DELIMITED BY SIZE
012740       INTO REL-LINHA
012750     END-STRING
012760     WRITE REL-LINHA
012770
012780     MOVE WS-QTDE-CONFLITOS TO WS-QTDE-ED
012790     MOVE SPACES TO REL-LINHA
012800     STRING "CONFLITOS NO MESTRE NAO ESTORNADOS: "
012810                                            DELIMITED BY SIZE
012820            WS-QTDE-ED                      DELIMITED BY SIZE
012830       INTO REL-LINHA
012840     END-STRING
012850     WRITE REL-LINHA
012860
012870     MOVE WS-QTDE-HIST-EXCLUIDOS TO WS-QTDE-ED
012880     MOVE SPACES TO REL-LINHA
012890     STRING "VERIFICACOES EXCLUIDAS DO HISTORICO: "
012900                                            DELIMITED BY SIZE
012910            WS-QTDE-ED                      DELIMITED BY SIZE
012920       INTO REL-LINHA
012930     END-STRING
012940     WRITE REL-LINHA
012950
012960     MOVE WS-QTDE-ALR-EXCLUIDOS TO WS-QTDE-ED
012970     MOVE SPACES TO REL-LINHA
012980     STRING "ALERTAS DE MAIORIDADE EXCLUIDOS...: "
012990                                            DELIMITED BY SIZE
013000            WS-QTDE-ED                      DELIMITED BY SIZE
013010       INTO REL-LINHA
013020     END-STRING
013030     WRITE REL-LINHA
013040
013050     MOVE WS-QTDE-DVG-DESCARTADAS TO WS-QTDE-ED
013060     MOVE SPACES TO REL-LINHA
013070     STRING "DIVERGENCIAS RETIDAS DESCARTADAS..: "
013080                                            DELIMITED BY SIZE
013090            WS-QTDE-ED                      DELIMITED BY SIZE
013100       INTO REL-LINHA
013110     END-STRING
013120     WRITE REL-LINHA
013130
013140     MOVE WS-QTDE-CANCELAMENTOS TO WS-QTDE-ED
013150     MOVE SPACES TO REL-LINHA
013160     STRING "CANCELAMENTOS PARA O ONBOARDING...: "
013170                                            DELIMITED BY SIZE
013180            WS-QTDE-ED                      DELIMITED BY SIZE
013190       INTO REL-LINHA
013200     END-STRING
013210     WRITE REL-LINHA
013220
013230     MOVE SPACES TO REL-LINHA
013240     MOVE "-------------------------------" TO REL-LINHA
013250     WRITE REL-LINHA
013260
013270     IF NOT FIM-NO-JORNAL
013280         MOVE "JORNAL SEM REGISTRO DE FIM DA EXECUCAO: ESTORNO"
013290             TO REL-LINHA
013300         WRITE REL-LINHA
013310         MOVE "SEM CONFERENCIA. VERIFICAR A EXECUCAO NO JORNAL."
013320             TO REL-LINHA
013330         WRITE REL-LINHA
013340         MOVE 8 TO RETURN-CODE
013350         GO TO 8000-CONFERIR-CONFLITOS
013360     END-IF
013370
013380     MOVE WS-JRN-GRAVADOS TO WS-QTDE-ED
013390     MOVE SPACES TO REL-LINHA
013400     STRING "VERIFICACOES GRAVADAS (JORNAL)....: "
013410                                            DELIMITED BY SIZE
013420            WS-QTDE-ED                      DELIMITED BY SIZE
013430       INTO REL-LINHA
013440     END-STRING
013450     WRITE REL-LINHA
013460
013470     MOVE WS-QTDE-ESTORNOS TO WS-QTDE-ED
013480     MOVE SPACES TO REL-LINHA
013490     STRING "VERIFICACOES ESTORNADAS...........: "
013500                                            DELIMITED BY SIZE
013510            WS-QTDE-ED                      DELIMITED BY SIZE
013520       INTO REL-LINHA
013530     END-STRING
013540     WRITE REL-LINHA
013550
013560     IF WS-QTDE-ESTORNOS = WS-JRN-GRAVADOS
013570         MOVE "CONTROLE: QUANTIDADE ESTORNADA CONFERE"
013580             TO REL-LINHA
013590         WRITE REL-LINHA
013600     ELSE
013610         MOVE "CONTROLE: QUANTIDADE ESTORNADA DIFERE DO JORNAL"
013620             TO REL-LINHA
013630         WRITE REL-LINHA
013640         MOVE 8 TO RETURN-CODE
013650     END-IF
013660     .
013670 8000-CONFERIR-CONFLITOS.
013680     IF WS-QTDE-CONFLITOS > ZERO
013690         MOVE "CONTROLE: HA CONFLITOS NO MESTRE A TRATAR"
013700             TO REL-LINHA
013710         WRITE REL-LINHA
013720         MOVE 8 TO RETURN-CODE
013730     END-IF
013740     .
013750 8000-GRAVAR-CONTROLE-EXIT.
013760     EXIT.
013770
013780******************************************************************
013790*    9000-FINALIZAR
013800*    FECHA O RELATORIO. OS DEMAIS ARQUIVOS SAO FECHADOS NO FIM DE
013810*    CADA ETAPA.
013820******************************************************************
013830 9000-FINALIZAR.
013840     CLOSE ARQ-RELATORIO
013850     .
013860 9000-FINALIZAR-EXIT.
013870     EXIT.
013880
013890******************************************************************
013900*    9700-CONFERIR-CADEIA
013910*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
013920*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
013930*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
013940*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
013950*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
013960*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
013970*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
013980*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
013990*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
014000*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
014010*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
014020*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
014030*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
014040*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
014050******************************************************************
014060 9700-CONFERIR-CADEIA.
014070     PERFORM 9710-LER-DEFINICAO
014080         THRU 9710-LER-DEFINICAO-EXIT
014090
014100     IF NOT CAD-DEFINIDO
014110         GO TO 9700-CONFERIR-CADEIA-EXIT
014120     END-IF
014130
014140     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
014150     ACCEPT WS-CAD-HORA-SIS FROM TIME
014160     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
014170     PERFORM 9760-CALCULAR-DATA-NEGOCIO
014180         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
014190     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
014200
014210     PERFORM 9720-APURAR-JORNAL
014220         THRU 9720-APURAR-JORNAL-EXIT
014230
014240     MOVE SPACES TO WS-CAD-MOTIVO
014250     IF CAD-EXECUCAO-REPETIDA
014260     AND NOT CAD-PODE-REPETIR
014270         STRING "REPETICAO NA DATA DE NEGOCIO "
014280                WS-CAD-DATA-NEGOCIO
014290                    DELIMITED BY SIZE
014300           INTO WS-CAD-MOTIVO
014310         END-STRING
014320     ELSE
014330         PERFORM 9740-CONFERIR-PREDECESSOR
014340             THRU 9740-CONFERIR-PREDECESSOR-EXIT
014350             VARYING WS-CAD-IDX FROM 1 BY 1
014360             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
014370             OR WS-CAD-MOTIVO NOT = SPACES
014380     END-IF
014390
014400     IF WS-CAD-MOTIVO = SPACES
014410         GO TO 9700-CONFERIR-CADEIA-EXIT
014420     END-IF
014430
014440     PERFORM 9750-LER-LIBERACAO
014450         THRU 9750-LER-LIBERACAO-EXIT
014460
014470     IF CAD-LIBERADO
014480         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
014490             WS-CAD-OPERADOR
014500         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
014510         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
014520         MOVE "L" TO WS-CAD-TIPO-JRN
014530         PERFORM 9790-GRAVAR-JORNAL-CADEIA
014540             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
014550         GO TO 9700-CONFERIR-CADEIA-EXIT
014560     END-IF
014570
014580     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
014590     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
014600     MOVE 12 TO RETURN-CODE
014610     MOVE "R" TO WS-CAD-TIPO-JRN
014620     PERFORM 9790-GRAVAR-JORNAL-CADEIA
014630         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
014640     STOP RUN
014650     .
014660 9700-CONFERIR-CADEIA-EXIT.
014670     EXIT.
014680
014690******************************************************************
014700*    9710-LER-DEFINICAO
014710*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
014720*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
014730*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
014740******************************************************************
014750 9710-LER-DEFINICAO.
014760     MOVE "N" TO WS-CAD-DEFINIDO
014770     OPEN INPUT ARQ-CADEIA
014780     IF NOT FS-CADEIA-OK
014790         IF NOT FS-CADEIA-AUSENTE
014800             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
014810                 "STATUS: " WS-FS-CADEIA
014820         END-IF
014830         GO TO 9710-LER-DEFINICAO-EXIT
014840     END-IF
014850
014860     MOVE "N" TO WS-CAD-FIM-ARQUIVO
014870     PERFORM 9715-LER-PROGRAMA
014880         THRU 9715-LER-PROGRAMA-EXIT
014890         UNTIL CAD-FIM-ARQUIVO
014900         OR CAD-DEFINIDO
014910
014920     CLOSE ARQ-CADEIA
014930     .
014940 9710-LER-DEFINICAO-EXIT.
014950     EXIT.
014960
014970 9715-LER-PROGRAMA.
014980     READ ARQ-CADEIA
014990         AT END
015000             MOVE "S" TO WS-CAD-FIM-ARQUIVO
015010             GO TO 9715-LER-PROGRAMA-EXIT
015020     END-READ
015030
015040     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
015050         GO TO 9715-LER-PROGRAMA-EXIT
015060     END-IF
015070
015080     MOVE "S" TO WS-CAD-DEFINIDO
015090     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
015100     MOVE ZEROS TO WS-CAD-HORA-VIRADA
015110     IF CAD-HORA-VIRADA NUMERIC
015120         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
015130     END-IF
015140     MOVE ZERO TO WS-CAD-QTDE-PRED
015150     PERFORM 9718-GUARDAR-PREDECESSOR
015160         THRU 9718-GUARDAR-PREDECESSOR-EXIT
015170         VARYING WS-CAD-IDX FROM 1 BY 1
015180         UNTIL WS-CAD-IDX > 5
015190     .
015200 9715-LER-PROGRAMA-EXIT.
015210     EXIT.
015220
015230 9718-GUARDAR-PREDECESSOR.
015240     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
015250         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
015260     END-IF
015270
015280     ADD 1 TO WS-CAD-QTDE-PRED
015290     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
015300                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
015310     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
015320     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
015330     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
015340     .
015350 9718-GUARDAR-PREDECESSOR-EXIT.
015360     EXIT.
015370
015380******************************************************************
015390*    9720-APURAR-JORNAL
015400*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
015410*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
015420*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
015430*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
015440*    SO CONTAM OS REGISTROS DE INICIO E FIM.
015450******************************************************************
015460 9720-APURAR-JORNAL.
015470     OPEN INPUT ARQ-JORNAL
015480     IF NOT FS-JORNAL-OK
015490         GO TO 9720-APURAR-JORNAL-EXIT
015500     END-IF
015510
015520     MOVE "N" TO WS-CAD-FIM-ARQUIVO
015530     PERFORM 9725-LER-JORNAL-CADEIA
015540         THRU 9725-LER-JORNAL-CADEIA-EXIT
015550         UNTIL CAD-FIM-ARQUIVO
015560
015570     CLOSE ARQ-JORNAL
015580     .
015590 9720-APURAR-JORNAL-EXIT.
015600     EXIT.
015610
015620 9725-LER-JORNAL-CADEIA.
015630     READ ARQ-JORNAL
015640         AT END
015650             MOVE "S" TO WS-CAD-FIM-ARQUIVO
015660             GO TO 9725-LER-JORNAL-CADEIA-EXIT
015670     END-READ
015680
015690     IF NOT JRN-INICIO
015700     AND NOT JRN-FIM
015710         GO TO 9725-LER-JORNAL-CADEIA-EXIT
015720     END-IF
015730
015740     MOVE JRN-DATA TO WS-CAD-MOM-DATA
015750     MOVE JRN-HORA TO WS-CAD-MOM-HORA
015760
015770     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
015780         PERFORM 9730-APURAR-PROPRIO
015790             THRU 9730-APURAR-PROPRIO-EXIT
015800         GO TO 9725-LER-JORNAL-CADEIA-EXIT
015810     END-IF
015820
015830     MOVE ZERO TO WS-CAD-ACHADO
015840     PERFORM 9735-PROCURAR-PREDECESSOR
015850         THRU 9735-PROCURAR-PREDECESSOR-EXIT
015860         VARYING WS-CAD-IDX FROM 1 BY 1
015870         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
015880         OR WS-CAD-ACHADO > ZERO
015890     IF WS-CAD-ACHADO = ZERO
015900         GO TO 9725-LER-JORNAL-CADEIA-EXIT
015910     END-IF
015920
015930     IF JRN-INICIO
015940         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
015950         MOVE WS-CAD-MOMENTO-N
015960                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
015970         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
015980     ELSE
015990         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
016000             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
016010             MOVE JRN-RETURN-CODE
016020                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
016030         END-IF
016040     END-IF
016050     .
016060 9725-LER-JORNAL-CADEIA-EXIT.
016070     EXIT.
016080
016090 9730-APURAR-PROPRIO.
016100     IF JRN-INICIO
016110         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
016120         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
016130         GO TO 9730-APURAR-PROPRIO-EXIT
016140     END-IF
016150
016160     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
016170         GO TO 9730-APURAR-PROPRIO-EXIT
016180     END-IF
016190
016200     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
016210     IF JRN-RETURN-CODE = ZERO
016220         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
016230     END-IF
016240
016250     IF JRN-RETURN-CODE < 16
016260         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
016270         PERFORM 9760-CALCULAR-DATA-NEGOCIO
016280             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
016290         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
016300             MOVE "S" TO WS-CAD-REPETICAO
016310         END-IF
016320     END-IF
016330     .
016340 9730-APURAR-PROPRIO-EXIT.
016350     EXIT.
016360
016370 9735-PROCURAR-PREDECESSOR.
016380     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
016390         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
016400     END-IF
016410     .
016420 9735-PROCURAR-PREDECESSOR-EXIT.
016430     EXIT.
016440
016450******************************************************************
016460*    9740-CONFERIR-PREDECESSOR
016470*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
016480*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
016490*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
016500*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
016510*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
016520*    DE NOVO.
016530******************************************************************
016540 9740-CONFERIR-PREDECESSOR.
016550     MOVE "N" TO WS-CAD-PRED-DO-DIA
016560     IF CAD-PODE-REPETIR
016570     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
016580         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
016590         PERFORM 9760-CALCULAR-DATA-NEGOCIO
016600             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
016610         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
016620             MOVE "S" TO WS-CAD-PRED-DO-DIA
016630         END-IF
016640     END-IF
016650
016660     EVALUATE TRUE
016670         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
016680         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
016690                  NOT > WS-CAD-ULTIMO-OK
016700         AND NOT CAD-PRED-DO-DIA
016710             STRING "PREDECESSOR NAO EXECUTADO: "
016720                    WS-CAD-PRED-NOME (WS-CAD-IDX)
016730                        DELIMITED BY SIZE
016740               INTO WS-CAD-MOTIVO
016750             END-STRING
016760         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
016770             STRING "PREDECESSOR NAO FINALIZADO: "
016780                    WS-CAD-PRED-NOME (WS-CAD-IDX)
016790                        DELIMITED BY SIZE
016800               INTO WS-CAD-MOTIVO
016810             END-STRING
016820         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
016830             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
016840             STRING "PREDECESSOR COM RC "
016850                    WS-CAD-RC-ED
016860                    ": "
016870                    WS-CAD-PRED-NOME (WS-CAD-IDX)
016880                        DELIMITED BY SIZE
016890               INTO WS-CAD-MOTIVO
016900             END-STRING
016910     END-EVALUATE
016920     .
016930 9740-CONFERIR-PREDECESSOR-EXIT.
016940     EXIT.
016950
016960******************************************************************
016970*    9750-LER-LIBERACAO
016980*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
016990*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
017000*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
017010******************************************************************
017020 9750-LER-LIBERACAO.
017030     MOVE "N" TO WS-CAD-LIBERADO
017040     OPEN INPUT ARQ-LIBERACAO
017050     IF NOT FS-LIBERACAO-OK
017060         GO TO 9750-LER-LIBERACAO-EXIT
017070     END-IF
017080
017090     MOVE "N" TO WS-CAD-FIM-ARQUIVO
017100     PERFORM 9755-LER-CARTAO-LIBERACAO
017110         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
017120         UNTIL CAD-FIM-ARQUIVO
017130         OR CAD-LIBERADO
017140
017150     CLOSE ARQ-LIBERACAO
017160     .
017170 9750-LER-LIBERACAO-EXIT.
017180     EXIT.
017190
017200 9755-LER-CARTAO-LIBERACAO.
017210     READ ARQ-LIBERACAO
017220         AT END
017230             MOVE "S" TO WS-CAD-FIM-ARQUIVO
017240             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
017250     END-READ
017260
017270     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
017280     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
017290     AND LIB-OPERADOR NOT = SPACES
017300         MOVE "S" TO WS-CAD-LIBERADO
017310         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
017320         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
017330     END-IF
017340     .
017350 9755-LER-CARTAO-LIBERACAO-EXIT.
017360     EXIT.
017370
017380******************************************************************
017390*    9760-CALCULAR-DATA-NEGOCIO
017400*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
017410*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
017420*    ANTERIOR.
017430******************************************************************
017440 9760-CALCULAR-DATA-NEGOCIO.
017450     IF WS-CAD-MOM-DATA NOT NUMERIC
017460     OR WS-CAD-MOM-MM < 1
017470     OR WS-CAD-MOM-MM > 12
017480     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
017490         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
017500         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
017510     END-IF
017520
017530     SUBTRACT 1 FROM WS-CAD-MOM-DD
017540     IF WS-CAD-MOM-DD = ZERO
017550         SUBTRACT 1 FROM WS-CAD-MOM-MM
017560         IF WS-CAD-MOM-MM = ZERO
017570             MOVE 12 TO WS-CAD-MOM-MM
017580             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
017590         END-IF
017600         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
017610         IF WS-CAD-MOM-MM = 2
017620             PERFORM 9765-CONFERIR-BISSEXTO
017630                 THRU 9765-CONFERIR-BISSEXTO-EXIT
017640         END-IF
017650     END-IF
017660
017670     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
017680     .
017690 9760-CALCULAR-DATA-NEGOCIO-EXIT.
017700     EXIT.
017710
017720 9765-CONFERIR-BISSEXTO.
017730     DIVIDE WS-CAD-MOM-CCYY BY 4
017740         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
017750     DIVIDE WS-CAD-MOM-CCYY BY 100
017760         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
017770     DIVIDE WS-CAD-MOM-CCYY BY 400
017780         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
017790
017800     IF WS-CAD-RESTO-4 = ZERO
017810     AND (WS-CAD-RESTO-100 NOT = ZERO
017820          OR WS-CAD-RESTO-400 = ZERO)
017830         MOVE 29 TO WS-CAD-MOM-DD
017840     END-IF
017850     .
017860 9765-CONFERIR-BISSEXTO-EXIT.
017870     EXIT.
017880
017890******************************************************************
017900*    9790-GRAVAR-JORNAL-CADEIA
017910*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
017920*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
017930******************************************************************
017940 9790-GRAVAR-JORNAL-CADEIA.
017950     OPEN EXTEND ARQ-JORNAL
017960     IF NOT FS-JORNAL-OK
017970         OPEN OUTPUT ARQ-JORNAL
017980     END-IF
017990     IF NOT FS-JORNAL-OK
018000         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
018010             WS-FS-JORNAL
018020         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
018030     END-IF
018040
018050     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
018060     ACCEPT WS-CAD-HORA-SIS FROM TIME
018070     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
018080
018090     MOVE SPACES                TO JORNAL-REG
018100     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
018110     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
018120     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
018130     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
018140     MOVE ZEROS                 TO JRN-QTDE-LIDOS
018150     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
018160     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
018170     MOVE RETURN-CODE           TO JRN-RETURN-CODE
018180     MOVE "N"                   TO JRN-REINICIO
018190     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
018200     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
018210     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
018220
018230     WRITE JORNAL-REG
018240
018250     CLOSE ARQ-JORNAL
018260     .
018270 9790-GRAVAR-JORNAL-CADEIA-EXIT.
018280     EXIT.
018290******************************************************************
018300*    9800-GRAVAR-JORNAL
018310*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
018320*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS, O RETURN-CODE E O
018330*    IDENTIFICADOR DA EXECUCAO ESTORNADA. O JORNAL E UM CONTROLE
018340*    DE OPERACAO: FALHA AO GRAVA-LO E AVISADA NO CONSOLE MAS NAO
018350*    DERRUBA O ESTORNO.
018360******************************************************************
018370 9800-GRAVAR-JORNAL.
018380     OPEN EXTEND ARQ-JORNAL
018390     IF NOT FS-JORNAL-OK
018400         OPEN OUTPUT ARQ-JORNAL
018410     END-IF
018420     IF NOT FS-JORNAL-OK
018430         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
018440             WS-FS-JORNAL
018450         GO TO 9800-GRAVAR-JORNAL-EXIT
018460     END-IF
018470
018480     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
018490     ACCEPT WS-HORA-JRN-SIS FROM TIME
018500     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
018510
018520     MOVE SPACES               TO JORNAL-REG
018530     MOVE "ESTORNA-LOTE"       TO JRN-PROGRAMA
018540     MOVE WS-JRN-TIPO          TO JRN-TIPO
018550     MOVE WS-DATA-JORNAL       TO JRN-DATA
018560     MOVE WS-HORA-JORNAL       TO JRN-HORA
018570     MOVE WS-QTDE-AUD-EXECUCAO TO JRN-QTDE-LIDOS
018580     MOVE WS-QTDE-ESTORNOS     TO JRN-QTDE-GRAVADOS
018590     MOVE WS-QTDE-CONFLITOS    TO JRN-QTDE-REJEITADOS
018600     MOVE RETURN-CODE          TO JRN-RETURN-CODE
018610     MOVE "N"                  TO JRN-REINICIO
018620     MOVE WS-ID-EXECUCAO       TO JRN-ID-EXECUCAO
018630
018640     WRITE JORNAL-REG
018650
018660     CLOSE ARQ-JORNAL
018670     .
018680 9800-GRAVAR-JORNAL-EXIT.
018690     EXIT.
018700
018710 END PROGRAM ESTORNA-LOTE.

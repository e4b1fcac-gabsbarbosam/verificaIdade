000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: EXTRATO DIARIO PARA O AMBIENTE ANALITICO. GRAVA
000060*          ARQUIVOS TEXTO DELIMITADOS POR PONTO E VIRGULA, COM
000070*          LINHA DE CABECALHO: OS NOVOS REGISTROS DA TRILHA DE
000080*          AUDITORIA (ARQ-XAUDITORIA), AS ALTERACOES DO MESTRE
000090*          APURADAS NO LOG DA MANUTENCAO E NAS VERIFICACOES,
000100*          DECISOES DE DIVERGENCIA E ESTORNOS DA TRILHA
000110*          (ARQ-XMESTRE), A SITUACAO DAS PENDENCIAS DA
000120*          RECONCILIACAO DO ONBOARDING (ARQ-XONBOARDING) E AS
000130*          REVOGACOES (ARQ-XREVOGACOES), ALEM DE UM ARQUIVO DE
000140*          CONTROLE COM A QUANTIDADE DE REGISTROS DE CADA UM
000150*          (ARQ-XCONTROLE) PARA O BALANCEAMENTO DA CARGA. A
000160*          EXTRACAO NORMAL ENTREGA O QUE FOI GRAVADO ENTRE A
000170*          MARCA D'AGUA DA ULTIMA ENTREGA (ARQ-MARCA) E O INICIO
000180*          DA EXECUCAO, E AVANCA A MARCA NO FIM; A REEXECUCAO NAO
000190*          DUPLICA NEM PULA MOVIMENTO. O CARTAO DE PARAMETROS
000200*          PERMITE REEXTRAIR UM PERIODO JA ENTREGUE. O DOCUMENTO
000210*          NUNCA SAI NO EXTRATO: E SUBSTITUIDO POR UM
000220*          IDENTIFICADOR ESTAVEL CALCULADO COM A CHAVE DE
000230*          PSEUDONIMIZACAO (ARQ-CHAVE). NOME E DATA DE NASCIMENTO
000240*          TAMBEM NAO SAEM.
000250* Tectonics: cobc
000260*
000270* Modification History
000280* Date       Init Description
000290* 15/10/2026 GB   Criacao do extrato para o ambiente analitico.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EXTRATO-ANALITICO.
000330 AUTHOR. GABRIELA BARBOSA.
000340 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-AUDITORIA.
000460
000470     SELECT ARQ-LOG-MESTRE ASSIGN TO ARQLOGM
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-LOG-MESTRE.
000500
000510     SELECT ARQ-PENDENCIAS ASSIGN TO ARQPEND
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-PENDENCIAS.
000540
000550     SELECT ARQ-REVOGACOES ASSIGN TO ARQRVG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-REVOGACOES.
000580
000590     SELECT ARQ-PARAMETROS ASSIGN TO ARQPXTR
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-PARAMETROS.
000620
000630     SELECT ARQ-CHAVE ASSIGN TO ARQCHV
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-CHAVE.
000660
000670     SELECT ARQ-MARCA ASSIGN TO ARQMRC
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-MARCA.
000700
000710     SELECT ARQ-XAUDITORIA ASSIGN TO ARQXAUD
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-XAUDITORIA.
000740
000750     SELECT ARQ-XMESTRE ASSIGN TO ARQXMST
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-XMESTRE.
000780
000790     SELECT ARQ-XONBOARDING ASSIGN TO ARQXONB
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-XONBOARDING.
000820
000830     SELECT ARQ-XREVOGACOES ASSIGN TO ARQXRVG
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-FS-XREVOGACOES.
000860
000870     SELECT ARQ-XCONTROLE ASSIGN TO ARQXCTL
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-XCONTROLE.
000900
000910     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-FS-RELATORIO.
000940
000950     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-FS-JORNAL.
000980     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-FS-CADEIA.
001010     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-FS-LIBERACAO.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  ARQ-AUDITORIA
001080     RECORDING MODE IS F.
001090 COPY AUDITREG.
001100
001110 FD  ARQ-LOG-MESTRE
001120     RECORDING MODE IS F.
001130 COPY LOGMREG.
001140
001150 FD  ARQ-PENDENCIAS
001160     RECORDING MODE IS F.
001170 COPY PENDREG.
001180
001190 FD  ARQ-REVOGACOES
001200     RECORDING MODE IS F.
001210 COPY REVOREG.
001220
001230 FD  ARQ-PARAMETROS
001240     RECORDING MODE IS F.
001250 COPY PARMXTR.
001260
001270 FD  ARQ-CHAVE
001280     RECORDING MODE IS F.
001290 COPY CHAVREG.
001300
001310 FD  ARQ-MARCA
001320     RECORDING MODE IS F.
001330 COPY MARCREG.
001340
001350 FD  ARQ-XAUDITORIA
001360     RECORDING MODE IS F.
001370 01  XAUD-LINHA                  PIC X(200).
001380
001390 FD  ARQ-XMESTRE
001400     RECORDING MODE IS F.
001410 01  XMST-LINHA                  PIC X(200).
001420
001430 FD  ARQ-XONBOARDING
001440     RECORDING MODE IS F.
001450 01  XONB-LINHA                  PIC X(200).
001460
001470 FD  ARQ-XREVOGACOES
001480     RECORDING MODE IS F.
001490 01  XRVG-LINHA                  PIC X(200).
001500
001510 FD  ARQ-XCONTROLE
001520     RECORDING MODE IS F.
001530 01  XCTL-LINHA                  PIC X(200).
001540
001550 FD  ARQ-RELATORIO
001560     RECORDING MODE IS F.
001570 01  REL-LINHA                   PIC X(80).
001580
001590 FD  ARQ-JORNAL
001600     RECORDING MODE IS F.
001610 COPY JORNREG.
001620
001630 FD  ARQ-CADEIA
001640     RECORDING MODE IS F.
001650 COPY CADEREG.
001660
001670 FD  ARQ-LIBERACAO
001680     RECORDING MODE IS F.
001690 COPY LIBEREG.
001700
001710 WORKING-STORAGE SECTION.
001720******************************************************************
001730*    CHAVES E STATUS DE ARQUIVO
001740******************************************************************
001750 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
001760     88  FS-AUDITORIA-OK         VALUE "00".
001770     88  FS-AUDITORIA-AUSENTE    VALUE "35".
001780 77  WS-FS-LOG-MESTRE            PIC X(02) VALUE ZEROS.
001790     88  FS-LOG-MESTRE-OK        VALUE "00".
001800     88  FS-LOG-MESTRE-AUSENTE   VALUE "35".
001810 77  WS-FS-PENDENCIAS            PIC X(02) VALUE ZEROS.
001820     88  FS-PENDENCIAS-OK        VALUE "00".
001830     88  FS-PENDENCIAS-AUSENTE   VALUE "35".
001840 77  WS-FS-REVOGACOES            PIC X(02) VALUE ZEROS.
001850     88  FS-REVOGACOES-OK        VALUE "00".
001860     88  FS-REVOGACOES-AUSENTE   VALUE "35".
001870 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
001880     88  FS-PARAMETROS-OK        VALUE "00".
001890 77  WS-FS-CHAVE                 PIC X(02) VALUE ZEROS.
001900     88  FS-CHAVE-OK             VALUE "00".
001910 77  WS-FS-MARCA                 PIC X(02) VALUE ZEROS.
001920     88  FS-MARCA-OK             VALUE "00".
001930     88  FS-MARCA-AUSENTE        VALUE "35".
001940 77  WS-FS-XAUDITORIA            PIC X(02) VALUE ZEROS.
001950     88  FS-XAUDITORIA-OK        VALUE "00".
001960 77  WS-FS-XMESTRE               PIC X(02) VALUE ZEROS.
001970     88  FS-XMESTRE-OK           VALUE "00".
001980 77  WS-FS-XONBOARDING           PIC X(02) VALUE ZEROS.
001990     88  FS-XONBOARDING-OK       VALUE "00".
002000 77  WS-FS-XREVOGACOES           PIC X(02) VALUE ZEROS.
002010     88  FS-XREVOGACOES-OK       VALUE "00".
002020 77  WS-FS-XCONTROLE             PIC X(02) VALUE ZEROS.
002030     88  FS-XCONTROLE-OK         VALUE "00".
002040 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
002050     88  FS-RELATORIO-OK         VALUE "00".
002060 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
002070     88  FS-JORNAL-OK            VALUE "00".
002080
002090******************************************************************
002100*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
002110*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
002120******************************************************************
002130 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
002140 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
002150 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
002160 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
002170******************************************************************
002180*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
002190*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
002200*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
002210*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
002220*    RODOU, A = ABERTA, F = FINALIZADA).
002230******************************************************************
002240 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
002250     88  FS-CADEIA-OK            VALUE "00".
002260     88  FS-CADEIA-AUSENTE       VALUE "35".
002270 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
002280     88  FS-LIBERACAO-OK         VALUE "00".
002290 77  WS-CAD-PROGRAMA             PIC X(22)
002300                 VALUE "EXTRATO-ANALITICO".
002310 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
002320     88  CAD-DEFINIDO            VALUE "S".
002330 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
002340     88  CAD-FIM-ARQUIVO         VALUE "S".
002350 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
002360     88  CAD-PODE-REPETIR        VALUE "S".
002370 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
002380     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
002390 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
002400     88  CAD-PRED-DO-DIA         VALUE "S".
002410 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
002420     88  CAD-LIBERADO            VALUE "S".
002430 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
002440 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
002450 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
002460 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
002470 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
002480 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
002490 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
002500 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
002510 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
002520 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
002530 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
002540 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
002550 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
002560 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
002570 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
002580 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
002590 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
002600 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
002610 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
002620 01  WS-CAD-PREDECESSORES.
002630     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
002640         10  WS-CAD-PRED-NOME    PIC X(22).
002650         10  WS-CAD-PRED-SIT     PIC X(01).
002660         10  WS-CAD-PRED-INICIO  PIC 9(14).
002670         10  WS-CAD-PRED-RC      PIC 9(04).
002680 01  WS-CAD-MOMENTO.
002690     05  WS-CAD-MOM-DATA.
002700         10  WS-CAD-MOM-CCYY     PIC 9(04).
002710         10  WS-CAD-MOM-MM       PIC 9(02).
002720         10  WS-CAD-MOM-DD       PIC 9(02).
002730     05  WS-CAD-MOM-HORA         PIC 9(06).
002740 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
002750                                 PIC 9(14).
002760 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
002770     05  FILLER                  PIC X(08).
002780     05  WS-CAD-MOM-HHMM         PIC 9(04).
002790     05  FILLER                  PIC X(02).
002800 01  WS-CAD-DIAS-MES-TAB.
002810     05  FILLER                  PIC X(24)
002820                 VALUE "312831303130313130313031".
002830 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
002840     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
002850
002860******************************************************************
002870*    CHAVES DE CONTROLE DE FIM DE ARQUIVO
002880******************************************************************
002890 77  WS-FIM-AUDITORIA            PIC X(01) VALUE "N".
002900     88  FIM-DA-AUDITORIA        VALUE "S".
002910 77  WS-FIM-LOG-MESTRE           PIC X(01) VALUE "N".
002920     88  FIM-DO-LOG-MESTRE       VALUE "S".
002930 77  WS-FIM-PENDENCIAS           PIC X(01) VALUE "N".
002940     88  FIM-DAS-PENDENCIAS      VALUE "S".
002950 77  WS-FIM-REVOGACOES           PIC X(01) VALUE "N".
002960     88  FIM-DAS-REVOGACOES      VALUE "S".
002970
002980******************************************************************
002990*    JANELA DA EXTRACAO. NA EXTRACAO NORMAL (MODO I) VAI DA MARCA
003000*    D'AGUA (INCLUSIVE) AO INICIO DA EXECUCAO (EXCLUSIVE); NA
003010*    REEXTRACAO (MODO P) VAI DA DATA INICIAL A DATA FINAL DO
003020*    CARTAO, SEM PASSAR DA MARCA D'AGUA. MOVIMENTO QUE SO TEM
003030*    DATA (REVOGACAO) E COMPARADO PELA DATA.
003040******************************************************************
003050 77  WS-MODO                     PIC X(01) VALUE "I".
003060     88  MODO-INCREMENTAL        VALUE "I".
003070     88  MODO-PERIODO            VALUE "P".
003080 01  WS-CORTE.
003090     05  WS-CORTE-DATA           PIC 9(08) VALUE ZEROS.
003100     05  WS-CORTE-HORA           PIC 9(06) VALUE ZEROS.
003110 01  WS-CORTE-N REDEFINES WS-CORTE
003120                                 PIC 9(14).
003130 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
003140 01  WS-JAN-INICIO.
003150     05  WS-JAN-INICIO-DATA      PIC 9(08) VALUE ZEROS.
003160     05  WS-JAN-INICIO-HORA      PIC 9(06) VALUE ZEROS.
003170 01  WS-JAN-INICIO-N REDEFINES WS-JAN-INICIO
003180                                 PIC 9(14).
003190 01  WS-JAN-FIM.
003200     05  WS-JAN-FIM-DATA         PIC 9(08) VALUE ZEROS.
003210     05  WS-JAN-FIM-HORA         PIC 9(06) VALUE ZEROS.
003220 01  WS-JAN-FIM-N REDEFINES WS-JAN-FIM
003230                                 PIC 9(14).
003240 01  WS-MARCA-ANTERIOR.
003250     05  WS-MRC-ANT-DATA         PIC 9(08) VALUE ZEROS.
003260     05  WS-MRC-ANT-HORA         PIC 9(06) VALUE ZEROS.
003270 01  WS-MARCA-ANTERIOR-N REDEFINES WS-MARCA-ANTERIOR
003280                                 PIC 9(14).
003290 01  WS-MARCA-NOVA.
003300     05  WS-MRC-NOVA-DATA        PIC 9(08) VALUE ZEROS.
003310     05  WS-MRC-NOVA-HORA        PIC 9(06) VALUE ZEROS.
003320 01  WS-MARCA-NOVA-N REDEFINES WS-MARCA-NOVA
003330                                 PIC 9(14).
003340 77  WS-PXT-DATA-INICIO          PIC 9(08) VALUE ZEROS.
003350 77  WS-PXT-DATA-FIM             PIC 9(08) VALUE ZEROS.
003360
003370******************************************************************
003380*    MOVIMENTO CORRENTE A CONFERIR CONTRA A JANELA
003390******************************************************************
003400 01  WS-MOV-MOMENTO.
003410     05  WS-MOV-DATA             PIC 9(08) VALUE ZEROS.
003420     05  WS-MOV-HORA             PIC 9(06) VALUE ZEROS.
003430 01  WS-MOV-MOMENTO-N REDEFINES WS-MOV-MOMENTO
003440                                 PIC 9(14).
003450 77  WS-MOV-SO-DATA              PIC X(01) VALUE "N".
003460     88  MOV-SO-DATA             VALUE "S".
003470 77  WS-NA-JANELA                PIC X(01) VALUE "N".
003480     88  NA-JANELA               VALUE "S".
003490
003500******************************************************************
003510*    PSEUDONIMIZACAO DO DOCUMENTO. O IDENTIFICADOR E FORMADO POR
003520*    DOIS ACUMULADORES POLINOMIAIS (MODULO DE DOIS PRIMOS) SOBRE
003530*    CHAVE + TIPO + NUMERO + CHAVE, BYTE A BYTE. O MESMO
003540*    DOCUMENTO GERA SEMPRE O MESMO IDENTIFICADOR ENQUANTO A CHAVE
003550*    FOR A MESMA. WS-PSD-BYTE-N E O VALOR NUMERICO (0 A 255) DO
003560*    CARACTERE CORRENTE, LIDO PELA REDEFINICAO DE WS-PSD-BYTE-PAR.
003570******************************************************************
003580 77  WS-CHAVE                    PIC X(16) VALUE SPACES.
003590 77  WS-PSD-TIPO                 PIC X(01) VALUE SPACES.
003600 77  WS-PSD-DOC                  PIC X(11) VALUE SPACES.
003610 77  WS-PSD-ID                   PIC X(18) VALUE SPACES.
003620 01  WS-PSD-ENTRADA.
003630     05  WS-PSD-ENT-CHAVE-1      PIC X(16).
003640     05  WS-PSD-ENT-TIPO         PIC X(01).
003650     05  WS-PSD-ENT-DOC          PIC X(11).
003660     05  WS-PSD-ENT-CHAVE-2      PIC X(16).
003670 01  WS-PSD-ENTRADA-R REDEFINES WS-PSD-ENTRADA.
003680     05  WS-PSD-ENT-BYTE         PIC X(01) OCCURS 44 TIMES.
003690 01  WS-PSD-BYTE-PAR.
003700     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
003710     05  WS-PSD-BYTE             PIC X(01) VALUE LOW-VALUE.
003720 01  WS-PSD-BYTE-N REDEFINES WS-PSD-BYTE-PAR
003730                                 PIC 9(04) COMP.
003740 01  WS-PSD-RESULTADO.
003750     05  WS-PSD-H1               PIC 9(09) VALUE ZEROS.
003760     05  WS-PSD-H2               PIC 9(09) VALUE ZEROS.
003770 77  WS-PSD-IDX                  PIC 9(02) COMP VALUE ZERO.
003780 77  WS-PSD-ACUM                 PIC 9(15) COMP VALUE ZERO.
003790 77  WS-PSD-QUOC                 PIC 9(15) COMP VALUE ZERO.
003800 77  WS-PSD-ACUM-1               PIC 9(09) COMP VALUE ZERO.
003810 77  WS-PSD-ACUM-2               PIC 9(09) COMP VALUE ZERO.
003820 77  WS-PSD-PRIMO-1              PIC 9(09) COMP VALUE 999999937.
003830 77  WS-PSD-PRIMO-2              PIC 9(09) COMP VALUE 999999929.
003840
003850******************************************************************
003860*    AREAS DE MONTAGEM DAS LINHAS DELIMITADAS
003870******************************************************************
003880 77  WS-ID-TITULAR               PIC X(18) VALUE SPACES.
003890 77  WS-ID-RESPONSAVEL           PIC X(18) VALUE SPACES.
003900 77  WS-TIPO-DOC                 PIC X(01) VALUE SPACES.
003910 77  WS-FONTE                    PIC X(01) VALUE SPACES.
003920 77  WS-ACAO                     PIC X(01) VALUE SPACES.
003930 77  WS-RESULT-ANTERIOR          PIC X(05) VALUE SPACES.
003940 77  WS-RESULT-NOVO              PIC X(05) VALUE SPACES.
003950 77  WS-NASCTO-ALTERADO          PIC X(01) VALUE SPACES.
003960 77  WS-NOME-ALTERADO            PIC X(01) VALUE SPACES.
003970 77  WS-TXT                      PIC X(30) VALUE SPACES.
003980 77  WS-TXT-TAM                  PIC 9(02) COMP VALUE ZERO.
003990 77  WS-CTL-ARQUIVO              PIC X(12) VALUE SPACES.
004000 77  WS-CTL-QTDE                 PIC 9(08) VALUE ZEROS.
004010
004020******************************************************************
004030*    TOTAIS DA EXTRACAO
004040******************************************************************
004050 77  WS-QTDE-LIDAS               PIC 9(08) COMP VALUE ZERO.
004060 77  WS-QTDE-GRAVADAS            PIC 9(08) COMP VALUE ZERO.
004070 77  WS-QTDE-XAUDITORIA          PIC 9(08) COMP VALUE ZERO.
004080 77  WS-QTDE-XMESTRE             PIC 9(08) COMP VALUE ZERO.
004090 77  WS-QTDE-XONBOARDING         PIC 9(08) COMP VALUE ZERO.
004100 77  WS-QTDE-XREVOGACOES         PIC 9(08) COMP VALUE ZERO.
004110 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
004120
004130 PROCEDURE DIVISION.
004140******************************************************************
004150*    0000-MAINLINE
004160*    CONTROLE PRINCIPAL DO EXTRATO PARA O AMBIENTE ANALITICO. A
004170*    MARCA D'AGUA SO AVANCA DEPOIS DE TODOS OS ARQUIVOS GRAVADOS
004180*    E FECHADOS: SE A EXECUCAO CAIR NO MEIO, A REEXECUCAO ENTREGA
004190*    A MESMA JANELA.
004200******************************************************************
004210 0000-MAINLINE.
004220     PERFORM 9700-CONFERIR-CADEIA
004230         THRU 9700-CONFERIR-CADEIA-EXIT
004240     PERFORM 1000-INICIALIZAR
004250         THRU 1000-INICIALIZAR-EXIT
004260
004270     MOVE "I" TO WS-JRN-TIPO
004280     PERFORM 9800-GRAVAR-JORNAL
004290         THRU 9800-GRAVAR-JORNAL-EXIT
004300
004310     PERFORM 2000-EXTRAIR-AUDITORIA
004320         THRU 2000-EXTRAIR-AUDITORIA-EXIT
004330         UNTIL FIM-DA-AUDITORIA
004340
004350     PERFORM 3000-EXTRAIR-LOG-MESTRE
004360         THRU 3000-EXTRAIR-LOG-MESTRE-EXIT
004370         UNTIL FIM-DO-LOG-MESTRE
004380
004390     PERFORM 4000-EXTRAIR-PENDENCIAS
004400         THRU 4000-EXTRAIR-PENDENCIAS-EXIT
004410         UNTIL FIM-DAS-PENDENCIAS
004420
004430     PERFORM 5000-EXTRAIR-REVOGACOES
004440         THRU 5000-EXTRAIR-REVOGACOES-EXIT
004450         UNTIL FIM-DAS-REVOGACOES
004460
004470     PERFORM 8000-GRAVAR-CONTROLE
004480         THRU 8000-GRAVAR-CONTROLE-EXIT
004490
004500     PERFORM 8500-GRAVAR-RELATORIO
004510         THRU 8500-GRAVAR-RELATORIO-EXIT
004520
004530     PERFORM 9000-FINALIZAR
004540         THRU 9000-FINALIZAR-EXIT
004550
004560     IF MODO-INCREMENTAL
004570         PERFORM 9100-GRAVAR-MARCA
004580             THRU 9100-GRAVAR-MARCA-EXIT
004590     END-IF
004600
004610     MOVE "F" TO WS-JRN-TIPO
004620     PERFORM 9800-GRAVAR-JORNAL
004630         THRU 9800-GRAVAR-JORNAL-EXIT
004640
004650     STOP RUN.
004660
004670******************************************************************
004680*    1000-INICIALIZAR
004690*    FIXA O MOMENTO DE CORTE (INICIO DA EXECUCAO), CARREGA O
004700*    CARTAO, A CHAVE E A MARCA D'AGUA, MONTA A JANELA, ABRE OS
004710*    ARQUIVOS E GRAVA A LINHA DE CABECALHO DE CADA EXTRATO.
004720******************************************************************
004730 1000-INICIALIZAR.
004740     ACCEPT WS-CORTE-DATA FROM DATE YYYYMMDD
004750     ACCEPT WS-HORA-SISTEMA FROM TIME
004760     COMPUTE WS-CORTE-HORA = WS-HORA-SISTEMA / 100
004770
004780     PERFORM 1100-CARREGAR-PARAMETROS
004790         THRU 1100-CARREGAR-PARAMETROS-EXIT
004800
004810     PERFORM 1200-CARREGAR-CHAVE
004820         THRU 1200-CARREGAR-CHAVE-EXIT
004830
004840     PERFORM 1300-CARREGAR-MARCA
004850         THRU 1300-CARREGAR-MARCA-EXIT
004860
004870     PERFORM 1400-MONTAR-JANELA
004880         THRU 1400-MONTAR-JANELA-EXIT
004890
004900     PERFORM 1500-ABRIR-ENTRADAS
004910         THRU 1500-ABRIR-ENTRADAS-EXIT
004920
004930     PERFORM 1600-ABRIR-EXTRATOS
004940         THRU 1600-ABRIR-EXTRATOS-EXIT
004950     .
004960 1000-INICIALIZAR-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*    1100-CARREGAR-PARAMETROS
005010*    LE O CARTAO DE PARAMETROS. COM AS DUAS DATAS INFORMADAS A
005020*    EXECUCAO E UMA REEXTRACAO DO PERIODO (MODO P); DATA INICIAL
005030*    MAIOR QUE A FINAL E ERRO. CARTAO AUSENTE OU SEM DATAS
005040*    MANTEM A EXTRACAO NORMAL (MODO I).
005050******************************************************************
005060 1100-CARREGAR-PARAMETROS.
005070     OPEN INPUT ARQ-PARAMETROS
005080     IF NOT FS-PARAMETROS-OK
005090         GO TO 1100-CARREGAR-PARAMETROS-EXIT
005100     END-IF
005110
005120     READ ARQ-PARAMETROS
005130     IF FS-PARAMETROS-OK
005140     AND PXT-DATA-INICIO NUMERIC
005150     AND PXT-DATA-FIM NUMERIC
005160     AND PXT-DATA-INICIO > ZERO
005170     AND PXT-DATA-FIM > ZERO
005180         MOVE "P"             TO WS-MODO
005190         MOVE PXT-DATA-INICIO TO WS-PXT-DATA-INICIO
005200         MOVE PXT-DATA-FIM    TO WS-PXT-DATA-FIM
005210     END-IF
005220
005230     CLOSE ARQ-PARAMETROS
005240
005250     IF MODO-PERIODO
005260     AND WS-PXT-DATA-INICIO > WS-PXT-DATA-FIM
005270         DISPLAY "CARTAO DO EXTRATO COM DATA INICIAL "
005280             WS-PXT-DATA-INICIO " MAIOR QUE A FINAL "
005290             WS-PXT-DATA-FIM
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF
005330     .
005340 1100-CARREGAR-PARAMETROS-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*    1200-CARREGAR-CHAVE
005390*    LE A CHAVE DE PSEUDONIMIZACAO. SEM CHAVE O EXTRATO NAO RODA:
005400*    O DOCUMENTO NAO PODE SAIR SEM PSEUDONIMO NEM COM PSEUDONIMO
005410*    DIFERENTE DO DAS ENTREGAS ANTERIORES.
005420******************************************************************
005430 1200-CARREGAR-CHAVE.
005440     OPEN INPUT ARQ-CHAVE
005450     IF NOT FS-CHAVE-OK
005460         DISPLAY "ERRO AO ABRIR ARQ-CHAVE. FILE STATUS: "
005470             WS-FS-CHAVE
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF
005510
005520     READ ARQ-CHAVE
005530     IF FS-CHAVE-OK
005540         MOVE CHV-CHAVE TO WS-CHAVE
005550     END-IF
005560     CLOSE ARQ-CHAVE
005570
005580     IF WS-CHAVE = SPACES
005590         DISPLAY "CHAVE DE PSEUDONIMIZACAO AUSENTE EM ARQ-CHAVE"
005600         MOVE 16 TO RETURN-CODE
005610         STOP RUN
005620     END-IF
005630     .
005640 1200-CARREGAR-CHAVE-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*    1300-CARREGAR-MARCA
005690*    LE A MARCA D'AGUA DA ULTIMA ENTREGA. ARQUIVO AUSENTE E A
005700*    PRIMEIRA EXTRACAO: A JANELA COMECA DO ZERO E A CARGA
005710*    INICIAL LEVA TODO O HISTORICO DOS ARQUIVOS.
005720******************************************************************
005730 1300-CARREGAR-MARCA.
005740     OPEN INPUT ARQ-MARCA
005750     IF FS-MARCA-AUSENTE
005760         DISPLAY "MARCA D'AGUA AUSENTE. PRIMEIRA EXTRACAO."
005770         GO TO 1300-CARREGAR-MARCA-EXIT
005780     END-IF
005790     IF NOT FS-MARCA-OK
005800         DISPLAY "ERRO AO ABRIR ARQ-MARCA. FILE STATUS: "
005810             WS-FS-MARCA
005820         MOVE 16 TO RETURN-CODE
005830         STOP RUN
005840     END-IF
005850
005860     READ ARQ-MARCA
005870     IF FS-MARCA-OK
005880     AND MRC-LIMITE NUMERIC
005890         MOVE MRC-LIMITE TO WS-MARCA-ANTERIOR
005900     END-IF
005910     CLOSE ARQ-MARCA
005920     .
005930 1300-CARREGAR-MARCA-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    1400-MONTAR-JANELA
005980*    MONTA A JANELA DA EXTRACAO E A NOVA MARCA D'AGUA. SE O
005990*    RELOGIO ESTIVER ATRAS DA MARCA, A JANELA FICA VAZIA E A
006000*    MARCA NAO RECUA.
006010******************************************************************
006020 1400-MONTAR-JANELA.
006030     IF MODO-PERIODO
006040         MOVE WS-PXT-DATA-INICIO TO WS-JAN-INICIO-DATA
006050         MOVE ZEROS              TO WS-JAN-INICIO-HORA
006060         MOVE WS-PXT-DATA-FIM    TO WS-JAN-FIM-DATA
006070         MOVE 235959             TO WS-JAN-FIM-HORA
006080         MOVE WS-MARCA-ANTERIOR  TO WS-MARCA-NOVA
006090         GO TO 1400-MONTAR-JANELA-EXIT
006100     END-IF
006110
006120     MOVE WS-MARCA-ANTERIOR TO WS-JAN-INICIO
006130     IF WS-CORTE-N > WS-MARCA-ANTERIOR-N
006140         MOVE WS-CORTE          TO WS-JAN-FIM
006150         MOVE WS-CORTE          TO WS-MARCA-NOVA
006160     ELSE
006170         MOVE WS-MARCA-ANTERIOR TO WS-JAN-FIM
006180         MOVE WS-MARCA-ANTERIOR TO WS-MARCA-NOVA
006190     END-IF
006200     .
006210 1400-MONTAR-JANELA-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    1500-ABRIR-ENTRADAS
006260*    ABRE OS ARQUIVOS DE ENTRADA E LE O PRIMEIRO REGISTRO DE
006270*    CADA UM. ARQUIVO AUSENTE E TRATADO COMO VAZIO. AS
006280*    PENDENCIAS SAO A SITUACAO CORRENTE DA RECONCILIACAO E SO
006290*    SAO ENTREGUES NA PRIMEIRA EXTRACAO NORMAL DE CADA DATA
006300*    (JANELA QUE ATRAVESSA A VIRADA DO DIA); A REEXTRACAO DE
006310*    PERIODO NAO AS TRAZ, POIS A SITUACAO PASSADA NAO E GUARDADA.
006320******************************************************************
006330 1500-ABRIR-ENTRADAS.
006340     OPEN INPUT ARQ-AUDITORIA
006350     IF FS-AUDITORIA-AUSENTE
006360         MOVE "S" TO WS-FIM-AUDITORIA
006370     ELSE
006380         IF NOT FS-AUDITORIA-OK
006390             DISPLAY "ERRO AO ABRIR ARQ-AUDITORIA. FILE STATUS: "
006400                 WS-FS-AUDITORIA
006410             MOVE 16 TO RETURN-CODE
006420             STOP RUN
006430         END-IF
006440         PERFORM 2100-LER-AUDITORIA
006450             THRU 2100-LER-AUDITORIA-EXIT
006460     END-IF
006470
006480     OPEN INPUT ARQ-LOG-MESTRE
006490     IF FS-LOG-MESTRE-AUSENTE
006500         MOVE "S" TO WS-FIM-LOG-MESTRE
006510     ELSE
006520         IF NOT FS-LOG-MESTRE-OK
006530             DISPLAY "ERRO AO ABRIR ARQ-LOG-MESTRE. FILE STATUS: "
006540                 WS-FS-LOG-MESTRE
006550             MOVE 16 TO RETURN-CODE
006560             STOP RUN
006570         END-IF
006580         PERFORM 3100-LER-LOG-MESTRE
006590             THRU 3100-LER-LOG-MESTRE-EXIT
006600     END-IF
006610
006620     IF MODO-PERIODO
006630     OR WS-JAN-FIM-DATA NOT > WS-JAN-INICIO-DATA
006640         MOVE "S" TO WS-FIM-PENDENCIAS
006650         MOVE "35" TO WS-FS-PENDENCIAS
006660     ELSE
006670         OPEN INPUT ARQ-PENDENCIAS
006680         IF FS-PENDENCIAS-AUSENTE
006690             MOVE "S" TO WS-FIM-PENDENCIAS
006700         ELSE
006710             IF NOT FS-PENDENCIAS-OK
006720                 DISPLAY "ERRO AO ABRIR ARQ-PENDENCIAS. "
006730                     "FILE STATUS: " WS-FS-PENDENCIAS
006740                 MOVE 16 TO RETURN-CODE
006750                 STOP RUN
006760             END-IF
006770             PERFORM 4100-LER-PENDENCIA
006780                 THRU 4100-LER-PENDENCIA-EXIT
006790         END-IF
006800     END-IF
006810
006820     OPEN INPUT ARQ-REVOGACOES
006830     IF FS-REVOGACOES-AUSENTE
006840         MOVE "S" TO WS-FIM-REVOGACOES
006850     ELSE
006860         IF NOT FS-REVOGACOES-OK
006870             DISPLAY "ERRO AO ABRIR ARQ-REVOGACOES. FILE STATUS: "
006880                 WS-FS-REVOGACOES
006890             MOVE 16 TO RETURN-CODE
006900             STOP RUN
006910         END-IF
006920         PERFORM 5100-LER-REVOGACAO
006930             THRU 5100-LER-REVOGACAO-EXIT
006940     END-IF
006950     .
006960 1500-ABRIR-ENTRADAS-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000*    1600-ABRIR-EXTRATOS
007010*    CRIA OS ARQUIVOS DO EXTRATO, O CONTROLE E O RELATORIO, E
007020*    GRAVA A LINHA DE CABECALHO DE CADA EXTRATO.
007030******************************************************************
007040 1600-ABRIR-EXTRATOS.
007050     OPEN OUTPUT ARQ-XAUDITORIA
007060     IF NOT FS-XAUDITORIA-OK
007070         DISPLAY "ERRO AO ABRIR ARQ-XAUDITORIA. FILE STATUS: "
007080             WS-FS-XAUDITORIA
007090         MOVE 16 TO RETURN-CODE
007100         STOP RUN
007110     END-IF
007120
007130     OPEN OUTPUT ARQ-XMESTRE
007140     IF NOT FS-XMESTRE-OK
007150         DISPLAY "ERRO AO ABRIR ARQ-XMESTRE. FILE STATUS: "
007160             WS-FS-XMESTRE
007170         MOVE 16 TO RETURN-CODE
007180         STOP RUN
007190     END-IF
007200
007210     OPEN OUTPUT ARQ-XONBOARDING
007220     IF NOT FS-XONBOARDING-OK
007230         DISPLAY "ERRO AO ABRIR ARQ-XONBOARDING. FILE STATUS: "
007240             WS-FS-XONBOARDING
007250         MOVE 16 TO RETURN-CODE
007260         STOP RUN
007270     END-IF
007280
007290     OPEN OUTPUT ARQ-XREVOGACOES
007300     IF NOT FS-XREVOGACOES-OK
007310         DISPLAY "ERRO AO ABRIR ARQ-XREVOGACOES. FILE STATUS: "
007320             WS-FS-XREVOGACOES
007330         MOVE 16 TO RETURN-CODE
007340         STOP RUN
007350     END-IF
007360
007370     OPEN OUTPUT ARQ-XCONTROLE
007380     IF NOT FS-XCONTROLE-OK
007390         DISPLAY "ERRO AO ABRIR ARQ-XCONTROLE. FILE STATUS: "
007400             WS-FS-XCONTROLE
007410         MOVE 16 TO RETURN-CODE
007420         STOP RUN
007430     END-IF
007440
007450     OPEN OUTPUT ARQ-RELATORIO
007460     IF NOT FS-RELATORIO-OK
007470         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
007480             WS-FS-RELATORIO
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF
007520
007530     MOVE SPACES TO XAUD-LINHA
007540     STRING "DATA_VERIF;HORA_VERIF;ID_TITULAR;TIPO_DOC;IDADE;"
007550                                            DELIMITED BY SIZE
007560            "FAIXA;RESULTADO;DOC_VALIDO;BLOQUEADO;ORIGEM;"
007570                                            DELIMITED BY SIZE
007580            "PROPOSITO;IDADE_MINIMA;DECISAO;ID_RESPONSAVEL;"
007590                                            DELIMITED BY SIZE
007600            "SIT_RESPONSAVEL;ID_EXECUCAO;MOTIVO_REJEICAO"
007610                                            DELIMITED BY SIZE
007620       INTO XAUD-LINHA
007630     END-STRING
007640     PERFORM 7500-GRAVAR-XAUDITORIA
007650         THRU 7500-GRAVAR-XAUDITORIA-EXIT
007660
007670     MOVE SPACES TO XMST-LINHA
007680     STRING "DATA_MOV;HORA_MOV;FONTE;ID_TITULAR;TIPO_DOC;ACAO;"
007690                                            DELIMITED BY SIZE
007700            "RESULTADO_ANTERIOR;RESULTADO_NOVO;"
007710                                            DELIMITED BY SIZE
007720            "NASCTO_ALTERADO;NOME_ALTERADO" DELIMITED BY SIZE
007730       INTO XMST-LINHA
007740     END-STRING
007750     PERFORM 7510-GRAVAR-XMESTRE
007760         THRU 7510-GRAVAR-XMESTRE-EXIT
007770
007780     MOVE SPACES TO XONB-LINHA
007790     STRING "DATA_SITUACAO;TIPO_PENDENCIA;ID_TITULAR;TIPO_DOC;"
007800                                            DELIMITED BY SIZE
007810            "DATA_VERIF;STATUS;MOTIVO;TENTATIVAS"
007820                                            DELIMITED BY SIZE
007830       INTO XONB-LINHA
007840     END-STRING
007850     PERFORM 7520-GRAVAR-XONBOARDING
007860         THRU 7520-GRAVAR-XONBOARDING-EXIT
007870
007880     MOVE SPACES TO XRVG-LINHA
007890     STRING "DATA_REVOGACAO;ID_TITULAR;TIPO_DOC;MOTIVO_BLOQUEIO;"
007900                                            DELIMITED BY SIZE
007910            "DATA_ULT_VERIF;ULT_RESULTADO"  DELIMITED BY SIZE
007920       INTO XRVG-LINHA
007930     END-STRING
007940     PERFORM 7530-GRAVAR-XREVOGACOES
007950         THRU 7530-GRAVAR-XREVOGACOES-EXIT
007960
007970     MOVE SPACES TO XCTL-LINHA
007980     STRING "ARQUIVO;MODO;INICIO;FIM;REGISTROS"
007990                                            DELIMITED BY SIZE
008000       INTO XCTL-LINHA
008010     END-STRING
008020     WRITE XCTL-LINHA
008030     .
008040 1600-ABRIR-EXTRATOS-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080*    2000-EXTRAIR-AUDITORIA
008090*    ENTREGA O REGISTRO DA TRILHA QUE ESTA NA JANELA E, QUANDO
008100*    ELE ALTEROU O MESTRE, TAMBEM A LINHA DE ALTERACAO: A
008110*    VERIFICACAO (DECISAO EM BRANCO, FONTE V), A DECISAO DE
008120*    DIVERGENCIA ACEITA (A, FONTE D) E O ESTORNO DE UMA EXECUCAO
008130*    DO LOTE (E, FONTE E). CASO RETIDO, DECISAO DE MANTER OU
008140*    BLOQUEAR E REJEICAO NAO ALTERAM O MESTRE.
008150******************************************************************
008160 2000-EXTRAIR-AUDITORIA.
008170     MOVE AUD-DATA-VERIF TO WS-MOV-DATA
008180     MOVE AUD-HORA-VERIF TO WS-MOV-HORA
008190     MOVE "N"            TO WS-MOV-SO-DATA
008200     PERFORM 7100-CONFERIR-JANELA
008210         THRU 7100-CONFERIR-JANELA-EXIT
008220     IF NOT NA-JANELA
008230         GO TO 2000-LER-PROXIMO
008240     END-IF
008250
008260     MOVE AUD-TIPO-DOC   TO WS-PSD-TIPO
008270     MOVE AUD-DOC-NUMERO TO WS-PSD-DOC
008280     PERFORM 7200-PSEUDONIMIZAR
008290         THRU 7200-PSEUDONIMIZAR-EXIT
008300     MOVE WS-PSD-ID      TO WS-ID-TITULAR
008310     MOVE WS-PSD-ENT-TIPO TO WS-TIPO-DOC
008320
008330     MOVE "C"                 TO WS-PSD-TIPO
008340     MOVE AUD-DOC-RESPONSAVEL TO WS-PSD-DOC
008350     PERFORM 7200-PSEUDONIMIZAR
008360         THRU 7200-PSEUDONIMIZAR-EXIT
008370     MOVE WS-PSD-ID           TO WS-ID-RESPONSAVEL
008380
008390     MOVE SPACES TO XAUD-LINHA
008400     STRING AUD-DATA-VERIF          DELIMITED BY SIZE
008410            ";"                     DELIMITED BY SIZE
008420            AUD-HORA-VERIF          DELIMITED BY SIZE
008430            ";"                     DELIMITED BY SIZE
008440            WS-ID-TITULAR           DELIMITED BY SPACE
008450            ";"                     DELIMITED BY SIZE
008460            WS-TIPO-DOC             DELIMITED BY SIZE
008470            ";"                     DELIMITED BY SIZE
008480            AUD-IDADE-CALC          DELIMITED BY SIZE
008490            ";"                     DELIMITED BY SIZE
008500            AUD-FAIXA-ETARIA        DELIMITED BY SPACE
008510            ";"                     DELIMITED BY SIZE
008520            AUD-RESULTADO           DELIMITED BY SPACE
008530            ";"                     DELIMITED BY SIZE
008540            AUD-CPF-VALIDO          DELIMITED BY SPACE
008550            ";"                     DELIMITED BY SIZE
008560            AUD-BLOQUEADO           DELIMITED BY SPACE
008570            ";"                     DELIMITED BY SIZE
008580            AUD-SIST-ORIGEM         DELIMITED BY SPACE
008590            ";"                     DELIMITED BY SIZE
008600            AUD-PROPOSITO           DELIMITED BY SPACE
008610            ";"                     DELIMITED BY SIZE
008620            AUD-IDADE-MINIMA        DELIMITED BY SIZE
008630            ";"                     DELIMITED BY SIZE
008640            AUD-DECISAO             DELIMITED BY SPACE
008650            ";"                     DELIMITED BY SIZE
008660            WS-ID-RESPONSAVEL       DELIMITED BY SPACE
008670            ";"                     DELIMITED BY SIZE
008680            AUD-SIT-RESPONSAVEL     DELIMITED BY SPACE
008690            ";"                     DELIMITED BY SIZE
008700            AUD-ID-EXECUCAO         DELIMITED BY SPACE
008710            ";"                     DELIMITED BY SIZE
008720            AUD-MOTIVO-REJEICAO     DELIMITED BY SPACE
008730       INTO XAUD-LINHA
008740     END-STRING
008750     PERFORM 7500-GRAVAR-XAUDITORIA
008760         THRU 7500-GRAVAR-XAUDITORIA-EXIT
008770     ADD 1 TO WS-QTDE-XAUDITORIA
008780
008790     MOVE SPACES TO WS-RESULT-ANTERIOR
008800     MOVE SPACES TO WS-RESULT-NOVO
008810     EVALUATE TRUE
008820         WHEN AUD-DECISAO = SPACE
008830             MOVE "V"           TO WS-FONTE
008840             MOVE AUD-RESULTADO TO WS-RESULT-NOVO
008850         WHEN AUD-DECISAO = "A"
008860             MOVE "D"           TO WS-FONTE
008870             MOVE AUD-RESULTADO TO WS-RESULT-NOVO
008880         WHEN AUD-E-ESTORNO
008890             MOVE "E"           TO WS-FONTE
008900             MOVE AUD-RESULTADO TO WS-RESULT-ANTERIOR
008910         WHEN OTHER
008920             GO TO 2000-LER-PROXIMO
008930     END-EVALUATE
008940
008950     MOVE SPACES TO XMST-LINHA
008960     STRING AUD-DATA-VERIF          DELIMITED BY SIZE
008970            ";"                     DELIMITED BY SIZE
008980            AUD-HORA-VERIF          DELIMITED BY SIZE
008990            ";"                     DELIMITED BY SIZE
009000            WS-FONTE                DELIMITED BY SIZE
009010            ";"                     DELIMITED BY SIZE
009020            WS-ID-TITULAR           DELIMITED BY SPACE
009030            ";"                     DELIMITED BY SIZE
009040            WS-TIPO-DOC             DELIMITED BY SIZE
009050            ";"                     DELIMITED BY SIZE
009060            ";"                     DELIMITED BY SIZE
009070            WS-RESULT-ANTERIOR      DELIMITED BY SPACE
009080            ";"                     DELIMITED BY SIZE
009090            WS-RESULT-NOVO          DELIMITED BY SPACE
009100            ";N;N"                  DELIMITED BY SIZE
009110       INTO XMST-LINHA
009120     END-STRING
009130     PERFORM 7510-GRAVAR-XMESTRE
009140         THRU 7510-GRAVAR-XMESTRE-EXIT
009150     ADD 1 TO WS-QTDE-XMESTRE
009160     .
009170 2000-LER-PROXIMO.
009180     PERFORM 2100-LER-AUDITORIA
009190         THRU 2100-LER-AUDITORIA-EXIT
009200     .
009210 2000-EXTRAIR-AUDITORIA-EXIT.
009220     EXIT.
009230
009240******************************************************************
009250*    2100-LER-AUDITORIA
009260*    LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA.
009270******************************************************************
009280 2100-LER-AUDITORIA.
009290     READ ARQ-AUDITORIA
009300         AT END
009310             MOVE "S" TO WS-FIM-AUDITORIA
009320         NOT AT END
009330             ADD 1 TO WS-QTDE-LIDAS
009340     END-READ
009350     .
009360 2100-LER-AUDITORIA-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400*    3000-EXTRAIR-LOG-MESTRE
009410*    ENTREGA A ALTERACAO OU EXCLUSAO DO MESTRE FEITA PELA
009420*    MANUTENCAO (FONTE M) QUE ESTA NA JANELA. CONSULTA NAO
009430*    ALTERA O MESTRE E NAO E ENTREGUE. NOME E DATA DE NASCIMENTO
009440*    SAO INFORMADOS SO COMO ALTERADOS OU NAO.
009450******************************************************************
009460 3000-EXTRAIR-LOG-MESTRE.
009470     IF LOG-ACAO = "C"
009480         GO TO 3000-LER-PROXIMO
009490     END-IF
009500
009510     MOVE LOG-DATA-MOV TO WS-MOV-DATA
009520     MOVE LOG-HORA-MOV TO WS-MOV-HORA
009530     MOVE "N"          TO WS-MOV-SO-DATA
009540     PERFORM 7100-CONFERIR-JANELA
009550         THRU 7100-CONFERIR-JANELA-EXIT
009560     IF NOT NA-JANELA
009570         GO TO 3000-LER-PROXIMO
009580     END-IF
009590
009600     MOVE LOG-TIPO-DOC   TO WS-PSD-TIPO
009610     MOVE LOG-DOC-NUMERO TO WS-PSD-DOC
009620     PERFORM 7200-PSEUDONIMIZAR
009630         THRU 7200-PSEUDONIMIZAR-EXIT
009640
009650     MOVE "N" TO WS-NASCTO-ALTERADO
009660     IF LOG-DT-NASCTO-NOVO NOT = LOG-DT-NASCTO-ANTERIOR
009670         MOVE "S" TO WS-NASCTO-ALTERADO
009680     END-IF
009690     MOVE "N" TO WS-NOME-ALTERADO
009700     IF LOG-NOME-NOVO NOT = LOG-NOME-ANTERIOR
009710         MOVE "S" TO WS-NOME-ALTERADO
009720     END-IF
009730
009740     MOVE SPACES TO XMST-LINHA
009750     STRING LOG-DATA-MOV            DELIMITED BY SIZE
009760            ";"                     DELIMITED BY SIZE
009770            LOG-HORA-MOV            DELIMITED BY SIZE
009780            ";M;"                   DELIMITED BY SIZE
009790            WS-PSD-ID               DELIMITED BY SPACE
009800            ";"                     DELIMITED BY SIZE
009810            WS-PSD-ENT-TIPO         DELIMITED BY SIZE
009820            ";"                     DELIMITED BY SIZE
009830            LOG-ACAO                DELIMITED BY SPACE
009840            ";"                     DELIMITED BY SIZE
009850            LOG-RESULT-ANTERIOR     DELIMITED BY SPACE
009860            ";"                     DELIMITED BY SIZE
009870            ";"                     DELIMITED BY SIZE
009880            WS-NASCTO-ALTERADO      DELIMITED BY SIZE
009890            ";"                     DELIMITED BY SIZE
009900            WS-NOME-ALTERADO        DELIMITED BY SIZE
009910       INTO XMST-LINHA
009920     END-STRING
009930     PERFORM 7510-GRAVAR-XMESTRE
009940         THRU 7510-GRAVAR-XMESTRE-EXIT
009950     ADD 1 TO WS-QTDE-XMESTRE
009960     .
009970 3000-LER-PROXIMO.
009980     PERFORM 3100-LER-LOG-MESTRE
009990         THRU 3100-LER-LOG-MESTRE-EXIT
010000     .
010010 3000-EXTRAIR-LOG-MESTRE-EXIT.
010020     EXIT.
010030
010040******************************************************************
010050*    3100-LER-LOG-MESTRE
010060*    LE O PROXIMO REGISTRO DO LOG DE MANUTENCAO DO MESTRE.
010070******************************************************************
010080 3100-LER-LOG-MESTRE.
010090     READ ARQ-LOG-MESTRE
010100         AT END
010110             MOVE "S" TO WS-FIM-LOG-MESTRE
010120         NOT AT END
010130             ADD 1 TO WS-QTDE-LIDAS
010140     END-READ
010150     .
010160 3100-LER-LOG-MESTRE-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200*    4000-EXTRAIR-PENDENCIAS
010210*    ENTREGA A SITUACAO CORRENTE DE CADA PENDENCIA DA
010220*    RECONCILIACAO DO ONBOARDING (ENVIO SEM RESPOSTA, RESPOSTA
010230*    SEM ENVIO, REJEITADO PELO CADASTRO), COM A DATA DA SITUACAO
010240*    (DATA DO CORTE).
010250******************************************************************
010260 4000-EXTRAIR-PENDENCIAS.
010270     MOVE PEND-TIPO-DOC   TO WS-PSD-TIPO
010280     MOVE PEND-DOC-NUMERO TO WS-PSD-DOC
010290     PERFORM 7200-PSEUDONIMIZAR
010300         THRU 7200-PSEUDONIMIZAR-EXIT
010310
010320     MOVE SPACES TO XONB-LINHA
010330     STRING WS-JAN-FIM-DATA         DELIMITED BY SIZE
010340            ";"                     DELIMITED BY SIZE
010350            PEND-TIPO               DELIMITED BY SPACE
010360            ";"                     DELIMITED BY SIZE
010370            WS-PSD-ID               DELIMITED BY SPACE
010380            ";"                     DELIMITED BY SIZE
010390            WS-PSD-ENT-TIPO         DELIMITED BY SIZE
010400            ";"                     DELIMITED BY SIZE
010410            PEND-DATA-VERIF         DELIMITED BY SIZE
010420            ";"                     DELIMITED BY SIZE
010430            PEND-STATUS             DELIMITED BY SPACE
010440            ";"                     DELIMITED BY SIZE
010450            PEND-MOTIVO             DELIMITED BY SPACE
010460            ";"                     DELIMITED BY SIZE
010470            PEND-TENTATIVAS         DELIMITED BY SIZE
010480       INTO XONB-LINHA
010490     END-STRING
010500     PERFORM 7520-GRAVAR-XONBOARDING
010510         THRU 7520-GRAVAR-XONBOARDING-EXIT
010520     ADD 1 TO WS-QTDE-XONBOARDING
010530
010540     PERFORM 4100-LER-PENDENCIA
010550         THRU 4100-LER-PENDENCIA-EXIT
010560     .
010570 4000-EXTRAIR-PENDENCIAS-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610*    4100-LER-PENDENCIA
010620*    LE A PROXIMA PENDENCIA DA RECONCILIACAO.
010630******************************************************************
010640 4100-LER-PENDENCIA.
010650     READ ARQ-PENDENCIAS
010660         AT END
010670             MOVE "S" TO WS-FIM-PENDENCIAS
010680         NOT AT END
010690             ADD 1 TO WS-QTDE-LIDAS
010700     END-READ
010710     .
010720 4100-LER-PENDENCIA-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760*    5000-EXTRAIR-REVOGACOES
010770*    ENTREGA A REVOGACAO DE ONBOARDING CUJA DATA ESTA NA JANELA.
010780*    A REVOGACAO SO TEM DATA: E ENTREGUE PELA PRIMEIRA EXTRACAO
010790*    NORMAL DO DIA SEGUINTE.
010800******************************************************************
010810 5000-EXTRAIR-REVOGACOES.
010820     MOVE RVG-DATA-REVOGACAO TO WS-MOV-DATA
010830     MOVE ZEROS              TO WS-MOV-HORA
010840     MOVE "S"                TO WS-MOV-SO-DATA
010850     PERFORM 7100-CONFERIR-JANELA
010860         THRU 7100-CONFERIR-JANELA-EXIT
010870     IF NOT NA-JANELA
010880         GO TO 5000-LER-PROXIMO
010890     END-IF
010900
010910     MOVE RVG-TIPO-DOC   TO WS-PSD-TIPO
010920     MOVE RVG-DOC-NUMERO TO WS-PSD-DOC
010930     PERFORM 7200-PSEUDONIMIZAR
010940         THRU 7200-PSEUDONIMIZAR-EXIT
010950
010960     MOVE RVG-MOTIVO-BLOQUEIO TO WS-TXT
010970     PERFORM 7300-APURAR-TEXTO
010980         THRU 7300-APURAR-TEXTO-EXIT
010990
011000     MOVE SPACES TO XRVG-LINHA
011010     IF WS-TXT-TAM > ZERO
011020         STRING RVG-DATA-REVOGACAO      DELIMITED BY SIZE
011030                ";"                     DELIMITED BY SIZE
011040                WS-PSD-ID               DELIMITED BY SPACE
011050                ";"                     DELIMITED BY SIZE
011060                WS-PSD-ENT-TIPO         DELIMITED BY SIZE
011070                ";"                     DELIMITED BY SIZE
011080                WS-TXT (1:WS-TXT-TAM)   DELIMITED BY SIZE
011090                ";"                     DELIMITED BY SIZE
011100                RVG-DATA-ULT-VERIF      DELIMITED BY SIZE
011110                ";"                     DELIMITED BY SIZE
011120                RVG-ULT-RESULTADO       DELIMITED BY SPACE
011130           INTO XRVG-LINHA
011140         END-STRING
011150     ELSE
011160         STRING RVG-DATA-REVOGACAO      DELIMITED BY SIZE
011170                ";"                     DELIMITED BY SIZE
011180                WS-PSD-ID               DELIMITED BY SPACE
011190                ";"                     DELIMITED BY SIZE
011200                WS-PSD-ENT-TIPO         DELIMITED BY SIZE
011210                ";;"                    DELIMITED BY SIZE
011220                RVG-DATA-ULT-VERIF      DELIMITED BY SIZE
011230                ";"                     DELIMITED BY SIZE
011240                RVG-ULT-RESULTADO       DELIMITED BY SPACE
011250           INTO XRVG-LINHA
011260         END-STRING
011270     END-IF
011280     PERFORM 7530-GRAVAR-XREVOGACOES
011290         THRU 7530-GRAVAR-XREVOGACOES-EXIT
011300     ADD 1 TO WS-QTDE-XREVOGACOES
011310     .
011320 5000-LER-PROXIMO.
011330     PERFORM 5100-LER-REVOGACAO
011340         THRU 5100-LER-REVOGACAO-EXIT
011350     .
011360 5000-EXTRAIR-REVOGACOES-EXIT.
011370     EXIT.
011380
011390******************************************************************
011400*    5100-LER-REVOGACAO
011410*    LE A PROXIMA REVOGACAO.
011420******************************************************************
011430 5100-LER-REVOGACAO.
011440     READ ARQ-REVOGACOES
011450         AT END
011460             MOVE "S" TO WS-FIM-REVOGACOES
011470         NOT AT END
011480             ADD 1 TO WS-QTDE-LIDAS
011490     END-READ
011500     .
011510 5100-LER-REVOGACAO-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550*    7100-CONFERIR-JANELA
011560*    LIGA NA-JANELA QUANDO O MOVIMENTO EM WS-MOV-MOMENTO ESTA NA
011570*    JANELA DA EXTRACAO. NO MODO I: INICIO <= MOMENTO < FIM (SO
011580*    A DATA, PARA MOVIMENTO SEM HORA). NO MODO P: DATA ENTRE AS
011590*    DATAS DO CARTAO E MOMENTO ANTES DA MARCA D'AGUA, PARA NAO
011600*    ENTREGAR O QUE A PROXIMA EXTRACAO NORMAL VAI ENTREGAR.
011610******************************************************************
011620 7100-CONFERIR-JANELA.
011630     MOVE "N" TO WS-NA-JANELA
011640
011650     IF MODO-PERIODO
011660         IF WS-MOV-DATA < WS-JAN-INICIO-DATA
011670         OR WS-MOV-DATA > WS-JAN-FIM-DATA
011680             GO TO 7100-CONFERIR-JANELA-EXIT
011690         END-IF
011700         IF MOV-SO-DATA
011710             IF WS-MOV-DATA < WS-MRC-ANT-DATA
011720                 MOVE "S" TO WS-NA-JANELA
011730             END-IF
011740         ELSE
011750             IF WS-MOV-MOMENTO-N < WS-MARCA-ANTERIOR-N
011760                 MOVE "S" TO WS-NA-JANELA
011770             END-IF
011780         END-IF
011790         GO TO 7100-CONFERIR-JANELA-EXIT
011800     END-IF
011810
011820     IF MOV-SO-DATA
011830         IF WS-MOV-DATA NOT < WS-JAN-INICIO-DATA
011840         AND WS-MOV-DATA < WS-JAN-FIM-DATA
011850             MOVE "S" TO WS-NA-JANELA
011860         END-IF
011870     ELSE
011880         IF WS-MOV-MOMENTO-N NOT < WS-JAN-INICIO-N
011890         AND WS-MOV-MOMENTO-N < WS-JAN-FIM-N
011900             MOVE "S" TO WS-NA-JANELA
011910         END-IF
011920     END-IF
011930     .
011940 7100-CONFERIR-JANELA-EXIT.
011950     EXIT.
011960
011970******************************************************************
011980*    7200-PSEUDONIMIZAR
011990*    CALCULA EM WS-PSD-ID O IDENTIFICADOR ESTAVEL DO DOCUMENTO
012000*    WS-PSD-DOC DO TIPO WS-PSD-TIPO (EM BRANCO, CPF). DOCUMENTO
012010*    EM BRANCO FICA COM IDENTIFICADOR EM BRANCO. O TIPO EFETIVO
012020*    FICA EM WS-PSD-ENT-TIPO.
012030******************************************************************
012040 7200-PSEUDONIMIZAR.
012050     MOVE SPACES      TO WS-PSD-ID
012060     MOVE WS-CHAVE    TO WS-PSD-ENT-CHAVE-1
012070     MOVE WS-CHAVE    TO WS-PSD-ENT-CHAVE-2
012080     MOVE WS-PSD-TIPO TO WS-PSD-ENT-TIPO
012090     IF WS-PSD-ENT-TIPO = SPACE
012100         MOVE "C" TO WS-PSD-ENT-TIPO
012110     END-IF
012120     MOVE WS-PSD-DOC  TO WS-PSD-ENT-DOC
012130
012140     IF WS-PSD-DOC = SPACES
012150         GO TO 7200-PSEUDONIMIZAR-EXIT
012160     END-IF
012170
012180     MOVE ZERO TO WS-PSD-ACUM-1
012190     MOVE ZERO TO WS-PSD-ACUM-2
012200     PERFORM 7210-ACUMULAR-BYTE
012210         THRU 7210-ACUMULAR-BYTE-EXIT
012220         VARYING WS-PSD-IDX FROM 1 BY 1
012230         UNTIL WS-PSD-IDX > 44
012240
012250     MOVE WS-PSD-ACUM-1    TO WS-PSD-H1
012260     MOVE WS-PSD-ACUM-2    TO WS-PSD-H2
012270     MOVE WS-PSD-RESULTADO TO WS-PSD-ID
012280     .
012290 7200-PSEUDONIMIZAR-EXIT.
012300     EXIT.
012310
012320******************************************************************
012330*    7210-ACUMULAR-BYTE
012340*    SOMA O BYTE WS-PSD-IDX DA ENTRADA AOS DOIS ACUMULADORES:
012350*    ACUMULADOR = (ACUMULADOR * BASE + BYTE + 1) MODULO PRIMO.
012360******************************************************************
012370 7210-ACUMULAR-BYTE.
012380     MOVE WS-PSD-ENT-BYTE (WS-PSD-IDX) TO WS-PSD-BYTE
012390
012400     COMPUTE WS-PSD-ACUM =
012410         WS-PSD-ACUM-1 * 257 + WS-PSD-BYTE-N + 1
012420     DIVIDE WS-PSD-ACUM BY WS-PSD-PRIMO-1
012430         GIVING WS-PSD-QUOC REMAINDER WS-PSD-ACUM-1
012440
012450     COMPUTE WS-PSD-ACUM =
012460         WS-PSD-ACUM-2 * 263 + WS-PSD-BYTE-N + 1
012470     DIVIDE WS-PSD-ACUM BY WS-PSD-PRIMO-2
012480         GIVING WS-PSD-QUOC REMAINDER WS-PSD-ACUM-2
012490     .
012500 7210-ACUMULAR-BYTE-EXIT.
012510     EXIT.
012520
012530******************************************************************
012540*    7300-APURAR-TEXTO
012550*    PREPARA O TEXTO LIVRE EM WS-TXT PARA O ARQUIVO DELIMITADO:
012560*    TROCA PONTO E VIRGULA POR VIRGULA E APURA EM WS-TXT-TAM O
012570*    TAMANHO SEM OS BRANCOS A DIREITA (ZERO SE EM BRANCO).
012580******************************************************************
012590 7300-APURAR-TEXTO.
012600     INSPECT WS-TXT REPLACING ALL ";" BY ","
012610
012620     PERFORM 7310-RECUAR-BRANCO
012630         THRU 7310-RECUAR-BRANCO-EXIT
012640         VARYING WS-TXT-TAM FROM 30 BY -1
012650         UNTIL WS-TXT-TAM = ZERO
012660         OR WS-TXT (WS-TXT-TAM:1) NOT = SPACE
012670     .
012680 7300-APURAR-TEXTO-EXIT.
012690     EXIT.
012700
012710******************************************************************
012720*    7310-RECUAR-BRANCO
012730*    PASSO DA VARREDURA DE 7300: NADA A FAZER, A CONDICAO DO
012740*    PERFORM PARA NO ULTIMO CARACTER NAO BRANCO.
012750******************************************************************
012760 7310-RECUAR-BRANCO.
012770     CONTINUE
012780     .
012790 7310-RECUAR-BRANCO-EXIT.
012800     EXIT.
012810
012820******************************************************************
012830*    7500-GRAVAR-XAUDITORIA A 7530-GRAVAR-XREVOGACOES
012840*    GRAVAM A LINHA MONTADA NO ARQUIVO DO EXTRATO. FALHA DE
012850*    GRAVACAO DERRUBA O PROGRAMA SEM MOVER A MARCA D'AGUA.
012860******************************************************************
012870 7500-GRAVAR-XAUDITORIA.
012880     WRITE XAUD-LINHA
012890     IF NOT FS-XAUDITORIA-OK
012900         DISPLAY "ERRO AO GRAVAR ARQ-XAUDITORIA. FILE STATUS: "
012910             WS-FS-XAUDITORIA
012920         MOVE 16 TO RETURN-CODE
012930         STOP RUN
012940     END-IF
012950     .
012960 7500-GRAVAR-XAUDITORIA-EXIT.
012970     EXIT.
012980
012990 7510-GRAVAR-XMESTRE.
013000     WRITE XMST-LINHA
013010     IF NOT FS-XMESTRE-OK
013020         DISPLAY "ERRO AO GRAVAR ARQ-XMESTRE. FILE STATUS: "
013030             WS-FS-XMESTRE
013040         MOVE 16 TO RETURN-CODE
013050         STOP RUN
013060     END-IF
013070     .
013080 7510-GRAVAR-XMESTRE-EXIT.
013090     EXIT.
013100
013110 7520-GRAVAR-XONBOARDING.
013120     WRITE XONB-LINHA
013130     IF NOT FS-XONBOARDING-OK
013140         DISPLAY "ERRO AO GRAVAR ARQ-XONBOARDING. FILE STATUS: "
013150             WS-FS-XONBOARDING
013160         MOVE 16 TO RETURN-CODE
013170         STOP RUN
013180     END-IF
013190     .
013200 7520-GRAVAR-XONBOARDING-EXIT.
013210     EXIT.
013220
013230 7530-GRAVAR-XREVOGACOES.
013240     WRITE XRVG-LINHA
013250     IF NOT FS-XREVOGACOES-OK
013260         DISPLAY "ERRO AO GRAVAR ARQ-XREVOGACOES. FILE STATUS: "
013270             WS-FS-XREVOGACOES
013280         MOVE 16 TO RETURN-CODE
013290         STOP RUN
013300     END-IF
013310     .
013320 7530-GRAVAR-XREVOGACOES-EXIT.
013330     EXIT.
013340
013350******************************************************************
013360*    8000-GRAVAR-CONTROLE
013370*    GRAVA NO ARQUIVO DE CONTROLE UMA LINHA POR EXTRATO, COM O
013380*    MODO, A JANELA E A QUANTIDADE DE REGISTROS (SEM A LINHA DE
013390*    CABECALHO), PARA O BALANCEAMENTO DA CARGA.
013400******************************************************************
013410 8000-GRAVAR-CONTROLE.
013420     MOVE "AUDITORIA"         TO WS-CTL-ARQUIVO
013430     MOVE WS-QTDE-XAUDITORIA  TO WS-CTL-QTDE
013440     PERFORM 8100-GRAVAR-LINHA-CONTROLE
013450         THRU 8100-GRAVAR-LINHA-CONTROLE-EXIT
013460
013470     MOVE "MESTRE"            TO WS-CTL-ARQUIVO
013480     MOVE WS-QTDE-XMESTRE     TO WS-CTL-QTDE
013490     PERFORM 8100-GRAVAR-LINHA-CONTROLE
013500         THRU 8100-GRAVAR-LINHA-CONTROLE-EXIT
013510
013520     MOVE "ONBOARDING"        TO WS-CTL-ARQUIVO
013530     MOVE WS-QTDE-XONBOARDING TO WS-CTL-QTDE
013540     PERFORM 8100-GRAVAR-LINHA-CONTROLE
013550         THRU 8100-GRAVAR-LINHA-CONTROLE-EXIT
013560
013570     MOVE "REVOGACOES"        TO WS-CTL-ARQUIVO
013580     MOVE WS-QTDE-XREVOGACOES TO WS-CTL-QTDE
013590     PERFORM 8100-GRAVAR-LINHA-CONTROLE
013600         THRU 8100-GRAVAR-LINHA-CONTROLE-EXIT
013610     .
013620 8000-GRAVAR-CONTROLE-EXIT.
013630     EXIT.
013640
013650******************************************************************
013660*    8100-GRAVAR-LINHA-CONTROLE
013670*    GRAVA A LINHA DE CONTROLE DO EXTRATO EM WS-CTL-ARQUIVO.
013680******************************************************************
013690 8100-GRAVAR-LINHA-CONTROLE.
013700     ADD WS-CTL-QTDE TO WS-QTDE-GRAVADAS
013710
013720     MOVE SPACES TO XCTL-LINHA
013730     STRING WS-CTL-ARQUIVO          DELIMITED BY SPACE
013740            ";"                     DELIMITED BY SIZE
013750            WS-MODO                 DELIMITED BY SIZE
013760            ";"                     DELIMITED BY SIZE
013770            WS-JAN-INICIO-N         DELIMITED BY SIZE
013780            ";"                     DELIMITED BY SIZE
013790            WS-JAN-FIM-N            DELIMITED BY SIZE
013800            ";"                     DELIMITED BY SIZE
013810            WS-CTL-QTDE             DELIMITED BY SIZE
013820       INTO XCTL-LINHA
013830     END-STRING
013840     WRITE XCTL-LINHA
013850     IF NOT FS-XCONTROLE-OK
013860         DISPLAY "ERRO AO GRAVAR ARQ-XCONTROLE. FILE STATUS: "
013870             WS-FS-XCONTROLE
013880         MOVE 16 TO RETURN-CODE
013890         STOP RUN
013900     END-IF
013910     .
013920 8100-GRAVAR-LINHA-CONTROLE-EXIT.
013930     EXIT.
013940
013950******************************************************************
013960*    8500-GRAVAR-RELATORIO
013970*    GRAVA O RESUMO DA EXTRACAO: MODO, JANELA E QUANTIDADES.
013980******************************************************************
013990 8500-GRAVAR-RELATORIO.
014000     MOVE SPACES TO REL-LINHA
014010     STRING "EXTRATO PARA O AMBIENTE ANALITICO EM "
014020                                            DELIMITED BY SIZE
014030            WS-CORTE-DATA                   DELIMITED BY SIZE
014040            " "                             DELIMITED BY SIZE
014050            WS-CORTE-HORA                   DELIMITED BY SIZE
014060       INTO REL-LINHA
014070     END-STRING
014080     WRITE REL-LINHA
014090
014100     MOVE SPACES TO REL-LINHA
014110     IF MODO-PERIODO
014120         STRING "REEXTRACAO DO PERIODO DE "  DELIMITED BY SIZE
014130                WS-PXT-DATA-INICIO           DELIMITED BY SIZE
014140                " A "                        DELIMITED BY SIZE
014150                WS-PXT-DATA-FIM              DELIMITED BY SIZE
014160                " ATE A MARCA "              DELIMITED BY SIZE
014170                WS-MARCA-ANTERIOR-N          DELIMITED BY SIZE
014180           INTO REL-LINHA
014190         END-STRING
014200     ELSE
014210         STRING "EXTRACAO NORMAL DE "        DELIMITED BY SIZE
014220                WS-JAN-INICIO-N              DELIMITED BY SIZE
014230                " ATE "                      DELIMITED BY SIZE
014240                WS-JAN-FIM-N                 DELIMITED BY SIZE
014250                " (EXCLUSIVE)"               DELIMITED BY SIZE
014260           INTO REL-LINHA
014270         END-STRING
014280     END-IF
014290     WRITE REL-LINHA
014300
014310     MOVE SPACES TO REL-LINHA
014320     MOVE "-------------------------------" TO REL-LINHA
014330     WRITE REL-LINHA
014340
014350     MOVE WS-QTDE-LIDAS TO WS-QTDE-ED
014360     MOVE SPACES TO REL-LINHA
014370     STRING "TOTAL DE REGISTROS LIDOS.......: "
014380                                            DELIMITED BY SIZE
014390            WS-QTDE-ED                      DELIMITED BY SIZE
014400       INTO REL-LINHA
014410     END-STRING
014420     WRITE REL-LINHA
014430
014440     MOVE WS-QTDE-XAUDITORIA TO WS-QTDE-ED
014450     MOVE SPACES TO REL-LINHA
014460     STRING "  TRILHA DE AUDITORIA..........: "
014470                                            DELIMITED BY SIZE
014480            WS-QTDE-ED                      DELIMITED BY SIZE
014490       INTO REL-LINHA
014500     END-STRING
014510     WRITE REL-LINHA
014520
014530     MOVE WS-QTDE-XMESTRE TO WS-QTDE-ED
014540     MOVE SPACES TO REL-LINHA
014550     STRING "  ALTERACOES DO MESTRE.........: "
014560                                            DELIMITED BY SIZE
014570            WS-QTDE-ED                      DELIMITED BY SIZE
014580       INTO REL-LINHA
014590     END-STRING
014600     WRITE REL-LINHA
014610
014620     MOVE WS-QTDE-XONBOARDING TO WS-QTDE-ED
014630     MOVE SPACES TO REL-LINHA
014640     STRING "  PENDENCIAS DO ONBOARDING.....: "
014650                                            DELIMITED BY SIZE
014660            WS-QTDE-ED                      DELIMITED BY SIZE
014670       INTO REL-LINHA
014680     END-STRING
014690     WRITE REL-LINHA
014700
014710     MOVE WS-QTDE-XREVOGACOES TO WS-QTDE-ED
014720     MOVE SPACES TO REL-LINHA
014730     STRING "  REVOGACOES...................: "
014740                                            DELIMITED BY SIZE
014750            WS-QTDE-ED                      DELIMITED BY SIZE
014760       INTO REL-LINHA
014770     END-STRING
014780     WRITE REL-LINHA
014790     .
014800 8500-GRAVAR-RELATORIO-EXIT.
014810     EXIT.
014820
014830******************************************************************
014840*    9000-FINALIZAR
014850*    FECHA OS ARQUIVOS.
014860******************************************************************
014870 9000-FINALIZAR.
014880     IF NOT FS-AUDITORIA-AUSENTE
014890         CLOSE ARQ-AUDITORIA
014900     END-IF
014910     IF NOT FS-LOG-MESTRE-AUSENTE
014920         CLOSE ARQ-LOG-MESTRE
014930     END-IF
014940     IF NOT FS-PENDENCIAS-AUSENTE
014950         CLOSE ARQ-PENDENCIAS
014960     END-IF
014970     IF NOT FS-REVOGACOES-AUSENTE
014980         CLOSE ARQ-REVOGACOES
014990     END-IF
015000     CLOSE ARQ-XAUDITORIA
015010     CLOSE ARQ-XMESTRE
015020     CLOSE ARQ-XONBOARDING
015030     CLOSE ARQ-XREVOGACOES
015040     CLOSE ARQ-XCONTROLE
015050     CLOSE ARQ-RELATORIO
015060     .
015070 9000-FINALIZAR-EXIT.
015080     EXIT.
015090
015100******************************************************************
015110*    9100-GRAVAR-MARCA
015120*    REGRAVA A MARCA D'AGUA COM O FIM DA JANELA ENTREGUE. FALHA
015130*    AQUI DEIXA OS ARQUIVOS GERADOS MAS A MARCA PARADA: A CARGA
015140*    NAO DEVE SER FEITA E O EXTRATO DEVE SER REEXECUTADO.
015150******************************************************************
015160 9100-GRAVAR-MARCA.
015170     OPEN OUTPUT ARQ-MARCA
015180     IF NOT FS-MARCA-OK
015190         DISPLAY "ERRO AO ABRIR ARQ-MARCA. FILE STATUS: "
015200             WS-FS-MARCA ". NAO CARREGAR O EXTRATO."
015210         MOVE 16 TO RETURN-CODE
015220         GO TO 9100-GRAVAR-MARCA-EXIT
015230     END-IF
015240
015250     MOVE SPACES              TO MARCA-REG
015260     MOVE WS-MARCA-NOVA       TO MRC-LIMITE
015270     MOVE WS-MARCA-ANTERIOR   TO MRC-INICIO
015280     MOVE WS-QTDE-XAUDITORIA  TO MRC-QTDE-AUDITORIA
015290     MOVE WS-QTDE-XMESTRE     TO MRC-QTDE-MESTRE
015300     MOVE WS-QTDE-XONBOARDING TO MRC-QTDE-ONBOARDING
015310     MOVE WS-QTDE-XREVOGACOES TO MRC-QTDE-REVOGACOES
015320     WRITE MARCA-REG
015330     IF NOT FS-MARCA-OK
015340         DISPLAY "ERRO AO GRAVAR ARQ-MARCA. FILE STATUS: "
015350             WS-FS-MARCA ". NAO CARREGAR O EXTRATO."
015360         MOVE 16 TO RETURN-CODE
015370     END-IF
015380
015390     CLOSE ARQ-MARCA
015400     .
015410 9100-GRAVAR-MARCA-EXIT.
015420     EXIT.
015430******************************************************************
015440*    9700-CONFERIR-CADEIA
015450*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
015460*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
015470*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
015480*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
015490*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
015500*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
015510*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
015520*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
015530*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
015540*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
015550*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
015560*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
015570*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
015580*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
015590******************************************************************
015600 9700-CONFERIR-CADEIA.
015610     PERFORM 9710-LER-DEFINICAO
015620         THRU 9710-LER-DEFINICAO-EXIT
015630
015640     IF NOT CAD-DEFINIDO
015650         GO TO 9700-CONFERIR-CADEIA-EXIT
015660     END-IF
015670
015680     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
015690     ACCEPT WS-CAD-HORA-SIS FROM TIME
015700     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
015710     PERFORM 9760-CALCULAR-DATA-NEGOCIO
015720         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
015730     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
015740
015750     PERFORM 9720-APURAR-JORNAL
015760         THRU 9720-APURAR-JORNAL-EXIT
015770
015780     MOVE SPACES TO WS-CAD-MOTIVO
015790     IF CAD-EXECUCAO-REPETIDA
015800     AND NOT CAD-PODE-REPETIR
015810         STRING "REPETICAO NA DATA DE NEGOCIO "
015820                WS-CAD-DATA-NEGOCIO
015830                    DELIMITED BY SIZE
015840           INTO WS-CAD-MOTIVO
015850         END-STRING
015860     ELSE
015870         PERFORM 9740-CONFERIR-PREDECESSOR
015880             THRU 9740-CONFERIR-PREDECESSOR-EXIT
015890             VARYING WS-CAD-IDX FROM 1 BY 1
015900             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
015910             OR WS-CAD-MOTIVO NOT = SPACES
015920     END-IF
015930
015940     IF WS-CAD-MOTIVO = SPACES
015950         GO TO 9700-CONFERIR-CADEIA-EXIT
015960     END-IF
015970
015980     PERFORM 9750-LER-LIBERACAO
015990         THRU 9750-LER-LIBERACAO-EXIT
016000
016010     IF CAD-LIBERADO
016020         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
016030             WS-CAD-OPERADOR
016040         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
016050         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
016060         MOVE "L" TO WS-CAD-TIPO-JRN
016070         PERFORM 9790-GRAVAR-JORNAL-CADEIA
016080             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
016090         GO TO 9700-CONFERIR-CADEIA-EXIT
016100     END-IF
016110
016120     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
016130     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
016140     MOVE 12 TO RETURN-CODE
016150     MOVE "R" TO WS-CAD-TIPO-JRN
016160     PERFORM 9790-GRAVAR-JORNAL-CADEIA
016170         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
016180     STOP RUN
016190     .
016200 9700-CONFERIR-CADEIA-EXIT.
016210     EXIT.
016220
016230******************************************************************
016240*    9710-LER-DEFINICAO
016250*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
016260*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
016270*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
016280******************************************************************
016290 9710-LER-DEFINICAO.
016300     MOVE "N" TO WS-CAD-DEFINIDO
016310     OPEN INPUT ARQ-CADEIA
016320     IF NOT FS-CADEIA-OK
016330         IF NOT FS-CADEIA-AUSENTE
016340             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
016350                 "STATUS: " WS-FS-CADEIA
016360         END-IF
016370         GO TO 9710-LER-DEFINICAO-EXIT
016380     END-IF
016390
016400     MOVE "N" TO WS-CAD-FIM-ARQUIVO
016410     PERFORM 9715-LER-PROGRAMA
016420         THRU 9715-LER-PROGRAMA-EXIT
016430         UNTIL CAD-FIM-ARQUIVO
016440         OR CAD-DEFINIDO
016450
016460     CLOSE ARQ-CADEIA
016470     .
016480 9710-LER-DEFINICAO-EXIT.
016490     EXIT.
016500
016510 9715-LER-PROGRAMA.
016520     READ ARQ-CADEIA
016530         AT END
016540             MOVE "S" TO WS-CAD-FIM-ARQUIVO
016550             GO TO 9715-LER-PROGRAMA-EXIT
016560     END-READ
016570
016580     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
016590         GO TO 9715-LER-PROGRAMA-EXIT
016600     END-IF
016610
016620     MOVE "S" TO WS-CAD-DEFINIDO
016630     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
016640     MOVE ZEROS TO WS-CAD-HORA-VIRADA
016650     IF CAD-HORA-VIRADA NUMERIC
016660         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
016670     END-IF
016680     MOVE ZERO TO WS-CAD-QTDE-PRED
016690     PERFORM 9718-GUARDAR-PREDECESSOR
016700         THRU 9718-GUARDAR-PREDECESSOR-EXIT
016710         VARYING WS-CAD-IDX FROM 1 BY 1
016720         UNTIL WS-CAD-IDX > 5
016730     .
016740 9715-LER-PROGRAMA-EXIT.
016750     EXIT.
016760
016770 9718-GUARDAR-PREDECESSOR.
016780     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
016790         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
016800     END-IF
016810
016820     ADD 1 TO WS-CAD-QTDE-PRED
016830     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
016840                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
016850     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
016860     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
016870     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
016880     .
016890 9718-GUARDAR-PREDECESSOR-EXIT.
016900     EXIT.
016910
016920******************************************************************
016930*    9720-APURAR-JORNAL
016940*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
016950*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
016960*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
016970*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
016980*    SO CONTAM OS REGISTROS DE INICIO E FIM.
016990******************************************************************
017000 9720-APURAR-JORNAL.
017010     OPEN INPUT ARQ-JORNAL
017020     IF NOT FS-JORNAL-OK
017030         GO TO 9720-APURAR-JORNAL-EXIT
017040     END-IF
017050
017060     MOVE "N" TO WS-CAD-FIM-ARQUIVO
017070     PERFORM 9725-LER-JORNAL-CADEIA
017080         THRU 9725-LER-JORNAL-CADEIA-EXIT
017090         UNTIL CAD-FIM-ARQUIVO
017100
017110     CLOSE ARQ-JORNAL
017120     .
017130 9720-APURAR-JORNAL-EXIT.
017140     EXIT.
017150
017160 9725-LER-JORNAL-CADEIA.
017170     READ ARQ-JORNAL
017180         AT END
017190             MOVE "S" TO WS-CAD-FIM-ARQUIVO
017200             GO TO 9725-LER-JORNAL-CADEIA-EXIT
017210     END-READ
017220
017230     IF NOT JRN-INICIO
017240     AND NOT JRN-FIM
017250         GO TO 9725-LER-JORNAL-CADEIA-EXIT
017260     END-IF
017270
017280     MOVE JRN-DATA TO WS-CAD-MOM-DATA
017290     MOVE JRN-HORA TO WS-CAD-MOM-HORA
017300
017310     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
017320         PERFORM 9730-APURAR-PROPRIO
017330             THRU 9730-APURAR-PROPRIO-EXIT
017340         GO TO 9725-LER-JORNAL-CADEIA-EXIT
017350     END-IF
017360
017370     MOVE ZERO TO WS-CAD-ACHADO
017380     PERFORM 9735-PROCURAR-PREDECESSOR
017390         THRU 9735-PROCURAR-PREDECESSOR-EXIT
017400         VARYING WS-CAD-IDX FROM 1 BY 1
017410         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
017420         OR WS-CAD-ACHADO > ZERO
017430     IF WS-CAD-ACHADO = ZERO
017440         GO TO 9725-LER-JORNAL-CADEIA-EXIT
017450     END-IF
017460
017470     IF JRN-INICIO
017480         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
017490         MOVE WS-CAD-MOMENTO-N
017500                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
017510         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
017520     ELSE
017530         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
017540             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
017550             MOVE JRN-RETURN-CODE
017560                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
017570         END-IF
017580     END-IF
017590     .
017600 9725-LER-JORNAL-CADEIA-EXIT.
017610     EXIT.
017620
017630 9730-APURAR-PROPRIO.
017640     IF JRN-INICIO
017650         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
017660         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
017670         GO TO 9730-APURAR-PROPRIO-EXIT
017680     END-IF
017690
017700     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
017710         GO TO 9730-APURAR-PROPRIO-EXIT
017720     END-IF
017730
017740     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
017750     IF JRN-RETURN-CODE = ZERO
017760         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
017770     END-IF
017780
017790     IF JRN-RETURN-CODE < 16
017800         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
017810         PERFORM 9760-CALCULAR-DATA-NEGOCIO
017820             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
017830         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
017840             MOVE "S" TO WS-CAD-REPETICAO
017850         END-IF
017860     END-IF
017870     .
017880 9730-APURAR-PROPRIO-EXIT.
017890     EXIT.
017900
017910 9735-PROCURAR-PREDECESSOR.
017920     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
017930         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
017940     END-IF
017950     .
017960 9735-PROCURAR-PREDECESSOR-EXIT.
017970     EXIT.
017980
017990******************************************************************
018000*    9740-CONFERIR-PREDECESSOR
018010*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
018020*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
018030*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
018040*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
018050*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
018060*    DE NOVO.
018070******************************************************************
018080 9740-CONFERIR-PREDECESSOR.
018090     MOVE "N" TO WS-CAD-PRED-DO-DIA
018100     IF CAD-PODE-REPETIR
018110     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
018120         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
018130         PERFORM 9760-CALCULAR-DATA-NEGOCIO
018140             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
018150         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
018160             MOVE "S" TO WS-CAD-PRED-DO-DIA
018170         END-IF
018180     END-IF
018190
018200     EVALUATE TRUE
018210         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
018220         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
018230                  NOT > WS-CAD-ULTIMO-OK
018240         AND NOT CAD-PRED-DO-DIA
018250             STRING "PREDECESSOR NAO EXECUTADO: "
018260                    WS-CAD-PRED-NOME (WS-CAD-IDX)
018270                        DELIMITED BY SIZE
018280               INTO WS-CAD-MOTIVO
018290             END-STRING
018300         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
018310             STRING "PREDECESSOR NAO FINALIZADO: "
018320                    WS-CAD-PRED-NOME (WS-CAD-IDX)
018330                        DELIMITED BY SIZE
018340               INTO WS-CAD-MOTIVO
018350             END-STRING
018360         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
018370             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
018380             STRING "PREDECESSOR COM RC "
018390                    WS-CAD-RC-ED
018400                    ": "
018410                    WS-CAD-PRED-NOME (WS-CAD-IDX)
018420                        DELIMITED BY SIZE
018430               INTO WS-CAD-MOTIVO
018440             END-STRING
018450     END-EVALUATE
018460     .
018470 9740-CONFERIR-PREDECESSOR-EXIT.
018480     EXIT.
018490
018500******************************************************************
018510*    9750-LER-LIBERACAO
018520*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
018530*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
018540*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
018550******************************************************************
018560 9750-LER-LIBERACAO.
018570     MOVE "N" TO WS-CAD-LIBERADO
018580     OPEN INPUT ARQ-LIBERACAO
018590     IF NOT FS-LIBERACAO-OK
018600         GO TO 9750-LER-LIBERACAO-EXIT
018610     END-IF
018620
018630     MOVE "N" TO WS-CAD-FIM-ARQUIVO
018640     PERFORM 9755-LER-CARTAO-LIBERACAO
018650         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
018660         UNTIL CAD-FIM-ARQUIVO
018670         OR CAD-LIBERADO
018680
018690     CLOSE ARQ-LIBERACAO
018700     .
018710 9750-LER-LIBERACAO-EXIT.
018720     EXIT.
018730
018740 9755-LER-CARTAO-LIBERACAO.
018750     READ ARQ-LIBERACAO
018760         AT END
018770             MOVE "S" TO WS-CAD-FIM-ARQUIVO
018780             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
018790     END-READ
018800
018810     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
018820     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
018830     AND LIB-OPERADOR NOT = SPACES
018840         MOVE "S" TO WS-CAD-LIBERADO
018850         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
018860         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
018870     END-IF
018880     .
018890 9755-LER-CARTAO-LIBERACAO-EXIT.
018900     EXIT.
018910
018920******************************************************************
018930*    9760-CALCULAR-DATA-NEGOCIO
018940*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
018950*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
018960*    ANTERIOR.
018970******************************************************************
018980 9760-CALCULAR-DATA-NEGOCIO.
018990     IF WS-CAD-MOM-DATA NOT NUMERIC
019000     OR WS-CAD-MOM-MM < 1
019010     OR WS-CAD-MOM-MM > 12
019020     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
019030         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
019040         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
019050     END-IF
019060
019070     SUBTRACT 1 FROM WS-CAD-MOM-DD
019080     IF WS-CAD-MOM-DD = ZERO
019090         SUBTRACT 1 FROM WS-CAD-MOM-MM
019100         IF WS-CAD-MOM-MM = ZERO
019110             MOVE 12 TO WS-CAD-MOM-MM
019120             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
019130         END-IF
019140         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
019150         IF WS-CAD-MOM-MM = 2
019160             PERFORM 9765-CONFERIR-BISSEXTO
019170                 THRU 9765-CONFERIR-BISSEXTO-EXIT
019180         END-IF
019190     END-IF
019200
019210     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
019220     .
019230 9760-CALCULAR-DATA-NEGOCIO-EXIT.
019240     EXIT.
019250
019260 9765-CONFERIR-BISSEXTO.
019270     DIVIDE WS-CAD-MOM-CCYY BY 4
019280         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
019290     DIVIDE WS-CAD-MOM-CCYY BY 100
019300         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
019310     DIVIDE WS-CAD-MOM-CCYY BY 400
019320         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
019330
019340     IF WS-CAD-RESTO-4 = ZERO
019350     AND (WS-CAD-RESTO-100 NOT = ZERO
019360          OR WS-CAD-RESTO-400 = ZERO)
019370         MOVE 29 TO WS-CAD-MOM-DD
019380     END-IF
019390     .
019400 9765-CONFERIR-BISSEXTO-EXIT.
019410     EXIT.
019420
019430******************************************************************
019440*    9790-GRAVAR-JORNAL-CADEIA
019450*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
019460*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
019470******************************************************************
019480 9790-GRAVAR-JORNAL-CADEIA.
019490     OPEN EXTEND ARQ-JORNAL
019500     IF NOT FS-JORNAL-OK
019510         OPEN OUTPUT ARQ-JORNAL
019520     END-IF
019530     IF NOT FS-JORNAL-OK
019540         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
019550             WS-FS-JORNAL
019560         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
019570     END-IF
019580
019590     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
019600     ACCEPT WS-CAD-HORA-SIS FROM TIME
019610     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
019620
019630     MOVE SPACES                TO JORNAL-REG
019640     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
019650     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
019660     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
019670     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
019680     MOVE ZEROS                 TO JRN-QTDE-LIDOS
019690     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
019700     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
019710     MOVE RETURN-CODE           TO JRN-RETURN-CODE
019720     MOVE "N"                   TO JRN-REINICIO
019730     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
019740     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
019750     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
019760
019770     WRITE JORNAL-REG
019780
019790     CLOSE ARQ-JORNAL
019800     .
019810 9790-GRAVAR-JORNAL-CADEIA-EXIT.
019820     EXIT.
019830
019840******************************************************************
019850*    9800-GRAVAR-JORNAL
019860*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
019870*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
019880*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
019890*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA O EXTRATO.
019900******************************************************************
019910 9800-GRAVAR-JORNAL.
019920     OPEN EXTEND ARQ-JORNAL
019930     IF NOT FS-JORNAL-OK
019940         OPEN OUTPUT ARQ-JORNAL
019950     END-IF
019960     IF NOT FS-JORNAL-OK
019970         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
019980             WS-FS-JORNAL
019990         GO TO 9800-GRAVAR-JORNAL-EXIT
020000     END-IF
020010
020020     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
020030     ACCEPT WS-HORA-JRN-SIS FROM TIME
020040     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
020050
020060     MOVE SPACES                  TO JORNAL-REG
020070     MOVE "EXTRATO-ANALITICO"     TO JRN-PROGRAMA
020080     MOVE WS-JRN-TIPO             TO JRN-TIPO
020090     MOVE WS-DATA-JORNAL          TO JRN-DATA
020100     MOVE WS-HORA-JORNAL          TO JRN-HORA
020110     MOVE WS-QTDE-LIDAS           TO JRN-QTDE-LIDOS
020120     MOVE WS-QTDE-GRAVADAS        TO JRN-QTDE-GRAVADOS
020130     MOVE ZEROS                   TO JRN-QTDE-REJEITADOS
020140     MOVE RETURN-CODE             TO JRN-RETURN-CODE
020150     MOVE "N"                     TO JRN-REINICIO
020160
020170     WRITE JORNAL-REG
020180
020190     CLOSE ARQ-JORNAL
020200     .
020210 9800-GRAVAR-JORNAL-EXIT.
020220     EXIT.
020230
020240 END PROGRAM EXTRATO-ANALITICO.

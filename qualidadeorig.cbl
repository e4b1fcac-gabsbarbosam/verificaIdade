000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: PAINEL DIARIO DE QUALIDADE DOS DADOS POR SISTEMA DE
000060*          ORIGEM. APURA NA TRILHA DE AUDITORIA (ARQ-AUDITORIA) OS
000070*          REGISTROS RECEBIDOS DE CADA ORIGEM NA DATA DE
000080*          REFERENCIA DO CARTAO DE PARAMETROS (NORMALMENTE A DATA
000090*          DO SISTEMA) E NOS 30 DIAS ANTERIORES: VOLUME, TAXA DE
000100*          REJEICAO POR MOTIVO (DOCUMENTO INVALIDO PARA O TIPO,
000110*          DATA DE NASCIMENTO OU IDADE INVALIDA, FORMATO,
000120*          DUPLICADO NA ENTRADA), DUPLICADOS E DOCUMENTOS NA LISTA
000130*          DE BLOQUEIO. O DIA E COMPARADO COM A MEDIA DIARIA DOS
000140*          30 DIAS ANTERIORES, E A ORIGEM CUJA TAXA DE REJEICAO
000150*          SOBE MAIS QUE O LIMITE DO CARTAO E APONTADA (RETURN-
000160*          CODE 4). ENTRAM NO PAINEL SO OS REGISTROS RECEBIDOS DAS
000170*          ORIGENS: AS VERIFICACOES DO LOTE NOTURNO (COM O
000180*          IDENTIFICADOR DA EXECUCAO) E OS REGISTROS DE REJEICAO
000190*          (AUD-DECISAO X) DO LOTE E DO CONSOLIDADOR.
000200* Tectonics: cobc
000210*
000220* Modification History
000230* Date       Init Description
000240* 15/10/2026 GB   Criacao do painel de qualidade das origens.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. QUALIDADE-ORIGENS.
000280 AUTHOR. GABRIELA BARBOSA.
000290 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-AUDITORIA.
000410
000420     SELECT ARQ-PARAMETROS ASSIGN TO ARQPQLD
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-PARAMETROS.
000450
000460     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-RELATORIO.
000490
000500     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-JORNAL.
000530     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-CADEIA.
000560     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-LIBERACAO.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ARQ-AUDITORIA
000630     RECORDING MODE IS F.
000640 COPY AUDITREG.
000650
000660 FD  ARQ-PARAMETROS
000670     RECORDING MODE IS F.
000680 COPY PARMQLD.
000690
000700 FD  ARQ-RELATORIO
000710     RECORDING MODE IS F.
000720 01  REL-LINHA                   PIC X(80).
000730
000740 FD  ARQ-JORNAL
000750     RECORDING MODE IS F.
000760 COPY JORNREG.
000770
000780 FD  ARQ-CADEIA
000790     RECORDING MODE IS F.
000800 COPY CADEREG.
000810
000820 FD  ARQ-LIBERACAO
000830     RECORDING MODE IS F.
000840 COPY LIBEREG.
000850
000860 WORKING-STORAGE SECTION.
000870******************************************************************
000880*    CHAVES E STATUS DE ARQUIVO
000890******************************************************************
000900 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
000910     88  FS-AUDITORIA-OK         VALUE "00".
000920 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
000930     88  FS-PARAMETROS-OK        VALUE "00".
000940 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
000950     88  FS-RELATORIO-OK         VALUE "00".
000960 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
000970     88  FS-JORNAL-OK            VALUE "00".
000980
000990******************************************************************
001000*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
001010*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
001020******************************************************************
001030 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
001040 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001050 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001060 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001070******************************************************************
001080*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001090*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001100*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001110*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001120*    RODOU, A = ABERTA, F = FINALIZADA).
001130******************************************************************
001140 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001150     88  FS-CADEIA-OK            VALUE "00".
001160     88  FS-CADEIA-AUSENTE       VALUE "35".
001170 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001180     88  FS-LIBERACAO-OK         VALUE "00".
001190 77  WS-CAD-PROGRAMA             PIC X(22)
001200                 VALUE "QUALIDADE-ORIGENS".
001210 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001220     88  CAD-DEFINIDO            VALUE "S".
001230 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001240     88  CAD-FIM-ARQUIVO         VALUE "S".
001250 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001260     88  CAD-PODE-REPETIR        VALUE "S".
001270 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001280     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001290 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001300     88  CAD-PRED-DO-DIA         VALUE "S".
001310 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001320     88  CAD-LIBERADO            VALUE "S".
001330 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001340 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001350 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001360 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001370 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001380 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001390 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001400 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001410 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001420 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001430 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001440 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001450 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001460 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001470 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001480 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001490 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001500 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001510 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001520 01  WS-CAD-PREDECESSORES.
001530     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001540         10  WS-CAD-PRED-NOME    PIC X(22).
001550         10  WS-CAD-PRED-SIT     PIC X(01).
001560         10  WS-CAD-PRED-INICIO  PIC 9(14).
001570         10  WS-CAD-PRED-RC      PIC 9(04).
001580 01  WS-CAD-MOMENTO.
001590     05  WS-CAD-MOM-DATA.
001600         10  WS-CAD-MOM-CCYY     PIC 9(04).
001610         10  WS-CAD-MOM-MM       PIC 9(02).
001620         10  WS-CAD-MOM-DD       PIC 9(02).
001630     05  WS-CAD-MOM-HORA         PIC 9(06).
001640 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
001650                                 PIC 9(14).
001660 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
001670     05  FILLER                  PIC X(08).
001680     05  WS-CAD-MOM-HHMM         PIC 9(04).
001690     05  FILLER                  PIC X(02).
001700 01  WS-CAD-DIAS-MES-TAB.
001710     05  FILLER                  PIC X(24)
001720                 VALUE "312831303130313130313031".
001730 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
001740     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001750
001760******************************************************************
001770*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
001780******************************************************************
001790 77  WS-FIM-AUDITORIA            PIC X(01) VALUE "N".
001800     88  FIM-DA-AUDITORIA        VALUE "S".
001810
001820******************************************************************
001830*    DATA DE REFERENCIA (CARTAO OU DATA DO SISTEMA) E LIMITE DE
001840*    AUMENTO DA TAXA DE REJEICAO, EM PONTOS PERCENTUAIS
001850******************************************************************
001860 77  WS-DATA-REF                 PIC 9(08) VALUE ZEROS.
001870 77  WS-LIMITE-AUMENTO           PIC 9(03)V9(01) VALUE 5,0.
001880 77  WS-DIAS-JANELA              PIC 9(02) COMP VALUE 30.
001890
001900******************************************************************
001910*    CONVERSAO DE DATA EM NUMERO DE DIAS, PARA SITUAR CADA
001920*    REGISTRO NO DIA DE REFERENCIA OU NA JANELA DOS 30 DIAS
001930*    ANTERIORES
001940******************************************************************
001950 01  WS-DLC-DATA.
001960     05  WS-DLC-ANO              PIC 9(04) VALUE ZEROS.
001970     05  WS-DLC-MES              PIC 9(02) VALUE ZEROS.
001980     05  WS-DLC-DIA              PIC 9(02) VALUE ZEROS.
001990 01  WS-DLC-DATA-N REDEFINES WS-DLC-DATA
002000                                 PIC 9(08).
002010 77  WS-DLC-DIAS                 PIC 9(08) COMP VALUE ZERO.
002020 77  WS-DLC-ANO-ANT              PIC 9(04) COMP VALUE ZERO.
002030 77  WS-DLC-QUOC-4               PIC 9(04) COMP VALUE ZERO.
002040 77  WS-DLC-QUOC-100             PIC 9(04) COMP VALUE ZERO.
002050 77  WS-DLC-QUOC-400             PIC 9(04) COMP VALUE ZERO.
002060 77  WS-DLC-RESTO-4              PIC 9(04) COMP VALUE ZERO.
002070 77  WS-DLC-RESTO-100            PIC 9(04) COMP VALUE ZERO.
002080 77  WS-DLC-RESTO-400            PIC 9(04) COMP VALUE ZERO.
002090 77  WS-DLC-BISSEXTO             PIC X(01) VALUE "N".
002100     88  ANO-BISSEXTO            VALUE "S".
002110 77  WS-DIAS-REF                 PIC 9(08) COMP VALUE ZERO.
002120 77  WS-DIAS-DISTANCIA           PIC S9(08) COMP VALUE ZERO.
002130
002140******************************************************************
002150*    TABELA DE ORIGENS. PARA CADA ORIGEM, CONTAGENS DO DIA DE
002160*    REFERENCIA (PERIODO 1) E DA JANELA DOS 30 DIAS ANTERIORES
002170*    (PERIODO 2): VOLUME, REJEICOES POR MOTIVO (01 A 04) E
002180*    DOCUMENTOS NA LISTA DE BLOQUEIO.
002190******************************************************************
002200 01  WS-TAB-ORIGENS.
002210     05  WS-TAB-ORG-ENT          OCCURS 50 TIMES.
002220         10  WS-TAB-ORG-CODIGO   PIC X(08).
002230         10  WS-TAB-ORG-PER      OCCURS 2 TIMES.
002240             15  WS-TAB-ORG-VOLUME  PIC 9(08) COMP.
002250             15  WS-TAB-ORG-MOTIVO  PIC 9(08) COMP OCCURS 4 TIMES.
002260             15  WS-TAB-ORG-BLOQ    PIC 9(08) COMP.
002270 77  WS-QTDE-ORIGENS             PIC 9(02) COMP VALUE ZERO.
002280 77  WS-MAX-ORIGENS              PIC 9(02) COMP VALUE 50.
002290
002300******************************************************************
002310*    INDICES E AREAS DE CALCULO
002320******************************************************************
002330 77  WS-ORG-IDX                  PIC 9(02) COMP VALUE ZERO.
002340 77  WS-ORG-ACHADO               PIC 9(02) COMP VALUE ZERO.
002350 77  WS-PER-IDX                  PIC 9(01) COMP VALUE ZERO.
002360 77  WS-PER-REG                  PIC 9(01) COMP VALUE ZERO.
002370 77  WS-MOT-IDX                  PIC 9(01) COMP VALUE ZERO.
002380 77  WS-QTDE-REJ-PER             PIC 9(08) COMP VALUE ZERO.
002390 77  WS-MEDIA-CALC               PIC 9(06)V9(02) VALUE ZEROS.
002400 77  WS-TAXA-DIA                 PIC 9(03)V9(02) VALUE ZEROS.
002410 77  WS-TAXA-JANELA              PIC 9(03)V9(02) VALUE ZEROS.
002420 77  WS-TAXA-CALC                PIC 9(03)V9(02) VALUE ZEROS.
002430 77  WS-AUMENTO                  PIC S9(03)V9(02) VALUE ZEROS.
002440 77  WS-AUMENTO-ED               PIC ZZ9,99 VALUE ZEROS.
002450 77  WS-LIMITE-ED                PIC ZZ9,9 VALUE ZEROS.
002460
002470******************************************************************
002480*    TOTAIS DO RELATORIO
002490******************************************************************
002500 77  WS-QTDE-LIDAS               PIC 9(08) COMP VALUE ZERO.
002510 77  WS-QTDE-CONSIDERADAS        PIC 9(08) COMP VALUE ZERO.
002520 77  WS-QTDE-FORA-TABELA         PIC 9(08) COMP VALUE ZERO.
002530 77  WS-QTDE-APONTADAS           PIC 9(08) COMP VALUE ZERO.
002540 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
002550
002560******************************************************************
002570*    LINHA DE DETALHE DO RELATORIO: UMA PARA O DIA E UMA PARA A
002580*    MEDIA DIARIA DOS 30 DIAS ANTERIORES DE CADA ORIGEM
002590******************************************************************
002600 01  WS-REL-DETALHE.
002610     05  WS-DET-ORIGEM           PIC X(08).
002620     05  FILLER                  PIC X(01).
002630     05  WS-DET-PERIODO          PIC X(07).
002640     05  FILLER                  PIC X(01).
002650     05  WS-DET-VOLUME           PIC ZZZ.ZZ9,99.
002660     05  FILLER                  PIC X(01).
002670     05  WS-DET-TAXA             PIC ZZ9,99 OCCURS 4 TIMES.
002680     05  FILLER                  PIC X(01).
002690     05  WS-DET-TAXA-TOTAL       PIC ZZ9,99.
002700     05  WS-DET-DUPLICADOS       PIC ZZ.ZZ9,99.
002710     05  WS-DET-BLOQUEADOS       PIC ZZ.ZZ9,99.
002720     05  FILLER                  PIC X(01).
002730     05  WS-DET-APONTADA         PIC X(01).
002740     05  FILLER                  PIC X(01).
002750
002760 PROCEDURE DIVISION.
002770******************************************************************
002780*    0000-MAINLINE
002790*    CONTROLE PRINCIPAL DO PAINEL DE QUALIDADE DAS ORIGENS.
002800******************************************************************
002810 0000-MAINLINE.
002820     PERFORM 9700-CONFERIR-CADEIA
002830         THRU 9700-CONFERIR-CADEIA-EXIT
002840     PERFORM 1000-INICIALIZAR
002850         THRU 1000-INICIALIZAR-EXIT
002860
002870     MOVE "I" TO WS-JRN-TIPO
002880     PERFORM 9800-GRAVAR-JORNAL
002890         THRU 9800-GRAVAR-JORNAL-EXIT
002900
002910     PERFORM 2000-PROCESSAR-AUDITORIA
002920         THRU 2000-PROCESSAR-AUDITORIA-EXIT
002930         UNTIL FIM-DA-AUDITORIA
002940
002950     PERFORM 8000-GRAVAR-RELATORIO
002960         THRU 8000-GRAVAR-RELATORIO-EXIT
002970
002980     PERFORM 9000-FINALIZAR
002990         THRU 9000-FINALIZAR-EXIT
003000
003010     MOVE "F" TO WS-JRN-TIPO
003020     PERFORM 9800-GRAVAR-JORNAL
003030         THRU 9800-GRAVAR-JORNAL-EXIT
003040
003050     STOP RUN.
003060
003070******************************************************************
003080*    1000-INICIALIZAR
003090*    APURA A DATA DE REFERENCIA E O LIMITE, CONVERTE A DATA DE
003100*    REFERENCIA EM DIAS E ABRE A TRILHA DE AUDITORIA E O
003110*    RELATORIO.
003120******************************************************************
003130 1000-INICIALIZAR.
003140     ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
003150     MOVE SPACES TO WS-TAB-ORIGENS
003160
003170     PERFORM 1100-CARREGAR-PARAMETROS
003180         THRU 1100-CARREGAR-PARAMETROS-EXIT
003190
003200     MOVE WS-DATA-REF TO WS-DLC-DATA-N
003210     PERFORM 2390-CONVERTER-DATA-EM-DIAS
003220         THRU 2390-CONVERTER-DATA-EM-DIAS-EXIT
003230     MOVE WS-DLC-DIAS TO WS-DIAS-REF
003240
003250     OPEN INPUT ARQ-AUDITORIA
003260     IF NOT FS-AUDITORIA-OK
003270         DISPLAY "ERRO AO ABRIR ARQ-AUDITORIA. FILE STATUS: "
003280             WS-FS-AUDITORIA
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
003320
003330     OPEN OUTPUT ARQ-RELATORIO
003340     IF NOT FS-RELATORIO-OK
003350         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
003360             WS-FS-RELATORIO
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF
003400
003410     PERFORM 2100-LER-AUDITORIA
003420         THRU 2100-LER-AUDITORIA-EXIT
003430     .
003440 1000-INICIALIZAR-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    1100-CARREGAR-PARAMETROS
003490*    LE O CARTAO DE PARAMETROS. CARTAO AUSENTE, DATA OU LIMITE EM
003500*    BRANCO OU ZERADOS MANTEM A DATA DO SISTEMA E O LIMITE DE 5,0
003510*    PONTOS.
003520******************************************************************
003530 1100-CARREGAR-PARAMETROS.
003540     OPEN INPUT ARQ-PARAMETROS
003550     IF NOT FS-PARAMETROS-OK
003560         GO TO 1100-CARREGAR-PARAMETROS-EXIT
003570     END-IF
003580
003590     READ ARQ-PARAMETROS
003600     IF FS-PARAMETROS-OK
003610         IF PQL-DATA-REF NUMERIC
003620         AND PQL-DATA-REF > ZERO
003630             MOVE PQL-DATA-REF TO WS-DATA-REF
003640         END-IF
003650         IF PQL-LIMITE-AUMENTO NUMERIC
003660         AND PQL-LIMITE-AUMENTO > ZERO
003670             MOVE PQL-LIMITE-AUMENTO TO WS-LIMITE-AUMENTO
003680         END-IF
003690     END-IF
003700
003710     CLOSE ARQ-PARAMETROS
003720     .
003730 1100-CARREGAR-PARAMETROS-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770*    2000-PROCESSAR-AUDITORIA
003780*    CONSIDERA SO OS REGISTROS RECEBIDOS DAS ORIGENS: A
003790*    VERIFICACAO DO LOTE NOTURNO (COM IDENTIFICADOR DA EXECUCAO)
003800*    E O REGISTRO DE REJEICAO. DECISOES DO ANALISTA E ESTORNOS
003810*    NAO SAO REGISTROS RECEBIDOS E FICAM FORA. O REGISTRO E
003820*    CONTADO NO DIA DE REFERENCIA (PERIODO 1) OU NA JANELA DOS
003830*    30 DIAS ANTERIORES (PERIODO 2); OS DEMAIS SAO IGNORADOS.
003840******************************************************************
003850 2000-PROCESSAR-AUDITORIA.
003860     IF AUD-E-DECISAO-ANALISTA
003870     OR AUD-E-ESTORNO
003880         GO TO 2000-LER-PROXIMO
003890     END-IF
003900     IF AUD-ID-EXECUCAO = SPACES
003910     AND NOT AUD-E-REJEICAO
003920         GO TO 2000-LER-PROXIMO
003930     END-IF
003940     IF AUD-DATA-VERIF NOT NUMERIC
003950         GO TO 2000-LER-PROXIMO
003960     END-IF
003970
003980     MOVE AUD-DATA-VERIF TO WS-DLC-DATA
003990     PERFORM 2390-CONVERTER-DATA-EM-DIAS
004000         THRU 2390-CONVERTER-DATA-EM-DIAS-EXIT
004010     COMPUTE WS-DIAS-DISTANCIA = WS-DIAS-REF - WS-DLC-DIAS
004020
004030     EVALUATE TRUE
004040         WHEN WS-DIAS-DISTANCIA = ZERO
004050             MOVE 1 TO WS-PER-REG
004060         WHEN WS-DIAS-DISTANCIA > ZERO
004070         AND WS-DIAS-DISTANCIA NOT > WS-DIAS-JANELA
004080             MOVE 2 TO WS-PER-REG
004090         WHEN OTHER
004100             GO TO 2000-LER-PROXIMO
004110     END-EVALUATE
004120
004130     PERFORM 2200-LOCALIZAR-ORIGEM
004140         THRU 2200-LOCALIZAR-ORIGEM-EXIT
004150     IF WS-ORG-ACHADO = ZERO
004160         ADD 1 TO WS-QTDE-FORA-TABELA
004170         GO TO 2000-LER-PROXIMO
004180     END-IF
004190
004200     ADD 1 TO WS-QTDE-CONSIDERADAS
004210     ADD 1 TO WS-TAB-ORG-VOLUME (WS-ORG-ACHADO WS-PER-REG)
004220
004230     EVALUATE TRUE
004240         WHEN AUD-REJ-DOCUMENTO
004250             MOVE 1 TO WS-MOT-IDX
004260         WHEN AUD-REJ-DATA
004270             MOVE 2 TO WS-MOT-IDX
004280         WHEN AUD-REJ-FORMATO
004290             MOVE 3 TO WS-MOT-IDX
004300         WHEN AUD-REJ-DUPLICADO
004310             MOVE 4 TO WS-MOT-IDX
004320         WHEN OTHER
004330             MOVE ZERO TO WS-MOT-IDX
004340     END-EVALUATE
004350     IF WS-MOT-IDX > ZERO
004360         ADD 1 TO WS-TAB-ORG-MOTIVO (WS-ORG-ACHADO WS-PER-REG
004370                                     WS-MOT-IDX)
004380     END-IF
004390
004400     IF AUD-CPF-BLOQUEADO
004410         ADD 1 TO WS-TAB-ORG-BLOQ (WS-ORG-ACHADO WS-PER-REG)
004420     END-IF
004430     .
004440 2000-LER-PROXIMO.
004450     PERFORM 2100-LER-AUDITORIA
004460         THRU 2100-LER-AUDITORIA-EXIT
004470     .
004480 2000-PROCESSAR-AUDITORIA-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*    2100-LER-AUDITORIA
004530*    LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA.
004540******************************************************************
004550 2100-LER-AUDITORIA.
004560     READ ARQ-AUDITORIA
004570         AT END
004580             MOVE "S" TO WS-FIM-AUDITORIA
004590         NOT AT END
004600             ADD 1 TO WS-QTDE-LIDAS
004610     END-READ
004620     .
004630 2100-LER-AUDITORIA-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670*    2200-LOCALIZAR-ORIGEM
004680*    PROCURA A ORIGEM DO REGISTRO NA TABELA E A INCLUI QUANDO
004690*    AINDA NAO CONSTA. COM A TABELA CHEIA, WS-ORG-ACHADO VOLTA
004700*    ZERADO E O REGISTRO SO ENTRA NO TOTAL FORA DA TABELA.
004710******************************************************************
004720 2200-LOCALIZAR-ORIGEM.
004730     MOVE ZERO TO WS-ORG-ACHADO
004740     PERFORM 2210-COMPARAR-ORIGEM
004750         THRU 2210-COMPARAR-ORIGEM-EXIT
004760         VARYING WS-ORG-IDX FROM 1 BY 1
004770         UNTIL WS-ORG-IDX > WS-QTDE-ORIGENS
004780         OR WS-ORG-ACHADO > ZERO
004790
004800     IF WS-ORG-ACHADO > ZERO
004810         GO TO 2200-LOCALIZAR-ORIGEM-EXIT
004820     END-IF
004830
004840     IF WS-QTDE-ORIGENS NOT < WS-MAX-ORIGENS
004850         GO TO 2200-LOCALIZAR-ORIGEM-EXIT
004860     END-IF
004870
004880     ADD 1 TO WS-QTDE-ORIGENS
004890     MOVE WS-QTDE-ORIGENS TO WS-ORG-ACHADO
004900     MOVE AUD-SIST-ORIGEM TO WS-TAB-ORG-CODIGO (WS-ORG-ACHADO)
004910     PERFORM 2220-ZERAR-PERIODO
004920         THRU 2220-ZERAR-PERIODO-EXIT
004930         VARYING WS-PER-IDX FROM 1 BY 1
004940         UNTIL WS-PER-IDX > 2
004950     .
004960 2200-LOCALIZAR-ORIGEM-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*    2210-COMPARAR-ORIGEM
005010*    CONFERE SE A POSICAO WS-ORG-IDX DA TABELA E A DA ORIGEM DO
005020*    REGISTRO.
005030******************************************************************
005040 2210-COMPARAR-ORIGEM.
005050     IF WS-TAB-ORG-CODIGO (WS-ORG-IDX) = AUD-SIST-ORIGEM
005060         MOVE WS-ORG-IDX TO WS-ORG-ACHADO
005070     END-IF
005080     .
005090 2210-COMPARAR-ORIGEM-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*    2220-ZERAR-PERIODO
005140*    ZERA AS CONTAGENS DO PERIODO WS-PER-IDX DA ORIGEM INCLUIDA
005150*    (A TABELA FOI LIMPA COM ESPACOS, QUE NAO SAO UM VALOR VALIDO
005160*    NOS CONTADORES).
005170******************************************************************
005180 2220-ZERAR-PERIODO.
005190     MOVE ZERO TO WS-TAB-ORG-VOLUME (WS-ORG-ACHADO WS-PER-IDX)
005200     MOVE ZERO TO WS-TAB-ORG-MOTIVO (WS-ORG-ACHADO WS-PER-IDX 1)
005210     MOVE ZERO TO WS-TAB-ORG-MOTIVO (WS-ORG-ACHADO WS-PER-IDX 2)
005220     MOVE ZERO TO WS-TAB-ORG-MOTIVO (WS-ORG-ACHADO WS-PER-IDX 3)
005230     MOVE ZERO TO WS-TAB-ORG-MOTIVO (WS-ORG-ACHADO WS-PER-IDX 4)
005240     MOVE ZERO TO WS-TAB-ORG-BLOQ (WS-ORG-ACHADO WS-PER-IDX)
005250     .
005260 2220-ZERAR-PERIODO-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*    2390-CONVERTER-DATA-EM-DIAS
005310*    CONVERTE A DATA EM WS-DLC-DATA NO NUMERO DE DIAS DESDE UMA
005320*    BASE FIXA (WS-DLC-DIAS), PARA COMPARAR DATAS POR DIFERENCA.
005330******************************************************************
005340 2390-CONVERTER-DATA-EM-DIAS.
005350     COMPUTE WS-DLC-ANO-ANT = WS-DLC-ANO - 1
005360
005370     DIVIDE WS-DLC-ANO-ANT BY 4
005380         GIVING WS-DLC-QUOC-4 REMAINDER WS-DLC-RESTO-4
005390     DIVIDE WS-DLC-ANO-ANT BY 100
005400         GIVING WS-DLC-QUOC-100 REMAINDER WS-DLC-RESTO-100
005410     DIVIDE WS-DLC-ANO-ANT BY 400
005420         GIVING WS-DLC-QUOC-400 REMAINDER WS-DLC-RESTO-400
005430
005440     COMPUTE WS-DLC-DIAS =
005450         WS-DLC-ANO * 365
005460         + WS-DLC-QUOC-4 - WS-DLC-QUOC-100 + WS-DLC-QUOC-400
005470
005480     EVALUATE WS-DLC-MES
005490         WHEN 2
005500             ADD 31  TO WS-DLC-DIAS
005510         WHEN 3
005520             ADD 59  TO WS-DLC-DIAS
005530         WHEN 4
005540             ADD 90  TO WS-DLC-DIAS
005550         WHEN 5
005560             ADD 120 TO WS-DLC-DIAS
005570         WHEN 6
005580             ADD 151 TO WS-DLC-DIAS
005590         WHEN 7
005600             ADD 181 TO WS-DLC-DIAS
005610         WHEN 8
005620             ADD 212 TO WS-DLC-DIAS
005630         WHEN 9
005640             ADD 243 TO WS-DLC-DIAS
005650         WHEN 10
005660             ADD 273 TO WS-DLC-DIAS
005670         WHEN 11
005680             ADD 304 TO WS-DLC-DIAS
005690         WHEN 12
005700             ADD 334 TO WS-DLC-DIAS
005710         WHEN OTHER
005720             CONTINUE
005730     END-EVALUATE
005740
005750     ADD WS-DLC-DIA TO WS-DLC-DIAS
005760
005770     IF WS-DLC-MES > 2
005780         PERFORM 2395-VERIFICAR-BISSEXTO
005790             THRU 2395-VERIFICAR-BISSEXTO-EXIT
005800         IF ANO-BISSEXTO
005810             ADD 1 TO WS-DLC-DIAS
005820         END-IF
005830     END-IF
005840     .
005850 2390-CONVERTER-DATA-EM-DIAS-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*    2395-VERIFICAR-BISSEXTO
005900*    LIGA O INDICADOR DE ANO BISSEXTO QUANDO O ANO EM
005910*    WS-DLC-ANO E DIVISIVEL POR 4 E NAO POR 100, OU DIVISIVEL
005920*    POR 400.
005930******************************************************************
005940 2395-VERIFICAR-BISSEXTO.
005950     MOVE "N" TO WS-DLC-BISSEXTO
005960
005970     DIVIDE WS-DLC-ANO BY 4
005980         GIVING WS-DLC-QUOC-4 REMAINDER WS-DLC-RESTO-4
005990     DIVIDE WS-DLC-ANO BY 100
006000         GIVING WS-DLC-QUOC-100 REMAINDER WS-DLC-RESTO-100
006010     DIVIDE WS-DLC-ANO BY 400
006020         GIVING WS-DLC-QUOC-400 REMAINDER WS-DLC-RESTO-400
006030
006040     IF (WS-DLC-RESTO-4 = ZERO AND WS-DLC-RESTO-100 NOT = ZERO)
006050     OR WS-DLC-RESTO-400 = ZERO
006060         MOVE "S" TO WS-DLC-BISSEXTO
006070     END-IF
006080     .
006090 2395-VERIFICAR-BISSEXTO-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130*    8000-GRAVAR-RELATORIO
006140*    GRAVA O CABECALHO, AS LINHAS DE CADA ORIGEM E OS TOTAIS.
006150*    ORIGEM APONTADA TERMINA O PROGRAMA COM RETURN-CODE 4.
006160******************************************************************
006170 8000-GRAVAR-RELATORIO.
006180     MOVE WS-LIMITE-AUMENTO TO WS-LIMITE-ED
006190     MOVE SPACES TO REL-LINHA
006200     STRING "QUALIDADE DAS ORIGENS EM "      DELIMITED BY SIZE
006210            WS-DATA-REF                      DELIMITED BY SIZE
006220            " CONTRA A MEDIA DOS 30 DIAS ANTERIORES"
006230                                             DELIMITED BY SIZE
006240       INTO REL-LINHA
006250     END-STRING
006260     WRITE REL-LINHA
006270
006280     MOVE SPACES TO REL-LINHA
006290     STRING "LIMITE DE AUMENTO DA TAXA DE REJEICAO: "
006300                                             DELIMITED BY SIZE
006310            WS-LIMITE-ED                     DELIMITED BY SIZE
006320            " PONTOS"                        DELIMITED BY SIZE
006330       INTO REL-LINHA
006340     END-STRING
006350     WRITE REL-LINHA
006360
006370     MOVE SPACES TO REL-LINHA
006380     WRITE REL-LINHA
006390     MOVE SPACES TO REL-LINHA
006400     STRING "                            "   DELIMITED BY SIZE
006410            "--- TAXA DE REJEICAO (%) ---"   DELIMITED BY SIZE
006420       INTO REL-LINHA
006430     END-STRING
006440     WRITE REL-LINHA
006450     MOVE SPACES TO REL-LINHA
006460     STRING "ORIGEM   PERIODO     VOLUME  DOCUM  DATA "
006470                                             DELIMITED BY SIZE
006480            "FORMT DUPLI  TOTAL   DUPLIC   BLOQUE"
006490                                             DELIMITED BY SIZE
006500       INTO REL-LINHA
006510     END-STRING
006520     WRITE REL-LINHA
006530
006540     PERFORM 8100-GRAVAR-ORIGEM
006550         THRU 8100-GRAVAR-ORIGEM-EXIT
006560         VARYING WS-ORG-IDX FROM 1 BY 1
006570         UNTIL WS-ORG-IDX > WS-QTDE-ORIGENS
006580
006590     MOVE SPACES TO REL-LINHA
006600     MOVE "-------------------------------" TO REL-LINHA
006610     WRITE REL-LINHA
006620
006630     MOVE WS-QTDE-LIDAS TO WS-QTDE-ED
006640     MOVE SPACES TO REL-LINHA
006650     STRING "TOTAL DE REGISTROS LIDOS.......: "
006660                                            DELIMITED BY SIZE
006670            WS-QTDE-ED                      DELIMITED BY SIZE
006680       INTO REL-LINHA
006690     END-STRING
006700     WRITE REL-LINHA
006710
006720     MOVE WS-QTDE-CONSIDERADAS TO WS-QTDE-ED
006730     MOVE SPACES TO REL-LINHA
006740     STRING "RECEBIDOS NO DIA E NA JANELA...: "
006750                                            DELIMITED BY SIZE
006760            WS-QTDE-ED                      DELIMITED BY SIZE
006770       INTO REL-LINHA
006780     END-STRING
006790     WRITE REL-LINHA
006800
006810     MOVE WS-QTDE-APONTADAS TO WS-QTDE-ED
006820     MOVE SPACES TO REL-LINHA
006830     STRING "ORIGENS APONTADAS..............: "
006840                                            DELIMITED BY SIZE
006850            WS-QTDE-ED                      DELIMITED BY SIZE
006860       INTO REL-LINHA
006870     END-STRING
006880     WRITE REL-LINHA
006890
006900     IF WS-QTDE-FORA-TABELA > ZERO
006910         MOVE WS-QTDE-FORA-TABELA TO WS-QTDE-ED
006920         MOVE SPACES TO REL-LINHA
006930         STRING "*** ORIGENS ALEM DA TABELA, IGNORADOS: "
006940                                            DELIMITED BY SIZE
006950                WS-QTDE-ED                  DELIMITED BY SIZE
006960           INTO REL-LINHA
006970         END-STRING
006980         WRITE REL-LINHA
006990     END-IF
007000
007010     IF WS-QTDE-APONTADAS > ZERO
007020         MOVE 4 TO RETURN-CODE
007030     END-IF
007040     .
007050 8000-GRAVAR-RELATORIO-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*    8100-GRAVAR-ORIGEM
007100*    GRAVA AS LINHAS DA ORIGEM WS-ORG-IDX: O DIA DE REFERENCIA E
007110*    A MEDIA DIARIA DOS 30 DIAS ANTERIORES (VOLUME, DUPLICADOS E
007120*    BLOQUEADOS DIVIDIDOS POR 30; TAXAS SOBRE O VOLUME DA
007130*    JANELA). A ORIGEM COM MOVIMENTO NO DIA CUJA TAXA DE
007140*    REJEICAO SUPERA A DA JANELA EM MAIS QUE O LIMITE E
007150*    APONTADA COM ASTERISCO E UMA LINHA DE AVISO.
007160******************************************************************
007170 8100-GRAVAR-ORIGEM.
007180     MOVE 2 TO WS-PER-IDX
007190     PERFORM 8200-MONTAR-LINHA
007200         THRU 8200-MONTAR-LINHA-EXIT
007210     MOVE WS-TAXA-CALC TO WS-TAXA-JANELA
007220
007230     MOVE 1 TO WS-PER-IDX
007240     PERFORM 8200-MONTAR-LINHA
007250         THRU 8200-MONTAR-LINHA-EXIT
007260     MOVE WS-TAXA-CALC TO WS-TAXA-DIA
007270     COMPUTE WS-AUMENTO = WS-TAXA-DIA - WS-TAXA-JANELA
007280
007290     MOVE WS-TAB-ORG-CODIGO (WS-ORG-IDX)    TO WS-DET-ORIGEM
007300     MOVE "DIA"                             TO WS-DET-PERIODO
007310     MOVE WS-TAB-ORG-VOLUME (WS-ORG-IDX 1)  TO WS-DET-VOLUME
007320     MOVE WS-TAB-ORG-MOTIVO (WS-ORG-IDX 1 4) TO WS-DET-DUPLICADOS
007330     MOVE WS-TAB-ORG-BLOQ (WS-ORG-IDX 1)    TO WS-DET-BLOQUEADOS
007340     IF WS-TAB-ORG-VOLUME (WS-ORG-IDX 1) > ZERO
007350     AND WS-AUMENTO > WS-LIMITE-AUMENTO
007360         MOVE "*" TO WS-DET-APONTADA
007370     END-IF
007380     WRITE REL-LINHA FROM WS-REL-DETALHE
007390
007400     MOVE 2 TO WS-PER-IDX
007410     PERFORM 8200-MONTAR-LINHA
007420         THRU 8200-MONTAR-LINHA-EXIT
007430     MOVE "30 DIAS"                         TO WS-DET-PERIODO
007440     COMPUTE WS-MEDIA-CALC ROUNDED =
007450         WS-TAB-ORG-VOLUME (WS-ORG-IDX 2) / WS-DIAS-JANELA
007460     MOVE WS-MEDIA-CALC                     TO WS-DET-VOLUME
007470     COMPUTE WS-MEDIA-CALC ROUNDED =
007480         WS-TAB-ORG-MOTIVO (WS-ORG-IDX 2 4) / WS-DIAS-JANELA
007490     MOVE WS-MEDIA-CALC                     TO WS-DET-DUPLICADOS
007500     COMPUTE WS-MEDIA-CALC ROUNDED =
007510         WS-TAB-ORG-BLOQ (WS-ORG-IDX 2) / WS-DIAS-JANELA
007520     MOVE WS-MEDIA-CALC                     TO WS-DET-BLOQUEADOS
007530     WRITE REL-LINHA FROM WS-REL-DETALHE
007540
007550     IF WS-TAB-ORG-VOLUME (WS-ORG-IDX 1) = ZERO
007560     OR WS-AUMENTO NOT > WS-LIMITE-AUMENTO
007570         GO TO 8100-GRAVAR-ORIGEM-EXIT
007580     END-IF
007590
007600     ADD 1 TO WS-QTDE-APONTADAS
007610     MOVE WS-AUMENTO TO WS-AUMENTO-ED
007620     MOVE SPACES TO REL-LINHA
007630     STRING "         *** REJEICAO SUBIU "
007640                                        DELIMITED BY SIZE
007650            WS-AUMENTO-ED               DELIMITED BY SIZE
007660            " PONTOS SOBRE A MEDIA (LIMITE "
007670                                        DELIMITED BY SIZE
007680            WS-LIMITE-ED                DELIMITED BY SIZE
007690            ")"                         DELIMITED BY SIZE
007700       INTO REL-LINHA
007710     END-STRING
007720     WRITE REL-LINHA
007730     .
007740 8100-GRAVAR-ORIGEM-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780*    8200-MONTAR-LINHA
007790*    LIMPA A LINHA DE DETALHE E CALCULA AS TAXAS DE REJEICAO POR
007800*    MOTIVO E A TAXA TOTAL DO PERIODO WS-PER-IDX DA ORIGEM
007810*    WS-ORG-IDX, SOBRE O VOLUME DO PERIODO. A TAXA TOTAL FICA
007820*    TAMBEM EM WS-TAXA-CALC PARA A COMPARACAO DO DIA COM A
007830*    JANELA.
007840******************************************************************
007850 8200-MONTAR-LINHA.
007860     MOVE SPACES TO WS-REL-DETALHE
007870     MOVE ZEROS  TO WS-TAXA-CALC
007880
007890     COMPUTE WS-QTDE-REJ-PER =
007900         WS-TAB-ORG-MOTIVO (WS-ORG-IDX WS-PER-IDX 1) +
007910         WS-TAB-ORG-MOTIVO (WS-ORG-IDX WS-PER-IDX 2) +
007920         WS-TAB-ORG-MOTIVO (WS-ORG-IDX WS-PER-IDX 3) +
007930         WS-TAB-ORG-MOTIVO (WS-ORG-IDX WS-PER-IDX 4)
007940
007950     PERFORM 8210-CALCULAR-TAXA-MOTIVO
007960         THRU 8210-CALCULAR-TAXA-MOTIVO-EXIT
007970         VARYING WS-MOT-IDX FROM 1 BY 1
007980         UNTIL WS-MOT-IDX > 4
007990
008000     IF WS-TAB-ORG-VOLUME (WS-ORG-IDX WS-PER-IDX) > ZERO
008010         COMPUTE WS-TAXA-CALC ROUNDED =
008020             WS-QTDE-REJ-PER * 100 /
008030             WS-TAB-ORG-VOLUME (WS-ORG-IDX WS-PER-IDX)
008040     END-IF
008050     MOVE WS-TAXA-CALC TO WS-DET-TAXA-TOTAL
008060     .
008070 8200-MONTAR-LINHA-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*    8210-CALCULAR-TAXA-MOTIVO
008120*    CALCULA A TAXA DE REJEICAO DO MOTIVO WS-MOT-IDX NO PERIODO.
008130******************************************************************
008140 8210-CALCULAR-TAXA-MOTIVO.
008150     IF WS-TAB-ORG-VOLUME (WS-ORG-IDX WS-PER-IDX) > ZERO
008160         COMPUTE WS-DET-TAXA (WS-MOT-IDX) ROUNDED =
008170             WS-TAB-ORG-MOTIVO (WS-ORG-IDX WS-PER-IDX WS-MOT-IDX)
008180             * 100 / WS-TAB-ORG-VOLUME (WS-ORG-IDX WS-PER-IDX)
008190     ELSE
008200         MOVE ZEROS TO WS-DET-TAXA (WS-MOT-IDX)
008210     END-IF
008220     .
008230 8210-CALCULAR-TAXA-MOTIVO-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*    9000-FINALIZAR
008280*    FECHA OS ARQUIVOS.
008290******************************************************************
008300 9000-FINALIZAR.
008310     CLOSE ARQ-AUDITORIA
008320     CLOSE ARQ-RELATORIO
008330     .
008340 9000-FINALIZAR-EXIT.
008350     EXIT.
008360******************************************************************
008370*    9700-CONFERIR-CADEIA
008380*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
008390*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
008400*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
008410*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
008420*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
008430*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
008440*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
008450*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
008460*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
008470*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
008480*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
008490*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
008500*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
008510*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
008520******************************************************************
008530 9700-CONFERIR-CADEIA.
008540     PERFORM 9710-LER-DEFINICAO
008550         THRU 9710-LER-DEFINICAO-EXIT
008560
008570     IF NOT CAD-DEFINIDO
008580         GO TO 9700-CONFERIR-CADEIA-EXIT
008590     END-IF
008600
008610     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
008620     ACCEPT WS-CAD-HORA-SIS FROM TIME
008630     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
008640     PERFORM 9760-CALCULAR-DATA-NEGOCIO
008650         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
008660     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
008670
008680     PERFORM 9720-APURAR-JORNAL
008690         THRU 9720-APURAR-JORNAL-EXIT
008700
008710     MOVE SPACES TO WS-CAD-MOTIVO
008720     IF CAD-EXECUCAO-REPETIDA
008730     AND NOT CAD-PODE-REPETIR
008740         STRING "REPETICAO NA DATA DE NEGOCIO "
008750                WS-CAD-DATA-NEGOCIO
008760                    DELIMITED BY SIZE
008770           INTO WS-CAD-MOTIVO
008780         END-STRING
008790     ELSE
008800         PERFORM 9740-CONFERIR-PREDECESSOR
008810             THRU 9740-CONFERIR-PREDECESSOR-EXIT
008820             VARYING WS-CAD-IDX FROM 1 BY 1
008830             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
008840             OR WS-CAD-MOTIVO NOT = SPACES
008850     END-IF
008860
008870     IF WS-CAD-MOTIVO = SPACES
008880         GO TO 9700-CONFERIR-CADEIA-EXIT
008890     END-IF
008900
008910     PERFORM 9750-LER-LIBERACAO
008920         THRU 9750-LER-LIBERACAO-EXIT
008930
008940     IF CAD-LIBERADO
008950         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
008960             WS-CAD-OPERADOR
008970         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
008980         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
008990         MOVE "L" TO WS-CAD-TIPO-JRN
009000         PERFORM 9790-GRAVAR-JORNAL-CADEIA
009010             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
009020         GO TO 9700-CONFERIR-CADEIA-EXIT
009030     END-IF
009040
009050     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
009060     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
009070     MOVE 12 TO RETURN-CODE
009080     MOVE "R" TO WS-CAD-TIPO-JRN
009090     PERFORM 9790-GRAVAR-JORNAL-CADEIA
009100         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
009110     STOP RUN
009120     .
009130 9700-CONFERIR-CADEIA-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170*    9710-LER-DEFINICAO
009180*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
009190*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
009200*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
009210******************************************************************
009220 9710-LER-DEFINICAO.
009230     MOVE "N" TO WS-CAD-DEFINIDO
009240     OPEN INPUT ARQ-CADEIA
009250     IF NOT FS-CADEIA-OK
009260         IF NOT FS-CADEIA-AUSENTE
009270             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
009280                 "STATUS: " WS-FS-CADEIA
009290         END-IF
009300         GO TO 9710-LER-DEFINICAO-EXIT
009310     END-IF
009320
009330     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009340     PERFORM 9715-LER-PROGRAMA
009350         THRU 9715-LER-PROGRAMA-EXIT
009360         UNTIL CAD-FIM-ARQUIVO
009370         OR CAD-DEFINIDO
009380
009390     CLOSE ARQ-CADEIA
009400     .
009410 9710-LER-DEFINICAO-EXIT.
009420     EXIT.
009430
009440 9715-LER-PROGRAMA.
009450     READ ARQ-CADEIA
009460         AT END
009470             MOVE "S" TO WS-CAD-FIM-ARQUIVO
009480             GO TO 9715-LER-PROGRAMA-EXIT
009490     END-READ
009500
009510     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
009520         GO TO 9715-LER-PROGRAMA-EXIT
009530     END-IF
009540
009550     MOVE "S" TO WS-CAD-DEFINIDO
009560     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
009570     MOVE ZEROS TO WS-CAD-HORA-VIRADA
009580     IF CAD-HORA-VIRADA NUMERIC
009590         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
009600     END-IF
009610     MOVE ZERO TO WS-CAD-QTDE-PRED
009620     PERFORM 9718-GUARDAR-PREDECESSOR
009630         THRU 9718-GUARDAR-PREDECESSOR-EXIT
009640         VARYING WS-CAD-IDX FROM 1 BY 1
009650         UNTIL WS-CAD-IDX > 5
009660     .
009670 9715-LER-PROGRAMA-EXIT.
009680     EXIT.
009690
009700 9718-GUARDAR-PREDECESSOR.
009710     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
009720         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
009730     END-IF
009740
009750     ADD 1 TO WS-CAD-QTDE-PRED
009760     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
009770                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
009780     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
009790     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
009800     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
009810     .
009820 9718-GUARDAR-PREDECESSOR-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860*    9720-APURAR-JORNAL
009870*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
009880*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
009890*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
009900*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
009910*    SO CONTAM OS REGISTROS DE INICIO E FIM.
009920******************************************************************
009930 9720-APURAR-JORNAL.
009940     OPEN INPUT ARQ-JORNAL
009950     IF NOT FS-JORNAL-OK
009960         GO TO 9720-APURAR-JORNAL-EXIT
009970     END-IF
009980
009990     MOVE "N" TO WS-CAD-FIM-ARQUIVO
010000     PERFORM 9725-LER-JORNAL-CADEIA
010010         THRU 9725-LER-JORNAL-CADEIA-EXIT
010020         UNTIL CAD-FIM-ARQUIVO
010030
010040     CLOSE ARQ-JORNAL
010050     .
010060 9720-APURAR-JORNAL-EXIT.
010070     EXIT.
010080
010090 9725-LER-JORNAL-CADEIA.
010100     READ ARQ-JORNAL
010110         AT END
010120             MOVE "S" TO WS-CAD-FIM-ARQUIVO
010130             GO TO 9725-LER-JORNAL-CADEIA-EXIT
010140     END-READ
010150
010160     IF NOT JRN-INICIO
010170     AND NOT JRN-FIM
010180         GO TO 9725-LER-JORNAL-CADEIA-EXIT
010190     END-IF
010200
010210     MOVE JRN-DATA TO WS-CAD-MOM-DATA
010220     MOVE JRN-HORA TO WS-CAD-MOM-HORA
010230
010240     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
010250         PERFORM 9730-APURAR-PROPRIO
010260             THRU 9730-APURAR-PROPRIO-EXIT
010270         GO TO 9725-LER-JORNAL-CADEIA-EXIT
010280     END-IF
010290
010300     MOVE ZERO TO WS-CAD-ACHADO
010310     PERFORM 9735-PROCURAR-PREDECESSOR
010320         THRU 9735-PROCURAR-PREDECESSOR-EXIT
010330         VARYING WS-CAD-IDX FROM 1 BY 1
010340         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
010350         OR WS-CAD-ACHADO > ZERO
010360     IF WS-CAD-ACHADO = ZERO
010370         GO TO 9725-LER-JORNAL-CADEIA-EXIT
010380     END-IF
010390
010400     IF JRN-INICIO
010410         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
010420         MOVE WS-CAD-MOMENTO-N
010430                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
010440         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
010450     ELSE
010460         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
010470             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
010480             MOVE JRN-RETURN-CODE
010490                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
010500         END-IF
010510     END-IF
010520     .
010530 9725-LER-JORNAL-CADEIA-EXIT.
010540     EXIT.
010550
010560 9730-APURAR-PROPRIO.
010570     IF JRN-INICIO
010580         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
010590         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
010600         GO TO 9730-APURAR-PROPRIO-EXIT
010610     END-IF
010620
010630     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
010640         GO TO 9730-APURAR-PROPRIO-EXIT
010650     END-IF
010660
010670     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
010680     IF JRN-RETURN-CODE = ZERO
010690         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
010700     END-IF
010710
010720     IF JRN-RETURN-CODE < 16
010730         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
010740         PERFORM 9760-CALCULAR-DATA-NEGOCIO
010750             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
010760         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
010770             MOVE "S" TO WS-CAD-REPETICAO
010780         END-IF
010790     END-IF
010800     .
010810 9730-APURAR-PROPRIO-EXIT.
010820     EXIT.
010830
010840 9735-PROCURAR-PREDECESSOR.
010850     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
010860         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
010870     END-IF
010880     .
010890 9735-PROCURAR-PREDECESSOR-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930*    9740-CONFERIR-PREDECESSOR
010940*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
010950*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
010960*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
010970*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
010980*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
010990*    DE NOVO.
011000******************************************************************
011010 9740-CONFERIR-PREDECESSOR.
011020     MOVE "N" TO WS-CAD-PRED-DO-DIA
011030     IF CAD-PODE-REPETIR
011040     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
011050         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
011060         PERFORM 9760-CALCULAR-DATA-NEGOCIO
011070             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
011080         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
011090             MOVE "S" TO WS-CAD-PRED-DO-DIA
011100         END-IF
011110     END-IF
011120
011130     EVALUATE TRUE
011140         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
011150         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
011160                  NOT > WS-CAD-ULTIMO-OK
011170         AND NOT CAD-PRED-DO-DIA
011180             STRING "PREDECESSOR NAO EXECUTADO: "
011190                    WS-CAD-PRED-NOME (WS-CAD-IDX)
011200                        DELIMITED BY SIZE
011210               INTO WS-CAD-MOTIVO
011220             END-STRING
011230         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
011240             STRING "PREDECESSOR NAO FINALIZADO: "
011250                    WS-CAD-PRED-NOME (WS-CAD-IDX)
011260                        DELIMITED BY SIZE
011270               INTO WS-CAD-MOTIVO
011280             END-STRING
011290         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
011300             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
011310             STRING "PREDECESSOR COM RC "
011320                    WS-CAD-RC-ED
011330                    ": "
011340                    WS-CAD-PRED-NOME (WS-CAD-IDX)
011350                        DELIMITED BY SIZE
011360               INTO WS-CAD-MOTIVO
011370             END-STRING
011380     END-EVALUATE
011390     .
011400 9740-CONFERIR-PREDECESSOR-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440*    9750-LER-LIBERACAO
011450*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
011460*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
011470*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
011480******************************************************************
011490 9750-LER-LIBERACAO.
011500     MOVE "N" TO WS-CAD-LIBERADO
011510     OPEN INPUT ARQ-LIBERACAO
011520     IF NOT FS-LIBERACAO-OK
011530         GO TO 9750-LER-LIBERACAO-EXIT
011540     END-IF
011550
011560     MOVE "N" TO WS-CAD-FIM-ARQUIVO
011570     PERFORM 9755-LER-CARTAO-LIBERACAO
011580         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
011590         UNTIL CAD-FIM-ARQUIVO
011600         OR CAD-LIBERADO
011610
011620     CLOSE ARQ-LIBERACAO
011630     .
011640 9750-LER-LIBERACAO-EXIT.
011650     EXIT.
011660
011670 9755-LER-CARTAO-LIBERACAO.
011680     READ ARQ-LIBERACAO
011690         AT END
011700             MOVE "S" TO WS-CAD-FIM-ARQUIVO
011710             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
011720     END-READ
011730
011740     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
011750     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
011760     AND LIB-OPERADOR NOT = SPACES
011770         MOVE "S" TO WS-CAD-LIBERADO
011780         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
011790         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
011800     END-IF
011810     .
011820 9755-LER-CARTAO-LIBERACAO-EXIT.
011830     EXIT.
011840
011850******************************************************************
011860*    9760-CALCULAR-DATA-NEGOCIO
011870*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
011880*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
011890*    ANTERIOR.
011900******************************************************************
011910 9760-CALCULAR-DATA-NEGOCIO.
011920     IF WS-CAD-MOM-DATA NOT NUMERIC
011930     OR WS-CAD-MOM-MM < 1
011940     OR WS-CAD-MOM-MM > 12
011950     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
011960         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
011970         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
011980     END-IF
011990
012000     SUBTRACT 1 FROM WS-CAD-MOM-DD
012010     IF WS-CAD-MOM-DD = ZERO
012020         SUBTRACT 1 FROM WS-CAD-MOM-MM
012030         IF WS-CAD-MOM-MM = ZERO
012040             MOVE 12 TO WS-CAD-MOM-MM
012050             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
012060         END-IF
012070         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
012080         IF WS-CAD-MOM-MM = 2
012090             PERFORM 9765-CONFERIR-BISSEXTO
012100                 THRU 9765-CONFERIR-BISSEXTO-EXIT
012110         END-IF
012120     END-IF
012130
012140     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
012150     .
012160 9760-CALCULAR-DATA-NEGOCIO-EXIT.
012170     EXIT.
012180
012190 9765-CONFERIR-BISSEXTO.
012200     DIVIDE WS-CAD-MOM-CCYY BY 4
012210         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
012220     DIVIDE WS-CAD-MOM-CCYY BY 100
012230         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
012240     DIVIDE WS-CAD-MOM-CCYY BY 400
012250         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
012260
012270     IF WS-CAD-RESTO-4 = ZERO
012280     AND (WS-CAD-RESTO-100 NOT = ZERO
012290          OR WS-CAD-RESTO-400 = ZERO)
012300         MOVE 29 TO WS-CAD-MOM-DD
012310     END-IF
012320     .
012330 9765-CONFERIR-BISSEXTO-EXIT.
012340     EXIT.
012350
012360******************************************************************
012370*    9790-GRAVAR-JORNAL-CADEIA
012380*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
012390*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
012400******************************************************************
012410 9790-GRAVAR-JORNAL-CADEIA.
012420     OPEN EXTEND ARQ-JORNAL
012430     IF NOT FS-JORNAL-OK
012440         OPEN OUTPUT ARQ-JORNAL
012450     END-IF
012460     IF NOT FS-JORNAL-OK
012470         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
012480             WS-FS-JORNAL
012490         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
012500     END-IF
012510
012520     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
012530     ACCEPT WS-CAD-HORA-SIS FROM TIME
012540     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
012550
012560     MOVE SPACES                TO JORNAL-REG
012570     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
012580     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
012590     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
012600     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
012610     MOVE ZEROS                 TO JRN-QTDE-LIDOS
012620     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
012630     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
012640     MOVE RETURN-CODE           TO JRN-RETURN-CODE
012650     MOVE "N"                   TO JRN-REINICIO
012660     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
012670     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
012680     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
012690
012700     WRITE JORNAL-REG
012710
012720     CLOSE ARQ-JORNAL
012730     .
012740 9790-GRAVAR-JORNAL-CADEIA-EXIT.
012750     EXIT.
012760
012770******************************************************************
012780*    9800-GRAVAR-JORNAL
012790*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
012800*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
012810*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
012820*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA O PAINEL.
012830******************************************************************
012840 9800-GRAVAR-JORNAL.
012850     OPEN EXTEND ARQ-JORNAL
012860     IF NOT FS-JORNAL-OK
012870         OPEN OUTPUT ARQ-JORNAL
012880     END-IF
012890     IF NOT FS-JORNAL-OK
012900         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
012910             WS-FS-JORNAL
012920         GO TO 9800-GRAVAR-JORNAL-EXIT
012930     END-IF
012940
012950     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
012960     ACCEPT WS-HORA-JRN-SIS FROM TIME
012970     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
012980
012990     MOVE SPACES                  TO JORNAL-REG
013000     MOVE "QUALIDADE-ORIGENS"     TO JRN-PROGRAMA
013010     MOVE WS-JRN-TIPO             TO JRN-TIPO
013020     MOVE WS-DATA-JORNAL          TO JRN-DATA
013030     MOVE WS-HORA-JORNAL          TO JRN-HORA
013040     MOVE WS-QTDE-LIDAS           TO JRN-QTDE-LIDOS
013050     MOVE WS-QTDE-CONSIDERADAS    TO JRN-QTDE-GRAVADOS
013060     MOVE WS-QTDE-FORA-TABELA     TO JRN-QTDE-REJEITADOS
013070     MOVE RETURN-CODE             TO JRN-RETURN-CODE
013080     MOVE "N"                     TO JRN-REINICIO
013090
013100     WRITE JORNAL-REG
013110
013120     CLOSE ARQ-JORNAL
013130     .
013140 9800-GRAVAR-JORNAL-EXIT.
013150     EXIT.
013160
013170 END PROGRAM QUALIDADE-ORIGENS.

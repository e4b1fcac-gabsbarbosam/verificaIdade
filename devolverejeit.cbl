000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: DEVOLUCAO AS ORIGENS DOS REGISTROS REJEITADOS. LE O
000060*          ARQUIVO DE REJEICOES (ARQ-REJEICOES), ONDE O
000070*          CONSOLIDADOR DE EXTRATOS E O LOTE NOTURNO GRAVAM CADA
000080*          REGISTRO RECEBIDO QUE REJEITAM (DOCUMENTO INVALIDO PARA
000090*          O TIPO, DATA DE NASCIMENTO OU IDADE INVALIDA, FORMATO,
000100*          DUPLICADO NA ENTRADA), SELECIONA OS REJEITADOS NA DATA
000110*          DE PROCESSAMENTO DO CARTAO DE PARAMETROS (NORMALMENTE A
000120*          DATA DO SISTEMA) E GRAVA UM ARQUIVO DE DEVOLUCAO PARA
000130*          CADA ORIGEM INFORMADA NO CARTAO (ARQ-DEVOLUCAO1 A
000140*          ARQ-DEVOLUCAO5), COM HEADER, OS REGISTROS REJEITADOS
000150*          COM O CODIGO DO MOTIVO E A DATA, E TRAILER COM A
000160*          QUANTIDADE. A ORIGEM SEM ARQUIVO NO CARTAO E APONTADA
000170*          NO RELATORIO E O PROGRAMA TERMINA COM RETURN-CODE 4.
000180* Tectonics: cobc
000190*
000200* Modification History
000210* Date       Init Description
000220* 15/10/2026 GB   Criacao da devolucao de rejeitados as origens.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DEVOLVE-REJEITADOS.
000260 AUTHOR. GABRIELA BARBOSA.
000270 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-REJEICOES ASSIGN TO ARQREJ
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-REJEICOES.
000390
000400     SELECT ARQ-PARAMETROS ASSIGN TO ARQPDEV
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-PARAMETROS.
000430
000440     SELECT ARQ-DEVOLUCAO1 ASSIGN TO ARQDEV1
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-DEVOLUCAO1.
000470
000480     SELECT ARQ-DEVOLUCAO2 ASSIGN TO ARQDEV2
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-DEVOLUCAO2.
000510
000520     SELECT ARQ-DEVOLUCAO3 ASSIGN TO ARQDEV3
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-DEVOLUCAO3.
000550
000560     SELECT ARQ-DEVOLUCAO4 ASSIGN TO ARQDEV4
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-DEVOLUCAO4.
000590
000600     SELECT ARQ-DEVOLUCAO5 ASSIGN TO ARQDEV5
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-DEVOLUCAO5.
000630
000640     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-RELATORIO.
000670
000680     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-FS-JORNAL.
000710     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-CADEIA.
000740     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FS-LIBERACAO.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ARQ-REJEICOES
000810     RECORDING MODE IS F.
000820 COPY REJEREG.
000830
000840 FD  ARQ-PARAMETROS
000850     RECORDING MODE IS F.
000860 COPY PARMDEV.
000870
000880 FD  ARQ-DEVOLUCAO1
000890     RECORDING MODE IS F.
000900 01  DEV1-REG                    PIC X(130).
000910
000920 FD  ARQ-DEVOLUCAO2
000930     RECORDING MODE IS F.
000940 01  DEV2-REG                    PIC X(130).
000950
000960 FD  ARQ-DEVOLUCAO3
000970     RECORDING MODE IS F.
000980 01  DEV3-REG                    PIC X(130).
000990
001000 FD  ARQ-DEVOLUCAO4
001010     RECORDING MODE IS F.
001020 01  DEV4-REG                    PIC X(130).
001030
001040 FD  ARQ-DEVOLUCAO5
001050     RECORDING MODE IS F.
001060 01  DEV5-REG                    PIC X(130).
001070
001080 FD  ARQ-RELATORIO
001090     RECORDING MODE IS F.
001100 01  REL-LINHA                   PIC X(80).
001110
001120 FD  ARQ-JORNAL
001130     RECORDING MODE IS F.
001140 COPY JORNREG.
001150
001160 FD  ARQ-CADEIA
001170     RECORDING MODE IS F.
001180 COPY CADEREG.
001190
001200 FD  ARQ-LIBERACAO
001210     RECORDING MODE IS F.
001220 COPY LIBEREG.
001230
001240 WORKING-STORAGE SECTION.
001250******************************************************************
001260*    CHAVES E STATUS DE ARQUIVO
001270******************************************************************
001280 77  WS-FS-REJEICOES             PIC X(02) VALUE ZEROS.
001290     88  FS-REJEICOES-OK         VALUE "00".
001300     88  FS-REJEICOES-AUSENTE    VALUE "35".
001310 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
001320     88  FS-PARAMETROS-OK        VALUE "00".
001330 77  WS-FS-DEVOLUCAO1            PIC X(02) VALUE ZEROS.
001340 77  WS-FS-DEVOLUCAO2            PIC X(02) VALUE ZEROS.
001350 77  WS-FS-DEVOLUCAO3            PIC X(02) VALUE ZEROS.
001360 77  WS-FS-DEVOLUCAO4            PIC X(02) VALUE ZEROS.
001370 77  WS-FS-DEVOLUCAO5            PIC X(02) VALUE ZEROS.
001380 77  WS-FS-DEVOLUCAO             PIC X(02) VALUE ZEROS.
001390     88  FS-DEVOLUCAO-OK         VALUE "00".
001400 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
001410     88  FS-RELATORIO-OK         VALUE "00".
001420 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
001430     88  FS-JORNAL-OK            VALUE "00".
001440
001450******************************************************************
001460*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
001470*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
001480******************************************************************
001490 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
001500 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001510 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001520 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001530******************************************************************
001540*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001550*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001560*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001570*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001580*    RODOU, A = ABERTA, F = FINALIZADA).
001590******************************************************************
001600 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001610     88  FS-CADEIA-OK            VALUE "00".
001620     88  FS-CADEIA-AUSENTE       VALUE "35".
001630 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001640     88  FS-LIBERACAO-OK         VALUE "00".
001650 77  WS-CAD-PROGRAMA             PIC X(22)
001660                 VALUE "DEVOLVE-REJEITADOS".
001670 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001680     88  CAD-DEFINIDO            VALUE "S".
001690 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001700     88  CAD-FIM-ARQUIVO         VALUE "S".
001710 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001720     88  CAD-PODE-REPETIR        VALUE "S".
001730 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001740     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001750 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001760     88  CAD-PRED-DO-DIA         VALUE "S".
001770 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001780     88  CAD-LIBERADO            VALUE "S".
001790 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001800 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001810 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001820 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001830 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001840 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001850 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001860 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001870 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001880 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001890 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001900 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001910 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001920 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001930 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001940 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001950 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001960 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001970 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001980 01  WS-CAD-PREDECESSORES.
001990     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
002000         10  WS-CAD-PRED-NOME    PIC X(22).
002010         10  WS-CAD-PRED-SIT     PIC X(01).
002020         10  WS-CAD-PRED-INICIO  PIC 9(14).
002030         10  WS-CAD-PRED-RC      PIC 9(04).
002040 01  WS-CAD-MOMENTO.
002050     05  WS-CAD-MOM-DATA.
002060         10  WS-CAD-MOM-CCYY     PIC 9(04).
002070         10  WS-CAD-MOM-MM       PIC 9(02).
002080         10  WS-CAD-MOM-DD       PIC 9(02).
002090     05  WS-CAD-MOM-HORA         PIC 9(06).
002100 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
002110                                 PIC 9(14).
002120 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
002130     05  FILLER                  PIC X(08).
002140     05  WS-CAD-MOM-HHMM         PIC 9(04).
002150     05  FILLER                  PIC X(02).
002160 01  WS-CAD-DIAS-MES-TAB.
002170     05  FILLER                  PIC X(24)
002180                 VALUE "312831303130313130313031".
002190 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
002200     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
002210
002220******************************************************************
002230*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
002240******************************************************************
002250 77  WS-FIM-REJEICOES            PIC X(01) VALUE "N".
002260     88  FIM-DAS-REJEICOES       VALUE "S".
002270
002280******************************************************************
002290*    DATA DE PROCESSAMENTO A DEVOLVER (CARTAO OU DATA DO SISTEMA)
002300******************************************************************
002310 77  WS-DATA-REF                 PIC 9(08) VALUE ZEROS.
002320
002330******************************************************************
002340*    ARQUIVOS DE DEVOLUCAO: ORIGEM ATENDIDA POR CADA ARQUIVO
002350*    (BRANCO = ARQUIVO NAO GERADO) E CONTAGENS POR MOTIVO
002360*    (01 DOCUMENTO, 02 DATA/IDADE, 03 FORMATO, 04 DUPLICADO)
002370******************************************************************
002380 01  WS-TAB-DEVOLUCAO.
002390     05  WS-TAB-DEV-ENT          OCCURS 5 TIMES.
002400         10  WS-TAB-DEV-ORIGEM   PIC X(08).
002410         10  WS-TAB-DEV-QTDE     PIC 9(08) COMP.
002420         10  WS-TAB-DEV-MOTIVO   PIC 9(08) COMP OCCURS 4 TIMES.
002430
002440******************************************************************
002450*    ORIGENS SEM ARQUIVO DE DEVOLUCAO NO CARTAO: OS REGISTROS
002460*    REJEITADOS DESSAS ORIGENS NAO SAO DEVOLVIDOS E SAO
002470*    APONTADOS NO RELATORIO. ACIMA DE 10 ORIGENS DISTINTAS, AS
002480*    DEMAIS SO ENTRAM NO TOTAL.
002490******************************************************************
002500 01  WS-TAB-SEM-ARQUIVO.
002510     05  WS-TAB-SEM-ENT          OCCURS 10 TIMES.
002520         10  WS-TAB-SEM-ORIGEM   PIC X(08).
002530         10  WS-TAB-SEM-QTDE     PIC 9(08) COMP.
002540 77  WS-QTDE-SEM-ORIGENS         PIC 9(02) COMP VALUE ZERO.
002550
002560******************************************************************
002570*    INDICES E AREAS DE TRABALHO
002580******************************************************************
002590 77  WS-DEV-IDX                  PIC 9(02) COMP VALUE ZERO.
002600 77  WS-DEV-ACHADO               PIC 9(02) COMP VALUE ZERO.
002610 77  WS-MOT-IDX                  PIC 9(02) COMP VALUE ZERO.
002620 77  WS-SEM-IDX                  PIC 9(02) COMP VALUE ZERO.
002630 77  WS-DEV-LINHA                PIC X(130) VALUE SPACES.
002640
002650******************************************************************
002660*    HEADER E TRAILER DO ARQUIVO DE DEVOLUCAO, NA MESMA
002670*    CONVENCAO DOS EXTRATOS DE ENTRADA
002680******************************************************************
002690 01  WS-DEV-HEADER.
002700     05  WS-DEV-HDR-TIPO         PIC X(03) VALUE "HDR".
002710     05  WS-DEV-HDR-DATA         PIC 9(08) VALUE ZEROS.
002720     05  WS-DEV-HDR-ORIGEM       PIC X(08) VALUE SPACES.
002730     05  FILLER                  PIC X(111) VALUE SPACES.
002740 01  WS-DEV-TRAILER.
002750     05  WS-DEV-TRL-TIPO         PIC X(03) VALUE "TRL".
002760     05  WS-DEV-TRL-QTDE         PIC 9(08) VALUE ZEROS.
002770     05  FILLER                  PIC X(119) VALUE SPACES.
002780
002790******************************************************************
002800*    TOTAIS DO RELATORIO
002810******************************************************************
002820 77  WS-QTDE-LIDAS               PIC 9(08) COMP VALUE ZERO.
002830 77  WS-QTDE-SELECIONADAS        PIC 9(08) COMP VALUE ZERO.
002840 77  WS-QTDE-DEVOLVIDAS          PIC 9(08) COMP VALUE ZERO.
002850 77  WS-QTDE-SEM-ARQUIVO         PIC 9(08) COMP VALUE ZERO.
002860 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
002870
002880******************************************************************
002890*    LINHA DE DETALHE DO RELATORIO (UMA POR ARQUIVO DE DEVOLUCAO)
002900******************************************************************
002910 01  WS-REL-DETALHE.
002920     05  FILLER                  PIC X(02).
002930     05  WS-DET-ARQUIVO          PIC 9(01).
002940     05  FILLER                  PIC X(02).
002950     05  WS-DET-ORIGEM           PIC X(08).
002960     05  FILLER                  PIC X(02).
002970     05  WS-DET-DOCUMENTO        PIC 9(08).
002980     05  FILLER                  PIC X(02).
002990     05  WS-DET-DATA             PIC 9(08).
003000     05  FILLER                  PIC X(02).
003010     05  WS-DET-FORMATO          PIC 9(08).
003020     05  FILLER                  PIC X(02).
003030     05  WS-DET-DUPLICADO        PIC 9(08).
003040     05  FILLER                  PIC X(02).
003050     05  WS-DET-TOTAL            PIC 9(08).
003060     05  FILLER                  PIC X(17).
003070
003080 PROCEDURE DIVISION.
003090******************************************************************
003100*    0000-MAINLINE
003110*    CONTROLE PRINCIPAL DA DEVOLUCAO DE REJEITADOS.
003120******************************************************************
003130 0000-MAINLINE.
003140     PERFORM 9700-CONFERIR-CADEIA
003150         THRU 9700-CONFERIR-CADEIA-EXIT
003160     PERFORM 1000-INICIALIZAR
003170         THRU 1000-INICIALIZAR-EXIT
003180
003190     MOVE "I" TO WS-JRN-TIPO
003200     PERFORM 9800-GRAVAR-JORNAL
003210         THRU 9800-GRAVAR-JORNAL-EXIT
003220
003230     PERFORM 2000-PROCESSAR-REJEICOES
003240         THRU 2000-PROCESSAR-REJEICOES-EXIT
003250         UNTIL FIM-DAS-REJEICOES
003260
003270     PERFORM 8000-GRAVAR-TOTAIS
003280         THRU 8000-GRAVAR-TOTAIS-EXIT
003290
003300     PERFORM 9000-FINALIZAR
003310         THRU 9000-FINALIZAR-EXIT
003320
003330     MOVE "F" TO WS-JRN-TIPO
003340     PERFORM 9800-GRAVAR-JORNAL
003350         THRU 9800-GRAVAR-JORNAL-EXIT
003360
003370     STOP RUN.
003380
003390******************************************************************
003400*    1000-INICIALIZAR
003410*    APURA A DATA A DEVOLVER E AS ORIGENS DOS ARQUIVOS, ABRE O
003420*    ARQUIVO DE REJEICOES, O RELATORIO E OS ARQUIVOS DE
003430*    DEVOLUCAO DAS ORIGENS INFORMADAS, GRAVANDO O HEADER DE CADA
003440*    UM. ARQUIVO DE REJEICOES AUSENTE E TRATADO COMO VAZIO: AS
003450*    ORIGENS RECEBEM O ARQUIVO SO COM HEADER E TRAILER.
003460******************************************************************
003470 1000-INICIALIZAR.
003480     ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
003490     MOVE SPACES TO WS-TAB-DEVOLUCAO
003500     MOVE SPACES TO WS-TAB-SEM-ARQUIVO
003510     PERFORM 1050-ZERAR-CONTAGENS
003520         THRU 1050-ZERAR-CONTAGENS-EXIT
003530         VARYING WS-DEV-IDX FROM 1 BY 1
003540         UNTIL WS-DEV-IDX > 5
003550     PERFORM 1060-ZERAR-SEM-ARQUIVO
003560         THRU 1060-ZERAR-SEM-ARQUIVO-EXIT
003570         VARYING WS-SEM-IDX FROM 1 BY 1
003580         UNTIL WS-SEM-IDX > 10
003590
003600     PERFORM 1100-CARREGAR-PARAMETROS
003610         THRU 1100-CARREGAR-PARAMETROS-EXIT
003620
003630     OPEN INPUT ARQ-REJEICOES
003640     IF FS-REJEICOES-AUSENTE
003650         MOVE "S" TO WS-FIM-REJEICOES
003660     ELSE
003670         IF NOT FS-REJEICOES-OK
003680             DISPLAY "ERRO AO ABRIR ARQ-REJEICOES. FILE STATUS: "
003690                 WS-FS-REJEICOES
003700             MOVE 16 TO RETURN-CODE
003710             STOP RUN
003720         END-IF
003730     END-IF
003740
003750     OPEN OUTPUT ARQ-RELATORIO
003760     IF NOT FS-RELATORIO-OK
003770         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
003780             WS-FS-RELATORIO
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820
003830     PERFORM 1200-ABRIR-DEVOLUCAO
003840         THRU 1200-ABRIR-DEVOLUCAO-EXIT
003850         VARYING WS-DEV-IDX FROM 1 BY 1
003860         UNTIL WS-DEV-IDX > 5
003870
003880     PERFORM 1300-GRAVAR-CABECALHO
003890         THRU 1300-GRAVAR-CABECALHO-EXIT
003900
003910     IF NOT FIM-DAS-REJEICOES
003920         PERFORM 2100-LER-REJEICAO
003930             THRU 2100-LER-REJEICAO-EXIT
003940     END-IF
003950     .
003960 1000-INICIALIZAR-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    1050-ZERAR-CONTAGENS
004010*    ZERA AS CONTAGENS DO ARQUIVO DE DEVOLUCAO WS-DEV-IDX (A
004020*    TABELA FOI LIMPA COM ESPACOS, QUE NAO SAO UM VALOR VALIDO
004030*    NOS CONTADORES).
004040******************************************************************
004050 1050-ZERAR-CONTAGENS.
004060     MOVE ZERO TO WS-TAB-DEV-QTDE (WS-DEV-IDX)
004070     MOVE ZERO TO WS-TAB-DEV-MOTIVO (WS-DEV-IDX 1)
004080     MOVE ZERO TO WS-TAB-DEV-MOTIVO (WS-DEV-IDX 2)
004090     MOVE ZERO TO WS-TAB-DEV-MOTIVO (WS-DEV-IDX 3)
004100     MOVE ZERO TO WS-TAB-DEV-MOTIVO (WS-DEV-IDX 4)
004110     .
004120 1050-ZERAR-CONTAGENS-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*    1060-ZERAR-SEM-ARQUIVO
004170*    ZERA A CONTAGEM DA POSICAO WS-SEM-IDX DA TABELA DE ORIGENS
004180*    SEM ARQUIVO DE DEVOLUCAO.
004190******************************************************************
004200 1060-ZERAR-SEM-ARQUIVO.
004210     MOVE ZERO TO WS-TAB-SEM-QTDE (WS-SEM-IDX)
004220     .
004230 1060-ZERAR-SEM-ARQUIVO-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    1100-CARREGAR-PARAMETROS
004280*    LE O CARTAO DE PARAMETROS. CARTAO AUSENTE OU DATA EM BRANCO
004290*    MANTEM A DATA DO SISTEMA; SEM CARTAO NENHUMA ORIGEM TEM
004300*    ARQUIVO DE DEVOLUCAO E TODOS OS REJEITADOS SAO APONTADOS.
004310******************************************************************
004320 1100-CARREGAR-PARAMETROS.
004330     OPEN INPUT ARQ-PARAMETROS
004340     IF NOT FS-PARAMETROS-OK
004350         DISPLAY "CARTAO DE DEVOLUCAO AUSENTE. NENHUMA ORIGEM "
004360             "RECEBE ARQUIVO."
004370         GO TO 1100-CARREGAR-PARAMETROS-EXIT
004380     END-IF
004390
004400     READ ARQ-PARAMETROS
004410     IF FS-PARAMETROS-OK
004420         IF PDV-DATA-REF NUMERIC
004430         AND PDV-DATA-REF > ZERO
004440             MOVE PDV-DATA-REF TO WS-DATA-REF
004450         END-IF
004460         MOVE PDV-ORIGEM (1) TO WS-TAB-DEV-ORIGEM (1)
004470         MOVE PDV-ORIGEM (2) TO WS-TAB-DEV-ORIGEM (2)
004480         MOVE PDV-ORIGEM (3) TO WS-TAB-DEV-ORIGEM (3)
004490         MOVE PDV-ORIGEM (4) TO WS-TAB-DEV-ORIGEM (4)
004500         MOVE PDV-ORIGEM (5) TO WS-TAB-DEV-ORIGEM (5)
004510     END-IF
004520
004530     CLOSE ARQ-PARAMETROS
004540     .
004550 1100-CARREGAR-PARAMETROS-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    1200-ABRIR-DEVOLUCAO
004600*    ABRE O ARQUIVO DE DEVOLUCAO WS-DEV-IDX, QUANDO HA ORIGEM
004610*    INFORMADA PARA ELE, E GRAVA O HEADER COM A DATA DE
004620*    PROCESSAMENTO E A ORIGEM. O ARQUIVO E RECRIADO A CADA
004630*    EXECUCAO: A REEXECUCAO PARA A MESMA DATA GERA O MESMO
004640*    CONTEUDO.
004650******************************************************************
004660 1200-ABRIR-DEVOLUCAO.
004670     IF WS-TAB-DEV-ORIGEM (WS-DEV-IDX) = SPACES
004680         GO TO 1200-ABRIR-DEVOLUCAO-EXIT
004690     END-IF
004700
004710     EVALUATE WS-DEV-IDX
004720         WHEN 1
004730             OPEN OUTPUT ARQ-DEVOLUCAO1
004740             MOVE WS-FS-DEVOLUCAO1 TO WS-FS-DEVOLUCAO
004750         WHEN 2
004760             OPEN OUTPUT ARQ-DEVOLUCAO2
004770             MOVE WS-FS-DEVOLUCAO2 TO WS-FS-DEVOLUCAO
004780         WHEN 3
004790             OPEN OUTPUT ARQ-DEVOLUCAO3
004800             MOVE WS-FS-DEVOLUCAO3 TO WS-FS-DEVOLUCAO
004810         WHEN 4
004820             OPEN OUTPUT ARQ-DEVOLUCAO4
004830             MOVE WS-FS-DEVOLUCAO4 TO WS-FS-DEVOLUCAO
004840         WHEN 5
004850             OPEN OUTPUT ARQ-DEVOLUCAO5
004860             MOVE WS-FS-DEVOLUCAO5 TO WS-FS-DEVOLUCAO
004870     END-EVALUATE
004880     IF NOT FS-DEVOLUCAO-OK
004890         DISPLAY "ERRO AO ABRIR ARQ-DEVOLUCAO" WS-DEV-IDX
004900             ". FILE STATUS: " WS-FS-DEVOLUCAO
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF
004940
004950     MOVE WS-DATA-REF                   TO WS-DEV-HDR-DATA
004960     MOVE WS-TAB-DEV-ORIGEM (WS-DEV-IDX) TO WS-DEV-HDR-ORIGEM
004970     MOVE WS-DEV-HEADER                 TO WS-DEV-LINHA
004980     PERFORM 2300-GRAVAR-DEVOLUCAO
004990         THRU 2300-GRAVAR-DEVOLUCAO-EXIT
005000     .
005010 1200-ABRIR-DEVOLUCAO-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050*    1300-GRAVAR-CABECALHO
005060*    GRAVA O TITULO DO RELATORIO COM A DATA DE PROCESSAMENTO.
005070******************************************************************
005080 1300-GRAVAR-CABECALHO.
005090     MOVE SPACES TO REL-LINHA
005100     STRING "DEVOLUCAO DE REJEITADOS AS ORIGENS - PROCESSAMENTO "
005110                               DELIMITED BY SIZE
005120            "DE "              DELIMITED BY SIZE
005130            WS-DATA-REF        DELIMITED BY SIZE
005140       INTO REL-LINHA
005150     END-STRING
005160     WRITE REL-LINHA
005170
005180     MOVE SPACES TO REL-LINHA
005190     STRING "ARQ  ORIGEM   DOCUMENTO  DT/IDADE   FORMATO "
005200                                            DELIMITED BY SIZE
005210            "DUPLICADO     TOTAL"           DELIMITED BY SIZE
005220       INTO REL-LINHA
005230     END-STRING
005240     WRITE REL-LINHA
005250     .
005260 1300-GRAVAR-CABECALHO-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*    2000-PROCESSAR-REJEICOES
005310*    SELECIONA OS REJEITADOS DA DATA DE PROCESSAMENTO E ENVIA
005320*    CADA UM AO ARQUIVO DE DEVOLUCAO DA SUA ORIGEM. SEM ARQUIVO
005330*    PARA A ORIGEM, O REGISTRO E CONTADO PARA O APONTAMENTO.
005340******************************************************************
005350 2000-PROCESSAR-REJEICOES.
005360     IF REJ-DATA-PROCESSO NOT = WS-DATA-REF
005370         GO TO 2000-LER-PROXIMO
005380     END-IF
005390
005400     ADD 1 TO WS-QTDE-SELECIONADAS
005410
005420     MOVE ZERO TO WS-DEV-ACHADO
005430     PERFORM 2200-LOCALIZAR-ORIGEM
005440         THRU 2200-LOCALIZAR-ORIGEM-EXIT
005450         VARYING WS-DEV-IDX FROM 1 BY 1
005460         UNTIL WS-DEV-IDX > 5
005470         OR WS-DEV-ACHADO > ZERO
005480
005490     IF WS-DEV-ACHADO = ZERO
005500         PERFORM 2400-REGISTRAR-SEM-ARQUIVO
005510             THRU 2400-REGISTRAR-SEM-ARQUIVO-EXIT
005520         GO TO 2000-LER-PROXIMO
005530     END-IF
005540
005550     MOVE WS-DEV-ACHADO TO WS-DEV-IDX
005560     MOVE REJEICAO-REG  TO WS-DEV-LINHA
005570     PERFORM 2300-GRAVAR-DEVOLUCAO
005580         THRU 2300-GRAVAR-DEVOLUCAO-EXIT
005590
005600     ADD 1 TO WS-QTDE-DEVOLVIDAS
005610     ADD 1 TO WS-TAB-DEV-QTDE (WS-DEV-IDX)
005620     EVALUATE TRUE
005630         WHEN REJ-MOTIVO-DOCUMENTO
005640             MOVE 1 TO WS-MOT-IDX
005650         WHEN REJ-MOTIVO-DATA
005660             MOVE 2 TO WS-MOT-IDX
005670         WHEN REJ-MOTIVO-FORMATO
005680             MOVE 3 TO WS-MOT-IDX
005690         WHEN OTHER
005700             MOVE 4 TO WS-MOT-IDX
005710     END-EVALUATE
005720     ADD 1 TO WS-TAB-DEV-MOTIVO (WS-DEV-IDX WS-MOT-IDX)
005730     .
005740 2000-LER-PROXIMO.
005750     PERFORM 2100-LER-REJEICAO
005760         THRU 2100-LER-REJEICAO-EXIT
005770     .
005780 2000-PROCESSAR-REJEICOES-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*    2100-LER-REJEICAO
005830*    LE O PROXIMO REGISTRO DO ARQUIVO DE REJEICOES.
005840******************************************************************
005850 2100-LER-REJEICAO.
005860     READ ARQ-REJEICOES
005870         AT END
005880             MOVE "S" TO WS-FIM-REJEICOES
005890         NOT AT END
005900             ADD 1 TO WS-QTDE-LIDAS
005910     END-READ
005920     .
005930 2100-LER-REJEICAO-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    2200-LOCALIZAR-ORIGEM
005980*    CONFERE SE O ARQUIVO WS-DEV-IDX ATENDE A ORIGEM DO REJEITADO.
005990******************************************************************
006000 2200-LOCALIZAR-ORIGEM.
006010     IF WS-TAB-DEV-ORIGEM (WS-DEV-IDX) NOT = SPACES
006020     AND WS-TAB-DEV-ORIGEM (WS-DEV-IDX) = REJ-SIST-ORIGEM
006030         MOVE WS-DEV-IDX TO WS-DEV-ACHADO
006040     END-IF
006050     .
006060 2200-LOCALIZAR-ORIGEM-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100*    2300-GRAVAR-DEVOLUCAO
006110*    GRAVA WS-DEV-LINHA NO ARQUIVO DE DEVOLUCAO WS-DEV-IDX. FALHA
006120*    DE GRAVACAO DERRUBA O PROGRAMA: A ORIGEM RECEBERIA O ARQUIVO
006130*    INCOMPLETO.
006140******************************************************************
006150 2300-GRAVAR-DEVOLUCAO.
006160     EVALUATE WS-DEV-IDX
006170         WHEN 1
006180             WRITE DEV1-REG FROM WS-DEV-LINHA
006190             MOVE WS-FS-DEVOLUCAO1 TO WS-FS-DEVOLUCAO
006200         WHEN 2
006210             WRITE DEV2-REG FROM WS-DEV-LINHA
006220             MOVE WS-FS-DEVOLUCAO2 TO WS-FS-DEVOLUCAO
006230         WHEN 3
006240             WRITE DEV3-REG FROM WS-DEV-LINHA
006250             MOVE WS-FS-DEVOLUCAO3 TO WS-FS-DEVOLUCAO
006260         WHEN 4
006270             WRITE DEV4-REG FROM WS-DEV-LINHA
006280             MOVE WS-FS-DEVOLUCAO4 TO WS-FS-DEVOLUCAO
006290         WHEN 5
006300             WRITE DEV5-REG FROM WS-DEV-LINHA
006310             MOVE WS-FS-DEVOLUCAO5 TO WS-FS-DEVOLUCAO
006320     END-EVALUATE
006330     IF NOT FS-DEVOLUCAO-OK
006340         DISPLAY "ERRO AO GRAVAR ARQ-DEVOLUCAO" WS-DEV-IDX
006350             ". FILE STATUS: " WS-FS-DEVOLUCAO
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF
006390     .
006400 2300-GRAVAR-DEVOLUCAO-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    2400-REGISTRAR-SEM-ARQUIVO
006450*    CONTA O REJEITADO DE ORIGEM SEM ARQUIVO DE DEVOLUCAO, NA
006460*    TABELA DE ORIGENS A APONTAR NO RELATORIO.
006470******************************************************************
006480 2400-REGISTRAR-SEM-ARQUIVO.
006490     ADD 1 TO WS-QTDE-SEM-ARQUIVO
006500
006510     MOVE ZERO TO WS-DEV-ACHADO
006520     PERFORM 2410-LOCALIZAR-SEM-ARQUIVO
006530         THRU 2410-LOCALIZAR-SEM-ARQUIVO-EXIT
006540         VARYING WS-SEM-IDX FROM 1 BY 1
006550         UNTIL WS-SEM-IDX > WS-QTDE-SEM-ORIGENS
006560         OR WS-DEV-ACHADO > ZERO
006570
006580     IF WS-DEV-ACHADO = ZERO
006590         IF WS-QTDE-SEM-ORIGENS < 10
006600             ADD 1 TO WS-QTDE-SEM-ORIGENS
006610             MOVE WS-QTDE-SEM-ORIGENS TO WS-DEV-ACHADO
006620             MOVE REJ-SIST-ORIGEM
006630                 TO WS-TAB-SEM-ORIGEM (WS-DEV-ACHADO)
006640         ELSE
006650             GO TO 2400-REGISTRAR-SEM-ARQUIVO-EXIT
006660         END-IF
006670     END-IF
006680
006690     ADD 1 TO WS-TAB-SEM-QTDE (WS-DEV-ACHADO)
006700     .
006710 2400-REGISTRAR-SEM-ARQUIVO-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    2410-LOCALIZAR-SEM-ARQUIVO
006760*    CONFERE SE A POSICAO WS-SEM-IDX DA TABELA E A DA ORIGEM DO
006770*    REJEITADO.
006780******************************************************************
006790 2410-LOCALIZAR-SEM-ARQUIVO.
006800     IF WS-TAB-SEM-ORIGEM (WS-SEM-IDX) = REJ-SIST-ORIGEM
006810         MOVE WS-SEM-IDX TO WS-DEV-ACHADO
006820     END-IF
006830     .
006840 2410-LOCALIZAR-SEM-ARQUIVO-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880*    8000-GRAVAR-TOTAIS
006890*    GRAVA UMA LINHA POR ARQUIVO DE DEVOLUCAO GERADO, AS ORIGENS
006900*    SEM ARQUIVO E OS TOTAIS. REJEITADO SEM ARQUIVO DE DEVOLUCAO
006910*    TERMINA O PROGRAMA COM RETURN-CODE 4 PARA A OPERACAO
006920*    INCLUIR A ORIGEM NO CARTAO.
006930******************************************************************
006940 8000-GRAVAR-TOTAIS.
006950     PERFORM 8100-GRAVAR-LINHA-ARQUIVO
006960         THRU 8100-GRAVAR-LINHA-ARQUIVO-EXIT
006970         VARYING WS-DEV-IDX FROM 1 BY 1
006980         UNTIL WS-DEV-IDX > 5
006990
007000     IF WS-QTDE-SEM-ARQUIVO > ZERO
007010         MOVE SPACES TO REL-LINHA
007020         WRITE REL-LINHA
007030         MOVE "ORIGENS SEM ARQUIVO DE DEVOLUCAO NO CARTAO:"
007040             TO REL-LINHA
007050         WRITE REL-LINHA
007060         PERFORM 8200-GRAVAR-LINHA-SEM-ARQUIVO
007070             THRU 8200-GRAVAR-LINHA-SEM-ARQUIVO-EXIT
007080             VARYING WS-SEM-IDX FROM 1 BY 1
007090             UNTIL WS-SEM-IDX > WS-QTDE-SEM-ORIGENS
007100         MOVE 4 TO RETURN-CODE
007110     END-IF
007120
007130     MOVE SPACES TO REL-LINHA
007140     MOVE "-------------------------------" TO REL-LINHA
007150     WRITE REL-LINHA
007160
007170     MOVE WS-QTDE-LIDAS TO WS-QTDE-ED
007180     MOVE SPACES TO REL-LINHA
007190     STRING "TOTAL DE REJEICOES LIDAS.......: "
007200                                            DELIMITED BY SIZE
007210            WS-QTDE-ED                      DELIMITED BY SIZE
007220       INTO REL-LINHA
007230     END-STRING
007240     WRITE REL-LINHA
007250
007260     MOVE WS-QTDE-SELECIONADAS TO WS-QTDE-ED
007270     MOVE SPACES TO REL-LINHA
007280     STRING "REJEITADOS NA DATA.............: "
007290                                            DELIMITED BY SIZE
007300            WS-QTDE-ED                      DELIMITED BY SIZE
007310       INTO REL-LINHA
007320     END-STRING
007330     WRITE REL-LINHA
007340
007350     MOVE WS-QTDE-DEVOLVIDAS TO WS-QTDE-ED
007360     MOVE SPACES TO REL-LINHA
007370     STRING "  DEVOLVIDOS AS ORIGENS........: "
007380                                            DELIMITED BY SIZE
007390            WS-QTDE-ED                      DELIMITED BY SIZE
007400       INTO REL-LINHA
007410     END-STRING
007420     WRITE REL-LINHA
007430
007440     MOVE WS-QTDE-SEM-ARQUIVO TO WS-QTDE-ED
007450     MOVE SPACES TO REL-LINHA
007460     STRING "  SEM ARQUIVO DE DEVOLUCAO.....: "
007470                                            DELIMITED BY SIZE
007480            WS-QTDE-ED                      DELIMITED BY SIZE
007490       INTO REL-LINHA
007500     END-STRING
007510     WRITE REL-LINHA
007520     .
007530 8000-GRAVAR-TOTAIS-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570*    8100-GRAVAR-LINHA-ARQUIVO
007580*    FECHA O ARQUIVO DE DEVOLUCAO WS-DEV-IDX COM O TRAILER E
007590*    GRAVA A LINHA DELE NO RELATORIO.
007600******************************************************************
007610 8100-GRAVAR-LINHA-ARQUIVO.
007620     IF WS-TAB-DEV-ORIGEM (WS-DEV-IDX) = SPACES
007630         GO TO 8100-GRAVAR-LINHA-ARQUIVO-EXIT
007640     END-IF
007650
007660     MOVE WS-TAB-DEV-QTDE (WS-DEV-IDX) TO WS-DEV-TRL-QTDE
007670     MOVE WS-DEV-TRAILER               TO WS-DEV-LINHA
007680     PERFORM 2300-GRAVAR-DEVOLUCAO
007690         THRU 2300-GRAVAR-DEVOLUCAO-EXIT
007700
007710     MOVE SPACES                          TO WS-REL-DETALHE
007720     MOVE WS-DEV-IDX                      TO WS-DET-ARQUIVO
007730     MOVE WS-TAB-DEV-ORIGEM (WS-DEV-IDX)  TO WS-DET-ORIGEM
007740     MOVE WS-TAB-DEV-MOTIVO (WS-DEV-IDX 1) TO WS-DET-DOCUMENTO
007750     MOVE WS-TAB-DEV-MOTIVO (WS-DEV-IDX 2) TO WS-DET-DATA
007760     MOVE WS-TAB-DEV-MOTIVO (WS-DEV-IDX 3) TO WS-DET-FORMATO
007770     MOVE WS-TAB-DEV-MOTIVO (WS-DEV-IDX 4) TO WS-DET-DUPLICADO
007780     MOVE WS-TAB-DEV-QTDE (WS-DEV-IDX)    TO WS-DET-TOTAL
007790     WRITE REL-LINHA FROM WS-REL-DETALHE
007800     .
007810 8100-GRAVAR-LINHA-ARQUIVO-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850*    8200-GRAVAR-LINHA-SEM-ARQUIVO
007860*    GRAVA NO RELATORIO A ORIGEM SEM ARQUIVO DE DEVOLUCAO E A
007870*    QUANTIDADE DE REJEITADOS NAO DEVOLVIDOS.
007880******************************************************************
007890 8200-GRAVAR-LINHA-SEM-ARQUIVO.
007900     MOVE WS-TAB-SEM-QTDE (WS-SEM-IDX) TO WS-QTDE-ED
007910     MOVE SPACES TO REL-LINHA
007920     STRING "  ORIGEM "                     DELIMITED BY SIZE
007930            WS-TAB-SEM-ORIGEM (WS-SEM-IDX)  DELIMITED BY SIZE
007940            " REJEITADOS NAO DEVOLVIDOS: "  DELIMITED BY SIZE
007950            WS-QTDE-ED                      DELIMITED BY SIZE
007960       INTO REL-LINHA
007970     END-STRING
007980     WRITE REL-LINHA
007990     .
008000 8200-GRAVAR-LINHA-SEM-ARQUIVO-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040*    9000-FINALIZAR
008050*    FECHA OS ARQUIVOS.
008060******************************************************************
008070 9000-FINALIZAR.
008080     IF WS-FS-REJEICOES NOT = "35"
008090         CLOSE ARQ-REJEICOES
008100     END-IF
008110     IF WS-TAB-DEV-ORIGEM (1) NOT = SPACES
008120         CLOSE ARQ-DEVOLUCAO1
008130     END-IF
008140     IF WS-TAB-DEV-ORIGEM (2) NOT = SPACES
008150         CLOSE ARQ-DEVOLUCAO2
008160     END-IF
008170     IF WS-TAB-DEV-ORIGEM (3) NOT = SPACES
008180         CLOSE ARQ-DEVOLUCAO3
008190     END-IF
008200     IF WS-TAB-DEV-ORIGEM (4) NOT = SPACES
008210         CLOSE ARQ-DEVOLUCAO4
008220     END-IF
008230     IF WS-TAB-DEV-ORIGEM (5) NOT = SPACES
008240         CLOSE ARQ-DEVOLUCAO5
008250     END-IF
008260     CLOSE ARQ-RELATORIO
008270     .
008280 9000-FINALIZAR-EXIT.
008290     EXIT.
008300******************************************************************
008310*    9700-CONFERIR-CADEIA
008320*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
008330*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
008340*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
008350*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
008360*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
008370*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
008380*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
008390*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
008400*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
008410*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
008420*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
008430*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
008440*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
008450*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
008460******************************************************************
008470 9700-CONFERIR-CADEIA.
008480     PERFORM 9710-LER-DEFINICAO
008490         THRU 9710-LER-DEFINICAO-EXIT
008500
008510     IF NOT CAD-DEFINIDO
008520         GO TO 9700-CONFERIR-CADEIA-EXIT
008530     END-IF
008540
008550     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
008560     ACCEPT WS-CAD-HORA-SIS FROM TIME
008570     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
008580     PERFORM 9760-CALCULAR-DATA-NEGOCIO
008590         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
008600     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
008610
008620     PERFORM 9720-APURAR-JORNAL
008630         THRU 9720-APURAR-JORNAL-EXIT
008640
008650     MOVE SPACES TO WS-CAD-MOTIVO
008660     IF CAD-EXECUCAO-REPETIDA
008670     AND NOT CAD-PODE-REPETIR
008680         STRING "REPETICAO NA DATA DE NEGOCIO "
008690                WS-CAD-DATA-NEGOCIO
008700                    DELIMITED BY SIZE
008710           INTO WS-CAD-MOTIVO
008720         END-STRING
008730     ELSE
008740         PERFORM 9740-CONFERIR-PREDECESSOR
008750             THRU 9740-CONFERIR-PREDECESSOR-EXIT
008760             VARYING WS-CAD-IDX FROM 1 BY 1
008770             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
008780             OR WS-CAD-MOTIVO NOT = SPACES
008790     END-IF
008800
008810     IF WS-CAD-MOTIVO = SPACES
008820         GO TO 9700-CONFERIR-CADEIA-EXIT
008830     END-IF
008840
008850     PERFORM 9750-LER-LIBERACAO
008860         THRU 9750-LER-LIBERACAO-EXIT
008870
008880     IF CAD-LIBERADO
008890         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
008900             WS-CAD-OPERADOR
008910         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
008920         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
008930         MOVE "L" TO WS-CAD-TIPO-JRN
008940         PERFORM 9790-GRAVAR-JORNAL-CADEIA
008950             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
008960         GO TO 9700-CONFERIR-CADEIA-EXIT
008970     END-IF
008980
008990     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
009000     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
009010     MOVE 12 TO RETURN-CODE
009020     MOVE "R" TO WS-CAD-TIPO-JRN
009030     PERFORM 9790-GRAVAR-JORNAL-CADEIA
009040         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
009050     STOP RUN
009060     .
009070 9700-CONFERIR-CADEIA-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110*    9710-LER-DEFINICAO
009120*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
009130*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
009140*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
009150******************************************************************
009160 9710-LER-DEFINICAO.
009170     MOVE "N" TO WS-CAD-DEFINIDO
009180     OPEN INPUT ARQ-CADEIA
009190     IF NOT FS-CADEIA-OK
009200         IF NOT FS-CADEIA-AUSENTE
009210             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
009220                 "STATUS: " WS-FS-CADEIA
009230         END-IF
009240         GO TO 9710-LER-DEFINICAO-EXIT
009250     END-IF
009260
009270     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009280     PERFORM 9715-LER-PROGRAMA
009290         THRU 9715-LER-PROGRAMA-EXIT
009300         UNTIL CAD-FIM-ARQUIVO
009310         OR CAD-DEFINIDO
009320
009330     CLOSE ARQ-CADEIA
009340     .
009350 9710-LER-DEFINICAO-EXIT.
009360     EXIT.
009370
009380 9715-LER-PROGRAMA.
009390     READ ARQ-CADEIA
009400         AT END
009410             MOVE "S" TO WS-CAD-FIM-ARQUIVO
009420             GO TO 9715-LER-PROGRAMA-EXIT
009430     END-READ
009440
009450     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
009460         GO TO 9715-LER-PROGRAMA-EXIT
009470     END-IF
009480
009490     MOVE "S" TO WS-CAD-DEFINIDO
009500     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
009510     MOVE ZEROS TO WS-CAD-HORA-VIRADA
009520     IF CAD-HORA-VIRADA NUMERIC
009530         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
009540     END-IF
009550     MOVE ZERO TO WS-CAD-QTDE-PRED
009560     PERFORM 9718-GUARDAR-PREDECESSOR
009570         THRU 9718-GUARDAR-PREDECESSOR-EXIT
009580         VARYING WS-CAD-IDX FROM 1 BY 1
009590         UNTIL WS-CAD-IDX > 5
009600     .
009610 9715-LER-PROGRAMA-EXIT.
009620     EXIT.
009630
009640 9718-GUARDAR-PREDECESSOR.
009650     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
009660         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
009670     END-IF
009680
009690     ADD 1 TO WS-CAD-QTDE-PRED
009700     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
009710                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
009720     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
009730     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
009740     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
009750     .
009760 9718-GUARDAR-PREDECESSOR-EXIT.
009770     EXIT.
009780
009790******************************************************************
009800*    9720-APURAR-JORNAL
009810*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
009820*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
009830*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
009840*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
009850*    SO CONTAM OS REGISTROS DE INICIO E FIM.
009860******************************************************************
009870 9720-APURAR-JORNAL.
009880     OPEN INPUT ARQ-JORNAL
009890     IF NOT FS-JORNAL-OK
009900         GO TO 9720-APURAR-JORNAL-EXIT
009910     END-IF
009920
009930     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009940     PERFORM 9725-LER-JORNAL-CADEIA
009950         THRU 9725-LER-JORNAL-CADEIA-EXIT
009960         UNTIL CAD-FIM-ARQUIVO
009970
009980     CLOSE ARQ-JORNAL
009990     .
010000 9720-APURAR-JORNAL-EXIT.
010010     EXIT.
010020
010030 9725-LER-JORNAL-CADEIA.
010040     READ ARQ-JORNAL
010050         AT END
010060             MOVE "S" TO WS-CAD-FIM-ARQUIVO
010070             GO TO 9725-LER-JORNAL-CADEIA-EXIT
010080     END-READ
010090
010100     IF NOT JRN-INICIO
010110     AND NOT JRN-FIM
010120         GO TO 9725-LER-JORNAL-CADEIA-EXIT
010130     END-IF
010140
010150     MOVE JRN-DATA TO WS-CAD-MOM-DATA
010160     MOVE JRN-HORA TO WS-CAD-MOM-HORA
010170
010180     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
010190         PERFORM 9730-APURAR-PROPRIO
010200             THRU 9730-APURAR-PROPRIO-EXIT
010210         GO TO 9725-LER-JORNAL-CADEIA-EXIT
010220     END-IF
010230
010240     MOVE ZERO TO WS-CAD-ACHADO
010250     PERFORM 9735-PROCURAR-PREDECESSOR
010260         THRU 9735-PROCURAR-PREDECESSOR-EXIT
010270         VARYING WS-CAD-IDX FROM 1 BY 1
010280         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
010290         OR WS-CAD-ACHADO > ZERO
010300     IF WS-CAD-ACHADO = ZERO
010310         GO TO 9725-LER-JORNAL-CADEIA-EXIT
010320     END-IF
010330
010340     IF JRN-INICIO
010350         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
010360         MOVE WS-CAD-MOMENTO-N
010370                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
010380         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
010390     ELSE
010400         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
010410             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
010420             MOVE JRN-RETURN-CODE
010430                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
010440         END-IF
010450     END-IF
010460     .
010470 9725-LER-JORNAL-CADEIA-EXIT.
010480     EXIT.
010490
010500 9730-APURAR-PROPRIO.
010510     IF JRN-INICIO
010520         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
010530         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
010540         GO TO 9730-APURAR-PROPRIO-EXIT
010550     END-IF
010560
010570     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
010580         GO TO 9730-APURAR-PROPRIO-EXIT
010590     END-IF
010600
010610     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
010620     IF JRN-RETURN-CODE = ZERO
010630         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
010640     END-IF
010650
010660     IF JRN-RETURN-CODE < 16
010670         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
010680         PERFORM 9760-CALCULAR-DATA-NEGOCIO
010690             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
010700         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
010710             MOVE "S" TO WS-CAD-REPETICAO
010720         END-IF
010730     END-IF
010740     .
010750 9730-APURAR-PROPRIO-EXIT.
010760     EXIT.
010770
010780 9735-PROCURAR-PREDECESSOR.
010790     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
010800         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
010810     END-IF
010820     .
010830 9735-PROCURAR-PREDECESSOR-EXIT.
010840     EXIT.
010850
010860******************************************************************
010870*    9740-CONFERIR-PREDECESSOR
010880*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
010890*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
010900*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
010910*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
010920*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
010930*    DE NOVO.
010940******************************************************************
010950 9740-CONFERIR-PREDECESSOR.
010960     MOVE "N" TO WS-CAD-PRED-DO-DIA
010970     IF CAD-PODE-REPETIR
010980     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
010990         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
011000         PERFORM 9760-CALCULAR-DATA-NEGOCIO
011010             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
011020         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
011030             MOVE "S" TO WS-CAD-PRED-DO-DIA
011040         END-IF
011050     END-IF
011060
011070     EVALUATE TRUE
011080         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
011090         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
011100                  NOT > WS-CAD-ULTIMO-OK
011110         AND NOT CAD-PRED-DO-DIA
011120             STRING "PREDECESSOR NAO EXECUTADO: "
011130                    WS-CAD-PRED-NOME (WS-CAD-IDX)
011140                        DELIMITED BY SIZE
011150               INTO WS-CAD-MOTIVO
011160             END-STRING
011170         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
011180             STRING "PREDECESSOR NAO FINALIZADO: "
011190                    WS-CAD-PRED-NOME (WS-CAD-IDX)
011200                        DELIMITED BY SIZE
011210               INTO WS-CAD-MOTIVO
011220             END-STRING
011230         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
011240             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
011250             STRING "PREDECESSOR COM RC "
011260                    WS-CAD-RC-ED
011270                    ": "
011280                    WS-CAD-PRED-NOME (WS-CAD-IDX)
011290                        DELIMITED BY SIZE
011300               INTO WS-CAD-MOTIVO
011310             END-STRING
011320     END-EVALUATE
011330     .
011340 9740-CONFERIR-PREDECESSOR-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380*    9750-LER-LIBERACAO
011390*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
011400*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
011410*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
011420******************************************************************
011430 9750-LER-LIBERACAO.
011440     MOVE "N" TO WS-CAD-LIBERADO
011450     OPEN INPUT ARQ-LIBERACAO
011460     IF NOT FS-LIBERACAO-OK
011470         GO TO 9750-LER-LIBERACAO-EXIT
011480     END-IF
011490
011500     MOVE "N" TO WS-CAD-FIM-ARQUIVO
011510     PERFORM 9755-LER-CARTAO-LIBERACAO
011520         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
011530         UNTIL CAD-FIM-ARQUIVO
011540         OR CAD-LIBERADO
011550
011560     CLOSE ARQ-LIBERACAO
011570     .
011580 9750-LER-LIBERACAO-EXIT.
011590     EXIT.
011600
011610 9755-LER-CARTAO-LIBERACAO.
011620     READ ARQ-LIBERACAO
011630         AT END
011640             MOVE "S" TO WS-CAD-FIM-ARQUIVO
011650             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
011660     END-READ
011670
011680     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
011690     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
011700     AND LIB-OPERADOR NOT = SPACES
011710         MOVE "S" TO WS-CAD-LIBERADO
011720         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
011730         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
011740     END-IF
011750     .
011760 9755-LER-CARTAO-LIBERACAO-EXIT.
011770     EXIT.
011780
011790******************************************************************
011800*    9760-CALCULAR-DATA-NEGOCIO
011810*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
011820*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
011830*    ANTERIOR.
011840******************************************************************
011850 9760-CALCULAR-DATA-NEGOCIO.
011860     IF WS-CAD-MOM-DATA NOT NUMERIC
011870     OR WS-CAD-MOM-MM < 1
011880     OR WS-CAD-MOM-MM > 12
011890     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
011900         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
011910         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
011920     END-IF
011930
011940     SUBTRACT 1 FROM WS-CAD-MOM-DD
011950     IF WS-CAD-MOM-DD = ZERO
011960         SUBTRACT 1 FROM WS-CAD-MOM-MM
011970         IF WS-CAD-MOM-MM = ZERO
011980             MOVE 12 TO WS-CAD-MOM-MM
011990             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
012000         END-IF
012010         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
012020         IF WS-CAD-MOM-MM = 2
012030             PERFORM 9765-CONFERIR-BISSEXTO
012040                 THRU 9765-CONFERIR-BISSEXTO-EXIT
012050         END-IF
012060     END-IF
012070
012080     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
012090     .
012100 9760-CALCULAR-DATA-NEGOCIO-EXIT.
012110     EXIT.
012120
012130 9765-CONFERIR-BISSEXTO.
012140     DIVIDE WS-CAD-MOM-CCYY BY 4
012150         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
012160     DIVIDE WS-CAD-MOM-CCYY BY 100
012170         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
012180     DIVIDE WS-CAD-MOM-CCYY BY 400
012190         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
012200
012210     IF WS-CAD-RESTO-4 = ZERO
012220     AND (WS-CAD-RESTO-100 NOT = ZERO
012230          OR WS-CAD-RESTO-400 = ZERO)
012240         MOVE 29 TO WS-CAD-MOM-DD
012250     END-IF
012260     .
012270 9765-CONFERIR-BISSEXTO-EXIT.
012280     EXIT.
012290
012300******************************************************************
012310*    9790-GRAVAR-JORNAL-CADEIA
012320*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
012330*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
012340******************************************************************
012350 9790-GRAVAR-JORNAL-CADEIA.
012360     OPEN EXTEND ARQ-JORNAL
012370     IF NOT FS-JORNAL-OK
012380         OPEN OUTPUT ARQ-JORNAL
012390     END-IF
012400     IF NOT FS-JORNAL-OK
012410         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
012420             WS-FS-JORNAL
012430         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
012440     END-IF
012450
012460     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
012470     ACCEPT WS-CAD-HORA-SIS FROM TIME
012480     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
012490
012500     MOVE SPACES                TO JORNAL-REG
012510     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
012520     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
012530     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
012540     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
012550     MOVE ZEROS                 TO JRN-QTDE-LIDOS
012560     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
012570     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
012580     MOVE RETURN-CODE           TO JRN-RETURN-CODE
012590     MOVE "N"                   TO JRN-REINICIO
012600     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
012610     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
012620     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
012630
012640     WRITE JORNAL-REG
012650
012660     CLOSE ARQ-JORNAL
012670     .
012680 9790-GRAVAR-JORNAL-CADEIA-EXIT.
012690     EXIT.
012700
012710******************************************************************
012720*    9800-GRAVAR-JORNAL
012730*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
012740*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
012750*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
012760*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A DEVOLUCAO.
012770******************************************************************
012780 9800-GRAVAR-JORNAL.
012790     OPEN EXTEND ARQ-JORNAL
012800     IF NOT FS-JORNAL-OK
012810         OPEN OUTPUT ARQ-JORNAL
012820     END-IF
012830     IF NOT FS-JORNAL-OK
012840         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
012850             WS-FS-JORNAL
012860         GO TO 9800-GRAVAR-JORNAL-EXIT
012870     END-IF
012880
012890     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
012900     ACCEPT WS-HORA-JRN-SIS FROM TIME
012910     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
012920
012930     MOVE SPACES                  TO JORNAL-REG
012940     MOVE "DEVOLVE-REJEITADOS"    TO JRN-PROGRAMA
012950     MOVE WS-JRN-TIPO             TO JRN-TIPO
012960     MOVE WS-DATA-JORNAL          TO JRN-DATA
012970     MOVE WS-HORA-JORNAL          TO JRN-HORA
012980     MOVE WS-QTDE-LIDAS           TO JRN-QTDE-LIDOS
012990     MOVE WS-QTDE-DEVOLVIDAS      TO JRN-QTDE-GRAVADOS
013000     MOVE WS-QTDE-SEM-ARQUIVO     TO JRN-QTDE-REJEITADOS
013010     MOVE RETURN-CODE             TO JRN-RETURN-CODE
013020     MOVE "N"                     TO JRN-REINICIO
013030
013040     WRITE JORNAL-REG
013050
013060     CLOSE ARQ-JORNAL
013070     .
013080 9800-GRAVAR-JORNAL-EXIT.
013090     EXIT.
013100
013110 END PROGRAM DEVOLVE-REJEITADOS.

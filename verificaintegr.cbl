000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: CONFERENCIA SEMANAL DE INTEGRIDADE ENTRE O MESTRE DE
000060*          VERIFICACOES (ARQ-MESTRE) E OS ARQUIVOS QUE DEVEM ANDAR
000070*          JUNTO COM ELE: HISTORICO DE VERIFICACOES
000080*          (ARQ-HISTORICO), LISTA DE BLOQUEIO (ARQ-BLOQUEADOS),
000090*          REVOGACOES AO CADASTRO (ARQ-REVOGACOES) E ALERTAS DE
000100*          MAIORIDADE (ARQ-ALERTAS). NADA E CORRIGIDO: CADA
000110*          INCONSISTENCIA SAI NO RELATORIO COM A SUA CATEGORIA E O
000120*          RELATORIO TERMINA COM O TOTAL POR CATEGORIA.
000130*          CATEGORIAS:
000140*          01 ULTIMO RESULTADO OU DATA DO MESTRE DIFERENTE DA
000150*             ULTIMA VERIFICACAO DO HISTORICO;
000160*          02 CIDADAO VERIFICADO NO MESTRE SEM NENHUMA VERIFICACAO
000170*             NO HISTORICO;
000180*          03 HISTORICO DE DOCUMENTO QUE NAO ESTA MAIS NO MESTRE;
000190*          04 DOCUMENTO BLOQUEADO E MAIOR NO MESTRE SEM REGISTRO
000200*             DE REVOGACAO;
000210*          05 ALERTA DE MAIORIDADE DE CIDADAO JA MAIOR;
000220*          06 ALERTA DE MAIORIDADE DE DOCUMENTO FORA DO MESTRE;
000230*          07 MAIS VERIFICACOES NO HISTORICO DO QUE O LIMITE DO
000240*             CARTAO DE PARAMETROS (PARM-MAX-HISTORICO).
000250*          RETURN-CODE 0: ARQUIVOS CONFIAVEIS; 4: SO HA
000260*          OCORRENCIAS DAS CATEGORIAS 02 E 07, QUE NAO AFETAM OS
000270*          RESULTADOS (OS ARQUIVOS PODEM SER USADOS); 8: HA
000280*          INCONSISTENCIA DAS DEMAIS CATEGORIAS (A ESTATISTICA
000290*          MENSAL E OS EXTRATOS DE CONFORMIDADE NAO DEVEM RODAR
000300*          ANTES DO ACERTO); 16: ARQUIVO INDISPONIVEL, CONFERENCIA
000310*          NAO REALIZADA.
000320* Tectonics: cobc
000330*
000340* Modification History
000350* Date       Init Description
000360* 15/10/2026 GB   Criacao do programa de conferencia de
000370*                 integridade entre mestre, historico, bloqueio,
000380*                 revogacoes e alertas.
000390* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000400*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000410*                 de execucao, o programa recusa rodar (RC 12,
000420*                 registro R no jornal) quando um predecessor nao
000430*                 terminou com RC 0 depois da sua ultima execucao
000440*                 correta ou quando a execucao seria repeticao
000450*                 proibida na data de negocio. O cartao de
000460*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000470*                 a reexecucao supervisionada, registrada no
000480*                 jornal (registro L, com o operador e a
000490*                 justificativa do cartao). O programa que pode
000500*                 repetir na data de negocio aceita o
000510*                 predecessor que rodou na propria data de
000520*                 negocio.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. VERIFICA-INTEGRIDADE.
000560 AUTHOR. GABRIELA BARBOSA.
000570 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000580 DATE-WRITTEN. 15/10/2026.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SPECIAL-NAMES.
000630     DECIMAL-POINT IS COMMA.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS MST-CHAVE
000700         FILE STATUS IS WS-FS-MESTRE.
000710
000720     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS HST-CHAVE
000760         FILE STATUS IS WS-FS-HISTORICO.
000770
000780     SELECT ARQ-PARAMETROS ASSIGN TO ARQPARM
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-PARAMETROS.
000810
000820     SELECT ARQ-BLOQUEADOS ASSIGN TO ARQBLQ
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FS-BLOQUEADOS.
000850
000860     SELECT ARQ-REVOGACOES ASSIGN TO ARQRVG
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-FS-REVOGACOES.
000890
000900     SELECT ARQ-RVG-NDX ASSIGN TO ARQRVGX
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS RVX-CHAVE
000940         FILE STATUS IS WS-FS-RVG-NDX.
000950
000960     SELECT ARQ-ALERTAS ASSIGN TO ARQALR
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-FS-ALERTAS.
000990
001000     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-FS-RELATORIO.
001030
001040     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-FS-JORNAL.
001070     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-FS-CADEIA.
001100     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-FS-LIBERACAO.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  ARQ-MESTRE.
001170 COPY MESTREG.
001180
001190 FD  ARQ-HISTORICO.
001200 COPY HISTREG.
001210
001220 FD  ARQ-PARAMETROS
001230     RECORDING MODE IS F.
001240 COPY PARMREG.
001250
001260 FD  ARQ-BLOQUEADOS
001270     RECORDING MODE IS F.
001280 COPY BLOQREG.
001290
001300 FD  ARQ-REVOGACOES
001310     RECORDING MODE IS F.
001320 COPY REVOREG.
001330
001340 FD  ARQ-RVG-NDX.
001350 01  RVG-NDX-REG.
001360     05  RVX-CHAVE.
001370         10  RVX-TIPO-DOC        PIC X(01).
001380         10  RVX-DOC-NUMERO      PIC X(11).
001390     05  RVX-DATA-REVOGACAO      PIC 9(08).
001400
001410 FD  ARQ-ALERTAS
001420     RECORDING MODE IS F.
001430 COPY ALRTREG.
001440
001450 FD  ARQ-RELATORIO
001460     RECORDING MODE IS F.
001470 01  REL-LINHA                   PIC X(80).
001480
001490 FD  ARQ-JORNAL
001500     RECORDING MODE IS F.
001510 COPY JORNREG.
001520
001530 FD  ARQ-CADEIA
001540     RECORDING MODE IS F.
001550 COPY CADEREG.
001560
001570 FD  ARQ-LIBERACAO
001580     RECORDING MODE IS F.
001590 COPY LIBEREG.
001600
001610 WORKING-STORAGE SECTION.
001620******************************************************************
001630*    CHAVES E STATUS DE ARQUIVO
001640******************************************************************
001650 77  WS-FS-MESTRE                PIC X(02) VALUE ZEROS.
001660     88  FS-MESTRE-OK            VALUE "00".
001670     88  FS-MESTRE-NAO-ACHADO    VALUE "23".
001680 77  WS-FS-HISTORICO             PIC X(02) VALUE ZEROS.
001690     88  FS-HISTORICO-OK         VALUE "00".
001700     88  FS-HISTORICO-AUSENTE    VALUE "35".
001710 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
001720     88  FS-PARAMETROS-OK        VALUE "00".
001730 77  WS-FS-BLOQUEADOS            PIC X(02) VALUE ZEROS.
001740     88  FS-BLOQUEADOS-OK        VALUE "00".
001750     88  FS-BLOQUEADOS-AUSENTE   VALUE "35".
001760 77  WS-FS-REVOGACOES            PIC X(02) VALUE ZEROS.
001770     88  FS-REVOGACOES-OK        VALUE "00".
001780     88  FS-REVOGACOES-AUSENTE   VALUE "35".
001790 77  WS-FS-RVG-NDX               PIC X(02) VALUE ZEROS.
001800     88  FS-RVG-NDX-OK           VALUE "00".
001810     88  FS-RVG-NDX-NAO-ACHADO   VALUE "23".
001820     88  FS-RVG-NDX-DUPLIC       VALUE "22".
001830 77  WS-FS-ALERTAS               PIC X(02) VALUE ZEROS.
001840     88  FS-ALERTAS-OK           VALUE "00".
001850     88  FS-ALERTAS-AUSENTE      VALUE "35".
001860 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
001870     88  FS-RELATORIO-OK         VALUE "00".
001880 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
001890     88  FS-JORNAL-OK            VALUE "00".
001900
001910******************************************************************
001920*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
001930*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
001940******************************************************************
001950 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
001960 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001970 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001980 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001990******************************************************************
002000*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
002010*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
002020*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
002030*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
002040*    RODOU, A = ABERTA, F = FINALIZADA).
002050******************************************************************
002060 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
002070     88  FS-CADEIA-OK            VALUE "00".
002080     88  FS-CADEIA-AUSENTE       VALUE "35".
002090 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
002100     88  FS-LIBERACAO-OK         VALUE "00".
002110 77  WS-CAD-PROGRAMA             PIC X(22)
002120                 VALUE "VERIFICA-INTEGRIDADE".
002130 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
002140     88  CAD-DEFINIDO            VALUE "S".
002150 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
002160     88  CAD-FIM-ARQUIVO         VALUE "S".
002170 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
002180     88  CAD-PODE-REPETIR        VALUE "S".
002190 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
002200     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
002210 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
002220     88  CAD-PRED-DO-DIA         VALUE "S".
002230 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
002240     88  CAD-LIBERADO            VALUE "S".
002250 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
002260 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
002270 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
002280 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
002290 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
002300 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
002310 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
002320 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
002330 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
002340 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
002350 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
002360 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
002370 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
002380 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
002390 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
002400 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
002410 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
002420 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
002430 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
002440 01  WS-CAD-PREDECESSORES.
002450     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
002460         10  WS-CAD-PRED-NOME    PIC X(22).
002470         10  WS-CAD-PRED-SIT     PIC X(01).
002480         10  WS-CAD-PRED-INICIO  PIC 9(14).
002490         10  WS-CAD-PRED-RC      PIC 9(04).
002500 01  WS-CAD-MOMENTO.
002510     05  WS-CAD-MOM-DATA.
002520         10  WS-CAD-MOM-CCYY     PIC 9(04).
002530         10  WS-CAD-MOM-MM       PIC 9(02).
002540         10  WS-CAD-MOM-DD       PIC 9(02).
002550     05  WS-CAD-MOM-HORA         PIC 9(06).
002560 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
002570                                 PIC 9(14).
002580 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
002590     05  FILLER                  PIC X(08).
002600     05  WS-CAD-MOM-HHMM         PIC 9(04).
002610     05  FILLER                  PIC X(02).
002620 01  WS-CAD-DIAS-MES-TAB.
002630     05  FILLER                  PIC X(24)
002640                 VALUE "312831303130313130313031".
002650 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
002660     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
002670
002680******************************************************************
002690*    CHAVES DE CONTROLE DE FIM DE ARQUIVO
002700******************************************************************
002710 77  WS-FIM-ARQUIVO              PIC X(01) VALUE "N".
002720     88  FIM-DO-ARQUIVO          VALUE "S".
002730 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
002740     88  FIM-DO-HISTORICO        VALUE "S".
002750
002760******************************************************************
002770*    DATA DO SISTEMA, USADA NO CABECALHO DO RELATORIO
002780******************************************************************
002790 01  WS-DATA-SISTEMA.
002800     05  WS-DATA-SISTEMA-CCYY    PIC 9(04).
002810     05  WS-DATA-SISTEMA-MM      PIC 9(02).
002820     05  WS-DATA-SISTEMA-DD      PIC 9(02).
002830
002840******************************************************************
002850*    HISTORICO DE VERIFICACOES: SITUACAO DO ARQUIVO, LIMITE DE
002860*    VERIFICACOES POR CIDADAO DO CARTAO DE PARAMETROS E AREAS DA
002870*    CONTAGEM DO CIDADAO CORRENTE (QUANTIDADE E ULTIMA
002880*    VERIFICACAO, QUE E A DE MAIOR DATA E HORA NA CHAVE)
002890******************************************************************
002900 77  WS-HISTORICO-ATIVO          PIC X(01) VALUE "N".
002910     88  HISTORICO-ATIVO         VALUE "S".
002920 77  WS-MAX-HISTORICO            PIC 9(02) VALUE 10.
002930 77  WS-QTDE-HIST                PIC 9(04) COMP VALUE ZERO.
002940 77  WS-HST-ULT-RESULTADO        PIC X(05) VALUE SPACES.
002950 77  WS-HST-ULT-DATA             PIC 9(08) VALUE ZEROS.
002960 01  WS-CHAVE-GRUPO.
002970     05  WS-GRP-TIPO             PIC X(01) VALUE SPACES.
002980     05  WS-GRP-DOC              PIC X(11) VALUE SPACES.
002990
003000******************************************************************
003010*    TOTAIS DA CONFERENCIA: REGISTROS LIDOS DE CADA ARQUIVO E
003020*    INCONSISTENCIAS POR CATEGORIA (01 A 07, NA ORDEM DO
003030*    CABECALHO DO PROGRAMA)
003040******************************************************************
003050 77  WS-QTDE-MESTRE              PIC 9(08) COMP VALUE ZERO.
003060 77  WS-QTDE-HISTORICO           PIC 9(08) COMP VALUE ZERO.
003070 77  WS-QTDE-BLOQUEADOS          PIC 9(08) COMP VALUE ZERO.
003080 77  WS-QTDE-REVOGACOES          PIC 9(08) COMP VALUE ZERO.
003090 77  WS-QTDE-ALERTAS             PIC 9(08) COMP VALUE ZERO.
003100 77  WS-QTDE-INCONSISTENCIAS     PIC 9(08) COMP VALUE ZERO.
003110 77  WS-QTDE-GRAVES              PIC 9(08) COMP VALUE ZERO.
003120 01  WS-TOTAIS-CATEGORIA.
003130     05  WS-QTDE-CATEGORIA       PIC 9(08) COMP OCCURS 7 TIMES.
003140 77  WS-IDX-CAT                  PIC 9(02) COMP VALUE ZERO.
003150 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
003160 77  WS-QTDE-HIST-ED             PIC 9(04) VALUE ZERO.
003170
003180******************************************************************
003190*    DESCRICAO DE CADA CATEGORIA PARA O QUADRO DE TOTAIS
003200******************************************************************
003210 01  WS-DESCRICOES-CATEGORIA.
003220     05  FILLER                  PIC X(40) VALUE
003230         "MESTRE DIFERENTE DO ULTIMO HISTORICO....".
003240     05  FILLER                  PIC X(40) VALUE
003250         "MESTRE VERIFICADO SEM HISTORICO.........".
003260     05  FILLER                  PIC X(40) VALUE
003270         "HISTORICO DE DOCUMENTO FORA DO MESTRE...".
003280     05  FILLER                  PIC X(40) VALUE
003290         "BLOQUEADO E MAIOR SEM REVOGACAO.........".
003300     05  FILLER                  PIC X(40) VALUE
003310         "ALERTA DE CIDADAO JA MAIOR..............".
003320     05  FILLER                  PIC X(40) VALUE
003330         "ALERTA DE DOCUMENTO FORA DO MESTRE......".
003340     05  FILLER                  PIC X(40) VALUE
003350         "HISTORICO ACIMA DO LIMITE DO CARTAO.....".
003360 01  WS-DESCRICOES-R REDEFINES WS-DESCRICOES-CATEGORIA.
003370     05  WS-DESC-CATEGORIA       PIC X(40) OCCURS 7 TIMES.
003380
003390******************************************************************
003400*    LINHA DE DETALHE DO RELATORIO: CATEGORIA, DOCUMENTO E
003410*    DESCRICAO DA INCONSISTENCIA
003420******************************************************************
003430 01  WS-REL-DETALHE.
003440     05  WS-DET-CATEGORIA        PIC 9(02).
003450     05  FILLER                  PIC X(01).
003460     05  WS-DET-DOC              PIC X(11).
003470     05  FILLER                  PIC X(01).
003480     05  WS-DET-TIPO             PIC X(01).
003490     05  FILLER                  PIC X(01).
003500     05  WS-DET-DESCRICAO        PIC X(60).
003510     05  FILLER                  PIC X(03).
003520
003530 PROCEDURE DIVISION.
003540******************************************************************
003550*    0000-MAINLINE
003560*    PARAGRAFO PRINCIPAL DO PROGRAMA.
003570******************************************************************
003580 0000-MAINLINE.
003590     PERFORM 9700-CONFERIR-CADEIA
003600         THRU 9700-CONFERIR-CADEIA-EXIT
003610     PERFORM 1000-INICIALIZAR
003620         THRU 1000-INICIALIZAR-EXIT
003630
003640     MOVE "I" TO WS-JRN-TIPO
003650     PERFORM 9800-GRAVAR-JORNAL
003660         THRU 9800-GRAVAR-JORNAL-EXIT
003670
003680     PERFORM 2000-CONFERIR-MESTRE
003690         THRU 2000-CONFERIR-MESTRE-EXIT
003700
003710     PERFORM 3000-CONFERIR-HISTORICO
003720         THRU 3000-CONFERIR-HISTORICO-EXIT
003730
003740     PERFORM 4000-CARREGAR-REVOGACOES
003750         THRU 4000-CARREGAR-REVOGACOES-EXIT
003760
003770     PERFORM 4500-CONFERIR-BLOQUEADOS
003780         THRU 4500-CONFERIR-BLOQUEADOS-EXIT
003790
003800     PERFORM 5000-CONFERIR-ALERTAS
003810         THRU 5000-CONFERIR-ALERTAS-EXIT
003820
003830     PERFORM 8000-GRAVAR-TOTAIS
003840         THRU 8000-GRAVAR-TOTAIS-EXIT
003850
003860     PERFORM 9000-FINALIZAR
003870         THRU 9000-FINALIZAR-EXIT
003880
003890     MOVE "F" TO WS-JRN-TIPO
003900     PERFORM 9800-GRAVAR-JORNAL
003910         THRU 9800-GRAVAR-JORNAL-EXIT
003920
003930     STOP RUN.
003940
003950******************************************************************
003960*    1000-INICIALIZAR
003970*    ABRE O MESTRE, O HISTORICO E O RELATORIO E LE O CARTAO DE
003980*    PARAMETROS. SEM O MESTRE NAO HA O QUE CONFERIR: O JOB CAI
003990*    COM RETURN-CODE 16. HISTORICO INEXISTENTE E CONFERIDO COMO
004000*    VAZIO.
004010******************************************************************
004020 1000-INICIALIZAR.
004030     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
004040
004050     OPEN INPUT ARQ-MESTRE
004060     IF NOT FS-MESTRE-OK
004070         DISPLAY "ERRO AO ABRIR ARQ-MESTRE. FILE STATUS: "
004080             WS-FS-MESTRE ". CONFERENCIA NAO REALIZADA."
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF
004120
004130     OPEN INPUT ARQ-HISTORICO
004140     IF FS-HISTORICO-OK
004150         MOVE "S" TO WS-HISTORICO-ATIVO
004160     ELSE
004170         IF NOT FS-HISTORICO-AUSENTE
004180             DISPLAY "ERRO AO ABRIR ARQ-HISTORICO. FILE STATUS: "
004190                 WS-FS-HISTORICO ". CONFERENCIA NAO REALIZADA."
004200             MOVE 16 TO RETURN-CODE
004210             STOP RUN
004220         END-IF
004230     END-IF
004240
004250     OPEN OUTPUT ARQ-RELATORIO
004260     IF NOT FS-RELATORIO-OK
004270         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
004280             WS-FS-RELATORIO
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF
004320
004330     PERFORM 1150-CARREGAR-PARAMETROS
004340         THRU 1150-CARREGAR-PARAMETROS-EXIT
004350
004360     MOVE SPACES TO REL-LINHA
004370     STRING "CONFERENCIA DE INTEGRIDADE DO MESTRE EM "
004380                                  DELIMITED BY SIZE
004390            WS-DATA-SISTEMA       DELIMITED BY SIZE
004400       INTO REL-LINHA
004410     END-STRING
004420     WRITE REL-LINHA
004430
004440     MOVE "CT DOCUMENTO   T INCONSISTENCIA" TO REL-LINHA
004450     WRITE REL-LINHA
004460     .
004470 1000-INICIALIZAR-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510*    1150-CARREGAR-PARAMETROS
004520*    LE O CARTAO DE PARAMETROS DO LOTE PARA OBTER O LIMITE DE
004530*    VERIFICACOES POR CIDADAO NO HISTORICO. SEM CARTAO, OU COM O
004540*    LIMITE ZERADO, VALE O PADRAO DE 10, COMO NOS PROGRAMAS QUE
004550*    GRAVAM O HISTORICO.
004560******************************************************************
004570 1150-CARREGAR-PARAMETROS.
004580     OPEN INPUT ARQ-PARAMETROS
004590     IF NOT FS-PARAMETROS-OK
004600         GO TO 1150-CARREGAR-PARAMETROS-EXIT
004610     END-IF
004620
004630     READ ARQ-PARAMETROS
004640     IF FS-PARAMETROS-OK
004650     AND PARM-MAX-HISTORICO NUMERIC
004660     AND PARM-MAX-HISTORICO > ZERO
004670         MOVE PARM-MAX-HISTORICO TO WS-MAX-HISTORICO
004680     END-IF
004690
004700     CLOSE ARQ-PARAMETROS
004710     .
004720 1150-CARREGAR-PARAMETROS-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760*    2000-CONFERIR-MESTRE
004770*    PERCORRE O MESTRE INTEIRO E CONFERE CADA CIDADAO CONTRA AS
004780*    SUAS VERIFICACOES NO HISTORICO (CATEGORIAS 01, 02 E 07).
004790******************************************************************
004800 2000-CONFERIR-MESTRE.
004810     MOVE "N" TO WS-FIM-ARQUIVO
004820     PERFORM 2050-CONFERIR-UM-CLIENTE
004830         THRU 2050-CONFERIR-UM-CLIENTE-EXIT
004840         UNTIL FIM-DO-ARQUIVO
004850     .
004860 2000-CONFERIR-MESTRE-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*    2050-CONFERIR-UM-CLIENTE
004910*    LE O PROXIMO CIDADAO DO MESTRE, CONTA AS SUAS VERIFICACOES
004920*    NO HISTORICO E COMPARA O ULTIMO RESULTADO E A DATA DA
004930*    ULTIMA VERIFICACAO DO MESTRE COM A VERIFICACAO MAIS
004940*    RECENTE DO HISTORICO. CIDADAO AINDA NAO VERIFICADO (SEM
004950*    ULTIMO RESULTADO) NAO PRECISA TER HISTORICO.
004960******************************************************************
004970 2050-CONFERIR-UM-CLIENTE.
004980     READ ARQ-MESTRE NEXT RECORD
004990         AT END
005000             MOVE "S" TO WS-FIM-ARQUIVO
005010             GO TO 2050-CONFERIR-UM-CLIENTE-EXIT
005020     END-READ
005030
005040     IF NOT FS-MESTRE-OK
005050         DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
005060             WS-FS-MESTRE ". CONFERENCIA INTERROMPIDA."
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF
005100
005110     ADD 1 TO WS-QTDE-MESTRE
005120
005130     PERFORM 2100-CONTAR-HISTORICO
005140         THRU 2100-CONTAR-HISTORICO-EXIT
005150
005160     MOVE SPACES         TO WS-REL-DETALHE
005170     MOVE MST-DOC-NUMERO TO WS-DET-DOC
005180     MOVE MST-TIPO-DOC   TO WS-DET-TIPO
005190
005200     IF WS-QTDE-HIST = ZERO
005210         IF MST-ULT-RESULTADO NOT = SPACES
005220             MOVE 2 TO WS-DET-CATEGORIA
005230             MOVE SPACES TO WS-DET-DESCRICAO
005240             STRING "MESTRE " MST-ULT-RESULTADO " EM "
005250                    MST-DATA-ULT-VERIF " SEM VERIFICACAO"
005260                    " NO HISTORICO"
005270                        DELIMITED BY SIZE
005280               INTO WS-DET-DESCRICAO
005290             END-STRING
005300             PERFORM 7000-GRAVAR-INCONSISTENCIA
005310                 THRU 7000-GRAVAR-INCONSISTENCIA-EXIT
005320         END-IF
005330         GO TO 2050-CONFERIR-UM-CLIENTE-EXIT
005340     END-IF
005350
005360     IF MST-ULT-RESULTADO NOT = WS-HST-ULT-RESULTADO
005370     OR MST-DATA-ULT-VERIF NOT = WS-HST-ULT-DATA
005380         MOVE 1 TO WS-DET-CATEGORIA
005390         MOVE SPACES TO WS-DET-DESCRICAO
005400         STRING "MESTRE " MST-ULT-RESULTADO " EM "
005410                MST-DATA-ULT-VERIF " / HISTORICO "
005420                WS-HST-ULT-RESULTADO " EM " WS-HST-ULT-DATA
005430                    DELIMITED BY SIZE
005440           INTO WS-DET-DESCRICAO
005450         END-STRING
005460         PERFORM 7000-GRAVAR-INCONSISTENCIA
005470             THRU 7000-GRAVAR-INCONSISTENCIA-EXIT
005480     END-IF
005490
005500     IF WS-QTDE-HIST > WS-MAX-HISTORICO
005510         MOVE 7 TO WS-DET-CATEGORIA
005520         MOVE WS-QTDE-HIST TO WS-QTDE-HIST-ED
005530         MOVE SPACES TO WS-DET-DESCRICAO
005540         STRING WS-QTDE-HIST-ED
005550                " VERIFICACOES NO HISTORICO, LIMITE "
005560                WS-MAX-HISTORICO
005570                    DELIMITED BY SIZE
005580           INTO WS-DET-DESCRICAO
005590         END-STRING
005600         PERFORM 7000-GRAVAR-INCONSISTENCIA
005610             THRU 7000-GRAVAR-INCONSISTENCIA-EXIT
005620     END-IF
005630     .
005640 2050-CONFERIR-UM-CLIENTE-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*    2100-CONTAR-HISTORICO
005690*    POSICIONA O HISTORICO NA PRIMEIRA VERIFICACAO DO CIDADAO
005700*    CORRENTE DO MESTRE E CONTA AS SUAS VERIFICACOES, GUARDANDO
005710*    O RESULTADO E A DATA DA ULTIMA (A CHAVE E ASCENDENTE POR
005720*    DATA E HORA).
005730******************************************************************
005740 2100-CONTAR-HISTORICO.
005750     MOVE ZERO   TO WS-QTDE-HIST
005760     MOVE SPACES TO WS-HST-ULT-RESULTADO
005770     MOVE ZEROS  TO WS-HST-ULT-DATA
005780
005790     IF NOT HISTORICO-ATIVO
005800         GO TO 2100-CONTAR-HISTORICO-EXIT
005810     END-IF
005820
005830     MOVE MST-TIPO-DOC   TO HST-TIPO-DOC
005840     MOVE MST-DOC-NUMERO TO HST-DOC-NUMERO
005850     MOVE ZEROS          TO HST-DATA-VERIF
005860     MOVE ZEROS          TO HST-HORA-VERIF
005870     START ARQ-HISTORICO
005880         KEY IS NOT LESS THAN HST-CHAVE
005890     END-START
005900     IF NOT FS-HISTORICO-OK
005910         GO TO 2100-CONTAR-HISTORICO-EXIT
005920     END-IF
005930
005940     MOVE "N" TO WS-FIM-HISTORICO
005950     PERFORM 2150-CONTAR-UM
005960         THRU 2150-CONTAR-UM-EXIT
005970         UNTIL FIM-DO-HISTORICO
005980     .
005990 2100-CONTAR-HISTORICO-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    2150-CONTAR-UM
006040*    LE A PROXIMA VERIFICACAO DO HISTORICO E A CONTA ENQUANTO
006050*    ELA FOR DO CIDADAO CORRENTE DO MESTRE.
006060******************************************************************
006070 2150-CONTAR-UM.
006080     READ ARQ-HISTORICO NEXT RECORD
006090         AT END
006100             MOVE "S" TO WS-FIM-HISTORICO
006110             GO TO 2150-CONTAR-UM-EXIT
006120     END-READ
006130
006140     IF HST-DOC-NUMERO NOT = MST-DOC-NUMERO
006150     OR HST-TIPO-DOC NOT = MST-TIPO-DOC
006160         MOVE "S" TO WS-FIM-HISTORICO
006170         GO TO 2150-CONTAR-UM-EXIT
006180     END-IF
006190
006200     ADD 1 TO WS-QTDE-HIST
006210     MOVE HST-RESULTADO  TO WS-HST-ULT-RESULTADO
006220     MOVE HST-DATA-VERIF TO WS-HST-ULT-DATA
006230     .
006240 2150-CONTAR-UM-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    3000-CONFERIR-HISTORICO
006290*    PERCORRE O HISTORICO INTEIRO, UM GRUPO DE VERIFICACOES POR
006300*    DOCUMENTO, E PROCURA CADA DOCUMENTO NO MESTRE (CATEGORIA
006310*    03). O HISTORICO DE UM DOCUMENTO FORA DO MESTRE SAI NUMA
006320*    UNICA LINHA, COM A QUANTIDADE DE VERIFICACOES.
006330******************************************************************
006340 3000-CONFERIR-HISTORICO.
006350     IF NOT HISTORICO-ATIVO
006360         GO TO 3000-CONFERIR-HISTORICO-EXIT
006370     END-IF
006380
006390     MOVE LOW-VALUES TO HST-CHAVE
006400     START ARQ-HISTORICO
006410         KEY IS NOT LESS THAN HST-CHAVE
006420     END-START
006430     IF NOT FS-HISTORICO-OK
006440         GO TO 3000-CONFERIR-HISTORICO-EXIT
006450     END-IF
006460
006470     MOVE SPACES TO WS-CHAVE-GRUPO
006480     MOVE ZERO   TO WS-QTDE-HIST
006490
006500     MOVE "N" TO WS-FIM-ARQUIVO
006510     PERFORM 3050-LER-HISTORICO
006520         THRU 3050-LER-HISTORICO-EXIT
006530         UNTIL FIM-DO-ARQUIVO
006540
006550     PERFORM 3100-FECHAR-GRUPO
006560         THRU 3100-FECHAR-GRUPO-EXIT
006570     .
006580 3000-CONFERIR-HISTORICO-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620*    3050-LER-HISTORICO
006630*    LE A PROXIMA VERIFICACAO DO HISTORICO. NA QUEBRA DE
006640*    DOCUMENTO, FECHA O GRUPO ANTERIOR E ABRE O NOVO.
006650******************************************************************
006660 3050-LER-HISTORICO.
006670     READ ARQ-HISTORICO NEXT RECORD
006680         AT END
006690             MOVE "S" TO WS-FIM-ARQUIVO
006700             GO TO 3050-LER-HISTORICO-EXIT
006710     END-READ
006720
006730     IF NOT FS-HISTORICO-OK
006740         DISPLAY "ERRO AO LER ARQ-HISTORICO. FILE STATUS: "
006750             WS-FS-HISTORICO ". CONFERENCIA INTERROMPIDA."
006760         MOVE 16 TO RETURN-CODE
006770         STOP RUN
006780     END-IF
006790
006800     ADD 1 TO WS-QTDE-HISTORICO
006810
006820     IF HST-TIPO-DOC NOT = WS-GRP-TIPO
006830     OR HST-DOC-NUMERO NOT = WS-GRP-DOC
006840         PERFORM 3100-FECHAR-GRUPO
006850             THRU 3100-FECHAR-GRUPO-EXIT
006860         MOVE HST-TIPO-DOC   TO WS-GRP-TIPO
006870         MOVE HST-DOC-NUMERO TO WS-GRP-DOC
006880         MOVE ZERO           TO WS-QTDE-HIST
006890     END-IF
006900
006910     ADD 1 TO WS-QTDE-HIST
006920     .
006930 3050-LER-HISTORICO-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970*    3100-FECHAR-GRUPO
006980*    PROCURA NO MESTRE O DOCUMENTO DO GRUPO QUE TERMINOU E, SE
006990*    ELE NAO ESTA LA, GRAVA A INCONSISTENCIA.
007000******************************************************************
007010 3100-FECHAR-GRUPO.
007020     IF WS-QTDE-HIST = ZERO
007030         GO TO 3100-FECHAR-GRUPO-EXIT
007040     END-IF
007050
007060     MOVE WS-CHAVE-GRUPO TO MST-CHAVE
007070     READ ARQ-MESTRE
007080     IF FS-MESTRE-OK
007090         GO TO 3100-FECHAR-GRUPO-EXIT
007100     END-IF
007110     IF NOT FS-MESTRE-NAO-ACHADO
007120         DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
007130             WS-FS-MESTRE ". CONFERENCIA INTERROMPIDA."
007140         MOVE 16 TO RETURN-CODE
007150         STOP RUN
007160     END-IF
007170
007180     MOVE SPACES      TO WS-REL-DETALHE
007190     MOVE 3           TO WS-DET-CATEGORIA
007200     MOVE WS-GRP-DOC  TO WS-DET-DOC
007210     MOVE WS-GRP-TIPO TO WS-DET-TIPO
007220     MOVE WS-QTDE-HIST TO WS-QTDE-HIST-ED
007230     STRING WS-QTDE-HIST-ED
007240            " VERIFICACOES NO HISTORICO, DOCUMENTO "
007250            "FORA DO MESTRE"
007260                DELIMITED BY SIZE
007270       INTO WS-DET-DESCRICAO
007280     END-STRING
007290     PERFORM 7000-GRAVAR-INCONSISTENCIA
007300         THRU 7000-GRAVAR-INCONSISTENCIA-EXIT
007310     .
007320 3100-FECHAR-GRUPO-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360*    4000-CARREGAR-REVOGACOES
007370*    CARREGA OS DOCUMENTOS COM REGISTRO DE REVOGACAO NO ARQUIVO
007380*    DE TRABALHO INDEXADO ARQ-RVG-NDX, RECRIADO A CADA EXECUCAO,
007390*    COM ACESSO PELA CHAVE. TIPO EM BRANCO VALE CPF. ARQUIVO DE
007400*    REVOGACOES INEXISTENTE DEIXA O INDICE VAZIO.
007410******************************************************************
007420 4000-CARREGAR-REVOGACOES.
007430     OPEN OUTPUT ARQ-RVG-NDX
007440     IF NOT FS-RVG-NDX-OK
007450         DISPLAY "ERRO AO CRIAR ARQ-RVG-NDX. FILE STATUS: "
007460             WS-FS-RVG-NDX
007470         MOVE 16 TO RETURN-CODE
007480         STOP RUN
007490     END-IF
007500
007510     OPEN INPUT ARQ-REVOGACOES
007520     IF FS-REVOGACOES-OK
007530         MOVE "N" TO WS-FIM-ARQUIVO
007540         PERFORM 4050-LER-REVOGACAO
007550             THRU 4050-LER-REVOGACAO-EXIT
007560             UNTIL FIM-DO-ARQUIVO
007570         CLOSE ARQ-REVOGACOES
007580     ELSE
007590         IF NOT FS-REVOGACOES-AUSENTE
007600             DISPLAY "ERRO AO ABRIR ARQ-REVOGACOES. FILE STATUS: "
007610                 WS-FS-REVOGACOES ". CONFERENCIA INTERROMPIDA."
007620             MOVE 16 TO RETURN-CODE
007630             STOP RUN
007640         END-IF
007650     END-IF
007660
007670     CLOSE ARQ-RVG-NDX
007680     OPEN INPUT ARQ-RVG-NDX
007690     IF NOT FS-RVG-NDX-OK
007700         DISPLAY "ERRO AO REABRIR ARQ-RVG-NDX. FILE STATUS: "
007710             WS-FS-RVG-NDX
007720         MOVE 16 TO RETURN-CODE
007730         STOP RUN
007740     END-IF
007750     .
007760 4000-CARREGAR-REVOGACOES-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800*    4050-LER-REVOGACAO
007810*    LE A PROXIMA REVOGACAO E A GRAVA NO INDICE. DOCUMENTO
007820*    REVOGADO MAIS DE UMA VEZ FICA COM A PRIMEIRA REVOGACAO.
007830******************************************************************
007840 4050-LER-REVOGACAO.
007850     READ ARQ-REVOGACOES
007860         AT END
007870             MOVE "S" TO WS-FIM-ARQUIVO
007880             GO TO 4050-LER-REVOGACAO-EXIT
007890     END-READ
007900
007910     ADD 1 TO WS-QTDE-REVOGACOES
007920
007930     MOVE SPACES         TO RVG-NDX-REG
007940     IF RVG-TIPO-DOC = SPACE
007950         MOVE "C"          TO RVX-TIPO-DOC
007960     ELSE
007970         MOVE RVG-TIPO-DOC TO RVX-TIPO-DOC
007980     END-IF
007990     MOVE RVG-DOC-NUMERO     TO RVX-DOC-NUMERO
008000     MOVE RVG-DATA-REVOGACAO TO RVX-DATA-REVOGACAO
008010     WRITE RVG-NDX-REG
008020
008030     IF NOT FS-RVG-NDX-OK
008040     AND NOT FS-RVG-NDX-DUPLIC
008050         DISPLAY "ERRO AO CARREGAR O INDICE DE REVOGACOES. FILE "
008060             "STATUS: " WS-FS-RVG-NDX " DOCUMENTO: "
008070             RVX-TIPO-DOC " " RVX-DOC-NUMERO
008080         MOVE 16 TO RETURN-CODE
008090         STOP RUN
008100     END-IF
008110     .
008120 4050-LER-REVOGACAO-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*    4500-CONFERIR-BLOQUEADOS
008170*    PERCORRE A LISTA DE BLOQUEIO E PROCURA CADA DOCUMENTO NO
008180*    MESTRE. DOCUMENTO BLOQUEADO QUE ESTA MAIOR NO MESTRE
008190*    PRECISA TER SIDO REVOGADO AO CADASTRO (CATEGORIA 04).
008200*    LISTA DE BLOQUEIO INEXISTENTE NAO TEM O QUE CONFERIR.
008210******************************************************************
008220 4500-CONFERIR-BLOQUEADOS.
008230     OPEN INPUT ARQ-BLOQUEADOS
008240     IF FS-BLOQUEADOS-AUSENTE
008250         GO TO 4500-CONFERIR-BLOQUEADOS-EXIT
008260     END-IF
008270     IF NOT FS-BLOQUEADOS-OK
008280         DISPLAY "ERRO AO ABRIR ARQ-BLOQUEADOS. FILE STATUS: "
008290             WS-FS-BLOQUEADOS ". CONFERENCIA INTERROMPIDA."
008300         MOVE 16 TO RETURN-CODE
008310         STOP RUN
008320     END-IF
008330
008340     MOVE "N" TO WS-FIM-ARQUIVO
008350     PERFORM 4550-CONFERIR-UM-BLOQUEADO
008360         THRU 4550-CONFERIR-UM-BLOQUEADO-EXIT
008370         UNTIL FIM-DO-ARQUIVO
008380
008390     CLOSE ARQ-BLOQUEADOS
008400     .
008410 4500-CONFERIR-BLOQUEADOS-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    4550-CONFERIR-UM-BLOQUEADO
008460*    LE O PROXIMO DOCUMENTO BLOQUEADO E O CONFERE NO MESTRE E NO
008470*    INDICE DE REVOGACOES.
008480******************************************************************
008490 4550-CONFERIR-UM-BLOQUEADO.
008500     READ ARQ-BLOQUEADOS
008510         AT END
008520             MOVE "S" TO WS-FIM-ARQUIVO
008530             GO TO 4550-CONFERIR-UM-BLOQUEADO-EXIT
008540     END-READ
008550
008560     ADD 1 TO WS-QTDE-BLOQUEADOS
008570
008580     IF BLQ-DOC-CPF
008590         MOVE "C"          TO MST-TIPO-DOC
008600     ELSE
008610         MOVE BLQ-TIPO-DOC TO MST-TIPO-DOC
008620     END-IF
008630     MOVE BLQ-DOC-NUMERO TO MST-DOC-NUMERO
008640     READ ARQ-MESTRE
008650     IF FS-MESTRE-NAO-ACHADO
008660         GO TO 4550-CONFERIR-UM-BLOQUEADO-EXIT
008670     END-IF
008680     IF NOT FS-MESTRE-OK
008690         DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
008700             WS-FS-MESTRE ". CONFERENCIA INTERROMPIDA."
008710         MOVE 16 TO RETURN-CODE
008720         STOP RUN
008730     END-IF
008740
008750     IF MST-ULT-RESULTADO NOT = "MAIOR"
008760         GO TO 4550-CONFERIR-UM-BLOQUEADO-EXIT
008770     END-IF
008780
008790     MOVE MST-CHAVE TO RVX-CHAVE
008800     READ ARQ-RVG-NDX
008810     IF FS-RVG-NDX-OK
008820         GO TO 4550-CONFERIR-UM-BLOQUEADO-EXIT
008830     END-IF
008840     IF NOT FS-RVG-NDX-NAO-ACHADO
008850         DISPLAY "ERRO AO LER ARQ-RVG-NDX. FILE STATUS: "
008860             WS-FS-RVG-NDX
008870         MOVE 16 TO RETURN-CODE
008880         STOP RUN
008890     END-IF
008900
008910     MOVE SPACES         TO WS-REL-DETALHE
008920     MOVE 4              TO WS-DET-CATEGORIA
008930     MOVE MST-DOC-NUMERO TO WS-DET-DOC
008940     MOVE MST-TIPO-DOC   TO WS-DET-TIPO
008950     STRING "BLOQUEADO DESDE " BLQ-DATA-VIGENCIA ", MAIOR EM "
008960            MST-DATA-ULT-VERIF ", SEM REVOGACAO"
008970                DELIMITED BY SIZE
008980       INTO WS-DET-DESCRICAO
008990     END-STRING
009000     PERFORM 7000-GRAVAR-INCONSISTENCIA
009010         THRU 7000-GRAVAR-INCONSISTENCIA-EXIT
009020     .
009030 4550-CONFERIR-UM-BLOQUEADO-EXIT.
009040     EXIT.
009050
009060******************************************************************
009070*    5000-CONFERIR-ALERTAS
009080*    PERCORRE O ARQUIVO DE ALERTAS DE MAIORIDADE E PROCURA CADA
009090*    DOCUMENTO NO MESTRE. O ALERTA SO FAZ SENTIDO PARA O MENOR
009100*    QUE AINDA ESTA NO MESTRE (CATEGORIAS 05 E 06). ARQUIVO DE
009110*    ALERTAS INEXISTENTE NAO TEM O QUE CONFERIR.
009120******************************************************************
009130 5000-CONFERIR-ALERTAS.
009140     OPEN INPUT ARQ-ALERTAS
009150     IF FS-ALERTAS-AUSENTE
009160         GO TO 5000-CONFERIR-ALERTAS-EXIT
009170     END-IF
009180     IF NOT FS-ALERTAS-OK
009190         DISPLAY "ERRO AO ABRIR ARQ-ALERTAS. FILE STATUS: "
009200             WS-FS-ALERTAS ". CONFERENCIA INTERROMPIDA."
009210         MOVE 16 TO RETURN-CODE
009220         STOP RUN
009230     END-IF
009240
009250     MOVE "N" TO WS-FIM-ARQUIVO
009260     PERFORM 5050-CONFERIR-UM-ALERTA
009270         THRU 5050-CONFERIR-UM-ALERTA-EXIT
009280         UNTIL FIM-DO-ARQUIVO
009290
009300     CLOSE ARQ-ALERTAS
009310     .
009320 5000-CONFERIR-ALERTAS-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    5050-CONFERIR-UM-ALERTA
009370*    LE O PROXIMO ALERTA E O CONFERE NO MESTRE. TIPO EM BRANCO
009380*    VALE CPF.
009390******************************************************************
009400 5050-CONFERIR-UM-ALERTA.
009410     READ ARQ-ALERTAS
009420         AT END
009430             MOVE "S" TO WS-FIM-ARQUIVO
009440             GO TO 5050-CONFERIR-UM-ALERTA-EXIT
009450     END-READ
009460
009470     ADD 1 TO WS-QTDE-ALERTAS
009480
009490     IF ALR-TIPO-DOC = SPACE
009500         MOVE "C"          TO MST-TIPO-DOC
009510     ELSE
009520         MOVE ALR-TIPO-DOC TO MST-TIPO-DOC
009530     END-IF
009540     MOVE ALR-DOC-NUMERO TO MST-DOC-NUMERO
009550
009560     MOVE SPACES         TO WS-REL-DETALHE
009570     MOVE ALR-DOC-NUMERO TO WS-DET-DOC
009580     MOVE MST-TIPO-DOC   TO WS-DET-TIPO
009590
009600     READ ARQ-MESTRE
009610     IF FS-MESTRE-NAO-ACHADO
009620         MOVE 6 TO WS-DET-CATEGORIA
009630         STRING "ALERTA PARA " ALR-DATA-MAIORIDADE
009640                ", DOCUMENTO FORA DO MESTRE"
009650                    DELIMITED BY SIZE
009660           INTO WS-DET-DESCRICAO
009670         END-STRING
009680         PERFORM 7000-GRAVAR-INCONSISTENCIA
009690             THRU 7000-GRAVAR-INCONSISTENCIA-EXIT
009700         GO TO 5050-CONFERIR-UM-ALERTA-EXIT
009710     END-IF
009720     IF NOT FS-MESTRE-OK
009730         DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
009740             WS-FS-MESTRE ". CONFERENCIA INTERROMPIDA."
009750         MOVE 16 TO RETURN-CODE
009760         STOP RUN
009770     END-IF
009780
009790     IF MST-ULT-RESULTADO = "MAIOR"
009800         MOVE 5 TO WS-DET-CATEGORIA
009810         STRING "ALERTA PARA " ALR-DATA-MAIORIDADE
009820                ", JA MAIOR NO MESTRE EM " MST-DATA-ULT-VERIF
009830                    DELIMITED BY SIZE
009840           INTO WS-DET-DESCRICAO
009850         END-STRING
009860         PERFORM 7000-GRAVAR-INCONSISTENCIA
009870             THRU 7000-GRAVAR-INCONSISTENCIA-EXIT
009880     END-IF
009890     .
009900 5050-CONFERIR-UM-ALERTA-EXIT.
009910     EXIT.
009920
009930******************************************************************
009940*    7000-GRAVAR-INCONSISTENCIA
009950*    GRAVA A LINHA DE DETALHE MONTADA EM WS-REL-DETALHE E SOMA A
009960*    INCONSISTENCIA NA SUA CATEGORIA. AS CATEGORIAS 02 E 07 NAO
009970*    AFETAM OS RESULTADOS; AS DEMAIS SAO GRAVES.
009980******************************************************************
009990 7000-GRAVAR-INCONSISTENCIA.
010000     MOVE WS-REL-DETALHE TO REL-LINHA
010010     WRITE REL-LINHA
010020
010030     ADD 1 TO WS-QTDE-INCONSISTENCIAS
010040     ADD 1 TO WS-QTDE-CATEGORIA (WS-DET-CATEGORIA)
010050
010060     IF WS-DET-CATEGORIA NOT = 2
010070     AND WS-DET-CATEGORIA NOT = 7
010080         ADD 1 TO WS-QTDE-GRAVES
010090     END-IF
010100     .
010110 7000-GRAVAR-INCONSISTENCIA-EXIT.
010120     EXIT.
010130
010140******************************************************************
010150*    8000-GRAVAR-TOTAIS
010160*    GRAVA OS REGISTROS LIDOS DE CADA ARQUIVO, O QUADRO DE
010170*    INCONSISTENCIAS POR CATEGORIA E O PARECER FINAL, E DEFINE O
010180*    RETURN-CODE DE CONFIANCA DOS ARQUIVOS.
010190******************************************************************
010200 8000-GRAVAR-TOTAIS.
010210     MOVE SPACES TO REL-LINHA
010220     MOVE "-------------------------------" TO REL-LINHA
010230     WRITE REL-LINHA
010240
010250     MOVE WS-QTDE-MESTRE TO WS-QTDE-ED
010260     MOVE SPACES TO REL-LINHA
010270     STRING "REGISTROS LIDOS DO MESTRE......: "
010280                                            DELIMITED BY SIZE
010290            WS-QTDE-ED                      DELIMITED BY SIZE
010300       INTO REL-LINHA
010310     END-STRING
010320     WRITE REL-LINHA
010330
010340     MOVE WS-QTDE-HISTORICO TO WS-QTDE-ED
010350     MOVE SPACES TO REL-LINHA
010360     STRING "VERIFICACOES LIDAS DO HISTORICO: "
010370                                            DELIMITED BY SIZE
010380            WS-QTDE-ED                      DELIMITED BY SIZE
010390       INTO REL-LINHA
010400     END-STRING
010410     WRITE REL-LINHA
010420
010430     MOVE WS-QTDE-BLOQUEADOS TO WS-QTDE-ED
010440     MOVE SPACES TO REL-LINHA
010450     STRING "DOCUMENTOS BLOQUEADOS LIDOS....: "
010460                                            DELIMITED BY SIZE
010470            WS-QTDE-ED                      DELIMITED BY SIZE
010480       INTO REL-LINHA
010490     END-STRING
010500     WRITE REL-LINHA
010510
010520     MOVE WS-QTDE-REVOGACOES TO WS-QTDE-ED
010530     MOVE SPACES TO REL-LINHA
010540     STRING "REVOGACOES LIDAS...............: "
010550                                            DELIMITED BY SIZE
010560            WS-QTDE-ED                      DELIMITED BY SIZE
010570       INTO REL-LINHA
010580     END-STRING
010590     WRITE REL-LINHA
010600
010610     MOVE WS-QTDE-ALERTAS TO WS-QTDE-ED
010620     MOVE SPACES TO REL-LINHA
010630     STRING "ALERTAS LIDOS..................: "
010640                                            DELIMITED BY SIZE
010650            WS-QTDE-ED                      DELIMITED BY SIZE
010660       INTO REL-LINHA
010670     END-STRING
010680     WRITE REL-LINHA
010690
010700     MOVE SPACES TO REL-LINHA
010710     MOVE "-------------------------------" TO REL-LINHA
010720     WRITE REL-LINHA
010730
010740     PERFORM 8100-GRAVAR-CATEGORIA
010750         THRU 8100-GRAVAR-CATEGORIA-EXIT
010760         VARYING WS-IDX-CAT FROM 1 BY 1
010770         UNTIL WS-IDX-CAT > 7
010780
010790     MOVE WS-QTDE-INCONSISTENCIAS TO WS-QTDE-ED
010800     MOVE SPACES TO REL-LINHA
010810     STRING "TOTAL DE INCONSISTENCIAS..............: "
010820                                            DELIMITED BY SIZE
010830            WS-QTDE-ED                      DELIMITED BY SIZE
010840       INTO REL-LINHA
010850     END-STRING
010860     WRITE REL-LINHA
010870
010880     MOVE SPACES TO REL-LINHA
010890     MOVE "-------------------------------" TO REL-LINHA
010900     WRITE REL-LINHA
010910
010920     IF WS-QTDE-GRAVES > ZERO
010930         MOVE "PARECER: ARQUIVOS NAO CONFIAVEIS - ACERTAR ANTES"
010940             TO REL-LINHA
010950         WRITE REL-LINHA
010960         MOVE "DA ESTATISTICA MENSAL E DOS EXTRATOS (RC 8)"
010970             TO REL-LINHA
010980         WRITE REL-LINHA
010990         MOVE 8 TO RETURN-CODE
011000         GO TO 8000-GRAVAR-TOTAIS-EXIT
011010     END-IF
011020
011030     IF WS-QTDE-INCONSISTENCIAS > ZERO
011040         MOVE "PARECER: ARQUIVOS CONFIAVEIS COM RESSALVAS (RC 4)"
011050             TO REL-LINHA
011060         WRITE REL-LINHA
011070         MOVE 4 TO RETURN-CODE
011080         GO TO 8000-GRAVAR-TOTAIS-EXIT
011090     END-IF
011100
011110     MOVE "PARECER: ARQUIVOS CONFIAVEIS (RC 0)" TO REL-LINHA
011120     WRITE REL-LINHA
011130     MOVE 0 TO RETURN-CODE
011140     .
011150 8000-GRAVAR-TOTAIS-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190*    8100-GRAVAR-CATEGORIA
011200*    GRAVA A LINHA DE TOTAL DE UMA CATEGORIA DE INCONSISTENCIA.
011210******************************************************************
011220 8100-GRAVAR-CATEGORIA.
011230     MOVE WS-QTDE-CATEGORIA (WS-IDX-CAT) TO WS-QTDE-ED
011240     MOVE WS-IDX-CAT TO WS-DET-CATEGORIA
011250     MOVE SPACES TO REL-LINHA
011260     STRING WS-DET-CATEGORIA                DELIMITED BY SIZE
011270            " "                             DELIMITED BY SIZE
011280            WS-DESC-CATEGORIA (WS-IDX-CAT)  DELIMITED BY SIZE
011290            ": "                            DELIMITED BY SIZE
011300            WS-QTDE-ED                      DELIMITED BY SIZE
011310       INTO REL-LINHA
011320     END-STRING
011330     WRITE REL-LINHA
011340     .
011350 8100-GRAVAR-CATEGORIA-EXIT.
011360     EXIT.
011370
011380******************************************************************
011390*    9000-FINALIZAR
011400*    FECHA OS ARQUIVOS AINDA ABERTOS.
011410******************************************************************
011420 9000-FINALIZAR.
011430     CLOSE ARQ-MESTRE
011440     CLOSE ARQ-RVG-NDX
011450     CLOSE ARQ-RELATORIO
011460     IF HISTORICO-ATIVO
011470         CLOSE ARQ-HISTORICO
011480     END-IF
011490     .
011500 9000-FINALIZAR-EXIT.
011510     EXIT.
011520
011530******************************************************************
011540*    9700-CONFERIR-CADEIA
011550*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
011560*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
011570*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
011580*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
011590*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
011600*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
011610*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
011620*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
011630*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
011640*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
011650*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
011660*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
011670*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
011680*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
011690******************************************************************
011700 9700-CONFERIR-CADEIA.
011710     PERFORM 9710-LER-DEFINICAO
011720         THRU 9710-LER-DEFINICAO-EXIT
011730
011740     IF NOT CAD-DEFINIDO
011750         GO TO 9700-CONFERIR-CADEIA-EXIT
011760     END-IF
011770
011780     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
011790     ACCEPT WS-CAD-HORA-SIS FROM TIME
011800     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
011810     PERFORM 9760-CALCULAR-DATA-NEGOCIO
011820         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
011830     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
011840
011850     PERFORM 9720-APURAR-JORNAL
011860         THRU 9720-APURAR-JORNAL-EXIT
011870
011880     MOVE SPACES TO WS-CAD-MOTIVO
011890     IF CAD-EXECUCAO-REPETIDA
011900     AND NOT CAD-PODE-REPETIR
011910         STRING "REPETICAO NA DATA DE NEGOCIO "
011920                WS-CAD-DATA-NEGOCIO
011930                    DELIMITED BY SIZE
011940           INTO WS-CAD-MOTIVO
011950         END-STRING
011960     ELSE
011970         PERFORM 9740-CONFERIR-PREDECESSOR
011980             THRU 9740-CONFERIR-PREDECESSOR-EXIT
011990             VARYING WS-CAD-IDX FROM 1 BY 1
012000             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
012010             OR WS-CAD-MOTIVO NOT = SPACES
012020     END-IF
012030
012040     IF WS-CAD-MOTIVO = SPACES
012050         GO TO 9700-CONFERIR-CADEIA-EXIT
012060     END-IF
012070
012080     PERFORM 9750-LER-LIBERACAO
012090         THRU 9750-LER-LIBERACAO-EXIT
012100
012110     IF CAD-LIBERADO
012120         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
012130             WS-CAD-OPERADOR
012140         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
012150         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
012160         MOVE "L" TO WS-CAD-TIPO-JRN
012170         PERFORM 9790-GRAVAR-JORNAL-CADEIA
012180             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
012190         GO TO 9700-CONFERIR-CADEIA-EXIT
012200     END-IF
012210
012220     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
012230     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
012240     MOVE 12 TO RETURN-CODE
012250     MOVE "R" TO WS-CAD-TIPO-JRN
012260     PERFORM 9790-GRAVAR-JORNAL-CADEIA
012270         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
012280     STOP RUN
012290     .
012300 9700-CONFERIR-CADEIA-EXIT.
012310     EXIT.
012320
012330******************************************************************
012340*    9710-LER-DEFINICAO
012350*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
012360*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
012370*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
012380******************************************************************
012390 9710-LER-DEFINICAO.
012400     MOVE "N" TO WS-CAD-DEFINIDO
012410     OPEN INPUT ARQ-CADEIA
012420     IF NOT FS-CADEIA-OK
012430         IF NOT FS-CADEIA-AUSENTE
012440             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
012450                 "STATUS: " WS-FS-CADEIA
012460         END-IF
012470         GO TO 9710-LER-DEFINICAO-EXIT
012480     END-IF
012490
012500     MOVE "N" TO WS-CAD-FIM-ARQUIVO
012510     PERFORM 9715-LER-PROGRAMA
012520         THRU 9715-LER-PROGRAMA-EXIT
012530         UNTIL CAD-FIM-ARQUIVO
012540         OR CAD-DEFINIDO
012550
012560     CLOSE ARQ-CADEIA
012570     .
012580 9710-LER-DEFINICAO-EXIT.
012590     EXIT.
012600
012610 9715-LER-PROGRAMA.
012620     READ ARQ-CADEIA
012630         AT END
012640             MOVE "S" TO WS-CAD-FIM-ARQUIVO
012650             GO TO 9715-LER-PROGRAMA-EXIT
012660     END-READ
012670
012680     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
012690         GO TO 9715-LER-PROGRAMA-EXIT
012700     END-IF
012710
012720     MOVE "S" TO WS-CAD-DEFINIDO
012730     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
012740     MOVE ZEROS TO WS-CAD-HORA-VIRADA
012750     IF CAD-HORA-VIRADA NUMERIC
012760         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
012770     END-IF
012780     MOVE ZERO TO WS-CAD-QTDE-PRED
012790     PERFORM 9718-GUARDAR-PREDECESSOR
012800         THRU 9718-GUARDAR-PREDECESSOR-EXIT
012810         VARYING WS-CAD-IDX FROM 1 BY 1
012820         UNTIL WS-CAD-IDX > 5
012830     .
012840 9715-LER-PROGRAMA-EXIT.
012850     EXIT.
012860
012870 9718-GUARDAR-PREDECESSOR.
012880     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
012890         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
012900     END-IF
012910
012920     ADD 1 TO WS-CAD-QTDE-PRED
012930     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
012940                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
012950     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
012960     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
012970     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
012980     .
012990 9718-GUARDAR-PREDECESSOR-EXIT.
013000     EXIT.
013010
013020******************************************************************
013030*    9720-APURAR-JORNAL
013040*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
013050*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
013060*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
013070*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
013080*    SO CONTAM OS REGISTROS DE INICIO E FIM.
013090******************************************************************
013100 9720-APURAR-JORNAL.
013110     OPEN INPUT ARQ-JORNAL
013120     IF NOT FS-JORNAL-OK
013130         GO TO 9720-APURAR-JORNAL-EXIT
013140     END-IF
013150
013160     MOVE "N" TO WS-CAD-FIM-ARQUIVO
013170     PERFORM 9725-LER-JORNAL-CADEIA
013180         THRU 9725-LER-JORNAL-CADEIA-EXIT
013190         UNTIL CAD-FIM-ARQUIVO
013200
013210     CLOSE ARQ-JORNAL
013220     .
013230 9720-APURAR-JORNAL-EXIT.
013240     EXIT.
013250
013260 9725-LER-JORNAL-CADEIA.
013270     READ ARQ-JORNAL
013280         AT END
013290             MOVE "S" TO WS-CAD-FIM-ARQUIVO
013300             GO TO 9725-LER-JORNAL-CADEIA-EXIT
013310     END-READ
013320
013330     IF NOT JRN-INICIO
013340     AND NOT JRN-FIM
013350         GO TO 9725-LER-JORNAL-CADEIA-EXIT
013360     END-IF
013370
013380     MOVE JRN-DATA TO WS-CAD-MOM-DATA
013390     MOVE JRN-HORA TO WS-CAD-MOM-HORA
013400
013410     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
013420         PERFORM 9730-APURAR-PROPRIO
013430             THRU 9730-APURAR-PROPRIO-EXIT
013440         GO TO 9725-LER-JORNAL-CADEIA-EXIT
013450     END-IF
013460
013470     MOVE ZERO TO WS-CAD-ACHADO
013480     PERFORM 9735-PROCURAR-PREDECESSOR
013490         THRU 9735-PROCURAR-PREDECESSOR-EXIT
013500         VARYING WS-CAD-IDX FROM 1 BY 1
013510         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
013520         OR WS-CAD-ACHADO > ZERO
013530     IF WS-CAD-ACHADO = ZERO
013540         GO TO 9725-LER-JORNAL-CADEIA-EXIT
013550     END-IF
013560
013570     IF JRN-INICIO
013580         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
013590         MOVE WS-CAD-MOMENTO-N
013600                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
013610         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
013620     ELSE
013630         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
013640             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
013650             MOVE JRN-RETURN-CODE
013660                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
013670         END-IF
013680     END-IF
013690     .
013700 9725-LER-JORNAL-CADEIA-EXIT.
013710     EXIT.
013720
013730 9730-APURAR-PROPRIO.
013740     IF JRN-INICIO
013750         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
013760         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
013770         GO TO 9730-APURAR-PROPRIO-EXIT
013780     END-IF
013790
013800     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
013810         GO TO 9730-APURAR-PROPRIO-EXIT
013820     END-IF
013830
013840     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
013850     IF JRN-RETURN-CODE = ZERO
013860         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
013870     END-IF
013880
013890     IF JRN-RETURN-CODE < 16
013900         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
013910         PERFORM 9760-CALCULAR-DATA-NEGOCIO
013920             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
013930         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
013940             MOVE "S" TO WS-CAD-REPETICAO
013950         END-IF
013960     END-IF
013970     .
013980 9730-APURAR-PROPRIO-EXIT.
013990     EXIT.
014000
014010 9735-PROCURAR-PREDECESSOR.
014020     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
014030         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
014040     END-IF
014050     .
014060 9735-PROCURAR-PREDECESSOR-EXIT.
014070     EXIT.
014080
014090******************************************************************
014100*    9740-CONFERIR-PREDECESSOR
014110*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
014120*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
014130*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
014140*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
014150*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
014160*    DE NOVO.
014170******************************************************************
014180 9740-CONFERIR-PREDECESSOR.
014190     MOVE "N" TO WS-CAD-PRED-DO-DIA
014200     IF CAD-PODE-REPETIR
014210     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
014220         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
014230         PERFORM 9760-CALCULAR-DATA-NEGOCIO
014240             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
014250         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
014260             MOVE "S" TO WS-CAD-PRED-DO-DIA
014270         END-IF
014280     END-IF
014290
014300     EVALUATE TRUE
014310         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
014320         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
014330                  NOT > WS-CAD-ULTIMO-OK
014340         AND NOT CAD-PRED-DO-DIA
014350             STRING "PREDECESSOR NAO EXECUTADO: "
014360                    WS-CAD-PRED-NOME (WS-CAD-IDX)
014370                        DELIMITED BY SIZE
014380               INTO WS-CAD-MOTIVO
014390             END-STRING
014400         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
014410             STRING "PREDECESSOR NAO FINALIZADO: "
014420                    WS-CAD-PRED-NOME (WS-CAD-IDX)
014430                        DELIMITED BY SIZE
014440               INTO WS-CAD-MOTIVO
014450             END-STRING
014460         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
014470             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
014480             STRING "PREDECESSOR COM RC "
014490                    WS-CAD-RC-ED
014500                    ": "
014510                    WS-CAD-PRED-NOME (WS-CAD-IDX)
014520                        DELIMITED BY SIZE
014530               INTO WS-CAD-MOTIVO
014540             END-STRING
014550     END-EVALUATE
014560     .
014570 9740-CONFERIR-PREDECESSOR-EXIT.
014580     EXIT.
014590
014600******************************************************************
014610*    9750-LER-LIBERACAO
014620*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
014630*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
014640*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
014650******************************************************************
014660 9750-LER-LIBERACAO.
014670     MOVE "N" TO WS-CAD-LIBERADO
014680     OPEN INPUT ARQ-LIBERACAO
014690     IF NOT FS-LIBERACAO-OK
014700         GO TO 9750-LER-LIBERACAO-EXIT
014710     END-IF
014720
014730     MOVE "N" TO WS-CAD-FIM-ARQUIVO
014740     PERFORM 9755-LER-CARTAO-LIBERACAO
014750         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
014760         UNTIL CAD-FIM-ARQUIVO
014770         OR CAD-LIBERADO
014780
014790     CLOSE ARQ-LIBERACAO
014800     .
014810 9750-LER-LIBERACAO-EXIT.
014820     EXIT.
014830
014840 9755-LER-CARTAO-LIBERACAO.
014850     READ ARQ-LIBERACAO
014860         AT END
014870             MOVE "S" TO WS-CAD-FIM-ARQUIVO
014880             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
014890     END-READ
014900
014910     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
014920     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
014930     AND LIB-OPERADOR NOT = SPACES
014940         MOVE "S" TO WS-CAD-LIBERADO
014950         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
014960         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
014970     END-IF
014980     .
014990 9755-LER-CARTAO-LIBERACAO-EXIT.
015000     EXIT.
015010
015020******************************************************************
015030*    9760-CALCULAR-DATA-NEGOCIO
015040*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
015050*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
015060*    ANTERIOR.
015070******************************************************************
015080 9760-CALCULAR-DATA-NEGOCIO.
015090     IF WS-CAD-MOM-DATA NOT NUMERIC
015100     OR WS-CAD-MOM-MM < 1
015110     OR WS-CAD-MOM-MM > 12
015120     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
015130         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
015140         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
015150     END-IF
015160
015170     SUBTRACT 1 FROM WS-CAD-MOM-DD
015180     IF WS-CAD-MOM-DD = ZERO
015190         SUBTRACT 1 FROM WS-CAD-MOM-MM
015200         IF WS-CAD-MOM-MM = ZERO
015210             MOVE 12 TO WS-CAD-MOM-MM
015220             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
015230         END-IF
015240         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
015250         IF WS-CAD-MOM-MM = 2
015260             PERFORM 9765-CONFERIR-BISSEXTO
015270                 THRU 9765-CONFERIR-BISSEXTO-EXIT
015280         END-IF
015290     END-IF
015300
015310     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
015320     .
015330 9760-CALCULAR-DATA-NEGOCIO-EXIT.
015340     EXIT.
015350
015360 9765-CONFERIR-BISSEXTO.
015370     DIVIDE WS-CAD-MOM-CCYY BY 4
015380         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
015390     DIVIDE WS-CAD-MOM-CCYY BY 100
015400         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
015410     DIVIDE WS-CAD-MOM-CCYY BY 400
015420         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
015430
015440     IF WS-CAD-RESTO-4 = ZERO
015450     AND (WS-CAD-RESTO-100 NOT = ZERO
015460          OR WS-CAD-RESTO-400 = ZERO)
015470         MOVE 29 TO WS-CAD-MOM-DD
015480     END-IF
015490     .
015500 9765-CONFERIR-BISSEXTO-EXIT.
015510     EXIT.
015520
015530******************************************************************
015540*    9790-GRAVAR-JORNAL-CADEIA
015550*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
015560*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
015570******************************************************************
015580 9790-GRAVAR-JORNAL-CADEIA.
015590     OPEN EXTEND ARQ-JORNAL
015600     IF NOT FS-JORNAL-OK
015610         OPEN OUTPUT ARQ-JORNAL
015620     END-IF
015630     IF NOT FS-JORNAL-OK
015640         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
015650             WS-FS-JORNAL
015660         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
015670     END-IF
015680
015690     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
015700     ACCEPT WS-CAD-HORA-SIS FROM TIME
015710     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
015720
015730     MOVE SPACES                TO JORNAL-REG
015740     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
015750     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
015760     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
015770     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
015780     MOVE ZEROS                 TO JRN-QTDE-LIDOS
015790     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
015800     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
015810     MOVE RETURN-CODE           TO JRN-RETURN-CODE
015820     MOVE "N"                   TO JRN-REINICIO
015830     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
015840     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
015850     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
015860
015870     WRITE JORNAL-REG
015880
015890     CLOSE ARQ-JORNAL
015900     .
015910 9790-GRAVAR-JORNAL-CADEIA-EXIT.
015920     EXIT.
015930******************************************************************
015940*    9800-GRAVAR-JORNAL
015950*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
015960*    CONFORME WS-JRN-TIPO), COM OS CIDADAOS LIDOS DO MESTRE, AS
015970*    INCONSISTENCIAS ENCONTRADAS E O RETURN-CODE. O JORNAL E UM
015980*    CONTROLE DE OPERACAO: FALHA AO GRAVA-LO E AVISADA NO
015990*    CONSOLE MAS NAO DERRUBA A CONFERENCIA.
016000******************************************************************
016010 9800-GRAVAR-JORNAL.
016020     OPEN EXTEND ARQ-JORNAL
016030     IF NOT FS-JORNAL-OK
016040         OPEN OUTPUT ARQ-JORNAL
016050     END-IF
016060     IF NOT FS-JORNAL-OK
016070         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
016080             WS-FS-JORNAL
016090         GO TO 9800-GRAVAR-JORNAL-EXIT
016100     END-IF
016110
016120     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
016130     ACCEPT WS-HORA-JRN-SIS FROM TIME
016140     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
016150
016160     MOVE SPACES                  TO JORNAL-REG
016170     MOVE "VERIFICA-INTEGRIDADE"  TO JRN-PROGRAMA
016180     MOVE WS-JRN-TIPO             TO JRN-TIPO
016190     MOVE WS-DATA-JORNAL          TO JRN-DATA
016200     MOVE WS-HORA-JORNAL          TO JRN-HORA
016210     MOVE WS-QTDE-MESTRE          TO JRN-QTDE-LIDOS
016220     MOVE ZEROS                   TO JRN-QTDE-GRAVADOS
016230     MOVE WS-QTDE-INCONSISTENCIAS TO JRN-QTDE-REJEITADOS
016240     MOVE RETURN-CODE             TO JRN-RETURN-CODE
016250     MOVE "N"                     TO JRN-REINICIO
016260
016270     WRITE JORNAL-REG
016280
016290     CLOSE ARQ-JORNAL
016300     .
016310 9800-GRAVAR-JORNAL-EXIT.
016320     EXIT.
016330
016340 END PROGRAM VERIFICA-INTEGRIDADE.

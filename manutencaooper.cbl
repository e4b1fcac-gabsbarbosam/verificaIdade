000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: MANUTENCAO DO CADASTRO DE OPERADORES DO BALCAO
000060*          (ARQ-OPERADORES, INDEXADO PELO CODIGO DO OPERADOR) A
000070*          PARTIR DE UM ARQUIVO DE CARTOES DE MOVIMENTO
000080*          (ARQ-MOVIMENTOS): CONSULTA, INCLUSAO, ALTERACAO DO
000090*          NOME, DA SITUACAO E DO PERFIL DE AUTORIZACAO, NOVA
000100*          SENHA E DESBLOQUEIO DO OPERADOR BLOQUEADO POR FALHAS
000110*          DE SENHA. A SENHA NUNCA E GRAVADA: O CADASTRO GUARDA
000120*          SO O SEU RESUMO, CALCULADO DA MESMA FORMA QUE NA
000130*          IDENTIFICACAO DO OPERADOR EM VERIFICA-IDADE. CADA
000140*          MOVIMENTO APLICADO VAI PARA O LOG DE ACESSOS
000150*          (ARQ-ACESSOS, EVENTO M) E OS MOVIMENTOS RECUSADOS E AS
000160*          CONSULTAS SAEM NO RELATORIO DE MANUTENCAO
000170*          (ARQ-RELATORIO).
000180* Tectonics: cobc
000190*
000200* Modification History
000210* Date       Init Description
000220* 15/10/2026 GB   Criacao do programa de manutencao de operadores.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. MANUTENCAO-OPERADORES.
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
000360     SELECT ARQ-MOVIMENTOS ASSIGN TO ARQMOVO
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-MOVIMENTOS.
000390
000400     SELECT ARQ-OPERADORES ASSIGN TO ARQOPR
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS OPR-ID
000440         FILE STATUS IS WS-FS-OPERADORES.
000450
000460     SELECT ARQ-ACESSOS ASSIGN TO ARQACE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-ACESSOS.
000490
000500     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-RELATORIO.
000530
000540     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-JORNAL.
000570     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-CADEIA.
000600     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-LIBERACAO.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ARQ-MOVIMENTOS
000670     RECORDING MODE IS F.
000680 COPY MOVOREG.
000690
000700 FD  ARQ-OPERADORES.
000710 COPY OPERREG.
000720
000730 FD  ARQ-ACESSOS
000740     RECORDING MODE IS F.
000750 COPY ACESREG.
000760
000770 FD  ARQ-RELATORIO
000780     RECORDING MODE IS F.
000790 01  REL-LINHA                   PIC X(80).
000800
000810 FD  ARQ-JORNAL
000820     RECORDING MODE IS F.
000830 COPY JORNREG.
000840
000850 FD  ARQ-CADEIA
000860     RECORDING MODE IS F.
000870 COPY CADEREG.
000880
000890 FD  ARQ-LIBERACAO
000900     RECORDING MODE IS F.
000910 COPY LIBEREG.
000920
000930 WORKING-STORAGE SECTION.
000940******************************************************************
000950*    CHAVES E STATUS DE ARQUIVO
000960******************************************************************
000970 77  WS-FS-MOVIMENTOS            PIC X(02) VALUE ZEROS.
000980     88  FS-MOVIMENTOS-OK        VALUE "00".
000990 77  WS-FS-OPERADORES            PIC X(02) VALUE ZEROS.
001000     88  FS-OPERADORES-OK        VALUE "00".
001010     88  FS-OPERADORES-NAO-ACHADO VALUE "23".
001020 77  WS-FS-ACESSOS               PIC X(02) VALUE ZEROS.
001030     88  FS-ACESSOS-OK           VALUE "00".
001040 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
001050     88  FS-RELATORIO-OK         VALUE "00".
001060 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
001070     88  FS-JORNAL-OK            VALUE "00".
001080
001090******************************************************************
001100*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
001110*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
001120******************************************************************
001130 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
001140 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001150 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001160 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001170******************************************************************
001180*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001190*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001200*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001210*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001220*    RODOU, A = ABERTA, F = FINALIZADA).
001230******************************************************************
001240 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001250     88  FS-CADEIA-OK            VALUE "00".
001260     88  FS-CADEIA-AUSENTE       VALUE "35".
001270 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001280     88  FS-LIBERACAO-OK         VALUE "00".
001290 77  WS-CAD-PROGRAMA             PIC X(22)
001300                 VALUE "MANUTENCAO-OPERADORES".
001310 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001320     88  CAD-DEFINIDO            VALUE "S".
001330 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001340     88  CAD-FIM-ARQUIVO         VALUE "S".
001350 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001360     88  CAD-PODE-REPETIR        VALUE "S".
001370 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001380     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001390 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001400     88  CAD-PRED-DO-DIA         VALUE "S".
001410 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001420     88  CAD-LIBERADO            VALUE "S".
001430 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001440 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001450 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001460 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001470 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001480 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001490 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001500 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001510 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001520 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001530 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001540 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001550 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001560 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001570 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001580 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001590 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001600 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001610 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001620 01  WS-CAD-PREDECESSORES.
001630     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001640         10  WS-CAD-PRED-NOME    PIC X(22).
001650         10  WS-CAD-PRED-SIT     PIC X(01).
001660         10  WS-CAD-PRED-INICIO  PIC 9(14).
001670         10  WS-CAD-PRED-RC      PIC 9(04).
001680 01  WS-CAD-MOMENTO.
001690     05  WS-CAD-MOM-DATA.
001700         10  WS-CAD-MOM-CCYY     PIC 9(04).
001710         10  WS-CAD-MOM-MM       PIC 9(02).
001720         10  WS-CAD-MOM-DD       PIC 9(02).
001730     05  WS-CAD-MOM-HORA         PIC 9(06).
001740 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
001750                                 PIC 9(14).
001760 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
001770     05  FILLER                  PIC X(08).
001780     05  WS-CAD-MOM-HHMM         PIC 9(04).
001790     05  FILLER                  PIC X(02).
001800 01  WS-CAD-DIAS-MES-TAB.
001810     05  FILLER                  PIC X(24)
001820                 VALUE "312831303130313130313031".
001830 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
001840     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001850
001860******************************************************************
001870*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
001880******************************************************************
001890 77  WS-FIM-MOVIMENTOS           PIC X(01) VALUE "N".
001900     88  FIM-DOS-MOVIMENTOS      VALUE "S".
001910
001920******************************************************************
001930*    DATA E HORA DO SISTEMA, PARA O LOG E O RELATORIO
001940******************************************************************
001950 01  WS-DATA-SISTEMA.
001960     05  WS-DATA-SISTEMA-CCYY    PIC 9(04).
001970     05  WS-DATA-SISTEMA-MM      PIC 9(02).
001980     05  WS-DATA-SISTEMA-DD      PIC 9(02).
001990 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
002000 77  WS-HORA-MOV                 PIC 9(06) VALUE ZEROS.
002010
002020******************************************************************
002030*    SITUACAO DO MOVIMENTO CORRENTE E MOTIVO DA RECUSA
002040******************************************************************
002050 77  WS-MOVIMENTO-VALIDO         PIC X(01) VALUE "S".
002060     88  MOVIMENTO-VALIDO        VALUE "S".
002070 77  WS-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.
002080 77  WS-IDX-PROP                 PIC 9(02) COMP VALUE ZERO.
002090 77  WS-QTDE-PROP-INFORMADOS     PIC 9(02) COMP VALUE ZERO.
002100
002110******************************************************************
002120*    RESUMO DA SENHA. O CADASTRO GUARDA SO O RESUMO, FORMADO POR
002130*    DOIS ACUMULADORES POLINOMIAIS (MODULO DE DOIS PRIMOS) SOBRE
002140*    OPERADOR + SENHA + OPERADOR, BYTE A BYTE. TEM DE SER O MESMO
002150*    CALCULO DA IDENTIFICACAO DO OPERADOR EM VERIFICA-IDADE. O
002160*    BYTE E LIDO COMO NUMERO PELA META-PALAVRA BINARIA
002170*    WS-SNH-BYTE-N.
002180******************************************************************
002190 01  WS-SNH-ENTRADA.
002200     05  WS-SNH-ENT-OPERADOR-1   PIC X(08).
002210     05  WS-SNH-ENT-SENHA        PIC X(16).
002220     05  WS-SNH-ENT-OPERADOR-2   PIC X(08).
002230 01  WS-SNH-ENTRADA-R REDEFINES WS-SNH-ENTRADA.
002240     05  WS-SNH-ENT-BYTE         PIC X(01) OCCURS 32 TIMES.
002250 01  WS-SNH-BYTE-PAR.
002260     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
002270     05  WS-SNH-BYTE             PIC X(01) VALUE LOW-VALUE.
002280 01  WS-SNH-BYTE-N REDEFINES WS-SNH-BYTE-PAR
002290                                 PIC 9(04) COMP.
002300 01  WS-SNH-RESULTADO.
002310     05  WS-SNH-H1               PIC 9(09) VALUE ZEROS.
002320     05  WS-SNH-H2               PIC 9(09) VALUE ZEROS.
002330 77  WS-SNH-IDX                  PIC 9(02) COMP VALUE ZERO.
002340 77  WS-SNH-ACUM                 PIC 9(15) COMP VALUE ZERO.
002350 77  WS-SNH-QUOC                 PIC 9(15) COMP VALUE ZERO.
002360 77  WS-SNH-ACUM-1               PIC 9(09) COMP VALUE ZERO.
002370 77  WS-SNH-ACUM-2               PIC 9(09) COMP VALUE ZERO.
002380 77  WS-SNH-PRIMO-1              PIC 9(09) COMP VALUE 999999937.
002390 77  WS-SNH-PRIMO-2              PIC 9(09) COMP VALUE 999999929.
002400
002410******************************************************************
002420*    TOTAIS DA MANUTENCAO
002430******************************************************************
002440 77  WS-QTDE-LIDOS               PIC 9(08) COMP VALUE ZERO.
002450 77  WS-QTDE-CONSULTAS           PIC 9(08) COMP VALUE ZERO.
002460 77  WS-QTDE-INCLUIDOS           PIC 9(08) COMP VALUE ZERO.
002470 77  WS-QTDE-ALTERADOS           PIC 9(08) COMP VALUE ZERO.
002480 77  WS-QTDE-SENHAS              PIC 9(08) COMP VALUE ZERO.
002490 77  WS-QTDE-DESBLOQUEADOS       PIC 9(08) COMP VALUE ZERO.
002500 77  WS-QTDE-RECUSADOS           PIC 9(08) COMP VALUE ZERO.
002510 77  WS-QTDE-GRAVADOS            PIC 9(08) COMP VALUE ZERO.
002520 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
002530
002540******************************************************************
002550*    LINHA DE DETALHE DO RELATORIO DE MANUTENCAO (CONSULTAS E
002560*    MOVIMENTOS RECUSADOS). A CONSULTA OCUPA DUAS LINHAS: A
002570*    SITUACAO DO OPERADOR E O PERFIL DE AUTORIZACAO.
002580******************************************************************
002590 01  WS-REL-DETALHE.
002600     05  WS-DET-ACAO             PIC X(01).
002610     05  FILLER                  PIC X(01).
002620     05  WS-DET-OPERADOR         PIC X(08).
002630     05  FILLER                  PIC X(01).
002640     05  WS-DET-NOME             PIC X(22).
002650     05  FILLER                  PIC X(01).
002660     05  WS-DET-INFO             PIC X(46).
002670 01  WS-DET-SITUACAO.
002680     05  FILLER                  PIC X(06) VALUE "ATIVO ".
002690     05  WS-DSI-ATIVO            PIC X(01).
002700     05  FILLER                  PIC X(08) VALUE " FALHAS ".
002710     05  WS-DSI-FALHAS           PIC 9(02).
002720     05  FILLER                  PIC X(11) VALUE " BLOQUEADO ".
002730     05  WS-DSI-TRAVADO          PIC X(01).
002740     05  FILLER                  PIC X(08) VALUE " ACESSO ".
002750     05  WS-DSI-ULT-ACESSO       PIC 9(08).
002760 01  WS-DET-PERFIL.
002770     05  FILLER                  PIC X(07) VALUE "PADRAO ".
002780     05  WS-DPF-PADRAO           PIC X(01).
002790     05  FILLER                  PIC X(06) VALUE " HIST ".
002800     05  WS-DPF-HISTORICO        PIC X(01).
002810     05  FILLER                  PIC X(06) VALUE " PROP ".
002820     05  WS-DPF-PROP-ENT         OCCURS 5 TIMES.
002830         10  WS-DPF-PROP-CODIGO  PIC X(02).
002840         10  FILLER              PIC X(01).
002850
002860 PROCEDURE DIVISION.
002870******************************************************************
002880*    0000-MAINLINE
002890*    PARAGRAFO PRINCIPAL DO PROGRAMA.
002900******************************************************************
002910 0000-MAINLINE.
002920     PERFORM 9700-CONFERIR-CADEIA
002930         THRU 9700-CONFERIR-CADEIA-EXIT
002940     PERFORM 1000-INICIALIZAR
002950         THRU 1000-INICIALIZAR-EXIT
002960
002970     MOVE "I" TO WS-JRN-TIPO
002980     PERFORM 9800-GRAVAR-JORNAL
002990         THRU 9800-GRAVAR-JORNAL-EXIT
003000
003010     PERFORM 2000-PROCESSAR-MOVIMENTOS
003020         THRU 2000-PROCESSAR-MOVIMENTOS-EXIT
003030         UNTIL FIM-DOS-MOVIMENTOS
003040
003050     PERFORM 8000-GRAVAR-TOTAIS
003060         THRU 8000-GRAVAR-TOTAIS-EXIT
003070
003080     PERFORM 9000-FINALIZAR
003090         THRU 9000-FINALIZAR-EXIT
003100
003110     MOVE "F" TO WS-JRN-TIPO
003120     PERFORM 9800-GRAVAR-JORNAL
003130         THRU 9800-GRAVAR-JORNAL-EXIT
003140
003150     STOP RUN.
003160
003170******************************************************************
003180*    1000-INICIALIZAR
003190*    ABRE OS ARQUIVOS, OBTEM A DATA DO SISTEMA E POSICIONA O
003200*    PRIMEIRO MOVIMENTO. NA PRIMEIRA EXECUCAO O CADASTRO DE
003210*    OPERADORES AINDA NAO EXISTE: ELE E CRIADO VAZIO EM OUTPUT E
003220*    REABERTO EM I-O. O LOG DE ACESSOS E ABERTO EM EXTEND PARA
003230*    NUNCA SOBREPOR OS EVENTOS DO BALCAO.
003240******************************************************************
003250 1000-INICIALIZAR.
003260     OPEN INPUT ARQ-MOVIMENTOS
003270     IF NOT FS-MOVIMENTOS-OK
003280         DISPLAY "ERRO AO ABRIR ARQ-MOVIMENTOS. FILE STATUS: "
003290             WS-FS-MOVIMENTOS
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330
003340     OPEN I-O ARQ-OPERADORES
003350     IF NOT FS-OPERADORES-OK
003360         OPEN OUTPUT ARQ-OPERADORES
003370         IF FS-OPERADORES-OK
003380             CLOSE ARQ-OPERADORES
003390             OPEN I-O ARQ-OPERADORES
003400         END-IF
003410     END-IF
003420     IF NOT FS-OPERADORES-OK
003430         DISPLAY "ERRO AO ABRIR ARQ-OPERADORES. FILE STATUS: "
003440             WS-FS-OPERADORES
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480
003490     OPEN EXTEND ARQ-ACESSOS
003500     IF NOT FS-ACESSOS-OK
003510         OPEN OUTPUT ARQ-ACESSOS
003520     END-IF
003530     IF NOT FS-ACESSOS-OK
003540         DISPLAY "ERRO AO ABRIR ARQ-ACESSOS. FILE STATUS: "
003550             WS-FS-ACESSOS
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590
003600     OPEN OUTPUT ARQ-RELATORIO
003610     IF NOT FS-RELATORIO-OK
003620         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
003630             WS-FS-RELATORIO
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF
003670
003680     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003690
003700     PERFORM 1200-GRAVAR-CABECALHO
003710         THRU 1200-GRAVAR-CABECALHO-EXIT
003720
003730     PERFORM 2100-LER-MOVIMENTO
003740         THRU 2100-LER-MOVIMENTO-EXIT
003750     .
003760 1000-INICIALIZAR-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800*    1200-GRAVAR-CABECALHO
003810*    GRAVA O CABECALHO DO RELATORIO DE MANUTENCAO.
003820******************************************************************
003830 1200-GRAVAR-CABECALHO.
003840     MOVE SPACES TO REL-LINHA
003850     STRING "MANUTENCAO DE OPERADORES DO BALCAO EM "
003860                               DELIMITED BY SIZE
003870            WS-DATA-SISTEMA    DELIMITED BY SIZE
003880       INTO REL-LINHA
003890     END-STRING
003900     WRITE REL-LINHA
003910
003920     MOVE "A OPERADOR NOME                   SITUACAO"
003930         TO REL-LINHA
003940     WRITE REL-LINHA
003950     .
003960 1200-GRAVAR-CABECALHO-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    2000-PROCESSAR-MOVIMENTOS
004010*    VALIDA O MOVIMENTO CORRENTE, APLICA-O AO CADASTRO QUANDO
004020*    VALIDO E LE O PROXIMO. MOVIMENTO RECUSADO SAI NO RELATORIO
004030*    COM O MOTIVO.
004040******************************************************************
004050 2000-PROCESSAR-MOVIMENTOS.
004060     PERFORM 2200-VALIDAR-MOVIMENTO
004070         THRU 2200-VALIDAR-MOVIMENTO-EXIT
004080
004090     IF NOT MOVIMENTO-VALIDO
004100         ADD 1 TO WS-QTDE-RECUSADOS
004110         PERFORM 2900-GRAVAR-RECUSA
004120             THRU 2900-GRAVAR-RECUSA-EXIT
004130         GO TO 2000-LER-PROXIMO
004140     END-IF
004150
004160     EVALUATE TRUE
004170         WHEN MVO-CONSULTA
004180             PERFORM 3000-CONSULTAR
004190                 THRU 3000-CONSULTAR-EXIT
004200         WHEN MVO-INCLUSAO
004210             PERFORM 4000-INCLUIR
004220                 THRU 4000-INCLUIR-EXIT
004230         WHEN MVO-ALTERACAO
004240             PERFORM 5000-ALTERAR
004250                 THRU 5000-ALTERAR-EXIT
004260         WHEN MVO-NOVA-SENHA
004270             PERFORM 5500-TROCAR-SENHA
004280                 THRU 5500-TROCAR-SENHA-EXIT
004290         WHEN MVO-DESBLOQUEIO
004300             PERFORM 6000-DESBLOQUEAR
004310                 THRU 6000-DESBLOQUEAR-EXIT
004320     END-EVALUATE
004330     .
004340 2000-LER-PROXIMO.
004350     PERFORM 2100-LER-MOVIMENTO
004360         THRU 2100-LER-MOVIMENTO-EXIT
004370     .
004380 2000-PROCESSAR-MOVIMENTOS-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420*    2100-LER-MOVIMENTO
004430*    LE O PROXIMO CARTAO DE MOVIMENTO.
004440******************************************************************
004450 2100-LER-MOVIMENTO.
004460     READ ARQ-MOVIMENTOS
004470         AT END
004480             MOVE "S" TO WS-FIM-MOVIMENTOS
004490         NOT AT END
004500             ADD 1 TO WS-QTDE-LIDOS
004510     END-READ
004520     .
004530 2100-LER-MOVIMENTO-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    2200-VALIDAR-MOVIMENTO
004580*    CONFERE O MOVIMENTO CORRENTE ANTES DE TOCAR O CADASTRO: A
004590*    ACAO PRECISA SER CONHECIDA E O OPERADOR INFORMADO. NA
004600*    INCLUSAO O OPERADOR NAO PODE EXISTIR E O NOME E A SENHA SAO
004610*    OBRIGATORIOS; NAS DEMAIS ACOES O OPERADOR PRECISA EXISTIR.
004620*    A NOVA SENHA PRECISA VIR INFORMADA E A ALTERACAO PRECISA
004630*    TRAZER AO MENOS UM DADO NOVO.
004640******************************************************************
004650 2200-VALIDAR-MOVIMENTO.
004660     MOVE "S"    TO WS-MOVIMENTO-VALIDO
004670     MOVE SPACES TO WS-MOTIVO-RECUSA
004680
004690     IF NOT MVO-CONSULTA
004700     AND NOT MVO-INCLUSAO
004710     AND NOT MVO-ALTERACAO
004720     AND NOT MVO-NOVA-SENHA
004730     AND NOT MVO-DESBLOQUEIO
004740         MOVE "N" TO WS-MOVIMENTO-VALIDO
004750         MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-RECUSA
004760         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
004770     END-IF
004780
004790     IF MVO-OPERADOR = SPACES
004800         MOVE "N" TO WS-MOVIMENTO-VALIDO
004810         MOVE "OPERADOR NAO INFORMADO" TO WS-MOTIVO-RECUSA
004820         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
004830     END-IF
004840
004850     MOVE MVO-OPERADOR TO OPR-ID
004860     READ ARQ-OPERADORES
004870
004880     IF NOT FS-OPERADORES-OK
004890     AND NOT FS-OPERADORES-NAO-ACHADO
004900         DISPLAY "ERRO AO LER ARQ-OPERADORES. FILE STATUS: "
004910             WS-FS-OPERADORES
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN
004940     END-IF
004950
004960     IF MVO-INCLUSAO
004970         IF FS-OPERADORES-OK
004980             MOVE "N" TO WS-MOVIMENTO-VALIDO
004990             MOVE "OPERADOR JA CADASTRADO" TO WS-MOTIVO-RECUSA
005000             GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005010         END-IF
005020         IF MVO-NOME = SPACES
005030         OR MVO-SENHA = SPACES
005040             MOVE "N" TO WS-MOVIMENTO-VALIDO
005050             MOVE "INCLUSAO COM DADOS FALTANTES"
005060                 TO WS-MOTIVO-RECUSA
005070             GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005080         END-IF
005090         PERFORM 2280-VALIDAR-DADOS-NOVOS
005100             THRU 2280-VALIDAR-DADOS-NOVOS-EXIT
005110         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005120     END-IF
005130
005140     IF FS-OPERADORES-NAO-ACHADO
005150         MOVE "N" TO WS-MOVIMENTO-VALIDO
005160         MOVE "OPERADOR NAO ENCONTRADO" TO WS-MOTIVO-RECUSA
005170         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005180     END-IF
005190
005200     IF MVO-NOVA-SENHA
005210         IF MVO-SENHA = SPACES
005220             MOVE "N" TO WS-MOVIMENTO-VALIDO
005230             MOVE "NOVA SENHA NAO INFORMADA" TO WS-MOTIVO-RECUSA
005240             GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005250         END-IF
005260         PERFORM 2280-VALIDAR-DADOS-NOVOS
005270             THRU 2280-VALIDAR-DADOS-NOVOS-EXIT
005280         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005290     END-IF
005300
005310     IF MVO-ALTERACAO
005320         PERFORM 2270-VALIDAR-ALTERACAO
005330             THRU 2270-VALIDAR-ALTERACAO-EXIT
005340     END-IF
005350     .
005360 2200-VALIDAR-MOVIMENTO-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    2270-VALIDAR-ALTERACAO
005410*    CONFERE O MOVIMENTO DE ALTERACAO: AO MENOS UM DADO NOVO
005420*    INFORMADO (A SENHA NAO SE ALTERA AQUI, SO NA ACAO S), E OS
005430*    INFORMADOS VALIDOS.
005440******************************************************************
005450 2270-VALIDAR-ALTERACAO.
005460     MOVE ZERO TO WS-QTDE-PROP-INFORMADOS
005470     PERFORM 2275-CONTAR-PROPOSITO
005480         THRU 2275-CONTAR-PROPOSITO-EXIT
005490         VARYING WS-IDX-PROP FROM 1 BY 1
005500         UNTIL WS-IDX-PROP > 5
005510
005520     IF MVO-SENHA NOT = SPACES
005530         MOVE "N" TO WS-MOVIMENTO-VALIDO
005540         MOVE "SENHA SO NA ACAO S" TO WS-MOTIVO-RECUSA
005550         GO TO 2270-VALIDAR-ALTERACAO-EXIT
005560     END-IF
005570
005580     IF MVO-NOME = SPACES
005590     AND MVO-ATIVO = SPACE
005600     AND MVO-PROP-PADRAO = SPACE
005610     AND MVO-VER-HISTORICO = SPACE
005620     AND WS-QTDE-PROP-INFORMADOS = ZERO
005630         MOVE "N" TO WS-MOVIMENTO-VALIDO
005640         MOVE "ALTERACAO SEM DADOS NOVOS" TO WS-MOTIVO-RECUSA
005650         GO TO 2270-VALIDAR-ALTERACAO-EXIT
005660     END-IF
005670
005680     PERFORM 2280-VALIDAR-DADOS-NOVOS
005690         THRU 2280-VALIDAR-DADOS-NOVOS-EXIT
005700     .
005710 2270-VALIDAR-ALTERACAO-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    2275-CONTAR-PROPOSITO
005760*    CONTA OS CODIGOS DE PROPOSITO INFORMADOS NO MOVIMENTO.
005770******************************************************************
005780 2275-CONTAR-PROPOSITO.
005790     IF MVO-PROP-CODIGO (WS-IDX-PROP) NOT = SPACES
005800         ADD 1 TO WS-QTDE-PROP-INFORMADOS
005810     END-IF
005820     .
005830 2275-CONTAR-PROPOSITO-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*    2280-VALIDAR-DADOS-NOVOS
005880*    CONFERE OS DADOS INFORMADOS NO MOVIMENTO: SITUACAO, PROPOSITO
005890*    PADRAO E CONSULTA AO HISTORICO SO ACEITAM S OU N, E A SENHA
005900*    PRECISA TER AO MENOS 6 POSICOES, SEM BRANCO A ESQUERDA.
005910******************************************************************
005920 2280-VALIDAR-DADOS-NOVOS.
005930     IF MVO-ATIVO NOT = SPACE
005940     AND MVO-ATIVO NOT = "S"
005950     AND MVO-ATIVO NOT = "N"
005960         MOVE "N" TO WS-MOVIMENTO-VALIDO
005970         MOVE "SITUACAO INVALIDA" TO WS-MOTIVO-RECUSA
005980         GO TO 2280-VALIDAR-DADOS-NOVOS-EXIT
005990     END-IF
006000
006010     IF MVO-PROP-PADRAO NOT = SPACE
006020     AND MVO-PROP-PADRAO NOT = "S"
006030     AND MVO-PROP-PADRAO NOT = "N"
006040         MOVE "N" TO WS-MOVIMENTO-VALIDO
006050         MOVE "PROPOSITO PADRAO INVALIDO" TO WS-MOTIVO-RECUSA
006060         GO TO 2280-VALIDAR-DADOS-NOVOS-EXIT
006070     END-IF
006080
006090     IF MVO-VER-HISTORICO NOT = SPACE
006100     AND MVO-VER-HISTORICO NOT = "S"
006110     AND MVO-VER-HISTORICO NOT = "N"
006120         MOVE "N" TO WS-MOVIMENTO-VALIDO
006130         MOVE "CONSULTA AO HISTORICO INVALIDA"
006140             TO WS-MOTIVO-RECUSA
006150         GO TO 2280-VALIDAR-DADOS-NOVOS-EXIT
006160     END-IF
006170
006180     IF MVO-SENHA NOT = SPACES
006190         IF MVO-SENHA (1:1) = SPACE
006200         OR MVO-SENHA (6:1) = SPACE
006210             MOVE "N" TO WS-MOVIMENTO-VALIDO
006220             MOVE "SENHA COM MENOS DE 6 POSICOES"
006230                 TO WS-MOTIVO-RECUSA
006240         END-IF
006250     END-IF
006260     .
006270 2280-VALIDAR-DADOS-NOVOS-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310*    2900-GRAVAR-RECUSA
006320*    GRAVA NO RELATORIO O MOVIMENTO RECUSADO COM O MOTIVO DA
006330*    RECUSA, PARA DEVOLUCAO A SUPERVISAO DO BALCAO.
006340******************************************************************
006350 2900-GRAVAR-RECUSA.
006360     MOVE SPACES              TO WS-REL-DETALHE
006370     MOVE MVO-ACAO            TO WS-DET-ACAO
006380     MOVE MVO-OPERADOR        TO WS-DET-OPERADOR
006390     MOVE MVO-NOME            TO WS-DET-NOME
006400     STRING "RECUSADO: "      DELIMITED BY SIZE
006410            WS-MOTIVO-RECUSA  DELIMITED BY SIZE
006420       INTO WS-DET-INFO
006430     END-STRING
006440     WRITE REL-LINHA FROM WS-REL-DETALHE
006450     .
006460 2900-GRAVAR-RECUSA-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500*    3000-CONSULTAR
006510*    GRAVA NO RELATORIO A SITUACAO E O PERFIL DO OPERADOR, JA
006520*    LIDO NA VALIDACAO DO MOVIMENTO. O RESUMO DA SENHA NAO SAI.
006530******************************************************************
006540 3000-CONSULTAR.
006550     ADD 1 TO WS-QTDE-CONSULTAS
006560
006570     MOVE OPR-ATIVO           TO WS-DSI-ATIVO
006580     MOVE OPR-FALHAS          TO WS-DSI-FALHAS
006590     MOVE OPR-TRAVADO         TO WS-DSI-TRAVADO
006600     MOVE OPR-DATA-ULT-ACESSO TO WS-DSI-ULT-ACESSO
006610     MOVE SPACES              TO WS-REL-DETALHE
006620     MOVE MVO-ACAO            TO WS-DET-ACAO
006630     MOVE OPR-ID              TO WS-DET-OPERADOR
006640     MOVE OPR-NOME            TO WS-DET-NOME
006650     MOVE WS-DET-SITUACAO     TO WS-DET-INFO
006660     WRITE REL-LINHA FROM WS-REL-DETALHE
006670
006680     MOVE OPR-PROP-PADRAO     TO WS-DPF-PADRAO
006690     MOVE OPR-VER-HISTORICO   TO WS-DPF-HISTORICO
006700     PERFORM 3100-MOSTRAR-PROPOSITO
006710         THRU 3100-MOSTRAR-PROPOSITO-EXIT
006720         VARYING WS-IDX-PROP FROM 1 BY 1
006730         UNTIL WS-IDX-PROP > 5
006740     MOVE SPACES              TO WS-REL-DETALHE
006750     MOVE WS-DET-PERFIL       TO WS-DET-INFO
006760     WRITE REL-LINHA FROM WS-REL-DETALHE
006770     .
006780 3000-CONSULTAR-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820*    3100-MOSTRAR-PROPOSITO
006830*    LEVA UM CODIGO DE PROPOSITO DO PERFIL PARA A LINHA DA
006840*    CONSULTA.
006850******************************************************************
006860 3100-MOSTRAR-PROPOSITO.
006870     MOVE OPR-PROP-CODIGO (WS-IDX-PROP)
006880         TO WS-DPF-PROP-CODIGO (WS-IDX-PROP)
006890     .
006900 3100-MOSTRAR-PROPOSITO-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940*    4000-INCLUIR
006950*    INCLUI NO CADASTRO O OPERADOR DO MOVIMENTO, COM O RESUMO DA
006960*    SENHA INICIAL, SEM FALHAS E DESBLOQUEADO. SITUACAO EM BRANCO
006970*    E ATIVO; PROPOSITO PADRAO E CONSULTA AO HISTORICO EM BRANCO
006980*    NAO SAO PERMITIDOS.
006990******************************************************************
007000 4000-INCLUIR.
007010     MOVE SPACES            TO OPERADOR-REG
007020     MOVE MVO-OPERADOR      TO OPR-ID
007030     MOVE MVO-NOME          TO OPR-NOME
007040     MOVE "S"               TO OPR-ATIVO
007050     MOVE "N"               TO OPR-PROP-PADRAO
007060     MOVE "N"               TO OPR-VER-HISTORICO
007070     MOVE ZERO              TO OPR-FALHAS
007080     MOVE "N"               TO OPR-TRAVADO
007090     MOVE ZEROS             TO OPR-DATA-ULT-ACESSO
007100     PERFORM 6400-APLICAR-PERFIL
007110         THRU 6400-APLICAR-PERFIL-EXIT
007120
007130     PERFORM 6300-CALCULAR-RESUMO
007140         THRU 6300-CALCULAR-RESUMO-EXIT
007150     MOVE WS-SNH-RESULTADO  TO OPR-SENHA-HASH
007160
007170     WRITE OPERADOR-REG
007180     IF NOT FS-OPERADORES-OK
007190         DISPLAY "ERRO AO GRAVAR ARQ-OPERADORES. FILE STATUS: "
007200             WS-FS-OPERADORES
007210         MOVE 16 TO RETURN-CODE
007220         STOP RUN
007230     END-IF
007240
007250     PERFORM 6600-GRAVAR-ACESSO
007260         THRU 6600-GRAVAR-ACESSO-EXIT
007270     ADD 1 TO WS-QTDE-INCLUIDOS
007280     .
007290 4000-INCLUIR-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*    5000-ALTERAR
007340*    APLICA AO OPERADOR O NOME, A SITUACAO E O PERFIL NOVOS DO
007350*    MOVIMENTO. CAMPO NAO INFORMADO MANTEM O VALOR ATUAL; SE
007360*    ALGUM CODIGO DE PROPOSITO VIER INFORMADO, A LISTA INTEIRA E
007370*    SUBSTITUIDA.
007380******************************************************************
007390 5000-ALTERAR.
007400     IF MVO-NOME NOT = SPACES
007410         MOVE MVO-NOME TO OPR-NOME
007420     END-IF
007430
007440     PERFORM 6400-APLICAR-PERFIL
007450         THRU 6400-APLICAR-PERFIL-EXIT
007460
007470     PERFORM 6500-REGRAVAR-OPERADOR
007480         THRU 6500-REGRAVAR-OPERADOR-EXIT
007490     ADD 1 TO WS-QTDE-ALTERADOS
007500     .
007510 5000-ALTERAR-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550*    5500-TROCAR-SENHA
007560*    GRAVA O RESUMO DA NOVA SENHA, ZERA AS FALHAS E DESBLOQUEIA O
007570*    OPERADOR.
007580******************************************************************
007590 5500-TROCAR-SENHA.
007600     PERFORM 6300-CALCULAR-RESUMO
007610         THRU 6300-CALCULAR-RESUMO-EXIT
007620     MOVE WS-SNH-RESULTADO TO OPR-SENHA-HASH
007630     MOVE ZERO             TO OPR-FALHAS
007640     MOVE "N"              TO OPR-TRAVADO
007650
007660     PERFORM 6500-REGRAVAR-OPERADOR
007670         THRU 6500-REGRAVAR-OPERADOR-EXIT
007680     ADD 1 TO WS-QTDE-SENHAS
007690     .
007700 5500-TROCAR-SENHA-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740*    6000-DESBLOQUEAR
007750*    ZERA AS FALHAS E DESBLOQUEIA O OPERADOR, MANTENDO A SENHA.
007760******************************************************************
007770 6000-DESBLOQUEAR.
007780     MOVE ZERO TO OPR-FALHAS
007790     MOVE "N"  TO OPR-TRAVADO
007800
007810     PERFORM 6500-REGRAVAR-OPERADOR
007820         THRU 6500-REGRAVAR-OPERADOR-EXIT
007830     ADD 1 TO WS-QTDE-DESBLOQUEADOS
007840     .
007850 6000-DESBLOQUEAR-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890*    6300-CALCULAR-RESUMO
007900*    CALCULA EM WS-SNH-RESULTADO O RESUMO DA SENHA DO MOVIMENTO
007910*    PARA O OPERADOR DO MOVIMENTO.
007920******************************************************************
007930 6300-CALCULAR-RESUMO.
007940     MOVE MVO-OPERADOR TO WS-SNH-ENT-OPERADOR-1
007950     MOVE MVO-SENHA    TO WS-SNH-ENT-SENHA
007960     MOVE MVO-OPERADOR TO WS-SNH-ENT-OPERADOR-2
007970
007980     MOVE ZERO TO WS-SNH-ACUM-1
007990     MOVE ZERO TO WS-SNH-ACUM-2
008000     PERFORM 6310-ACUMULAR-BYTE
008010         THRU 6310-ACUMULAR-BYTE-EXIT
008020         VARYING WS-SNH-IDX FROM 1 BY 1
008030         UNTIL WS-SNH-IDX > 32
008040
008050     MOVE WS-SNH-ACUM-1 TO WS-SNH-H1
008060     MOVE WS-SNH-ACUM-2 TO WS-SNH-H2
008070     MOVE SPACES        TO WS-SNH-ENTRADA
008080     .
008090 6300-CALCULAR-RESUMO-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130*    6310-ACUMULAR-BYTE
008140*    SOMA O BYTE WS-SNH-IDX DA ENTRADA AOS DOIS ACUMULADORES:
008150*    ACUMULADOR = (ACUMULADOR * BASE + BYTE + 1) MODULO PRIMO.
008160******************************************************************
008170 6310-ACUMULAR-BYTE.
008180     MOVE WS-SNH-ENT-BYTE (WS-SNH-IDX) TO WS-SNH-BYTE
008190
008200     COMPUTE WS-SNH-ACUM =
008210         WS-SNH-ACUM-1 * 257 + WS-SNH-BYTE-N + 1
008220     DIVIDE WS-SNH-ACUM BY WS-SNH-PRIMO-1
008230         GIVING WS-SNH-QUOC REMAINDER WS-SNH-ACUM-1
008240
008250     COMPUTE WS-SNH-ACUM =
008260         WS-SNH-ACUM-2 * 263 + WS-SNH-BYTE-N + 1
008270     DIVIDE WS-SNH-ACUM BY WS-SNH-PRIMO-2
008280         GIVING WS-SNH-QUOC REMAINDER WS-SNH-ACUM-2
008290     .
008300 6310-ACUMULAR-BYTE-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*    6400-APLICAR-PERFIL
008350*    LEVA AO REGISTRO DO OPERADOR A SITUACAO, O PROPOSITO PADRAO,
008360*    A CONSULTA AO HISTORICO E A LISTA DE PROPOSITOS INFORMADOS
008370*    NO MOVIMENTO. CAMPO EM BRANCO MANTEM O VALOR DO REGISTRO.
008380******************************************************************
008390 6400-APLICAR-PERFIL.
008400     IF MVO-ATIVO NOT = SPACE
008410         MOVE MVO-ATIVO TO OPR-ATIVO
008420     END-IF
008430
008440     IF MVO-PROP-PADRAO NOT = SPACE
008450         MOVE MVO-PROP-PADRAO TO OPR-PROP-PADRAO
008460     END-IF
008470
008480     IF MVO-VER-HISTORICO NOT = SPACE
008490         MOVE MVO-VER-HISTORICO TO OPR-VER-HISTORICO
008500     END-IF
008510
008520     MOVE ZERO TO WS-QTDE-PROP-INFORMADOS
008530     PERFORM 2275-CONTAR-PROPOSITO
008540         THRU 2275-CONTAR-PROPOSITO-EXIT
008550         VARYING WS-IDX-PROP FROM 1 BY 1
008560         UNTIL WS-IDX-PROP > 5
008570     IF WS-QTDE-PROP-INFORMADOS > ZERO
008580         PERFORM 6410-COPIAR-PROPOSITO
008590             THRU 6410-COPIAR-PROPOSITO-EXIT
008600             VARYING WS-IDX-PROP FROM 1 BY 1
008610             UNTIL WS-IDX-PROP > 5
008620     END-IF
008630     .
008640 6400-APLICAR-PERFIL-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    6410-COPIAR-PROPOSITO
008690*    COPIA UM CODIGO DE PROPOSITO DO MOVIMENTO PARA O PERFIL.
008700******************************************************************
008710 6410-COPIAR-PROPOSITO.
008720     MOVE MVO-PROP-CODIGO (WS-IDX-PROP)
008730         TO OPR-PROP-CODIGO (WS-IDX-PROP)
008740     .
008750 6410-COPIAR-PROPOSITO-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790*    6500-REGRAVAR-OPERADOR
008800*    REGRAVA O OPERADOR ALTERADO E REGISTRA A MANUTENCAO NO LOG
008810*    DE ACESSOS.
008820******************************************************************
008830 6500-REGRAVAR-OPERADOR.
008840     REWRITE OPERADOR-REG
008850     IF NOT FS-OPERADORES-OK
008860         DISPLAY "ERRO AO GRAVAR ARQ-OPERADORES. FILE STATUS: "
008870             WS-FS-OPERADORES
008880         MOVE 16 TO RETURN-CODE
008890         STOP RUN
008900     END-IF
008910
008920     PERFORM 6600-GRAVAR-ACESSO
008930         THRU 6600-GRAVAR-ACESSO-EXIT
008940     .
008950 6500-REGRAVAR-OPERADOR-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990*    6600-GRAVAR-ACESSO
009000*    GRAVA NO LOG DE ACESSOS O EVENTO DE MANUTENCAO (M) DO
009010*    OPERADOR, COM A ACAO DO MOVIMENTO NO MOTIVO.
009020******************************************************************
009030 6600-GRAVAR-ACESSO.
009040     ACCEPT WS-HORA-SISTEMA FROM TIME
009050     COMPUTE WS-HORA-MOV = WS-HORA-SISTEMA / 100
009060
009070     MOVE SPACES          TO ACESSO-REG
009080     MOVE WS-DATA-SISTEMA TO ACE-DATA
009090     MOVE WS-HORA-MOV     TO ACE-HORA
009100     MOVE MVO-OPERADOR    TO ACE-OPERADOR
009110     MOVE "M"             TO ACE-EVENTO
009120     MOVE MVO-ACAO        TO ACE-MOTIVO
009130
009140     WRITE ACESSO-REG
009150     IF NOT FS-ACESSOS-OK
009160         DISPLAY "ERRO AO GRAVAR ARQ-ACESSOS. FILE STATUS: "
009170             WS-FS-ACESSOS
009180         MOVE 16 TO RETURN-CODE
009190         STOP RUN
009200     END-IF
009210     ADD 1 TO WS-QTDE-GRAVADOS
009220     .
009230 6600-GRAVAR-ACESSO-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270*    8000-GRAVAR-TOTAIS
009280*    GRAVA OS TOTAIS DA MANUTENCAO NO FIM DO RELATORIO.
009290******************************************************************
009300 8000-GRAVAR-TOTAIS.
009310     MOVE SPACES TO REL-LINHA
009320     MOVE "-------------------------------" TO REL-LINHA
009330     WRITE REL-LINHA
009340
009350     MOVE WS-QTDE-LIDOS TO WS-QTDE-ED
009360     MOVE SPACES TO REL-LINHA
009370     STRING "TOTAL DE MOVIMENTOS LIDOS......: "
009380                                            DELIMITED BY SIZE
009390            WS-QTDE-ED                      DELIMITED BY SIZE
009400       INTO REL-LINHA
009410     END-STRING
009420     WRITE REL-LINHA
009430
009440     MOVE WS-QTDE-CONSULTAS TO WS-QTDE-ED
009450     MOVE SPACES TO REL-LINHA
009460     STRING "TOTAL DE CONSULTAS.............: "
009470                                            DELIMITED BY SIZE
009480            WS-QTDE-ED                      DELIMITED BY SIZE
009490       INTO REL-LINHA
009500     END-STRING
009510     WRITE REL-LINHA
009520
009530     MOVE WS-QTDE-INCLUIDOS TO WS-QTDE-ED
009540     MOVE SPACES TO REL-LINHA
009550     STRING "TOTAL DE INCLUIDOS.............: "
009560                                            DELIMITED BY SIZE
009570            WS-QTDE-ED                      DELIMITED BY SIZE
009580       INTO REL-LINHA
009590     END-STRING
009600     WRITE REL-LINHA
009610
009620     MOVE WS-QTDE-ALTERADOS TO WS-QTDE-ED
009630     MOVE SPACES TO REL-LINHA
009640     STRING "TOTAL DE ALTERADOS.............: "
009650                                            DELIMITED BY SIZE
009660            WS-QTDE-ED                      DELIMITED BY SIZE
009670       INTO REL-LINHA
009680     END-STRING
009690     WRITE REL-LINHA
009700
009710     MOVE WS-QTDE-SENHAS TO WS-QTDE-ED
009720     MOVE SPACES TO REL-LINHA
009730     STRING "TOTAL DE SENHAS TROCADAS.......: "
009740                                            DELIMITED BY SIZE
009750            WS-QTDE-ED                      DELIMITED BY SIZE
009760       INTO REL-LINHA
009770     END-STRING
009780     WRITE REL-LINHA
009790
009800     MOVE WS-QTDE-DESBLOQUEADOS TO WS-QTDE-ED
009810     MOVE SPACES TO REL-LINHA
009820     STRING "TOTAL DE DESBLOQUEADOS.........: "
009830                                            DELIMITED BY SIZE
009840            WS-QTDE-ED                      DELIMITED BY SIZE
009850       INTO REL-LINHA
009860     END-STRING
009870     WRITE REL-LINHA
009880
009890     MOVE WS-QTDE-RECUSADOS TO WS-QTDE-ED
009900     MOVE SPACES TO REL-LINHA
009910     STRING "TOTAL DE RECUSADOS.............: "
009920                                            DELIMITED BY SIZE
009930            WS-QTDE-ED                      DELIMITED BY SIZE
009940       INTO REL-LINHA
009950     END-STRING
009960     WRITE REL-LINHA
009970     .
009980 8000-GRAVAR-TOTAIS-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020*    9000-FINALIZAR
010030*    FECHA OS ARQUIVOS UTILIZADOS PELO PROGRAMA.
010040******************************************************************
010050 9000-FINALIZAR.
010060     CLOSE ARQ-MOVIMENTOS
010070     CLOSE ARQ-OPERADORES
010080     CLOSE ARQ-ACESSOS
010090     CLOSE ARQ-RELATORIO
010100     .
010110 9000-FINALIZAR-EXIT.
010120     EXIT.
010130******************************************************************
010140*    9700-CONFERIR-CADEIA
010150*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
010160*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
010170*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
010180*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
010190*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
010200*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
010210*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
010220*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
010230*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
010240*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
010250*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
010260*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
010270*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
010280*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
010290******************************************************************
010300 9700-CONFERIR-CADEIA.
010310     PERFORM 9710-LER-DEFINICAO
010320         THRU 9710-LER-DEFINICAO-EXIT
010330
010340     IF NOT CAD-DEFINIDO
010350         GO TO 9700-CONFERIR-CADEIA-EXIT
010360     END-IF
010370
010380     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
010390     ACCEPT WS-CAD-HORA-SIS FROM TIME
010400     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
010410     PERFORM 9760-CALCULAR-DATA-NEGOCIO
010420         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
010430     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
010440
010450     PERFORM 9720-APURAR-JORNAL
010460         THRU 9720-APURAR-JORNAL-EXIT
010470
010480     MOVE SPACES TO WS-CAD-MOTIVO
010490     IF CAD-EXECUCAO-REPETIDA
010500     AND NOT CAD-PODE-REPETIR
010510         STRING "REPETICAO NA DATA DE NEGOCIO "
010520                WS-CAD-DATA-NEGOCIO
010530                    DELIMITED BY SIZE
010540           INTO WS-CAD-MOTIVO
010550         END-STRING
010560     ELSE
010570         PERFORM 9740-CONFERIR-PREDECESSOR
010580             THRU 9740-CONFERIR-PREDECESSOR-EXIT
010590             VARYING WS-CAD-IDX FROM 1 BY 1
010600             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
010610             OR WS-CAD-MOTIVO NOT = SPACES
010620     END-IF
010630
010640     IF WS-CAD-MOTIVO = SPACES
010650         GO TO 9700-CONFERIR-CADEIA-EXIT
010660     END-IF
010670
010680     PERFORM 9750-LER-LIBERACAO
010690         THRU 9750-LER-LIBERACAO-EXIT
010700
010710     IF CAD-LIBERADO
010720         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
010730             WS-CAD-OPERADOR
010740         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
010750         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
010760         MOVE "L" TO WS-CAD-TIPO-JRN
010770         PERFORM 9790-GRAVAR-JORNAL-CADEIA
010780             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
010790         GO TO 9700-CONFERIR-CADEIA-EXIT
010800     END-IF
010810
010820     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
010830     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
010840     MOVE 12 TO RETURN-CODE
010850     MOVE "R" TO WS-CAD-TIPO-JRN
010860     PERFORM 9790-GRAVAR-JORNAL-CADEIA
010870         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
010880     STOP RUN
010890     .
010900 9700-CONFERIR-CADEIA-EXIT.
010910     EXIT.
010920
010930******************************************************************
010940*    9710-LER-DEFINICAO
010950*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
010960*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
010970*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
010980******************************************************************
010990 9710-LER-DEFINICAO.
011000     MOVE "N" TO WS-CAD-DEFINIDO
011010     OPEN INPUT ARQ-CADEIA
011020     IF NOT FS-CADEIA-OK
011030         IF NOT FS-CADEIA-AUSENTE
011040             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
011050                 "STATUS: " WS-FS-CADEIA
011060         END-IF
011070         GO TO 9710-LER-DEFINICAO-EXIT
011080     END-IF
011090
011100     MOVE "N" TO WS-CAD-FIM-ARQUIVO
011110     PERFORM 9715-LER-PROGRAMA
011120         THRU 9715-LER-PROGRAMA-EXIT
011130         UNTIL CAD-FIM-ARQUIVO
011140         OR CAD-DEFINIDO
011150
011160     CLOSE ARQ-CADEIA
011170     .
011180 9710-LER-DEFINICAO-EXIT.
011190     EXIT.
011200
011210 9715-LER-PROGRAMA.
011220     READ ARQ-CADEIA
011230         AT END
011240             MOVE "S" TO WS-CAD-FIM-ARQUIVO
011250             GO TO 9715-LER-PROGRAMA-EXIT
011260     END-READ
011270
011280     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
011290         GO TO 9715-LER-PROGRAMA-EXIT
011300     END-IF
011310
011320     MOVE "S" TO WS-CAD-DEFINIDO
011330     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
011340     MOVE ZEROS TO WS-CAD-HORA-VIRADA
011350     IF CAD-HORA-VIRADA NUMERIC
011360         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
011370     END-IF
011380     MOVE ZERO TO WS-CAD-QTDE-PRED
011390     PERFORM 9718-GUARDAR-PREDECESSOR
011400         THRU 9718-GUARDAR-PREDECESSOR-EXIT
011410         VARYING WS-CAD-IDX FROM 1 BY 1
011420         UNTIL WS-CAD-IDX > 5
011430     .
011440 9715-LER-PROGRAMA-EXIT.
011450     EXIT.
011460
011470 9718-GUARDAR-PREDECESSOR.
011480     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
011490         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
011500     END-IF
011510
011520     ADD 1 TO WS-CAD-QTDE-PRED
011530     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
011540                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
011550     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
011560     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
011570     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
011580     .
011590 9718-GUARDAR-PREDECESSOR-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630*    9720-APURAR-JORNAL
011640*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
011650*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
011660*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
011670*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
011680*    SO CONTAM OS REGISTROS DE INICIO E FIM.
011690******************************************************************
011700 9720-APURAR-JORNAL.
011710     OPEN INPUT ARQ-JORNAL
011720     IF NOT FS-JORNAL-OK
011730         GO TO 9720-APURAR-JORNAL-EXIT
011740     END-IF
011750
011760     MOVE "N" TO WS-CAD-FIM-ARQUIVO
011770     PERFORM 9725-LER-JORNAL-CADEIA
011780         THRU 9725-LER-JORNAL-CADEIA-EXIT
011790         UNTIL CAD-FIM-ARQUIVO
011800
011810     CLOSE ARQ-JORNAL
011820     .
011830 9720-APURAR-JORNAL-EXIT.
011840     EXIT.
011850
011860 9725-LER-JORNAL-CADEIA.
011870     READ ARQ-JORNAL
011880         AT END
011890             MOVE "S" TO WS-CAD-FIM-ARQUIVO
011900             GO TO 9725-LER-JORNAL-CADEIA-EXIT
011910     END-READ
011920
011930     IF NOT JRN-INICIO
011940     AND NOT JRN-FIM
011950         GO TO 9725-LER-JORNAL-CADEIA-EXIT
011960     END-IF
011970
011980     MOVE JRN-DATA TO WS-CAD-MOM-DATA
011990     MOVE JRN-HORA TO WS-CAD-MOM-HORA
012000
012010     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
012020         PERFORM 9730-APURAR-PROPRIO
012030             THRU 9730-APURAR-PROPRIO-EXIT
012040         GO TO 9725-LER-JORNAL-CADEIA-EXIT
012050     END-IF
012060
012070     MOVE ZERO TO WS-CAD-ACHADO
012080     PERFORM 9735-PROCURAR-PREDECESSOR
012090         THRU 9735-PROCURAR-PREDECESSOR-EXIT
012100         VARYING WS-CAD-IDX FROM 1 BY 1
012110         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
012120         OR WS-CAD-ACHADO > ZERO
012130     IF WS-CAD-ACHADO = ZERO
012140         GO TO 9725-LER-JORNAL-CADEIA-EXIT
012150     END-IF
012160
012170     IF JRN-INICIO
012180         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
012190         MOVE WS-CAD-MOMENTO-N
012200                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
012210         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
012220     ELSE
012230         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
012240             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
012250             MOVE JRN-RETURN-CODE
012260                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
012270         END-IF
012280     END-IF
012290     .
012300 9725-LER-JORNAL-CADEIA-EXIT.
012310     EXIT.
012320
012330 9730-APURAR-PROPRIO.
012340     IF JRN-INICIO
012350         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
012360         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
012370         GO TO 9730-APURAR-PROPRIO-EXIT
012380     END-IF
012390
012400     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
012410         GO TO 9730-APURAR-PROPRIO-EXIT
012420     END-IF
012430
012440     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
012450     IF JRN-RETURN-CODE = ZERO
012460         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
012470     END-IF
012480
012490     IF JRN-RETURN-CODE < 16
012500         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
012510         PERFORM 9760-CALCULAR-DATA-NEGOCIO
012520             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
012530         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
012540             MOVE "S" TO WS-CAD-REPETICAO
012550         END-IF
012560     END-IF
012570     .
012580 9730-APURAR-PROPRIO-EXIT.
012590     EXIT.
012600
012610 9735-PROCURAR-PREDECESSOR.
012620     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
012630         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
012640     END-IF
012650     .
012660 9735-PROCURAR-PREDECESSOR-EXIT.
012670     EXIT.
012680
012690******************************************************************
012700*    9740-CONFERIR-PREDECESSOR
012710*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
012720*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
012730*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
012740*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
012750*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
012760*    DE NOVO.
012770******************************************************************
012780 9740-CONFERIR-PREDECESSOR.
012790     MOVE "N" TO WS-CAD-PRED-DO-DIA
012800     IF CAD-PODE-REPETIR
012810     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
012820         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
012830         PERFORM 9760-CALCULAR-DATA-NEGOCIO
012840             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
012850         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
012860             MOVE "S" TO WS-CAD-PRED-DO-DIA
012870         END-IF
012880     END-IF
012890
012900     EVALUATE TRUE
012910         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
012920         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
012930                  NOT > WS-CAD-ULTIMO-OK
012940         AND NOT CAD-PRED-DO-DIA
012950             STRING "PREDECESSOR NAO EXECUTADO: "
012960                    WS-CAD-PRED-NOME (WS-CAD-IDX)
012970                        DELIMITED BY SIZE
012980               INTO WS-CAD-MOTIVO
012990             END-STRING
013000         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
013010             STRING "PREDECESSOR NAO FINALIZADO: "
013020                    WS-CAD-PRED-NOME (WS-CAD-IDX)
013030                        DELIMITED BY SIZE
013040               INTO WS-CAD-MOTIVO
013050             END-STRING
013060         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
013070             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
013080             STRING "PREDECESSOR COM RC "
013090                    WS-CAD-RC-ED
013100                    ": "
013110                    WS-CAD-PRED-NOME (WS-CAD-IDX)
013120                        DELIMITED BY SIZE
013130               INTO WS-CAD-MOTIVO
013140             END-STRING
013150     END-EVALUATE
013160     .
013170 9740-CONFERIR-PREDECESSOR-EXIT.
013180     EXIT.
013190
013200******************************************************************
013210*    9750-LER-LIBERACAO
013220*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
013230*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
013240*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
013250******************************************************************
013260 9750-LER-LIBERACAO.
013270     MOVE "N" TO WS-CAD-LIBERADO
013280     OPEN INPUT ARQ-LIBERACAO
013290     IF NOT FS-LIBERACAO-OK
013300         GO TO 9750-LER-LIBERACAO-EXIT
013310     END-IF
013320
013330     MOVE "N" TO WS-CAD-FIM-ARQUIVO
013340     PERFORM 9755-LER-CARTAO-LIBERACAO
013350         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
013360         UNTIL CAD-FIM-ARQUIVO
013370         OR CAD-LIBERADO
013380
013390     CLOSE ARQ-LIBERACAO
013400     .
013410 9750-LER-LIBERACAO-EXIT.
013420     EXIT.
013430
013440 9755-LER-CARTAO-LIBERACAO.
013450     READ ARQ-LIBERACAO
013460         AT END
013470             MOVE "S" TO WS-CAD-FIM-ARQUIVO
013480             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
013490     END-READ
013500
013510     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
013520     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
013530     AND LIB-OPERADOR NOT = SPACES
013540         MOVE "S" TO WS-CAD-LIBERADO
013550         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
013560         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
013570     END-IF
013580     .
013590 9755-LER-CARTAO-LIBERACAO-EXIT.
013600     EXIT.
013610
013620******************************************************************
013630*    9760-CALCULAR-DATA-NEGOCIO
013640*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
013650*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
013660*    ANTERIOR.
013670******************************************************************
013680 9760-CALCULAR-DATA-NEGOCIO.
013690     IF WS-CAD-MOM-DATA NOT NUMERIC
013700     OR WS-CAD-MOM-MM < 1
013710     OR WS-CAD-MOM-MM > 12
013720     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
013730         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
013740         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
013750     END-IF
013760
013770     SUBTRACT 1 FROM WS-CAD-MOM-DD
013780     IF WS-CAD-MOM-DD = ZERO
013790         SUBTRACT 1 FROM WS-CAD-MOM-MM
013800         IF WS-CAD-MOM-MM = ZERO
013810             MOVE 12 TO WS-CAD-MOM-MM
013820             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
013830         END-IF
013840         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
013850         IF WS-CAD-MOM-MM = 2
013860             PERFORM 9765-CONFERIR-BISSEXTO
013870                 THRU 9765-CONFERIR-BISSEXTO-EXIT
013880         END-IF
013890     END-IF
013900
013910     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
013920     .
013930 9760-CALCULAR-DATA-NEGOCIO-EXIT.
013940     EXIT.
013950
013960 9765-CONFERIR-BISSEXTO.
013970     DIVIDE WS-CAD-MOM-CCYY BY 4
013980         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
013990     DIVIDE WS-CAD-MOM-CCYY BY 100
014000         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
014010     DIVIDE WS-CAD-MOM-CCYY BY 400
014020         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
014030
014040     IF WS-CAD-RESTO-4 = ZERO
014050     AND (WS-CAD-RESTO-100 NOT = ZERO
014060          OR WS-CAD-RESTO-400 = ZERO)
014070         MOVE 29 TO WS-CAD-MOM-DD
014080     END-IF
014090     .
014100 9765-CONFERIR-BISSEXTO-EXIT.
014110     EXIT.
014120
014130******************************************************************
014140*    9790-GRAVAR-JORNAL-CADEIA
014150*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
014160*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
014170******************************************************************
014180 9790-GRAVAR-JORNAL-CADEIA.
014190     OPEN EXTEND ARQ-JORNAL
014200     IF NOT FS-JORNAL-OK
014210         OPEN OUTPUT ARQ-JORNAL
014220     END-IF
014230     IF NOT FS-JORNAL-OK
014240         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
014250             WS-FS-JORNAL
014260         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
014270     END-IF
014280
014290     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
014300     ACCEPT WS-CAD-HORA-SIS FROM TIME
014310     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
014320
014330     MOVE SPACES                TO JORNAL-REG
014340     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
014350     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
014360     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
014370     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
014380     MOVE ZEROS                 TO JRN-QTDE-LIDOS
014390     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
014400     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
014410     MOVE RETURN-CODE           TO JRN-RETURN-CODE
014420     MOVE "N"                   TO JRN-REINICIO
014430     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
014440     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
014450     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
014460
014470     WRITE JORNAL-REG
014480
014490     CLOSE ARQ-JORNAL
014500     .
014510 9790-GRAVAR-JORNAL-CADEIA-EXIT.
014520     EXIT.
014530
014540******************************************************************
014550*    9800-GRAVAR-JORNAL
014560*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
014570*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
014580*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
014590*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A MANUTENCAO.
014600******************************************************************
014610 9800-GRAVAR-JORNAL.
014620     OPEN EXTEND ARQ-JORNAL
014630     IF NOT FS-JORNAL-OK
014640         OPEN OUTPUT ARQ-JORNAL
014650     END-IF
014660     IF NOT FS-JORNAL-OK
014670         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
014680             WS-FS-JORNAL
014690         GO TO 9800-GRAVAR-JORNAL-EXIT
014700     END-IF
014710
014720     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
014730     ACCEPT WS-HORA-JRN-SIS FROM TIME
014740     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
014750
014760     MOVE SPACES                  TO JORNAL-REG
014770     MOVE "MANUTENCAO-OPERADORES" TO JRN-PROGRAMA
014780     MOVE WS-JRN-TIPO             TO JRN-TIPO
014790     MOVE WS-DATA-JORNAL          TO JRN-DATA
014800     MOVE WS-HORA-JORNAL          TO JRN-HORA
014810     MOVE WS-QTDE-LIDOS           TO JRN-QTDE-LIDOS
014820     MOVE WS-QTDE-GRAVADOS        TO JRN-QTDE-GRAVADOS
014830     MOVE WS-QTDE-RECUSADOS       TO JRN-QTDE-REJEITADOS
014840     MOVE RETURN-CODE             TO JRN-RETURN-CODE
014850     MOVE "N"                     TO JRN-REINICIO
014860
014870     WRITE JORNAL-REG
014880
014890     CLOSE ARQ-JORNAL
014900     .
014910 9800-GRAVAR-JORNAL-EXIT.
014920     EXIT.
014930
014940 END PROGRAM MANUTENCAO-OPERADORES.

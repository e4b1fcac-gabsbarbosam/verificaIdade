000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: RELATORIO DIARIO DE ATIVIDADE POR OPERADOR DO BALCAO.
000060*          APURA NO LOG DE ACESSOS (ARQ-ACESSOS) OS EVENTOS DA
000070*          DATA DO CARTAO DE PARAMETROS (NORMALMENTE A DATA DO
000080*          SISTEMA) E GRAVA, PARA CADA OPERADOR, AS IDENTIFICACOES
000090*          ACEITAS, AS VERIFICACOES FEITAS (COM AS DE DOCUMENTO
000100*          BLOQUEADO), OS RESULTADOS MENOR E MAIOR, OS DOCUMENTOS
000110*          BLOQUEADOS, AS CONSULTAS AO HISTORICO, AS RECUSAS PELO
000120*          PERFIL E AS FALHAS DE IDENTIFICACAO. O OPERADOR COM
000130*          CONSULTAS AO HISTORICO A PARTIR DO LIMITE DO CARTAO,
000140*          COM RECUSA PELO PERFIL OU QUE FOI BLOQUEADO NO DIA E
000150*          DESTACADO PARA A SUPERVISAO (RETURN-CODE 4). OS EVENTOS
000160*          DE MANUTENCAO DO CADASTRO FICAM FORA: O OPERADOR DO
000170*          EVENTO E O MANTIDO, NAO QUEM ATUOU.
000180* Tectonics: cobc
000190*
000200* Modification History
000210* Date       Init Description
000220* 15/10/2026 GB   Criacao do relatorio de atividade por operador.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ATIVIDADE-OPERADORES.
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
000360     SELECT ARQ-ACESSOS ASSIGN TO ARQACE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-ACESSOS.
000390
000400     SELECT ARQ-PARAMETROS ASSIGN TO ARQPATV
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-PARAMETROS.
000430
000440     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-RELATORIO.
000470
000480     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-JORNAL.
000510     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-CADEIA.
000540     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-LIBERACAO.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ARQ-ACESSOS
000610     RECORDING MODE IS F.
000620 COPY ACESREG.
000630
000640 FD  ARQ-PARAMETROS
000650     RECORDING MODE IS F.
000660 COPY PARMATV.
000670
000680 FD  ARQ-RELATORIO
000690     RECORDING MODE IS F.
000700 01  REL-LINHA                   PIC X(80).
000710
000720 FD  ARQ-JORNAL
000730     RECORDING MODE IS F.
000740 COPY JORNREG.
000750
000760 FD  ARQ-CADEIA
000770     RECORDING MODE IS F.
000780 COPY CADEREG.
000790
000800 FD  ARQ-LIBERACAO
000810     RECORDING MODE IS F.
000820 COPY LIBEREG.
000830
000840 WORKING-STORAGE SECTION.
000850******************************************************************
000860*    CHAVES E STATUS DE ARQUIVO
000870******************************************************************
000880 77  WS-FS-ACESSOS               PIC X(02) VALUE ZEROS.
000890     88  FS-ACESSOS-OK           VALUE "00".
000900 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
000910     88  FS-PARAMETROS-OK        VALUE "00".
000920 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
000930     88  FS-RELATORIO-OK         VALUE "00".
000940 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
000950     88  FS-JORNAL-OK            VALUE "00".
000960
000970******************************************************************
000980*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
000990*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
001000******************************************************************
001010 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
001020 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001030 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001040 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001050******************************************************************
001060*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001070*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001080*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001090*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001100*    RODOU, A = ABERTA, F = FINALIZADA).
001110******************************************************************
001120 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001130     88  FS-CADEIA-OK            VALUE "00".
001140     88  FS-CADEIA-AUSENTE       VALUE "35".
001150 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001160     88  FS-LIBERACAO-OK         VALUE "00".
001170 77  WS-CAD-PROGRAMA             PIC X(22)
001180                 VALUE "ATIVIDADE-OPERADORES".
001190 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001200     88  CAD-DEFINIDO            VALUE "S".
001210 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001220     88  CAD-FIM-ARQUIVO         VALUE "S".
001230 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001240     88  CAD-PODE-REPETIR        VALUE "S".
001250 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001260     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001270 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001280     88  CAD-PRED-DO-DIA         VALUE "S".
001290 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001300     88  CAD-LIBERADO            VALUE "S".
001310 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001320 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001330 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001340 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001350 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001360 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001370 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001380 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001390 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001400 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001410 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001420 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001430 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001440 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001450 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001460 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001470 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001480 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001490 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001500 01  WS-CAD-PREDECESSORES.
001510     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001520         10  WS-CAD-PRED-NOME    PIC X(22).
001530         10  WS-CAD-PRED-SIT     PIC X(01).
001540         10  WS-CAD-PRED-INICIO  PIC 9(14).
001550         10  WS-CAD-PRED-RC      PIC 9(04).
001560 01  WS-CAD-MOMENTO.
001570     05  WS-CAD-MOM-DATA.
001580         10  WS-CAD-MOM-CCYY     PIC 9(04).
001590         10  WS-CAD-MOM-MM       PIC 9(02).
001600         10  WS-CAD-MOM-DD       PIC 9(02).
001610     05  WS-CAD-MOM-HORA         PIC 9(06).
001620 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
001630                                 PIC 9(14).
001640 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
001650     05  FILLER                  PIC X(08).
001660     05  WS-CAD-MOM-HHMM         PIC 9(04).
001670     05  FILLER                  PIC X(02).
001680 01  WS-CAD-DIAS-MES-TAB.
001690     05  FILLER                  PIC X(24)
001700                 VALUE "312831303130313130313031".
001710 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
001720     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001730
001740******************************************************************
001750*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
001760******************************************************************
001770 77  WS-FIM-ACESSOS              PIC X(01) VALUE "N".
001780     88  FIM-DOS-ACESSOS         VALUE "S".
001790
001800******************************************************************
001810*    DATA DE REFERENCIA (CARTAO OU DATA DO SISTEMA) E LIMITE DE
001820*    CONSULTAS AO HISTORICO NO DIA A PARTIR DO QUAL O OPERADOR
001830*    E DESTACADO
001840******************************************************************
001850 77  WS-DATA-REF                 PIC 9(08) VALUE ZEROS.
001860 77  WS-LIMITE-HIST              PIC 9(03) VALUE 10.
001870 77  WS-LIMITE-ED                PIC ZZ9 VALUE ZEROS.
001880
001890******************************************************************
001900*    TABELA DE OPERADORES. PARA CADA OPERADOR QUE APARECE NO LOG
001910*    NA DATA DE REFERENCIA: IDENTIFICACOES ACEITAS, VERIFICACOES,
001920*    RESULTADOS MENOR E MAIOR, DOCUMENTOS BLOQUEADOS, CONSULTAS
001930*    AO HISTORICO, RECUSAS PELO PERFIL, FALHAS DE IDENTIFICACAO
001940*    E SE O OPERADOR FOI BLOQUEADO NO DIA.
001950******************************************************************
001960 01  WS-TAB-OPERADORES.
001970     05  WS-TAB-OPR-ENT          OCCURS 200 TIMES.
001980         10  WS-TAB-OPR-ID       PIC X(08).
001990         10  WS-TAB-OPR-ACESSOS  PIC 9(08) COMP.
002000         10  WS-TAB-OPR-VERIF    PIC 9(08) COMP.
002010         10  WS-TAB-OPR-MENOR    PIC 9(08) COMP.
002020         10  WS-TAB-OPR-MAIOR    PIC 9(08) COMP.
002030         10  WS-TAB-OPR-BLOQ     PIC 9(08) COMP.
002040         10  WS-TAB-OPR-HIST     PIC 9(08) COMP.
002050         10  WS-TAB-OPR-RECUSAS  PIC 9(08) COMP.
002060         10  WS-TAB-OPR-FALHAS   PIC 9(08) COMP.
002070         10  WS-TAB-OPR-TRAVOU   PIC X(01).
002080             88  TAB-OPR-TRAVOU  VALUE "S".
002090 77  WS-QTDE-OPERADORES          PIC 9(03) COMP VALUE ZERO.
002100 77  WS-MAX-OPERADORES           PIC 9(03) COMP VALUE 200.
002110
002120******************************************************************
002130*    INDICES
002140******************************************************************
002150 77  WS-OPR-IDX                  PIC 9(03) COMP VALUE ZERO.
002160 77  WS-OPR-ACHADO               PIC 9(03) COMP VALUE ZERO.
002170
002180******************************************************************
002190*    TOTAIS DO RELATORIO
002200******************************************************************
002210 77  WS-QTDE-LIDAS               PIC 9(08) COMP VALUE ZERO.
002220 77  WS-QTDE-CONSIDERADAS        PIC 9(08) COMP VALUE ZERO.
002230 77  WS-QTDE-FORA-TABELA         PIC 9(08) COMP VALUE ZERO.
002240 77  WS-QTDE-APONTADOS           PIC 9(08) COMP VALUE ZERO.
002250 77  WS-TOT-VERIF                PIC 9(08) COMP VALUE ZERO.
002260 77  WS-TOT-HIST                 PIC 9(08) COMP VALUE ZERO.
002270 77  WS-TOT-FALHAS               PIC 9(08) COMP VALUE ZERO.
002280 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
002290
002300******************************************************************
002310*    LINHA DE DETALHE DO RELATORIO: UMA POR OPERADOR
002320******************************************************************
002330 01  WS-REL-DETALHE.
002340     05  WS-DET-OPERADOR         PIC X(08).
002350     05  FILLER                  PIC X(02).
002360     05  WS-DET-ACESSOS          PIC 9(05).
002370     05  FILLER                  PIC X(02).
002380     05  WS-DET-VERIF            PIC 9(05).
002390     05  FILLER                  PIC X(02).
002400     05  WS-DET-MENOR            PIC 9(05).
002410     05  FILLER                  PIC X(02).
002420     05  WS-DET-MAIOR            PIC 9(05).
002430     05  FILLER                  PIC X(02).
002440     05  WS-DET-BLOQ             PIC 9(05).
002450     05  FILLER                  PIC X(02).
002460     05  WS-DET-HIST             PIC 9(05).
002470     05  FILLER                  PIC X(02).
002480     05  WS-DET-RECUSAS          PIC 9(05).
002490     05  FILLER                  PIC X(02).
002500     05  WS-DET-FALHAS           PIC 9(05).
002510     05  FILLER                  PIC X(01).
002520     05  WS-DET-TRAVOU           PIC X(01).
002530     05  FILLER                  PIC X(01).
002540     05  WS-DET-APONTADO         PIC X(01).
002550     05  FILLER                  PIC X(12).
002560
002570 PROCEDURE DIVISION.
002580******************************************************************
002590*    0000-MAINLINE
002600*    CONTROLE PRINCIPAL DO RELATORIO DE ATIVIDADE POR OPERADOR.
002610******************************************************************
002620 0000-MAINLINE.
002630     PERFORM 9700-CONFERIR-CADEIA
002640         THRU 9700-CONFERIR-CADEIA-EXIT
002650     PERFORM 1000-INICIALIZAR
002660         THRU 1000-INICIALIZAR-EXIT
002670
002680     MOVE "I" TO WS-JRN-TIPO
002690     PERFORM 9800-GRAVAR-JORNAL
002700         THRU 9800-GRAVAR-JORNAL-EXIT
002710
002720     PERFORM 2000-PROCESSAR-ACESSOS
002730         THRU 2000-PROCESSAR-ACESSOS-EXIT
002740         UNTIL FIM-DOS-ACESSOS
002750
002760     PERFORM 8000-GRAVAR-RELATORIO
002770         THRU 8000-GRAVAR-RELATORIO-EXIT
002780
002790     PERFORM 9000-FINALIZAR
002800         THRU 9000-FINALIZAR-EXIT
002810
002820     MOVE "F" TO WS-JRN-TIPO
002830     PERFORM 9800-GRAVAR-JORNAL
002840         THRU 9800-GRAVAR-JORNAL-EXIT
002850
002860     STOP RUN.
002870
002880******************************************************************
002890*    1000-INICIALIZAR
002900*    APURA A DATA DE REFERENCIA E O LIMITE E ABRE O LOG DE
002910*    ACESSOS E O RELATORIO.
002920******************************************************************
002930 1000-INICIALIZAR.
002940     ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
002950     MOVE SPACES TO WS-TAB-OPERADORES
002960
002970     PERFORM 1100-CARREGAR-PARAMETROS
002980         THRU 1100-CARREGAR-PARAMETROS-EXIT
002990
003000     OPEN INPUT ARQ-ACESSOS
003010     IF NOT FS-ACESSOS-OK
003020         DISPLAY "ERRO AO ABRIR ARQ-ACESSOS. FILE STATUS: "
003030             WS-FS-ACESSOS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF
003070
003080     OPEN OUTPUT ARQ-RELATORIO
003090     IF NOT FS-RELATORIO-OK
003100         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
003110             WS-FS-RELATORIO
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003150
003160     PERFORM 2100-LER-ACESSO
003170         THRU 2100-LER-ACESSO-EXIT
003180     .
003190 1000-INICIALIZAR-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    1100-CARREGAR-PARAMETROS
003240*    LE O CARTAO DE PARAMETROS. CARTAO AUSENTE, DATA OU LIMITE EM
003250*    BRANCO OU ZERADOS MANTEM A DATA DO SISTEMA E O LIMITE DE 10
003260*    CONSULTAS AO HISTORICO.
003270******************************************************************
003280 1100-CARREGAR-PARAMETROS.
003290     OPEN INPUT ARQ-PARAMETROS
003300     IF NOT FS-PARAMETROS-OK
003310         GO TO 1100-CARREGAR-PARAMETROS-EXIT
003320     END-IF
003330
003340     READ ARQ-PARAMETROS
003350     IF FS-PARAMETROS-OK
003360         IF PAT-DATA NUMERIC
003370         AND PAT-DATA > ZERO
003380             MOVE PAT-DATA TO WS-DATA-REF
003390         END-IF
003400         IF PAT-LIMITE-HIST NUMERIC
003410         AND PAT-LIMITE-HIST > ZERO
003420             MOVE PAT-LIMITE-HIST TO WS-LIMITE-HIST
003430         END-IF
003440     END-IF
003450
003460     CLOSE ARQ-PARAMETROS
003470     .
003480 1100-CARREGAR-PARAMETROS-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*    2000-PROCESSAR-ACESSOS
003530*    CONSIDERA SO OS EVENTOS DA DATA DE REFERENCIA. EVENTOS DE
003540*    MANUTENCAO DO CADASTRO FICAM FORA. A VERIFICACAO DE
003550*    DOCUMENTO BLOQUEADO CONTA COMO VERIFICACAO E COMO BLOQUEIO;
003560*    A FALHA QUE BLOQUEOU O OPERADOR MARCA O BLOQUEIO NO DIA.
003570******************************************************************
003580 2000-PROCESSAR-ACESSOS.
003590     IF ACE-DATA NOT NUMERIC
003600     OR ACE-DATA NOT = WS-DATA-REF
003610         GO TO 2000-LER-PROXIMO
003620     END-IF
003630     IF ACE-MANUTENCAO
003640         GO TO 2000-LER-PROXIMO
003650     END-IF
003660
003670     PERFORM 2200-LOCALIZAR-OPERADOR
003680         THRU 2200-LOCALIZAR-OPERADOR-EXIT
003690     IF WS-OPR-ACHADO = ZERO
003700         ADD 1 TO WS-QTDE-FORA-TABELA
003710         GO TO 2000-LER-PROXIMO
003720     END-IF
003730
003740     ADD 1 TO WS-QTDE-CONSIDERADAS
003750
003760     EVALUATE TRUE
003770         WHEN ACE-ACESSO-OK
003780             ADD 1 TO WS-TAB-OPR-ACESSOS (WS-OPR-ACHADO)
003790         WHEN ACE-VERIFICACAO
003800             ADD 1 TO WS-TAB-OPR-VERIF (WS-OPR-ACHADO)
003810             IF ACE-RESULTADO = "MENOR"
003820                 ADD 1 TO WS-TAB-OPR-MENOR (WS-OPR-ACHADO)
003830             END-IF
003840             IF ACE-RESULTADO = "MAIOR"
003850                 ADD 1 TO WS-TAB-OPR-MAIOR (WS-OPR-ACHADO)
003860             END-IF
003870         WHEN ACE-DOC-BLOQUEADO
003880             ADD 1 TO WS-TAB-OPR-VERIF (WS-OPR-ACHADO)
003890             ADD 1 TO WS-TAB-OPR-BLOQ (WS-OPR-ACHADO)
003900         WHEN ACE-CONSULTA-HIST
003910             ADD 1 TO WS-TAB-OPR-HIST (WS-OPR-ACHADO)
003920         WHEN ACE-RECUSA-PERFIL
003930             ADD 1 TO WS-TAB-OPR-RECUSAS (WS-OPR-ACHADO)
003940         WHEN ACE-ACESSO-FALHO
003950             ADD 1 TO WS-TAB-OPR-FALHAS (WS-OPR-ACHADO)
003960             IF ACE-FALHA-TRAVOU
003970                 MOVE "S" TO WS-TAB-OPR-TRAVOU (WS-OPR-ACHADO)
003980             END-IF
003990     END-EVALUATE
004000     .
004010 2000-LER-PROXIMO.
004020     PERFORM 2100-LER-ACESSO
004030         THRU 2100-LER-ACESSO-EXIT
004040     .
004050 2000-PROCESSAR-ACESSOS-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090*    2100-LER-ACESSO
004100*    LE O PROXIMO EVENTO DO LOG DE ACESSOS.
004110******************************************************************
004120 2100-LER-ACESSO.
004130     READ ARQ-ACESSOS
004140         AT END
004150             MOVE "S" TO WS-FIM-ACESSOS
004160         NOT AT END
004170             ADD 1 TO WS-QTDE-LIDAS
004180     END-READ
004190     .
004200 2100-LER-ACESSO-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    2200-LOCALIZAR-OPERADOR
004250*    PROCURA O OPERADOR DO EVENTO NA TABELA E O INCLUI QUANDO
004260*    AINDA NAO CONSTA. COM A TABELA CHEIA, WS-OPR-ACHADO VOLTA
004270*    ZERADO E O EVENTO SO ENTRA NO TOTAL FORA DA TABELA.
004280******************************************************************
004290 2200-LOCALIZAR-OPERADOR.
004300     MOVE ZERO TO WS-OPR-ACHADO
004310     PERFORM 2210-COMPARAR-OPERADOR
004320         THRU 2210-COMPARAR-OPERADOR-EXIT
004330         VARYING WS-OPR-IDX FROM 1 BY 1
004340         UNTIL WS-OPR-IDX > WS-QTDE-OPERADORES
004350         OR WS-OPR-ACHADO > ZERO
004360
004370     IF WS-OPR-ACHADO > ZERO
004380         GO TO 2200-LOCALIZAR-OPERADOR-EXIT
004390     END-IF
004400
004410     IF WS-QTDE-OPERADORES NOT < WS-MAX-OPERADORES
004420         GO TO 2200-LOCALIZAR-OPERADOR-EXIT
004430     END-IF
004440
004450     ADD 1 TO WS-QTDE-OPERADORES
004460     MOVE WS-QTDE-OPERADORES TO WS-OPR-ACHADO
004470     MOVE ACE-OPERADOR TO WS-TAB-OPR-ID (WS-OPR-ACHADO)
004480     MOVE ZERO TO WS-TAB-OPR-ACESSOS (WS-OPR-ACHADO)
004490     MOVE ZERO TO WS-TAB-OPR-VERIF (WS-OPR-ACHADO)
004500     MOVE ZERO TO WS-TAB-OPR-MENOR (WS-OPR-ACHADO)
004510     MOVE ZERO TO WS-TAB-OPR-MAIOR (WS-OPR-ACHADO)
004520     MOVE ZERO TO WS-TAB-OPR-BLOQ (WS-OPR-ACHADO)
004530     MOVE ZERO TO WS-TAB-OPR-HIST (WS-OPR-ACHADO)
004540     MOVE ZERO TO WS-TAB-OPR-RECUSAS (WS-OPR-ACHADO)
004550     MOVE ZERO TO WS-TAB-OPR-FALHAS (WS-OPR-ACHADO)
004560     MOVE "N" TO WS-TAB-OPR-TRAVOU (WS-OPR-ACHADO)
004570     .
004580 2200-LOCALIZAR-OPERADOR-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    2210-COMPARAR-OPERADOR
004630*    CONFERE SE A POSICAO WS-OPR-IDX DA TABELA E A DO OPERADOR DO
004640*    EVENTO.
004650******************************************************************
004660 2210-COMPARAR-OPERADOR.
004670     IF WS-TAB-OPR-ID (WS-OPR-IDX) = ACE-OPERADOR
004680         MOVE WS-OPR-IDX TO WS-OPR-ACHADO
004690     END-IF
004700     .
004710 2210-COMPARAR-OPERADOR-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*    8000-GRAVAR-RELATORIO
004760*    GRAVA O CABECALHO, A LINHA DE CADA OPERADOR E OS TOTAIS.
004770*    OPERADOR DESTACADO TERMINA O PROGRAMA COM RETURN-CODE 4.
004780******************************************************************
004790 8000-GRAVAR-RELATORIO.
004800     MOVE WS-LIMITE-HIST TO WS-LIMITE-ED
004810     MOVE SPACES TO REL-LINHA
004820     STRING "ATIVIDADE DOS OPERADORES DO BALCAO EM "
004830                                             DELIMITED BY SIZE
004840            WS-DATA-REF                      DELIMITED BY SIZE
004850       INTO REL-LINHA
004860     END-STRING
004870     WRITE REL-LINHA
004880
004890     MOVE SPACES TO REL-LINHA
004900     STRING "DESTAQUE (*): HISTORICO A PARTIR DE "
004910                                             DELIMITED BY SIZE
004920            WS-LIMITE-ED                     DELIMITED BY SIZE
004930            " CONSULTAS, RECUSA OU BLOQUEIO (T)"
004940                                             DELIMITED BY SIZE
004950       INTO REL-LINHA
004960     END-STRING
004970     WRITE REL-LINHA
004980
004990     MOVE SPACES TO REL-LINHA
005000     WRITE REL-LINHA
005010     MOVE SPACES TO REL-LINHA
005020     STRING "OPERADOR  ACESS  VERIF  MENOR  MAIOR  BLOQ. "
005030                                             DELIMITED BY SIZE
005040            " HIST.  RECUS  FALHA"           DELIMITED BY SIZE
005050       INTO REL-LINHA
005060     END-STRING
005070     WRITE REL-LINHA
005080
005090     PERFORM 8100-GRAVAR-OPERADOR
005100         THRU 8100-GRAVAR-OPERADOR-EXIT
005110         VARYING WS-OPR-IDX FROM 1 BY 1
005120         UNTIL WS-OPR-IDX > WS-QTDE-OPERADORES
005130
005140     MOVE SPACES TO REL-LINHA
005150     MOVE "-------------------------------" TO REL-LINHA
005160     WRITE REL-LINHA
005170
005180     MOVE WS-QTDE-LIDAS TO WS-QTDE-ED
005190     MOVE SPACES TO REL-LINHA
005200     STRING "TOTAL DE EVENTOS LIDOS.........: "
005210                                            DELIMITED BY SIZE
005220            WS-QTDE-ED                      DELIMITED BY SIZE
005230       INTO REL-LINHA
005240     END-STRING
005250     WRITE REL-LINHA
005260
005270     MOVE WS-QTDE-CONSIDERADAS TO WS-QTDE-ED
005280     MOVE SPACES TO REL-LINHA
005290     STRING "EVENTOS DO DIA.................: "
005300                                            DELIMITED BY SIZE
005310            WS-QTDE-ED                      DELIMITED BY SIZE
005320       INTO REL-LINHA
005330     END-STRING
005340     WRITE REL-LINHA
005350
005360     MOVE WS-TOT-VERIF TO WS-QTDE-ED
005370     MOVE SPACES TO REL-LINHA
005380     STRING "VERIFICACOES NO DIA............: "
005390                                            DELIMITED BY SIZE
005400            WS-QTDE-ED                      DELIMITED BY SIZE
005410       INTO REL-LINHA
005420     END-STRING
005430     WRITE REL-LINHA
005440
005450     MOVE WS-TOT-HIST TO WS-QTDE-ED
005460     MOVE SPACES TO REL-LINHA
005470     STRING "CONSULTAS AO HISTORICO.........: "
005480                                            DELIMITED BY SIZE
005490            WS-QTDE-ED                      DELIMITED BY SIZE
005500       INTO REL-LINHA
005510     END-STRING
005520     WRITE REL-LINHA
005530
005540     MOVE WS-TOT-FALHAS TO WS-QTDE-ED
005550     MOVE SPACES TO REL-LINHA
005560     STRING "FALHAS DE IDENTIFICACAO........: "
005570                                            DELIMITED BY SIZE
005580            WS-QTDE-ED                      DELIMITED BY SIZE
005590       INTO REL-LINHA
005600     END-STRING
005610     WRITE REL-LINHA
005620
005630     MOVE WS-QTDE-APONTADOS TO WS-QTDE-ED
005640     MOVE SPACES TO REL-LINHA
005650     STRING "OPERADORES DESTACADOS..........: "
005660                                            DELIMITED BY SIZE
005670            WS-QTDE-ED                      DELIMITED BY SIZE
005680       INTO REL-LINHA
005690     END-STRING
005700     WRITE REL-LINHA
005710
005720     IF WS-QTDE-FORA-TABELA > ZERO
005730         MOVE WS-QTDE-FORA-TABELA TO WS-QTDE-ED
005740         MOVE SPACES TO REL-LINHA
005750         STRING "*** OPERADORES ALEM DA TABELA, IGNORADOS: "
005760                                            DELIMITED BY SIZE
005770                WS-QTDE-ED                  DELIMITED BY SIZE
005780           INTO REL-LINHA
005790         END-STRING
005800         WRITE REL-LINHA
005810     END-IF
005820
005830     IF WS-QTDE-APONTADOS > ZERO
005840         MOVE 4 TO RETURN-CODE
005850     END-IF
005860     .
005870 8000-GRAVAR-RELATORIO-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*    8100-GRAVAR-OPERADOR
005920*    GRAVA A LINHA DO OPERADOR WS-OPR-IDX E ACUMULA OS TOTAIS. O
005930*    OPERADOR COM CONSULTAS AO HISTORICO A PARTIR DO LIMITE, COM
005940*    RECUSA PELO PERFIL OU BLOQUEADO NO DIA LEVA ASTERISCO.
005950******************************************************************
005960 8100-GRAVAR-OPERADOR.
005970     MOVE SPACES TO WS-REL-DETALHE
005980     MOVE WS-TAB-OPR-ID (WS-OPR-IDX)       TO WS-DET-OPERADOR
005990     MOVE WS-TAB-OPR-ACESSOS (WS-OPR-IDX)  TO WS-DET-ACESSOS
006000     MOVE WS-TAB-OPR-VERIF (WS-OPR-IDX)    TO WS-DET-VERIF
006010     MOVE WS-TAB-OPR-MENOR (WS-OPR-IDX)    TO WS-DET-MENOR
006020     MOVE WS-TAB-OPR-MAIOR (WS-OPR-IDX)    TO WS-DET-MAIOR
006030     MOVE WS-TAB-OPR-BLOQ (WS-OPR-IDX)     TO WS-DET-BLOQ
006040     MOVE WS-TAB-OPR-HIST (WS-OPR-IDX)     TO WS-DET-HIST
006050     MOVE WS-TAB-OPR-RECUSAS (WS-OPR-IDX)  TO WS-DET-RECUSAS
006060     MOVE WS-TAB-OPR-FALHAS (WS-OPR-IDX)   TO WS-DET-FALHAS
006070     IF TAB-OPR-TRAVOU (WS-OPR-IDX)
006080         MOVE "T" TO WS-DET-TRAVOU
006090     END-IF
006100
006110     ADD WS-TAB-OPR-VERIF (WS-OPR-IDX)  TO WS-TOT-VERIF
006120     ADD WS-TAB-OPR-HIST (WS-OPR-IDX)   TO WS-TOT-HIST
006130     ADD WS-TAB-OPR-FALHAS (WS-OPR-IDX) TO WS-TOT-FALHAS
006140
006150     IF WS-TAB-OPR-HIST (WS-OPR-IDX) NOT < WS-LIMITE-HIST
006160     OR WS-TAB-OPR-RECUSAS (WS-OPR-IDX) > ZERO
006170     OR TAB-OPR-TRAVOU (WS-OPR-IDX)
006180         MOVE "*" TO WS-DET-APONTADO
006190         ADD 1 TO WS-QTDE-APONTADOS
006200     END-IF
006210
006220     WRITE REL-LINHA FROM WS-REL-DETALHE
006230     .
006240 8100-GRAVAR-OPERADOR-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    9000-FINALIZAR
006290*    FECHA OS ARQUIVOS.
006300******************************************************************
006310 9000-FINALIZAR.
006320     CLOSE ARQ-ACESSOS
006330     CLOSE ARQ-RELATORIO
006340     .
006350 9000-FINALIZAR-EXIT.
006360     EXIT.
006370******************************************************************
006380*    9700-CONFERIR-CADEIA
006390*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
006400*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
006410*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
006420*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
006430*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
006440*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
006450*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
006460*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
006470*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
006480*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
006490*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
006500*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
006510*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
006520*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
006530******************************************************************
006540 9700-CONFERIR-CADEIA.
006550     PERFORM 9710-LER-DEFINICAO
006560         THRU 9710-LER-DEFINICAO-EXIT
006570
006580     IF NOT CAD-DEFINIDO
006590         GO TO 9700-CONFERIR-CADEIA-EXIT
006600     END-IF
006610
006620     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
006630     ACCEPT WS-CAD-HORA-SIS FROM TIME
006640     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
006650     PERFORM 9760-CALCULAR-DATA-NEGOCIO
006660         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
006670     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
006680
006690     PERFORM 9720-APURAR-JORNAL
006700         THRU 9720-APURAR-JORNAL-EXIT
006710
006720     MOVE SPACES TO WS-CAD-MOTIVO
006730     IF CAD-EXECUCAO-REPETIDA
006740     AND NOT CAD-PODE-REPETIR
006750         STRING "REPETICAO NA DATA DE NEGOCIO "
006760                WS-CAD-DATA-NEGOCIO
006770                    DELIMITED BY SIZE
006780           INTO WS-CAD-MOTIVO
006790         END-STRING
006800     ELSE
006810         PERFORM 9740-CONFERIR-PREDECESSOR
006820             THRU 9740-CONFERIR-PREDECESSOR-EXIT
006830             VARYING WS-CAD-IDX FROM 1 BY 1
006840             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
006850             OR WS-CAD-MOTIVO NOT = SPACES
006860     END-IF
006870
006880     IF WS-CAD-MOTIVO = SPACES
006890         GO TO 9700-CONFERIR-CADEIA-EXIT
006900     END-IF
006910
006920     PERFORM 9750-LER-LIBERACAO
006930         THRU 9750-LER-LIBERACAO-EXIT
006940
006950     IF CAD-LIBERADO
006960         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
006970             WS-CAD-OPERADOR
006980         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
006990         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
007000         MOVE "L" TO WS-CAD-TIPO-JRN
007010         PERFORM 9790-GRAVAR-JORNAL-CADEIA
007020             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
007030         GO TO 9700-CONFERIR-CADEIA-EXIT
007040     END-IF
007050
007060     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
007070     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
007080     MOVE 12 TO RETURN-CODE
007090     MOVE "R" TO WS-CAD-TIPO-JRN
007100     PERFORM 9790-GRAVAR-JORNAL-CADEIA
007110         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
007120     STOP RUN
007130     .
007140 9700-CONFERIR-CADEIA-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*    9710-LER-DEFINICAO
007190*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
007200*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
007210*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
007220******************************************************************
007230 9710-LER-DEFINICAO.
007240     MOVE "N" TO WS-CAD-DEFINIDO
007250     OPEN INPUT ARQ-CADEIA
007260     IF NOT FS-CADEIA-OK
007270         IF NOT FS-CADEIA-AUSENTE
007280             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
007290                 "STATUS: " WS-FS-CADEIA
007300         END-IF
007310         GO TO 9710-LER-DEFINICAO-EXIT
007320     END-IF
007330
007340     MOVE "N" TO WS-CAD-FIM-ARQUIVO
007350     PERFORM 9715-LER-PROGRAMA
007360         THRU 9715-LER-PROGRAMA-EXIT
007370         UNTIL CAD-FIM-ARQUIVO
007380         OR CAD-DEFINIDO
007390
007400     CLOSE ARQ-CADEIA
007410     .
007420 9710-LER-DEFINICAO-EXIT.
007430     EXIT.
007440
007450 9715-LER-PROGRAMA.
007460     READ ARQ-CADEIA
007470         AT END
007480             MOVE "S" TO WS-CAD-FIM-ARQUIVO
007490             GO TO 9715-LER-PROGRAMA-EXIT
007500     END-READ
007510
007520     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
007530         GO TO 9715-LER-PROGRAMA-EXIT
007540     END-IF
007550
007560     MOVE "S" TO WS-CAD-DEFINIDO
007570     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
007580     MOVE ZEROS TO WS-CAD-HORA-VIRADA
007590     IF CAD-HORA-VIRADA NUMERIC
007600         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
007610     END-IF
007620     MOVE ZERO TO WS-CAD-QTDE-PRED
007630     PERFORM 9718-GUARDAR-PREDECESSOR
007640         THRU 9718-GUARDAR-PREDECESSOR-EXIT
007650         VARYING WS-CAD-IDX FROM 1 BY 1
007660         UNTIL WS-CAD-IDX > 5
007670     .
007680 9715-LER-PROGRAMA-EXIT.
007690     EXIT.
007700
007710 9718-GUARDAR-PREDECESSOR.
007720     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
007730         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
007740     END-IF
007750
007760     ADD 1 TO WS-CAD-QTDE-PRED
007770     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
007780                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
007790     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
007800     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
007810     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
007820     .
007830 9718-GUARDAR-PREDECESSOR-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870*    9720-APURAR-JORNAL
007880*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
007890*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
007900*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
007910*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
007920*    SO CONTAM OS REGISTROS DE INICIO E FIM.
007930******************************************************************
007940 9720-APURAR-JORNAL.
007950     OPEN INPUT ARQ-JORNAL
007960     IF NOT FS-JORNAL-OK
007970         GO TO 9720-APURAR-JORNAL-EXIT
007980     END-IF
007990
008000     MOVE "N" TO WS-CAD-FIM-ARQUIVO
008010     PERFORM 9725-LER-JORNAL-CADEIA
008020         THRU 9725-LER-JORNAL-CADEIA-EXIT
008030         UNTIL CAD-FIM-ARQUIVO
008040
008050     CLOSE ARQ-JORNAL
008060     .
008070 9720-APURAR-JORNAL-EXIT.
008080     EXIT.
008090
008100 9725-LER-JORNAL-CADEIA.
008110     READ ARQ-JORNAL
008120         AT END
008130             MOVE "S" TO WS-CAD-FIM-ARQUIVO
008140             GO TO 9725-LER-JORNAL-CADEIA-EXIT
008150     END-READ
008160
008170     IF NOT JRN-INICIO
008180     AND NOT JRN-FIM
008190         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008200     END-IF
008210
008220     MOVE JRN-DATA TO WS-CAD-MOM-DATA
008230     MOVE JRN-HORA TO WS-CAD-MOM-HORA
008240
008250     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
008260         PERFORM 9730-APURAR-PROPRIO
008270             THRU 9730-APURAR-PROPRIO-EXIT
008280         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008290     END-IF
008300
008310     MOVE ZERO TO WS-CAD-ACHADO
008320     PERFORM 9735-PROCURAR-PREDECESSOR
008330         THRU 9735-PROCURAR-PREDECESSOR-EXIT
008340         VARYING WS-CAD-IDX FROM 1 BY 1
008350         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
008360         OR WS-CAD-ACHADO > ZERO
008370     IF WS-CAD-ACHADO = ZERO
008380         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008390     END-IF
008400
008410     IF JRN-INICIO
008420         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008430         MOVE WS-CAD-MOMENTO-N
008440                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
008450         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008460     ELSE
008470         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
008480             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008490             MOVE JRN-RETURN-CODE
008500                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008510         END-IF
008520     END-IF
008530     .
008540 9725-LER-JORNAL-CADEIA-EXIT.
008550     EXIT.
008560
008570 9730-APURAR-PROPRIO.
008580     IF JRN-INICIO
008590         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
008600         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
008610         GO TO 9730-APURAR-PROPRIO-EXIT
008620     END-IF
008630
008640     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
008650         GO TO 9730-APURAR-PROPRIO-EXIT
008660     END-IF
008670
008680     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
008690     IF JRN-RETURN-CODE = ZERO
008700         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
008710     END-IF
008720
008730     IF JRN-RETURN-CODE < 16
008740         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
008750         PERFORM 9760-CALCULAR-DATA-NEGOCIO
008760             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
008770         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
008780             MOVE "S" TO WS-CAD-REPETICAO
008790         END-IF
008800     END-IF
008810     .
008820 9730-APURAR-PROPRIO-EXIT.
008830     EXIT.
008840
008850 9735-PROCURAR-PREDECESSOR.
008860     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
008870         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
008880     END-IF
008890     .
008900 9735-PROCURAR-PREDECESSOR-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940*    9740-CONFERIR-PREDECESSOR
008950*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
008960*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
008970*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
008980*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
008990*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
009000*    DE NOVO.
009010******************************************************************
009020 9740-CONFERIR-PREDECESSOR.
009030     MOVE "N" TO WS-CAD-PRED-DO-DIA
009040     IF CAD-PODE-REPETIR
009050     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
009060         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
009070         PERFORM 9760-CALCULAR-DATA-NEGOCIO
009080             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
009090         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
009100             MOVE "S" TO WS-CAD-PRED-DO-DIA
009110         END-IF
009120     END-IF
009130
009140     EVALUATE TRUE
009150         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
009160         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
009170                  NOT > WS-CAD-ULTIMO-OK
009180         AND NOT CAD-PRED-DO-DIA
009190             STRING "PREDECESSOR NAO EXECUTADO: "
009200                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009210                        DELIMITED BY SIZE
009220               INTO WS-CAD-MOTIVO
009230             END-STRING
009240         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
009250             STRING "PREDECESSOR NAO FINALIZADO: "
009260                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009270                        DELIMITED BY SIZE
009280               INTO WS-CAD-MOTIVO
009290             END-STRING
009300         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
009310             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
009320             STRING "PREDECESSOR COM RC "
009330                    WS-CAD-RC-ED
009340                    ": "
009350                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009360                        DELIMITED BY SIZE
009370               INTO WS-CAD-MOTIVO
009380             END-STRING
009390     END-EVALUATE
009400     .
009410 9740-CONFERIR-PREDECESSOR-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450*    9750-LER-LIBERACAO
009460*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
009470*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
009480*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
009490******************************************************************
009500 9750-LER-LIBERACAO.
009510     MOVE "N" TO WS-CAD-LIBERADO
009520     OPEN INPUT ARQ-LIBERACAO
009530     IF NOT FS-LIBERACAO-OK
009540         GO TO 9750-LER-LIBERACAO-EXIT
009550     END-IF
009560
009570     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009580     PERFORM 9755-LER-CARTAO-LIBERACAO
009590         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
009600         UNTIL CAD-FIM-ARQUIVO
009610         OR CAD-LIBERADO
009620
009630     CLOSE ARQ-LIBERACAO
009640     .
009650 9750-LER-LIBERACAO-EXIT.
009660     EXIT.
009670
009680 9755-LER-CARTAO-LIBERACAO.
009690     READ ARQ-LIBERACAO
009700         AT END
009710             MOVE "S" TO WS-CAD-FIM-ARQUIVO
009720             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
009730     END-READ
009740
009750     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
009760     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
009770     AND LIB-OPERADOR NOT = SPACES
009780         MOVE "S" TO WS-CAD-LIBERADO
009790         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
009800         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
009810     END-IF
009820     .
009830 9755-LER-CARTAO-LIBERACAO-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870*    9760-CALCULAR-DATA-NEGOCIO
009880*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
009890*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
009900*    ANTERIOR.
009910******************************************************************
009920 9760-CALCULAR-DATA-NEGOCIO.
009930     IF WS-CAD-MOM-DATA NOT NUMERIC
009940     OR WS-CAD-MOM-MM < 1
009950     OR WS-CAD-MOM-MM > 12
009960     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
009970         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
009980         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
009990     END-IF
010000
010010     SUBTRACT 1 FROM WS-CAD-MOM-DD
010020     IF WS-CAD-MOM-DD = ZERO
010030         SUBTRACT 1 FROM WS-CAD-MOM-MM
010040         IF WS-CAD-MOM-MM = ZERO
010050             MOVE 12 TO WS-CAD-MOM-MM
010060             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
010070         END-IF
010080         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
010090         IF WS-CAD-MOM-MM = 2
010100             PERFORM 9765-CONFERIR-BISSEXTO
010110                 THRU 9765-CONFERIR-BISSEXTO-EXIT
010120         END-IF
010130     END-IF
010140
010150     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
010160     .
010170 9760-CALCULAR-DATA-NEGOCIO-EXIT.
010180     EXIT.
010190
010200 9765-CONFERIR-BISSEXTO.
010210     DIVIDE WS-CAD-MOM-CCYY BY 4
010220         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
010230     DIVIDE WS-CAD-MOM-CCYY BY 100
010240         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
010250     DIVIDE WS-CAD-MOM-CCYY BY 400
010260         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
010270
010280     IF WS-CAD-RESTO-4 = ZERO
010290     AND (WS-CAD-RESTO-100 NOT = ZERO
010300          OR WS-CAD-RESTO-400 = ZERO)
010310         MOVE 29 TO WS-CAD-MOM-DD
010320     END-IF
010330     .
010340 9765-CONFERIR-BISSEXTO-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380*    9790-GRAVAR-JORNAL-CADEIA
010390*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
010400*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
010410******************************************************************
010420 9790-GRAVAR-JORNAL-CADEIA.
010430     OPEN EXTEND ARQ-JORNAL
010440     IF NOT FS-JORNAL-OK
010450         OPEN OUTPUT ARQ-JORNAL
010460     END-IF
010470     IF NOT FS-JORNAL-OK
010480         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
010490             WS-FS-JORNAL
010500         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
010510     END-IF
010520
010530     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
010540     ACCEPT WS-CAD-HORA-SIS FROM TIME
010550     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
010560
010570     MOVE SPACES                TO JORNAL-REG
010580     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
010590     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
010600     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
010610     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
010620     MOVE ZEROS                 TO JRN-QTDE-LIDOS
010630     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
010640     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
010650     MOVE RETURN-CODE           TO JRN-RETURN-CODE
010660     MOVE "N"                   TO JRN-REINICIO
010670     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
010680     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
010690     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
010700
010710     WRITE JORNAL-REG
010720
010730     CLOSE ARQ-JORNAL
010740     .
010750 9790-GRAVAR-JORNAL-CADEIA-EXIT.
010760     EXIT.
010770
010780******************************************************************
010790*    9800-GRAVAR-JORNAL
010800*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
010810*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
010820*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
010830*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA O RELATORIO.
010840******************************************************************
010850 9800-GRAVAR-JORNAL.
010860     OPEN EXTEND ARQ-JORNAL
010870     IF NOT FS-JORNAL-OK
010880         OPEN OUTPUT ARQ-JORNAL
010890     END-IF
010900     IF NOT FS-JORNAL-OK
010910         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
010920             WS-FS-JORNAL
010930         GO TO 9800-GRAVAR-JORNAL-EXIT
010940     END-IF
010950
010960     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
010970     ACCEPT WS-HORA-JRN-SIS FROM TIME
010980     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
010990
011000     MOVE SPACES                  TO JORNAL-REG
011010     MOVE "ATIVIDADE-OPERADORES"  TO JRN-PROGRAMA
011020     MOVE WS-JRN-TIPO             TO JRN-TIPO
011030     MOVE WS-DATA-JORNAL          TO JRN-DATA
011040     MOVE WS-HORA-JORNAL          TO JRN-HORA
011050     MOVE WS-QTDE-LIDAS           TO JRN-QTDE-LIDOS
011060     MOVE WS-QTDE-CONSIDERADAS    TO JRN-QTDE-GRAVADOS
011070     MOVE WS-QTDE-FORA-TABELA     TO JRN-QTDE-REJEITADOS
011080     MOVE RETURN-CODE             TO JRN-RETURN-CODE
011090     MOVE "N"                     TO JRN-REINICIO
011100
011110     WRITE JORNAL-REG
011120
011130     CLOSE ARQ-JORNAL
011140     .
011150 9800-GRAVAR-JORNAL-EXIT.
011160     EXIT.
011170
011180 END PROGRAM ATIVIDADE-OPERADORES.

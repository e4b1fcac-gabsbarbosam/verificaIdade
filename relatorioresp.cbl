000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: RELATORIO DIARIO DOS MENORES VERIFICADOS PARA UM
000060*          PROPOSITO QUE ADMITE MENOR COM CONSENTIMENTO E QUE
000070*          NAO TINHAM RESPONSAVEL LEGAL VALIDO: SEM RESPONSAVEL
000080*          CADASTRADO, COM RESPONSAVEL INVALIDO (CPF REPROVADO
000090*          NO DV, AUSENTE DO MESTRE OU AINDA NAO MAIOR) OU COM
000100*          RESPONSAVEL NA LISTA DE BLOQUEIO. A APURACAO E FEITA
000110*          NA TRILHA DE AUDITORIA (ARQ-AUDITORIA), QUE GUARDA O
000120*          CPF E A SITUACAO DO RESPONSAVEL DE CADA VERIFICACAO,
000130*          PARA A DATA DE REFERENCIA DO CARTAO DE PARAMETROS
000140*          (NORMALMENTE A DATA DO SISTEMA), E SERVE A EQUIPE DE
000150*          CONSENTIMENTO PARA COBRAR O CADASTRO DO RESPONSAVEL.
000160* Tectonics: cobc
000170*
000180* Modification History
000190* Date       Init Description
000200* 15/10/2026 GB   Criacao do relatorio de menores sem
000210*                 responsavel valido.
000220* 15/10/2026 GB   O relatorio mostra o tipo do documento do
000230*                 menor (CPF, RNE/CRNM ou passaporte).
000240* 15/10/2026 GB   Registros de estorno de uma execucao do lote
000250*                 (AUD-DECISAO E) nao sao listados.
000260* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000270*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000280*                 de execucao, o programa recusa rodar (RC 12,
000290*                 registro R no jornal) quando um predecessor nao
000300*                 terminou com RC 0 depois da sua ultima execucao
000310*                 correta ou quando a execucao seria repeticao
000320*                 proibida na data de negocio. O cartao de
000330*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000340*                 a reexecucao supervisionada, registrada no
000350*                 jornal (registro L, com o operador e a
000360*                 justificativa do cartao). O programa que pode
000370*                 repetir na data de negocio aceita o
000380*                 predecessor que rodou na propria data de
000390*                 negocio.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. RELATORIO-RESPONSAVEL.
000430 AUTHOR. GABRIELA BARBOSA.
000440 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000450 DATE-WRITTEN. 15/10/2026.
000460 DATE-COMPILED.
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000500     DECIMAL-POINT IS COMMA.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-AUDITORIA.
000560
000570     SELECT ARQ-PARAMETROS ASSIGN TO ARQPRSP
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-PARAMETROS.
000600
000610     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-RELATORIO.
000640
000650     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-JORNAL.
000680     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-FS-CADEIA.
000710     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-LIBERACAO.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ARQ-AUDITORIA
000780     RECORDING MODE IS F.
000790 COPY AUDITREG.
000800
000810 FD  ARQ-PARAMETROS
000820     RECORDING MODE IS F.
000830 COPY PARMRRS.
000840
000850 FD  ARQ-RELATORIO
000860     RECORDING MODE IS F.
000870 01  REL-LINHA                   PIC X(80).
000880
000890 FD  ARQ-JORNAL
000900     RECORDING MODE IS F.
000910 COPY JORNREG.
000920
000930 FD  ARQ-CADEIA
000940     RECORDING MODE IS F.
000950 COPY CADEREG.
000960
000970 FD  ARQ-LIBERACAO
000980     RECORDING MODE IS F.
000990 COPY LIBEREG.
001000
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*    CHAVES E STATUS DE ARQUIVO
001040******************************************************************
001050 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
001060     88  FS-AUDITORIA-OK         VALUE "00".
001070 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
001080     88  FS-PARAMETROS-OK        VALUE "00".
001090 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
001100     88  FS-RELATORIO-OK         VALUE "00".
001110 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
001120     88  FS-JORNAL-OK            VALUE "00".
001130
001140******************************************************************
001150*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
001160*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
001170******************************************************************
001180 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
001190 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001200 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001210 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001220******************************************************************
001230*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001240*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001250*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001260*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001270*    RODOU, A = ABERTA, F = FINALIZADA).
001280******************************************************************
001290 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001300     88  FS-CADEIA-OK            VALUE "00".
001310     88  FS-CADEIA-AUSENTE       VALUE "35".
001320 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001330     88  FS-LIBERACAO-OK         VALUE "00".
001340 77  WS-CAD-PROGRAMA             PIC X(22)
001350                 VALUE "RELATORIO-RESPONSAVEL".
001360 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001370     88  CAD-DEFINIDO            VALUE "S".
001380 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001390     88  CAD-FIM-ARQUIVO         VALUE "S".
001400 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001410     88  CAD-PODE-REPETIR        VALUE "S".
001420 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001430     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001440 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001450     88  CAD-PRED-DO-DIA         VALUE "S".
001460 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001470     88  CAD-LIBERADO            VALUE "S".
001480 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001490 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001500 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001510 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001520 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001530 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001540 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001550 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001560 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001570 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001580 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001590 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001600 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001610 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001620 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001630 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001640 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001650 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001660 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001670 01  WS-CAD-PREDECESSORES.
001680     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001690         10  WS-CAD-PRED-NOME    PIC X(22).
001700         10  WS-CAD-PRED-SIT     PIC X(01).
001710         10  WS-CAD-PRED-INICIO  PIC 9(14).
001720         10  WS-CAD-PRED-RC      PIC 9(04).
001730 01  WS-CAD-MOMENTO.
001740     05  WS-CAD-MOM-DATA.
001750         10  WS-CAD-MOM-CCYY     PIC 9(04).
001760         10  WS-CAD-MOM-MM       PIC 9(02).
001770         10  WS-CAD-MOM-DD       PIC 9(02).
001780     05  WS-CAD-MOM-HORA         PIC 9(06).
001790 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
001800                                 PIC 9(14).
001810 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
001820     05  FILLER                  PIC X(08).
001830     05  WS-CAD-MOM-HHMM         PIC 9(04).
001840     05  FILLER                  PIC X(02).
001850 01  WS-CAD-DIAS-MES-TAB.
001860     05  FILLER                  PIC X(24)
001870                 VALUE "312831303130313130313031".
001880 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
001890     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001900
001910******************************************************************
001920*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
001930******************************************************************
001940 77  WS-FIM-AUDITORIA            PIC X(01) VALUE "N".
001950     88  FIM-DA-AUDITORIA        VALUE "S".
001960
001970******************************************************************
001980*    DATA DE REFERENCIA APURADA (CARTAO OU DATA DO SISTEMA)
001990******************************************************************
002000 77  WS-DATA-REF                 PIC 9(08) VALUE ZEROS.
002010
002020******************************************************************
002030*    TOTAIS DO RELATORIO
002040******************************************************************
002050 77  WS-QTDE-LIDAS               PIC 9(08) COMP VALUE ZERO.
002060 77  WS-QTDE-LISTADAS            PIC 9(08) COMP VALUE ZERO.
002070 77  WS-QTDE-SEM-RESP            PIC 9(08) COMP VALUE ZERO.
002080 77  WS-QTDE-RESP-INVALIDO       PIC 9(08) COMP VALUE ZERO.
002090 77  WS-QTDE-RESP-BLOQUEADO      PIC 9(08) COMP VALUE ZERO.
002100 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
002110
002120******************************************************************
002130*    LINHA DE DETALHE DO RELATORIO
002140******************************************************************
002150 01  WS-REL-DETALHE.
002160     05  WS-DET-HORA             PIC 9(06).
002170     05  FILLER                  PIC X(01).
002180     05  WS-DET-DOC              PIC X(11).
002190     05  FILLER                  PIC X(01).
002200     05  WS-DET-TIPO             PIC X(01).
002210     05  FILLER                  PIC X(01).
002220     05  WS-DET-RESP             PIC X(11).
002230     05  FILLER                  PIC X(01).
002240     05  WS-DET-SITUACAO         PIC X(28).
002250     05  FILLER                  PIC X(01).
002260     05  WS-DET-ORIGEM           PIC X(08).
002270     05  FILLER                  PIC X(01).
002280     05  WS-DET-PROPOSITO        PIC X(02).
002290     05  FILLER                  PIC X(07).
002300
002310 PROCEDURE DIVISION.
002320******************************************************************
002330*    0000-MAINLINE
002340*    PARAGRAFO PRINCIPAL DO PROGRAMA.
002350******************************************************************
002360 0000-MAINLINE.
002370     PERFORM 9700-CONFERIR-CADEIA
002380         THRU 9700-CONFERIR-CADEIA-EXIT
002390     PERFORM 1000-INICIALIZAR
002400         THRU 1000-INICIALIZAR-EXIT
002410
002420     MOVE "I" TO WS-JRN-TIPO
002430     PERFORM 9800-GRAVAR-JORNAL
002440         THRU 9800-GRAVAR-JORNAL-EXIT
002450
002460     PERFORM 2000-PROCESSAR-AUDITORIA
002470         THRU 2000-PROCESSAR-AUDITORIA-EXIT
002480         UNTIL FIM-DA-AUDITORIA
002490
002500     PERFORM 8000-GRAVAR-TOTAIS
002510         THRU 8000-GRAVAR-TOTAIS-EXIT
002520
002530     PERFORM 9000-FINALIZAR
002540         THRU 9000-FINALIZAR-EXIT
002550
002560     MOVE "F" TO WS-JRN-TIPO
002570     PERFORM 9800-GRAVAR-JORNAL
002580         THRU 9800-GRAVAR-JORNAL-EXIT
002590
002600     STOP RUN.
002610
002620******************************************************************
002630*    1000-INICIALIZAR
002640*    APURA A DATA DE REFERENCIA, ABRE OS ARQUIVOS E GRAVA O
002650*    CABECALHO DO RELATORIO.
002660******************************************************************
002670 1000-INICIALIZAR.
002680     ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
002690
002700     PERFORM 1100-CARREGAR-PARAMETROS
002710         THRU 1100-CARREGAR-PARAMETROS-EXIT
002720
002730     OPEN INPUT ARQ-AUDITORIA
002740     IF NOT FS-AUDITORIA-OK
002750         DISPLAY "ERRO AO ABRIR ARQ-AUDITORIA. FILE STATUS: "
002760             WS-FS-AUDITORIA
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002800
002810     OPEN OUTPUT ARQ-RELATORIO
002820     IF NOT FS-RELATORIO-OK
002830         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
002840             WS-FS-RELATORIO
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF
002880
002890     PERFORM 1200-GRAVAR-CABECALHO
002900         THRU 1200-GRAVAR-CABECALHO-EXIT
002910
002920     PERFORM 2100-LER-AUDITORIA
002930         THRU 2100-LER-AUDITORIA-EXIT
002940     .
002950 1000-INICIALIZAR-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    1100-CARREGAR-PARAMETROS
003000*    LE O CARTAO DE PARAMETROS DO RELATORIO. O CARTAO E
003010*    OPCIONAL: AUSENTE, VAZIO OU COM DATA EM BRANCO OU ZERADA,
003020*    PREVALECE A DATA DO SISTEMA.
003030******************************************************************
003040 1100-CARREGAR-PARAMETROS.
003050     OPEN INPUT ARQ-PARAMETROS
003060     IF NOT FS-PARAMETROS-OK
003070         GO TO 1100-CARREGAR-PARAMETROS-EXIT
003080     END-IF
003090
003100     READ ARQ-PARAMETROS
003110     IF FS-PARAMETROS-OK
003120     AND PRR-DATA-REF NUMERIC
003130     AND PRR-DATA-REF > ZERO
003140         MOVE PRR-DATA-REF TO WS-DATA-REF
003150     END-IF
003160
003170     CLOSE ARQ-PARAMETROS
003180     .
003190 1100-CARREGAR-PARAMETROS-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    1200-GRAVAR-CABECALHO
003240*    GRAVA O CABECALHO DO RELATORIO, COM A DATA DE REFERENCIA
003250*    APURADA.
003260******************************************************************
003270 1200-GRAVAR-CABECALHO.
003280     MOVE SPACES TO REL-LINHA
003290     STRING "MENORES SEM RESPONSAVEL LEGAL VALIDO EM "
003300                               DELIMITED BY SIZE
003310            WS-DATA-REF        DELIMITED BY SIZE
003320       INTO REL-LINHA
003330     END-STRING
003340     WRITE REL-LINHA
003350
003360     MOVE SPACES TO REL-LINHA
003370     STRING "HORA   MENOR       T RESPONSAVEL "
003380                                            DELIMITED BY SIZE
003390            "SITUACAO                     ORIGEM   PR"
003400                                            DELIMITED BY SIZE
003410       INTO REL-LINHA
003420     END-STRING
003430     WRITE REL-LINHA
003440     .
003450 1200-GRAVAR-CABECALHO-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490*    2000-PROCESSAR-AUDITORIA
003500*    LISTA O REGISTRO CORRENTE DA TRILHA QUANDO ELE E UMA
003510*    VERIFICACAO DA DATA DE REFERENCIA CUJO MENOR FICOU SEM
003520*    RESPONSAVEL VALIDO. REGISTROS DE DECISAO DO ANALISTA, DE
003530*    ESTORNO E VERIFICACOES QUE NAO EXIGIAM RESPONSAVEL
003540*    (SITUACAO EM BRANCO) NAO SAO LISTADOS. EM SEGUIDA LE O
003550*    PROXIMO.
003560******************************************************************
003570 2000-PROCESSAR-AUDITORIA.
003580     IF AUD-DATA-VERIF NOT = WS-DATA-REF
003590     OR AUD-E-DECISAO-ANALISTA
003600     OR AUD-E-ESTORNO
003610     OR NOT AUD-RESP-PENDENTE
003620         GO TO 2000-LER-PROXIMO
003630     END-IF
003640
003650     ADD 1 TO WS-QTDE-LISTADAS
003660     PERFORM 2300-GRAVAR-DETALHE
003670         THRU 2300-GRAVAR-DETALHE-EXIT
003680     .
003690 2000-LER-PROXIMO.
003700     PERFORM 2100-LER-AUDITORIA
003710         THRU 2100-LER-AUDITORIA-EXIT
003720     .
003730 2000-PROCESSAR-AUDITORIA-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770*    2100-LER-AUDITORIA
003780*    LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA.
003790******************************************************************
003800 2100-LER-AUDITORIA.
003810     READ ARQ-AUDITORIA
003820         AT END
003830             MOVE "S" TO WS-FIM-AUDITORIA
003840         NOT AT END
003850             ADD 1 TO WS-QTDE-LIDAS
003860     END-READ
003870     .
003880 2100-LER-AUDITORIA-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*    2300-GRAVAR-DETALHE
003930*    GRAVA A LINHA DO MENOR COM A DESCRICAO DA SITUACAO DO
003940*    RESPONSAVEL E ACUMULA O TOTAL DA SITUACAO.
003950******************************************************************
003960 2300-GRAVAR-DETALHE.
003970     MOVE SPACES              TO WS-REL-DETALHE
003980     MOVE AUD-HORA-VERIF      TO WS-DET-HORA
003990     MOVE AUD-DOC-NUMERO      TO WS-DET-DOC
004000     MOVE AUD-TIPO-DOC        TO WS-DET-TIPO
004010     MOVE AUD-DOC-RESPONSAVEL TO WS-DET-RESP
004020     MOVE AUD-SIST-ORIGEM     TO WS-DET-ORIGEM
004030     MOVE AUD-PROPOSITO       TO WS-DET-PROPOSITO
004040
004050     EVALUATE AUD-SIT-RESPONSAVEL
004060         WHEN "A"
004070             ADD 1 TO WS-QTDE-SEM-RESP
004080             MOVE "SEM RESPONSAVEL CADASTRADO" TO WS-DET-SITUACAO
004090         WHEN "D"
004100             ADD 1 TO WS-QTDE-RESP-INVALIDO
004110             MOVE "CPF DO RESPONSAVEL INVALIDO" TO WS-DET-SITUACAO
004120         WHEN "N"
004130             ADD 1 TO WS-QTDE-RESP-INVALIDO
004140             MOVE "RESPONSAVEL FORA DO MESTRE" TO WS-DET-SITUACAO
004150         WHEN "M"
004160             ADD 1 TO WS-QTDE-RESP-INVALIDO
004170             MOVE "RESPONSAVEL NAO E MAIOR" TO WS-DET-SITUACAO
004180         WHEN "B"
004190             ADD 1 TO WS-QTDE-RESP-BLOQUEADO
004200             MOVE "RESPONSAVEL BLOQUEADO" TO WS-DET-SITUACAO
004210     END-EVALUATE
004220
004230     WRITE REL-LINHA FROM WS-REL-DETALHE
004240     .
004250 2300-GRAVAR-DETALHE-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*    8000-GRAVAR-TOTAIS
004300*    GRAVA OS TOTAIS DO RELATORIO, POR SITUACAO DO RESPONSAVEL.
004310******************************************************************
004320 8000-GRAVAR-TOTAIS.
004330     MOVE SPACES TO REL-LINHA
004340     MOVE "-------------------------------" TO REL-LINHA
004350     WRITE REL-LINHA
004360
004370     MOVE WS-QTDE-LIDAS TO WS-QTDE-ED
004380     MOVE SPACES TO REL-LINHA
004390     STRING "TOTAL DE REGISTROS LIDOS.......: "
004400                                            DELIMITED BY SIZE
004410            WS-QTDE-ED                      DELIMITED BY SIZE
004420       INTO REL-LINHA
004430     END-STRING
004440     WRITE REL-LINHA
004450
004460     MOVE WS-QTDE-LISTADAS TO WS-QTDE-ED
004470     MOVE SPACES TO REL-LINHA
004480     STRING "TOTAL DE MENORES LISTADOS......: "
004490                                            DELIMITED BY SIZE
004500            WS-QTDE-ED                      DELIMITED BY SIZE
004510       INTO REL-LINHA
004520     END-STRING
004530     WRITE REL-LINHA
004540
004550     MOVE WS-QTDE-SEM-RESP TO WS-QTDE-ED
004560     MOVE SPACES TO REL-LINHA
004570     STRING "  SEM RESPONSAVEL CADASTRADO...: "
004580                                            DELIMITED BY SIZE
004590            WS-QTDE-ED                      DELIMITED BY SIZE
004600       INTO REL-LINHA
004610     END-STRING
004620     WRITE REL-LINHA
004630
004640     MOVE WS-QTDE-RESP-INVALIDO TO WS-QTDE-ED
004650     MOVE SPACES TO REL-LINHA
004660     STRING "  COM RESPONSAVEL INVALIDO.....: "
004670                                            DELIMITED BY SIZE
004680            WS-QTDE-ED                      DELIMITED BY SIZE
004690       INTO REL-LINHA
004700     END-STRING
004710     WRITE REL-LINHA
004720
004730     MOVE WS-QTDE-RESP-BLOQUEADO TO WS-QTDE-ED
004740     MOVE SPACES TO REL-LINHA
004750     STRING "  COM RESPONSAVEL BLOQUEADO....: "
004760                                            DELIMITED BY SIZE
004770            WS-QTDE-ED                      DELIMITED BY SIZE
004780       INTO REL-LINHA
004790     END-STRING
004800     WRITE REL-LINHA
004810     .
004820 8000-GRAVAR-TOTAIS-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*    9000-FINALIZAR
004870*    FECHA OS ARQUIVOS UTILIZADOS PELO PROGRAMA.
004880******************************************************************
004890 9000-FINALIZAR.
004900     CLOSE ARQ-AUDITORIA
004910     CLOSE ARQ-RELATORIO
004920     .
004930 9000-FINALIZAR-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    9700-CONFERIR-CADEIA
004980*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
004990*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
005000*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
005010*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
005020*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
005030*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
005040*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
005050*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
005060*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
005070*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
005080*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
005090*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
005100*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
005110*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
005120******************************************************************
005130 9700-CONFERIR-CADEIA.
005140     PERFORM 9710-LER-DEFINICAO
005150         THRU 9710-LER-DEFINICAO-EXIT
005160
005170     IF NOT CAD-DEFINIDO
005180         GO TO 9700-CONFERIR-CADEIA-EXIT
005190     END-IF
005200
005210     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
005220     ACCEPT WS-CAD-HORA-SIS FROM TIME
005230     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
005240     PERFORM 9760-CALCULAR-DATA-NEGOCIO
005250         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
005260     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
005270
005280     PERFORM 9720-APURAR-JORNAL
005290         THRU 9720-APURAR-JORNAL-EXIT
005300
005310     MOVE SPACES TO WS-CAD-MOTIVO
005320     IF CAD-EXECUCAO-REPETIDA
005330     AND NOT CAD-PODE-REPETIR
005340         STRING "REPETICAO NA DATA DE NEGOCIO "
005350                WS-CAD-DATA-NEGOCIO
005360                    DELIMITED BY SIZE
005370           INTO WS-CAD-MOTIVO
005380         END-STRING
005390     ELSE
005400         PERFORM 9740-CONFERIR-PREDECESSOR
005410             THRU 9740-CONFERIR-PREDECESSOR-EXIT
005420             VARYING WS-CAD-IDX FROM 1 BY 1
005430             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
005440             OR WS-CAD-MOTIVO NOT = SPACES
005450     END-IF
005460
005470     IF WS-CAD-MOTIVO = SPACES
005480         GO TO 9700-CONFERIR-CADEIA-EXIT
005490     END-IF
005500
005510     PERFORM 9750-LER-LIBERACAO
005520         THRU 9750-LER-LIBERACAO-EXIT
005530
005540     IF CAD-LIBERADO
005550         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
005560             WS-CAD-OPERADOR
005570         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
005580         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
005590         MOVE "L" TO WS-CAD-TIPO-JRN
005600         PERFORM 9790-GRAVAR-JORNAL-CADEIA
005610             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
005620         GO TO 9700-CONFERIR-CADEIA-EXIT
005630     END-IF
005640
005650     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
005660     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
005670     MOVE 12 TO RETURN-CODE
005680     MOVE "R" TO WS-CAD-TIPO-JRN
005690     PERFORM 9790-GRAVAR-JORNAL-CADEIA
005700         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
005710     STOP RUN
005720     .
005730 9700-CONFERIR-CADEIA-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770*    9710-LER-DEFINICAO
005780*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
005790*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
005800*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
005810******************************************************************
005820 9710-LER-DEFINICAO.
005830     MOVE "N" TO WS-CAD-DEFINIDO
005840     OPEN INPUT ARQ-CADEIA
005850     IF NOT FS-CADEIA-OK
005860         IF NOT FS-CADEIA-AUSENTE
005870             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
005880                 "STATUS: " WS-FS-CADEIA
005890         END-IF
005900         GO TO 9710-LER-DEFINICAO-EXIT
005910     END-IF
005920
005930     MOVE "N" TO WS-CAD-FIM-ARQUIVO
005940     PERFORM 9715-LER-PROGRAMA
005950         THRU 9715-LER-PROGRAMA-EXIT
005960         UNTIL CAD-FIM-ARQUIVO
005970         OR CAD-DEFINIDO
005980
005990     CLOSE ARQ-CADEIA
006000     .
006010 9710-LER-DEFINICAO-EXIT.
006020     EXIT.
006030
006040 9715-LER-PROGRAMA.
006050     READ ARQ-CADEIA
006060         AT END
006070             MOVE "S" TO WS-CAD-FIM-ARQUIVO
006080             GO TO 9715-LER-PROGRAMA-EXIT
006090     END-READ
006100
006110     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
006120         GO TO 9715-LER-PROGRAMA-EXIT
006130     END-IF
006140
006150     MOVE "S" TO WS-CAD-DEFINIDO
006160     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
006170     MOVE ZEROS TO WS-CAD-HORA-VIRADA
006180     IF CAD-HORA-VIRADA NUMERIC
006190         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
006200     END-IF
006210     MOVE ZERO TO WS-CAD-QTDE-PRED
006220     PERFORM 9718-GUARDAR-PREDECESSOR
006230         THRU 9718-GUARDAR-PREDECESSOR-EXIT
006240         VARYING WS-CAD-IDX FROM 1 BY 1
006250         UNTIL WS-CAD-IDX > 5
006260     .
006270 9715-LER-PROGRAMA-EXIT.
006280     EXIT.
006290
006300 9718-GUARDAR-PREDECESSOR.
006310     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
006320         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
006330     END-IF
006340
006350     ADD 1 TO WS-CAD-QTDE-PRED
006360     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
006370                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
006380     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
006390     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
006400     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
006410     .
006420 9718-GUARDAR-PREDECESSOR-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460*    9720-APURAR-JORNAL
006470*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
006480*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
006490*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
006500*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
006510*    SO CONTAM OS REGISTROS DE INICIO E FIM.
006520******************************************************************
006530 9720-APURAR-JORNAL.
006540     OPEN INPUT ARQ-JORNAL
006550     IF NOT FS-JORNAL-OK
006560         GO TO 9720-APURAR-JORNAL-EXIT
006570     END-IF
006580
006590     MOVE "N" TO WS-CAD-FIM-ARQUIVO
006600     PERFORM 9725-LER-JORNAL-CADEIA
006610         THRU 9725-LER-JORNAL-CADEIA-EXIT
006620         UNTIL CAD-FIM-ARQUIVO
006630
006640     CLOSE ARQ-JORNAL
006650     .
006660 9720-APURAR-JORNAL-EXIT.
006670     EXIT.
006680
006690 9725-LER-JORNAL-CADEIA.
006700     READ ARQ-JORNAL
006710         AT END
006720             MOVE "S" TO WS-CAD-FIM-ARQUIVO
006730             GO TO 9725-LER-JORNAL-CADEIA-EXIT
006740     END-READ
006750
006760     IF NOT JRN-INICIO
006770     AND NOT JRN-FIM
006780         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006790     END-IF
006800
006810     MOVE JRN-DATA TO WS-CAD-MOM-DATA
006820     MOVE JRN-HORA TO WS-CAD-MOM-HORA
006830
006840     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
006850         PERFORM 9730-APURAR-PROPRIO
006860             THRU 9730-APURAR-PROPRIO-EXIT
006870         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006880     END-IF
006890
006900     MOVE ZERO TO WS-CAD-ACHADO
006910     PERFORM 9735-PROCURAR-PREDECESSOR
006920         THRU 9735-PROCURAR-PREDECESSOR-EXIT
006930         VARYING WS-CAD-IDX FROM 1 BY 1
006940         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
006950         OR WS-CAD-ACHADO > ZERO
006960     IF WS-CAD-ACHADO = ZERO
006970         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006980     END-IF
006990
007000     IF JRN-INICIO
007010         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
007020         MOVE WS-CAD-MOMENTO-N
007030                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
007040         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
007050     ELSE
007060         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
007070             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
007080             MOVE JRN-RETURN-CODE
007090                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
007100         END-IF
007110     END-IF
007120     .
007130 9725-LER-JORNAL-CADEIA-EXIT.
007140     EXIT.
007150
007160 9730-APURAR-PROPRIO.
007170     IF JRN-INICIO
007180         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
007190         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
007200         GO TO 9730-APURAR-PROPRIO-EXIT
007210     END-IF
007220
007230     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
007240         GO TO 9730-APURAR-PROPRIO-EXIT
007250     END-IF
007260
007270     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
007280     IF JRN-RETURN-CODE = ZERO
007290         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
007300     END-IF
007310
007320     IF JRN-RETURN-CODE < 16
007330         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
007340         PERFORM 9760-CALCULAR-DATA-NEGOCIO
007350             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
007360         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
007370             MOVE "S" TO WS-CAD-REPETICAO
007380         END-IF
007390     END-IF
007400     .
007410 9730-APURAR-PROPRIO-EXIT.
007420     EXIT.
007430
007440 9735-PROCURAR-PREDECESSOR.
007450     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
007460         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
007470     END-IF
007480     .
007490 9735-PROCURAR-PREDECESSOR-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530*    9740-CONFERIR-PREDECESSOR
007540*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
007550*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
007560*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
007570*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
007580*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
007590*    DE NOVO.
007600******************************************************************
007610 9740-CONFERIR-PREDECESSOR.
007620     MOVE "N" TO WS-CAD-PRED-DO-DIA
007630     IF CAD-PODE-REPETIR
007640     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
007650         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
007660         PERFORM 9760-CALCULAR-DATA-NEGOCIO
007670             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
007680         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
007690             MOVE "S" TO WS-CAD-PRED-DO-DIA
007700         END-IF
007710     END-IF
007720
007730     EVALUATE TRUE
007740         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
007750         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
007760                  NOT > WS-CAD-ULTIMO-OK
007770         AND NOT CAD-PRED-DO-DIA
007780             STRING "PREDECESSOR NAO EXECUTADO: "
007790                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007800                        DELIMITED BY SIZE
007810               INTO WS-CAD-MOTIVO
007820             END-STRING
007830         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
007840             STRING "PREDECESSOR NAO FINALIZADO: "
007850                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007860                        DELIMITED BY SIZE
007870               INTO WS-CAD-MOTIVO
007880             END-STRING
007890         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
007900             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
007910             STRING "PREDECESSOR COM RC "
007920                    WS-CAD-RC-ED
007930                    ": "
007940                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007950                        DELIMITED BY SIZE
007960               INTO WS-CAD-MOTIVO
007970             END-STRING
007980     END-EVALUATE
007990     .
008000 9740-CONFERIR-PREDECESSOR-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040*    9750-LER-LIBERACAO
008050*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
008060*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
008070*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
008080******************************************************************
008090 9750-LER-LIBERACAO.
008100     MOVE "N" TO WS-CAD-LIBERADO
008110     OPEN INPUT ARQ-LIBERACAO
008120     IF NOT FS-LIBERACAO-OK
008130         GO TO 9750-LER-LIBERACAO-EXIT
008140     END-IF
008150
008160     MOVE "N" TO WS-CAD-FIM-ARQUIVO
008170     PERFORM 9755-LER-CARTAO-LIBERACAO
008180         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
008190         UNTIL CAD-FIM-ARQUIVO
008200         OR CAD-LIBERADO
008210
008220     CLOSE ARQ-LIBERACAO
008230     .
008240 9750-LER-LIBERACAO-EXIT.
008250     EXIT.
008260
008270 9755-LER-CARTAO-LIBERACAO.
008280     READ ARQ-LIBERACAO
008290         AT END
008300             MOVE "S" TO WS-CAD-FIM-ARQUIVO
008310             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
008320     END-READ
008330
008340     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
008350     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
008360     AND LIB-OPERADOR NOT = SPACES
008370         MOVE "S" TO WS-CAD-LIBERADO
008380         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
008390         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
008400     END-IF
008410     .
008420 9755-LER-CARTAO-LIBERACAO-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460*    9760-CALCULAR-DATA-NEGOCIO
008470*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
008480*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
008490*    ANTERIOR.
008500******************************************************************
008510 9760-CALCULAR-DATA-NEGOCIO.
008520     IF WS-CAD-MOM-DATA NOT NUMERIC
008530     OR WS-CAD-MOM-MM < 1
008540     OR WS-CAD-MOM-MM > 12
008550     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
008560         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
008570         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
008580     END-IF
008590
008600     SUBTRACT 1 FROM WS-CAD-MOM-DD
008610     IF WS-CAD-MOM-DD = ZERO
008620         SUBTRACT 1 FROM WS-CAD-MOM-MM
008630         IF WS-CAD-MOM-MM = ZERO
008640             MOVE 12 TO WS-CAD-MOM-MM
008650             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
008660         END-IF
008670         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
008680         IF WS-CAD-MOM-MM = 2
008690             PERFORM 9765-CONFERIR-BISSEXTO
008700                 THRU 9765-CONFERIR-BISSEXTO-EXIT
008710         END-IF
008720     END-IF
008730
008740     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
008750     .
008760 9760-CALCULAR-DATA-NEGOCIO-EXIT.
008770     EXIT.
008780
008790 9765-CONFERIR-BISSEXTO.
008800     DIVIDE WS-CAD-MOM-CCYY BY 4
008810         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
008820     DIVIDE WS-CAD-MOM-CCYY BY 100
008830         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
008840     DIVIDE WS-CAD-MOM-CCYY BY 400
008850         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
008860
008870     IF WS-CAD-RESTO-4 = ZERO
008880     AND (WS-CAD-RESTO-100 NOT = ZERO
008890          OR WS-CAD-RESTO-400 = ZERO)
008900         MOVE 29 TO WS-CAD-MOM-DD
008910     END-IF
008920     .
008930 9765-CONFERIR-BISSEXTO-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970*    9790-GRAVAR-JORNAL-CADEIA
008980*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
008990*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
009000******************************************************************
009010 9790-GRAVAR-JORNAL-CADEIA.
009020     OPEN EXTEND ARQ-JORNAL
009030     IF NOT FS-JORNAL-OK
009040         OPEN OUTPUT ARQ-JORNAL
009050     END-IF
009060     IF NOT FS-JORNAL-OK
009070         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
009080             WS-FS-JORNAL
009090         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
009100     END-IF
009110
009120     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
009130     ACCEPT WS-CAD-HORA-SIS FROM TIME
009140     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
009150
009160     MOVE SPACES                TO JORNAL-REG
009170     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
009180     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
009190     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
009200     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
009210     MOVE ZEROS                 TO JRN-QTDE-LIDOS
009220     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
009230     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
009240     MOVE RETURN-CODE           TO JRN-RETURN-CODE
009250     MOVE "N"                   TO JRN-REINICIO
009260     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
009270     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
009280     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
009290
009300     WRITE JORNAL-REG
009310
009320     CLOSE ARQ-JORNAL
009330     .
009340 9790-GRAVAR-JORNAL-CADEIA-EXIT.
009350     EXIT.
009360******************************************************************
009370*    9800-GRAVAR-JORNAL
009380*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
009390*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
009400*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
009410*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA O RELATORIO.
009420******************************************************************
009430 9800-GRAVAR-JORNAL.
009440     OPEN EXTEND ARQ-JORNAL
009450     IF NOT FS-JORNAL-OK
009460         OPEN OUTPUT ARQ-JORNAL
009470     END-IF
009480     IF NOT FS-JORNAL-OK
009490         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
009500             WS-FS-JORNAL
009510         GO TO 9800-GRAVAR-JORNAL-EXIT
009520     END-IF
009530
009540     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
009550     ACCEPT WS-HORA-JRN-SIS FROM TIME
009560     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
009570
009580     MOVE SPACES                  TO JORNAL-REG
009590     MOVE "RELATORIO-RESPONSAVEL" TO JRN-PROGRAMA
009600     MOVE WS-JRN-TIPO             TO JRN-TIPO
009610     MOVE WS-DATA-JORNAL          TO JRN-DATA
009620     MOVE WS-HORA-JORNAL          TO JRN-HORA
009630     MOVE WS-QTDE-LIDAS           TO JRN-QTDE-LIDOS
009640     MOVE WS-QTDE-LISTADAS        TO JRN-QTDE-GRAVADOS
009650     MOVE ZEROS                   TO JRN-QTDE-REJEITADOS
009660     MOVE RETURN-CODE             TO JRN-RETURN-CODE
009670     MOVE "N"                     TO JRN-REINICIO
009680
009690     WRITE JORNAL-REG
009700
009710     CLOSE ARQ-JORNAL
009720     .
009730 9800-GRAVAR-JORNAL-EXIT.
009740     EXIT.
009750
009760 END PROGRAM RELATORIO-RESPONSAVEL.

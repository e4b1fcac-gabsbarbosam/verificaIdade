000010******************************************************************
000020* Author: GABRIELA BARBOSA
000030* Date-Written: 15/10/2026
000040* Installation: DEPARTAMENTO DE SISTEMAS
000050* Purpose: MANUTENCAO DO CADASTRO DE RESPONSAVEIS LEGAIS
000060*          (ARQ-RESPONSAVEIS, INDEXADO PELO TIPO E NUMERO DO
000070*          DOCUMENTO DO MENOR: CPF, RNE/CRNM OU PASSAPORTE) A
000080*          PARTIR DE UM ARQUIVO DE CARTOES DE MOVIMENTO
000090*          (ARQ-MOVIMENTOS): CONSULTA, INCLUSAO, ALTERACAO E
000100*          EXCLUSAO DO VINCULO ENTRE O MENOR E O SEU
000110*          RESPONSAVEL, COM O PARENTESCO E A DATA DO
000120*          CONSENTIMENTO. CADA MOVIMENTO APLICADO GRAVA NO LOG
000130*          DE ALTERACOES (ARQ-LOG-RESP) A IMAGEM ANTERIOR E A
000140*          IMAGEM NOVA DO VINCULO, E OS MOVIMENTOS RECUSADOS
000150*          SAEM NO RELATORIO DE MANUTENCAO (ARQ-RELATORIO) COM
000160*          O MOTIVO, PARA DEVOLUCAO A EQUIPE DE CONSENTIMENTO.
000170*          A CONDICAO DO RESPONSAVEL (MAIOR NO MESTRE E FORA
000180*          DA LISTA DE BLOQUEIO) NAO E CONFERIDA AQUI: ELA MUDA
000190*          COM O TEMPO E E CONFERIDA A CADA VERIFICACAO DO
000200*          MENOR.
000210* Tectonics: cobc
000220*
000230* Modification History
000240* Date       Init Description
000250* 15/10/2026 GB   Criacao do programa de manutencao de
000260*                 responsaveis legais. O menor e identificado
000270*                 pelo tipo do documento (C = CPF, R = RNE/CRNM,
000280*                 P = PASSAPORTE; em branco, CPF) e pelo numero
000290*                 (RSP-CHAVE-MENOR), validado pela regra do seu
000300*                 tipo como na verificacao em lote; o tipo sai no
000310*                 relatorio e no log.
000320* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000330*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000340*                 de execucao, o programa recusa rodar (RC 12,
000350*                 registro R no jornal) quando um predecessor nao
000360*                 terminou com RC 0 depois da sua ultima execucao
000370*                 correta ou quando a execucao seria repeticao
000380*                 proibida na data de negocio. O cartao de
000390*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000400*                 a reexecucao supervisionada, registrada no
000410*                 jornal (registro L, com o operador e a
000420*                 justificativa do cartao). O programa que pode
000430*                 repetir na data de negocio aceita o
000440*                 predecessor que rodou na propria data de
000450*                 negocio.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. MANUTENCAO-RESPONSAVEL.
000490 AUTHOR. GABRIELA BARBOSA.
000500 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000510 DATE-WRITTEN. 15/10/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SPECIAL-NAMES.
000560     DECIMAL-POINT IS COMMA
000570     CLASS LETRA-MAIUSCULA IS "A" THRU "Z"
000580     CLASS LETRA-OU-DIGITO IS "A" THRU "Z" "0" THRU "9".
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT ARQ-MOVIMENTOS ASSIGN TO ARQMOVR
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-MOVIMENTOS.
000640
000650     SELECT ARQ-RESPONSAVEIS ASSIGN TO ARQRSP
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS RSP-CHAVE-MENOR
000690         FILE STATUS IS WS-FS-RESPONSAVEIS.
000700
000710     SELECT ARQ-LOG-RESP ASSIGN TO ARQLOGR
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-LOG-RESP.
000740
000750     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-RELATORIO.
000780
000790     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-JORNAL.
000820     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FS-CADEIA.
000850     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-FS-LIBERACAO.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ARQ-MOVIMENTOS
000920     RECORDING MODE IS F.
000930 COPY MOVRREG.
000940
000950 FD  ARQ-RESPONSAVEIS.
000960 COPY RESPREG.
000970
000980 FD  ARQ-LOG-RESP
000990     RECORDING MODE IS F.
001000 COPY LOGRREG.
001010
001020 FD  ARQ-RELATORIO
001030     RECORDING MODE IS F.
001040 01  REL-LINHA                   PIC X(80).
001050
001060 FD  ARQ-JORNAL
001070     RECORDING MODE IS F.
001080 COPY JORNREG.
001090
001100 FD  ARQ-CADEIA
001110     RECORDING MODE IS F.
001120 COPY CADEREG.
001130
001140 FD  ARQ-LIBERACAO
001150     RECORDING MODE IS F.
001160 COPY LIBEREG.
001170
001180 WORKING-STORAGE SECTION.
001190******************************************************************
001200*    CHAVES E STATUS DE ARQUIVO
001210******************************************************************
001220 77  WS-FS-MOVIMENTOS            PIC X(02) VALUE ZEROS.
001230     88  FS-MOVIMENTOS-OK        VALUE "00".
001240 77  WS-FS-RESPONSAVEIS          PIC X(02) VALUE ZEROS.
001250     88  FS-RESPONSAVEIS-OK      VALUE "00".
001260     88  FS-RESPONSAVEIS-NAO-ACHADO VALUE "23".
001270 77  WS-FS-LOG-RESP              PIC X(02) VALUE ZEROS.
001280     88  FS-LOG-RESP-OK          VALUE "00".
001290 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
001300     88  FS-RELATORIO-OK         VALUE "00".
001310 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
001320     88  FS-JORNAL-OK            VALUE "00".
001330
001340******************************************************************
001350*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
001360*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
001370******************************************************************
001380 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
001390 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001400 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001410 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001420******************************************************************
001430*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001440*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001450*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001460*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001470*    RODOU, A = ABERTA, F = FINALIZADA).
001480******************************************************************
001490 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001500     88  FS-CADEIA-OK            VALUE "00".
001510     88  FS-CADEIA-AUSENTE       VALUE "35".
001520 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001530     88  FS-LIBERACAO-OK         VALUE "00".
001540 77  WS-CAD-PROGRAMA             PIC X(22)
001550                 VALUE "MANUTENCAO-RESPONSAVEL".
001560 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001570     88  CAD-DEFINIDO            VALUE "S".
001580 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001590     88  CAD-FIM-ARQUIVO         VALUE "S".
001600 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001610     88  CAD-PODE-REPETIR        VALUE "S".
001620 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001630     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001640 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001650     88  CAD-PRED-DO-DIA         VALUE "S".
001660 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001670     88  CAD-LIBERADO            VALUE "S".
001680 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001690 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001700 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001710 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001720 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001730 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001740 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001750 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001760 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001770 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001780 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001790 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001800 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001810 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001820 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001830 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001840 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001850 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001860 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001870 01  WS-CAD-PREDECESSORES.
001880     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001890         10  WS-CAD-PRED-NOME    PIC X(22).
001900         10  WS-CAD-PRED-SIT     PIC X(01).
001910         10  WS-CAD-PRED-INICIO  PIC 9(14).
001920         10  WS-CAD-PRED-RC      PIC 9(04).
001930 01  WS-CAD-MOMENTO.
001940     05  WS-CAD-MOM-DATA.
001950         10  WS-CAD-MOM-CCYY     PIC 9(04).
001960         10  WS-CAD-MOM-MM       PIC 9(02).
001970         10  WS-CAD-MOM-DD       PIC 9(02).
001980     05  WS-CAD-MOM-HORA         PIC 9(06).
001990 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
002000                                 PIC 9(14).
002010 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
002020     05  FILLER                  PIC X(08).
002030     05  WS-CAD-MOM-HHMM         PIC 9(04).
002040     05  FILLER                  PIC X(02).
002050 01  WS-CAD-DIAS-MES-TAB.
002060     05  FILLER                  PIC X(24)
002070                 VALUE "312831303130313130313031".
002080 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
002090     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
002100
002110******************************************************************
002120*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
002130******************************************************************
002140 77  WS-FIM-MOVIMENTOS           PIC X(01) VALUE "N".
002150     88  FIM-DOS-MOVIMENTOS      VALUE "S".
002160
002170******************************************************************
002180*    DATA E HORA DO SISTEMA, PARA O LOG E AS VALIDACOES
002190******************************************************************
002200 01  WS-DATA-SISTEMA.
002210     05  WS-DATA-SISTEMA-CCYY    PIC 9(04).
002220     05  WS-DATA-SISTEMA-MM      PIC 9(02).
002230     05  WS-DATA-SISTEMA-DD      PIC 9(02).
002240 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
002250 77  WS-HORA-MOV                 PIC 9(06) VALUE ZEROS.
002260
002270******************************************************************
002280*    SITUACAO DO MOVIMENTO CORRENTE E MOTIVO DA RECUSA
002290******************************************************************
002300 77  WS-MOVIMENTO-VALIDO         PIC X(01) VALUE "S".
002310     88  MOVIMENTO-VALIDO        VALUE "S".
002320 77  WS-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.
002330
002340******************************************************************
002350*    CPF EM VALIDACAO (DO MENOR OU DO RESPONSAVEL) E AREA DE
002360*    CALCULO DOS DIGITOS VERIFICADORES
002370******************************************************************
002380 01  WS-CPF.
002390     05  WS-CPF-BASE             PIC 9(09).
002400     05  WS-CPF-DV1              PIC 9(01).
002410     05  WS-CPF-DV2              PIC 9(01).
002420 01  WS-CPF-R REDEFINES WS-CPF.
002430     05  WS-CPF-DIGITO           PIC 9(01) OCCURS 11 TIMES.
002440
002450 77  WS-I                        PIC 9(02) COMP VALUE ZERO.
002460 77  WS-SOMA1                    PIC 9(04) COMP VALUE ZERO.
002470 77  WS-SOMA2                    PIC 9(04) COMP VALUE ZERO.
002480 77  WS-QUOC                     PIC 9(04) COMP VALUE ZERO.
002490 77  WS-RESTO1                   PIC 9(02) COMP VALUE ZERO.
002500 77  WS-RESTO2                   PIC 9(02) COMP VALUE ZERO.
002510 77  WS-DV1-CALC                 PIC 9(01) VALUE ZERO.
002520 77  WS-DV2-CALC                 PIC 9(01) VALUE ZERO.
002530 77  WS-CPF-VALIDO               PIC X(01) VALUE "N".
002540     88  CPF-VALIDO              VALUE "S".
002550 77  WS-CPF-REPETIDO             PIC X(01) VALUE "N".
002560     88  CPF-REPETIDO            VALUE "S".
002570
002580******************************************************************
002590*    DOCUMENTO DE ESTRANGEIRO DO MENOR: O RNE/CRNM E UMA LETRA,
002600*    SEIS DIGITOS E UM DIGITO OU LETRA DE CONTROLE; O PASSAPORTE
002610*    E A SIGLA DE 3 LETRAS DO PAIS EMISSOR SEGUIDA DO NUMERO
002620*    (LETRAS E DIGITOS, SEM BRANCOS NO MEIO, COM NO MINIMO
002630*    WS-PAS-TAMANHO-MINIMO POSICOES), AS MESMAS REGRAS DA
002640*    VERIFICACAO DE IDADE EM LOTE. O INDICADOR WS-CPF-VALIDO
002650*    RECEBE O RESULTADO DA REGRA DE QUALQUER TIPO.
002660******************************************************************
002670 01  WS-DOC-ESTRANGEIRO.
002680     05  WS-RNE-LETRA            PIC X(01).
002690     05  WS-RNE-NUMERO           PIC X(06).
002700     05  WS-RNE-CONTROLE         PIC X(01).
002710     05  WS-RNE-COMPLEMENTO      PIC X(03).
002720 01  WS-DOC-PASSAPORTE REDEFINES WS-DOC-ESTRANGEIRO.
002730     05  WS-PAS-PAIS             PIC X(03).
002740     05  WS-PAS-NUMERO.
002750         10  WS-PAS-CARACTER     PIC X(01) OCCURS 8 TIMES.
002760 77  WS-PAS-TAMANHO              PIC 9(02) COMP VALUE ZERO.
002770 77  WS-PAS-TAMANHO-MINIMO       PIC 9(02) COMP VALUE 5.
002780 77  WS-PAS-FIM-NUMERO           PIC X(01) VALUE "N".
002790     88  PAS-FIM-NUMERO          VALUE "S".
002800 77  WS-PAS-INVALIDO             PIC X(01) VALUE "N".
002810     88  PAS-INVALIDO            VALUE "S".
002820
002830******************************************************************
002840*    TOTAIS DA MANUTENCAO
002850******************************************************************
002860 77  WS-QTDE-LIDOS               PIC 9(08) COMP VALUE ZERO.
002870 77  WS-QTDE-CONSULTAS           PIC 9(08) COMP VALUE ZERO.
002880 77  WS-QTDE-INCLUIDOS           PIC 9(08) COMP VALUE ZERO.
002890 77  WS-QTDE-ALTERADOS           PIC 9(08) COMP VALUE ZERO.
002900 77  WS-QTDE-EXCLUIDOS           PIC 9(08) COMP VALUE ZERO.
002910 77  WS-QTDE-RECUSADOS           PIC 9(08) COMP VALUE ZERO.
002920 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
002930
002940******************************************************************
002950*    LINHA DE DETALHE DO RELATORIO DE MANUTENCAO (CONSULTAS E
002960*    MOVIMENTOS RECUSADOS)
002970******************************************************************
002980 01  WS-REL-DETALHE.
002990     05  WS-DET-ACAO             PIC X(01).
003000     05  FILLER                  PIC X(01).
003010     05  WS-DET-DOC              PIC X(11).
003020     05  FILLER                  PIC X(01).
003030     05  WS-DET-TIPO             PIC X(01).
003040     05  FILLER                  PIC X(01).
003050     05  WS-DET-RESP             PIC X(11).
003060     05  FILLER                  PIC X(01).
003070     05  WS-DET-INFO             PIC X(40).
003080     05  FILLER                  PIC X(12).
003090
003100 PROCEDURE DIVISION.
003110******************************************************************
003120*    0000-MAINLINE
003130*    PARAGRAFO PRINCIPAL DO PROGRAMA.
003140******************************************************************
003150 0000-MAINLINE.
003160     PERFORM 9700-CONFERIR-CADEIA
003170         THRU 9700-CONFERIR-CADEIA-EXIT
003180     PERFORM 1000-INICIALIZAR
003190         THRU 1000-INICIALIZAR-EXIT
003200
003210     MOVE "I" TO WS-JRN-TIPO
003220     PERFORM 9800-GRAVAR-JORNAL
003230         THRU 9800-GRAVAR-JORNAL-EXIT
003240
003250     PERFORM 2000-PROCESSAR-MOVIMENTOS
003260         THRU 2000-PROCESSAR-MOVIMENTOS-EXIT
003270         UNTIL FIM-DOS-MOVIMENTOS
003280
003290     PERFORM 8000-GRAVAR-TOTAIS
003300         THRU 8000-GRAVAR-TOTAIS-EXIT
003310
003320     PERFORM 9000-FINALIZAR
003330         THRU 9000-FINALIZAR-EXIT
003340
003350     MOVE "F" TO WS-JRN-TIPO
003360     PERFORM 9800-GRAVAR-JORNAL
003370         THRU 9800-GRAVAR-JORNAL-EXIT
003380
003390     STOP RUN.
003400
003410******************************************************************
003420*    1000-INICIALIZAR
003430*    ABRE OS ARQUIVOS, OBTEM A DATA DO SISTEMA E POSICIONA O
003440*    PRIMEIRO MOVIMENTO. NA PRIMEIRA EXECUCAO O CADASTRO DE
003450*    RESPONSAVEIS AINDA NAO EXISTE: ELE E CRIADO VAZIO EM
003460*    OUTPUT E REABERTO EM I-O, COMO NO MESTRE DAS
003470*    VERIFICACOES. O LOG DE ALTERACOES E ABERTO EM EXTEND PARA
003480*    NUNCA SOBREPOR O HISTORICO DE MANUTENCOES ANTERIORES.
003490******************************************************************
003500 1000-INICIALIZAR.
003510     OPEN INPUT ARQ-MOVIMENTOS
003520     IF NOT FS-MOVIMENTOS-OK
003530         DISPLAY "ERRO AO ABRIR ARQ-MOVIMENTOS. FILE STATUS: "
003540             WS-FS-MOVIMENTOS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580
003590     OPEN I-O ARQ-RESPONSAVEIS
003600     IF NOT FS-RESPONSAVEIS-OK
003610         OPEN OUTPUT ARQ-RESPONSAVEIS
003620         IF FS-RESPONSAVEIS-OK
003630             CLOSE ARQ-RESPONSAVEIS
003640             OPEN I-O ARQ-RESPONSAVEIS
003650         END-IF
003660     END-IF
003670     IF NOT FS-RESPONSAVEIS-OK
003680         DISPLAY "ERRO AO ABRIR ARQ-RESPONSAVEIS. FILE STATUS: "
003690             WS-FS-RESPONSAVEIS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF
003730
003740     OPEN EXTEND ARQ-LOG-RESP
003750     IF NOT FS-LOG-RESP-OK
003760         OPEN OUTPUT ARQ-LOG-RESP
003770     END-IF
003780     IF NOT FS-LOG-RESP-OK
003790         DISPLAY "ERRO AO ABRIR ARQ-LOG-RESP. FILE STATUS: "
003800             WS-FS-LOG-RESP
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF
003840
003850     OPEN OUTPUT ARQ-RELATORIO
003860     IF NOT FS-RELATORIO-OK
003870         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
003880             WS-FS-RELATORIO
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF
003920
003930     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003940
003950     PERFORM 1200-GRAVAR-CABECALHO
003960         THRU 1200-GRAVAR-CABECALHO-EXIT
003970
003980     PERFORM 2100-LER-MOVIMENTO
003990         THRU 2100-LER-MOVIMENTO-EXIT
004000     .
004010 1000-INICIALIZAR-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    1200-GRAVAR-CABECALHO
004060*    GRAVA O CABECALHO DO RELATORIO DE MANUTENCAO.
004070******************************************************************
004080 1200-GRAVAR-CABECALHO.
004090     MOVE SPACES TO REL-LINHA
004100     STRING "MANUTENCAO DE RESPONSAVEIS LEGAIS EM "
004110                               DELIMITED BY SIZE
004120            WS-DATA-SISTEMA    DELIMITED BY SIZE
004130       INTO REL-LINHA
004140     END-STRING
004150     WRITE REL-LINHA
004160
004170     MOVE "A MENOR       T RESPONSAVEL SITUACAO" TO REL-LINHA
004180     WRITE REL-LINHA
004190     .
004200 1200-GRAVAR-CABECALHO-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    2000-PROCESSAR-MOVIMENTOS
004250*    VALIDA O MOVIMENTO CORRENTE, APLICA-O AO CADASTRO QUANDO
004260*    VALIDO (CONSULTA, INCLUSAO, ALTERACAO OU EXCLUSAO) E LE O
004270*    PROXIMO. MOVIMENTO RECUSADO SAI NO RELATORIO COM O MOTIVO.
004280******************************************************************
004290 2000-PROCESSAR-MOVIMENTOS.
004300     PERFORM 2200-VALIDAR-MOVIMENTO
004310         THRU 2200-VALIDAR-MOVIMENTO-EXIT
004320
004330     IF NOT MOVIMENTO-VALIDO
004340         ADD 1 TO WS-QTDE-RECUSADOS
004350         PERFORM 2900-GRAVAR-RECUSA
004360             THRU 2900-GRAVAR-RECUSA-EXIT
004370         GO TO 2000-LER-PROXIMO
004380     END-IF
004390
004400     EVALUATE TRUE
004410         WHEN MVR-CONSULTA
004420             PERFORM 3000-CONSULTAR
004430                 THRU 3000-CONSULTAR-EXIT
004440         WHEN MVR-INCLUSAO
004450             PERFORM 4000-INCLUIR
004460                 THRU 4000-INCLUIR-EXIT
004470         WHEN MVR-ALTERACAO
004480             PERFORM 5000-ALTERAR
004490                 THRU 5000-ALTERAR-EXIT
004500         WHEN MVR-EXCLUSAO
004510             PERFORM 6000-EXCLUIR
004520                 THRU 6000-EXCLUIR-EXIT
004530     END-EVALUATE
004540     .
004550 2000-LER-PROXIMO.
004560     PERFORM 2100-LER-MOVIMENTO
004570         THRU 2100-LER-MOVIMENTO-EXIT
004580     .
004590 2000-PROCESSAR-MOVIMENTOS-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630*    2100-LER-MOVIMENTO
004640*    LE O PROXIMO CARTAO DE MOVIMENTO.
004650******************************************************************
004660 2100-LER-MOVIMENTO.
004670     READ ARQ-MOVIMENTOS
004680         AT END
004690             MOVE "S" TO WS-FIM-MOVIMENTOS
004700         NOT AT END
004710             ADD 1 TO WS-QTDE-LIDOS
004720     END-READ
004730     .
004740 2100-LER-MOVIMENTO-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*    2200-VALIDAR-MOVIMENTO
004790*    CONFERE O MOVIMENTO CORRENTE ANTES DE TOCAR O CADASTRO: A
004800*    ACAO PRECISA SER CONHECIDA E O DOCUMENTO DO MENOR
004810*    INFORMADO, COM TIPO CONHECIDO (EM BRANCO, VALE CPF). NA
004820*    INCLUSAO O VINCULO NAO PODE EXISTIR, O DOCUMENTO DO MENOR
004830*    PRECISA PASSAR NA REGRA DO SEU TIPO E O RESPONSAVEL, O
004840*    PARENTESCO E A DATA DO CONSENTIMENTO SAO OBRIGATORIOS; NAS
004850*    DEMAIS ACOES O VINCULO PRECISA EXISTIR. O RESPONSAVEL
004860*    INFORMADO (SEMPRE CPF) PRECISA PASSAR NO DV E SER OUTRA
004870*    PESSOA QUE NAO O MENOR.
004880******************************************************************
004890 2200-VALIDAR-MOVIMENTO.
004900     MOVE "S"    TO WS-MOVIMENTO-VALIDO
004910     MOVE SPACES TO WS-MOTIVO-RECUSA
004920
004930     IF NOT MVR-CONSULTA
004940     AND NOT MVR-INCLUSAO
004950     AND NOT MVR-ALTERACAO
004960     AND NOT MVR-EXCLUSAO
004970         MOVE "N" TO WS-MOVIMENTO-VALIDO
004980         MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-RECUSA
004990         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005000     END-IF
005010
005020     IF MVR-DOC-MENOR = SPACES
005030         MOVE "N" TO WS-MOVIMENTO-VALIDO
005040         MOVE "DOC. DO MENOR NAO INFORMADO" TO WS-MOTIVO-RECUSA
005050         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005060     END-IF
005070
005080     IF MVR-TIPO-MENOR = SPACE
005090         MOVE "C" TO MVR-TIPO-MENOR
005100     END-IF
005110     IF MVR-TIPO-MENOR NOT = "C" AND "R" AND "P"
005120         MOVE "N" TO WS-MOVIMENTO-VALIDO
005130         MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-MOTIVO-RECUSA
005140         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005150     END-IF
005160
005170     MOVE MVR-TIPO-MENOR TO RSP-TIPO-MENOR
005180     MOVE MVR-DOC-MENOR  TO RSP-DOC-MENOR
005190     READ ARQ-RESPONSAVEIS
005200
005210     IF NOT FS-RESPONSAVEIS-OK
005220     AND NOT FS-RESPONSAVEIS-NAO-ACHADO
005230         DISPLAY "ERRO AO LER ARQ-RESPONSAVEIS. FILE STATUS: "
005240             WS-FS-RESPONSAVEIS
005250         MOVE 16 TO RETURN-CODE
005260         STOP RUN
005270     END-IF
005280
005290     IF MVR-INCLUSAO
005300         PERFORM 2250-VALIDAR-INCLUSAO
005310             THRU 2250-VALIDAR-INCLUSAO-EXIT
005320         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005330     END-IF
005340
005350     IF FS-RESPONSAVEIS-NAO-ACHADO
005360         MOVE "N" TO WS-MOVIMENTO-VALIDO
005370         MOVE "VINCULO NAO ENCONTRADO" TO WS-MOTIVO-RECUSA
005380         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
005390     END-IF
005400
005410     IF MVR-ALTERACAO
005420         PERFORM 2270-VALIDAR-ALTERACAO
005430             THRU 2270-VALIDAR-ALTERACAO-EXIT
005440     END-IF
005450     .
005460 2200-VALIDAR-MOVIMENTO-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500*    2250-VALIDAR-INCLUSAO
005510*    CONFERE O MOVIMENTO DE INCLUSAO: VINCULO AINDA INEXISTENTE,
005520*    DOCUMENTO DO MENOR VALIDO NA REGRA DO SEU TIPO E TODOS OS
005530*    DADOS DO VINCULO INFORMADOS E VALIDOS.
005540******************************************************************
005550 2250-VALIDAR-INCLUSAO.
005560     IF FS-RESPONSAVEIS-OK
005570         MOVE "N" TO WS-MOVIMENTO-VALIDO
005580         MOVE "VINCULO JA CADASTRADO" TO WS-MOTIVO-RECUSA
005590         GO TO 2250-VALIDAR-INCLUSAO-EXIT
005600     END-IF
005610
005620     PERFORM 2290-VALIDAR-DOC-MENOR
005630         THRU 2290-VALIDAR-DOC-MENOR-EXIT
005640     IF NOT CPF-VALIDO
005650         MOVE "N" TO WS-MOVIMENTO-VALIDO
005660         MOVE "DOCUMENTO DO MENOR INVALIDO" TO WS-MOTIVO-RECUSA
005670         GO TO 2250-VALIDAR-INCLUSAO-EXIT
005680     END-IF
005690
005700     IF MVR-DOC-RESPONSAVEL = SPACES
005710     OR MVR-PARENTESCO = SPACES
005720     OR MVR-DATA-CONSENTIMENTO = ZEROS
005730     OR MVR-DATA-CONSENTIMENTO = SPACES
005740         MOVE "N" TO WS-MOVIMENTO-VALIDO
005750         MOVE "INCLUSAO COM DADOS FALTANTES" TO WS-MOTIVO-RECUSA
005760         GO TO 2250-VALIDAR-INCLUSAO-EXIT
005770     END-IF
005780
005790     PERFORM 2280-VALIDAR-DADOS-NOVOS
005800         THRU 2280-VALIDAR-DADOS-NOVOS-EXIT
005810     .
005820 2250-VALIDAR-INCLUSAO-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*    2270-VALIDAR-ALTERACAO
005870*    CONFERE O MOVIMENTO DE ALTERACAO: AO MENOS UM DADO NOVO
005880*    INFORMADO, E OS INFORMADOS VALIDOS.
005890******************************************************************
005900 2270-VALIDAR-ALTERACAO.
005910     IF MVR-DATA-CONSENTIMENTO = SPACES
005920         MOVE ZEROS TO MVR-DATA-CONSENTIMENTO
005930     END-IF
005940
005950     IF MVR-DOC-RESPONSAVEL = SPACES
005960     AND MVR-PARENTESCO = SPACES
005970     AND MVR-DATA-CONSENTIMENTO = ZEROS
005980         MOVE "N" TO WS-MOVIMENTO-VALIDO
005990         MOVE "ALTERACAO SEM DADOS NOVOS" TO WS-MOTIVO-RECUSA
006000         GO TO 2270-VALIDAR-ALTERACAO-EXIT
006010     END-IF
006020
006030     PERFORM 2280-VALIDAR-DADOS-NOVOS
006040         THRU 2280-VALIDAR-DADOS-NOVOS-EXIT
006050     .
006060 2270-VALIDAR-ALTERACAO-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100*    2280-VALIDAR-DADOS-NOVOS
006110*    CONFERE OS DADOS DO VINCULO INFORMADOS NO MOVIMENTO: O CPF
006120*    DO RESPONSAVEL PASSA NO DV E NAO E O DO PROPRIO MENOR, O
006130*    PARENTESCO E CONHECIDO E A DATA DO CONSENTIMENTO E UMA
006140*    DATA VALIDA NAO POSTERIOR A DATA DO SISTEMA.
006150******************************************************************
006160 2280-VALIDAR-DADOS-NOVOS.
006170     IF MVR-DOC-RESPONSAVEL NOT = SPACES
006180         IF MVR-DOC-RESPONSAVEL = MVR-DOC-MENOR
006190         AND MVR-TIPO-MENOR = "C"
006200             MOVE "N" TO WS-MOVIMENTO-VALIDO
006210             MOVE "RESPONSAVEL IGUAL AO MENOR"
006220                 TO WS-MOTIVO-RECUSA
006230             GO TO 2280-VALIDAR-DADOS-NOVOS-EXIT
006240         END-IF
006250         MOVE MVR-DOC-RESPONSAVEL TO WS-CPF
006260         PERFORM 2300-VALIDAR-CPF
006270             THRU 2300-VALIDAR-CPF-EXIT
006280         IF NOT CPF-VALIDO
006290             MOVE "N" TO WS-MOVIMENTO-VALIDO
006300             MOVE "CPF DO RESPONSAVEL INVALIDO"
006310                 TO WS-MOTIVO-RECUSA
006320             GO TO 2280-VALIDAR-DADOS-NOVOS-EXIT
006330         END-IF
006340     END-IF
006350
006360     IF MVR-PARENTESCO NOT = SPACES
006370     AND NOT MVR-PARENTESCO-VALIDO
006380         MOVE "N" TO WS-MOVIMENTO-VALIDO
006390         MOVE "PARENTESCO DESCONHECIDO" TO WS-MOTIVO-RECUSA
006400         GO TO 2280-VALIDAR-DADOS-NOVOS-EXIT
006410     END-IF
006420
006430     IF MVR-DATA-CONSENTIMENTO NOT = ZEROS
006440         PERFORM 2400-VALIDAR-DATA-CONSENT
006450             THRU 2400-VALIDAR-DATA-CONSENT-EXIT
006460     END-IF
006470     .
006480 2280-VALIDAR-DADOS-NOVOS-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*    2290-VALIDAR-DOC-MENOR
006530*    APLICA AO DOCUMENTO DO MENOR A REGRA DE VALIDACAO DO SEU
006540*    TIPO: DIGITOS VERIFICADORES PARA O CPF, FORMATO LETRA E
006550*    DIGITOS PARA O RNE/CRNM, PAIS E NUMERO PARA O PASSAPORTE.
006560******************************************************************
006570 2290-VALIDAR-DOC-MENOR.
006580     IF MVR-TIPO-MENOR = "R"
006590         MOVE MVR-DOC-MENOR TO WS-DOC-ESTRANGEIRO
006600         PERFORM 2350-VALIDAR-RNE
006610             THRU 2350-VALIDAR-RNE-EXIT
006620         GO TO 2290-VALIDAR-DOC-MENOR-EXIT
006630     END-IF
006640
006650     IF MVR-TIPO-MENOR = "P"
006660         MOVE MVR-DOC-MENOR TO WS-DOC-ESTRANGEIRO
006670         PERFORM 2360-VALIDAR-PASSAPORTE
006680             THRU 2360-VALIDAR-PASSAPORTE-EXIT
006690         GO TO 2290-VALIDAR-DOC-MENOR-EXIT
006700     END-IF
006710
006720     MOVE MVR-DOC-MENOR TO WS-CPF
006730     PERFORM 2300-VALIDAR-CPF
006740         THRU 2300-VALIDAR-CPF-EXIT
006750     .
006760 2290-VALIDAR-DOC-MENOR-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800*    2300-VALIDAR-CPF
006810*    CALCULA OS DOIS DIGITOS VERIFICADORES DO CPF EM WS-CPF
006820*    (MOD 11) E CONFERE SE ELES CONFEREM COM OS DIGITOS
006830*    INFORMADOS, REJEITANDO TAMBEM CPF COM TODOS OS DIGITOS
006840*    IGUAIS.
006850******************************************************************
006860 2300-VALIDAR-CPF.
006870     IF WS-CPF NOT NUMERIC
006880         MOVE "N" TO WS-CPF-VALIDO
006890         GO TO 2300-VALIDAR-CPF-EXIT
006900     END-IF
006910
006920     MOVE ZERO TO WS-SOMA1
006930     PERFORM 2310-SOMAR-DV1
006940         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
006950
006960     DIVIDE WS-SOMA1 BY 11 GIVING WS-QUOC REMAINDER WS-RESTO1
006970     IF WS-RESTO1 < 2
006980         MOVE 0 TO WS-DV1-CALC
006990     ELSE
007000         COMPUTE WS-DV1-CALC = 11 - WS-RESTO1
007010     END-IF
007020
007030     MOVE ZERO TO WS-SOMA2
007040     PERFORM 2320-SOMAR-DV2
007050         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
007060
007070     DIVIDE WS-SOMA2 BY 11 GIVING WS-QUOC REMAINDER WS-RESTO2
007080     IF WS-RESTO2 < 2
007090         MOVE 0 TO WS-DV2-CALC
007100     ELSE
007110         COMPUTE WS-DV2-CALC = 11 - WS-RESTO2
007120     END-IF
007130
007140     MOVE "S" TO WS-CPF-REPETIDO
007150     PERFORM 2330-VERIFICAR-REPETIDO
007160         VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 9
007170
007180     IF WS-CPF-DV1 = WS-DV1-CALC
007190     AND WS-CPF-DV2 = WS-DV2-CALC
007200     AND NOT CPF-REPETIDO
007210         MOVE "S" TO WS-CPF-VALIDO
007220     ELSE
007230         MOVE "N" TO WS-CPF-VALIDO
007240     END-IF
007250     .
007260 2300-VALIDAR-CPF-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    2310-SOMAR-DV1
007310*    ACUMULA A SOMA PONDERADA DOS 9 PRIMEIROS DIGITOS DO CPF,
007320*    USADA NO CALCULO DO PRIMEIRO DIGITO VERIFICADOR.
007330******************************************************************
007340 2310-SOMAR-DV1.
007350     COMPUTE WS-SOMA1 =
007360         WS-SOMA1 + WS-CPF-DIGITO (WS-I) * (11 - WS-I)
007370     .
007380
007390******************************************************************
007400*    2320-SOMAR-DV2
007410*    ACUMULA A SOMA PONDERADA DOS 10 PRIMEIROS DIGITOS DO CPF
007420*    (BASE + PRIMEIRO DIGITO VERIFICADOR), USADA NO CALCULO DO
007430*    SEGUNDO DIGITO VERIFICADOR.
007440******************************************************************
007450 2320-SOMAR-DV2.
007460     COMPUTE WS-SOMA2 =
007470         WS-SOMA2 + WS-CPF-DIGITO (WS-I) * (12 - WS-I)
007480     .
007490
007500******************************************************************
007510*    2330-VERIFICAR-REPETIDO
007520*    DESLIGA O INDICADOR DE CPF REPETIDO QUANDO ENCONTRA UM
007530*    DIGITO DIFERENTE DO PRIMEIRO.
007540******************************************************************
007550 2330-VERIFICAR-REPETIDO.
007560     IF WS-CPF-DIGITO (WS-I) NOT = WS-CPF-DIGITO (1)
007570         MOVE "N" TO WS-CPF-REPETIDO
007580     END-IF
007590     .
007600
007610******************************************************************
007620*    2350-VALIDAR-RNE
007630*    CONFERE O FORMATO DO RNE/CRNM: UMA LETRA, SEIS DIGITOS E
007640*    UM DIGITO OU LETRA DE CONTROLE, SEM PONTUACAO E ALINHADO A
007650*    ESQUERDA.
007660******************************************************************
007670 2350-VALIDAR-RNE.
007680     IF WS-RNE-LETRA IS LETRA-MAIUSCULA
007690     AND WS-RNE-NUMERO IS NUMERIC
007700     AND WS-RNE-CONTROLE IS LETRA-OU-DIGITO
007710     AND WS-RNE-COMPLEMENTO = SPACES
007720         MOVE "S" TO WS-CPF-VALIDO
007730     ELSE
007740         MOVE "N" TO WS-CPF-VALIDO
007750     END-IF
007760     .
007770 2350-VALIDAR-RNE-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810*    2360-VALIDAR-PASSAPORTE
007820*    CONFERE O PASSAPORTE: SIGLA DE 3 LETRAS DO PAIS EMISSOR E
007830*    NUMERO DE LETRAS E DIGITOS ALINHADO A ESQUERDA, SEM BRANCOS
007840*    NO MEIO E COM O TAMANHO MINIMO.
007850******************************************************************
007860 2360-VALIDAR-PASSAPORTE.
007870     MOVE "N" TO WS-CPF-VALIDO
007880     IF WS-PAS-PAIS IS NOT LETRA-MAIUSCULA
007890         GO TO 2360-VALIDAR-PASSAPORTE-EXIT
007900     END-IF
007910
007920     MOVE ZERO TO WS-PAS-TAMANHO
007930     MOVE "N"  TO WS-PAS-FIM-NUMERO
007940     MOVE "N"  TO WS-PAS-INVALIDO
007950     PERFORM 2370-CONFERIR-CARACTER
007960         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
007970
007980     IF NOT PAS-INVALIDO
007990     AND WS-PAS-TAMANHO NOT < WS-PAS-TAMANHO-MINIMO
008000         MOVE "S" TO WS-CPF-VALIDO
008010     END-IF
008020     .
008030 2360-VALIDAR-PASSAPORTE-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070*    2370-CONFERIR-CARACTER
008080*    CONFERE UMA POSICAO DO NUMERO DO PASSAPORTE: DEPOIS DO
008090*    PRIMEIRO BRANCO SO PODE HAVER BRANCOS, E AS DEMAIS POSICOES
008100*    PRECISAM SER LETRA OU DIGITO.
008110******************************************************************
008120 2370-CONFERIR-CARACTER.
008130     IF WS-PAS-CARACTER (WS-I) = SPACE
008140         MOVE "S" TO WS-PAS-FIM-NUMERO
008150     ELSE
008160         IF PAS-FIM-NUMERO
008170         OR WS-PAS-CARACTER (WS-I) IS NOT LETRA-OU-DIGITO
008180             MOVE "S" TO WS-PAS-INVALIDO
008190         ELSE
008200             ADD 1 TO WS-PAS-TAMANHO
008210         END-IF
008220     END-IF
008230     .
008240
008250******************************************************************
008260*    2400-VALIDAR-DATA-CONSENT
008270*    CONFERE A DATA DO CONSENTIMENTO DO MOVIMENTO: NUMERICA,
008280*    MES/DIA DENTRO DA FAIXA DE CALENDARIO E NAO POSTERIOR A
008290*    DATA DO SISTEMA.
008300******************************************************************
008310 2400-VALIDAR-DATA-CONSENT.
008320     IF MVR-CONSENT-CCYY NOT NUMERIC
008330     OR MVR-CONSENT-MM NOT NUMERIC
008340     OR MVR-CONSENT-DD NOT NUMERIC
008350     OR MVR-CONSENT-MM < 1
008360     OR MVR-CONSENT-MM > 12
008370     OR MVR-CONSENT-DD < 1
008380     OR MVR-CONSENT-DD > 31
008390     OR MVR-DATA-CONSENTIMENTO > WS-DATA-SISTEMA
008400         MOVE "N" TO WS-MOVIMENTO-VALIDO
008410         MOVE "DATA DO CONSENTIMENTO INVALIDA" TO WS-MOTIVO-RECUSA
008420     END-IF
008430     .
008440 2400-VALIDAR-DATA-CONSENT-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480*    2900-GRAVAR-RECUSA
008490*    GRAVA NO RELATORIO O MOVIMENTO RECUSADO COM O MOTIVO DA
008500*    RECUSA, PARA DEVOLUCAO A EQUIPE DE CONSENTIMENTO.
008510******************************************************************
008520 2900-GRAVAR-RECUSA.
008530     MOVE SPACES              TO WS-REL-DETALHE
008540     MOVE MVR-ACAO            TO WS-DET-ACAO
008550     MOVE MVR-DOC-MENOR       TO WS-DET-DOC
008560     MOVE MVR-TIPO-MENOR      TO WS-DET-TIPO
008570     MOVE MVR-DOC-RESPONSAVEL TO WS-DET-RESP
008580     STRING "RECUSADO: "      DELIMITED BY SIZE
008590            WS-MOTIVO-RECUSA  DELIMITED BY SIZE
008600       INTO WS-DET-INFO
008610     END-STRING
008620     WRITE REL-LINHA FROM WS-REL-DETALHE
008630     .
008640 2900-GRAVAR-RECUSA-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    3000-CONSULTAR
008690*    GRAVA NO RELATORIO OS DADOS CORRENTES DO VINCULO, JA LIDO
008700*    NA VALIDACAO DO MOVIMENTO.
008710******************************************************************
008720 3000-CONSULTAR.
008730     ADD 1 TO WS-QTDE-CONSULTAS
008740
008750     MOVE SPACES              TO WS-REL-DETALHE
008760     MOVE MVR-ACAO            TO WS-DET-ACAO
008770     MOVE RSP-DOC-MENOR       TO WS-DET-DOC
008780     MOVE RSP-TIPO-MENOR      TO WS-DET-TIPO
008790     MOVE RSP-DOC-RESPONSAVEL TO WS-DET-RESP
008800     STRING "PARENTESCO "     DELIMITED BY SIZE
008810            RSP-PARENTESCO    DELIMITED BY SIZE
008820            " CONSENTIMENTO " DELIMITED BY SIZE
008830            RSP-DATA-CONSENTIMENTO DELIMITED BY SIZE
008840       INTO WS-DET-INFO
008850     END-STRING
008860     WRITE REL-LINHA FROM WS-REL-DETALHE
008870     .
008880 3000-CONSULTAR-EXIT.
008890     EXIT.
008900
008910******************************************************************
008920*    4000-INCLUIR
008930*    INCLUI NO CADASTRO O VINCULO DO MOVIMENTO, GRAVANDO NO LOG
008940*    DE ALTERACOES A IMAGEM NOVA (A ANTERIOR FICA EM BRANCO,
008950*    MARCANDO A INCLUSAO).
008960******************************************************************
008970 4000-INCLUIR.
008980     MOVE SPACES TO RESPONSAVEL-REG
008990     PERFORM 6500-MONTAR-LOG
009000         THRU 6500-MONTAR-LOG-EXIT
009010     MOVE SPACES TO LGR-IMAGEM-ANTERIOR
009020     MOVE ZEROS  TO LGR-CONSENT-ANTERIOR
009030
009040     MOVE MVR-TIPO-MENOR         TO RSP-TIPO-MENOR
009050     MOVE MVR-DOC-MENOR          TO RSP-DOC-MENOR
009060     MOVE MVR-DOC-RESPONSAVEL    TO RSP-DOC-RESPONSAVEL
009070     MOVE MVR-PARENTESCO         TO RSP-PARENTESCO
009080     MOVE MVR-DATA-CONSENTIMENTO TO RSP-DATA-CONSENTIMENTO
009090     MOVE WS-DATA-SISTEMA        TO RSP-DATA-ATUALIZACAO
009100
009110     WRITE RESPONSAVEL-REG
009120     IF NOT FS-RESPONSAVEIS-OK
009130         DISPLAY "ERRO AO GRAVAR ARQ-RESPONSAVEIS. FILE STATUS: "
009140             WS-FS-RESPONSAVEIS
009150         MOVE 16 TO RETURN-CODE
009160         STOP RUN
009170     END-IF
009180
009190     PERFORM 6600-COMPLETAR-LOG
009200         THRU 6600-COMPLETAR-LOG-EXIT
009210     WRITE LOG-RESPONSAVEL-REG
009220
009230     ADD 1 TO WS-QTDE-INCLUIDOS
009240     .
009250 4000-INCLUIR-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290*    5000-ALTERAR
009300*    APLICA AO VINCULO O RESPONSAVEL, O PARENTESCO E/OU A DATA
009310*    DO CONSENTIMENTO NOVOS DO MOVIMENTO, GRAVANDO NO LOG DE
009320*    ALTERACOES A IMAGEM ANTERIOR E A IMAGEM NOVA. CAMPO NAO
009330*    INFORMADO NO MOVIMENTO MANTEM O VALOR ATUAL DO CADASTRO.
009340******************************************************************
009350 5000-ALTERAR.
009360     PERFORM 6500-MONTAR-LOG
009370         THRU 6500-MONTAR-LOG-EXIT
009380
009390     IF MVR-DOC-RESPONSAVEL NOT = SPACES
009400         MOVE MVR-DOC-RESPONSAVEL TO RSP-DOC-RESPONSAVEL
009410     END-IF
009420
009430     IF MVR-PARENTESCO NOT = SPACES
009440         MOVE MVR-PARENTESCO TO RSP-PARENTESCO
009450     END-IF
009460
009470     IF MVR-DATA-CONSENTIMENTO NOT = ZEROS
009480         MOVE MVR-DATA-CONSENTIMENTO TO RSP-DATA-CONSENTIMENTO
009490     END-IF
009500
009510     MOVE WS-DATA-SISTEMA TO RSP-DATA-ATUALIZACAO
009520
009530     REWRITE RESPONSAVEL-REG
009540     IF NOT FS-RESPONSAVEIS-OK
009550         DISPLAY "ERRO AO GRAVAR ARQ-RESPONSAVEIS. FILE STATUS: "
009560             WS-FS-RESPONSAVEIS
009570         MOVE 16 TO RETURN-CODE
009580         STOP RUN
009590     END-IF
009600
009610     PERFORM 6600-COMPLETAR-LOG
009620         THRU 6600-COMPLETAR-LOG-EXIT
009630     WRITE LOG-RESPONSAVEL-REG
009640
009650     ADD 1 TO WS-QTDE-ALTERADOS
009660     .
009670 5000-ALTERAR-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710*    6000-EXCLUIR
009720*    EXCLUI DO CADASTRO O VINCULO DO MOVIMENTO, GRAVANDO ANTES
009730*    NO LOG DE ALTERACOES A IMAGEM ANTERIOR (A IMAGEM NOVA FICA
009740*    EM BRANCO, MARCANDO A EXCLUSAO). O MENOR PASSA A SAIR SEM
009750*    RESPONSAVEL NAS PROXIMAS VERIFICACOES.
009760******************************************************************
009770 6000-EXCLUIR.
009780     PERFORM 6500-MONTAR-LOG
009790         THRU 6500-MONTAR-LOG-EXIT
009800
009810     DELETE ARQ-RESPONSAVEIS
009820     IF NOT FS-RESPONSAVEIS-OK
009830         DISPLAY "ERRO AO EXCLUIR DE ARQ-RESPONSAVEIS. FILE "
009840             "STATUS: " WS-FS-RESPONSAVEIS
009850         MOVE 16 TO RETURN-CODE
009860         STOP RUN
009870     END-IF
009880
009890     WRITE LOG-RESPONSAVEL-REG
009900
009910     ADD 1 TO WS-QTDE-EXCLUIDOS
009920     .
009930 6000-EXCLUIR-EXIT.
009940     EXIT.
009950
009960******************************************************************
009970*    6500-MONTAR-LOG
009980*    MONTA O REGISTRO DO LOG DE ALTERACOES COM A IMAGEM
009990*    ANTERIOR DO VINCULO. A IMAGEM NOVA COMECA EM BRANCO/ZEROS
010000*    E E PREENCHIDA PELO MOVIMENTO QUE INCLUIU OU ALTEROU.
010010******************************************************************
010020 6500-MONTAR-LOG.
010030     ACCEPT WS-HORA-SISTEMA FROM TIME
010040     COMPUTE WS-HORA-MOV = WS-HORA-SISTEMA / 100
010050
010060     MOVE SPACES                 TO LOG-RESPONSAVEL-REG
010070     MOVE WS-DATA-SISTEMA        TO LGR-DATA-MOV
010080     MOVE WS-HORA-MOV            TO LGR-HORA-MOV
010090     MOVE MVR-ACAO               TO LGR-ACAO
010100     MOVE MVR-DOC-MENOR          TO LGR-DOC-MENOR
010110     MOVE MVR-TIPO-MENOR         TO LGR-TIPO-MENOR
010120     MOVE RSP-DOC-RESPONSAVEL    TO LGR-RESP-ANTERIOR
010130     MOVE RSP-PARENTESCO         TO LGR-PAREN-ANTERIOR
010140     MOVE RSP-DATA-CONSENTIMENTO TO LGR-CONSENT-ANTERIOR
010150     MOVE ZEROS                  TO LGR-CONSENT-NOVO
010160     .
010170 6500-MONTAR-LOG-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210*    6600-COMPLETAR-LOG
010220*    COMPLETA O REGISTRO DO LOG DE ALTERACOES COM A IMAGEM
010230*    NOVA DO VINCULO, JA GRAVADA NO CADASTRO.
010240******************************************************************
010250 6600-COMPLETAR-LOG.
010260     MOVE RSP-DOC-RESPONSAVEL    TO LGR-RESP-NOVO
010270     MOVE RSP-PARENTESCO         TO LGR-PAREN-NOVO
010280     MOVE RSP-DATA-CONSENTIMENTO TO LGR-CONSENT-NOVO
010290     .
010300 6600-COMPLETAR-LOG-EXIT.
010310     EXIT.
010320
010330******************************************************************
010340*    8000-GRAVAR-TOTAIS
010350*    GRAVA OS TOTAIS DA MANUTENCAO NO FIM DO RELATORIO.
010360******************************************************************
010370 8000-GRAVAR-TOTAIS.
010380     MOVE SPACES TO REL-LINHA
010390     MOVE "-------------------------------" TO REL-LINHA
010400     WRITE REL-LINHA
010410
010420     MOVE WS-QTDE-LIDOS TO WS-QTDE-ED
010430     MOVE SPACES TO REL-LINHA
010440     STRING "TOTAL DE MOVIMENTOS LIDOS......: "
010450                                            DELIMITED BY SIZE
010460            WS-QTDE-ED                      DELIMITED BY SIZE
010470       INTO REL-LINHA
010480     END-STRING
010490     WRITE REL-LINHA
010500
010510     MOVE WS-QTDE-CONSULTAS TO WS-QTDE-ED
010520     MOVE SPACES TO REL-LINHA
010530     STRING "TOTAL DE CONSULTAS.............: "
010540                                            DELIMITED BY SIZE
010550            WS-QTDE-ED                      DELIMITED BY SIZE
010560       INTO REL-LINHA
010570     END-STRING
010580     WRITE REL-LINHA
010590
010600     MOVE WS-QTDE-INCLUIDOS TO WS-QTDE-ED
010610     MOVE SPACES TO REL-LINHA
010620     STRING "TOTAL DE INCLUIDOS.............: "
010630                                            DELIMITED BY SIZE
010640            WS-QTDE-ED                      DELIMITED BY SIZE
010650       INTO REL-LINHA
010660     END-STRING
010670     WRITE REL-LINHA
010680
010690     MOVE WS-QTDE-ALTERADOS TO WS-QTDE-ED
010700     MOVE SPACES TO REL-LINHA
010710     STRING "TOTAL DE ALTERADOS.............: "
010720                                            DELIMITED BY SIZE
010730            WS-QTDE-ED                      DELIMITED BY SIZE
010740       INTO REL-LINHA
010750     END-STRING
010760     WRITE REL-LINHA
010770
010780     MOVE WS-QTDE-EXCLUIDOS TO WS-QTDE-ED
010790     MOVE SPACES TO REL-LINHA
010800     STRING "TOTAL DE EXCLUIDOS.............: "
010810                                            DELIMITED BY SIZE
010820            WS-QTDE-ED                      DELIMITED BY SIZE
010830       INTO REL-LINHA
010840     END-STRING
010850     WRITE REL-LINHA
010860
010870     MOVE WS-QTDE-RECUSADOS TO WS-QTDE-ED
010880     MOVE SPACES TO REL-LINHA
010890     STRING "TOTAL DE RECUSADOS.............: "
010900                                            DELIMITED BY SIZE
010910            WS-QTDE-ED                      DELIMITED BY SIZE
010920       INTO REL-LINHA
010930     END-STRING
010940     WRITE REL-LINHA
010950     .
010960 8000-GRAVAR-TOTAIS-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000*    9000-FINALIZAR
011010*    FECHA OS ARQUIVOS UTILIZADOS PELO PROGRAMA.
011020******************************************************************
011030 9000-FINALIZAR.
011040     CLOSE ARQ-MOVIMENTOS
011050     CLOSE ARQ-RESPONSAVEIS
011060     CLOSE ARQ-LOG-RESP
011070     CLOSE ARQ-RELATORIO
011080     .
011090 9000-FINALIZAR-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130*    9700-CONFERIR-CADEIA
011140*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
011150*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
011160*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
011170*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
011180*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
011190*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
011200*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
011210*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
011220*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
011230*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
011240*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
011250*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
011260*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
011270*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
011280******************************************************************
011290 9700-CONFERIR-CADEIA.
011300     PERFORM 9710-LER-DEFINICAO
011310         THRU 9710-LER-DEFINICAO-EXIT
011320
011330     IF NOT CAD-DEFINIDO
011340         GO TO 9700-CONFERIR-CADEIA-EXIT
011350     END-IF
011360
011370     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
011380     ACCEPT WS-CAD-HORA-SIS FROM TIME
011390     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
011400     PERFORM 9760-CALCULAR-DATA-NEGOCIO
011410         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
011420     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
011430
011440     PERFORM 9720-APURAR-JORNAL
011450         THRU 9720-APURAR-JORNAL-EXIT
011460
011470     MOVE SPACES TO WS-CAD-MOTIVO
011480     IF CAD-EXECUCAO-REPETIDA
011490     AND NOT CAD-PODE-REPETIR
011500         STRING "REPETICAO NA DATA DE NEGOCIO "
011510                WS-CAD-DATA-NEGOCIO
011520                    DELIMITED BY SIZE
011530           INTO WS-CAD-MOTIVO
011540         END-STRING
011550     ELSE
011560         PERFORM 9740-CONFERIR-PREDECESSOR
011570             THRU 9740-CONFERIR-PREDECESSOR-EXIT
011580             VARYING WS-CAD-IDX FROM 1 BY 1
011590             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
011600             OR WS-CAD-MOTIVO NOT = SPACES
011610     END-IF
011620
011630     IF WS-CAD-MOTIVO = SPACES
011640         GO TO 9700-CONFERIR-CADEIA-EXIT
011650     END-IF
011660
011670     PERFORM 9750-LER-LIBERACAO
011680         THRU 9750-LER-LIBERACAO-EXIT
011690
011700     IF CAD-LIBERADO
011710         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
011720             WS-CAD-OPERADOR
011730         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
011740         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
011750         MOVE "L" TO WS-CAD-TIPO-JRN
011760         PERFORM 9790-GRAVAR-JORNAL-CADEIA
011770             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
011780         GO TO 9700-CONFERIR-CADEIA-EXIT
011790     END-IF
011800
011810     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
011820     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
011830     MOVE 12 TO RETURN-CODE
011840     MOVE "R" TO WS-CAD-TIPO-JRN
011850     PERFORM 9790-GRAVAR-JORNAL-CADEIA
011860         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
011870     STOP RUN
011880     .
011890 9700-CONFERIR-CADEIA-EXIT.
011900     EXIT.
011910
011920******************************************************************
011930*    9710-LER-DEFINICAO
011940*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
011950*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
011960*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
011970******************************************************************
011980 9710-LER-DEFINICAO.
011990     MOVE "N" TO WS-CAD-DEFINIDO
012000     OPEN INPUT ARQ-CADEIA
012010     IF NOT FS-CADEIA-OK
012020         IF NOT FS-CADEIA-AUSENTE
012030             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
012040                 "STATUS: " WS-FS-CADEIA
012050         END-IF
012060         GO TO 9710-LER-DEFINICAO-EXIT
012070     END-IF
012080
012090     MOVE "N" TO WS-CAD-FIM-ARQUIVO
012100     PERFORM 9715-LER-PROGRAMA
012110         THRU 9715-LER-PROGRAMA-EXIT
012120         UNTIL CAD-FIM-ARQUIVO
012130         OR CAD-DEFINIDO
012140
012150     CLOSE ARQ-CADEIA
012160     .
012170 9710-LER-DEFINICAO-EXIT.
012180     EXIT.
012190
012200 9715-LER-PROGRAMA.
012210     READ ARQ-CADEIA
012220         AT END
012230             MOVE "S" TO WS-CAD-FIM-ARQUIVO
012240             GO TO 9715-LER-PROGRAMA-EXIT
012250     END-READ
012260
012270     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
012280         GO TO 9715-LER-PROGRAMA-EXIT
012290     END-IF
012300
012310     MOVE "S" TO WS-CAD-DEFINIDO
012320     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
012330     MOVE ZEROS TO WS-CAD-HORA-VIRADA
012340     IF CAD-HORA-VIRADA NUMERIC
012350         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
012360     END-IF
012370     MOVE ZERO TO WS-CAD-QTDE-PRED
012380     PERFORM 9718-GUARDAR-PREDECESSOR
012390         THRU 9718-GUARDAR-PREDECESSOR-EXIT
012400         VARYING WS-CAD-IDX FROM 1 BY 1
012410         UNTIL WS-CAD-IDX > 5
012420     .
012430 9715-LER-PROGRAMA-EXIT.
012440     EXIT.
012450
012460 9718-GUARDAR-PREDECESSOR.
012470     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
012480         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
012490     END-IF
012500
012510     ADD 1 TO WS-CAD-QTDE-PRED
012520     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
012530                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
012540     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
012550     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
012560     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
012570     .
012580 9718-GUARDAR-PREDECESSOR-EXIT.
012590     EXIT.
012600
012610******************************************************************
012620*    9720-APURAR-JORNAL
012630*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
012640*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
012650*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
012660*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
012670*    SO CONTAM OS REGISTROS DE INICIO E FIM.
012680******************************************************************
012690 9720-APURAR-JORNAL.
012700     OPEN INPUT ARQ-JORNAL
012710     IF NOT FS-JORNAL-OK
012720         GO TO 9720-APURAR-JORNAL-EXIT
012730     END-IF
012740
012750     MOVE "N" TO WS-CAD-FIM-ARQUIVO
012760     PERFORM 9725-LER-JORNAL-CADEIA
012770         THRU 9725-LER-JORNAL-CADEIA-EXIT
012780         UNTIL CAD-FIM-ARQUIVO
012790
012800     CLOSE ARQ-JORNAL
012810     .
012820 9720-APURAR-JORNAL-EXIT.
012830     EXIT.
012840
012850 9725-LER-JORNAL-CADEIA.
012860     READ ARQ-JORNAL
012870         AT END
012880             MOVE "S" TO WS-CAD-FIM-ARQUIVO
012890             GO TO 9725-LER-JORNAL-CADEIA-EXIT
012900     END-READ
012910
012920     IF NOT JRN-INICIO
012930     AND NOT JRN-FIM
012940         GO TO 9725-LER-JORNAL-CADEIA-EXIT
012950     END-IF
012960
012970     MOVE JRN-DATA TO WS-CAD-MOM-DATA
012980     MOVE JRN-HORA TO WS-CAD-MOM-HORA
012990
013000     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
013010         PERFORM 9730-APURAR-PROPRIO
013020             THRU 9730-APURAR-PROPRIO-EXIT
013030         GO TO 9725-LER-JORNAL-CADEIA-EXIT
013040     END-IF
013050
013060     MOVE ZERO TO WS-CAD-ACHADO
013070     PERFORM 9735-PROCURAR-PREDECESSOR
013080         THRU 9735-PROCURAR-PREDECESSOR-EXIT
013090         VARYING WS-CAD-IDX FROM 1 BY 1
013100         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
013110         OR WS-CAD-ACHADO > ZERO
013120     IF WS-CAD-ACHADO = ZERO
013130         GO TO 9725-LER-JORNAL-CADEIA-EXIT
013140     END-IF
013150
013160     IF JRN-INICIO
013170         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
013180         MOVE WS-CAD-MOMENTO-N
013190                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
013200         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
013210     ELSE
013220         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
013230             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
013240             MOVE JRN-RETURN-CODE
013250                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
013260         END-IF
013270     END-IF
013280     .
013290 9725-LER-JORNAL-CADEIA-EXIT.
013300     EXIT.
013310
013320 9730-APURAR-PROPRIO.
013330     IF JRN-INICIO
013340         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
013350         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
013360         GO TO 9730-APURAR-PROPRIO-EXIT
013370     END-IF
013380
013390     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
013400         GO TO 9730-APURAR-PROPRIO-EXIT
013410     END-IF
013420
013430     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
013440     IF JRN-RETURN-CODE = ZERO
013450         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
013460     END-IF
013470
013480     IF JRN-RETURN-CODE < 16
013490         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
013500         PERFORM 9760-CALCULAR-DATA-NEGOCIO
013510             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
013520         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
013530             MOVE "S" TO WS-CAD-REPETICAO
013540         END-IF
013550     END-IF
013560     .
013570 9730-APURAR-PROPRIO-EXIT.
013580     EXIT.
013590
013600 9735-PROCURAR-PREDECESSOR.
013610     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
013620         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
013630     END-IF
013640     .
013650 9735-PROCURAR-PREDECESSOR-EXIT.
013660     EXIT.
013670
013680******************************************************************
013690*    9740-CONFERIR-PREDECESSOR
013700*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
013710*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
013720*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
013730*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
013740*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
013750*    DE NOVO.
013760******************************************************************
013770 9740-CONFERIR-PREDECESSOR.
013780     MOVE "N" TO WS-CAD-PRED-DO-DIA
013790     IF CAD-PODE-REPETIR
013800     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
013810         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
013820         PERFORM 9760-CALCULAR-DATA-NEGOCIO
013830             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
013840         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
013850             MOVE "S" TO WS-CAD-PRED-DO-DIA
013860         END-IF
013870     END-IF
013880
013890     EVALUATE TRUE
013900         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
013910         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
013920                  NOT > WS-CAD-ULTIMO-OK
013930         AND NOT CAD-PRED-DO-DIA
013940             STRING "PREDECESSOR NAO EXECUTADO: "
013950                    WS-CAD-PRED-NOME (WS-CAD-IDX)
013960                        DELIMITED BY SIZE
013970               INTO WS-CAD-MOTIVO
013980             END-STRING
013990         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
014000             STRING "PREDECESSOR NAO FINALIZADO: "
014010                    WS-CAD-PRED-NOME (WS-CAD-IDX)
014020                        DELIMITED BY SIZE
014030               INTO WS-CAD-MOTIVO
014040             END-STRING
014050         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
014060             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
014070             STRING "PREDECESSOR COM RC "
014080                    WS-CAD-RC-ED
014090                    ": "
014100                    WS-CAD-PRED-NOME (WS-CAD-IDX)
014110                        DELIMITED BY SIZE
014120               INTO WS-CAD-MOTIVO
014130             END-STRING
014140     END-EVALUATE
014150     .
014160 9740-CONFERIR-PREDECESSOR-EXIT.
014170     EXIT.
014180
014190******************************************************************
014200*    9750-LER-LIBERACAO
014210*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
014220*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
014230*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
014240******************************************************************
014250 9750-LER-LIBERACAO.
014260     MOVE "N" TO WS-CAD-LIBERADO
014270     OPEN INPUT ARQ-LIBERACAO
014280     IF NOT FS-LIBERACAO-OK
014290         GO TO 9750-LER-LIBERACAO-EXIT
014300     END-IF
014310
014320     MOVE "N" TO WS-CAD-FIM-ARQUIVO
014330     PERFORM 9755-LER-CARTAO-LIBERACAO
014340         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
014350         UNTIL CAD-FIM-ARQUIVO
014360         OR CAD-LIBERADO
014370
014380     CLOSE ARQ-LIBERACAO
014390     .
014400 9750-LER-LIBERACAO-EXIT.
014410     EXIT.
014420
014430 9755-LER-CARTAO-LIBERACAO.
014440     READ ARQ-LIBERACAO
014450         AT END
014460             MOVE "S" TO WS-CAD-FIM-ARQUIVO
014470             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
014480     END-READ
014490
014500     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
014510     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
014520     AND LIB-OPERADOR NOT = SPACES
014530         MOVE "S" TO WS-CAD-LIBERADO
014540         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
014550         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
014560     END-IF
014570     .
014580 9755-LER-CARTAO-LIBERACAO-EXIT.
014590     EXIT.
014600
014610******************************************************************
014620*    9760-CALCULAR-DATA-NEGOCIO
014630*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
014640*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
014650*    ANTERIOR.
014660******************************************************************
014670 9760-CALCULAR-DATA-NEGOCIO.
014680     IF WS-CAD-MOM-DATA NOT NUMERIC
014690     OR WS-CAD-MOM-MM < 1
014700     OR WS-CAD-MOM-MM > 12
014710     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
014720         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
014730         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
014740     END-IF
014750
014760     SUBTRACT 1 FROM WS-CAD-MOM-DD
014770     IF WS-CAD-MOM-DD = ZERO
014780         SUBTRACT 1 FROM WS-CAD-MOM-MM
014790         IF WS-CAD-MOM-MM = ZERO
014800             MOVE 12 TO WS-CAD-MOM-MM
014810             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
014820         END-IF
014830         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
014840         IF WS-CAD-MOM-MM = 2
014850             PERFORM 9765-CONFERIR-BISSEXTO
014860                 THRU 9765-CONFERIR-BISSEXTO-EXIT
014870         END-IF
014880     END-IF
014890
014900     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
014910     .
014920 9760-CALCULAR-DATA-NEGOCIO-EXIT.
014930     EXIT.
014940
014950 9765-CONFERIR-BISSEXTO.
014960     DIVIDE WS-CAD-MOM-CCYY BY 4
014970         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
014980     DIVIDE WS-CAD-MOM-CCYY BY 100
014990         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
015000     DIVIDE WS-CAD-MOM-CCYY BY 400
015010         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
015020
015030     IF WS-CAD-RESTO-4 = ZERO
015040     AND (WS-CAD-RESTO-100 NOT = ZERO
015050          OR WS-CAD-RESTO-400 = ZERO)
015060         MOVE 29 TO WS-CAD-MOM-DD
015070     END-IF
015080     .
015090 9765-CONFERIR-BISSEXTO-EXIT.
015100     EXIT.
015110
015120******************************************************************
015130*    9790-GRAVAR-JORNAL-CADEIA
015140*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
015150*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
015160******************************************************************
015170 9790-GRAVAR-JORNAL-CADEIA.
015180     OPEN EXTEND ARQ-JORNAL
015190     IF NOT FS-JORNAL-OK
015200         OPEN OUTPUT ARQ-JORNAL
015210     END-IF
015220     IF NOT FS-JORNAL-OK
015230         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
015240             WS-FS-JORNAL
015250         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
015260     END-IF
015270
015280     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
015290     ACCEPT WS-CAD-HORA-SIS FROM TIME
015300     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
015310
015320     MOVE SPACES                TO JORNAL-REG
015330     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
015340     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
015350     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
015360     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
015370     MOVE ZEROS                 TO JRN-QTDE-LIDOS
015380     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
015390     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
015400     MOVE RETURN-CODE           TO JRN-RETURN-CODE
015410     MOVE "N"                   TO JRN-REINICIO
015420     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
015430     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
015440     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
015450
015460     WRITE JORNAL-REG
015470
015480     CLOSE ARQ-JORNAL
015490     .
015500 9790-GRAVAR-JORNAL-CADEIA-EXIT.
015510     EXIT.
015520******************************************************************
015530*    9800-GRAVAR-JORNAL
015540*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
015550*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
015560*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
015570*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A
015580*    MANUTENCAO.
015590******************************************************************
015600 9800-GRAVAR-JORNAL.
015610     OPEN EXTEND ARQ-JORNAL
015620     IF NOT FS-JORNAL-OK
015630         OPEN OUTPUT ARQ-JORNAL
015640     END-IF
015650     IF NOT FS-JORNAL-OK
015660         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
015670             WS-FS-JORNAL
015680         GO TO 9800-GRAVAR-JORNAL-EXIT
015690     END-IF
015700
015710     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
015720     ACCEPT WS-HORA-JRN-SIS FROM TIME
015730     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100
015740
015750     MOVE SPACES                  TO JORNAL-REG
015760     MOVE "MANUTENCAO-RESPONSAVEL" TO JRN-PROGRAMA
015770     MOVE WS-JRN-TIPO             TO JRN-TIPO
015780     MOVE WS-DATA-JORNAL          TO JRN-DATA
015790     MOVE WS-HORA-JORNAL          TO JRN-HORA
015800     MOVE WS-QTDE-LIDOS           TO JRN-QTDE-LIDOS
015810     COMPUTE JRN-QTDE-GRAVADOS =
015820         WS-QTDE-INCLUIDOS + WS-QTDE-ALTERADOS + WS-QTDE-EXCLUIDOS
015830     MOVE WS-QTDE-RECUSADOS       TO JRN-QTDE-REJEITADOS
015840     MOVE RETURN-CODE             TO JRN-RETURN-CODE
015850     MOVE "N"                     TO JRN-REINICIO
015860
015870     WRITE JORNAL-REG
015880
015890     CLOSE ARQ-JORNAL
015900     .
015910 9800-GRAVAR-JORNAL-EXIT.
015920     EXIT.
015930
015940 END PROGRAM MANUTENCAO-RESPONSAVEL.

000219*                 encerramento por CPF bloqueado tambem grava o
000220*                 registro de fim: e um desfecho normal do
000221*                 balcao, nao uma queda.
000222* 15/10/2026 GB   Menor verificado quando o proposito padrao do
000223*                 cartao de parametros admite menor com
000224*                 consentimento passa a ter o responsavel legal
000225*                 conferido no cadastro de responsaveis
000226*                 (ARQ-RESPONSAVEIS): CPF aprovado no DV, fora
000227*                 da lista de bloqueio e MAIOR no mestre. O
000228*                 operador ve o responsavel e a situacao, que
000229*                 vao para a auditoria, o onboarding e o mestre.
000230* 15/10/2026 GB   O operador passa a informar o tipo do documento
000231*                 (C = CPF, R = RNE/CRNM, P = PASSAPORTE, em
000232*                 branco vale CPF) antes do numero; o passaporte
000233*                 pede o pais emissor e o numero. Cada tipo tem a
000234*                 sua regra de validacao, e o tipo mais o numero
000235*                 passam a ser a chave do mestre, do historico e
000236*                 da lista de bloqueio. O tipo vai para a
000237*                 auditoria e o onboarding, e o cadastro de
000238*                 responsaveis e lido pelo tipo e numero do
000239*                 documento do menor (RSP-CHAVE-MENOR).
000240* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000241*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000242*                 de execucao, o programa recusa rodar (RC 12,
000243*                 registro R no jornal) quando um predecessor nao
000244*                 terminou com RC 0 depois da sua ultima execucao
000245*                 correta ou quando a execucao seria repeticao
000246*                 proibida na data de negocio. O cartao de
000247*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000248*                 a reexecucao supervisionada, registrada no
000249*                 jornal (registro L, com o operador e a
000250*                 justificativa do cartao). O programa que pode
000251*                 repetir na data de negocio aceita o
000252*                 predecessor que rodou na propria data de
000253*                 negocio.
000254* 15/10/2026 GB   Identificacao do operador do balcao: codigo e
000255*                 senha conferidos no cadastro de operadores
000256*                 (ARQ-OPERADORES), com bloqueio do operador apos
000257*                 PARM-MAX-FALHAS falhas seguidas (padrao 3). O
000258*                 perfil do operador limita os propositos que ele
000259*                 pode verificar (agora informados na tela e
000260*                 levados a auditoria, ao onboarding, ao mestre e
000261*                 ao historico) e a consulta ao historico do
000262*                 titular. O operador vai para a auditoria, o
000263*                 historico e o jornal, e cada evento (acesso,
000264*                 falha, verificacao, bloqueio, consulta, recusa)
000265*                 vai para o log de acessos (ARQ-ACESSOS).
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. VERIFICA-IDADE.
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000252     DECIMAL-POINT IS COMMA
000255     CLASS LETRA-MAIUSCULA IS "A" THRU "Z"
000258     CLASS LETRA-OU-DIGITO IS "A" THRU "Z" "0" THRU "9".
000261 INPUT-OUTPUT SECTION.
000262 FILE-CONTROL.
000263     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
000273     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000274         ORGANIZATION IS INDEXED
000275         ACCESS MODE IS RANDOM
000276         RECORD KEY IS MST-CHAVE
000277         FILE STATUS IS WS-FS-MESTRE.
000278     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
000279         ORGANIZATION IS INDEXED
000283     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000284         ORGANIZATION IS LINE SEQUENTIAL
000285         FILE STATUS IS WS-FS-JORNAL.
000286     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000287         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS IS WS-FS-CADEIA.
000289     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000290         ORGANIZATION IS LINE SEQUENTIAL
000291         FILE STATUS IS WS-FS-LIBERACAO.
000292     SELECT ARQ-RESPONSAVEIS ASSIGN TO ARQRSP
000293         ORGANIZATION IS INDEXED
000294         ACCESS MODE IS RANDOM
000295         RECORD KEY IS RSP-CHAVE-MENOR
000296         FILE STATUS IS WS-FS-RESPONSAVEIS.
000297     SELECT ARQ-OPERADORES ASSIGN TO ARQOPR
000298         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000300         RECORD KEY IS OPR-ID
000301         FILE STATUS IS WS-FS-OPERADORES.
000302     SELECT ARQ-ACESSOS ASSIGN TO ARQACE
000303         ORGANIZATION IS LINE SEQUENTIAL
000304         FILE STATUS IS WS-FS-ACESSOS.
000270 DATA DIVISION.
000280 FILE SECTION.
000281 FD  ARQ-AUDITORIA
000301 FD  ARQ-JORNAL
000302     RECORDING MODE IS F.
000303 COPY JORNREG.
000304
000305 FD  ARQ-CADEIA
000306     RECORDING MODE IS F.
000307 COPY CADEREG.
000308
000309 FD  ARQ-LIBERACAO
000310     RECORDING MODE IS F.
000311 COPY LIBEREG.
000312
000313 FD  ARQ-RESPONSAVEIS.
000314 COPY RESPREG.
000315
000316 FD  ARQ-OPERADORES.
000317 COPY OPERREG.
000318
000319 FD  ARQ-ACESSOS
000320     RECORDING MODE IS F.
000321 COPY ACESREG.
000288
000290 WORKING-STORAGE SECTION.
000300******************************************************************
000537     88  FS-HISTORICO-DUPLIC     VALUE "22".
000538 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
000539     88  FS-JORNAL-OK            VALUE "00".
000540 77  WS-FS-RESPONSAVEIS          PIC X(02) VALUE ZEROS.
000541     88  FS-RESPONSAVEIS-OK      VALUE "00".
000542     88  FS-RESPONSAVEIS-NAO-ACHADO VALUE "23".
000543     88  FS-RESPONSAVEIS-AUSENTE VALUE "35".
000544
000545******************************************************************
000546*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
000547*    FIM), CONTADOR DE VERIFICACOES CONCLUIDAS E AREAS DE DATA
000548*    E HORA DA GRAVACAO
000549******************************************************************
000550 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
000551 77  WS-QTDE-VERIFICADAS         PIC 9(08) COMP VALUE ZERO.
000552 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
000553 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
000554 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
000555******************************************************************
000556*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
000557*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
000558*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
000559*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
000560*    RODOU, A = ABERTA, F = FINALIZADA).
000561******************************************************************
000562 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
000563     88  FS-CADEIA-OK            VALUE "00".
000564     88  FS-CADEIA-AUSENTE       VALUE "35".
000565 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
000566     88  FS-LIBERACAO-OK         VALUE "00".
000567 77  WS-CAD-PROGRAMA             PIC X(22)
000568                 VALUE "VERIFICA-IDADE".
000569 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
000570     88  CAD-DEFINIDO            VALUE "S".
000571 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
000572     88  CAD-FIM-ARQUIVO         VALUE "S".
000573 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
000574     88  CAD-PODE-REPETIR        VALUE "S".
000575 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
000576     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
000577 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
000578     88  CAD-PRED-DO-DIA         VALUE "S".
000579 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
000580     88  CAD-LIBERADO            VALUE "S".
000581 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
000582 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
000583 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
000584 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
000585 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
000586 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
000587 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
000588 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
000589 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
000590 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
000591 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
000592 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
000593 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
000594 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
000595 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
000596 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
000597 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
000598 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
000599 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
000600 01  WS-CAD-PREDECESSORES.
000601     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
000602         10  WS-CAD-PRED-NOME    PIC X(22).
000603         10  WS-CAD-PRED-SIT     PIC X(01).
000604         10  WS-CAD-PRED-INICIO  PIC 9(14).
000605         10  WS-CAD-PRED-RC      PIC 9(04).
000606 01  WS-CAD-MOMENTO.
000607     05  WS-CAD-MOM-DATA.
000608         10  WS-CAD-MOM-CCYY     PIC 9(04).
000609         10  WS-CAD-MOM-MM       PIC 9(02).
000610         10  WS-CAD-MOM-DD       PIC 9(02).
000611     05  WS-CAD-MOM-HORA         PIC 9(06).
000612 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
000613                                 PIC 9(14).
000614 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
000615     05  FILLER                  PIC X(08).
000616     05  WS-CAD-MOM-HHMM         PIC 9(04).
000617     05  FILLER                  PIC X(02).
000618 01  WS-CAD-DIAS-MES-TAB.
000619     05  FILLER                  PIC X(24)
000620                 VALUE "312831303130313130313031".
000621 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
000622     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
000623
000535******************************************************************
000536*    SITUACAO DO CLIENTE NO MESTRE DE VERIFICACOES
000537******************************************************************
000552 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
000553     88  FIM-DO-HISTORICO        VALUE "S".
000554 01  WS-CHAVE-ANTIGA.
000555     05  WS-CHA-TIPO             PIC X(01) VALUE SPACES.
000556     05  WS-CHA-DOC              PIC X(11) VALUE SPACES.
000557     05  WS-CHA-DATA             PIC 9(08) VALUE ZEROS.
000558     05  WS-CHA-HORA             PIC 9(06) VALUE ZEROS.
000559 77  WS-RESP-HISTORICO           PIC X(01) VALUE "N".
000560
000004******************************************************************
000008*    RESPONSAVEL LEGAL DO MENOR, QUANDO O PROPOSITO PADRAO DO
000013*    CARTAO ADMITE CONSENTIMENTO: CPF E SITUACAO (EM BRANCO =
000017*    NAO SE APLICA, V = VALIDO, A = SEM RESPONSAVEL, D = CPF
000022*    INVALIDO, B = BLOQUEADO, N = FORA DO MESTRE, M = NAO E
000026*    MAIOR) E AREAS DE GUARDA DO CLIENTE DURANTE A CONFERENCIA
000031******************************************************************
000035 77  WS-CONSENTE-PADRAO          PIC X(01) VALUE "N".
000040     88  PROPOSITO-ADMITE-CONSENT VALUE "S".
000044 77  WS-DOC-RESPONSAVEL          PIC X(11) VALUE SPACES.
000049 77  WS-SIT-RESPONSAVEL          PIC X(01) VALUE SPACES.
000053 01  WS-CPF-SALVO                PIC X(11) VALUE SPACES.
000058 77  WS-TIPO-DOC-SALVO           PIC X(01) VALUE SPACES.
000062 77  WS-CPF-VALIDO-SALVO         PIC X(01) VALUE SPACES.
000067 77  WS-CPF-BLOQUEADO-SALVO      PIC X(01) VALUE SPACES.
000071 77  WS-IDX-BLQ-SALVO            PIC 9(05) COMP VALUE ZERO.
000076 01  WS-MESTRE-SALVO             PIC X(80) VALUE SPACES.
000080
000085******************************************************************
000089*    IDENTIFICACAO DO OPERADOR DO BALCAO: CODIGO E SENHA
000094*    DIGITADOS, TENTATIVAS NA SESSAO E LIMITE DE FALHAS SEGUIDAS
000098*    (PARM-MAX-FALHAS) QUE BLOQUEIA O OPERADOR NO CADASTRO
000103******************************************************************
000107 77  WS-FS-OPERADORES            PIC X(02) VALUE ZEROS.
000112     88  FS-OPERADORES-OK        VALUE "00".
000116     88  FS-OPERADORES-NAO-ACHADO VALUE "23".
000121 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000125 77  WS-SENHA                    PIC X(16) VALUE SPACES.
000130 77  WS-MAX-FALHAS               PIC 9(02) VALUE 3.
000134 77  WS-QTDE-TENTATIVAS          PIC 9(02) COMP VALUE ZERO.
000139 77  WS-OPERADOR-IDENTIFICADO    PIC X(01) VALUE "N".
000143     88  OPERADOR-IDENTIFICADO   VALUE "S".
000148 77  WS-ACESSO-ENCERRADO         PIC X(01) VALUE "N".
000152     88  ACESSO-ENCERRADO        VALUE "S".
000157
000161******************************************************************
000166*    PERFIL DE AUTORIZACAO DO OPERADOR IDENTIFICADO: PROPOSITO
000170*    PADRAO (EM BRANCO), CODIGOS DE PROPOSITO PERMITIDOS E
000175*    CONSULTA AO HISTORICO. MESMO LAYOUT DE OPR-PERFIL.
000179******************************************************************
000183 01  WS-PERFIL.
000188     05  WS-PRF-PADRAO           PIC X(01).
000192         88  PRF-PERMITE-PADRAO  VALUE "S".
000197     05  WS-PRF-PROP-CODIGO      PIC X(02) OCCURS 5 TIMES.
000201     05  WS-PRF-HISTORICO        PIC X(01).
000206         88  PRF-PERMITE-HISTORICO VALUE "S".
000210 77  WS-IDX-PRF                  PIC 9(02) COMP VALUE ZERO.
000215 77  WS-IDX-PRF-ACHADO           PIC 9(02) COMP VALUE ZERO.
000219
000224******************************************************************
000228*    PROPOSITO DA VERIFICACAO INFORMADO PELO OPERADOR E TABELA
000233*    DE PROPOSITOS DO CARTAO DE PARAMETROS: CADA CODIGO TEM A
000237*    SUA PROPRIA IDADE MINIMA E O SEU INDICADOR DE
000242*    CONSENTIMENTO. PROPOSITO EM BRANCO USA WS-IDADE-MINIMA E
000246*    WS-CONSENTE-PADRAO.
000251******************************************************************
000255 77  WS-PROPOSITO                PIC X(02) VALUE SPACES.
000260 77  WS-PROPOSITO-VALIDO         PIC X(01) VALUE "N".
000264     88  PROPOSITO-VALIDO        VALUE "S".
000269 77  WS-QTDE-PROPOSITOS          PIC 9(02) COMP VALUE ZERO.
000273 77  WS-IDX-PROP                 PIC 9(02) COMP VALUE ZERO.
000278 77  WS-IDX-PROP-ACHADO          PIC 9(02) COMP VALUE ZERO.
000282 01  WS-TABELA-PROPOSITOS.
000287     05  WS-TAB-PROP-ENT         OCCURS 5 TIMES.
000291         10  WS-TAB-PROP-CODIGO  PIC X(02).
000296         10  WS-TAB-PROP-IDADE   PIC 9(03) COMP.
000300         10  WS-TAB-PROP-CONSENTE PIC X(01).
000305
000309******************************************************************
000314*    RESUMO DA SENHA. O CADASTRO GUARDA SO O RESUMO, FORMADO POR
000318*    DOIS ACUMULADORES POLINOMIAIS (MODULO DE DOIS PRIMOS) SOBRE
000323*    OPERADOR + SENHA + OPERADOR, BYTE A BYTE, COMO NA
000327*    PSEUDONIMIZACAO DO EXTRATO ANALITICO. O BYTE E LIDO COMO
000332*    NUMERO PELA META-PALAVRA BINARIA WS-SNH-BYTE-N.
000336******************************************************************
000341 01  WS-SNH-ENTRADA.
000345     05  WS-SNH-ENT-OPERADOR-1   PIC X(08).
000350     05  WS-SNH-ENT-SENHA        PIC X(16).
000354     05  WS-SNH-ENT-OPERADOR-2   PIC X(08).
000358 01  WS-SNH-ENTRADA-R REDEFINES WS-SNH-ENTRADA.
000363     05  WS-SNH-ENT-BYTE         PIC X(01) OCCURS 32 TIMES.
000367 01  WS-SNH-BYTE-PAR.
000372     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
000376     05  WS-SNH-BYTE             PIC X(01) VALUE LOW-VALUE.
000381 01  WS-SNH-BYTE-N REDEFINES WS-SNH-BYTE-PAR
000385                                 PIC 9(04) COMP.
000390 01  WS-SNH-RESULTADO.
000394     05  WS-SNH-H1               PIC 9(09) VALUE ZEROS.
000399     05  WS-SNH-H2               PIC 9(09) VALUE ZEROS.
000403 77  WS-SNH-IDX                  PIC 9(02) COMP VALUE ZERO.
000408 77  WS-SNH-ACUM                 PIC 9(15) COMP VALUE ZERO.
000412 77  WS-SNH-QUOC                 PIC 9(15) COMP VALUE ZERO.
000417 77  WS-SNH-ACUM-1               PIC 9(09) COMP VALUE ZERO.
000421 77  WS-SNH-ACUM-2               PIC 9(09) COMP VALUE ZERO.
000426 77  WS-SNH-PRIMO-1              PIC 9(09) COMP VALUE 999999937.
000430 77  WS-SNH-PRIMO-2              PIC 9(09) COMP VALUE 999999929.
000435
000439******************************************************************
000444*    LOG DE ACESSOS (ARQ-ACESSOS): EVENTO E MOTIVO CORRENTES E
000448*    HORA DA GRAVACAO
000453******************************************************************
000457 77  WS-FS-ACESSOS               PIC X(02) VALUE ZEROS.
000462     88  FS-ACESSOS-OK           VALUE "00".
000466 77  WS-ACE-EVENTO               PIC X(01) VALUE SPACE.
000471 77  WS-ACE-MOTIVO               PIC X(02) VALUE SPACES.
000475 77  WS-HORA-ACE-SIS             PIC 9(08) VALUE ZEROS.
000480 77  WS-HORA-ACESSO              PIC 9(06) VALUE ZEROS.
000484
000489******************************************************************
000493*    TIPO DO DOCUMENTO INFORMADO PELO OPERADOR (C = CPF, R =
000498*    RNE/CRNM, P = PASSAPORTE). O NUMERO DE QUALQUER TIPO FICA
000502*    EM WS-CPF, QUE E TAMBEM A AREA DE CALCULO DOS DIGITOS
000507*    VERIFICADORES DO CPF.
000511******************************************************************
000516 77  WS-TIPO-DOC                 PIC X(01) VALUE "C".
000520     88  TIPO-DOC-CPF            VALUE "C".
000525     88  TIPO-DOC-RNE            VALUE "R".
000529     88  TIPO-DOC-PASSAPORTE     VALUE "P".
000534 01  WS-CPF.
000535     05  WS-CPF-BASE             PIC 9(09).
000536     05  WS-CPF-DV1              PIC 9(01).
000553     88  CPF-REPETIDO            VALUE "S".
000554
000555******************************************************************
000556*    DOCUMENTO DE ESTRANGEIRO INFORMADO PELO OPERADOR: O RNE/CRNM
000557*    E UMA LETRA, SEIS DIGITOS E UM DIGITO OU LETRA DE CONTROLE;
000558*    O PASSAPORTE E A SIGLA DE 3 LETRAS DO PAIS EMISSOR SEGUIDA
000559*    DO NUMERO (LETRAS E DIGITOS, SEM BRANCOS NO MEIO, COM NO
000560*    MINIMO WS-PAS-TAMANHO-MINIMO POSICOES). O INDICADOR
000561*    WS-CPF-VALIDO RECEBE O RESULTADO DA REGRA DE QUALQUER TIPO.
000562******************************************************************
000563 01  WS-DOC-ESTRANGEIRO.
000564     05  WS-RNE-LETRA            PIC X(01).
000565     05  WS-RNE-NUMERO           PIC X(06).
000566     05  WS-RNE-CONTROLE         PIC X(01).
000567     05  WS-RNE-COMPLEMENTO      PIC X(03).
000568 01  WS-DOC-PASSAPORTE REDEFINES WS-DOC-ESTRANGEIRO.
000569     05  WS-PAS-PAIS             PIC X(03).
000570     05  WS-PAS-NUMERO.
000571         10  WS-PAS-CARACTER     PIC X(01) OCCURS 8 TIMES.
000572 77  WS-PAS-TAMANHO              PIC 9(02) COMP VALUE ZERO.
000573 77  WS-PAS-TAMANHO-MINIMO       PIC 9(02) COMP VALUE 5.
000574 77  WS-PAS-FIM-NUMERO           PIC X(01) VALUE "N".
000575     88  PAS-FIM-NUMERO          VALUE "S".
000576 77  WS-PAS-INVALIDO             PIC X(01) VALUE "N".
000577     88  PAS-INVALIDO            VALUE "S".
000578
000579******************************************************************
000580*    TABELA DA LISTA DE CPFS BLOQUEADOS DA PREVENCAO A FRAUDES,
000581*    CARREGADA DE ARQ-BLOQUEADOS NA INICIALIZACAO. UM CPF
000582*    PRESENTE NA TABELA NAO PODE PROSSEGUIR PARA O ONBOARDING.
000583******************************************************************
000584 77  WS-MAX-BLOQ-TABELA          PIC 9(05) COMP VALUE 5000.
000585 77  WS-QTDE-BLOQ-TABELA         PIC 9(05) COMP VALUE ZERO.
000586 77  WS-IDX-BLQ                  PIC 9(05) COMP VALUE ZERO.
000587 77  WS-IDX-BLQ-ACHADO           PIC 9(05) COMP VALUE ZERO.
000588 77  WS-FIM-BLOQUEADOS           PIC X(01) VALUE "N".
000589     88  FIM-DOS-BLOQUEADOS      VALUE "S".
000590 77  WS-CPF-BLOQUEADO            PIC X(01) VALUE "N".
000591     88  CPF-BLOQUEADO           VALUE "S".
000592 01  WS-TABELA-BLOQUEADOS.
000593     05  WS-TAB-BLQ-ENT          OCCURS 5000 TIMES.
000594         10  WS-TAB-BLQ-TIPO     PIC X(01).
000595         10  WS-TAB-BLQ-DOC      PIC X(11).
000596         10  WS-TAB-BLQ-MOTIVO   PIC X(30).
000597
000553 PROCEDURE DIVISION.
000530******************************************************************
000540*    0000-MAINLINE
000550*    PARAGRAFO PRINCIPAL DO PROGRAMA.
000560******************************************************************
000570 0000-MAINLINE.
000573     PERFORM 9700-CONFERIR-CADEIA
000576         THRU 9700-CONFERIR-CADEIA-EXIT
000580     PERFORM 1000-INICIALIZAR
000590         THRU 1000-INICIALIZAR-EXIT
000591
000592     MOVE "I" TO WS-JRN-TIPO
000593     PERFORM 9800-GRAVAR-JORNAL
000594         THRU 9800-GRAVAR-JORNAL-EXIT
000595
000597     PERFORM 1700-IDENTIFICAR-OPERADOR
000599         THRU 1700-IDENTIFICAR-OPERADOR-EXIT
000601
000602     PERFORM 1750-OBTER-PROPOSITO
000604         THRU 1750-OBTER-PROPOSITO-EXIT
000606         UNTIL PROPOSITO-VALIDO
000608
000610     PERFORM 1200-OBTER-DT-NASCTO
000611         THRU 1200-OBTER-DT-NASCTO-EXIT
000612         UNTIL DADO-VALIDO
000630
000640     PERFORM 3000-VERIFICAR-IDADE
000650         THRU 3000-VERIFICAR-IDADE-EXIT
000651
000652     PERFORM 3200-CLASSIFICAR-FAIXA-ETARIA
000653         THRU 3200-CLASSIFICAR-FAIXA-ETARIA-EXIT
000654
000655     PERFORM 3500-VERIFICAR-RESPONSAVEL
000656         THRU 3500-VERIFICAR-RESPONSAVEL-EXIT
000658
000659     PERFORM 4000-GRAVAR-AUDITORIA
000660         THRU 4000-GRAVAR-AUDITORIA-EXIT
000672     PERFORM 5500-GRAVAR-HISTORICO
000673         THRU 5500-GRAVAR-HISTORICO-EXIT
000674
000675     MOVE "V"    TO WS-ACE-EVENTO
000676     MOVE SPACES TO WS-ACE-MOTIVO
000677     PERFORM 1800-GRAVAR-ACESSO
000678         THRU 1800-GRAVAR-ACESSO-EXIT
000679
000680     ADD 1 TO WS-QTDE-VERIFICADAS
000681     MOVE "F" TO WS-JRN-TIPO
000682     PERFORM 9800-GRAVAR-JORNAL
000683         THRU 9800-GRAVAR-JORNAL-EXIT
000684
000685     STOP RUN.
000680
000690******************************************************************
000700*    1000-INICIALIZAR
000831         MOVE PARM-MAX-HISTORICO TO WS-MAX-HISTORICO
000832     END-IF

000833     IF FS-PARAMETROS-OK
000834     AND PARM-CONSENTE-PADRAO = "S"
000835         MOVE "S" TO WS-CONSENTE-PADRAO
000836     END-IF

000837     IF FS-PARAMETROS-OK
000838     AND PARM-MAX-FALHAS NUMERIC
000839     AND PARM-MAX-FALHAS > ZERO
000840         MOVE PARM-MAX-FALHAS TO WS-MAX-FALHAS
000841     END-IF

000842     IF FS-PARAMETROS-OK
000843         PERFORM 1110-CARREGAR-PROPOSITO
000844             THRU 1110-CARREGAR-PROPOSITO-EXIT
000845             VARYING WS-IDX-PROP FROM 1 BY 1
000846             UNTIL WS-IDX-PROP > 5
000847     END-IF

000012     CLOSE ARQ-PARAMETROS
000025     .
000037 1100-CARREGAR-PARAMETROS-EXIT.
000050     EXIT.
000062
000075******************************************************************
000087*    1110-CARREGAR-PROPOSITO
000100*    GUARDA NA TABELA DE PROPOSITOS UMA ENTRADA DO CARTAO DE
000112*    PARAMETROS, QUANDO TEM CODIGO E IDADE MINIMA INFORMADOS.
000125******************************************************************
000138 1110-CARREGAR-PROPOSITO.
000150     IF PARM-PROP-CODIGO (WS-IDX-PROP) NOT = SPACES
000163     AND PARM-PROP-IDADE (WS-IDX-PROP) NUMERIC
000175     AND PARM-PROP-IDADE (WS-IDX-PROP) > ZERO
000188         ADD 1 TO WS-QTDE-PROPOSITOS
000200         MOVE PARM-PROP-CODIGO (WS-IDX-PROP)
000213             TO WS-TAB-PROP-CODIGO (WS-QTDE-PROPOSITOS)
000225         MOVE PARM-PROP-IDADE (WS-IDX-PROP)
000238             TO WS-TAB-PROP-IDADE (WS-QTDE-PROPOSITOS)
000251         IF PARM-PROP-CONSENTE (WS-IDX-PROP) = "S"
000263             MOVE "S" TO WS-TAB-PROP-CONSENTE (WS-QTDE-PROPOSITOS)
000276         ELSE
000288             MOVE "N" TO WS-TAB-PROP-CONSENTE (WS-QTDE-PROPOSITOS)
000301         END-IF
000313     END-IF
000326     .
000338 1110-CARREGAR-PROPOSITO-EXIT.
000351     EXIT.
000363
000376******************************************************************
000389*    1150-CARREGAR-BLOQUEADOS
000401*    CARREGA NA TABELA DE BLOQUEIO A LISTA DE CPFS MANTIDA PELA
000414*    PREVENCAO A FRAUDES, SE O ARQUIVO EXISTIR. QUANDO O ARQUIVO
000426*    NAO EXISTIR, A VERIFICACAO SEGUE COM A TABELA VAZIA, SEM
000439*    BLOQUEAR NENHUM CPF.
000451******************************************************************
000464 1150-CARREGAR-BLOQUEADOS.
000476     OPEN INPUT ARQ-BLOQUEADOS
000489     IF NOT FS-BLOQUEADOS-OK
000502         GO TO 1150-CARREGAR-BLOQUEADOS-EXIT
000514     END-IF

000527     MOVE "N" TO WS-FIM-BLOQUEADOS
000539     PERFORM 1160-LER-BLOQUEADO
000552         THRU 1160-LER-BLOQUEADO-EXIT
000564         UNTIL FIM-DOS-BLOQUEADOS

000577     CLOSE ARQ-BLOQUEADOS
000589     .
000602 1150-CARREGAR-BLOQUEADOS-EXIT.
000614     EXIT.

000627******************************************************************
000640*    1160-LER-BLOQUEADO
000652*    LE UM CPF DA LISTA DE BLOQUEIO E O REGISTRA NA TABELA.
000665*    QUANDO A TABELA ESTA CHEIA, OS CPFS EXCEDENTES SAO
000677*    IGNORADOS COM AVISO AO OPERADOR.
000690******************************************************************
000702 1160-LER-BLOQUEADO.
000715     READ ARQ-BLOQUEADOS
000727         AT END
000740             MOVE "S" TO WS-FIM-BLOQUEADOS
000753         NOT AT END
000765             IF WS-QTDE-BLOQ-TABELA < WS-MAX-BLOQ-TABELA
000778                 ADD 1 TO WS-QTDE-BLOQ-TABELA
000790                 MOVE BLQ-TIPO-DOC
000803                     TO WS-TAB-BLQ-TIPO (WS-QTDE-BLOQ-TABELA)
000815                 IF BLQ-DOC-CPF
000828                     MOVE "C"
000840                         TO WS-TAB-BLQ-TIPO (WS-QTDE-BLOQ-TABELA)
000853                 END-IF
000866                 MOVE BLQ-DOC-NUMERO
000867                     TO WS-TAB-BLQ-DOC (WS-QTDE-BLOQ-TABELA)
000868                 MOVE BLQ-MOTIVO
000869                     TO WS-TAB-BLQ-MOTIVO (WS-QTDE-BLOQ-TABELA)
000870             ELSE
000871                 DISPLAY "TABELA DE BLOQUEIO CHEIA. IGNORADO: "
000872                     BLQ-TIPO-DOC " " BLQ-DOC-NUMERO
000873             END-IF
000874     END-READ
000875     .
000851*    A SOLICITAR AO OPERADOR EM VEZ DE PROSSEGUIR COM UM VALOR
000852*    SEM SENTIDO.
000860******************************************************************
000861 1200-OBTER-DT-NASCTO.
000862     PERFORM 1250-OBTER-DOCUMENTO
000864         THRU 1250-OBTER-DOCUMENTO-EXIT

000865     IF NOT CPF-VALIDO
000867         IF TIPO-DOC-CPF
000868             DISPLAY "CPF INVALIDO. VERIFIQUE OS DIGITOS "
000869                 "INFORMADOS."
000871         ELSE
000872             DISPLAY "DOCUMENTO INVALIDO. VERIFIQUE O TIPO E O "
000874                 "FORMATO INFORMADOS."
000875         END-IF
000877         MOVE "N" TO WS-DADO-VALIDO
000878         GO TO 1200-OBTER-DT-NASCTO-EXIT
000879     END-IF
000884         DISPLAY "MOTIVO: "
000885             WS-TAB-BLQ-MOTIVO (WS-IDX-BLQ-ACHADO)
000886         DISPLAY "A VERIFICACAO NAO PODE PROSSEGUIR."
000887         MOVE "B"    TO WS-ACE-EVENTO
000889         MOVE SPACES TO WS-ACE-MOTIVO
000890         PERFORM 1800-GRAVAR-ACESSO
000892             THRU 1800-GRAVAR-ACESSO-EXIT
000893         PERFORM 8900-ENCERRAR-SESSAO
000895             THRU 8900-ENCERRAR-SESSAO-EXIT
000897     END-IF

000890     PERFORM 1500-CONSULTAR-MESTRE

000881     IF NOT DADO-VALIDO
000881         GO TO 1200-OBTER-DT-NASCTO-EXIT
000015     END-IF

000030     PERFORM 2000-CALCULAR-IDADE
000045         THRU 2000-CALCULAR-IDADE-EXIT
000061
000076     PERFORM 2500-VALIDAR-IDADE
000091         THRU 2500-VALIDAR-IDADE-EXIT
000107     .
000122 1200-OBTER-DT-NASCTO-EXIT.
000137     EXIT.

000153******************************************************************
000168*    1250-OBTER-DOCUMENTO
000183*    SOLICITA O TIPO DO DOCUMENTO E, CONFORME O TIPO, O NUMERO
000199*    DO CPF, DO RNE/CRNM OU O PAIS EMISSOR E O NUMERO DO
000214*    PASSAPORTE, APLICANDO A REGRA DE VALIDACAO DO TIPO. O
000229*    NUMERO FICA EM WS-CPF PARA AS CONSULTAS E GRAVACOES. TIPO
000245*    DESCONHECIDO E DOCUMENTO INVALIDO.
000260******************************************************************
000275 1250-OBTER-DOCUMENTO.
000291     DISPLAY "INFORME O TIPO DO DOCUMENTO (C = CPF, "
000306         "R = RNE/CRNM, P = PASSAPORTE)"
000321     ACCEPT WS-TIPO-DOC
000337     IF WS-TIPO-DOC = SPACE
000352         MOVE "C" TO WS-TIPO-DOC
000367     END-IF

000383     MOVE SPACES TO WS-DOC-ESTRANGEIRO
000398     IF TIPO-DOC-RNE
000413         DISPLAY "INFORME O RNE/CRNM (LETRA, 6 DIGITOS E "
000429             "CONTROLE, SEM PONTUACAO)"
000444         ACCEPT WS-DOC-ESTRANGEIRO
000459         MOVE WS-DOC-ESTRANGEIRO TO WS-CPF
000475         PERFORM 1370-VALIDAR-RNE
000490             THRU 1370-VALIDAR-RNE-EXIT
000505         GO TO 1250-OBTER-DOCUMENTO-EXIT
000521     END-IF

000536     IF TIPO-DOC-PASSAPORTE
000551         DISPLAY "INFORME O PAIS EMISSOR DO PASSAPORTE (SIGLA "
000567             "DE 3 LETRAS)"
000582         ACCEPT WS-PAS-PAIS
000597         DISPLAY "INFORME O NUMERO DO PASSAPORTE (ATE 8 "
000613             "POSICOES, SEM PONTUACAO)"
000628         ACCEPT WS-PAS-NUMERO
000643         MOVE WS-DOC-ESTRANGEIRO TO WS-CPF
000659         PERFORM 1380-VALIDAR-PASSAPORTE
000674             THRU 1380-VALIDAR-PASSAPORTE-EXIT
000689         GO TO 1250-OBTER-DOCUMENTO-EXIT
000705     END-IF

000720     IF NOT TIPO-DOC-CPF
000735         MOVE SPACES TO WS-CPF
000751         MOVE "N"    TO WS-CPF-VALIDO
000766         GO TO 1250-OBTER-DOCUMENTO-EXIT
000781     END-IF

000797     DISPLAY "INFORME O SEU CPF (11 DIGITOS, SOMENTE NUMEROS)"
000812     ACCEPT WS-CPF
000827     PERFORM 1300-VALIDAR-CPF
000843         THRU 1300-VALIDAR-CPF-EXIT
000858     .
000873 1250-OBTER-DOCUMENTO-EXIT.
000889     EXIT.

000890******************************************************************
000956     .

000957******************************************************************
000958*    1370-VALIDAR-RNE
000959*    CONFERE O FORMATO DO RNE/CRNM: UMA LETRA, SEIS DIGITOS E
000960*    UM DIGITO OU LETRA DE CONTROLE, SEM PONTUACAO E ALINHADO A
000961*    ESQUERDA.
000962******************************************************************
000963 1370-VALIDAR-RNE.
000964     IF WS-RNE-LETRA IS LETRA-MAIUSCULA
000965     AND WS-RNE-NUMERO IS NUMERIC
000966     AND WS-RNE-CONTROLE IS LETRA-OU-DIGITO
000967     AND WS-RNE-COMPLEMENTO = SPACES
000968         MOVE "S" TO WS-CPF-VALIDO
000969     ELSE
000970         MOVE "N" TO WS-CPF-VALIDO
000971     END-IF
000972     .
000973 1370-VALIDAR-RNE-EXIT.
000974     EXIT.

000975******************************************************************
000976*    1380-VALIDAR-PASSAPORTE
000977*    CONFERE O PASSAPORTE: SIGLA DE 3 LETRAS DO PAIS EMISSOR E
000978*    NUMERO DE LETRAS E DIGITOS ALINHADO A ESQUERDA, SEM BRANCOS
000979*    NO MEIO E COM O TAMANHO MINIMO.
000980******************************************************************
000981 1380-VALIDAR-PASSAPORTE.
000982     MOVE "N" TO WS-CPF-VALIDO
000983     IF WS-PAS-PAIS IS NOT LETRA-MAIUSCULA
000984         GO TO 1380-VALIDAR-PASSAPORTE-EXIT
000985     END-IF

000986     MOVE ZERO TO WS-PAS-TAMANHO
000987     MOVE "N"  TO WS-PAS-FIM-NUMERO
000988     MOVE "N"  TO WS-PAS-INVALIDO
000989     PERFORM 1385-CONFERIR-CARACTER
000990         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8

000991     IF NOT PAS-INVALIDO
000992     AND WS-PAS-TAMANHO NOT < WS-PAS-TAMANHO-MINIMO
000993         MOVE "S" TO WS-CPF-VALIDO
000994     END-IF
000995     .
000996 1380-VALIDAR-PASSAPORTE-EXIT.
000997     EXIT.

000998******************************************************************
000999*    1385-CONFERIR-CARACTER
001000*    CONFERE UMA POSICAO DO NUMERO DO PASSAPORTE: DEPOIS DO
001001*    PRIMEIRO BRANCO SO PODE HAVER BRANCOS, E AS DEMAIS POSICOES
001002*    PRECISAM SER LETRA OU DIGITO.
001003******************************************************************
001004 1385-CONFERIR-CARACTER.
001005     IF WS-PAS-CARACTER (WS-I) = SPACE
001006         MOVE "S" TO WS-PAS-FIM-NUMERO
001007     ELSE
001008         IF PAS-FIM-NUMERO
001009         OR WS-PAS-CARACTER (WS-I) IS NOT LETRA-OU-DIGITO
001010             MOVE "S" TO WS-PAS-INVALIDO
001011         ELSE
001012             ADD 1 TO WS-PAS-TAMANHO
001013         END-IF
001014     END-IF
001015     .

001016******************************************************************
001017*    1350-VERIFICAR-BLOQUEADO
001018*    PROCURA O DOCUMENTO INFORMADO (TIPO MAIS NUMERO) NA TABELA
001019*    DA LISTA DE BLOQUEIO DA PREVENCAO A FRAUDES, LIGANDO O
001020*    INDICADOR DE BLOQUEIO QUANDO ENCONTRA.
001021******************************************************************
001022 1350-VERIFICAR-BLOQUEADO.
001023     MOVE "N"  TO WS-CPF-BLOQUEADO
001024     MOVE ZERO TO WS-IDX-BLQ-ACHADO

001025     PERFORM 1360-COMPARAR-BLQ-TABELA
001026         VARYING WS-IDX-BLQ FROM 1 BY 1
001027         UNTIL WS-IDX-BLQ > WS-QTDE-BLOQ-TABELA
001028         OR WS-IDX-BLQ-ACHADO > ZERO

001029     IF WS-IDX-BLQ-ACHADO > ZERO
001030         MOVE "S" TO WS-CPF-BLOQUEADO
001031     END-IF
001032     .
001033 1350-VERIFICAR-BLOQUEADO-EXIT.
001034     EXIT.

001035******************************************************************
001036*    1360-COMPARAR-BLQ-TABELA
001037*    COMPARA O CPF INFORMADO COM UMA ENTRADA DA TABELA DE
001038*    BLOQUEIO, GUARDANDO A POSICAO QUANDO ENCONTRA.
001039******************************************************************
001040 1360-COMPARAR-BLQ-TABELA.
001041     IF WS-TAB-BLQ-DOC (WS-IDX-BLQ) = WS-CPF
001042     AND WS-TAB-BLQ-TIPO (WS-IDX-BLQ) = WS-TIPO-DOC
001043         MOVE WS-IDX-BLQ TO WS-IDX-BLQ-ACHADO
001044     END-IF
001045     .

001046******************************************************************
001047*    1500-CONSULTAR-MESTRE
001048*    CONSULTA O MESTRE DE VERIFICACOES PELO CPF INFORMADO E
001049*    MOSTRA AO OPERADOR A DATA E O RESULTADO DA ULTIMA
001050*    VERIFICACAO DO CLIENTE, ANTES DE SOLICITAR A DATA DE
001051*    NASCIMENTO.
001052******************************************************************
001053 1500-CONSULTAR-MESTRE.
001054     MOVE "N" TO WS-CLIENTE-EXISTENTE

001055     IF NOT MESTRE-ATIVO
001056         GO TO 1500-CONSULTAR-MESTRE-EXIT
001057     END-IF

001058     MOVE WS-TIPO-DOC TO MST-TIPO-DOC
001059     MOVE WS-CPF      TO MST-DOC-NUMERO
001060     READ ARQ-MESTRE

000021     IF FS-MESTRE-OK
000042         MOVE "S" TO WS-CLIENTE-EXISTENTE
000063         DISPLAY "ULTIMA VERIFICACAO EM " MST-DATA-ULT-VERIF
000084             ": " MST-ULT-RESULTADO
000105             " FAIXA " MST-ULT-FAIXA
000126     ELSE
000147         IF NOT FS-MESTRE-NAO-ACHADO
000168             DISPLAY "ERRO AO LER ARQ-MESTRE. FILE STATUS: "
000189                 WS-FS-MESTRE
000210             MOVE 16 TO RETURN-CODE
000231             STOP RUN
000252         END-IF
000273     END-IF
000294     .
000315 1500-CONSULTAR-MESTRE-EXIT.
000336     EXIT.

000357******************************************************************
000378*    1600-CONSULTAR-HISTORICO
000399*    OFERECE AO OPERADOR A LISTAGEM DO HISTORICO DE
000420*    VERIFICACOES DO CLIENTE: DATA, HORA, IDADE CALCULADA,
000441*    FAIXA, RESULTADO E INDICADOR DE BLOQUEIO DE CADA UMA DAS
000462*    ULTIMAS VERIFICACOES, DIRETO NA TELA DO BALCAO. SO O
000483*    OPERADOR COM A CONSULTA NO PERFIL VE O HISTORICO; A
000504*    CONSULTA E A RECUSA FICAM NO LOG DE ACESSOS.
000525******************************************************************
000546 1600-CONSULTAR-HISTORICO.
000567     IF NOT HISTORICO-ATIVO
000588         GO TO 1600-CONSULTAR-HISTORICO-EXIT
000609     END-IF

000630     DISPLAY "CONSULTAR O HISTORICO DE VERIFICACOES? (S/N)"
000651     ACCEPT WS-RESP-HISTORICO
000672     IF WS-RESP-HISTORICO NOT = "S"
000693         GO TO 1600-CONSULTAR-HISTORICO-EXIT
000714     END-IF

000735     IF NOT PRF-PERMITE-HISTORICO
000756         DISPLAY "CONSULTA AO HISTORICO NAO AUTORIZADA PARA ESTE "
000777             "OPERADOR."
000798         MOVE "R"  TO WS-ACE-EVENTO
000819         MOVE "HS" TO WS-ACE-MOTIVO
000840         PERFORM 1800-GRAVAR-ACESSO
000861             THRU 1800-GRAVAR-ACESSO-EXIT
000882         GO TO 1600-CONSULTAR-HISTORICO-EXIT
000903     END-IF

000924     MOVE "H"    TO WS-ACE-EVENTO
000945     MOVE SPACES TO WS-ACE-MOTIVO
000966     PERFORM 1800-GRAVAR-ACESSO
000987         THRU 1800-GRAVAR-ACESSO-EXIT

001008     MOVE WS-TIPO-DOC TO HST-TIPO-DOC
001029     MOVE WS-CPF TO HST-DOC-NUMERO
001030     MOVE ZEROS  TO HST-DATA-VERIF
001031     MOVE ZEROS  TO HST-HORA-VERIF
001060     END-READ

001061     IF HST-DOC-NUMERO NOT = WS-CPF
001062     OR HST-TIPO-DOC NOT = WS-TIPO-DOC
001063         MOVE "S" TO WS-FIM-HISTORICO
001064         GO TO 1650-LISTAR-HISTORICO-EXIT
001065     END-IF

001066     ADD 1 TO WS-QTDE-HIST
001067     DISPLAY HST-DATA-VERIF " " HST-HORA-VERIF
001068         " IDADE " HST-IDADE-CALC
001069         " FX " HST-FAIXA-ETARIA
001070         " " HST-RESULTADO
001071         " BLOQ " HST-BLOQUEADO
001072     .
001073 1650-LISTAR-HISTORICO-EXIT.
001074     EXIT.

001075******************************************************************
001076*    1700-IDENTIFICAR-OPERADOR
001077*    EXIGE A IDENTIFICACAO DO OPERADOR DO BALCAO ANTES DE
001078*    QUALQUER VERIFICACAO: CODIGO E SENHA CONFERIDOS NO CADASTRO
001079*    DE OPERADORES, ATE WS-MAX-FALHAS TENTATIVAS NA SESSAO. SEM
001080*    O CADASTRO A VERIFICACAO NAO RODA (RETURN-CODE 16); SEM
001081*    IDENTIFICACAO A SESSAO E ENCERRADA COM RETURN-CODE 8.
001082******************************************************************
001083 1700-IDENTIFICAR-OPERADOR.
001084     MOVE "N"  TO WS-OPERADOR-IDENTIFICADO
001085     MOVE "N"  TO WS-ACESSO-ENCERRADO
001086     MOVE ZERO TO WS-QTDE-TENTATIVAS
001087     MOVE SPACES TO WS-PERFIL

001088     OPEN I-O ARQ-OPERADORES
001089     IF NOT FS-OPERADORES-OK
001090         DISPLAY "ERRO AO ABRIR ARQ-OPERADORES. FILE STATUS: "
001091             WS-FS-OPERADORES
001092         DISPLAY "A VERIFICACAO NAO PODE PROSSEGUIR."
001093         MOVE 16 TO RETURN-CODE
001094         PERFORM 8900-ENCERRAR-SESSAO
001095             THRU 8900-ENCERRAR-SESSAO-EXIT
001096     END-IF

001097     PERFORM 1710-TENTAR-ACESSO
001098         THRU 1710-TENTAR-ACESSO-EXIT
001099         UNTIL OPERADOR-IDENTIFICADO
001100         OR ACESSO-ENCERRADO
001101         OR WS-QTDE-TENTATIVAS NOT < WS-MAX-FALHAS

001102     CLOSE ARQ-OPERADORES

001103     IF NOT OPERADOR-IDENTIFICADO
001104         DISPLAY "ACESSO RECUSADO. A VERIFICACAO NAO PODE "
001105             "PROSSEGUIR."
001106         MOVE 8 TO RETURN-CODE
001107         PERFORM 8900-ENCERRAR-SESSAO
001108             THRU 8900-ENCERRAR-SESSAO-EXIT
001109     END-IF
001110     .
001111 1700-IDENTIFICAR-OPERADOR-EXIT.
001112     EXIT.

001113******************************************************************
001114*    1710-TENTAR-ACESSO
001115*    UMA TENTATIVA DE IDENTIFICACAO. OPERADOR DESCONHECIDO OU
001116*    SENHA ERRADA RECEBEM A MESMA MENSAGEM. A SENHA ERRADA SOMA
001117*    UMA FALHA NO CADASTRO E, AO ATINGIR WS-MAX-FALHAS FALHAS
001118*    SEGUIDAS, BLOQUEIA O OPERADOR ATE A MANUTENCAO. OPERADOR
001119*    INATIVO OU BLOQUEADO ENCERRA AS TENTATIVAS. O ACESSO ACEITO
001120*    ZERA AS FALHAS E CARREGA O PERFIL. TODA TENTATIVA VAI PARA
001121*    O LOG DE ACESSOS.
001122******************************************************************
001123 1710-TENTAR-ACESSO.
001124     ADD 1 TO WS-QTDE-TENTATIVAS
001125     DISPLAY "INFORME O SEU CODIGO DE OPERADOR"
001126     ACCEPT WS-OPERADOR
001127     DISPLAY "INFORME A SUA SENHA"
001128     ACCEPT WS-SENHA

001129     MOVE "F"         TO WS-ACE-EVENTO
001130     MOVE WS-OPERADOR TO OPR-ID
001131     READ ARQ-OPERADORES
001132     IF FS-OPERADORES-NAO-ACHADO
001133         DISPLAY "OPERADOR OU SENHA INVALIDOS."
001134         MOVE "DE" TO WS-ACE-MOTIVO
001135         PERFORM 1800-GRAVAR-ACESSO
001136             THRU 1800-GRAVAR-ACESSO-EXIT
001137         GO TO 1710-TENTAR-ACESSO-EXIT
001138     END-IF
001139     IF NOT FS-OPERADORES-OK
001140         DISPLAY "ERRO AO LER ARQ-OPERADORES. FILE STATUS: "
001141             WS-FS-OPERADORES
001142         CLOSE ARQ-OPERADORES
001143         MOVE 16 TO RETURN-CODE
001144         PERFORM 8900-ENCERRAR-SESSAO
001145             THRU 8900-ENCERRAR-SESSAO-EXIT
001146     END-IF

001147     IF NOT OPR-SIT-ATIVO
001148         DISPLAY "OPERADOR INATIVO. PROCURE O SUPERVISOR."
001149         MOVE "IN" TO WS-ACE-MOTIVO
001150         MOVE "S"  TO WS-ACESSO-ENCERRADO
001151         PERFORM 1800-GRAVAR-ACESSO
001152             THRU 1800-GRAVAR-ACESSO-EXIT
001153         GO TO 1710-TENTAR-ACESSO-EXIT
001154     END-IF

001155     IF OPR-SIT-TRAVADO
001156         DISPLAY "OPERADOR BLOQUEADO POR FALHAS DE SENHA. "
001157             "PROCURE O SUPERVISOR."
001158         MOVE "BL" TO WS-ACE-MOTIVO
001159         MOVE "S"  TO WS-ACESSO-ENCERRADO
001160         PERFORM 1800-GRAVAR-ACESSO
001161             THRU 1800-GRAVAR-ACESSO-EXIT
001162         GO TO 1710-TENTAR-ACESSO-EXIT
001163     END-IF

001164     PERFORM 1720-CALCULAR-RESUMO
001165         THRU 1720-CALCULAR-RESUMO-EXIT

001166     IF WS-SNH-RESULTADO NOT = OPR-SENHA-HASH
001167         IF OPR-FALHAS NOT NUMERIC
001168             MOVE ZERO TO OPR-FALHAS
001169         END-IF
001170         ADD 1 TO OPR-FALHAS
001171         IF OPR-FALHAS NOT < WS-MAX-FALHAS
001172             MOVE "S"  TO OPR-TRAVADO
001173             MOVE "TR" TO WS-ACE-MOTIVO
001174             MOVE "S"  TO WS-ACESSO-ENCERRADO
001175             DISPLAY "OPERADOR OU SENHA INVALIDOS. OPERADOR "
001176                 "BLOQUEADO: PROCURE O SUPERVISOR."
001177         ELSE
001178             MOVE "SE" TO WS-ACE-MOTIVO
001179             DISPLAY "OPERADOR OU SENHA INVALIDOS."
001180         END-IF
001181         PERFORM 1730-REGRAVAR-OPERADOR
001182             THRU 1730-REGRAVAR-OPERADOR-EXIT
001183         PERFORM 1800-GRAVAR-ACESSO
001184             THRU 1800-GRAVAR-ACESSO-EXIT
001185         GO TO 1710-TENTAR-ACESSO-EXIT
001186     END-IF

001187     MOVE ZERO            TO OPR-FALHAS
001188     MOVE WS-DATA-SISTEMA TO OPR-DATA-ULT-ACESSO
001189     PERFORM 1730-REGRAVAR-OPERADOR
001190         THRU 1730-REGRAVAR-OPERADOR-EXIT

001191     MOVE OPR-PERFIL TO WS-PERFIL
001192     MOVE "S"        TO WS-OPERADOR-IDENTIFICADO
001193     MOVE "S"        TO WS-ACE-EVENTO
001194     MOVE SPACES     TO WS-ACE-MOTIVO
001195     PERFORM 1800-GRAVAR-ACESSO
001196         THRU 1800-GRAVAR-ACESSO-EXIT
001197     DISPLAY "OPERADOR IDENTIFICADO: " OPR-NOME
001198     .
001199 1710-TENTAR-ACESSO-EXIT.
001200     EXIT.

001201******************************************************************
001202*    1720-CALCULAR-RESUMO
001203*    CALCULA EM WS-SNH-RESULTADO O RESUMO DA SENHA DIGITADA PARA
001204*    O OPERADOR DIGITADO, NA MESMA FORMA GRAVADA PELA MANUTENCAO
001205*    DO CADASTRO DE OPERADORES.
001206******************************************************************
001207 1720-CALCULAR-RESUMO.
001208     MOVE WS-OPERADOR TO WS-SNH-ENT-OPERADOR-1
001209     MOVE WS-SENHA    TO WS-SNH-ENT-SENHA
001210     MOVE WS-OPERADOR TO WS-SNH-ENT-OPERADOR-2
001211     MOVE SPACES      TO WS-SENHA

001212     MOVE ZERO TO WS-SNH-ACUM-1
001213     MOVE ZERO TO WS-SNH-ACUM-2
001214     PERFORM 1725-ACUMULAR-BYTE
001215         THRU 1725-ACUMULAR-BYTE-EXIT
001216         VARYING WS-SNH-IDX FROM 1 BY 1
001217         UNTIL WS-SNH-IDX > 32

001218     MOVE WS-SNH-ACUM-1 TO WS-SNH-H1
001219     MOVE WS-SNH-ACUM-2 TO WS-SNH-H2
001220     MOVE SPACES        TO WS-SNH-ENTRADA
001221     .
001222 1720-CALCULAR-RESUMO-EXIT.
001223     EXIT.

001224******************************************************************
001225*    1725-ACUMULAR-BYTE
001226*    SOMA O BYTE WS-SNH-IDX DA ENTRADA AOS DOIS ACUMULADORES:
001227*    ACUMULADOR = (ACUMULADOR * BASE + BYTE + 1) MODULO PRIMO.
001228******************************************************************
001229 1725-ACUMULAR-BYTE.
001230     MOVE WS-SNH-ENT-BYTE (WS-SNH-IDX) TO WS-SNH-BYTE

001231     COMPUTE WS-SNH-ACUM =
001232         WS-SNH-ACUM-1 * 257 + WS-SNH-BYTE-N + 1
001233     DIVIDE WS-SNH-ACUM BY WS-SNH-PRIMO-1
001234         GIVING WS-SNH-QUOC REMAINDER WS-SNH-ACUM-1

001235     COMPUTE WS-SNH-ACUM =
001236         WS-SNH-ACUM-2 * 263 + WS-SNH-BYTE-N + 1
001237     DIVIDE WS-SNH-ACUM BY WS-SNH-PRIMO-2
001238         GIVING WS-SNH-QUOC REMAINDER WS-SNH-ACUM-2
001239     .
001240 1725-ACUMULAR-BYTE-EXIT.
001241     EXIT.

001242******************************************************************
001243*    1730-REGRAVAR-OPERADOR
001244*    REGRAVA NO CADASTRO AS FALHAS, O BLOQUEIO E A DATA DO
001245*    ULTIMO ACESSO DO OPERADOR. FALHA NA REGRAVACAO E FATAL: O
001246*    CONTROLE DE BLOQUEIO NAO PODE SER PERDIDO.
001247******************************************************************
001248 1730-REGRAVAR-OPERADOR.
001249     REWRITE OPERADOR-REG
001250     IF NOT FS-OPERADORES-OK
001251         DISPLAY "ERRO AO GRAVAR ARQ-OPERADORES. FILE STATUS: "
001252             WS-FS-OPERADORES
001253         CLOSE ARQ-OPERADORES
001254         MOVE 16 TO RETURN-CODE
001255         PERFORM 8900-ENCERRAR-SESSAO
001256             THRU 8900-ENCERRAR-SESSAO-EXIT
001257     END-IF
001258     .
001259 1730-REGRAVAR-OPERADOR-EXIT.
001260     EXIT.

001261******************************************************************
001262*    1750-OBTER-PROPOSITO
001263*    SOLICITA O PROPOSITO DA VERIFICACAO. EM BRANCO E O PROPOSITO
001264*    PADRAO (WS-IDADE-MINIMA E WS-CONSENTE-PADRAO); UM CODIGO DO
001265*    CARTAO DE PARAMETROS TRAZ A SUA IDADE MINIMA E O SEU
001266*    INDICADOR DE CONSENTIMENTO. CODIGO DESCONHECIDO E SOLICITADO
001267*    DE NOVO. PROPOSITO FORA DO PERFIL DO OPERADOR ENCERRA A
001268*    SESSAO COM RETURN-CODE 4 E FICA NO LOG DE ACESSOS.
001269******************************************************************
001270 1750-OBTER-PROPOSITO.
001271     MOVE "N" TO WS-PROPOSITO-VALIDO
001272     DISPLAY "INFORME O PROPOSITO DA VERIFICACAO (EM BRANCO = "
001273         "PADRAO)"
001274     ACCEPT WS-PROPOSITO

001275     IF WS-PROPOSITO = SPACES
001276         IF NOT PRF-PERMITE-PADRAO
001277             GO TO 1750-RECUSAR-PROPOSITO
001278         END-IF
001279         MOVE "S" TO WS-PROPOSITO-VALIDO
001280         GO TO 1750-OBTER-PROPOSITO-EXIT
001281     END-IF

001282     MOVE ZERO TO WS-IDX-PROP-ACHADO
001283     PERFORM 1760-PROCURAR-PROPOSITO
001284         THRU 1760-PROCURAR-PROPOSITO-EXIT
001285         VARYING WS-IDX-PROP FROM 1 BY 1
001286         UNTIL WS-IDX-PROP > WS-QTDE-PROPOSITOS
001287         OR WS-IDX-PROP-ACHADO > ZERO

001288     IF WS-IDX-PROP-ACHADO = ZERO
001289         DISPLAY "PROPOSITO DESCONHECIDO: " WS-PROPOSITO
001290         GO TO 1750-OBTER-PROPOSITO-EXIT
001291     END-IF

001292     MOVE ZERO TO WS-IDX-PRF-ACHADO
001293     PERFORM 1770-CONFERIR-PERFIL
001294         THRU 1770-CONFERIR-PERFIL-EXIT
001295         VARYING WS-IDX-PRF FROM 1 BY 1
001296         UNTIL WS-IDX-PRF > 5
001297         OR WS-IDX-PRF-ACHADO > ZERO

001298     IF WS-IDX-PRF-ACHADO = ZERO
001299         GO TO 1750-RECUSAR-PROPOSITO
001300     END-IF

001301     MOVE WS-TAB-PROP-IDADE (WS-IDX-PROP-ACHADO)
001302         TO WS-IDADE-MINIMA
001303     MOVE WS-TAB-PROP-CONSENTE (WS-IDX-PROP-ACHADO)
001304         TO WS-CONSENTE-PADRAO
001305     MOVE "S" TO WS-PROPOSITO-VALIDO
001306     GO TO 1750-OBTER-PROPOSITO-EXIT
001307     .
001308 1750-RECUSAR-PROPOSITO.
001309     DISPLAY "PROPOSITO NAO AUTORIZADO PARA ESTE OPERADOR."
001310     DISPLAY "A VERIFICACAO NAO PODE PROSSEGUIR."
001311     MOVE "R"  TO WS-ACE-EVENTO
001312     MOVE "PR" TO WS-ACE-MOTIVO
001313     PERFORM 1800-GRAVAR-ACESSO
001314         THRU 1800-GRAVAR-ACESSO-EXIT
001315     MOVE 4 TO RETURN-CODE
001316     PERFORM 8900-ENCERRAR-SESSAO
001317         THRU 8900-ENCERRAR-SESSAO-EXIT
001318     .
001319 1750-OBTER-PROPOSITO-EXIT.
001320     EXIT.

001321******************************************************************
001322*    1760-PROCURAR-PROPOSITO
001323*    COMPARA O PROPOSITO INFORMADO COM UMA ENTRADA DA TABELA DE
001324*    PROPOSITOS, GUARDANDO A POSICAO QUANDO ENCONTRA.
001325******************************************************************
001326 1760-PROCURAR-PROPOSITO.
001327     IF WS-TAB-PROP-CODIGO (WS-IDX-PROP) = WS-PROPOSITO
001328         MOVE WS-IDX-PROP TO WS-IDX-PROP-ACHADO
001329     END-IF
001330     .
001331 1760-PROCURAR-PROPOSITO-EXIT.
001332     EXIT.

001333******************************************************************
001334*    1770-CONFERIR-PERFIL
001335*    COMPARA O PROPOSITO INFORMADO COM UM CODIGO PERMITIDO NO
001336*    PERFIL DO OPERADOR, GUARDANDO A POSICAO QUANDO ENCONTRA.
001337******************************************************************
001338 1770-CONFERIR-PERFIL.
001339     IF WS-PRF-PROP-CODIGO (WS-IDX-PRF) = WS-PROPOSITO
001340         MOVE WS-IDX-PRF TO WS-IDX-PRF-ACHADO
001341     END-IF
001342     .
001343 1770-CONFERIR-PERFIL-EXIT.
001344     EXIT.

001345******************************************************************
001346*    1800-GRAVAR-ACESSO
001347*    GRAVA UM EVENTO NO LOG DE ACESSOS (WS-ACE-EVENTO E
001348*    WS-ACE-MOTIVO) COM O OPERADOR, O PROPOSITO E, NOS EVENTOS
001349*    SOBRE UM TITULAR, O DOCUMENTO E O RESULTADO. O LOG E UM
001350*    CONTROLE DE SUPERVISAO: FALHA AO GRAVA-LO E AVISADA AO
001351*    OPERADOR MAS NAO IMPEDE A VERIFICACAO.
001352******************************************************************
001353 1800-GRAVAR-ACESSO.
001354     OPEN EXTEND ARQ-ACESSOS
001355     IF NOT FS-ACESSOS-OK
001356         OPEN OUTPUT ARQ-ACESSOS
001357     END-IF
001358     IF NOT FS-ACESSOS-OK
001359         DISPLAY "LOG DE ACESSOS INDISPONIVEL. FILE STATUS: "
001360             WS-FS-ACESSOS
001361         GO TO 1800-GRAVAR-ACESSO-EXIT
001362     END-IF

001363     ACCEPT WS-HORA-ACE-SIS FROM TIME
001364     COMPUTE WS-HORA-ACESSO = WS-HORA-ACE-SIS / 100

001365     MOVE SPACES          TO ACESSO-REG
001366     MOVE WS-DATA-SISTEMA TO ACE-DATA
001367     MOVE WS-HORA-ACESSO  TO ACE-HORA
001368     MOVE WS-OPERADOR     TO ACE-OPERADOR
001369     MOVE WS-ACE-EVENTO   TO ACE-EVENTO
001370     MOVE WS-ACE-MOTIVO   TO ACE-MOTIVO
001371     MOVE WS-PROPOSITO    TO ACE-PROPOSITO
001372     IF ACE-VERIFICACAO
001373         MOVE WS-RESULTADO TO ACE-RESULTADO
001374     END-IF
001375     IF ACE-VERIFICACAO
001376     OR ACE-DOC-BLOQUEADO
001377     OR ACE-CONSULTA-HIST
001378     OR WS-ACE-MOTIVO = "HS"
001379         MOVE WS-TIPO-DOC  TO ACE-TIPO-DOC
001380         MOVE WS-CPF       TO ACE-DOC-NUMERO
001381     END-IF

001382     WRITE ACESSO-REG

001383     CLOSE ARQ-ACESSOS
001384     .
001385 1800-GRAVAR-ACESSO-EXIT.
001386     EXIT.

000957******************************************************************
000958*    1400-VALIDAR-DATA-NASCTO
001173     EXIT.
001174
001175******************************************************************
001176*    3500-VERIFICAR-RESPONSAVEL
001177*    CONFERE O RESPONSAVEL LEGAL DO MENOR QUANDO O PROPOSITO
001178*    PADRAO ADMITE CONSENTIMENTO. O CPF DO RESPONSAVEL VEM DO
001179*    CADASTRO DE RESPONSAVEIS, LIDO PELO TIPO E NUMERO DO
001180*    DOCUMENTO DO MENOR, E PRECISA PASSAR NO DV, ESTAR
001181*    FORA DA LISTA DE BLOQUEIO E SER MAIOR NA ULTIMA
001182*    VERIFICACAO DO MESTRE, NESSA ORDEM; A PRIMEIRA FALHA DA A
001183*    SITUACAO. O CPF DO CLIENTE, AS SUAS INDICACOES DE
001184*    VALIDADE E BLOQUEIO E O SEU REGISTRO DO MESTRE SAO
001185*    GUARDADOS E RESTAURADOS, POIS A CONFERENCIA REUSA AS
001186*    MESMAS AREAS. CADASTRO INDISPONIVEL E TRATADO COMO MENOR
001187*    SEM RESPONSAVEL, COM AVISO AO OPERADOR.
001188******************************************************************
001189 3500-VERIFICAR-RESPONSAVEL.
001190     MOVE SPACES TO WS-DOC-RESPONSAVEL
001191     MOVE SPACES TO WS-SIT-RESPONSAVEL

001192     IF WS-RESULTADO NOT = "MENOR"
001193     OR NOT PROPOSITO-ADMITE-CONSENT
001194         GO TO 3500-VERIFICAR-RESPONSAVEL-EXIT
001195     END-IF

001196     MOVE "A" TO WS-SIT-RESPONSAVEL

001197     OPEN INPUT ARQ-RESPONSAVEIS
001198     IF NOT FS-RESPONSAVEIS-OK
001199         IF NOT FS-RESPONSAVEIS-AUSENTE
001200             DISPLAY "CADASTRO DE RESPONSAVEIS INDISPONIVEL. "
001201                 "FILE STATUS: " WS-FS-RESPONSAVEIS
001202         END-IF
001203         GO TO 3500-MOSTRAR-SITUACAO
001204     END-IF

001205     MOVE WS-TIPO-DOC TO RSP-TIPO-MENOR
001206     MOVE WS-CPF      TO RSP-DOC-MENOR
001207     READ ARQ-RESPONSAVEIS
001208     IF FS-RESPONSAVEIS-OK
001209         MOVE RSP-DOC-RESPONSAVEL TO WS-DOC-RESPONSAVEL
001210     END-IF
001211     CLOSE ARQ-RESPONSAVEIS

001212     IF WS-DOC-RESPONSAVEL = SPACES
001213         GO TO 3500-MOSTRAR-SITUACAO
001214     END-IF

001215     MOVE WS-CPF            TO WS-CPF-SALVO
001216     MOVE WS-TIPO-DOC       TO WS-TIPO-DOC-SALVO
001217     MOVE WS-CPF-VALIDO     TO WS-CPF-VALIDO-SALVO
001218     MOVE WS-CPF-BLOQUEADO  TO WS-CPF-BLOQUEADO-SALVO
001219     MOVE WS-IDX-BLQ-ACHADO TO WS-IDX-BLQ-SALVO
001220     MOVE MESTRE-REG        TO WS-MESTRE-SALVO

001221     PERFORM 3550-CONFERIR-RESPONSAVEL
001222         THRU 3550-CONFERIR-RESPONSAVEL-EXIT

001223     MOVE WS-CPF-SALVO           TO WS-CPF
001224     MOVE WS-TIPO-DOC-SALVO      TO WS-TIPO-DOC
001225     MOVE WS-CPF-VALIDO-SALVO    TO WS-CPF-VALIDO
001226     MOVE WS-CPF-BLOQUEADO-SALVO TO WS-CPF-BLOQUEADO
001227     MOVE WS-IDX-BLQ-SALVO       TO WS-IDX-BLQ-ACHADO
001228     MOVE WS-MESTRE-SALVO        TO MESTRE-REG
001229     .
001230 3500-MOSTRAR-SITUACAO.
001231     EVALUATE WS-SIT-RESPONSAVEL
001232         WHEN "V"
001233             DISPLAY "RESPONSAVEL LEGAL: " WS-DOC-RESPONSAVEL
001234                 " - VALIDO"
001235         WHEN "A"
001236             DISPLAY "MENOR SEM RESPONSAVEL LEGAL CADASTRADO"
001237         WHEN "D"
001238             DISPLAY "RESPONSAVEL LEGAL: " WS-DOC-RESPONSAVEL
001239                 " - CPF INVALIDO"
001240         WHEN "B"
001241             DISPLAY "RESPONSAVEL LEGAL: " WS-DOC-RESPONSAVEL
001242                 " - BLOQUEADO"
001243         WHEN "N"
001244             DISPLAY "RESPONSAVEL LEGAL: " WS-DOC-RESPONSAVEL
001245                 " - SEM VERIFICACAO NO MESTRE"
001246         WHEN "M"
001247             DISPLAY "RESPONSAVEL LEGAL: " WS-DOC-RESPONSAVEL
001248                 " - NAO E MAIOR DE IDADE"
001249     END-EVALUATE
001250     .
001251 3500-VERIFICAR-RESPONSAVEL-EXIT.
001252     EXIT.
001253
001254******************************************************************
001255*    3550-CONFERIR-RESPONSAVEL
001256*    APLICA AO CPF DO RESPONSAVEL A VALIDACAO DO DV, A LISTA DE
001257*    BLOQUEIO E A CONSULTA AO MESTRE, DEIXANDO A SITUACAO EM
001258*    WS-SIT-RESPONSAVEL.
001259******************************************************************
001260 3550-CONFERIR-RESPONSAVEL.
001261     MOVE "C"                TO WS-TIPO-DOC
001262     MOVE WS-DOC-RESPONSAVEL TO WS-CPF
001263     PERFORM 1300-VALIDAR-CPF
001264         THRU 1300-VALIDAR-CPF-EXIT
001265     IF NOT CPF-VALIDO
001266         MOVE "D" TO WS-SIT-RESPONSAVEL
001267         GO TO 3550-CONFERIR-RESPONSAVEL-EXIT
001268     END-IF

001269     PERFORM 1350-VERIFICAR-BLOQUEADO
001270         THRU 1350-VERIFICAR-BLOQUEADO-EXIT
001271     IF CPF-BLOQUEADO
001272         MOVE "B" TO WS-SIT-RESPONSAVEL
001273         GO TO 3550-CONFERIR-RESPONSAVEL-EXIT
001274     END-IF

001275     MOVE "N" TO WS-SIT-RESPONSAVEL
001276     IF NOT MESTRE-ATIVO
001277         GO TO 3550-CONFERIR-RESPONSAVEL-EXIT
001278     END-IF

001279     MOVE "C"                TO MST-TIPO-DOC
001280     MOVE WS-DOC-RESPONSAVEL TO MST-DOC-NUMERO
001281     READ ARQ-MESTRE
001282     IF FS-MESTRE-OK
001283         IF MST-ULT-RESULTADO = "MAIOR"
001284             MOVE "V" TO WS-SIT-RESPONSAVEL
001285         ELSE
001286             MOVE "M" TO WS-SIT-RESPONSAVEL
001287         END-IF
001288     END-IF
001289     .
001290 3550-CONFERIR-RESPONSAVEL-EXIT.
001291     EXIT.
001292
001293******************************************************************
001294*    4000-GRAVAR-AUDITORIA
001295*    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM OS DADOS DA
001296*    VERIFICACAO REALIZADA, PARA COMPROVACAO POSTERIOR DE QUE O
001297*    CLIENTE FOI CORRETAMENTE TRIADO.
001298******************************************************************
001299 4000-GRAVAR-AUDITORIA.
001300     ACCEPT WS-HORA-SISTEMA FROM TIME
001182     COMPUTE WS-HORA-VERIF = WS-HORA-SISTEMA / 100

001183     OPEN EXTEND ARQ-AUDITORIA
001192     MOVE WS-FAIXA-ETARIA      TO AUD-FAIXA-ETARIA
001193     MOVE WS-RESULTADO         TO AUD-RESULTADO
001194     MOVE WS-CPF               TO AUD-DOC-NUMERO
001195     MOVE WS-TIPO-DOC          TO AUD-TIPO-DOC
001196     MOVE WS-CPF-VALIDO        TO AUD-CPF-VALIDO
001197     MOVE WS-CPF-BLOQUEADO     TO AUD-BLOQUEADO
001198     MOVE "INTERATV"           TO AUD-SIST-ORIGEM
001199     MOVE WS-PROPOSITO         TO AUD-PROPOSITO
001200     MOVE WS-IDADE-MINIMA      TO AUD-IDADE-MINIMA
001201     MOVE WS-DOC-RESPONSAVEL   TO AUD-DOC-RESPONSAVEL
001202     MOVE WS-SIT-RESPONSAVEL   TO AUD-SIT-RESPONSAVEL
001203     MOVE WS-OPERADOR          TO AUD-OPERADOR

001195     WRITE AUDIT-REG

001212     MOVE SPACES TO ONBOARDING-REG

001213     MOVE WS-CPF               TO ONB-DOC-NUMERO
001214     MOVE WS-TIPO-DOC          TO ONB-TIPO-DOC
001215     MOVE WS-IDADE             TO ONB-IDADE-CALC
001216     MOVE WS-RESULTADO         TO ONB-RESULTADO
001217     MOVE WS-DATA-SISTEMA-CCYY TO ONB-DATA-VERIF-CCYY
001218     MOVE WS-DATA-SISTEMA-MM   TO ONB-DATA-VERIF-MM
001219     MOVE WS-DATA-SISTEMA-DD   TO ONB-DATA-VERIF-DD
001220     MOVE WS-PROPOSITO         TO ONB-PROPOSITO
001221     MOVE WS-IDADE-MINIMA      TO ONB-IDADE-MINIMA
001222     MOVE WS-DOC-RESPONSAVEL   TO ONB-DOC-RESPONSAVEL
001223     MOVE WS-SIT-RESPONSAVEL   TO ONB-SIT-RESPONSAVEL

001224     WRITE ONBOARDING-REG

001220     CLOSE ARQ-ONBOARDING
001221     .
001237         MOVE SPACES TO MESTRE-REG
001238     END-IF

001239     MOVE WS-TIPO-DOC          TO MST-TIPO-DOC
001236     MOVE WS-CPF               TO MST-DOC-NUMERO
001237     MOVE WS-DT-NASCTO-CCYY    TO MST-DT-NASCTO-CCYY
001238     MOVE WS-DT-NASCTO-MM      TO MST-DT-NASCTO-MM
001242     MOVE WS-DATA-SISTEMA-DD   TO MST-ULT-VERIF-DD
001243     MOVE WS-RESULTADO         TO MST-ULT-RESULTADO
001244     MOVE WS-FAIXA-ETARIA      TO MST-ULT-FAIXA
001245     MOVE WS-PROPOSITO         TO MST-ULT-PROPOSITO
001246     MOVE WS-SIT-RESPONSAVEL   TO MST-ULT-SIT-RESP

001247     IF CLIENTE-EXISTENTE
000013         REWRITE MESTRE-REG
000027     ELSE
000040         WRITE MESTRE-REG
000054     END-IF

000067     IF NOT FS-MESTRE-OK
000081         DISPLAY "ERRO AO GRAVAR ARQ-MESTRE. FILE STATUS: "
000094             WS-FS-MESTRE
000108         MOVE 16 TO RETURN-CODE
000121         STOP RUN
000135     END-IF

000148     CLOSE ARQ-MESTRE
000162     .
000175 5000-ATUALIZAR-MESTRE-EXIT.
000189     EXIT.

000202******************************************************************
000216*    5500-GRAVAR-HISTORICO
000229*    GRAVA A VERIFICACAO REALIZADA NO HISTORICO DE VERIFICACOES
000243*    E EXPURGA AS MAIS ANTIGAS DO CLIENTE ATE RESTAREM APENAS
000256*    AS ULTIMAS N. A HORA DA CHAVE E A MESMA GRAVADA NA
000270*    AUDITORIA; UMA SEGUNDA VERIFICACAO DO MESMO CPF NO MESMO
000284*    SEGUNDO REGRAVA O REGISTRO EXISTENTE.
000297******************************************************************
000311 5500-GRAVAR-HISTORICO.
000324     IF NOT HISTORICO-ATIVO
000338         GO TO 5500-GRAVAR-HISTORICO-EXIT
000351     END-IF

000365     MOVE SPACES           TO HISTORICO-REG
000378     MOVE WS-TIPO-DOC      TO HST-TIPO-DOC
000392     MOVE WS-CPF           TO HST-DOC-NUMERO
000405     MOVE WS-DATA-SISTEMA  TO HST-DATA-VERIF
000419     MOVE WS-HORA-VERIF    TO HST-HORA-VERIF
000432     MOVE WS-IDADE         TO HST-IDADE-CALC
000446     MOVE WS-FAIXA-ETARIA  TO HST-FAIXA-ETARIA
000459     MOVE WS-RESULTADO     TO HST-RESULTADO
000473     MOVE WS-CPF-BLOQUEADO TO HST-BLOQUEADO
000486     MOVE WS-PROPOSITO     TO HST-PROPOSITO
000500     MOVE WS-OPERADOR      TO HST-OPERADOR

000513     WRITE HISTORICO-REG
000527     IF FS-HISTORICO-DUPLIC
000541         REWRITE HISTORICO-REG
000554     END-IF
000568     IF NOT FS-HISTORICO-OK
000581         DISPLAY "ERRO AO GRAVAR ARQ-HISTORICO. FILE STATUS: "
000595             WS-FS-HISTORICO
000608         CLOSE ARQ-HISTORICO
000622         GO TO 5500-GRAVAR-HISTORICO-EXIT
000635     END-IF

000649     PERFORM 5600-CONTAR-HISTORICO
000662         THRU 5600-CONTAR-HISTORICO-EXIT

000676     PERFORM 5700-EXPURGAR-ANTIGO
000689         THRU 5700-EXPURGAR-ANTIGO-EXIT
000703         UNTIL WS-QTDE-HIST <= WS-MAX-HISTORICO

000716     CLOSE ARQ-HISTORICO
000730     .
000743 5500-GRAVAR-HISTORICO-EXIT.
000757     EXIT.

000770******************************************************************
000784*    5600-CONTAR-HISTORICO
000797*    CONTA AS VERIFICACOES DO CLIENTE NO HISTORICO, GUARDANDO A
000811*    CHAVE DA MAIS ANTIGA (A PRIMEIRA NA ORDEM DA CHAVE) PARA
000825*    UM EVENTUAL EXPURGO.
000838******************************************************************
000852 5600-CONTAR-HISTORICO.
000865     MOVE ZERO   TO WS-QTDE-HIST
000879     MOVE SPACES TO WS-CHA-TIPO
000892     MOVE SPACES TO WS-CHA-DOC
000906     MOVE ZEROS  TO WS-CHA-DATA
000919     MOVE ZEROS  TO WS-CHA-HORA

000933     MOVE WS-TIPO-DOC TO HST-TIPO-DOC
000946     MOVE WS-CPF TO HST-DOC-NUMERO
000960     MOVE ZEROS  TO HST-DATA-VERIF
000973     MOVE ZEROS  TO HST-HORA-VERIF
000987     START ARQ-HISTORICO
001000         KEY IS NOT LESS THAN HST-CHAVE
001014     END-START
001027     IF NOT FS-HISTORICO-OK
001041         GO TO 5600-CONTAR-HISTORICO-EXIT
001054     END-IF

001068     MOVE "N" TO WS-FIM-HISTORICO
001082     PERFORM 5650-CONTAR-UM
001095         THRU 5650-CONTAR-UM-EXIT
001109         UNTIL FIM-DO-HISTORICO
001122     .
001136 5600-CONTAR-HISTORICO-EXIT.
001149     EXIT.

001163******************************************************************
001176*    5650-CONTAR-UM
001190*    LE A PROXIMA VERIFICACAO DO HISTORICO E A CONTA, GUARDANDO
001203*    A CHAVE DA PRIMEIRA (MAIS ANTIGA) DO CLIENTE.
001217******************************************************************
001230 5650-CONTAR-UM.
001244     READ ARQ-HISTORICO NEXT RECORD
001257         AT END
001271             MOVE "S" TO WS-FIM-HISTORICO
001284             GO TO 5650-CONTAR-UM-EXIT
001298     END-READ

001311     IF HST-DOC-NUMERO NOT = WS-CPF
001325     OR HST-TIPO-DOC NOT = WS-TIPO-DOC
001339         MOVE "S" TO WS-FIM-HISTORICO
001340         GO TO 5650-CONTAR-UM-EXIT
001341     END-IF
001370     EXIT.

001371******************************************************************
001381*    8900-ENCERRAR-SESSAO
001391*    ENCERRA A SESSAO DO BALCAO ANTES DO FIM NORMAL (DOCUMENTO
001401*    BLOQUEADO, ACESSO OU PROPOSITO RECUSADO): FECHA O MESTRE E
001411*    O HISTORICO, SE ABERTOS, E GRAVA O FIM NO JORNAL COM O
001421*    RETURN-CODE CORRENTE.
001431******************************************************************
001441 8900-ENCERRAR-SESSAO.
001451     IF MESTRE-ATIVO
001461         CLOSE ARQ-MESTRE
001471     END-IF
001481     IF HISTORICO-ATIVO
001491         CLOSE ARQ-HISTORICO
001501     END-IF
001511     MOVE "F" TO WS-JRN-TIPO
001521     PERFORM 9800-GRAVAR-JORNAL
001531         THRU 9800-GRAVAR-JORNAL-EXIT
001541     STOP RUN
001551     .
001561 8900-ENCERRAR-SESSAO-EXIT.
001571     EXIT.

001581******************************************************************
001591*    9700-CONFERIR-CADEIA
001601*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
001611*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
001621*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
001631*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
001641*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
001651*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
001661*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
001671*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
001681*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
001691*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
001701*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
001711*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
001721*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
001731*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
001741******************************************************************
001751 9700-CONFERIR-CADEIA.
001761     PERFORM 9710-LER-DEFINICAO
001771         THRU 9710-LER-DEFINICAO-EXIT
001781
001791     IF NOT CAD-DEFINIDO
001801         GO TO 9700-CONFERIR-CADEIA-EXIT
001811     END-IF
001821
001831     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
001841     ACCEPT WS-CAD-HORA-SIS FROM TIME
001851     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
001861     PERFORM 9760-CALCULAR-DATA-NEGOCIO
001871         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
001881     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
001891
001901     PERFORM 9720-APURAR-JORNAL
001911         THRU 9720-APURAR-JORNAL-EXIT
001921
001931     MOVE SPACES TO WS-CAD-MOTIVO
001941     IF CAD-EXECUCAO-REPETIDA
001951     AND NOT CAD-PODE-REPETIR
001961         STRING "REPETICAO NA DATA DE NEGOCIO "
001971                WS-CAD-DATA-NEGOCIO
001981                    DELIMITED BY SIZE
001991           INTO WS-CAD-MOTIVO
002001         END-STRING
002011     ELSE
002021         PERFORM 9740-CONFERIR-PREDECESSOR
002031             THRU 9740-CONFERIR-PREDECESSOR-EXIT
002041             VARYING WS-CAD-IDX FROM 1 BY 1
002051             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
002061             OR WS-CAD-MOTIVO NOT = SPACES
002071     END-IF
002081
002091     IF WS-CAD-MOTIVO = SPACES
002101         GO TO 9700-CONFERIR-CADEIA-EXIT
002111     END-IF
002121
002131     PERFORM 9750-LER-LIBERACAO
002141         THRU 9750-LER-LIBERACAO-EXIT
002151
002161     IF CAD-LIBERADO
002171         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
002181             WS-CAD-OPERADOR
002191         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
002201         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
002211         MOVE "L" TO WS-CAD-TIPO-JRN
002221         PERFORM 9790-GRAVAR-JORNAL-CADEIA
002231             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
002241         GO TO 9700-CONFERIR-CADEIA-EXIT
002251     END-IF
002261
002271     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
002281     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
002291     MOVE 12 TO RETURN-CODE
002301     MOVE "R" TO WS-CAD-TIPO-JRN
002311     PERFORM 9790-GRAVAR-JORNAL-CADEIA
002321         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
002331     STOP RUN
002341     .
002351 9700-CONFERIR-CADEIA-EXIT.
002361     EXIT.
002371
002381******************************************************************
002391*    9710-LER-DEFINICAO
002401*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
002411*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
002421*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
002431******************************************************************
002441 9710-LER-DEFINICAO.
002451     MOVE "N" TO WS-CAD-DEFINIDO
002461     OPEN INPUT ARQ-CADEIA
002471     IF NOT FS-CADEIA-OK
002481         IF NOT FS-CADEIA-AUSENTE
002491             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
002501                 "STATUS: " WS-FS-CADEIA
002511         END-IF
002521         GO TO 9710-LER-DEFINICAO-EXIT
002531     END-IF
002541
002551     MOVE "N" TO WS-CAD-FIM-ARQUIVO
002561     PERFORM 9715-LER-PROGRAMA
002571         THRU 9715-LER-PROGRAMA-EXIT
002581         UNTIL CAD-FIM-ARQUIVO
002591         OR CAD-DEFINIDO
002601
002611     CLOSE ARQ-CADEIA
002621     .
002631 9710-LER-DEFINICAO-EXIT.
002641     EXIT.
002651
002661 9715-LER-PROGRAMA.
002671     READ ARQ-CADEIA
002681         AT END
002691             MOVE "S" TO WS-CAD-FIM-ARQUIVO
002701             GO TO 9715-LER-PROGRAMA-EXIT
002711     END-READ
002721
002731     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
002741         GO TO 9715-LER-PROGRAMA-EXIT
002751     END-IF
002761
002771     MOVE "S" TO WS-CAD-DEFINIDO
002781     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
002791     MOVE ZEROS TO WS-CAD-HORA-VIRADA
002801     IF CAD-HORA-VIRADA NUMERIC
002811         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
002821     END-IF
002831     MOVE ZERO TO WS-CAD-QTDE-PRED
002841     PERFORM 9718-GUARDAR-PREDECESSOR
002851         THRU 9718-GUARDAR-PREDECESSOR-EXIT
002861         VARYING WS-CAD-IDX FROM 1 BY 1
002871         UNTIL WS-CAD-IDX > 5
002881     .
002891 9715-LER-PROGRAMA-EXIT.
002901     EXIT.
002911
002921 9718-GUARDAR-PREDECESSOR.
002931     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
002941         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
002951     END-IF
002961
002971     ADD 1 TO WS-CAD-QTDE-PRED
002981     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
002991                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
003001     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
003011     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
003021     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
003031     .
003041 9718-GUARDAR-PREDECESSOR-EXIT.
003051     EXIT.
003061
003071******************************************************************
003081*    9720-APURAR-JORNAL
003091*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
003101*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
003111*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
003121*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
003131*    SO CONTAM OS REGISTROS DE INICIO E FIM.
003141******************************************************************
003151 9720-APURAR-JORNAL.
003161     OPEN INPUT ARQ-JORNAL
003171     IF NOT FS-JORNAL-OK
003181         GO TO 9720-APURAR-JORNAL-EXIT
003191     END-IF
003201
003211     MOVE "N" TO WS-CAD-FIM-ARQUIVO
003221     PERFORM 9725-LER-JORNAL-CADEIA
003231         THRU 9725-LER-JORNAL-CADEIA-EXIT
003241         UNTIL CAD-FIM-ARQUIVO
003251
003261     CLOSE ARQ-JORNAL
003271     .
003281 9720-APURAR-JORNAL-EXIT.
003291     EXIT.
003301
003311 9725-LER-JORNAL-CADEIA.
003321     READ ARQ-JORNAL
003331         AT END
003341             MOVE "S" TO WS-CAD-FIM-ARQUIVO
003351             GO TO 9725-LER-JORNAL-CADEIA-EXIT
003361     END-READ
003371
003381     IF NOT JRN-INICIO
003391     AND NOT JRN-FIM
003401         GO TO 9725-LER-JORNAL-CADEIA-EXIT
003411     END-IF
003421
003431     MOVE JRN-DATA TO WS-CAD-MOM-DATA
003441     MOVE JRN-HORA TO WS-CAD-MOM-HORA
003451
003461     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
003471         PERFORM 9730-APURAR-PROPRIO
003481             THRU 9730-APURAR-PROPRIO-EXIT
003491         GO TO 9725-LER-JORNAL-CADEIA-EXIT
003501     END-IF
003511
003521     MOVE ZERO TO WS-CAD-ACHADO
003531     PERFORM 9735-PROCURAR-PREDECESSOR
003541         THRU 9735-PROCURAR-PREDECESSOR-EXIT
003551         VARYING WS-CAD-IDX FROM 1 BY 1
003561         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
003571         OR WS-CAD-ACHADO > ZERO
003581     IF WS-CAD-ACHADO = ZERO
003591         GO TO 9725-LER-JORNAL-CADEIA-EXIT
003601     END-IF
003611
003621     IF JRN-INICIO
003631         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
003641         MOVE WS-CAD-MOMENTO-N
003651                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
003661         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
003671     ELSE
003681         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
003691             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
003701             MOVE JRN-RETURN-CODE
003711                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
003721         END-IF
003731     END-IF
003741     .
003751 9725-LER-JORNAL-CADEIA-EXIT.
003761     EXIT.
003771
003781 9730-APURAR-PROPRIO.
003791     IF JRN-INICIO
003801         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
003811         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
003821         GO TO 9730-APURAR-PROPRIO-EXIT
003831     END-IF
003841
003851     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
003861         GO TO 9730-APURAR-PROPRIO-EXIT
003871     END-IF
003881
003891     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
003901     IF JRN-RETURN-CODE = ZERO
003911         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
003921     END-IF
003931
003941     IF JRN-RETURN-CODE < 16
003951         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
003961         PERFORM 9760-CALCULAR-DATA-NEGOCIO
003971             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
003981         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
003991             MOVE "S" TO WS-CAD-REPETICAO
004001         END-IF
004011     END-IF
004021     .
004031 9730-APURAR-PROPRIO-EXIT.
004041     EXIT.
004051
004061 9735-PROCURAR-PREDECESSOR.
004071     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
004081         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
004091     END-IF
004101     .
004111 9735-PROCURAR-PREDECESSOR-EXIT.
004121     EXIT.
004131
004141******************************************************************
004151*    9740-CONFERIR-PREDECESSOR
004161*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
004171*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
004181*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
004191*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
004201*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
004211*    DE NOVO.
004221******************************************************************
004231 9740-CONFERIR-PREDECESSOR.
004241     MOVE "N" TO WS-CAD-PRED-DO-DIA
004251     IF CAD-PODE-REPETIR
004261     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
004271         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
004281         PERFORM 9760-CALCULAR-DATA-NEGOCIO
004291             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
004301         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
004311             MOVE "S" TO WS-CAD-PRED-DO-DIA
004321         END-IF
004331     END-IF
004341
004351     EVALUATE TRUE
004361         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
004371         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
004381                  NOT > WS-CAD-ULTIMO-OK
004391         AND NOT CAD-PRED-DO-DIA
004401             STRING "PREDECESSOR NAO EXECUTADO: "
004411                    WS-CAD-PRED-NOME (WS-CAD-IDX)
004421                        DELIMITED BY SIZE
004431               INTO WS-CAD-MOTIVO
004441             END-STRING
004451         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
004461             STRING "PREDECESSOR NAO FINALIZADO: "
004471                    WS-CAD-PRED-NOME (WS-CAD-IDX)
004481                        DELIMITED BY SIZE
004491               INTO WS-CAD-MOTIVO
004501             END-STRING
004511         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
004521             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
004531             STRING "PREDECESSOR COM RC "
004541                    WS-CAD-RC-ED
004551                    ": "
004561                    WS-CAD-PRED-NOME (WS-CAD-IDX)
004571                        DELIMITED BY SIZE
004581               INTO WS-CAD-MOTIVO
004591             END-STRING
004601     END-EVALUATE
004611     .
004621 9740-CONFERIR-PREDECESSOR-EXIT.
004631     EXIT.
004641
004651******************************************************************
004661*    9750-LER-LIBERACAO
004671*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
004681*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
004691*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
004701******************************************************************
004711 9750-LER-LIBERACAO.
004721     MOVE "N" TO WS-CAD-LIBERADO
004731     OPEN INPUT ARQ-LIBERACAO
004741     IF NOT FS-LIBERACAO-OK
004751         GO TO 9750-LER-LIBERACAO-EXIT
004761     END-IF
004771
004781     MOVE "N" TO WS-CAD-FIM-ARQUIVO
004791     PERFORM 9755-LER-CARTAO-LIBERACAO
004801         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
004811         UNTIL CAD-FIM-ARQUIVO
004821         OR CAD-LIBERADO
004831
004841     CLOSE ARQ-LIBERACAO
004851     .
004861 9750-LER-LIBERACAO-EXIT.
004871     EXIT.
004881
004891 9755-LER-CARTAO-LIBERACAO.
004901     READ ARQ-LIBERACAO
004911         AT END
004921             MOVE "S" TO WS-CAD-FIM-ARQUIVO
004931             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
004941     END-READ
004951
004961     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
004971     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
004981     AND LIB-OPERADOR NOT = SPACES
004991         MOVE "S" TO WS-CAD-LIBERADO
005001         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
005011         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
005021     END-IF
005031     .
005041 9755-LER-CARTAO-LIBERACAO-EXIT.
005051     EXIT.
005061
005071******************************************************************
005081*    9760-CALCULAR-DATA-NEGOCIO
005091*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
005101*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
005111*    ANTERIOR.
005121******************************************************************
005131 9760-CALCULAR-DATA-NEGOCIO.
005141     IF WS-CAD-MOM-DATA NOT NUMERIC
005151     OR WS-CAD-MOM-MM < 1
005161     OR WS-CAD-MOM-MM > 12
005171     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
005181         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
005191         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
005201     END-IF
005211
005221     SUBTRACT 1 FROM WS-CAD-MOM-DD
005231     IF WS-CAD-MOM-DD = ZERO
005241         SUBTRACT 1 FROM WS-CAD-MOM-MM
005251         IF WS-CAD-MOM-MM = ZERO
005261             MOVE 12 TO WS-CAD-MOM-MM
005271             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
005281         END-IF
005291         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
005301         IF WS-CAD-MOM-MM = 2
005311             PERFORM 9765-CONFERIR-BISSEXTO
005321                 THRU 9765-CONFERIR-BISSEXTO-EXIT
005331         END-IF
005341     END-IF
005351
005361     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
005371     .
005381 9760-CALCULAR-DATA-NEGOCIO-EXIT.
005391     EXIT.
005401
005411 9765-CONFERIR-BISSEXTO.
005421     DIVIDE WS-CAD-MOM-CCYY BY 4
005431         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
005441     DIVIDE WS-CAD-MOM-CCYY BY 100
005451         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
005461     DIVIDE WS-CAD-MOM-CCYY BY 400
005471         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
005481
005491     IF WS-CAD-RESTO-4 = ZERO
005501     AND (WS-CAD-RESTO-100 NOT = ZERO
005511          OR WS-CAD-RESTO-400 = ZERO)
005521         MOVE 29 TO WS-CAD-MOM-DD
005531     END-IF
005541     .
005551 9765-CONFERIR-BISSEXTO-EXIT.
005561     EXIT.
005571
005581******************************************************************
005591*    9790-GRAVAR-JORNAL-CADEIA
005601*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
005611*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
005621******************************************************************
005631 9790-GRAVAR-JORNAL-CADEIA.
005641     OPEN EXTEND ARQ-JORNAL
005651     IF NOT FS-JORNAL-OK
005661         OPEN OUTPUT ARQ-JORNAL
005671     END-IF
005681     IF NOT FS-JORNAL-OK
005691         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
005701             WS-FS-JORNAL
005711         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
005721     END-IF
005731
005741     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
005751     ACCEPT WS-CAD-HORA-SIS FROM TIME
005761     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
005771
005781     MOVE SPACES                TO JORNAL-REG
005791     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
005801     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
005811     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
005821     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
005831     MOVE ZEROS                 TO JRN-QTDE-LIDOS
005841     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
005851     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
005861     MOVE RETURN-CODE           TO JRN-RETURN-CODE
005871     MOVE "N"                   TO JRN-REINICIO
005881     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
005891     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
005901     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
005911
005921     WRITE JORNAL-REG
005931
005941     CLOSE ARQ-JORNAL
005951     .
005961 9790-GRAVAR-JORNAL-CADEIA-EXIT.
005971     EXIT.
005981******************************************************************
005991*    9800-GRAVAR-JORNAL
006001*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
006011*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
006021*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
006031*    GRAVA-LO E AVISADA AO OPERADOR MAS NAO IMPEDE A
006041*    VERIFICACAO.
006051******************************************************************
006061 9800-GRAVAR-JORNAL.
006071     OPEN EXTEND ARQ-JORNAL
006081     IF NOT FS-JORNAL-OK
006091         OPEN OUTPUT ARQ-JORNAL
006101     END-IF
006111     IF NOT FS-JORNAL-OK
006121         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
006131             WS-FS-JORNAL
006141         GO TO 9800-GRAVAR-JORNAL-EXIT
006151     END-IF

006161     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
006171     ACCEPT WS-HORA-JRN-SIS FROM TIME
006181     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

006191     MOVE SPACES                TO JORNAL-REG
006201     MOVE "VERIFICA-IDADE"      TO JRN-PROGRAMA
006211     MOVE WS-JRN-TIPO           TO JRN-TIPO
006221     MOVE WS-DATA-JORNAL        TO JRN-DATA
006231     MOVE WS-HORA-JORNAL        TO JRN-HORA
006241     MOVE WS-QTDE-VERIFICADAS   TO JRN-QTDE-LIDOS
006251     MOVE WS-QTDE-VERIFICADAS   TO JRN-QTDE-GRAVADOS
006261     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
006271     MOVE RETURN-CODE           TO JRN-RETURN-CODE
006281     MOVE "N"                   TO JRN-REINICIO
006291     IF OPERADOR-IDENTIFICADO
006301         MOVE WS-OPERADOR       TO JRN-OPERADOR
006311     END-IF

006321     WRITE JORNAL-REG

006331     CLOSE ARQ-JORNAL
006341     .
006351 9800-GRAVAR-JORNAL-EXIT.
006361     EXIT.

006371 END PROGRAM VERIFICA-IDADE.

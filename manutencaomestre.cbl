000201*                 A existencia no mestre passa a ser o teste
000202*                 autoritativo; documento em branco continua
000203*                 recusado.
000204* 15/10/2026 GB   A correcao da data de nascimento passa a
000205*                 reavaliar o veredicto: a idade e a faixa sao
000206*                 recalculadas pelo corte do proposito da ultima
000207*                 verificacao (MST-ULT-PROPOSITO, na tabela do
000208*                 cartao de parametros), o mestre e atualizado e
000209*                 a reavaliacao e gravada na auditoria (origem
000210*                 MANUT) e no historico. A virada de MAIOR para
000211*                 MENOR emite revogacao ao cadastro
000213*                 (ARQ-REVOGACOES), a virada de MENOR para MAIOR
000214*                 emite novo registro de onboarding (exceto CPF
000215*                 bloqueado), e toda virada sai no relatorio.
000216* 15/10/2026 GB   Reavaliacao que resulta em MAIOR limpa a
000217*                 situacao do responsavel legal no mestre, que
000218*                 so vale para o menor.
000219* 15/10/2026 GB   Documento de estrangeiro: o cartao de
000220*                 movimento traz o tipo do documento (em branco
000222*                 vale CPF; tipo desconhecido e recusado), o
000223*                 mestre, o historico e o indice de bloqueio sao
000224*                 lidos por tipo e numero, o tipo segue para
000225*                 auditoria, onboarding, revogacao, log e
000226*                 relatorio, e o indicador de documento valido
000227*                 aplica a regra do tipo.
000228* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000229*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000230*                 de execucao, o programa recusa rodar (RC 12,
000232*                 registro R no jornal) quando um predecessor nao
000233*                 terminou com RC 0 depois da sua ultima execucao
000234*                 correta ou quando a execucao seria repeticao
000235*                 proibida na data de negocio. O cartao de
000236*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000237*                 a reexecucao supervisionada, registrada no
000238*                 jornal (registro L, com o operador e a
000239*                 justificativa do cartao). O programa que pode
000241*                 repetir na data de negocio aceita o
000242*                 predecessor que rodou na propria data de
000243*                 negocio.
000244******************************************************************
000245 IDENTIFICATION DIVISION.
000246 PROGRAM-ID. MANUTENCAO-MESTRE.
000247 AUTHOR. GABRIELA BARBOSA.
000248 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000250 DATE-WRITTEN. 02/09/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000295     DECIMAL-POINT IS COMMA
000300     CLASS LETRA-MAIUSCULA IS "A" THRU "Z"
000305     CLASS LETRA-OU-DIGITO IS "A" THRU "Z" "0" THRU "9".
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ARQ-MOVIMENTOS ASSIGN TO ARQMOV
000370     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS MST-CHAVE
000410         FILE STATUS IS WS-FS-MESTRE.
000420
000430     SELECT ARQ-LOG-MESTRE ASSIGN TO ARQLOGM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-LOG-MESTRE.
000451
000452     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-FS-RELATORIO.
000455
000456     SELECT ARQ-PARAMETROS ASSIGN TO ARQPARM
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-FS-PARAMETROS.
000459
000461     SELECT ARQ-BLOQUEADOS ASSIGN TO ARQBLQ
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-FS-BLOQUEADOS.
000464
000465     SELECT ARQ-BLQ-NDX ASSIGN TO ARQBLQX
000466         ORGANIZATION IS INDEXED
000467         ACCESS MODE IS RANDOM
000468         RECORD KEY IS BQX-CHAVE
000469         FILE STATUS IS WS-FS-BLQ-NDX.
000471
000472     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS HST-CHAVE
000476         FILE STATUS IS WS-FS-HISTORICO.
000477
000478     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
000479         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-AUDITORIA.
000482
000483     SELECT ARQ-ONBOARDING ASSIGN TO ARQONB
000484         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS WS-FS-ONBOARDING.
000486
000487     SELECT ARQ-REVOGACOES ASSIGN TO ARQRVG
000488         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-FS-REVOGACOES.
000490
000492     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-FS-JORNAL.
000496     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000498         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-CADEIA.
000502     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-FS-LIBERACAO.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARQ-MOVIMENTOS
000600 FD  ARQ-LOG-MESTRE
000610     RECORDING MODE IS F.
000620 COPY LOGMREG.
000621
000622 FD  ARQ-RELATORIO
000623     RECORDING MODE IS F.
000624 01  REL-LINHA                   PIC X(80).
000625
000627 FD  ARQ-PARAMETROS
000628     RECORDING MODE IS F.
000629 COPY PARMREG.
000630
000631 FD  ARQ-BLOQUEADOS
000632     RECORDING MODE IS F.
000634 COPY BLOQREG.
000635
000636 FD  ARQ-BLQ-NDX.
000637 01  BLQ-NDX-REG.
000638     05  BQX-CHAVE.
000639         10  BQX-TIPO-DOC        PIC X(01).
000641         10  BQX-DOC-NUMERO      PIC X(11).
000642     05  BQX-MOTIVO              PIC X(30).
000643
000644 FD  ARQ-HISTORICO.
000645 COPY HISTREG.
000646
000648 FD  ARQ-AUDITORIA
000649     RECORDING MODE IS F.
000650 COPY AUDITREG.
000651
000652 FD  ARQ-ONBOARDING
000653     RECORDING MODE IS F.
000655 COPY ONBOREG.
000656
000657 FD  ARQ-REVOGACOES
000658     RECORDING MODE IS F.
000659 COPY REVOREG.
000660
000662 FD  ARQ-JORNAL
000663     RECORDING MODE IS F.
000664 COPY JORNREG.
000665
000667 FD  ARQ-CADEIA
000668     RECORDING MODE IS F.
000670 COPY CADEREG.
000672
000673 FD  ARQ-LIBERACAO
000675     RECORDING MODE IS F.
000676 COPY LIBEREG.
000678
000680 WORKING-STORAGE SECTION.
000690******************************************************************
000700*    CHAVES E STATUS DE ARQUIVO
000760     88  FS-MESTRE-NAO-ACHADO    VALUE "23".
000770 77  WS-FS-LOG-MESTRE            PIC X(02) VALUE ZEROS.
000780     88  FS-LOG-MESTRE-OK        VALUE "00".
000781 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
000782     88  FS-RELATORIO-OK         VALUE "00".
000783 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
000784     88  FS-JORNAL-OK            VALUE "00".
000785 77  WS-FS-PARAMETROS            PIC X(02) VALUE ZEROS.
000786     88  FS-PARAMETROS-OK        VALUE "00".
000787 77  WS-FS-BLOQUEADOS            PIC X(02) VALUE ZEROS.
000788     88  FS-BLOQUEADOS-OK        VALUE "00".
000789     88  FS-BLOQUEADOS-AUSENTE   VALUE "35".
000790 77  WS-FS-BLQ-NDX               PIC X(02) VALUE ZEROS.
000791     88  FS-BLQ-NDX-OK           VALUE "00".
000792     88  FS-BLQ-NDX-NAO-ACHADO   VALUE "23".
000793     88  FS-BLQ-NDX-DUPLIC       VALUE "22".
000794 77  WS-FS-HISTORICO             PIC X(02) VALUE ZEROS.
000795     88  FS-HISTORICO-OK         VALUE "00".
000796     88  FS-HISTORICO-DUPLIC     VALUE "22".
000797 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
000798     88  FS-AUDITORIA-OK         VALUE "00".
000799 77  WS-FS-ONBOARDING            PIC X(02) VALUE ZEROS.
000800     88  FS-ONBOARDING-OK        VALUE "00".
000801 77  WS-FS-REVOGACOES            PIC X(02) VALUE ZEROS.
000802     88  FS-REVOGACOES-OK        VALUE "00".
000803
000804******************************************************************
000805*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
000809 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
000810 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
000811 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
000812******************************************************************
000813*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
000814*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
000815*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
000816*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
000817*    RODOU, A = ABERTA, F = FINALIZADA).
000818******************************************************************
000819 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
000820     88  FS-CADEIA-OK            VALUE "00".
000821     88  FS-CADEIA-AUSENTE       VALUE "35".
000822 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
000823     88  FS-LIBERACAO-OK         VALUE "00".
000824 77  WS-CAD-PROGRAMA             PIC X(22)
000825                 VALUE "MANUTENCAO-MESTRE".
000826 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
000827     88  CAD-DEFINIDO            VALUE "S".
000828 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
000829     88  CAD-FIM-ARQUIVO         VALUE "S".
000830 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
000831     88  CAD-PODE-REPETIR        VALUE "S".
000832 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
000833     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
000834 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
000835     88  CAD-PRED-DO-DIA         VALUE "S".
000836 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
000837     88  CAD-LIBERADO            VALUE "S".
000838 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
000839 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
000840 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
000841 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
000842 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
000843 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
000844 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
000845 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
000846 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
000847 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
000848 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
000849 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
000850 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
000851 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
000852 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
000853 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
000854 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
000855 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
000856 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
000857 01  WS-CAD-PREDECESSORES.
000858     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
000859         10  WS-CAD-PRED-NOME    PIC X(22).
000860         10  WS-CAD-PRED-SIT     PIC X(01).
000861         10  WS-CAD-PRED-INICIO  PIC 9(14).
000862         10  WS-CAD-PRED-RC      PIC 9(04).
000863 01  WS-CAD-MOMENTO.
000864     05  WS-CAD-MOM-DATA.
000865         10  WS-CAD-MOM-CCYY     PIC 9(04).
000866         10  WS-CAD-MOM-MM       PIC 9(02).
000867         10  WS-CAD-MOM-DD       PIC 9(02).
000868     05  WS-CAD-MOM-HORA         PIC 9(06).
000869 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
000870                                 PIC 9(14).
000871 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
000872     05  FILLER                  PIC X(08).
000873     05  WS-CAD-MOM-HHMM         PIC 9(04).
000874     05  FILLER                  PIC X(02).
000875 01  WS-CAD-DIAS-MES-TAB.
000876     05  FILLER                  PIC X(24)
000877                 VALUE "312831303130313130313031".
000878 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
000879     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
000880
000881******************************************************************
000882*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
000883******************************************************************
000884 77  WS-FIM-MOVIMENTOS           PIC X(01) VALUE "N".
000885     88  FIM-DOS-MOVIMENTOS      VALUE "S".
000886 77  WS-FIM-BLOQUEADOS           PIC X(01) VALUE "N".
000887     88  FIM-DOS-BLOQUEADOS      VALUE "S".
000888
000889******************************************************************
000890*    DATA E HORA DO SISTEMA, PARA O LOG E AS VALIDACOES
000900******************************************************************
000910 01  WS-DATA-SISTEMA.
000940     05  WS-DATA-SISTEMA-DD      PIC 9(02).
000950 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
000960 77  WS-HORA-MOV                 PIC 9(06) VALUE ZEROS.
000965 77  WS-HORA-VERIF               PIC 9(06) VALUE ZEROS.
000970
000980******************************************************************
000990*    SITUACAO DO MOVIMENTO CORRENTE E MOTIVO DA RECUSA
001100 77  WS-QTDE-ALTERADOS           PIC 9(08) COMP VALUE ZERO.
001110 77  WS-QTDE-EXCLUIDOS           PIC 9(08) COMP VALUE ZERO.
001120 77  WS-QTDE-RECUSADOS           PIC 9(08) COMP VALUE ZERO.
001121 77  WS-QTDE-REAVALIADOS         PIC 9(08) COMP VALUE ZERO.
001123 77  WS-QTDE-VIRA-MENOR          PIC 9(08) COMP VALUE ZERO.
001125 77  WS-QTDE-VIRA-MAIOR          PIC 9(08) COMP VALUE ZERO.
001126 77  WS-QTDE-REVOGACOES          PIC 9(08) COMP VALUE ZERO.
001128 77  WS-QTDE-ONBOARDING          PIC 9(08) COMP VALUE ZERO.
001130 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
001132
001135******************************************************************
001138*    REAVALIACAO DO VEREDICTO NA CORRECAO DA DATA DE NASCIMENTO:
001141*    IDADE, FAIXA E RESULTADO RECALCULADOS PELO CORTE DO
001143*    PROPOSITO DA ULTIMA VERIFICACAO, RESULTADO ANTERIOR PARA
001146*    A DETECCAO DA VIRADA E SITUACAO DO CPF NA LISTA DE BLOQUEIO
001149******************************************************************
001152 77  WS-NASCTO-ALTERADO          PIC X(01) VALUE "N".
001155     88  NASCTO-ALTERADO         VALUE "S".
001157 77  WS-IDADE-CALCULADA          PIC 9(03) VALUE ZERO.
001160 77  WS-IDADE-MINIMA             PIC 9(03) COMP VALUE 18.
001163 77  WS-IDADE-MINIMA-APLICADA    PIC 9(03) COMP VALUE 18.
001166 77  WS-FAIXA-ETARIA             PIC X(02) VALUE SPACES.
001168 77  WS-RESULTADO                PIC X(05) VALUE SPACES.
001171 77  WS-RESULTADO-ANTERIOR       PIC X(05) VALUE SPACES.
001174 77  WS-CPF-BLOQUEADO            PIC X(01) VALUE "N".
001177     88  CPF-BLOQUEADO           VALUE "S".
001180
001182******************************************************************
001185*    TABELA DE PROPOSITOS DO CARTAO DE PARAMETROS: CADA CODIGO
001188*    DE PROPOSITO TEM A SUA PROPRIA IDADE MINIMA. PROPOSITO EM
001191*    BRANCO OU FORA DA TABELA USA WS-IDADE-MINIMA.
001194******************************************************************
001196 77  WS-QTDE-PROPOSITOS          PIC 9(02) COMP VALUE ZERO.
001199 77  WS-IDX-PROP                 PIC 9(02) COMP VALUE ZERO.
001202 77  WS-IDX-PROP-ACHADO          PIC 9(02) COMP VALUE ZERO.
001205 01  WS-TABELA-PROPOSITOS.
001207     05  WS-TAB-PROP-ENT         OCCURS 5 TIMES.
001210         10  WS-TAB-PROP-CODIGO  PIC X(02).
001213         10  WS-TAB-PROP-IDADE   PIC 9(03) COMP.
001216
001219******************************************************************
001221*    CPF DO REGISTRO CORRENTE E AREA DE CALCULO DOS DIGITOS
001224*    VERIFICADORES, PARA GRAVAR NA AUDITORIA O MESMO INDICADOR
001227*    DE CPF VALIDO QUE OS VERIFICADORES GRAVARIAM
001230******************************************************************
001232 01  WS-CPF.
001235     05  WS-CPF-BASE             PIC 9(09).
001238     05  WS-CPF-DV1              PIC 9(01).
001241     05  WS-CPF-DV2              PIC 9(01).
001244 01  WS-CPF-R REDEFINES WS-CPF.
001246     05  WS-CPF-DIGITO           PIC 9(01) OCCURS 11 TIMES.
001249
001252 77  WS-I                        PIC 9(02) COMP VALUE ZERO.
001255 77  WS-SOMA1                    PIC 9(04) COMP VALUE ZERO.
001258 77  WS-SOMA2                    PIC 9(04) COMP VALUE ZERO.
001260 77  WS-QUOC                     PIC 9(04) COMP VALUE ZERO.
001263 77  WS-RESTO1                   PIC 9(02) COMP VALUE ZERO.
001266 77  WS-RESTO2                   PIC 9(02) COMP VALUE ZERO.
001269 77  WS-DV1-CALC                 PIC 9(01) VALUE ZERO.
001271 77  WS-DV2-CALC                 PIC 9(01) VALUE ZERO.
001274
001277 77  WS-CPF-VALIDO               PIC X(01) VALUE "N".
001280     88  CPF-VALIDO              VALUE "S".
001283 77  WS-CPF-REPETIDO             PIC X(01) VALUE "N".
001285     88  CPF-REPETIDO            VALUE "S".
001288
001291******************************************************************
001294*    DOCUMENTO DE ESTRANGEIRO DO REGISTRO CORRENTE, CONFERIDO
001297*    PELA MESMA REGRA DOS VERIFICADORES: O RNE/CRNM E UMA LETRA,
001299*    SEIS DIGITOS E UM DIGITO OU LETRA DE CONTROLE; O PASSAPORTE
001302*    E A SIGLA DE 3 LETRAS DO PAIS EMISSOR SEGUIDA DO NUMERO.
001305******************************************************************
001308 01  WS-DOC-ESTRANGEIRO.
001310     05  WS-RNE-LETRA            PIC X(01).
001313     05  WS-RNE-NUMERO           PIC X(06).
001316     05  WS-RNE-CONTROLE         PIC X(01).
001319     05  WS-RNE-COMPLEMENTO      PIC X(03).
001322 01  WS-DOC-PASSAPORTE REDEFINES WS-DOC-ESTRANGEIRO.
001324     05  WS-PAS-PAIS             PIC X(03).
001327     05  WS-PAS-NUMERO.
001330         10  WS-PAS-CARACTER     PIC X(01) OCCURS 8 TIMES.
001333 77  WS-PAS-TAMANHO              PIC 9(02) COMP VALUE ZERO.
001335 77  WS-PAS-TAMANHO-MINIMO       PIC 9(02) COMP VALUE 5.
001338 77  WS-PAS-FIM-NUMERO           PIC X(01) VALUE "N".
001341     88  PAS-FIM-NUMERO          VALUE "S".
001344 77  WS-PAS-INVALIDO             PIC X(01) VALUE "N".
001347     88  PAS-INVALIDO            VALUE "S".
001349
001352******************************************************************
001355*    HISTORICO DE VERIFICACOES: SITUACAO DO ARQUIVO,
001358*    PROFUNDIDADE MANTIDA POR CIDADAO E AREAS DE TRABALHO DA
001361*    CONTAGEM E DO EXPURGO DAS VERIFICACOES MAIS ANTIGAS
001363******************************************************************
001366 77  WS-HISTORICO-ATIVO          PIC X(01) VALUE "N".
001369     88  HISTORICO-ATIVO         VALUE "S".
001372 77  WS-MAX-HISTORICO            PIC 9(02) VALUE 10.
001374 77  WS-QTDE-HIST                PIC 9(04) COMP VALUE ZERO.
001377 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
001380     88  FIM-DO-HISTORICO        VALUE "S".
001383 01  WS-CHAVE-ANTIGA.
001386     05  WS-CHA-TIPO             PIC X(01) VALUE SPACES.
001388     05  WS-CHA-DOC              PIC X(11) VALUE SPACES.
001391     05  WS-CHA-DATA             PIC 9(08) VALUE ZEROS.
001394     05  WS-CHA-HORA             PIC 9(06) VALUE ZEROS.
001397
001400******************************************************************
001410*    LINHA DE DETALHE DO RELATORIO DE MANUTENCAO (CONSULTAS E
001420*    MOVIMENTOS RECUSADOS)
001460     05  FILLER                  PIC X(01).
001470     05  WS-DET-DOC              PIC X(11).
001480     05  FILLER                  PIC X(01).
001483     05  WS-DET-TIPO             PIC X(01).
001486     05  FILLER                  PIC X(01).
001490     05  WS-DET-NOME             PIC X(30).
001500     05  FILLER                  PIC X(01).
001510     05  WS-DET-INFO             PIC X(30).
001520     05  FILLER                  PIC X(03).
001530
001540 PROCEDURE DIVISION.
001550******************************************************************
001570*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001580******************************************************************
001590 0000-MAINLINE.
001593     PERFORM 9700-CONFERIR-CADEIA
001596         THRU 9700-CONFERIR-CADEIA-EXIT
001600     PERFORM 1000-INICIALIZAR
001610         THRU 1000-INICIALIZAR-EXIT
001611
001780*    PRIMEIRO MOVIMENTO. O MESTRE E OBRIGATORIO: SEM ELE NAO HA
001790*    O QUE MANTER, E O JOB TERMINA COM RETURN-CODE 16. O LOG DE
001800*    ALTERACOES E ABERTO EM EXTEND PARA NUNCA SOBREPOR O
001804*    HISTORICO DE MANUTENCOES ANTERIORES. A AUDITORIA, O
001808*    ONBOARDING E AS REVOGACOES TAMBEM SAO ABERTOS EM EXTEND,
001812*    PARA NAO SOBREPOR O QUE O LOTE E A MANUTENCAO DA LISTA DE
001816*    BLOQUEIO JA GRAVARAM NO DIA.
001820******************************************************************
001830 1000-INICIALIZAR.
001840     OPEN INPUT ARQ-MOVIMENTOS
002140             WS-FS-RELATORIO
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002161     END-IF
002162
002163     OPEN EXTEND ARQ-AUDITORIA
002165     IF NOT FS-AUDITORIA-OK
002166         OPEN OUTPUT ARQ-AUDITORIA
002167     END-IF
002168
002170     OPEN EXTEND ARQ-ONBOARDING
002171     IF NOT FS-ONBOARDING-OK
002172         OPEN OUTPUT ARQ-ONBOARDING
002173     END-IF
002175
002176     OPEN EXTEND ARQ-REVOGACOES
002177     IF NOT FS-REVOGACOES-OK
002178         OPEN OUTPUT ARQ-REVOGACOES
002180     END-IF
002181     IF NOT FS-REVOGACOES-OK
002182         DISPLAY "ERRO AO ABRIR ARQ-REVOGACOES. FILE STATUS: "
002183             WS-FS-REVOGACOES
002185         MOVE 16 TO RETURN-CODE
002186         STOP RUN
002187     END-IF
002188
002190     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002191
002192     PERFORM 1150-CARREGAR-PARAMETROS
002193         THRU 1150-CARREGAR-PARAMETROS-EXIT
002194
002195     PERFORM 1400-CARREGAR-BLOQUEADOS
002196         THRU 1400-CARREGAR-BLOQUEADOS-EXIT
002197
002198     PERFORM 1550-ABRIR-HISTORICO
002199         THRU 1550-ABRIR-HISTORICO-EXIT
002200
002210     PERFORM 1200-GRAVAR-CABECALHO
002220         THRU 1200-GRAVAR-CABECALHO-EXIT
002250         THRU 2100-LER-MOVIMENTO-EXIT
002260     .
002270 1000-INICIALIZAR-EXIT.
002271     EXIT.
002272
002273******************************************************************
002274*    1200-GRAVAR-CABECALHO
002275*    GRAVA O CABECALHO DO RELATORIO DE MANUTENCAO.
002276******************************************************************
002277 1200-GRAVAR-CABECALHO.
002278     MOVE SPACES TO REL-LINHA
002279     STRING "MANUTENCAO DO MESTRE DE VERIFICACOES EM "
002280                               DELIMITED BY SIZE
002281            WS-DATA-SISTEMA    DELIMITED BY SIZE
002282       INTO REL-LINHA
002283     END-STRING
002284     WRITE REL-LINHA
002285
002286     MOVE "A DOCUMENTO   T NOME/SITUACAO" TO REL-LINHA
002287     WRITE REL-LINHA
002288     .
002289 1200-GRAVAR-CABECALHO-EXIT.
002290     EXIT.
002291
002292******************************************************************
002293*    1150-CARREGAR-PARAMETROS
002295*    LE O CARTAO DE PARAMETROS, SE ELE EXISTIR, PARA OBTER A
002296*    IDADE MINIMA PADRAO, A TABELA DE PROPOSITOS E A
002297*    PROFUNDIDADE DO HISTORICO, USADAS NA REAVALIACAO DO
002298*    VEREDICTO QUANDO A DATA DE NASCIMENTO E CORRIGIDA.
002299******************************************************************
002300 1150-CARREGAR-PARAMETROS.
002301     OPEN INPUT ARQ-PARAMETROS
002302     IF NOT FS-PARAMETROS-OK
002303         GO TO 1150-CARREGAR-PARAMETROS-EXIT
002304     END-IF
002305
002306     READ ARQ-PARAMETROS
002307     IF FS-PARAMETROS-OK
002308     AND PARM-IDADE-MINIMA > ZERO
002309         MOVE PARM-IDADE-MINIMA TO WS-IDADE-MINIMA
002310     END-IF
002311
002312     IF FS-PARAMETROS-OK
002313     AND PARM-MAX-HISTORICO NUMERIC
002314     AND PARM-MAX-HISTORICO > ZERO
002315         MOVE PARM-MAX-HISTORICO TO WS-MAX-HISTORICO
002316     END-IF
002317
002318     IF FS-PARAMETROS-OK
002320         PERFORM 1170-CARREGAR-PROPOSITO
002321             THRU 1170-CARREGAR-PROPOSITO-EXIT
002322             VARYING WS-IDX-PROP FROM 1 BY 1
002323             UNTIL WS-IDX-PROP > 5
002324     END-IF
002325
002326     CLOSE ARQ-PARAMETROS
002327     .
002328 1150-CARREGAR-PARAMETROS-EXIT.
002329     EXIT.
002330
002331******************************************************************
002332*    1170-CARREGAR-PROPOSITO
002333*    REGISTRA NA TABELA DE PROPOSITOS A POSICAO CORRENTE DO
002334*    CARTAO, QUANDO O CODIGO E A IDADE MINIMA DELA FORAM
002335*    INFORMADOS.
002336******************************************************************
002337 1170-CARREGAR-PROPOSITO.
002338     IF PARM-PROP-CODIGO (WS-IDX-PROP) NOT = SPACES
002339     AND PARM-PROP-IDADE (WS-IDX-PROP) NUMERIC
002340     AND PARM-PROP-IDADE (WS-IDX-PROP) > ZERO
002341         ADD 1 TO WS-QTDE-PROPOSITOS
002342         MOVE PARM-PROP-CODIGO (WS-IDX-PROP)
002343             TO WS-TAB-PROP-CODIGO (WS-QTDE-PROPOSITOS)
002345         MOVE PARM-PROP-IDADE (WS-IDX-PROP)
002346             TO WS-TAB-PROP-IDADE (WS-QTDE-PROPOSITOS)
002347     END-IF
002348     .
002349 1170-CARREGAR-PROPOSITO-EXIT.
002350     EXIT.
002351
002352******************************************************************
002353*    1400-CARREGAR-BLOQUEADOS
002354*    CARREGA A LISTA DE CPFS DA PREVENCAO A FRAUDES NO INDICE DE
002355*    BLOQUEIO (ARQ-BLQ-NDX), RECRIADO A CADA EXECUCAO, COMO NO
002356*    LOTE NOTURNO, PARA QUE A VIRADA DE UM CPF BLOQUEADO PARA
002357*    MAIOR NAO GERE ONBOARDING. SOMENTE LISTA INEXISTENTE (FILE
002358*    STATUS 35) SIGNIFICA LISTA VAZIA: QUALQUER OUTRA FALHA
002359*    DERRUBA O JOB COM RETURN-CODE 16.
002360******************************************************************
002361 1400-CARREGAR-BLOQUEADOS.
002362     OPEN OUTPUT ARQ-BLQ-NDX
002363     IF NOT FS-BLQ-NDX-OK
002364         DISPLAY "ERRO AO CRIAR ARQ-BLQ-NDX. FILE STATUS: "
002365             WS-FS-BLQ-NDX
002366         MOVE 16 TO RETURN-CODE
002367         STOP RUN
002368     END-IF
002370
002371     OPEN INPUT ARQ-BLOQUEADOS
002372     IF FS-BLOQUEADOS-OK
002373         MOVE "N" TO WS-FIM-BLOQUEADOS
002374         PERFORM 1450-LER-BLOQUEADO
002375             THRU 1450-LER-BLOQUEADO-EXIT
002376             UNTIL FIM-DOS-BLOQUEADOS
002377         CLOSE ARQ-BLOQUEADOS
002378     ELSE
002379         IF NOT FS-BLOQUEADOS-AUSENTE
002380             DISPLAY "ERRO AO ABRIR ARQ-BLOQUEADOS. FILE "
002381                 "STATUS: " WS-FS-BLOQUEADOS
002382             MOVE 16 TO RETURN-CODE
002383             STOP RUN
002384         END-IF
002385     END-IF
002386
002387     CLOSE ARQ-BLQ-NDX
002388     OPEN INPUT ARQ-BLQ-NDX
002389     IF NOT FS-BLQ-NDX-OK
002390         DISPLAY "ERRO AO REABRIR ARQ-BLQ-NDX. FILE STATUS: "
002391             WS-FS-BLQ-NDX
002392         MOVE 16 TO RETURN-CODE
002393         STOP RUN
002395     END-IF
002396     .
002397 1400-CARREGAR-BLOQUEADOS-EXIT.
002398     EXIT.
002399
002400******************************************************************
002401*    1450-LER-BLOQUEADO
002402*    LE UM CPF DA LISTA DE BLOQUEIO E O GRAVA NO INDICE. CPF
002403*    REPETIDO NA LISTA E IGNORADO (VALE A PRIMEIRA ENTRADA).
002404******************************************************************
002405 1450-LER-BLOQUEADO.
002406     READ ARQ-BLOQUEADOS
002407         AT END
002408             MOVE "S" TO WS-FIM-BLOQUEADOS
002409             GO TO 1450-LER-BLOQUEADO-EXIT
002410     END-READ
002411
002412     IF NOT FS-BLOQUEADOS-OK
002413         DISPLAY "ERRO AO LER ARQ-BLOQUEADOS. FILE STATUS: "
002414             WS-FS-BLOQUEADOS
002415         MOVE 16 TO RETURN-CODE
002416         STOP RUN
002417     END-IF
002418
002420     MOVE SPACES         TO BLQ-NDX-REG
002421     IF BLQ-DOC-CPF
002422         MOVE "C"          TO BQX-TIPO-DOC
002423     ELSE
002424         MOVE BLQ-TIPO-DOC TO BQX-TIPO-DOC
002425     END-IF
002426     MOVE BLQ-DOC-NUMERO TO BQX-DOC-NUMERO
002427     MOVE BLQ-MOTIVO     TO BQX-MOTIVO
002428     WRITE BLQ-NDX-REG
002429
002430     IF NOT FS-BLQ-NDX-OK
002431     AND NOT FS-BLQ-NDX-DUPLIC
002432         DISPLAY "ERRO AO CARREGAR O INDICE DE BLOQUEIO. "
002433             "FILE STATUS: " WS-FS-BLQ-NDX
002434             " DOCUMENTO: " BQX-TIPO-DOC " " BLQ-DOC-NUMERO
002435         MOVE 16 TO RETURN-CODE
002436         STOP RUN
002437     END-IF
002438     .
002439 1450-LER-BLOQUEADO-EXIT.
002440     EXIT.
002441
002442******************************************************************
002443*    1550-ABRIR-HISTORICO
002445*    ABRE O HISTORICO DE VERIFICACOES EM I-O, CRIANDO-O VAZIO
002446*    NA PRIMEIRA EXECUCAO. QUANDO O HISTORICO NAO PODE SER
002447*    ABERTO, A MANUTENCAO SEGUE SEM ELE, COM AVISO NO CONSOLE.
002448******************************************************************
002449 1550-ABRIR-HISTORICO.
002450     MOVE "N" TO WS-HISTORICO-ATIVO
002451
002452     OPEN I-O ARQ-HISTORICO
002453     IF NOT FS-HISTORICO-OK
002454         OPEN OUTPUT ARQ-HISTORICO
002455         IF FS-HISTORICO-OK
002456             CLOSE ARQ-HISTORICO
002457             OPEN I-O ARQ-HISTORICO
002458         END-IF
002459     END-IF
002460
002461     IF FS-HISTORICO-OK
002462         MOVE "S" TO WS-HISTORICO-ATIVO
002463     ELSE
002464         DISPLAY "HISTORICO DE VERIFICACOES INDISPONIVEL. FILE "
002465             "STATUS: " WS-FS-HISTORICO ". O JOB SEGUE SEM ELE."
002466     END-IF
002467     .
002468 1550-ABRIR-HISTORICO-EXIT.
002470     EXIT.
002480
002490******************************************************************
003230         MOVE "DOCUMENTO NAO INFORMADO" TO WS-MOTIVO-RECUSA
003240         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
003250     END-IF
003255
003260     IF MOV-TIPO-DOC = SPACE
003265         MOVE "C" TO MOV-TIPO-DOC
003270     END-IF
003275     IF MOV-TIPO-DOC NOT = "C" AND "R" AND "P"
003280         MOVE "N" TO WS-MOVIMENTO-VALIDO
003285         MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-MOTIVO-RECUSA
003290         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
003295     END-IF
003300
003305     MOVE MOV-TIPO-DOC   TO MST-TIPO-DOC
003310     MOVE MOV-DOC-NUMERO TO MST-DOC-NUMERO
003320     READ ARQ-MESTRE
003330
003340     IF FS-MESTRE-NAO-ACHADO
003350         MOVE "N" TO WS-MOVIMENTO-VALIDO
003360         MOVE "DOCUMENTO NAO ENCONTRADO" TO WS-MOTIVO-RECUSA
003370         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
003380     END-IF
003390
004730     MOVE SPACES           TO WS-REL-DETALHE
004740     MOVE MOV-ACAO         TO WS-DET-ACAO
004750     MOVE MOV-DOC-NUMERO   TO WS-DET-DOC
004755     MOVE MOV-TIPO-DOC     TO WS-DET-TIPO
004760     MOVE "RECUSADO"       TO WS-DET-NOME
004770     MOVE WS-MOTIVO-RECUSA TO WS-DET-INFO
004780     WRITE REL-LINHA FROM WS-REL-DETALHE
004910     MOVE SPACES          TO WS-REL-DETALHE
004920     MOVE MOV-ACAO        TO WS-DET-ACAO
004930     MOVE MST-DOC-NUMERO  TO WS-DET-DOC
004935     MOVE MST-TIPO-DOC    TO WS-DET-TIPO
004940     MOVE MST-NOME        TO WS-DET-NOME
004950     MOVE SPACES          TO WS-DET-INFO
004960     STRING "NASC " DELIMITED BY SIZE
005100*    NASCIMENTO NOVOS DO MOVIMENTO, GRAVANDO ANTES NO LOG DE
005110*    ALTERACOES A IMAGEM ANTERIOR E A IMAGEM NOVA. CAMPO NAO
005120*    INFORMADO NO MOVIMENTO MANTEM O VALOR ATUAL DO MESTRE.
005122*    QUANDO A DATA DE NASCIMENTO MUDA, O VEREDICTO E REAVALIADO
005124*    ANTES DA REGRAVACAO E, DEPOIS DELA, A REAVALIACAO E
005126*    AUDITADA, GRAVADA NO HISTORICO E, SE O RESULTADO VIROU,
005128*    COMUNICADA AO CADASTRO OU AO ONBOARDING.
005130******************************************************************
005140 4000-ALTERAR.
005150     PERFORM 6000-MONTAR-LOG
005160         THRU 6000-MONTAR-LOG-EXIT
005161
005162     MOVE "N" TO WS-NASCTO-ALTERADO
005164     IF MOV-DT-NASCTO-NOVA NOT = ZEROS
005165     AND MOV-DT-NASCTO-NOVA NOT = MST-DT-NASCTO
005167         MOVE "S" TO WS-NASCTO-ALTERADO
005168     END-IF
005170
005180     IF MOV-NOME-NOVO NOT = SPACES
005190         MOVE MOV-NOME-NOVO TO MST-NOME
005270         MOVE MOV-DT-NASCTO-NOVA TO LOG-DT-NASCTO-NOVO
005280     END-IF
005290
005291     IF NASCTO-ALTERADO
005293         PERFORM 4500-REAVALIAR-RESULTADO
005295             THRU 4500-REAVALIAR-RESULTADO-EXIT
005296     END-IF
005298
005300     REWRITE MESTRE-REG
005310     IF NOT FS-MESTRE-OK
005320         DISPLAY "ERRO AO GRAVAR ARQ-MESTRE. FILE STATUS: "
005380     WRITE LOG-MESTRE-REG
005390
005400     ADD 1 TO WS-QTDE-ALTERADOS
005401
005402     IF NASCTO-ALTERADO
005403         PERFORM 4600-GRAVAR-AUDITORIA
005404             THRU 4600-GRAVAR-AUDITORIA-EXIT
005405         PERFORM 4800-MANTER-HISTORICO
005406             THRU 4800-MANTER-HISTORICO-EXIT
005407         PERFORM 4700-TRATAR-VIRADA
005408             THRU 4700-TRATAR-VIRADA-EXIT
005409     END-IF
005410     .
005411 4000-ALTERAR-EXIT.
005412     EXIT.
005413
005414******************************************************************
005415*    4500-REAVALIAR-RESULTADO
005416*    RECALCULA, SOBRE A DATA DE NASCIMENTO CORRIGIDA, A IDADE,
005417*    A FAIXA ETARIA E O RESULTADO PELO CORTE DO PROPOSITO DA
005418*    ULTIMA VERIFICACAO, E OS GRAVA NO REGISTRO DO MESTRE COM A
005419*    DATA DE HOJE COMO DATA DA ULTIMA VERIFICACAO. O RESULTADO
005420*    ANTERIOR FICA GUARDADO PARA A DETECCAO DA VIRADA.
005421******************************************************************
005422 4500-REAVALIAR-RESULTADO.
005423     ADD 1 TO WS-QTDE-REAVALIADOS
005424     MOVE MST-ULT-RESULTADO TO WS-RESULTADO-ANTERIOR
005425
005426     PERFORM 4510-CALCULAR-IDADE
005427         THRU 4510-CALCULAR-IDADE-EXIT
005428
005429     PERFORM 4520-RESOLVER-IDADE-MINIMA
005430         THRU 4520-RESOLVER-IDADE-MINIMA-EXIT
005431
005432     IF WS-IDADE-CALCULADA < WS-IDADE-MINIMA-APLICADA
005433         MOVE "MENOR" TO WS-RESULTADO
005434     ELSE
005435         MOVE "MAIOR" TO WS-RESULTADO
005436     END-IF
005437
005438     PERFORM 4540-CLASSIFICAR-FAIXA-ETARIA
005439         THRU 4540-CLASSIFICAR-FAIXA-ETARIA-EXIT
005440
005441     PERFORM 4550-VERIFICAR-BLOQUEADO
005442         THRU 4550-VERIFICAR-BLOQUEADO-EXIT
005443
005444     MOVE WS-RESULTADO         TO MST-ULT-RESULTADO
005445     IF WS-RESULTADO = "MAIOR"
005446         MOVE SPACES           TO MST-ULT-SIT-RESP
005447     END-IF
005448     MOVE WS-FAIXA-ETARIA      TO MST-ULT-FAIXA
005449     MOVE WS-DATA-SISTEMA-CCYY TO MST-ULT-VERIF-CCYY
005450     MOVE WS-DATA-SISTEMA-MM   TO MST-ULT-VERIF-MM
005451     MOVE WS-DATA-SISTEMA-DD   TO MST-ULT-VERIF-DD
005452     .
005453 4500-REAVALIAR-RESULTADO-EXIT.
005454     EXIT.
005455
005456******************************************************************
005457*    4510-CALCULAR-IDADE
005458*    CALCULA A IDADE CORRENTE A PARTIR DA DATA DE NASCIMENTO JA
005459*    CORRIGIDA NO REGISTRO DO MESTRE E DA DATA DO SISTEMA, NO
005460*    MESMO CRITERIO DOS PROGRAMAS DE VERIFICACAO.
005461******************************************************************
005462 4510-CALCULAR-IDADE.
005463     COMPUTE WS-IDADE-CALCULADA =
005464         WS-DATA-SISTEMA-CCYY - MST-DT-NASCTO-CCYY
005465
005466     IF MST-DT-NASCTO-MM > WS-DATA-SISTEMA-MM
005467         SUBTRACT 1 FROM WS-IDADE-CALCULADA
005468     ELSE
005469         IF MST-DT-NASCTO-MM = WS-DATA-SISTEMA-MM
005470         AND MST-DT-NASCTO-DD > WS-DATA-SISTEMA-DD
005471             SUBTRACT 1 FROM WS-IDADE-CALCULADA
005472         END-IF
005473     END-IF
005474     .
005475 4510-CALCULAR-IDADE-EXIT.
005476     EXIT.
005477
005478******************************************************************
005479*    4520-RESOLVER-IDADE-MINIMA
005480*    RESOLVE A IDADE MINIMA APLICAVEL AO REGISTRO CORRENTE PELO
005481*    PROPOSITO DA ULTIMA VERIFICACAO REGISTRADO NO MESTRE.
005482*    PROPOSITO EM BRANCO OU FORA DA TABELA USA A IDADE MINIMA
005483*    PADRAO.
005484******************************************************************
005485 4520-RESOLVER-IDADE-MINIMA.
005486     MOVE WS-IDADE-MINIMA TO WS-IDADE-MINIMA-APLICADA
005487     MOVE ZERO            TO WS-IDX-PROP-ACHADO
005488
005489     IF MST-ULT-PROPOSITO = SPACES
005490         GO TO 4520-RESOLVER-IDADE-MINIMA-EXIT
005491     END-IF
005492
005493     PERFORM 4530-COMPARAR-PROPOSITO
005494         VARYING WS-IDX-PROP FROM 1 BY 1
005495         UNTIL WS-IDX-PROP > WS-QTDE-PROPOSITOS
005496         OR WS-IDX-PROP-ACHADO > ZERO
005497
005498     IF WS-IDX-PROP-ACHADO > ZERO
005499         MOVE WS-TAB-PROP-IDADE (WS-IDX-PROP-ACHADO)
005500             TO WS-IDADE-MINIMA-APLICADA
005501     END-IF
005502     .
005503 4520-RESOLVER-IDADE-MINIMA-EXIT.
005504     EXIT.
005505
005506******************************************************************
005507*    4530-COMPARAR-PROPOSITO
005508*    COMPARA O PROPOSITO DO REGISTRO CORRENTE COM UMA ENTRADA
005509*    DA TABELA DE PROPOSITOS, GUARDANDO A POSICAO QUANDO
005510*    ENCONTRA.
005511******************************************************************
005512 4530-COMPARAR-PROPOSITO.
005513     IF WS-TAB-PROP-CODIGO (WS-IDX-PROP) = MST-ULT-PROPOSITO
005514         MOVE WS-IDX-PROP TO WS-IDX-PROP-ACHADO
005515     END-IF
005516     .
005517
005518******************************************************************
005519*    4540-CLASSIFICAR-FAIXA-ETARIA
005520*    CLASSIFICA A IDADE RECALCULADA EM UMA FAIXA ETARIA
005521*    (CRIANCA, ADOLESCENTE, ADULTO OU IDOSO).
005522******************************************************************
005523 4540-CLASSIFICAR-FAIXA-ETARIA.
005524     EVALUATE TRUE
005525         WHEN WS-IDADE-CALCULADA < 12
005526             MOVE "CR" TO WS-FAIXA-ETARIA
005527         WHEN WS-IDADE-CALCULADA < 18
005528             MOVE "AD" TO WS-FAIXA-ETARIA
005529         WHEN WS-IDADE-CALCULADA < 60
005530             MOVE "AT" TO WS-FAIXA-ETARIA
005531         WHEN OTHER
005532             MOVE "ID" TO WS-FAIXA-ETARIA
005533     END-EVALUATE
005534     .
005535 4540-CLASSIFICAR-FAIXA-ETARIA-EXIT.
005536     EXIT.
005537
005538******************************************************************
005539*    4550-VERIFICAR-BLOQUEADO
005540*    PROCURA O CPF DO REGISTRO CORRENTE NO INDICE DA LISTA DE
005541*    BLOQUEIO, LIGANDO O INDICADOR DE CPF BLOQUEADO QUANDO
005542*    ENCONTRA.
005543******************************************************************
005544 4550-VERIFICAR-BLOQUEADO.
005545     MOVE "N" TO WS-CPF-BLOQUEADO
005546
005547     MOVE MST-CHAVE TO BQX-CHAVE
005548     READ ARQ-BLQ-NDX
005549
005550     IF FS-BLQ-NDX-OK
005551         MOVE "S" TO WS-CPF-BLOQUEADO
005552     ELSE
005553         IF NOT FS-BLQ-NDX-NAO-ACHADO
005554             DISPLAY "ERRO AO LER ARQ-BLQ-NDX. FILE STATUS: "
005555                 WS-FS-BLQ-NDX
005556             MOVE 16 TO RETURN-CODE
005557             STOP RUN
005558         END-IF
005559     END-IF
005560     .
005561 4550-VERIFICAR-BLOQUEADO-EXIT.
005562     EXIT.
005563
005564******************************************************************
005565*    4560-VALIDAR-CPF
005566*    CALCULA OS DOIS DIGITOS VERIFICADORES DO CPF DO REGISTRO
005567*    CORRENTE (MOD 11) E CONFERE SE ELES CONFEREM COM OS DIGITOS
005568*    INFORMADOS, REJEITANDO TAMBEM CPF COM TODOS OS DIGITOS
005569*    IGUAIS. SERVE APENAS PARA O INDICADOR DE CPF VALIDO DA
005570*    AUDITORIA: A MANUTENCAO NAO RECUSA CPF REPROVADO NO DV.
005571******************************************************************
005572 4560-VALIDAR-CPF.
005573     IF WS-CPF NOT NUMERIC
005574         MOVE "N" TO WS-CPF-VALIDO
005575         GO TO 4560-VALIDAR-CPF-EXIT
005576     END-IF
005577
005578     MOVE ZERO TO WS-SOMA1
005579     PERFORM 4561-SOMAR-DV1
005580         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
005581
005582     DIVIDE WS-SOMA1 BY 11 GIVING WS-QUOC REMAINDER WS-RESTO1
005583     IF WS-RESTO1 < 2
005584         MOVE 0 TO WS-DV1-CALC
005585     ELSE
005586         COMPUTE WS-DV1-CALC = 11 - WS-RESTO1
005587     END-IF
005588
005589     MOVE ZERO TO WS-SOMA2
005590     PERFORM 4562-SOMAR-DV2
005591         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
005592
005593     DIVIDE WS-SOMA2 BY 11 GIVING WS-QUOC REMAINDER WS-RESTO2
005594     IF WS-RESTO2 < 2
005595         MOVE 0 TO WS-DV2-CALC
005596     ELSE
005597         COMPUTE WS-DV2-CALC = 11 - WS-RESTO2
005598     END-IF
005599
005600     MOVE "S" TO WS-CPF-REPETIDO
005601     PERFORM 4563-VERIFICAR-REPETIDO
005602         VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 9
005603
005604     IF WS-CPF-DV1 = WS-DV1-CALC
005605     AND WS-CPF-DV2 = WS-DV2-CALC
005606     AND NOT CPF-REPETIDO
005607         MOVE "S" TO WS-CPF-VALIDO
005608     ELSE
005609         MOVE "N" TO WS-CPF-VALIDO
005610     END-IF
005611     .
005612 4560-VALIDAR-CPF-EXIT.
005613     EXIT.
005614
005615******************************************************************
005616*    4561-SOMAR-DV1
005617*    ACUMULA A SOMA PONDERADA DOS 9 PRIMEIROS DIGITOS DO CPF,
005618*    USADA NO CALCULO DO PRIMEIRO DIGITO VERIFICADOR.
005619******************************************************************
005620 4561-SOMAR-DV1.
005621     COMPUTE WS-SOMA1 =
005622         WS-SOMA1 + WS-CPF-DIGITO (WS-I) * (11 - WS-I)
005623     .
005624
005625******************************************************************
005626*    4562-SOMAR-DV2
005627*    ACUMULA A SOMA PONDERADA DOS 10 PRIMEIROS DIGITOS DO CPF
005628*    (BASE + PRIMEIRO DIGITO VERIFICADOR), USADA NO CALCULO DO
005629*    SEGUNDO DIGITO VERIFICADOR.
005630******************************************************************
005631 4562-SOMAR-DV2.
005632     COMPUTE WS-SOMA2 =
005634         WS-SOMA2 + WS-CPF-DIGITO (WS-I) * (12 - WS-I)
005635     .
005636
005637******************************************************************
005638*    4563-VERIFICAR-REPETIDO
005639*    DESLIGA O INDICADOR DE CPF REPETIDO QUANDO ENCONTRA UM
005640*    DIGITO DIFERENTE DO PRIMEIRO.
005641******************************************************************
005642 4563-VERIFICAR-REPETIDO.
005643     IF WS-CPF-DIGITO (WS-I) NOT = WS-CPF-DIGITO (1)
005644         MOVE "N" TO WS-CPF-REPETIDO
005645     END-IF
005646     .
005647
005648******************************************************************
005649*    4565-VALIDAR-DOCUMENTO
005650*    APLICA AO DOCUMENTO DO REGISTRO A REGRA DE VALIDACAO DO SEU
005651*    TIPO: DIGITOS VERIFICADORES PARA O CPF, FORMATO LETRA E
005652*    DIGITOS PARA O RNE/CRNM, PAIS E NUMERO PARA O PASSAPORTE.
005653*    TIPO EM BRANCO VALE CPF; TIPO DESCONHECIDO E INVALIDO.
005654******************************************************************
005655 4565-VALIDAR-DOCUMENTO.
005656     IF MST-TIPO-DOC = "R"
005657         MOVE MST-DOC-NUMERO TO WS-DOC-ESTRANGEIRO
005658         PERFORM 4566-VALIDAR-RNE
005659             THRU 4566-VALIDAR-RNE-EXIT
005660         GO TO 4565-VALIDAR-DOCUMENTO-EXIT
005661     END-IF
005662
005663     IF MST-TIPO-DOC = "P"
005664         MOVE MST-DOC-NUMERO TO WS-DOC-ESTRANGEIRO
005665         PERFORM 4567-VALIDAR-PASSAPORTE
005666             THRU 4567-VALIDAR-PASSAPORTE-EXIT
005667         GO TO 4565-VALIDAR-DOCUMENTO-EXIT
005668     END-IF
005669
005670     MOVE MST-DOC-NUMERO TO WS-CPF
005671     IF MST-TIPO-DOC = "C" OR SPACE
005672         PERFORM 4560-VALIDAR-CPF
005673             THRU 4560-VALIDAR-CPF-EXIT
005674     ELSE
005675         MOVE "N" TO WS-CPF-VALIDO
005676     END-IF
005677     .
005678 4565-VALIDAR-DOCUMENTO-EXIT.
005679     EXIT.
005680
005681******************************************************************
005682*    4566-VALIDAR-RNE
005683*    CONFERE O FORMATO DO RNE/CRNM: UMA LETRA, SEIS DIGITOS E
005684*    UM DIGITO OU LETRA DE CONTROLE, ALINHADO A ESQUERDA.
005685******************************************************************
005686 4566-VALIDAR-RNE.
005687     IF WS-RNE-LETRA IS LETRA-MAIUSCULA
005688     AND WS-RNE-NUMERO IS NUMERIC
005689     AND WS-RNE-CONTROLE IS LETRA-OU-DIGITO
005690     AND WS-RNE-COMPLEMENTO = SPACES
005691         MOVE "S" TO WS-CPF-VALIDO
005692     ELSE
005693         MOVE "N" TO WS-CPF-VALIDO
005694     END-IF
005695     .
005696 4566-VALIDAR-RNE-EXIT.
005697     EXIT.
005698
005699******************************************************************
005700*    4567-VALIDAR-PASSAPORTE
005701*    CONFERE O PASSAPORTE: SIGLA DE 3 LETRAS DO PAIS EMISSOR E
005702*    NUMERO DE LETRAS E DIGITOS ALINHADO A ESQUERDA, SEM BRANCOS
005703*    NO MEIO E COM O TAMANHO MINIMO.
005704******************************************************************
005705 4567-VALIDAR-PASSAPORTE.
005706     MOVE "N" TO WS-CPF-VALIDO
005707     IF WS-PAS-PAIS IS NOT LETRA-MAIUSCULA
005708         GO TO 4567-VALIDAR-PASSAPORTE-EXIT
005709     END-IF
005710
005711     MOVE ZERO TO WS-PAS-TAMANHO
005712     MOVE "N"  TO WS-PAS-FIM-NUMERO
005713     MOVE "N"  TO WS-PAS-INVALIDO
005714     PERFORM 4568-CONFERIR-CARACTER
005715         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
005716
005717     IF NOT PAS-INVALIDO
005718     AND WS-PAS-TAMANHO NOT < WS-PAS-TAMANHO-MINIMO
005719         MOVE "S" TO WS-CPF-VALIDO
005720     END-IF
005721     .
005722 4567-VALIDAR-PASSAPORTE-EXIT.
005723     EXIT.
005724
005725******************************************************************
005726*    4568-CONFERIR-CARACTER
005727*    CONFERE UMA POSICAO DO NUMERO DO PASSAPORTE: DEPOIS DO
005728*    PRIMEIRO BRANCO SO PODE HAVER BRANCOS, E AS DEMAIS POSICOES
005729*    PRECISAM SER LETRA OU DIGITO.
005730******************************************************************
005731 4568-CONFERIR-CARACTER.
005732     IF WS-PAS-CARACTER (WS-I) = SPACE
005733         MOVE "S" TO WS-PAS-FIM-NUMERO
005734     ELSE
005735         IF PAS-FIM-NUMERO
005736         OR WS-PAS-CARACTER (WS-I) IS NOT LETRA-OU-DIGITO
005737             MOVE "S" TO WS-PAS-INVALIDO
005738         ELSE
005739             ADD 1 TO WS-PAS-TAMANHO
005740         END-IF
005741     END-IF
005742     .
005743
005744******************************************************************
005745*    4600-GRAVAR-AUDITORIA
005746*    GRAVA NA TRILHA DE AUDITORIA A REAVALIACAO DO REGISTRO
005747*    CORRENTE, COM A DATA DE NASCIMENTO CORRIGIDA E O VEREDICTO
005748*    RECALCULADO. A ORIGEM "MANUT" IDENTIFICA A MANUTENCAO DO
005749*    MESTRE COMO AUTORA DA VERIFICACAO. AUD-DECISAO,
005750*    AUD-ID-EXECUCAO E AUD-OPERADOR FICAM EM BRANCO: A/M/B SAO
005751*    DECISOES DO ANALISTA, O IDENTIFICADOR MARCA A VERIFICACAO
005752*    DO LOTE NOTURNO (ESTORNO E PAINEL DE QUALIDADE) E O
005753*    MOVIMENTO DE MANUTENCAO NAO TRAZ OPERADOR.
005754******************************************************************
005755 4600-GRAVAR-AUDITORIA.
005756     MOVE WS-HORA-MOV TO WS-HORA-VERIF
005757
005758     PERFORM 4565-VALIDAR-DOCUMENTO
005759         THRU 4565-VALIDAR-DOCUMENTO-EXIT
005760
005761     MOVE SPACES TO AUDIT-REG
005762
005763     MOVE WS-DATA-SISTEMA-CCYY TO AUD-DATA-VERIF-CCYY
005764     MOVE WS-DATA-SISTEMA-MM   TO AUD-DATA-VERIF-MM
005765     MOVE WS-DATA-SISTEMA-DD   TO AUD-DATA-VERIF-DD
005766     MOVE WS-HORA-VERIF        TO AUD-HORA-VERIF
005767     MOVE MST-DT-NASCTO-CCYY   TO AUD-DT-NASCTO-CCYY
005768     MOVE MST-DT-NASCTO-MM     TO AUD-DT-NASCTO-MM
005769     MOVE MST-DT-NASCTO-DD     TO AUD-DT-NASCTO-DD
005770     MOVE WS-IDADE-CALCULADA   TO AUD-IDADE-CALC
005771     MOVE WS-FAIXA-ETARIA      TO AUD-FAIXA-ETARIA
005772     MOVE WS-RESULTADO         TO AUD-RESULTADO
005773     MOVE MST-DOC-NUMERO       TO AUD-DOC-NUMERO
005774     MOVE MST-TIPO-DOC         TO AUD-TIPO-DOC
005775     MOVE WS-CPF-VALIDO        TO AUD-CPF-VALIDO
005776     MOVE WS-CPF-BLOQUEADO     TO AUD-BLOQUEADO
005777     MOVE "MANUT"              TO AUD-SIST-ORIGEM
005778     MOVE MST-ULT-PROPOSITO    TO AUD-PROPOSITO
005779     MOVE WS-IDADE-MINIMA-APLICADA TO AUD-IDADE-MINIMA
005780
005781     WRITE AUDIT-REG
005782     .
005783 4600-GRAVAR-AUDITORIA-EXIT.
005784     EXIT.
005785
005786******************************************************************
005787*    4700-TRATAR-VIRADA
005788*    QUANDO O RESULTADO REAVALIADO DIFERE DO ANTERIOR, COMUNICA
005789*    A VIRADA: DE MAIOR PARA MENOR, GRAVA A REVOGACAO AO
005790*    CADASTRO (O CIDADAO FOI ONBOARDADO COMO MAIOR); DE MENOR
005791*    PARA MAIOR, GRAVA NOVO REGISTRO DE ONBOARDING, EXCETO PARA
005792*    CPF BLOQUEADO. TODA VIRADA SAI NO RELATORIO PARA O
005793*    ACOMPANHAMENTO DO BACK OFFICE.
005794******************************************************************
005795 4700-TRATAR-VIRADA.
005796     IF WS-RESULTADO-ANTERIOR = "MAIOR"
005797     AND WS-RESULTADO = "MENOR"
005798         ADD 1 TO WS-QTDE-VIRA-MENOR
005799         PERFORM 4720-GRAVAR-REVOGACAO
005800             THRU 4720-GRAVAR-REVOGACAO-EXIT
005801         GO TO 4700-TRATAR-VIRADA-EXIT
005802     END-IF
005803
005804     IF WS-RESULTADO-ANTERIOR = "MENOR"
005805     AND WS-RESULTADO = "MAIOR"
005806         ADD 1 TO WS-QTDE-VIRA-MAIOR
005807         PERFORM 4740-GRAVAR-ONBOARDING
005808             THRU 4740-GRAVAR-ONBOARDING-EXIT
005809     END-IF
005810     .
005811 4700-TRATAR-VIRADA-EXIT.
005812     EXIT.
005813
005814******************************************************************
005815*    4720-GRAVAR-REVOGACAO
005816*    GRAVA O REGISTRO DE REVOGACAO AO CADASTRO PARA O CIDADAO
005817*    QUE DEIXOU DE SER MAIOR COM A CORRECAO DA DATA DE
005818*    NASCIMENTO, NO MESMO LAYOUT DA MANUTENCAO DA LISTA DE
005819*    BLOQUEIO, E APONTA A VIRADA NO RELATORIO.
005820******************************************************************
005821 4720-GRAVAR-REVOGACAO.
005822     MOVE SPACES                TO REVOGACAO-REG
005823     MOVE MST-DOC-NUMERO        TO RVG-DOC-NUMERO
005824     MOVE MST-TIPO-DOC          TO RVG-TIPO-DOC
005825     MOVE WS-DATA-SISTEMA       TO RVG-DATA-REVOGACAO
005826     MOVE "CORRECAO DA DATA DE NASCIMENTO"
005827         TO RVG-MOTIVO-BLOQUEIO
005828     MOVE MST-DATA-ULT-VERIF    TO RVG-DATA-ULT-VERIF
005829     MOVE WS-RESULTADO-ANTERIOR TO RVG-ULT-RESULTADO
005830     WRITE REVOGACAO-REG
005831
005832     ADD 1 TO WS-QTDE-REVOGACOES
005833
005834     MOVE SPACES         TO WS-REL-DETALHE
005835     MOVE "*"            TO WS-DET-ACAO
005836     MOVE MST-DOC-NUMERO TO WS-DET-DOC
005837     MOVE MST-TIPO-DOC   TO WS-DET-TIPO
005838     MOVE "VIROU DE MAIOR PARA MENOR" TO WS-DET-NOME
005839     MOVE "REVOGACAO EMITIDA AO CADASTRO" TO WS-DET-INFO
005840     WRITE REL-LINHA FROM WS-REL-DETALHE
005841     .
005842 4720-GRAVAR-REVOGACAO-EXIT.
005843     EXIT.
005844
005845******************************************************************
005846*    4740-GRAVAR-ONBOARDING
005847*    GRAVA NOVO REGISTRO DE INTERFACE COM O ONBOARDING PARA O
005848*    CIDADAO QUE PASSOU A MAIOR COM A CORRECAO DA DATA DE
005849*    NASCIMENTO. CPF BLOQUEADO NAO GERA ONBOARDING; A VIRADA
005850*    SAI NO RELATORIO NOS DOIS CASOS.
005851******************************************************************
005852 4740-GRAVAR-ONBOARDING.
005853     MOVE SPACES         TO WS-REL-DETALHE
005854     MOVE "*"            TO WS-DET-ACAO
005855     MOVE MST-DOC-NUMERO TO WS-DET-DOC
005857     MOVE MST-TIPO-DOC   TO WS-DET-TIPO
005858     MOVE "VIROU DE MENOR PARA MAIOR" TO WS-DET-NOME
005859
005860     IF CPF-BLOQUEADO
005861         MOVE "CPF BLOQUEADO - SEM ONBOARDING" TO WS-DET-INFO
005862         WRITE REL-LINHA FROM WS-REL-DETALHE
005863         GO TO 4740-GRAVAR-ONBOARDING-EXIT
005864     END-IF
005865
005866     MOVE SPACES TO ONBOARDING-REG
005867
005868     MOVE MST-DOC-NUMERO       TO ONB-DOC-NUMERO
005869     MOVE MST-TIPO-DOC         TO ONB-TIPO-DOC
005870     MOVE WS-IDADE-CALCULADA   TO ONB-IDADE-CALC
005871     MOVE WS-RESULTADO         TO ONB-RESULTADO
005872     MOVE WS-DATA-SISTEMA-CCYY TO ONB-DATA-VERIF-CCYY
005873     MOVE WS-DATA-SISTEMA-MM   TO ONB-DATA-VERIF-MM
005874     MOVE WS-DATA-SISTEMA-DD   TO ONB-DATA-VERIF-DD
005875     MOVE MST-ULT-PROPOSITO    TO ONB-PROPOSITO
005876     MOVE WS-IDADE-MINIMA-APLICADA TO ONB-IDADE-MINIMA
005877
005878     WRITE ONBOARDING-REG
005879
005880     ADD 1 TO WS-QTDE-ONBOARDING
005881
005882     MOVE "ONBOARDING EMITIDO" TO WS-DET-INFO
005883     WRITE REL-LINHA FROM WS-REL-DETALHE
005884     .
005885 4740-GRAVAR-ONBOARDING-EXIT.
005886     EXIT.
005887
005888******************************************************************
005889*    4800-MANTER-HISTORICO
005890*    GRAVA A REAVALIACAO NO HISTORICO DE VERIFICACOES E EXPURGA
005891*    AS MAIS ANTIGAS DO CIDADAO ATE RESTAREM APENAS AS ULTIMAS
005892*    N, COMO FAZEM OS PROGRAMAS VERIFICADORES, PARA QUE O
005893*    ULTIMO RESULTADO DO MESTRE CONTINUE IGUAL AO DA VERIFICACAO
005894*    MAIS RECENTE DO HISTORICO.
005895******************************************************************
005896 4800-MANTER-HISTORICO.
005897     IF NOT HISTORICO-ATIVO
005898         GO TO 4800-MANTER-HISTORICO-EXIT
005899     END-IF
005900
005901     MOVE SPACES             TO HISTORICO-REG
005902     MOVE MST-TIPO-DOC       TO HST-TIPO-DOC
005903     MOVE MST-DOC-NUMERO     TO HST-DOC-NUMERO
005904     MOVE WS-DATA-SISTEMA    TO HST-DATA-VERIF
005905     MOVE WS-HORA-VERIF      TO HST-HORA-VERIF
005906     MOVE WS-IDADE-CALCULADA TO HST-IDADE-CALC
005907     MOVE WS-FAIXA-ETARIA    TO HST-FAIXA-ETARIA
005908     MOVE WS-RESULTADO       TO HST-RESULTADO
005909     MOVE WS-CPF-BLOQUEADO   TO HST-BLOQUEADO
005910     MOVE MST-ULT-PROPOSITO  TO HST-PROPOSITO
005911
005912     WRITE HISTORICO-REG
005913     IF FS-HISTORICO-DUPLIC
005914         REWRITE HISTORICO-REG
005915     END-IF
005916     IF NOT FS-HISTORICO-OK
005917         DISPLAY "ERRO AO GRAVAR ARQ-HISTORICO. FILE STATUS: "
005918             WS-FS-HISTORICO
005919         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005921     END-IF
005922
005923     PERFORM 4820-CONTAR-HISTORICO
005924         THRU 4820-CONTAR-HISTORICO-EXIT
005925
005926     PERFORM 4860-EXPURGAR-ANTIGO
005927         THRU 4860-EXPURGAR-ANTIGO-EXIT
005928         UNTIL WS-QTDE-HIST <= WS-MAX-HISTORICO
005929     .
005930 4800-MANTER-HISTORICO-EXIT.
005931     EXIT.
005932
005933******************************************************************
005934*    4820-CONTAR-HISTORICO
005935*    CONTA AS VERIFICACOES DO CIDADAO CORRENTE NO HISTORICO,
005936*    GUARDANDO A CHAVE DA MAIS ANTIGA PARA UM EVENTUAL EXPURGO.
005937******************************************************************
005938 4820-CONTAR-HISTORICO.
005939     MOVE ZERO   TO WS-QTDE-HIST
005940     MOVE SPACES TO WS-CHA-TIPO
005941     MOVE SPACES TO WS-CHA-DOC
005942     MOVE ZEROS  TO WS-CHA-DATA
005943     MOVE ZEROS  TO WS-CHA-HORA
005944
005945     MOVE MST-TIPO-DOC   TO HST-TIPO-DOC
005946     MOVE MST-DOC-NUMERO TO HST-DOC-NUMERO
005947     MOVE ZEROS          TO HST-DATA-VERIF
005948     MOVE ZEROS          TO HST-HORA-VERIF
005949     START ARQ-HISTORICO
005950         KEY IS NOT LESS THAN HST-CHAVE
005951     END-START
005952     IF NOT FS-HISTORICO-OK
005953         GO TO 4820-CONTAR-HISTORICO-EXIT
005954     END-IF
005955
005956     MOVE "N" TO WS-FIM-HISTORICO
005957     PERFORM 4840-CONTAR-UM
005958         THRU 4840-CONTAR-UM-EXIT
005959         UNTIL FIM-DO-HISTORICO
005960     .
005961 4820-CONTAR-HISTORICO-EXIT.
005962     EXIT.
005963
005964******************************************************************
005965*    4840-CONTAR-UM
005966*    LE A PROXIMA VERIFICACAO DO HISTORICO E A CONTA, GUARDANDO
005967*    A CHAVE DA PRIMEIRA (MAIS ANTIGA) DO CIDADAO.
005968******************************************************************
005969 4840-CONTAR-UM.
005970     READ ARQ-HISTORICO NEXT RECORD
005971         AT END
005972             MOVE "S" TO WS-FIM-HISTORICO
005973             GO TO 4840-CONTAR-UM-EXIT
005974     END-READ
005975
005976     IF HST-DOC-NUMERO NOT = MST-DOC-NUMERO
005977     OR HST-TIPO-DOC NOT = MST-TIPO-DOC
005978         MOVE "S" TO WS-FIM-HISTORICO
005979         GO TO 4840-CONTAR-UM-EXIT
005980     END-IF
005981
005982     ADD 1 TO WS-QTDE-HIST
005983     IF WS-QTDE-HIST = 1
005984         MOVE HST-CHAVE TO WS-CHAVE-ANTIGA
005985     END-IF
005986     .
005987 4840-CONTAR-UM-EXIT.
005988     EXIT.
005989
005990******************************************************************
005991*    4860-EXPURGAR-ANTIGO
005992*    EXCLUI DO HISTORICO A VERIFICACAO MAIS ANTIGA DO CIDADAO
005993*    CORRENTE E RECONTA, ATE QUE RESTEM APENAS AS ULTIMAS N.
005994******************************************************************
005995 4860-EXPURGAR-ANTIGO.
005996     MOVE WS-CHAVE-ANTIGA TO HST-CHAVE
005997     READ ARQ-HISTORICO
005998     IF NOT FS-HISTORICO-OK
005999         MOVE ZERO TO WS-QTDE-HIST
006000         GO TO 4860-EXPURGAR-ANTIGO-EXIT
006001     END-IF
006002
006003     DELETE ARQ-HISTORICO
006004     IF NOT FS-HISTORICO-OK
006005         MOVE ZERO TO WS-QTDE-HIST
006006         GO TO 4860-EXPURGAR-ANTIGO-EXIT
006007     END-IF
006008
006009     PERFORM 4820-CONTAR-HISTORICO
006010         THRU 4820-CONTAR-HISTORICO-EXIT
006011     .
006012 4860-EXPURGAR-ANTIGO-EXIT.
006013     EXIT.
006014
006015******************************************************************
006016*    5000-EXCLUIR
006017*    EXCLUI DO MESTRE O REGISTRO DO MOVIMENTO, GRAVANDO ANTES NO
006018*    LOG DE ALTERACOES A IMAGEM ANTERIOR (A IMAGEM NOVA FICA EM
006019*    BRANCO, MARCANDO A EXCLUSAO).
006020******************************************************************
006021 5000-EXCLUIR.
006022     PERFORM 6000-MONTAR-LOG
006023         THRU 6000-MONTAR-LOG-EXIT
006024
006025     DELETE ARQ-MESTRE
006026     IF NOT FS-MESTRE-OK
006027         DISPLAY "ERRO AO EXCLUIR DE ARQ-MESTRE. FILE STATUS: "
006028             WS-FS-MESTRE
006029         MOVE 16 TO RETURN-CODE
006030         STOP RUN
006031     END-IF
006032
006033     WRITE LOG-MESTRE-REG
006034
006035     ADD 1 TO WS-QTDE-EXCLUIDOS
006036     .
006037 5000-EXCLUIR-EXIT.
006038     EXIT.
006039
006040******************************************************************
006041*    6000-MONTAR-LOG
006042*    MONTA O REGISTRO DO LOG DE ALTERACOES COM A IMAGEM
006043*    ANTERIOR DO REGISTRO DO MESTRE. A IMAGEM NOVA COMECA EM
006044*    BRANCO/ZEROS E E PREENCHIDA PELO MOVIMENTO QUE ALTEROU.
006045******************************************************************
006046 6000-MONTAR-LOG.
006047     ACCEPT WS-HORA-SISTEMA FROM TIME
006048     COMPUTE WS-HORA-MOV = WS-HORA-SISTEMA / 100
006049
006050     MOVE SPACES            TO LOG-MESTRE-REG
006051     MOVE WS-DATA-SISTEMA   TO LOG-DATA-MOV
006052     MOVE WS-HORA-MOV       TO LOG-HORA-MOV
006053     MOVE MOV-ACAO          TO LOG-ACAO
006054     MOVE MST-DOC-NUMERO    TO LOG-DOC-NUMERO
006055     MOVE MST-TIPO-DOC      TO LOG-TIPO-DOC
006056     MOVE MST-NOME          TO LOG-NOME-ANTERIOR
006057     MOVE MST-DT-NASCTO     TO LOG-DT-NASCTO-ANTERIOR
006058     MOVE MST-ULT-RESULTADO TO LOG-RESULT-ANTERIOR
006059     MOVE ZEROS             TO LOG-DT-NASCTO-NOVO
006060     .
006061 6000-MONTAR-LOG-EXIT.
006062     EXIT.
006063
006064******************************************************************
006065*    8000-GRAVAR-TOTAIS
006066*    GRAVA OS TOTAIS DA MANUTENCAO NO FIM DO RELATORIO.
006067******************************************************************
006068 8000-GRAVAR-TOTAIS.
006069     MOVE SPACES TO REL-LINHA
006070     MOVE "-------------------------------" TO REL-LINHA
006071     WRITE REL-LINHA
006072
006073     MOVE WS-QTDE-LIDOS TO WS-QTDE-ED
006074     MOVE SPACES TO REL-LINHA
006075     STRING "TOTAL DE MOVIMENTOS LIDOS......: "
006076                                            DELIMITED BY SIZE
006077            WS-QTDE-ED                      DELIMITED BY SIZE
006078       INTO REL-LINHA
006080     END-STRING
006090     WRITE REL-LINHA
006100
006390     MOVE SPACES TO REL-LINHA
006400     STRING "TOTAL DE RECUSADOS.............: "
006410                                            DELIMITED BY SIZE
006411            WS-QTDE-ED                      DELIMITED BY SIZE
006412       INTO REL-LINHA
006413     END-STRING
006414     WRITE REL-LINHA
006415
006416     MOVE WS-QTDE-REAVALIADOS TO WS-QTDE-ED
006417     MOVE SPACES TO REL-LINHA
006418     STRING "TOTAL DE NASCIMENTOS CORRIGIDOS: "
006419                                            DELIMITED BY SIZE
006420            WS-QTDE-ED                      DELIMITED BY SIZE
006421       INTO REL-LINHA
006422     END-STRING
006423     WRITE REL-LINHA
006424
006425     MOVE WS-QTDE-VIRA-MENOR TO WS-QTDE-ED
006426     MOVE SPACES TO REL-LINHA
006427     STRING "TOTAL DE VIRADAS MAIOR P/ MENOR: "
006428                                            DELIMITED BY SIZE
006429            WS-QTDE-ED                      DELIMITED BY SIZE
006430       INTO REL-LINHA
006431     END-STRING
006432     WRITE REL-LINHA
006433
006434     MOVE WS-QTDE-VIRA-MAIOR TO WS-QTDE-ED
006435     MOVE SPACES TO REL-LINHA
006436     STRING "TOTAL DE VIRADAS MENOR P/ MAIOR: "
006437                                            DELIMITED BY SIZE
006438            WS-QTDE-ED                      DELIMITED BY SIZE
006439       INTO REL-LINHA
006440     END-STRING
006441     WRITE REL-LINHA
006442
006443     MOVE WS-QTDE-REVOGACOES TO WS-QTDE-ED
006444     MOVE SPACES TO REL-LINHA
006445     STRING "TOTAL DE REVOGACOES EMITIDAS...: "
006446                                            DELIMITED BY SIZE
006447            WS-QTDE-ED                      DELIMITED BY SIZE
006448       INTO REL-LINHA
006449     END-STRING
006450     WRITE REL-LINHA
006451
006452     MOVE WS-QTDE-ONBOARDING TO WS-QTDE-ED
006453     MOVE SPACES TO REL-LINHA
006454     STRING "TOTAL DE ONBOARDINGS EMITIDOS..: "
006455                                            DELIMITED BY SIZE
006456            WS-QTDE-ED                      DELIMITED BY SIZE
006457       INTO REL-LINHA
006458     END-STRING
006459     WRITE REL-LINHA
006460     .
006470 8000-GRAVAR-TOTAIS-EXIT.
006480     EXIT.
006560     CLOSE ARQ-MESTRE
006570     CLOSE ARQ-LOG-MESTRE
006580     CLOSE ARQ-RELATORIO
006581     CLOSE ARQ-AUDITORIA
006582     CLOSE ARQ-ONBOARDING
006583     CLOSE ARQ-REVOGACOES
006585     CLOSE ARQ-BLQ-NDX
006586     IF HISTORICO-ATIVO
006587         CLOSE ARQ-HISTORICO
006588     END-IF
006590     .
006600 9000-FINALIZAR-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*    9700-CONFERIR-CADEIA
006650*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
006660*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
006670*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
006680*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
006690*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
006700*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
006710*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
006720*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
006730*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
006740*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
006750*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
006760*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
006770*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
006780*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
006790******************************************************************
006800 9700-CONFERIR-CADEIA.
006810     PERFORM 9710-LER-DEFINICAO
006820         THRU 9710-LER-DEFINICAO-EXIT
006830
006840     IF NOT CAD-DEFINIDO
006850         GO TO 9700-CONFERIR-CADEIA-EXIT
006860     END-IF
006870
006880     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
006890     ACCEPT WS-CAD-HORA-SIS FROM TIME
006900     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
006910     PERFORM 9760-CALCULAR-DATA-NEGOCIO
006920         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
006930     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
006940
006950     PERFORM 9720-APURAR-JORNAL
006960         THRU 9720-APURAR-JORNAL-EXIT
006970
006980     MOVE SPACES TO WS-CAD-MOTIVO
006990     IF CAD-EXECUCAO-REPETIDA
007000     AND NOT CAD-PODE-REPETIR
007010         STRING "REPETICAO NA DATA DE NEGOCIO "
007020                WS-CAD-DATA-NEGOCIO
007030                    DELIMITED BY SIZE
007040           INTO WS-CAD-MOTIVO
007050         END-STRING
007060     ELSE
007070         PERFORM 9740-CONFERIR-PREDECESSOR
007080             THRU 9740-CONFERIR-PREDECESSOR-EXIT
007090             VARYING WS-CAD-IDX FROM 1 BY 1
007100             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
007110             OR WS-CAD-MOTIVO NOT = SPACES
007120     END-IF
007130
007140     IF WS-CAD-MOTIVO = SPACES
007150         GO TO 9700-CONFERIR-CADEIA-EXIT
007160     END-IF
007170
007180     PERFORM 9750-LER-LIBERACAO
007190         THRU 9750-LER-LIBERACAO-EXIT
007200
007210     IF CAD-LIBERADO
007220         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
007230             WS-CAD-OPERADOR
007240         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
007250         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
007260         MOVE "L" TO WS-CAD-TIPO-JRN
007270         PERFORM 9790-GRAVAR-JORNAL-CADEIA
007280             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
007290         GO TO 9700-CONFERIR-CADEIA-EXIT
007300     END-IF
007310
007320     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
007330     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
007340     MOVE 12 TO RETURN-CODE
007350     MOVE "R" TO WS-CAD-TIPO-JRN
007360     PERFORM 9790-GRAVAR-JORNAL-CADEIA
007370         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
007380     STOP RUN
007390     .
007400 9700-CONFERIR-CADEIA-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*    9710-LER-DEFINICAO
007450*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
007460*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
007470*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
007480******************************************************************
007490 9710-LER-DEFINICAO.
007500     MOVE "N" TO WS-CAD-DEFINIDO
007510     OPEN INPUT ARQ-CADEIA
007520     IF NOT FS-CADEIA-OK
007530         IF NOT FS-CADEIA-AUSENTE
007540             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
007550                 "STATUS: " WS-FS-CADEIA
007560         END-IF
007570         GO TO 9710-LER-DEFINICAO-EXIT
007580     END-IF
007590
007600     MOVE "N" TO WS-CAD-FIM-ARQUIVO
007610     PERFORM 9715-LER-PROGRAMA
007620         THRU 9715-LER-PROGRAMA-EXIT
007630         UNTIL CAD-FIM-ARQUIVO
007640         OR CAD-DEFINIDO
007650
007660     CLOSE ARQ-CADEIA
007670     .
007680 9710-LER-DEFINICAO-EXIT.
007690     EXIT.
007700
007710 9715-LER-PROGRAMA.
007720     READ ARQ-CADEIA
007730         AT END
007740             MOVE "S" TO WS-CAD-FIM-ARQUIVO
007750             GO TO 9715-LER-PROGRAMA-EXIT
007760     END-READ
007770
007780     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
007790         GO TO 9715-LER-PROGRAMA-EXIT
007800     END-IF
007810
007820     MOVE "S" TO WS-CAD-DEFINIDO
007830     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
007840     MOVE ZEROS TO WS-CAD-HORA-VIRADA
007850     IF CAD-HORA-VIRADA NUMERIC
007860         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
007870     END-IF
007880     MOVE ZERO TO WS-CAD-QTDE-PRED
007890     PERFORM 9718-GUARDAR-PREDECESSOR
007900         THRU 9718-GUARDAR-PREDECESSOR-EXIT
007910         VARYING WS-CAD-IDX FROM 1 BY 1
007920         UNTIL WS-CAD-IDX > 5
007930     .
007940 9715-LER-PROGRAMA-EXIT.
007950     EXIT.
007960
007970 9718-GUARDAR-PREDECESSOR.
007980     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
007990         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
008000     END-IF
008010
008020     ADD 1 TO WS-CAD-QTDE-PRED
008030     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
008040                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
008050     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
008060     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
008070     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
008080     .
008090 9718-GUARDAR-PREDECESSOR-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130*    9720-APURAR-JORNAL
008140*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
008150*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
008160*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
008170*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
008180*    SO CONTAM OS REGISTROS DE INICIO E FIM.
008190******************************************************************
008200 9720-APURAR-JORNAL.
008210     OPEN INPUT ARQ-JORNAL
008220     IF NOT FS-JORNAL-OK
008230         GO TO 9720-APURAR-JORNAL-EXIT
008240     END-IF
008250
008260     MOVE "N" TO WS-CAD-FIM-ARQUIVO
008270     PERFORM 9725-LER-JORNAL-CADEIA
008280         THRU 9725-LER-JORNAL-CADEIA-EXIT
008290         UNTIL CAD-FIM-ARQUIVO
008300
008310     CLOSE ARQ-JORNAL
008320     .
008330 9720-APURAR-JORNAL-EXIT.
008340     EXIT.
008350
008360 9725-LER-JORNAL-CADEIA.
008370     READ ARQ-JORNAL
008380         AT END
008390             MOVE "S" TO WS-CAD-FIM-ARQUIVO
008400             GO TO 9725-LER-JORNAL-CADEIA-EXIT
008410     END-READ
008420
008430     IF NOT JRN-INICIO
008440     AND NOT JRN-FIM
008450         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008460     END-IF
008470
008480     MOVE JRN-DATA TO WS-CAD-MOM-DATA
008490     MOVE JRN-HORA TO WS-CAD-MOM-HORA
008500
008510     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
008520         PERFORM 9730-APURAR-PROPRIO
008530             THRU 9730-APURAR-PROPRIO-EXIT
008540         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008550     END-IF
008560
008570     MOVE ZERO TO WS-CAD-ACHADO
008580     PERFORM 9735-PROCURAR-PREDECESSOR
008590         THRU 9735-PROCURAR-PREDECESSOR-EXIT
008600         VARYING WS-CAD-IDX FROM 1 BY 1
008610         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
008620         OR WS-CAD-ACHADO > ZERO
008630     IF WS-CAD-ACHADO = ZERO
008640         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008650     END-IF
008660
008670     IF JRN-INICIO
008680         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008690         MOVE WS-CAD-MOMENTO-N
008700                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
008710         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008720     ELSE
008730         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
008740             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008750             MOVE JRN-RETURN-CODE
008760                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008770         END-IF
008780     END-IF
008790     .
008800 9725-LER-JORNAL-CADEIA-EXIT.
008810     EXIT.
008820
008830 9730-APURAR-PROPRIO.
008840     IF JRN-INICIO
008850         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
008860         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
008870         GO TO 9730-APURAR-PROPRIO-EXIT
008880     END-IF
008890
008900     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
008910         GO TO 9730-APURAR-PROPRIO-EXIT
008920     END-IF
008930
008940     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
008950     IF JRN-RETURN-CODE = ZERO
008960         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
008970     END-IF
008980
008990     IF JRN-RETURN-CODE < 16
009000         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
009010         PERFORM 9760-CALCULAR-DATA-NEGOCIO
009020             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
009030         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
009040             MOVE "S" TO WS-CAD-REPETICAO
009050         END-IF
009060     END-IF
009070     .
009080 9730-APURAR-PROPRIO-EXIT.
009090     EXIT.
009100
009110 9735-PROCURAR-PREDECESSOR.
009120     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
009130         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
009140     END-IF
009150     .
009160 9735-PROCURAR-PREDECESSOR-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200*    9740-CONFERIR-PREDECESSOR
009210*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
009220*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
009230*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
009240*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
009250*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
009260*    DE NOVO.
009270******************************************************************
009280 9740-CONFERIR-PREDECESSOR.
009290     MOVE "N" TO WS-CAD-PRED-DO-DIA
009300     IF CAD-PODE-REPETIR
009310     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
009320         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
009330         PERFORM 9760-CALCULAR-DATA-NEGOCIO
009340             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
009350         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
009360             MOVE "S" TO WS-CAD-PRED-DO-DIA
009370         END-IF
009380     END-IF
009390
009400     EVALUATE TRUE
009410         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
009420         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
009430                  NOT > WS-CAD-ULTIMO-OK
009440         AND NOT CAD-PRED-DO-DIA
009450             STRING "PREDECESSOR NAO EXECUTADO: "
009460                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009470                        DELIMITED BY SIZE
009480               INTO WS-CAD-MOTIVO
009490             END-STRING
009500         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
009510             STRING "PREDECESSOR NAO FINALIZADO: "
009520                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009530                        DELIMITED BY SIZE
009540               INTO WS-CAD-MOTIVO
009550             END-STRING
009560         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
009570             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
009580             STRING "PREDECESSOR COM RC "
009590                    WS-CAD-RC-ED
009600                    ": "
009610                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009620                        DELIMITED BY SIZE
009630               INTO WS-CAD-MOTIVO
009640             END-STRING
009650     END-EVALUATE
009660     .
009670 9740-CONFERIR-PREDECESSOR-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710*    9750-LER-LIBERACAO
009720*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
009730*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
009740*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
009750******************************************************************
009760 9750-LER-LIBERACAO.
009770     MOVE "N" TO WS-CAD-LIBERADO
009780     OPEN INPUT ARQ-LIBERACAO
009790     IF NOT FS-LIBERACAO-OK
009800         GO TO 9750-LER-LIBERACAO-EXIT
009810     END-IF
009820
009830     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009840     PERFORM 9755-LER-CARTAO-LIBERACAO
009850         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
009860         UNTIL CAD-FIM-ARQUIVO
009870         OR CAD-LIBERADO
009880
009890     CLOSE ARQ-LIBERACAO
009900     .
009910 9750-LER-LIBERACAO-EXIT.
009920     EXIT.
009930
009940 9755-LER-CARTAO-LIBERACAO.
009950     READ ARQ-LIBERACAO
009960         AT END
009970             MOVE "S" TO WS-CAD-FIM-ARQUIVO
009980             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
009990     END-READ
010000
010010     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
010020     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
010030     AND LIB-OPERADOR NOT = SPACES
010040         MOVE "S" TO WS-CAD-LIBERADO
010050         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
010060         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
010070     END-IF
010080     .
010090 9755-LER-CARTAO-LIBERACAO-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130*    9760-CALCULAR-DATA-NEGOCIO
010140*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
010150*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
010160*    ANTERIOR.
010170******************************************************************
010180 9760-CALCULAR-DATA-NEGOCIO.
010190     IF WS-CAD-MOM-DATA NOT NUMERIC
010200     OR WS-CAD-MOM-MM < 1
010210     OR WS-CAD-MOM-MM > 12
010220     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
010230         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
010240         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
010250     END-IF
010260
010270     SUBTRACT 1 FROM WS-CAD-MOM-DD
010280     IF WS-CAD-MOM-DD = ZERO
010290         SUBTRACT 1 FROM WS-CAD-MOM-MM
010300         IF WS-CAD-MOM-MM = ZERO
010310             MOVE 12 TO WS-CAD-MOM-MM
010320             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
010330         END-IF
010340         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
010350         IF WS-CAD-MOM-MM = 2
010360             PERFORM 9765-CONFERIR-BISSEXTO
010370                 THRU 9765-CONFERIR-BISSEXTO-EXIT
010380         END-IF
010390     END-IF
010400
010410     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
010420     .
010430 9760-CALCULAR-DATA-NEGOCIO-EXIT.
010440     EXIT.
010450
010460 9765-CONFERIR-BISSEXTO.
010470     DIVIDE WS-CAD-MOM-CCYY BY 4
010480         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
010490     DIVIDE WS-CAD-MOM-CCYY BY 100
010500         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
010510     DIVIDE WS-CAD-MOM-CCYY BY 400
010520         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
010530
010540     IF WS-CAD-RESTO-4 = ZERO
010550     AND (WS-CAD-RESTO-100 NOT = ZERO
010560          OR WS-CAD-RESTO-400 = ZERO)
010570         MOVE 29 TO WS-CAD-MOM-DD
010580     END-IF
010590     .
010600 9765-CONFERIR-BISSEXTO-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640*    9790-GRAVAR-JORNAL-CADEIA
010650*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
010660*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
010670******************************************************************
010680 9790-GRAVAR-JORNAL-CADEIA.
010690     OPEN EXTEND ARQ-JORNAL
010700     IF NOT FS-JORNAL-OK
010710         OPEN OUTPUT ARQ-JORNAL
010720     END-IF
010730     IF NOT FS-JORNAL-OK
010740         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
010750             WS-FS-JORNAL
010760         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
010770     END-IF
010780
010790     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
010800     ACCEPT WS-CAD-HORA-SIS FROM TIME
010810     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
010820
010830     MOVE SPACES                TO JORNAL-REG
010840     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
010850     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
010860     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
010870     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
010880     MOVE ZEROS                 TO JRN-QTDE-LIDOS
010890     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
010900     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
010910     MOVE RETURN-CODE           TO JRN-RETURN-CODE
010920     MOVE "N"                   TO JRN-REINICIO
010930     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
010940     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
010950     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
010960
010970     WRITE JORNAL-REG
010980
010990     CLOSE ARQ-JORNAL
011000     .
011010 9790-GRAVAR-JORNAL-CADEIA-EXIT.
011020     EXIT.
011030******************************************************************
011040*    9800-GRAVAR-JORNAL
011050*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
011060*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
011070*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
011080*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A
011090*    MANUTENCAO.
011100******************************************************************
011110 9800-GRAVAR-JORNAL.
011120     OPEN EXTEND ARQ-JORNAL
011130     IF NOT FS-JORNAL-OK
011140         OPEN OUTPUT ARQ-JORNAL
011150     END-IF
011160     IF NOT FS-JORNAL-OK
011170         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
011180             WS-FS-JORNAL
011190         GO TO 9800-GRAVAR-JORNAL-EXIT
011200     END-IF

011210     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
011220     ACCEPT WS-HORA-JRN-SIS FROM TIME
011230     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

011240     MOVE SPACES                TO JORNAL-REG
011250     MOVE "MANUTENCAO-MESTRE"   TO JRN-PROGRAMA
011260     MOVE WS-JRN-TIPO           TO JRN-TIPO
011270     MOVE WS-DATA-JORNAL        TO JRN-DATA
011280     MOVE WS-HORA-JORNAL        TO JRN-HORA
011290     MOVE WS-QTDE-LIDOS         TO JRN-QTDE-LIDOS
011300     COMPUTE JRN-QTDE-GRAVADOS =
011310         WS-QTDE-ALTERADOS + WS-QTDE-EXCLUIDOS
011320     MOVE WS-QTDE-RECUSADOS     TO JRN-QTDE-REJEITADOS
011330     MOVE RETURN-CODE           TO JRN-RETURN-CODE
011340     MOVE "N"                   TO JRN-REINICIO

011350     WRITE JORNAL-REG

011360     CLOSE ARQ-JORNAL
011370     .
011380 9800-GRAVAR-JORNAL-EXIT.
011390     EXIT.

011400 END PROGRAM MANUTENCAO-MESTRE.

000172*                 inicio e de fim no jornal de execucao
000173*                 (ARQ-JORNAL), para a conferencia da janela pelo
000174*                 relatorio de operacoes.
000175* 15/10/2026 GB   Os registros de decisao do analista sobre
000176*                 divergencias cadastrais (AUD-DECISAO A/M/B) nao
000177*                 sao novas verificacoes e ficam fora da
000178*                 estatistica.
000179* 15/10/2026 GB   Quebra do mes de referencia por tipo de
000180*                 documento (CPF, RNE/CRNM e passaporte) e
000182*                 resultado. Tipo em branco na trilha vale CPF.
000183* 15/10/2026 GB   Os registros de estorno de uma execucao do lote
000184*                 (AUD-DECISAO E) nao sao novas verificacoes e
000185*                 ficam fora da estatistica.
000186* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000187*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000189*                 de execucao, o programa recusa rodar (RC 12,
000190*                 registro R no jornal) quando um predecessor nao
000191*                 terminou com RC 0 depois da sua ultima execucao
000192*                 correta ou quando a execucao seria repeticao
000193*                 proibida na data de negocio. O cartao de
000194*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000196*                 a reexecucao supervisionada, registrada no
000197*                 jornal (registro L, com o operador e a
000198*                 justificativa do cartao). O programa que pode
000199*                 repetir na data de negocio aceita o
000200*                 predecessor que rodou na propria data de
000201*                 negocio.
000203* 15/10/2026 GB   Os registros de rejeicao de um registro
000204*                 recebido de uma origem (AUD-DECISAO X) nao sao
000205*                 verificacoes e ficam fora da estatistica.
000206******************************************************************
000207 IDENTIFICATION DIVISION.
000208 PROGRAM-ID. ESTATISTICA-MENSAL.
000210 AUTHOR. GABRIELA BARBOSA.
000220 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000230 DATE-WRITTEN. 22/08/2026.
000412     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000413         ORGANIZATION IS LINE SEQUENTIAL
000414         FILE STATUS IS WS-FS-JORNAL.
000416     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000418         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-CADEIA.
000422     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-FS-LIBERACAO.
000428
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARQ-AUDITORIA
000552 FD  ARQ-JORNAL
000553     RECORDING MODE IS F.
000554 COPY JORNREG.
000555
000557 FD  ARQ-CADEIA
000558     RECORDING MODE IS F.
000560 COPY CADEREG.
000562
000563 FD  ARQ-LIBERACAO
000565     RECORDING MODE IS F.
000566 COPY LIBEREG.
000568
000570 WORKING-STORAGE SECTION.
000580******************************************************************
000590*    CHAVES E STATUS DE ARQUIVO
000669 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
000670 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
000671 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
000672******************************************************************
000673*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
000674*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
000675*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
000676*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
000677*    RODOU, A = ABERTA, F = FINALIZADA).
000678******************************************************************
000679 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
000680     88  FS-CADEIA-OK            VALUE "00".
000681     88  FS-CADEIA-AUSENTE       VALUE "35".
000682 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
000683     88  FS-LIBERACAO-OK         VALUE "00".
000684 77  WS-CAD-PROGRAMA             PIC X(22)
000685                 VALUE "ESTATISTICA-MENSAL".
000686 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
000687     88  CAD-DEFINIDO            VALUE "S".
000688 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
000689     88  CAD-FIM-ARQUIVO         VALUE "S".
000690 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
000691     88  CAD-PODE-REPETIR        VALUE "S".
000692 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
000693     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
000694 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
000695     88  CAD-PRED-DO-DIA         VALUE "S".
000696 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
000697     88  CAD-LIBERADO            VALUE "S".
000698 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
000699 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
000700 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
000701 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
000702 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
000703 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
000704 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
000705 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
000706 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
000707 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
000708 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
000709 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
000711 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
000712 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
000713 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
000714 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
000715 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
000716 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
000717 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
000718 01  WS-CAD-PREDECESSORES.
000719     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
000720         10  WS-CAD-PRED-NOME    PIC X(22).
000721         10  WS-CAD-PRED-SIT     PIC X(01).
000722         10  WS-CAD-PRED-INICIO  PIC 9(14).
000723         10  WS-CAD-PRED-RC      PIC 9(04).
000724 01  WS-CAD-MOMENTO.
000725     05  WS-CAD-MOM-DATA.
000726         10  WS-CAD-MOM-CCYY     PIC 9(04).
000727         10  WS-CAD-MOM-MM       PIC 9(02).
000728         10  WS-CAD-MOM-DD       PIC 9(02).
000729     05  WS-CAD-MOM-HORA         PIC 9(06).
000730 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
000731                                 PIC 9(14).
000732 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
000733     05  FILLER                  PIC X(08).
000734     05  WS-CAD-MOM-HHMM         PIC 9(04).
000735     05  FILLER                  PIC X(02).
000736 01  WS-CAD-DIAS-MES-TAB.
000737     05  FILLER                  PIC X(24)
000738                 VALUE "312831303130313130313031".
000739 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
000740     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
000741
000742******************************************************************
000743*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
000744******************************************************************
000745 77  WS-FIM-AUDITORIA            PIC X(01) VALUE "N".
000746     88  FIM-DA-AUDITORIA        VALUE "S".
000747
000748******************************************************************
000750*    MES DE REFERENCIA E MES ANTERIOR
000760******************************************************************
000770 01  WS-MES-REFERENCIA.
000980     05  WS-TAB-DIA-QTDE         PIC 9(08) COMP VALUE ZERO
000990                                 OCCURS 31 TIMES.
001000 77  WS-IDX-FX                   PIC 9(02) COMP VALUE ZERO.
001001 77  WS-IDX-DIA                  PIC 9(02) COMP VALUE ZERO.
001003
001005******************************************************************
001006*    ACUMULADORES DO MES DE REFERENCIA POR TIPO DE DOCUMENTO E
001008*    RESULTADO, NA ORDEM CPF, RNE/CRNM, PASSAPORTE
001010******************************************************************
001011 01  WS-TABELA-TIPOS.
001013     05  WS-TAB-TP-ENT           OCCURS 3 TIMES.
001015         10  WS-TAB-TP-MENOR     PIC 9(08) COMP VALUE ZERO.
001016         10  WS-TAB-TP-MAIOR     PIC 9(08) COMP VALUE ZERO.
001018 77  WS-IDX-TP                   PIC 9(02) COMP VALUE ZERO.
001020 77  WS-QTDE-LIDAS               PIC 9(08) COMP VALUE ZERO.
001030 77  WS-QTDE-MES                 PIC 9(08) COMP VALUE ZERO.
001040 77  WS-QTDE-MES-ANT             PIC 9(08) COMP VALUE ZERO.
001240 01  WS-ROTULOS-FAIXAS-R REDEFINES WS-ROTULOS-FAIXAS.
001250     05  WS-ROTULO-FX            PIC X(11) OCCURS 4 TIMES.
001260
001261******************************************************************
001263*    ROTULOS DOS TIPOS DE DOCUMENTO, NA MESMA ORDEM DA TABELA
001265******************************************************************
001266 01  WS-ROTULOS-TIPOS.
001268     05  FILLER                  PIC X(11) VALUE "CPF        ".
001270     05  FILLER                  PIC X(11) VALUE "RNE/CRNM   ".
001271     05  FILLER                  PIC X(11) VALUE "PASSAPORTE ".
001273 01  WS-ROTULOS-TIPOS-R REDEFINES WS-ROTULOS-TIPOS.
001275     05  WS-ROTULO-TP            PIC X(11) OCCURS 3 TIMES.
001276
001278******************************************************************
001280*    LINHA DE DETALHE DA QUEBRA POR FAIXA ETARIA
001290******************************************************************
001300 01  WS-REL-FAIXA.
001380     05  FILLER                  PIC X(10) VALUE "% MES ANT:".
001390     05  WS-RFX-PCT-ANT          PIC ZZ9,99.
001400     05  FILLER                  PIC X(01) VALUE "%".
001401     05  FILLER                  PIC X(14) VALUE SPACES.
001403
001404******************************************************************
001406*    LINHA DE DETALHE DA QUEBRA POR TIPO DE DOCUMENTO
001407******************************************************************
001409 01  WS-REL-TIPO.
001410     05  WS-RTP-ROTULO           PIC X(11).
001412     05  FILLER                  PIC X(08) VALUE "  MENOR:".
001413     05  WS-RTP-MENOR            PIC 9(08).
001415     05  FILLER                  PIC X(07) VALUE " MAIOR:".
001416     05  WS-RTP-MAIOR            PIC 9(08).
001418     05  FILLER                  PIC X(38) VALUE SPACES.
001420
001430******************************************************************
001440*    LINHA DE DETALHE DO VOLUME DIARIO
001560*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001570******************************************************************
001580 0000-MAINLINE.
001583     PERFORM 9700-CONFERIR-CADEIA
001586         THRU 9700-CONFERIR-CADEIA-EXIT
001590     PERFORM 1000-INICIALIZAR
001600         THRU 1000-INICIALIZAR-EXIT
001601
002550*    ACUMULA O REGISTRO CORRENTE DA TRILHA NOS CONTADORES DO
002560*    MES DE REFERENCIA OU DO MES ANTERIOR, CONFORME A DATA DA
002570*    VERIFICACAO, E LE O PROXIMO REGISTRO.
002572*    AS DECISOES DO ANALISTA SOBRE DIVERGENCIAS CADASTRAIS NAO
002574*    SAO NOVAS VERIFICACOES E NAO ENTRAM NA ESTATISTICA, ASSIM
002576*    COMO OS REGISTROS DE ESTORNO DE UMA EXECUCAO DO LOTE E OS
002578*    DE REJEICAO DE UM REGISTRO RECEBIDO DE UMA ORIGEM.
002580******************************************************************
002590 2000-PROCESSAR-AUDITORIA.
002591     IF AUD-E-DECISAO-ANALISTA
002592     OR AUD-E-ESTORNO
002594     OR AUD-E-REJEICAO
002595         GO TO 2000-LER-PROXIMO
002597     END-IF
002598
002600     MOVE AUD-DATA-VERIF-CCYY TO WS-AUD-CCYY
002610     MOVE AUD-DATA-VERIF-MM   TO WS-AUD-MM
002620
002690         PERFORM 2300-ACUMULAR-MES-ANTERIOR
002700             THRU 2300-ACUMULAR-MES-ANTERIOR-EXIT
002710     END-IF
002716     .
002723 2000-LER-PROXIMO.
002730     PERFORM 2100-LER-AUDITORIA
002740         THRU 2100-LER-AUDITORIA-EXIT
002750     .
003330             ADD 1 TO WS-TAB-FX-MAIOR (WS-IDX-FX)
003340         END-IF
003350     END-IF
003351
003352     EVALUATE TRUE
003353         WHEN AUD-DOC-RNE
003355             MOVE 2 TO WS-IDX-TP
003356         WHEN AUD-DOC-PASSAPORTE
003357             MOVE 3 TO WS-IDX-TP
003358         WHEN OTHER
003360             MOVE 1 TO WS-IDX-TP
003361     END-EVALUATE
003362     IF AUD-RESULTADO = "MENOR"
003363         ADD 1 TO WS-TAB-TP-MENOR (WS-IDX-TP)
003365     ELSE
003366         ADD 1 TO WS-TAB-TP-MAIOR (WS-IDX-TP)
003367     END-IF
003368
003370     IF AUD-DATA-VERIF-DD >= 1
003380     AND AUD-DATA-VERIF-DD <= 31
003390         ADD 1 TO WS-TAB-DIA-QTDE (AUD-DATA-VERIF-DD)
003870         THRU 4100-GRAVAR-LINHA-FAIXA-EXIT
003880         VARYING WS-IDX-FX FROM 1 BY 1
003890         UNTIL WS-IDX-FX > 4
003891
003892     MOVE SPACES TO REL-LINHA
003893     MOVE "QUEBRA POR TIPO DE DOCUMENTO E RESULTADO" TO REL-LINHA
003894     WRITE REL-LINHA
003895
003896     PERFORM 4300-GRAVAR-LINHA-TIPO
003897         THRU 4300-GRAVAR-LINHA-TIPO-EXIT
003898         VARYING WS-IDX-TP FROM 1 BY 1
003899         UNTIL WS-IDX-TP > 3
003900
003910     MOVE SPACES TO REL-LINHA
003920     MOVE "VOLUME DIA A DIA" TO REL-LINHA
004830 4200-GRAVAR-LINHA-DIA-EXIT.
004840     EXIT.
004850
004851******************************************************************
004852*    4300-GRAVAR-LINHA-TIPO
004853*    GRAVA A LINHA DO TIPO DE DOCUMENTO CORRENTE: CONTAGENS DE
004855*    MENOR E MAIOR NO MES DE REFERENCIA.
004856******************************************************************
004857 4300-GRAVAR-LINHA-TIPO.
004858     MOVE WS-ROTULO-TP (WS-IDX-TP)    TO WS-RTP-ROTULO
004860     MOVE WS-TAB-TP-MENOR (WS-IDX-TP) TO WS-RTP-MENOR
004861     MOVE WS-TAB-TP-MAIOR (WS-IDX-TP) TO WS-RTP-MAIOR
004862     WRITE REL-LINHA FROM WS-REL-TIPO
004863     .
004865 4300-GRAVAR-LINHA-TIPO-EXIT.
004866     EXIT.
004867
004868******************************************************************
004870*    9000-FINALIZAR
004880*    FECHA OS ARQUIVOS UTILIZADOS PELO PROGRAMA.
004890******************************************************************
004950     EXIT.
004960
004970******************************************************************
004980*    9700-CONFERIR-CADEIA
004990*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
005000*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
005010*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
005020*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
005030*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
005040*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
005050*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
005060*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
005070*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
005080*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
005090*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
005100*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
005110*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
005120*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
005130******************************************************************
005140 9700-CONFERIR-CADEIA.
005150     PERFORM 9710-LER-DEFINICAO
005160         THRU 9710-LER-DEFINICAO-EXIT
005170
005180     IF NOT CAD-DEFINIDO
005190         GO TO 9700-CONFERIR-CADEIA-EXIT
005200     END-IF
005210
005220     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
005230     ACCEPT WS-CAD-HORA-SIS FROM TIME
005240     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
005250     PERFORM 9760-CALCULAR-DATA-NEGOCIO
005260         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
005270     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
005280
005290     PERFORM 9720-APURAR-JORNAL
005300         THRU 9720-APURAR-JORNAL-EXIT
005310
005320     MOVE SPACES TO WS-CAD-MOTIVO
005330     IF CAD-EXECUCAO-REPETIDA
005340     AND NOT CAD-PODE-REPETIR
005350         STRING "REPETICAO NA DATA DE NEGOCIO "
005360                WS-CAD-DATA-NEGOCIO
005370                    DELIMITED BY SIZE
005380           INTO WS-CAD-MOTIVO
005390         END-STRING
005400     ELSE
005410         PERFORM 9740-CONFERIR-PREDECESSOR
005420             THRU 9740-CONFERIR-PREDECESSOR-EXIT
005430             VARYING WS-CAD-IDX FROM 1 BY 1
005440             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
005450             OR WS-CAD-MOTIVO NOT = SPACES
005460     END-IF
005470
005480     IF WS-CAD-MOTIVO = SPACES
005490         GO TO 9700-CONFERIR-CADEIA-EXIT
005500     END-IF
005510
005520     PERFORM 9750-LER-LIBERACAO
005530         THRU 9750-LER-LIBERACAO-EXIT
005540
005550     IF CAD-LIBERADO
005560         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
005570             WS-CAD-OPERADOR
005580         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
005590         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
005600         MOVE "L" TO WS-CAD-TIPO-JRN
005610         PERFORM 9790-GRAVAR-JORNAL-CADEIA
005620             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
005630         GO TO 9700-CONFERIR-CADEIA-EXIT
005640     END-IF
005650
005660     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
005670     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
005680     MOVE 12 TO RETURN-CODE
005690     MOVE "R" TO WS-CAD-TIPO-JRN
005700     PERFORM 9790-GRAVAR-JORNAL-CADEIA
005710         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
005720     STOP RUN
005730     .
005740 9700-CONFERIR-CADEIA-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780*    9710-LER-DEFINICAO
005790*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
005800*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
005810*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
005820******************************************************************
005830 9710-LER-DEFINICAO.
005840     MOVE "N" TO WS-CAD-DEFINIDO
005850     OPEN INPUT ARQ-CADEIA
005860     IF NOT FS-CADEIA-OK
005870         IF NOT FS-CADEIA-AUSENTE
005880             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
005890                 "STATUS: " WS-FS-CADEIA
005900         END-IF
005910         GO TO 9710-LER-DEFINICAO-EXIT
005920     END-IF
005930
005940     MOVE "N" TO WS-CAD-FIM-ARQUIVO
005950     PERFORM 9715-LER-PROGRAMA
005960         THRU 9715-LER-PROGRAMA-EXIT
005970         UNTIL CAD-FIM-ARQUIVO
005980         OR CAD-DEFINIDO
005990
006000     CLOSE ARQ-CADEIA
006010     .
006020 9710-LER-DEFINICAO-EXIT.
006030     EXIT.
006040
006050 9715-LER-PROGRAMA.
006060     READ ARQ-CADEIA
006070         AT END
006080             MOVE "S" TO WS-CAD-FIM-ARQUIVO
006090             GO TO 9715-LER-PROGRAMA-EXIT
006100     END-READ
006110
006120     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
006130         GO TO 9715-LER-PROGRAMA-EXIT
006140     END-IF
006150
006160     MOVE "S" TO WS-CAD-DEFINIDO
006170     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
006180     MOVE ZEROS TO WS-CAD-HORA-VIRADA
006190     IF CAD-HORA-VIRADA NUMERIC
006200         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
006210     END-IF
006220     MOVE ZERO TO WS-CAD-QTDE-PRED
006230     PERFORM 9718-GUARDAR-PREDECESSOR
006240         THRU 9718-GUARDAR-PREDECESSOR-EXIT
006250         VARYING WS-CAD-IDX FROM 1 BY 1
006260         UNTIL WS-CAD-IDX > 5
006270     .
006280 9715-LER-PROGRAMA-EXIT.
006290     EXIT.
006300
006310 9718-GUARDAR-PREDECESSOR.
006320     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
006330         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
006340     END-IF
006350
006360     ADD 1 TO WS-CAD-QTDE-PRED
006370     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
006380                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
006390     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
006400     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
006410     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
006420     .
006430 9718-GUARDAR-PREDECESSOR-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470*    9720-APURAR-JORNAL
006480*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
006490*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
006500*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
006510*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
006520*    SO CONTAM OS REGISTROS DE INICIO E FIM.
006530******************************************************************
006540 9720-APURAR-JORNAL.
006550     OPEN INPUT ARQ-JORNAL
006560     IF NOT FS-JORNAL-OK
006570         GO TO 9720-APURAR-JORNAL-EXIT
006580     END-IF
006590
006600     MOVE "N" TO WS-CAD-FIM-ARQUIVO
006610     PERFORM 9725-LER-JORNAL-CADEIA
006620         THRU 9725-LER-JORNAL-CADEIA-EXIT
006630         UNTIL CAD-FIM-ARQUIVO
006640
006650     CLOSE ARQ-JORNAL
006660     .
006670 9720-APURAR-JORNAL-EXIT.
006680     EXIT.
006690
006700 9725-LER-JORNAL-CADEIA.
006710     READ ARQ-JORNAL
006720         AT END
006730             MOVE "S" TO WS-CAD-FIM-ARQUIVO
006740             GO TO 9725-LER-JORNAL-CADEIA-EXIT
006750     END-READ
006760
006770     IF NOT JRN-INICIO
006780     AND NOT JRN-FIM
006790         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006800     END-IF
006810
006820     MOVE JRN-DATA TO WS-CAD-MOM-DATA
006830     MOVE JRN-HORA TO WS-CAD-MOM-HORA
006840
006850     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
006860         PERFORM 9730-APURAR-PROPRIO
006870             THRU 9730-APURAR-PROPRIO-EXIT
006880         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006890     END-IF
006900
006910     MOVE ZERO TO WS-CAD-ACHADO
006920     PERFORM 9735-PROCURAR-PREDECESSOR
006930         THRU 9735-PROCURAR-PREDECESSOR-EXIT
006940         VARYING WS-CAD-IDX FROM 1 BY 1
006950         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
006960         OR WS-CAD-ACHADO > ZERO
006970     IF WS-CAD-ACHADO = ZERO
006980         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006990     END-IF
007000
007010     IF JRN-INICIO
007020         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
007030         MOVE WS-CAD-MOMENTO-N
007040                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
007050         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
007060     ELSE
007070         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
007080             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
007090             MOVE JRN-RETURN-CODE
007100                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
007110         END-IF
007120     END-IF
007130     .
007140 9725-LER-JORNAL-CADEIA-EXIT.
007150     EXIT.
007160
007170 9730-APURAR-PROPRIO.
007180     IF JRN-INICIO
007190         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
007200         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
007210         GO TO 9730-APURAR-PROPRIO-EXIT
007220     END-IF
007230
007240     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
007250         GO TO 9730-APURAR-PROPRIO-EXIT
007260     END-IF
007270
007280     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
007290     IF JRN-RETURN-CODE = ZERO
007300         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
007310     END-IF
007320
007330     IF JRN-RETURN-CODE < 16
007340         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
007350         PERFORM 9760-CALCULAR-DATA-NEGOCIO
007360             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
007370         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
007380             MOVE "S" TO WS-CAD-REPETICAO
007390         END-IF
007400     END-IF
007410     .
007420 9730-APURAR-PROPRIO-EXIT.
007430     EXIT.
007440
007450 9735-PROCURAR-PREDECESSOR.
007460     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
007470         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
007480     END-IF
007490     .
007500 9735-PROCURAR-PREDECESSOR-EXIT.
007510     EXIT.
007520
007530******************************************************************
007540*    9740-CONFERIR-PREDECESSOR
007550*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
007560*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
007570*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
007580*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
007590*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
007600*    DE NOVO.
007610******************************************************************
007620 9740-CONFERIR-PREDECESSOR.
007630     MOVE "N" TO WS-CAD-PRED-DO-DIA
007640     IF CAD-PODE-REPETIR
007650     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
007660         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
007670         PERFORM 9760-CALCULAR-DATA-NEGOCIO
007680             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
007690         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
007700             MOVE "S" TO WS-CAD-PRED-DO-DIA
007710         END-IF
007720     END-IF
007730
007740     EVALUATE TRUE
007750         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
007760         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
007770                  NOT > WS-CAD-ULTIMO-OK
007780         AND NOT CAD-PRED-DO-DIA
007790             STRING "PREDECESSOR NAO EXECUTADO: "
007800                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007810                        DELIMITED BY SIZE
007820               INTO WS-CAD-MOTIVO
007830             END-STRING
007840         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
007850             STRING "PREDECESSOR NAO FINALIZADO: "
007860                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007870                        DELIMITED BY SIZE
007880               INTO WS-CAD-MOTIVO
007890             END-STRING
007900         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
007910             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
007920             STRING "PREDECESSOR COM RC "
007930                    WS-CAD-RC-ED
007940                    ": "
007950                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007960                        DELIMITED BY SIZE
007970               INTO WS-CAD-MOTIVO
007980             END-STRING
007990     END-EVALUATE
008000     .
008010 9740-CONFERIR-PREDECESSOR-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050*    9750-LER-LIBERACAO
008060*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
008070*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
008080*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
008090******************************************************************
008100 9750-LER-LIBERACAO.
008110     MOVE "N" TO WS-CAD-LIBERADO
008120     OPEN INPUT ARQ-LIBERACAO
008130     IF NOT FS-LIBERACAO-OK
008140         GO TO 9750-LER-LIBERACAO-EXIT
008150     END-IF
008160
008170     MOVE "N" TO WS-CAD-FIM-ARQUIVO
008180     PERFORM 9755-LER-CARTAO-LIBERACAO
008190         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
008200         UNTIL CAD-FIM-ARQUIVO
008210         OR CAD-LIBERADO
008220
008230     CLOSE ARQ-LIBERACAO
008240     .
008250 9750-LER-LIBERACAO-EXIT.
008260     EXIT.
008270
008280 9755-LER-CARTAO-LIBERACAO.
008290     READ ARQ-LIBERACAO
008300         AT END
008310             MOVE "S" TO WS-CAD-FIM-ARQUIVO
008320             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
008330     END-READ
008340
008350     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
008360     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
008370     AND LIB-OPERADOR NOT = SPACES
008380         MOVE "S" TO WS-CAD-LIBERADO
008390         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
008400         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
008410     END-IF
008420     .
008430 9755-LER-CARTAO-LIBERACAO-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470*    9760-CALCULAR-DATA-NEGOCIO
008480*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
008490*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
008500*    ANTERIOR.
008510******************************************************************
008520 9760-CALCULAR-DATA-NEGOCIO.
008530     IF WS-CAD-MOM-DATA NOT NUMERIC
008540     OR WS-CAD-MOM-MM < 1
008550     OR WS-CAD-MOM-MM > 12
008560     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
008570         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
008580         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
008590     END-IF
008600
008610     SUBTRACT 1 FROM WS-CAD-MOM-DD
008620     IF WS-CAD-MOM-DD = ZERO
008630         SUBTRACT 1 FROM WS-CAD-MOM-MM
008640         IF WS-CAD-MOM-MM = ZERO
008650             MOVE 12 TO WS-CAD-MOM-MM
008660             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
008670         END-IF
008680         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
008690         IF WS-CAD-MOM-MM = 2
008700             PERFORM 9765-CONFERIR-BISSEXTO
008710                 THRU 9765-CONFERIR-BISSEXTO-EXIT
008720         END-IF
008730     END-IF
008740
008750     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
008760     .
008770 9760-CALCULAR-DATA-NEGOCIO-EXIT.
008780     EXIT.
008790
008800 9765-CONFERIR-BISSEXTO.
008810     DIVIDE WS-CAD-MOM-CCYY BY 4
008820         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
008830     DIVIDE WS-CAD-MOM-CCYY BY 100
008840         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
008850     DIVIDE WS-CAD-MOM-CCYY BY 400
008860         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
008870
008880     IF WS-CAD-RESTO-4 = ZERO
008890     AND (WS-CAD-RESTO-100 NOT = ZERO
008900          OR WS-CAD-RESTO-400 = ZERO)
008910         MOVE 29 TO WS-CAD-MOM-DD
008920     END-IF
008930     .
008940 9765-CONFERIR-BISSEXTO-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980*    9790-GRAVAR-JORNAL-CADEIA
008990*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
009000*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
009010******************************************************************
009020 9790-GRAVAR-JORNAL-CADEIA.
009030     OPEN EXTEND ARQ-JORNAL
009040     IF NOT FS-JORNAL-OK
009050         OPEN OUTPUT ARQ-JORNAL
009060     END-IF
009070     IF NOT FS-JORNAL-OK
009080         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
009090             WS-FS-JORNAL
009100         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
009110     END-IF
009120
009130     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
009140     ACCEPT WS-CAD-HORA-SIS FROM TIME
009150     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
009160
009170     MOVE SPACES                TO JORNAL-REG
009180     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
009190     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
009200     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
009210     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
009220     MOVE ZEROS                 TO JRN-QTDE-LIDOS
009230     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
009240     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
009250     MOVE RETURN-CODE           TO JRN-RETURN-CODE
009260     MOVE "N"                   TO JRN-REINICIO
009270     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
009280     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
009290     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
009300
009310     WRITE JORNAL-REG
009320
009330     CLOSE ARQ-JORNAL
009340     .
009350 9790-GRAVAR-JORNAL-CADEIA-EXIT.
009360     EXIT.
009370******************************************************************
009380*    9800-GRAVAR-JORNAL
009390*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
009400*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
009410*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
009420*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A APURACAO.
009430******************************************************************
009440 9800-GRAVAR-JORNAL.
009450     OPEN EXTEND ARQ-JORNAL
009460     IF NOT FS-JORNAL-OK
009470         OPEN OUTPUT ARQ-JORNAL
009480     END-IF
009490     IF NOT FS-JORNAL-OK
009500         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
009510             WS-FS-JORNAL
009520         GO TO 9800-GRAVAR-JORNAL-EXIT
009530     END-IF

009540     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
009550     ACCEPT WS-HORA-JRN-SIS FROM TIME
009560     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

009570     MOVE SPACES                TO JORNAL-REG
009580     MOVE "ESTATISTICA-MENSAL"  TO JRN-PROGRAMA
009590     MOVE WS-JRN-TIPO           TO JRN-TIPO
009600     MOVE WS-DATA-JORNAL        TO JRN-DATA
009610     MOVE WS-HORA-JORNAL        TO JRN-HORA
009620     MOVE WS-QTDE-LIDAS         TO JRN-QTDE-LIDOS
009630     MOVE WS-QTDE-MES           TO JRN-QTDE-GRAVADOS
009640     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
009650     MOVE RETURN-CODE           TO JRN-RETURN-CODE
009660     MOVE "N"                   TO JRN-REINICIO

009670     WRITE JORNAL-REG

009680     CLOSE ARQ-JORNAL
009690     .
009700 9800-GRAVAR-JORNAL-EXIT.
009710     EXIT.

009720 END PROGRAM ESTATISTICA-MENSAL.

000208*                 operacoes. O encerramento por divergencia de
000209*                 totais fica sem registro de fim, e e apontado
000210*                 como nao finalizado.
000211* 15/10/2026 GB   O registro de auditoria cresceu de 60 para 72
000212*                 posicoes (CPF e situacao do responsavel legal
000213*                 do menor); o arquivo morto e a trilha nova
000214*                 acompanham o novo tamanho.
000215* 15/10/2026 GB   O registro de auditoria cresceu de 72 para 86
000217*                 posicoes (identificador da execucao do lote);
000218*                 o arquivo morto e a trilha nova acompanham o
000219*                 novo tamanho.
000220* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000221*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000222*                 de execucao, o programa recusa rodar (RC 12,
000224*                 registro R no jornal) quando um predecessor nao
000225*                 terminou com RC 0 depois da sua ultima execucao
000226*                 correta ou quando a execucao seria repeticao
000227*                 proibida na data de negocio. O cartao de
000228*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000230*                 a reexecucao supervisionada, registrada no
000231*                 jornal (registro L, com o operador e a
000232*                 justificativa do cartao). O programa que pode
000233*                 repetir na data de negocio aceita o
000234*                 predecessor que rodou na propria data de
000235*                 negocio.
000237* 15/10/2026 GB   O registro de auditoria cresceu de 86 para 88
000238*                 posicoes (motivo de rejeicao do registro
000239*                 recebido); o arquivo acompanha o novo tamanho.
000240* 15/10/2026 GB   O registro de auditoria cresceu de 88 para 96
000241*                 posicoes (operador do balcao que fez a
000242*                 verificacao); o arquivo acompanha o
000244*                 novo tamanho.
000245******************************************************************
000246 IDENTIFICATION DIVISION.
000247 PROGRAM-ID. EXPURGO-AUDITORIA.
000248 AUTHOR. GABRIELA BARBOSA.
000250 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000260 DATE-WRITTEN. 22/08/2026.
000270 DATE-COMPILED.
000522     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS WS-FS-JORNAL.
000526     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000528         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-CADEIA.
000532     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS WS-FS-LIBERACAO.
000538
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ARQ-AUDITORIA
000630
000640 FD  ARQ-ARQUIVO-MORTO
000650     RECORDING MODE IS F.
000660 01  ARC-REG                     PIC X(96).
000670
000680 FD  ARQ-TRILHA-NOVA
000690     RECORDING MODE IS F.
000700 01  TRN-REG                     PIC X(96).
000710
000720 FD  ARQ-RELATORIO
000730     RECORDING MODE IS F.
000742 FD  ARQ-JORNAL
000743     RECORDING MODE IS F.
000744 COPY JORNREG.
000745
000747 FD  ARQ-CADEIA
000748     RECORDING MODE IS F.
000750 COPY CADEREG.
000752
000753 FD  ARQ-LIBERACAO
000755     RECORDING MODE IS F.
000756 COPY LIBEREG.
000758
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780*    CHAVES E STATUS DE ARQUIVO
000899 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
000900 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
000901 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
000902******************************************************************
000903*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
000904*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
000905*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
000906*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
000907*    RODOU, A = ABERTA, F = FINALIZADA).
000908******************************************************************
000909 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
000910     88  FS-CADEIA-OK            VALUE "00".
000911     88  FS-CADEIA-AUSENTE       VALUE "35".
000912 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
000913     88  FS-LIBERACAO-OK         VALUE "00".
000914 77  WS-CAD-PROGRAMA             PIC X(22)
000915                 VALUE "EXPURGO-AUDITORIA".
000916 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
000917     88  CAD-DEFINIDO            VALUE "S".
000918 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
000919     88  CAD-FIM-ARQUIVO         VALUE "S".
000920 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
000921     88  CAD-PODE-REPETIR        VALUE "S".
000922 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
000923     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
000924 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
000925     88  CAD-PRED-DO-DIA         VALUE "S".
000926 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
000927     88  CAD-LIBERADO            VALUE "S".
000928 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
000929 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
000930 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
000931 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
000932 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
000933 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
000934 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
000935 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
000936 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
000937 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
000938 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
000939 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
000941 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
000942 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
000943 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
000944 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
000945 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
000946 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
000947 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
000948 01  WS-CAD-PREDECESSORES.
000949     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
000950         10  WS-CAD-PRED-NOME    PIC X(22).
000951         10  WS-CAD-PRED-SIT     PIC X(01).
000952         10  WS-CAD-PRED-INICIO  PIC 9(14).
000953         10  WS-CAD-PRED-RC      PIC 9(04).
000954 01  WS-CAD-MOMENTO.
000955     05  WS-CAD-MOM-DATA.
000956         10  WS-CAD-MOM-CCYY     PIC 9(04).
000957         10  WS-CAD-MOM-MM       PIC 9(02).
000958         10  WS-CAD-MOM-DD       PIC 9(02).
000959     05  WS-CAD-MOM-HORA         PIC 9(06).
000960 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
000961                                 PIC 9(14).
000962 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
000963     05  FILLER                  PIC X(08).
000964     05  WS-CAD-MOM-HHMM         PIC 9(04).
000965     05  FILLER                  PIC X(02).
000966 01  WS-CAD-DIAS-MES-TAB.
000967     05  FILLER                  PIC X(24)
000968                 VALUE "312831303130313130313031".
000969 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
000970     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
000971
000972******************************************************************
000973*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
000974******************************************************************
000975 77  WS-FIM-AUDITORIA            PIC X(01) VALUE "N".
000976     88  FIM-DA-AUDITORIA        VALUE "S".
000977
000978******************************************************************
000980*    DATA DE CORTE DA RETENCAO, RECEBIDA NO CARTAO
000990******************************************************************
001000 77  WS-DATA-CORTE               PIC 9(08) VALUE ZEROS.
001140*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001150******************************************************************
001160 0000-MAINLINE.
001163     PERFORM 9700-CONFERIR-CADEIA
001166         THRU 9700-CONFERIR-CADEIA-EXIT
001170     PERFORM 1000-INICIALIZAR
001180         THRU 1000-INICIALIZAR-EXIT
001181
003390     EXIT.
003400
003410******************************************************************
003420*    9700-CONFERIR-CADEIA
003430*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
003440*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
003450*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
003460*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
003470*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
003480*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
003490*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
003500*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
003510*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
003520*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
003530*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
003540*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
003550*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
003560*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
003570******************************************************************
003580 9700-CONFERIR-CADEIA.
003590     PERFORM 9710-LER-DEFINICAO
003600         THRU 9710-LER-DEFINICAO-EXIT
003610
003620     IF NOT CAD-DEFINIDO
003630         GO TO 9700-CONFERIR-CADEIA-EXIT
003640     END-IF
003650
003660     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
003670     ACCEPT WS-CAD-HORA-SIS FROM TIME
003680     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
003690     PERFORM 9760-CALCULAR-DATA-NEGOCIO
003700         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
003710     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
003720
003730     PERFORM 9720-APURAR-JORNAL
003740         THRU 9720-APURAR-JORNAL-EXIT
003750
003760     MOVE SPACES TO WS-CAD-MOTIVO
003770     IF CAD-EXECUCAO-REPETIDA
003780     AND NOT CAD-PODE-REPETIR
003790         STRING "REPETICAO NA DATA DE NEGOCIO "
003800                WS-CAD-DATA-NEGOCIO
003810                    DELIMITED BY SIZE
003820           INTO WS-CAD-MOTIVO
003830         END-STRING
003840     ELSE
003850         PERFORM 9740-CONFERIR-PREDECESSOR
003860             THRU 9740-CONFERIR-PREDECESSOR-EXIT
003870             VARYING WS-CAD-IDX FROM 1 BY 1
003880             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
003890             OR WS-CAD-MOTIVO NOT = SPACES
003900     END-IF
003910
003920     IF WS-CAD-MOTIVO = SPACES
003930         GO TO 9700-CONFERIR-CADEIA-EXIT
003940     END-IF
003950
003960     PERFORM 9750-LER-LIBERACAO
003970         THRU 9750-LER-LIBERACAO-EXIT
003980
003990     IF CAD-LIBERADO
004000         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
004010             WS-CAD-OPERADOR
004020         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
004030         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
004040         MOVE "L" TO WS-CAD-TIPO-JRN
004050         PERFORM 9790-GRAVAR-JORNAL-CADEIA
004060             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
004070         GO TO 9700-CONFERIR-CADEIA-EXIT
004080     END-IF
004090
004100     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
004110     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
004120     MOVE 12 TO RETURN-CODE
004130     MOVE "R" TO WS-CAD-TIPO-JRN
004140     PERFORM 9790-GRAVAR-JORNAL-CADEIA
004150         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
004160     STOP RUN
004170     .
004180 9700-CONFERIR-CADEIA-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220*    9710-LER-DEFINICAO
004230*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
004240*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
004250*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
004260******************************************************************
004270 9710-LER-DEFINICAO.
004280     MOVE "N" TO WS-CAD-DEFINIDO
004290     OPEN INPUT ARQ-CADEIA
004300     IF NOT FS-CADEIA-OK
004310         IF NOT FS-CADEIA-AUSENTE
004320             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
004330                 "STATUS: " WS-FS-CADEIA
004340         END-IF
004350         GO TO 9710-LER-DEFINICAO-EXIT
004360     END-IF
004370
004380     MOVE "N" TO WS-CAD-FIM-ARQUIVO
004390     PERFORM 9715-LER-PROGRAMA
004400         THRU 9715-LER-PROGRAMA-EXIT
004410         UNTIL CAD-FIM-ARQUIVO
004420         OR CAD-DEFINIDO
004430
004440     CLOSE ARQ-CADEIA
004450     .
004460 9710-LER-DEFINICAO-EXIT.
004470     EXIT.
004480
004490 9715-LER-PROGRAMA.
004500     READ ARQ-CADEIA
004510         AT END
004520             MOVE "S" TO WS-CAD-FIM-ARQUIVO
004530             GO TO 9715-LER-PROGRAMA-EXIT
004540     END-READ
004550
004560     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
004570         GO TO 9715-LER-PROGRAMA-EXIT
004580     END-IF
004590
004600     MOVE "S" TO WS-CAD-DEFINIDO
004610     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
004620     MOVE ZEROS TO WS-CAD-HORA-VIRADA
004630     IF CAD-HORA-VIRADA NUMERIC
004640         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
004650     END-IF
004660     MOVE ZERO TO WS-CAD-QTDE-PRED
004670     PERFORM 9718-GUARDAR-PREDECESSOR
004680         THRU 9718-GUARDAR-PREDECESSOR-EXIT
004690         VARYING WS-CAD-IDX FROM 1 BY 1
004700         UNTIL WS-CAD-IDX > 5
004710     .
004720 9715-LER-PROGRAMA-EXIT.
004730     EXIT.
004740
004750 9718-GUARDAR-PREDECESSOR.
004760     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
004770         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
004780     END-IF
004790
004800     ADD 1 TO WS-CAD-QTDE-PRED
004810     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
004820                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
004830     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
004840     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
004850     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
004860     .
004870 9718-GUARDAR-PREDECESSOR-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    9720-APURAR-JORNAL
004920*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
004930*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
004940*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
004950*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
004960*    SO CONTAM OS REGISTROS DE INICIO E FIM.
004970******************************************************************
004980 9720-APURAR-JORNAL.
004990     OPEN INPUT ARQ-JORNAL
005000     IF NOT FS-JORNAL-OK
005010         GO TO 9720-APURAR-JORNAL-EXIT
005020     END-IF
005030
005040     MOVE "N" TO WS-CAD-FIM-ARQUIVO
005050     PERFORM 9725-LER-JORNAL-CADEIA
005060         THRU 9725-LER-JORNAL-CADEIA-EXIT
005070         UNTIL CAD-FIM-ARQUIVO
005080
005090     CLOSE ARQ-JORNAL
005100     .
005110 9720-APURAR-JORNAL-EXIT.
005120     EXIT.
005130
005140 9725-LER-JORNAL-CADEIA.
005150     READ ARQ-JORNAL
005160         AT END
005170             MOVE "S" TO WS-CAD-FIM-ARQUIVO
005180             GO TO 9725-LER-JORNAL-CADEIA-EXIT
005190     END-READ
005200
005210     IF NOT JRN-INICIO
005220     AND NOT JRN-FIM
005230         GO TO 9725-LER-JORNAL-CADEIA-EXIT
005240     END-IF
005250
005260     MOVE JRN-DATA TO WS-CAD-MOM-DATA
005270     MOVE JRN-HORA TO WS-CAD-MOM-HORA
005280
005290     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
005300         PERFORM 9730-APURAR-PROPRIO
005310             THRU 9730-APURAR-PROPRIO-EXIT
005320         GO TO 9725-LER-JORNAL-CADEIA-EXIT
005330     END-IF
005340
005350     MOVE ZERO TO WS-CAD-ACHADO
005360     PERFORM 9735-PROCURAR-PREDECESSOR
005370         THRU 9735-PROCURAR-PREDECESSOR-EXIT
005380         VARYING WS-CAD-IDX FROM 1 BY 1
005390         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
005400         OR WS-CAD-ACHADO > ZERO
005410     IF WS-CAD-ACHADO = ZERO
005420         GO TO 9725-LER-JORNAL-CADEIA-EXIT
005430     END-IF
005440
005450     IF JRN-INICIO
005460         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
005470         MOVE WS-CAD-MOMENTO-N
005480                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
005490         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
005500     ELSE
005510         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
005520             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
005530             MOVE JRN-RETURN-CODE
005540                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
005550         END-IF
005560     END-IF
005570     .
005580 9725-LER-JORNAL-CADEIA-EXIT.
005590     EXIT.
005600
005610 9730-APURAR-PROPRIO.
005620     IF JRN-INICIO
005630         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
005640         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
005650         GO TO 9730-APURAR-PROPRIO-EXIT
005660     END-IF
005670
005680     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
005690         GO TO 9730-APURAR-PROPRIO-EXIT
005700     END-IF
005710
005720     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
005730     IF JRN-RETURN-CODE = ZERO
005740         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
005750     END-IF
005760
005770     IF JRN-RETURN-CODE < 16
005780         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
005790         PERFORM 9760-CALCULAR-DATA-NEGOCIO
005800             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
005810         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
005820             MOVE "S" TO WS-CAD-REPETICAO
005830         END-IF
005840     END-IF
005850     .
005860 9730-APURAR-PROPRIO-EXIT.
005870     EXIT.
005880
005890 9735-PROCURAR-PREDECESSOR.
005900     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
005910         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
005920     END-IF
005930     .
005940 9735-PROCURAR-PREDECESSOR-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*    9740-CONFERIR-PREDECESSOR
005990*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
006000*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
006010*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
006020*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
006030*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
006040*    DE NOVO.
006050******************************************************************
006060 9740-CONFERIR-PREDECESSOR.
006070     MOVE "N" TO WS-CAD-PRED-DO-DIA
006080     IF CAD-PODE-REPETIR
006090     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
006100         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
006110         PERFORM 9760-CALCULAR-DATA-NEGOCIO
006120             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
006130         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
006140             MOVE "S" TO WS-CAD-PRED-DO-DIA
006150         END-IF
006160     END-IF
006170
006180     EVALUATE TRUE
006190         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
006200         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
006210                  NOT > WS-CAD-ULTIMO-OK
006220         AND NOT CAD-PRED-DO-DIA
006230             STRING "PREDECESSOR NAO EXECUTADO: "
006240                    WS-CAD-PRED-NOME (WS-CAD-IDX)
006250                        DELIMITED BY SIZE
006260               INTO WS-CAD-MOTIVO
006270             END-STRING
006280         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
006290             STRING "PREDECESSOR NAO FINALIZADO: "
006300                    WS-CAD-PRED-NOME (WS-CAD-IDX)
006310                        DELIMITED BY SIZE
006320               INTO WS-CAD-MOTIVO
006330             END-STRING
006340         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
006350             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
006360             STRING "PREDECESSOR COM RC "
006370                    WS-CAD-RC-ED
006380                    ": "
006390                    WS-CAD-PRED-NOME (WS-CAD-IDX)
006400                        DELIMITED BY SIZE
006410               INTO WS-CAD-MOTIVO
006420             END-STRING
006430     END-EVALUATE
006440     .
006450 9740-CONFERIR-PREDECESSOR-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490*    9750-LER-LIBERACAO
006500*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
006510*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
006520*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
006530******************************************************************
006540 9750-LER-LIBERACAO.
006550     MOVE "N" TO WS-CAD-LIBERADO
006560     OPEN INPUT ARQ-LIBERACAO
006570     IF NOT FS-LIBERACAO-OK
006580         GO TO 9750-LER-LIBERACAO-EXIT
006590     END-IF
006600
006610     MOVE "N" TO WS-CAD-FIM-ARQUIVO
006620     PERFORM 9755-LER-CARTAO-LIBERACAO
006630         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
006640         UNTIL CAD-FIM-ARQUIVO
006650         OR CAD-LIBERADO
006660
006670     CLOSE ARQ-LIBERACAO
006680     .
006690 9750-LER-LIBERACAO-EXIT.
006700     EXIT.
006710
006720 9755-LER-CARTAO-LIBERACAO.
006730     READ ARQ-LIBERACAO
006740         AT END
006750             MOVE "S" TO WS-CAD-FIM-ARQUIVO
006760             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
006770     END-READ
006780
006790     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
006800     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
006810     AND LIB-OPERADOR NOT = SPACES
006820         MOVE "S" TO WS-CAD-LIBERADO
006830         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
006840         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
006850     END-IF
006860     .
006870 9755-LER-CARTAO-LIBERACAO-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*    9760-CALCULAR-DATA-NEGOCIO
006920*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
006930*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
006940*    ANTERIOR.
006950******************************************************************
006960 9760-CALCULAR-DATA-NEGOCIO.
006970     IF WS-CAD-MOM-DATA NOT NUMERIC
006980     OR WS-CAD-MOM-MM < 1
006990     OR WS-CAD-MOM-MM > 12
007000     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
007010         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
007020         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
007030     END-IF
007040
007050     SUBTRACT 1 FROM WS-CAD-MOM-DD
007060     IF WS-CAD-MOM-DD = ZERO
007070         SUBTRACT 1 FROM WS-CAD-MOM-MM
007080         IF WS-CAD-MOM-MM = ZERO
007090             MOVE 12 TO WS-CAD-MOM-MM
007100             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
007110         END-IF
007120         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
007130         IF WS-CAD-MOM-MM = 2
007140             PERFORM 9765-CONFERIR-BISSEXTO
007150                 THRU 9765-CONFERIR-BISSEXTO-EXIT
007160         END-IF
007170     END-IF
007180
007190     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
007200     .
007210 9760-CALCULAR-DATA-NEGOCIO-EXIT.
007220     EXIT.
007230
007240 9765-CONFERIR-BISSEXTO.
007250     DIVIDE WS-CAD-MOM-CCYY BY 4
007260         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
007270     DIVIDE WS-CAD-MOM-CCYY BY 100
007280         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
007290     DIVIDE WS-CAD-MOM-CCYY BY 400
007300         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
007310
007320     IF WS-CAD-RESTO-4 = ZERO
007330     AND (WS-CAD-RESTO-100 NOT = ZERO
007340          OR WS-CAD-RESTO-400 = ZERO)
007350         MOVE 29 TO WS-CAD-MOM-DD
007360     END-IF
007370     .
007380 9765-CONFERIR-BISSEXTO-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*    9790-GRAVAR-JORNAL-CADEIA
007430*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
007440*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
007450******************************************************************
007460 9790-GRAVAR-JORNAL-CADEIA.
007470     OPEN EXTEND ARQ-JORNAL
007480     IF NOT FS-JORNAL-OK
007490         OPEN OUTPUT ARQ-JORNAL
007500     END-IF
007510     IF NOT FS-JORNAL-OK
007520         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
007530             WS-FS-JORNAL
007540         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
007550     END-IF
007560
007570     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
007580     ACCEPT WS-CAD-HORA-SIS FROM TIME
007590     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
007600
007610     MOVE SPACES                TO JORNAL-REG
007620     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
007630     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
007640     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
007650     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
007660     MOVE ZEROS                 TO JRN-QTDE-LIDOS
007670     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
007680     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
007690     MOVE RETURN-CODE           TO JRN-RETURN-CODE
007700     MOVE "N"                   TO JRN-REINICIO
007710     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
007720     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
007730     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
007740
007750     WRITE JORNAL-REG
007760
007770     CLOSE ARQ-JORNAL
007780     .
007790 9790-GRAVAR-JORNAL-CADEIA-EXIT.
007800     EXIT.
007810******************************************************************
007820*    9800-GRAVAR-JORNAL
007830*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
007840*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
007850*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
007860*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA O EXPURGO.
007870******************************************************************
007880 9800-GRAVAR-JORNAL.
007890     OPEN EXTEND ARQ-JORNAL
007900     IF NOT FS-JORNAL-OK
007910         OPEN OUTPUT ARQ-JORNAL
007920     END-IF
007930     IF NOT FS-JORNAL-OK
007940         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
007950             WS-FS-JORNAL
007960         GO TO 9800-GRAVAR-JORNAL-EXIT
007970     END-IF

007980     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
007990     ACCEPT WS-HORA-JRN-SIS FROM TIME
008000     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

008010     MOVE SPACES                TO JORNAL-REG
008020     MOVE "EXPURGO-AUDITORIA"   TO JRN-PROGRAMA
008030     MOVE WS-JRN-TIPO           TO JRN-TIPO
008040     MOVE WS-DATA-JORNAL        TO JRN-DATA
008050     MOVE WS-HORA-JORNAL        TO JRN-HORA
008060     MOVE WS-QTDE-LIDAS         TO JRN-QTDE-LIDOS
008070     COMPUTE JRN-QTDE-GRAVADOS =
008080         WS-QTDE-ARQUIVADAS + WS-QTDE-RETIDAS
008090     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
008100     MOVE RETURN-CODE           TO JRN-RETURN-CODE
008110     MOVE "N"                   TO JRN-REINICIO

008120     WRITE JORNAL-REG

008130     CLOSE ARQ-JORNAL
008140     .
008150 9800-GRAVAR-JORNAL-EXIT.
008160     EXIT.

008170 END PROGRAM EXPURGO-AUDITORIA.

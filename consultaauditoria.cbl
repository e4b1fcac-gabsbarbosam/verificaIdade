000171*                 de fim no jornal de execucao (ARQ-JORNAL), para
000172*                 a conferencia da janela pelo relatorio de
000173*                 operacoes.
000174* 15/10/2026 GB   O registro de auditoria cresceu de 60 para 72
000175*                 posicoes (CPF e situacao do responsavel legal
000176*                 do menor); o extrato acompanha o novo tamanho.
000177* 15/10/2026 GB   Documento de estrangeiro: o cartao aceita o
000178*                 tipo do documento como criterio opcional (tipo
000179*                 em branco na trilha vale CPF) e o extrato
000180*                 mostra o tipo de cada registro.
000181* 15/10/2026 GB   O registro de auditoria cresceu de 72 para 86
000182*                 posicoes (identificador da execucao do lote);
000183*                 o extrato acompanha o novo tamanho.
000184* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000185*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000186*                 de execucao, o programa recusa rodar (RC 12,
000187*                 registro R no jornal) quando um predecessor nao
000188*                 terminou com RC 0 depois da sua ultima execucao
000189*                 correta ou quando a execucao seria repeticao
000190*                 proibida na data de negocio. O cartao de
000191*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000192*                 a reexecucao supervisionada, registrada no
000193*                 jornal (registro L, com o operador e a
000194*                 justificativa do cartao). O programa que pode
000195*                 repetir na data de negocio aceita o
000196*                 predecessor que rodou na propria data de
000197*                 negocio.
000198* 15/10/2026 GB   O registro de auditoria cresceu de 86 para 88
000199*                 posicoes (motivo de rejeicao do registro
000200*                 recebido); o extrato acompanha o novo tamanho.
000201* 15/10/2026 GB   O registro de auditoria cresceu de 88 para 96
000202*                 posicoes (operador do balcao que fez a
000203*                 verificacao); o extrato acompanha o
000204*                 novo tamanho.
000205******************************************************************
000206 IDENTIFICATION DIVISION.
000207 PROGRAM-ID. CONSULTA-AUDITORIA.
000208 AUTHOR. GABRIELA BARBOSA.
000210 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000220 DATE-WRITTEN. 22/08/2026.
000230 DATE-COMPILED.
000442     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-FS-JORNAL.
000446     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000448         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-CADEIA.
000452     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-FS-LIBERACAO.
000458
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ARQ-AUDITORIA
000590
000600 FD  ARQ-EXTRATO
000610     RECORDING MODE IS F.
000615 01  EXT-REG                     PIC X(96).
000621
000622 FD  ARQ-JORNAL
000623     RECORDING MODE IS F.
000624 COPY JORNREG.
000625
000627 FD  ARQ-CADEIA
000628     RECORDING MODE IS F.
000630 COPY CADEREG.
000632
000633 FD  ARQ-LIBERACAO
000635     RECORDING MODE IS F.
000636 COPY LIBEREG.
000638
000640 WORKING-STORAGE SECTION.
000650******************************************************************
000660*    CHAVES E STATUS DE ARQUIVO
000759 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
000760 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
000761 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
000762******************************************************************
000763*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
000764*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
000765*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
000766*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
000767*    RODOU, A = ABERTA, F = FINALIZADA).
000768******************************************************************
000769 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
000770     88  FS-CADEIA-OK            VALUE "00".
000771     88  FS-CADEIA-AUSENTE       VALUE "35".
000772 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
000773     88  FS-LIBERACAO-OK         VALUE "00".
000774 77  WS-CAD-PROGRAMA             PIC X(22)
000775                 VALUE "CONSULTA-AUDITORIA".
000776 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
000777     88  CAD-DEFINIDO            VALUE "S".
000778 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
000779     88  CAD-FIM-ARQUIVO         VALUE "S".
000780 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
000781     88  CAD-PODE-REPETIR        VALUE "S".
000782 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
000783     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
000784 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
000785     88  CAD-PRED-DO-DIA         VALUE "S".
000786 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
000787     88  CAD-LIBERADO            VALUE "S".
000788 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
000789 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
000790 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
000791 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
000792 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
000793 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
000794 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
000795 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
000796 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
000797 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
000798 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
000799 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
000801 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
000802 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
000803 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
000804 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
000805 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
000806 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
000807 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
000808 01  WS-CAD-PREDECESSORES.
000809     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
000810         10  WS-CAD-PRED-NOME    PIC X(22).
000811         10  WS-CAD-PRED-SIT     PIC X(01).
000812         10  WS-CAD-PRED-INICIO  PIC 9(14).
000813         10  WS-CAD-PRED-RC      PIC 9(04).
000814 01  WS-CAD-MOMENTO.
000815     05  WS-CAD-MOM-DATA.
000816         10  WS-CAD-MOM-CCYY     PIC 9(04).
000817         10  WS-CAD-MOM-MM       PIC 9(02).
000818         10  WS-CAD-MOM-DD       PIC 9(02).
000819     05  WS-CAD-MOM-HORA         PIC 9(06).
000820 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
000821                                 PIC 9(14).
000822 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
000823     05  FILLER                  PIC X(08).
000824     05  WS-CAD-MOM-HHMM         PIC 9(04).
000825     05  FILLER                  PIC X(02).
000826 01  WS-CAD-DIAS-MES-TAB.
000827     05  FILLER                  PIC X(24)
000828                 VALUE "312831303130313130313031".
000829 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
000830     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
000831
000832******************************************************************
000833*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
000834******************************************************************
000835 77  WS-FIM-AUDITORIA            PIC X(01) VALUE "N".
000836     88  FIM-DA-AUDITORIA        VALUE "S".
000837
000838******************************************************************
000840*    CRITERIOS DE SELECAO RECEBIDOS NO CARTAO DE PARAMETROS
000850******************************************************************
000860 01  WS-CRITERIOS.
000870     05  WS-CRIT-DOC             PIC X(11) VALUE SPACES.
000875     05  WS-CRIT-TIPO            PIC X(01) VALUE SPACES.
000880     05  WS-CRIT-DATA-INI        PIC 9(08) VALUE ZEROS.
000890     05  WS-CRIT-DATA-FIM        PIC 9(08) VALUE ZEROS.
000900     05  WS-CRIT-RESULTADO       PIC X(05) VALUE SPACES.
001140     05  FILLER                  PIC X(01).
001150     05  WS-DET-DOC              PIC X(11).
001160     05  FILLER                  PIC X(01).
001163     05  WS-DET-TIPO             PIC X(01).
001166     05  FILLER                  PIC X(01).
001170     05  WS-DET-IDADE            PIC 9(03).
001180     05  FILLER                  PIC X(01).
001190     05  WS-DET-FAIXA            PIC X(02).
001230     05  WS-DET-CPF-VALIDO       PIC X(01).
001240     05  FILLER                  PIC X(01).
001250     05  WS-DET-BLOQUEADO        PIC X(01).
001260     05  FILLER                  PIC X(30).
001270
001280 PROCEDURE DIVISION.
001290******************************************************************
001310*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001320******************************************************************
001330 0000-MAINLINE.
001333     PERFORM 9700-CONFERIR-CADEIA
001336         THRU 9700-CONFERIR-CADEIA-EXIT
001340     PERFORM 1000-INICIALIZAR
001350         THRU 1000-INICIALIZAR-EXIT
001351
002290     END-IF
002300
002310     MOVE PAU-DOC-NUMERO      TO WS-CRIT-DOC
002315     MOVE PAU-TIPO-DOC        TO WS-CRIT-TIPO
002320     MOVE PAU-DATA-INI        TO WS-CRIT-DATA-INI
002330     MOVE PAU-DATA-FIM        TO WS-CRIT-DATA-FIM
002340     MOVE PAU-RESULTADO       TO WS-CRIT-RESULTADO
002550     WRITE REL-LINHA
002560
002570     MOVE SPACES TO REL-LINHA
002575     STRING "DOCUMENTO: "      DELIMITED BY SIZE
002580            WS-CRIT-TIPO       DELIMITED BY SIZE
002585            " "                DELIMITED BY SIZE
002590            WS-CRIT-DOC        DELIMITED BY SIZE
002600            "  PERIODO: "      DELIMITED BY SIZE
002610            WS-CRIT-DATA-INI   DELIMITED BY SIZE
002740     END-STRING
002750     WRITE REL-LINHA
002760
002770     MOVE "DATA     HORA   DOCUMENTO   T IDD FX RESULT    V B"
002780         TO REL-LINHA
002790     WRITE REL-LINHA
002800     .
003330         MOVE "N" TO WS-SELECIONADO
003340     END-IF
003350
003351     IF WS-CRIT-TIPO NOT = SPACES
003352     AND AUD-TIPO-DOC NOT = WS-CRIT-TIPO
003353         IF AUD-TIPO-DOC NOT = SPACE
003354         OR WS-CRIT-TIPO NOT = "C"
003355             MOVE "N" TO WS-SELECIONADO
003356         END-IF
003357     END-IF
003358
003360     IF WS-CRIT-DATA-INI > ZERO
003370     AND AUD-DATA-VERIF < WS-CRIT-DATA-INI
003380         MOVE "N" TO WS-SELECIONADO
003660     MOVE AUD-DATA-VERIF      TO WS-DET-DATA
003670     MOVE AUD-HORA-VERIF      TO WS-DET-HORA
003680     MOVE AUD-DOC-NUMERO      TO WS-DET-DOC
003685     MOVE AUD-TIPO-DOC        TO WS-DET-TIPO
003690     MOVE AUD-IDADE-CALC      TO WS-DET-IDADE
003700     MOVE AUD-FAIXA-ETARIA    TO WS-DET-FAIXA
003710     MOVE AUD-RESULTADO       TO WS-DET-RESULTADO
004210     EXIT.
004220
004230******************************************************************
004240*    9700-CONFERIR-CADEIA
004250*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
004260*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
004270*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
004280*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
004290*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
004300*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
004310*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
004320*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
004330*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
004340*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
004350*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
004360*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
004370*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
004380*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
004390******************************************************************
004400 9700-CONFERIR-CADEIA.
004410     PERFORM 9710-LER-DEFINICAO
004420         THRU 9710-LER-DEFINICAO-EXIT
004430
004440     IF NOT CAD-DEFINIDO
004450         GO TO 9700-CONFERIR-CADEIA-EXIT
004460     END-IF
004470
004480     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
004490     ACCEPT WS-CAD-HORA-SIS FROM TIME
004500     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
004510     PERFORM 9760-CALCULAR-DATA-NEGOCIO
004520         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
004530     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
004540
004550     PERFORM 9720-APURAR-JORNAL
004560         THRU 9720-APURAR-JORNAL-EXIT
004570
004580     MOVE SPACES TO WS-CAD-MOTIVO
004590     IF CAD-EXECUCAO-REPETIDA
004600     AND NOT CAD-PODE-REPETIR
004610         STRING "REPETICAO NA DATA DE NEGOCIO "
004620                WS-CAD-DATA-NEGOCIO
004630                    DELIMITED BY SIZE
004640           INTO WS-CAD-MOTIVO
004650         END-STRING
004660     ELSE
004670         PERFORM 9740-CONFERIR-PREDECESSOR
004680             THRU 9740-CONFERIR-PREDECESSOR-EXIT
004690             VARYING WS-CAD-IDX FROM 1 BY 1
004700             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
004710             OR WS-CAD-MOTIVO NOT = SPACES
004720     END-IF
004730
004740     IF WS-CAD-MOTIVO = SPACES
004750         GO TO 9700-CONFERIR-CADEIA-EXIT
004760     END-IF
004770
004780     PERFORM 9750-LER-LIBERACAO
004790         THRU 9750-LER-LIBERACAO-EXIT
004800
004810     IF CAD-LIBERADO
004820         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
004830             WS-CAD-OPERADOR
004840         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
004850         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
004860         MOVE "L" TO WS-CAD-TIPO-JRN
004870         PERFORM 9790-GRAVAR-JORNAL-CADEIA
004880             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
004890         GO TO 9700-CONFERIR-CADEIA-EXIT
004900     END-IF
004910
004920     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
004930     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
004940     MOVE 12 TO RETURN-CODE
004950     MOVE "R" TO WS-CAD-TIPO-JRN
004960     PERFORM 9790-GRAVAR-JORNAL-CADEIA
004970         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
004980     STOP RUN
004990     .
005000 9700-CONFERIR-CADEIA-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    9710-LER-DEFINICAO
005050*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
005060*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
005070*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
005080******************************************************************
005090 9710-LER-DEFINICAO.
005100     MOVE "N" TO WS-CAD-DEFINIDO
005110     OPEN INPUT ARQ-CADEIA
005120     IF NOT FS-CADEIA-OK
005130         IF NOT FS-CADEIA-AUSENTE
005140             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
005150                 "STATUS: " WS-FS-CADEIA
005160         END-IF
005170         GO TO 9710-LER-DEFINICAO-EXIT
005180     END-IF
005190
005200     MOVE "N" TO WS-CAD-FIM-ARQUIVO
005210     PERFORM 9715-LER-PROGRAMA
005220         THRU 9715-LER-PROGRAMA-EXIT
005230         UNTIL CAD-FIM-ARQUIVO
005240         OR CAD-DEFINIDO
005250
005260     CLOSE ARQ-CADEIA
005270     .
005280 9710-LER-DEFINICAO-EXIT.
005290     EXIT.
005300
005310 9715-LER-PROGRAMA.
005320     READ ARQ-CADEIA
005330         AT END
005340             MOVE "S" TO WS-CAD-FIM-ARQUIVO
005350             GO TO 9715-LER-PROGRAMA-EXIT
005360     END-READ
005370
005380     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
005390         GO TO 9715-LER-PROGRAMA-EXIT
005400     END-IF
005410
005420     MOVE "S" TO WS-CAD-DEFINIDO
005430     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
005440     MOVE ZEROS TO WS-CAD-HORA-VIRADA
005450     IF CAD-HORA-VIRADA NUMERIC
005460         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
005470     END-IF
005480     MOVE ZERO TO WS-CAD-QTDE-PRED
005490     PERFORM 9718-GUARDAR-PREDECESSOR
005500         THRU 9718-GUARDAR-PREDECESSOR-EXIT
005510         VARYING WS-CAD-IDX FROM 1 BY 1
005520         UNTIL WS-CAD-IDX > 5
005530     .
005540 9715-LER-PROGRAMA-EXIT.
005550     EXIT.
005560
005570 9718-GUARDAR-PREDECESSOR.
005580     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
005590         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
005600     END-IF
005610
005620     ADD 1 TO WS-CAD-QTDE-PRED
005630     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
005640                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
005650     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
005660     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
005670     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
005680     .
005690 9718-GUARDAR-PREDECESSOR-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*    9720-APURAR-JORNAL
005740*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
005750*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
005760*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
005770*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
005780*    SO CONTAM OS REGISTROS DE INICIO E FIM.
005790******************************************************************
005800 9720-APURAR-JORNAL.
005810     OPEN INPUT ARQ-JORNAL
005820     IF NOT FS-JORNAL-OK
005830         GO TO 9720-APURAR-JORNAL-EXIT
005840     END-IF
005850
005860     MOVE "N" TO WS-CAD-FIM-ARQUIVO
005870     PERFORM 9725-LER-JORNAL-CADEIA
005880         THRU 9725-LER-JORNAL-CADEIA-EXIT
005890         UNTIL CAD-FIM-ARQUIVO
005900
005910     CLOSE ARQ-JORNAL
005920     .
005930 9720-APURAR-JORNAL-EXIT.
005940     EXIT.
005950
005960 9725-LER-JORNAL-CADEIA.
005970     READ ARQ-JORNAL
005980         AT END
005990             MOVE "S" TO WS-CAD-FIM-ARQUIVO
006000             GO TO 9725-LER-JORNAL-CADEIA-EXIT
006010     END-READ
006020
006030     IF NOT JRN-INICIO
006040     AND NOT JRN-FIM
006050         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006060     END-IF
006070
006080     MOVE JRN-DATA TO WS-CAD-MOM-DATA
006090     MOVE JRN-HORA TO WS-CAD-MOM-HORA
006100
006110     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
006120         PERFORM 9730-APURAR-PROPRIO
006130             THRU 9730-APURAR-PROPRIO-EXIT
006140         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006150     END-IF
006160
006170     MOVE ZERO TO WS-CAD-ACHADO
006180     PERFORM 9735-PROCURAR-PREDECESSOR
006190         THRU 9735-PROCURAR-PREDECESSOR-EXIT
006200         VARYING WS-CAD-IDX FROM 1 BY 1
006210         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
006220         OR WS-CAD-ACHADO > ZERO
006230     IF WS-CAD-ACHADO = ZERO
006240         GO TO 9725-LER-JORNAL-CADEIA-EXIT
006250     END-IF
006260
006270     IF JRN-INICIO
006280         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
006290         MOVE WS-CAD-MOMENTO-N
006300                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
006310         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
006320     ELSE
006330         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
006340             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
006350             MOVE JRN-RETURN-CODE
006360                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
006370         END-IF
006380     END-IF
006390     .
006400 9725-LER-JORNAL-CADEIA-EXIT.
006410     EXIT.
006420
006430 9730-APURAR-PROPRIO.
006440     IF JRN-INICIO
006450         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
006460         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
006470         GO TO 9730-APURAR-PROPRIO-EXIT
006480     END-IF
006490
006500     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
006510         GO TO 9730-APURAR-PROPRIO-EXIT
006520     END-IF
006530
006540     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
006550     IF JRN-RETURN-CODE = ZERO
006560         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
006570     END-IF
006580
006590     IF JRN-RETURN-CODE < 16
006600         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
006610         PERFORM 9760-CALCULAR-DATA-NEGOCIO
006620             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
006630         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
006640             MOVE "S" TO WS-CAD-REPETICAO
006650         END-IF
006660     END-IF
006670     .
006680 9730-APURAR-PROPRIO-EXIT.
006690     EXIT.
006700
006710 9735-PROCURAR-PREDECESSOR.
006720     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
006730         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
006740     END-IF
006750     .
006760 9735-PROCURAR-PREDECESSOR-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800*    9740-CONFERIR-PREDECESSOR
006810*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
006820*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
006830*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
006840*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
006850*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
006860*    DE NOVO.
006870******************************************************************
006880 9740-CONFERIR-PREDECESSOR.
006890     MOVE "N" TO WS-CAD-PRED-DO-DIA
006900     IF CAD-PODE-REPETIR
006910     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
006920         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
006930         PERFORM 9760-CALCULAR-DATA-NEGOCIO
006940             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
006950         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
006960             MOVE "S" TO WS-CAD-PRED-DO-DIA
006970         END-IF
006980     END-IF
006990
007000     EVALUATE TRUE
007010         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
007020         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
007030                  NOT > WS-CAD-ULTIMO-OK
007040         AND NOT CAD-PRED-DO-DIA
007050             STRING "PREDECESSOR NAO EXECUTADO: "
007060                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007070                        DELIMITED BY SIZE
007080               INTO WS-CAD-MOTIVO
007090             END-STRING
007100         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
007110             STRING "PREDECESSOR NAO FINALIZADO: "
007120                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007130                        DELIMITED BY SIZE
007140               INTO WS-CAD-MOTIVO
007150             END-STRING
007160         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
007170             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
007180             STRING "PREDECESSOR COM RC "
007190                    WS-CAD-RC-ED
007200                    ": "
007210                    WS-CAD-PRED-NOME (WS-CAD-IDX)
007220                        DELIMITED BY SIZE
007230               INTO WS-CAD-MOTIVO
007240             END-STRING
007250     END-EVALUATE
007260     .
007270 9740-CONFERIR-PREDECESSOR-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*    9750-LER-LIBERACAO
007320*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
007330*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
007340*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
007350******************************************************************
007360 9750-LER-LIBERACAO.
007370     MOVE "N" TO WS-CAD-LIBERADO
007380     OPEN INPUT ARQ-LIBERACAO
007390     IF NOT FS-LIBERACAO-OK
007400         GO TO 9750-LER-LIBERACAO-EXIT
007410     END-IF
007420
007430     MOVE "N" TO WS-CAD-FIM-ARQUIVO
007440     PERFORM 9755-LER-CARTAO-LIBERACAO
007450         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
007460         UNTIL CAD-FIM-ARQUIVO
007470         OR CAD-LIBERADO
007480
007490     CLOSE ARQ-LIBERACAO
007500     .
007510 9750-LER-LIBERACAO-EXIT.
007520     EXIT.
007530
007540 9755-LER-CARTAO-LIBERACAO.
007550     READ ARQ-LIBERACAO
007560         AT END
007570             MOVE "S" TO WS-CAD-FIM-ARQUIVO
007580             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
007590     END-READ
007600
007610     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
007620     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
007630     AND LIB-OPERADOR NOT = SPACES
007640         MOVE "S" TO WS-CAD-LIBERADO
007650         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
007660         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
007670     END-IF
007680     .
007690 9755-LER-CARTAO-LIBERACAO-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730*    9760-CALCULAR-DATA-NEGOCIO
007740*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
007750*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
007760*    ANTERIOR.
007770******************************************************************
007780 9760-CALCULAR-DATA-NEGOCIO.
007790     IF WS-CAD-MOM-DATA NOT NUMERIC
007800     OR WS-CAD-MOM-MM < 1
007810     OR WS-CAD-MOM-MM > 12
007820     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
007830         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
007840         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
007850     END-IF
007860
007870     SUBTRACT 1 FROM WS-CAD-MOM-DD
007880     IF WS-CAD-MOM-DD = ZERO
007890         SUBTRACT 1 FROM WS-CAD-MOM-MM
007900         IF WS-CAD-MOM-MM = ZERO
007910             MOVE 12 TO WS-CAD-MOM-MM
007920             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
007930         END-IF
007940         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
007950         IF WS-CAD-MOM-MM = 2
007960             PERFORM 9765-CONFERIR-BISSEXTO
007970                 THRU 9765-CONFERIR-BISSEXTO-EXIT
007980         END-IF
007990     END-IF
008000
008010     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
008020     .
008030 9760-CALCULAR-DATA-NEGOCIO-EXIT.
008040     EXIT.
008050
008060 9765-CONFERIR-BISSEXTO.
008070     DIVIDE WS-CAD-MOM-CCYY BY 4
008080         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
008090     DIVIDE WS-CAD-MOM-CCYY BY 100
008100         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
008110     DIVIDE WS-CAD-MOM-CCYY BY 400
008120         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
008130
008140     IF WS-CAD-RESTO-4 = ZERO
008150     AND (WS-CAD-RESTO-100 NOT = ZERO
008160          OR WS-CAD-RESTO-400 = ZERO)
008170         MOVE 29 TO WS-CAD-MOM-DD
008180     END-IF
008190     .
008200 9765-CONFERIR-BISSEXTO-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240*    9790-GRAVAR-JORNAL-CADEIA
008250*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
008260*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
008270******************************************************************
008280 9790-GRAVAR-JORNAL-CADEIA.
008290     OPEN EXTEND ARQ-JORNAL
008300     IF NOT FS-JORNAL-OK
008310         OPEN OUTPUT ARQ-JORNAL
008320     END-IF
008330     IF NOT FS-JORNAL-OK
008340         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
008350             WS-FS-JORNAL
008360         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
008370     END-IF
008380
008390     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
008400     ACCEPT WS-CAD-HORA-SIS FROM TIME
008410     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
008420
008430     MOVE SPACES                TO JORNAL-REG
008440     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
008450     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
008460     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
008470     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
008480     MOVE ZEROS                 TO JRN-QTDE-LIDOS
008490     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
008500     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
008510     MOVE RETURN-CODE           TO JRN-RETURN-CODE
008520     MOVE "N"                   TO JRN-REINICIO
008530     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
008540     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
008550     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
008560
008570     WRITE JORNAL-REG
008580
008590     CLOSE ARQ-JORNAL
008600     .
008610 9790-GRAVAR-JORNAL-CADEIA-EXIT.
008620     EXIT.
008630******************************************************************
008640*    9800-GRAVAR-JORNAL
008650*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
008660*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
008670*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
008680*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A CONSULTA.
008690******************************************************************
008700 9800-GRAVAR-JORNAL.
008710     OPEN EXTEND ARQ-JORNAL
008720     IF NOT FS-JORNAL-OK
008730         OPEN OUTPUT ARQ-JORNAL
008740     END-IF
008750     IF NOT FS-JORNAL-OK
008760         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
008770             WS-FS-JORNAL
008780         GO TO 9800-GRAVAR-JORNAL-EXIT
008790     END-IF

008800     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
008810     ACCEPT WS-HORA-JRN-SIS FROM TIME
008820     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

008830     MOVE SPACES                TO JORNAL-REG
008840     MOVE "CONSULTA-AUDITORIA"  TO JRN-PROGRAMA
008850     MOVE WS-JRN-TIPO           TO JRN-TIPO
008860     MOVE WS-DATA-JORNAL        TO JRN-DATA
008870     MOVE WS-HORA-JORNAL        TO JRN-HORA
008880     MOVE WS-QTDE-LIDAS         TO JRN-QTDE-LIDOS
008890     MOVE WS-QTDE-SELECIONADAS  TO JRN-QTDE-GRAVADOS
008900     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
008910     MOVE RETURN-CODE           TO JRN-RETURN-CODE
008920     MOVE "N"                   TO JRN-REINICIO

008930     WRITE JORNAL-REG

008940     CLOSE ARQ-JORNAL
008950     .
008960 9800-GRAVAR-JORNAL-EXIT.
008970     EXIT.

008980 END PROGRAM CONSULTA-AUDITORIA.

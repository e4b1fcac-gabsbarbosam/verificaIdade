000224*                 relatorio de operacoes. O encerramento por
000225*                 divergencia fica sem registro de fim, e e
000226*                 apontado como nao finalizado.
000227* 15/10/2026 GB   Documento de estrangeiro: o tipo do documento
000228*                 do detalhe em branco passa a CPF, e tipo fora
000229*                 de CPF, RNE/CRNM e passaporte e rejeitado.
000230* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000232*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000233*                 de execucao, o programa recusa rodar (RC 12,
000234*                 registro R no jornal) quando um predecessor nao
000235*                 terminou com RC 0 depois da sua ultima execucao
000236*                 correta ou quando a execucao seria repeticao
000238*                 proibida na data de negocio. O cartao de
000239*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000240*                 a reexecucao supervisionada, registrada no
000241*                 jornal (registro L, com o operador e a
000243*                 justificativa do cartao). O programa que pode
000244*                 repetir na data de negocio aceita o
000245*                 predecessor que rodou na propria data de
000246*                 negocio.
000247* 15/10/2026 GB   Cada detalhe rejeitado por formato passa a ser
000249*                 gravado tambem no arquivo de rejeicoes
000250*                 (ARQ-REJEICOES, motivo 03, com o registro como
000251*                 veio da origem) para a devolucao a origem, e
000252*                 na trilha de auditoria como registro de
000253*                 rejeicao (AUD-DECISAO X), para o painel de
000255*                 qualidade das origens.
000256******************************************************************
000257 IDENTIFICATION DIVISION.
000258 PROGRAM-ID. CONSOLIDA-CIDADAOS.
000260 AUTHOR. GABRIELA BARBOSA.
000270 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000280 DATE-WRITTEN. 02/09/2026.
000590
000600     SELECT ARQ-RELATORIO ASSIGN TO ARQREL
000610         ORGANIZATION IS LINE SEQUENTIAL
000611         FILE STATUS IS WS-FS-RELATORIO.
000612
000613     SELECT ARQ-REJEICOES ASSIGN TO ARQREJ
000614         ORGANIZATION IS LINE SEQUENTIAL
000615         FILE STATUS IS WS-FS-REJEICOES.
000616
000617     SELECT ARQ-AUDITORIA ASSIGN TO ARQAUD
000618         ORGANIZATION IS LINE SEQUENTIAL
000619         FILE STATUS IS WS-FS-AUDITORIA.
000620
000622     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-FS-JORNAL.
000626     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000628         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-CADEIA.
000632     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS WS-FS-LIBERACAO.
000638
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ARQ-ENTRADA1
000900
000910 FD  ARQ-RELATORIO
000920     RECORDING MODE IS F.
000921 01  REL-LINHA                   PIC X(80).
000922
000923 FD  ARQ-REJEICOES
000924     RECORDING MODE IS F.
000925 COPY REJEREG.
000926
000927 FD  ARQ-AUDITORIA
000928     RECORDING MODE IS F.
000929 COPY AUDITREG.
000930
000932 FD  ARQ-JORNAL
000933     RECORDING MODE IS F.
000934 COPY JORNREG.
000935
000937 FD  ARQ-CADEIA
000938     RECORDING MODE IS F.
000940 COPY CADEREG.
000942
000943 FD  ARQ-LIBERACAO
000945     RECORDING MODE IS F.
000946 COPY LIBEREG.
000948
000950 WORKING-STORAGE SECTION.
000960******************************************************************
000970*    CHAVES E STATUS DE ARQUIVO
001090 77  WS-FS-CIDADAOS              PIC X(02) VALUE ZEROS.
001100     88  FS-CIDADAOS-OK          VALUE "00".
001110 77  WS-FS-RELATORIO             PIC X(02) VALUE ZEROS.
001111     88  FS-RELATORIO-OK         VALUE "00".
001113 77  WS-FS-REJEICOES             PIC X(02) VALUE ZEROS.
001115     88  FS-REJEICOES-OK         VALUE "00".
001117 77  WS-FS-AUDITORIA             PIC X(02) VALUE ZEROS.
001119     88  FS-AUDITORIA-OK         VALUE "00".
001121 77  WS-FS-JORNAL                PIC X(02) VALUE ZEROS.
001122     88  FS-JORNAL-OK            VALUE "00".
001123
001129 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001130 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001131 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001132******************************************************************
001133*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001134*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001135*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001136*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001137*    RODOU, A = ABERTA, F = FINALIZADA).
001138******************************************************************
001139 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001140     88  FS-CADEIA-OK            VALUE "00".
001141     88  FS-CADEIA-AUSENTE       VALUE "35".
001142 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001143     88  FS-LIBERACAO-OK         VALUE "00".
001144 77  WS-CAD-PROGRAMA             PIC X(22)
001145                 VALUE "CONSOLIDA-CIDADAOS".
001146 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001147     88  CAD-DEFINIDO            VALUE "S".
001148 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001149     88  CAD-FIM-ARQUIVO         VALUE "S".
001150 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001151     88  CAD-PODE-REPETIR        VALUE "S".
001152 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001153     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001154 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001155     88  CAD-PRED-DO-DIA         VALUE "S".
001156 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001157     88  CAD-LIBERADO            VALUE "S".
001158 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001159 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001160 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001161 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001162 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001163 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001164 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001165 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001166 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001167 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001168 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001169 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001171 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001172 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001173 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001174 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001175 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001176 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001177 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001178 01  WS-CAD-PREDECESSORES.
001179     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001180         10  WS-CAD-PRED-NOME    PIC X(22).
001181         10  WS-CAD-PRED-SIT     PIC X(01).
001182         10  WS-CAD-PRED-INICIO  PIC 9(14).
001183         10  WS-CAD-PRED-RC      PIC 9(04).
001184 01  WS-CAD-MOMENTO.
001185     05  WS-CAD-MOM-DATA.
001186         10  WS-CAD-MOM-CCYY     PIC 9(04).
001187         10  WS-CAD-MOM-MM       PIC 9(02).
001188         10  WS-CAD-MOM-DD       PIC 9(02).
001189     05  WS-CAD-MOM-HORA         PIC 9(06).
001190 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
001191                                 PIC 9(14).
001192 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
001193     05  FILLER                  PIC X(08).
001194     05  WS-CAD-MOM-HHMM         PIC 9(04).
001195     05  FILLER                  PIC X(02).
001196 01  WS-CAD-DIAS-MES-TAB.
001197     05  FILLER                  PIC X(24)
001198                 VALUE "312831303130313130313031".
001199 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
001200     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001201
001202******************************************************************
001203*    CHAVE DE CONTROLE DE FIM DO EXTRATO CORRENTE
001204******************************************************************
001205 77  WS-FIM-ENTRADA              PIC X(01) VALUE "N".
001206     88  FIM-DA-ENTRADA          VALUE "S".
001207
001208******************************************************************
001210*    DATA DO SISTEMA, CONFERIDA CONTRA O HEADER DE CADA ORIGEM
001220*    E GRAVADA NO HEADER CONSOLIDADO
001230******************************************************************
001260     05  WS-DATA-SISTEMA-MM      PIC 9(02).
001270     05  WS-DATA-SISTEMA-DD      PIC 9(02).
001280
001282 77  WS-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
001285 77  WS-HORA-REJEICAO            PIC 9(06) VALUE ZEROS.
001287
001290******************************************************************
001300*    REGISTRO CORRENTE DO EXTRATO EM PROCESSAMENTO, COPIADO DO
001310*    ARQUIVO DE ORIGEM ANTES DE SER EXAMINADO PELAS VISOES DE
001316*    CONTROLE DO ARQUIVO CONSOLIDADO. NAO E ALTERADO: O DETALHE
001323*    REJEITADO VOLTA A ORIGEM (REJ-REGISTRO) COMO FOI RECEBIDO.
001330******************************************************************
001340 01  WS-REG-ENTRADA              PIC X(80) VALUE SPACES.
001350
001970*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001980******************************************************************
001990 0000-MAINLINE.
001993     PERFORM 9700-CONFERIR-CADEIA
001996         THRU 9700-CONFERIR-CADEIA-EXIT
002000     PERFORM 1000-INICIALIZAR
002010         THRU 1000-INICIALIZAR-EXIT
002011
002370
002380     OPEN OUTPUT ARQ-RELATORIO
002390     IF NOT FS-RELATORIO-OK
002391         DISPLAY "ERRO AO ABRIR ARQ-RELATORIO. FILE STATUS: "
002392             WS-FS-RELATORIO
002393         MOVE 16 TO RETURN-CODE
002394         STOP RUN
002396     END-IF
002397
002398     OPEN EXTEND ARQ-REJEICOES
002399     IF NOT FS-REJEICOES-OK
002400         OPEN OUTPUT ARQ-REJEICOES
002402     END-IF
002403     IF NOT FS-REJEICOES-OK
002404         DISPLAY "ERRO AO ABRIR ARQ-REJEICOES. FILE STATUS: "
002405             WS-FS-REJEICOES
002406         MOVE 16 TO RETURN-CODE
002408         STOP RUN
002409     END-IF
002410
002411     OPEN EXTEND ARQ-AUDITORIA
002412     IF NOT FS-AUDITORIA-OK
002414         OPEN OUTPUT ARQ-AUDITORIA
002415     END-IF
002416     IF NOT FS-AUDITORIA-OK
002417         DISPLAY "ERRO AO ABRIR ARQ-AUDITORIA. FILE STATUS: "
002418             WS-FS-AUDITORIA
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
006000             THRU 3500-GRAVAR-REJEITADO-EXIT
006010         GO TO 3300-TRATAR-DETALHE-EXIT
006020     END-IF
006021
006023     IF CID-TIPO-DOC = SPACE
006025         MOVE "C" TO CID-TIPO-DOC
006026     END-IF
006028     IF NOT CID-TIPO-DOC-VALIDO
006030         MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-RLR-MOTIVO
006031         PERFORM 3500-GRAVAR-REJEITADO
006033             THRU 3500-GRAVAR-REJEITADO-EXIT
006035         GO TO 3300-TRATAR-DETALHE-EXIT
006036     END-IF
006038
006040     IF CID-DT-NASCTO NOT NUMERIC
006050     AND CID-IDADE-INFORMADA NOT NUMERIC
006060         MOVE "SEM DATA NEM IDADE NUMERICA" TO WS-RLR-MOTIVO
006190******************************************************************
006200*    3500-GRAVAR-REJEITADO
006210*    GRAVA NO RELATORIO O DETALHE REJEITADO POR FORMATO, COM A
006213*    ORIGEM E O MOTIVO, E O CONTA NA CONCILIACAO DA ORIGEM. O
006216*    DETALHE VAI TAMBEM, COMO VEIO DA ORIGEM, PARA O ARQUIVO DE
006220*    REJEICOES A DEVOLVER (MOTIVO 03), E DEIXA NA TRILHA DE
006223*    AUDITORIA UM REGISTRO DE REJEICAO PARA O PAINEL DE
006226*    QUALIDADE DAS ORIGENS.
006230******************************************************************
006240 3500-GRAVAR-REJEITADO.
006250     ADD 1 TO WS-ORG-REJEITADOS (WS-ORIGEM-IDX)
006260     ADD 1 TO WS-QTDE-REJEITADOS
006261
006262     MOVE WS-ORG-CODIGO (WS-ORIGEM-IDX) TO WS-RLR-ORIGEM
006263     MOVE CID-DOC-NUMERO                TO WS-RLR-DOC
006264     WRITE REL-LINHA FROM WS-REL-REJEITADO
006265
006266     MOVE SPACES                        TO REJEICAO-REG
006267     MOVE WS-DATA-SISTEMA               TO REJ-DATA-PROCESSO
006268     MOVE WS-ORG-CODIGO (WS-ORIGEM-IDX) TO REJ-SIST-ORIGEM
006269     MOVE "03"                          TO REJ-MOTIVO
006270     MOVE WS-RLR-MOTIVO                 TO REJ-DESCRICAO
006271     MOVE WS-REG-ENTRADA                TO REJ-REGISTRO
006273     WRITE REJEICAO-REG
006274     IF NOT FS-REJEICOES-OK
006275         DISPLAY "ERRO AO GRAVAR ARQ-REJEICOES. FILE STATUS: "
006276             WS-FS-REJEICOES
006277         MOVE 16 TO RETURN-CODE
006278         STOP RUN
006279     END-IF
006280
006281     ACCEPT WS-HORA-SISTEMA FROM TIME
006282     COMPUTE WS-HORA-REJEICAO = WS-HORA-SISTEMA / 100
006283
006285     MOVE SPACES                        TO AUDIT-REG
006286     MOVE WS-DATA-SISTEMA               TO AUD-DATA-VERIF
006287     MOVE WS-HORA-REJEICAO              TO AUD-HORA-VERIF
006288     IF CID-DT-NASCTO NUMERIC
006289         MOVE CID-DT-NASCTO             TO AUD-DT-NASCTO
006290     ELSE
006291         MOVE ZEROS                     TO AUD-DT-NASCTO
006292     END-IF
006293     MOVE ZEROS                         TO AUD-IDADE-CALC
006294     MOVE ZEROS                         TO AUD-IDADE-MINIMA
006295     MOVE CID-DOC-NUMERO                TO AUD-DOC-NUMERO
006296     MOVE CID-TIPO-DOC                  TO AUD-TIPO-DOC
006298     MOVE WS-ORG-CODIGO (WS-ORIGEM-IDX) TO AUD-SIST-ORIGEM
006299     MOVE CID-PROPOSITO                 TO AUD-PROPOSITO
006300     MOVE "X"                           TO AUD-DECISAO
006301     MOVE "03"                          TO AUD-MOTIVO-REJEICAO
006302     WRITE AUDIT-REG
006303     IF NOT FS-AUDITORIA-OK
006304         DISPLAY "ERRO AO GRAVAR ARQ-AUDITORIA. FILE STATUS: "
006305             WS-FS-AUDITORIA
006306         MOVE 16 TO RETURN-CODE
006307         STOP RUN
006308     END-IF
006310     .
006320 3500-GRAVAR-REJEITADO-EXIT.
006330     EXIT.
007700 9000-FINALIZAR.
007710     CLOSE ARQ-CIDADAOS
007720     CLOSE ARQ-RELATORIO
007723     CLOSE ARQ-REJEICOES
007726     CLOSE ARQ-AUDITORIA
007730     .
007740 9000-FINALIZAR-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780*    9700-CONFERIR-CADEIA
007790*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
007800*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
007810*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
007820*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
007830*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
007840*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
007850*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
007860*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
007870*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
007880*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
007890*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
007900*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
007910*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
007920*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
007930******************************************************************
007940 9700-CONFERIR-CADEIA.
007950     PERFORM 9710-LER-DEFINICAO
007960         THRU 9710-LER-DEFINICAO-EXIT
007970
007980     IF NOT CAD-DEFINIDO
007990         GO TO 9700-CONFERIR-CADEIA-EXIT
008000     END-IF
008010
008020     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
008030     ACCEPT WS-CAD-HORA-SIS FROM TIME
008040     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
008050     PERFORM 9760-CALCULAR-DATA-NEGOCIO
008060         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
008070     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
008080
008090     PERFORM 9720-APURAR-JORNAL
008100         THRU 9720-APURAR-JORNAL-EXIT
008110
008120     MOVE SPACES TO WS-CAD-MOTIVO
008130     IF CAD-EXECUCAO-REPETIDA
008140     AND NOT CAD-PODE-REPETIR
008150         STRING "REPETICAO NA DATA DE NEGOCIO "
008160                WS-CAD-DATA-NEGOCIO
008170                    DELIMITED BY SIZE
008180           INTO WS-CAD-MOTIVO
008190         END-STRING
008200     ELSE
008210         PERFORM 9740-CONFERIR-PREDECESSOR
008220             THRU 9740-CONFERIR-PREDECESSOR-EXIT
008230             VARYING WS-CAD-IDX FROM 1 BY 1
008240             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
008250             OR WS-CAD-MOTIVO NOT = SPACES
008260     END-IF
008270
008280     IF WS-CAD-MOTIVO = SPACES
008290         GO TO 9700-CONFERIR-CADEIA-EXIT
008300     END-IF
008310
008320     PERFORM 9750-LER-LIBERACAO
008330         THRU 9750-LER-LIBERACAO-EXIT
008340
008350     IF CAD-LIBERADO
008360         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
008370             WS-CAD-OPERADOR
008380         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
008390         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
008400         MOVE "L" TO WS-CAD-TIPO-JRN
008410         PERFORM 9790-GRAVAR-JORNAL-CADEIA
008420             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
008430         GO TO 9700-CONFERIR-CADEIA-EXIT
008440     END-IF
008450
008460     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
008470     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
008480     MOVE 12 TO RETURN-CODE
008490     MOVE "R" TO WS-CAD-TIPO-JRN
008500     PERFORM 9790-GRAVAR-JORNAL-CADEIA
008510         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
008520     STOP RUN
008530     .
008540 9700-CONFERIR-CADEIA-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580*    9710-LER-DEFINICAO
008590*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
008600*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
008610*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
008620******************************************************************
008630 9710-LER-DEFINICAO.
008640     MOVE "N" TO WS-CAD-DEFINIDO
008650     OPEN INPUT ARQ-CADEIA
008660     IF NOT FS-CADEIA-OK
008670         IF NOT FS-CADEIA-AUSENTE
008680             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
008690                 "STATUS: " WS-FS-CADEIA
008700         END-IF
008710         GO TO 9710-LER-DEFINICAO-EXIT
008720     END-IF
008730
008740     MOVE "N" TO WS-CAD-FIM-ARQUIVO
008750     PERFORM 9715-LER-PROGRAMA
008760         THRU 9715-LER-PROGRAMA-EXIT
008770         UNTIL CAD-FIM-ARQUIVO
008780         OR CAD-DEFINIDO
008790
008800     CLOSE ARQ-CADEIA
008810     .
008820 9710-LER-DEFINICAO-EXIT.
008830     EXIT.
008840
008850 9715-LER-PROGRAMA.
008860     READ ARQ-CADEIA
008870         AT END
008880             MOVE "S" TO WS-CAD-FIM-ARQUIVO
008890             GO TO 9715-LER-PROGRAMA-EXIT
008900     END-READ
008910
008920     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
008930         GO TO 9715-LER-PROGRAMA-EXIT
008940     END-IF
008950
008960     MOVE "S" TO WS-CAD-DEFINIDO
008970     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
008980     MOVE ZEROS TO WS-CAD-HORA-VIRADA
008990     IF CAD-HORA-VIRADA NUMERIC
009000         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
009010     END-IF
009020     MOVE ZERO TO WS-CAD-QTDE-PRED
009030     PERFORM 9718-GUARDAR-PREDECESSOR
009040         THRU 9718-GUARDAR-PREDECESSOR-EXIT
009050         VARYING WS-CAD-IDX FROM 1 BY 1
009060         UNTIL WS-CAD-IDX > 5
009070     .
009080 9715-LER-PROGRAMA-EXIT.
009090     EXIT.
009100
009110 9718-GUARDAR-PREDECESSOR.
009120     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
009130         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
009140     END-IF
009150
009160     ADD 1 TO WS-CAD-QTDE-PRED
009170     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
009180                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
009190     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
009200     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
009210     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
009220     .
009230 9718-GUARDAR-PREDECESSOR-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270*    9720-APURAR-JORNAL
009280*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
009290*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
009300*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
009310*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
009320*    SO CONTAM OS REGISTROS DE INICIO E FIM.
009330******************************************************************
009340 9720-APURAR-JORNAL.
009350     OPEN INPUT ARQ-JORNAL
009360     IF NOT FS-JORNAL-OK
009370         GO TO 9720-APURAR-JORNAL-EXIT
009380     END-IF
009390
009400     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009410     PERFORM 9725-LER-JORNAL-CADEIA
009420         THRU 9725-LER-JORNAL-CADEIA-EXIT
009430         UNTIL CAD-FIM-ARQUIVO
009440
009450     CLOSE ARQ-JORNAL
009460     .
009470 9720-APURAR-JORNAL-EXIT.
009480     EXIT.
009490
009500 9725-LER-JORNAL-CADEIA.
009510     READ ARQ-JORNAL
009520         AT END
009530             MOVE "S" TO WS-CAD-FIM-ARQUIVO
009540             GO TO 9725-LER-JORNAL-CADEIA-EXIT
009550     END-READ
009560
009570     IF NOT JRN-INICIO
009580     AND NOT JRN-FIM
009590         GO TO 9725-LER-JORNAL-CADEIA-EXIT
009600     END-IF
009610
009620     MOVE JRN-DATA TO WS-CAD-MOM-DATA
009630     MOVE JRN-HORA TO WS-CAD-MOM-HORA
009640
009650     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
009660         PERFORM 9730-APURAR-PROPRIO
009670             THRU 9730-APURAR-PROPRIO-EXIT
009680         GO TO 9725-LER-JORNAL-CADEIA-EXIT
009690     END-IF
009700
009710     MOVE ZERO TO WS-CAD-ACHADO
009720     PERFORM 9735-PROCURAR-PREDECESSOR
009730         THRU 9735-PROCURAR-PREDECESSOR-EXIT
009740         VARYING WS-CAD-IDX FROM 1 BY 1
009750         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
009760         OR WS-CAD-ACHADO > ZERO
009770     IF WS-CAD-ACHADO = ZERO
009780         GO TO 9725-LER-JORNAL-CADEIA-EXIT
009790     END-IF
009800
009810     IF JRN-INICIO
009820         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
009830         MOVE WS-CAD-MOMENTO-N
009840                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
009850         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
009860     ELSE
009870         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
009880             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
009890             MOVE JRN-RETURN-CODE
009900                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
009910         END-IF
009920     END-IF
009930     .
009940 9725-LER-JORNAL-CADEIA-EXIT.
009950     EXIT.
009960
009970 9730-APURAR-PROPRIO.
009980     IF JRN-INICIO
009990         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
010000         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
010010         GO TO 9730-APURAR-PROPRIO-EXIT
010020     END-IF
010030
010040     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
010050         GO TO 9730-APURAR-PROPRIO-EXIT
010060     END-IF
010070
010080     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
010090     IF JRN-RETURN-CODE = ZERO
010100         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
010110     END-IF
010120
010130     IF JRN-RETURN-CODE < 16
010140         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
010150         PERFORM 9760-CALCULAR-DATA-NEGOCIO
010160             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
010170         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
010180             MOVE "S" TO WS-CAD-REPETICAO
010190         END-IF
010200     END-IF
010210     .
010220 9730-APURAR-PROPRIO-EXIT.
010230     EXIT.
010240
010250 9735-PROCURAR-PREDECESSOR.
010260     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
010270         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
010280     END-IF
010290     .
010300 9735-PROCURAR-PREDECESSOR-EXIT.
010310     EXIT.
010320
010330******************************************************************
010340*    9740-CONFERIR-PREDECESSOR
010350*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
010360*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
010370*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
010380*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
010390*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
010400*    DE NOVO.
010410******************************************************************
010420 9740-CONFERIR-PREDECESSOR.
010430     MOVE "N" TO WS-CAD-PRED-DO-DIA
010440     IF CAD-PODE-REPETIR
010450     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
010460         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
010470         PERFORM 9760-CALCULAR-DATA-NEGOCIO
010480             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
010490         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
010500             MOVE "S" TO WS-CAD-PRED-DO-DIA
010510         END-IF
010520     END-IF
010530
010540     EVALUATE TRUE
010550         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
010560         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
010570                  NOT > WS-CAD-ULTIMO-OK
010580         AND NOT CAD-PRED-DO-DIA
010590             STRING "PREDECESSOR NAO EXECUTADO: "
010600                    WS-CAD-PRED-NOME (WS-CAD-IDX)
010610                        DELIMITED BY SIZE
010620               INTO WS-CAD-MOTIVO
010630             END-STRING
010640         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
010650             STRING "PREDECESSOR NAO FINALIZADO: "
010660                    WS-CAD-PRED-NOME (WS-CAD-IDX)
010670                        DELIMITED BY SIZE
010680               INTO WS-CAD-MOTIVO
010690             END-STRING
010700         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
010710             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
010720             STRING "PREDECESSOR COM RC "
010730                    WS-CAD-RC-ED
010740                    ": "
010750                    WS-CAD-PRED-NOME (WS-CAD-IDX)
010760                        DELIMITED BY SIZE
010770               INTO WS-CAD-MOTIVO
010780             END-STRING
010790     END-EVALUATE
010800     .
010810 9740-CONFERIR-PREDECESSOR-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850*    9750-LER-LIBERACAO
010860*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
010870*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
010880*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
010890******************************************************************
010900 9750-LER-LIBERACAO.
010910     MOVE "N" TO WS-CAD-LIBERADO
010920     OPEN INPUT ARQ-LIBERACAO
010930     IF NOT FS-LIBERACAO-OK
010940         GO TO 9750-LER-LIBERACAO-EXIT
010950     END-IF
010960
010970     MOVE "N" TO WS-CAD-FIM-ARQUIVO
010980     PERFORM 9755-LER-CARTAO-LIBERACAO
010990         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
011000         UNTIL CAD-FIM-ARQUIVO
011010         OR CAD-LIBERADO
011020
011030     CLOSE ARQ-LIBERACAO
011040     .
011050 9750-LER-LIBERACAO-EXIT.
011060     EXIT.
011070
011080 9755-LER-CARTAO-LIBERACAO.
011090     READ ARQ-LIBERACAO
011100         AT END
011110             MOVE "S" TO WS-CAD-FIM-ARQUIVO
011120             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
011130     END-READ
011140
011150     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
011160     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
011170     AND LIB-OPERADOR NOT = SPACES
011180         MOVE "S" TO WS-CAD-LIBERADO
011190         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
011200         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
011210     END-IF
011220     .
011230 9755-LER-CARTAO-LIBERACAO-EXIT.
011240     EXIT.
011250
011260******************************************************************
011270*    9760-CALCULAR-DATA-NEGOCIO
011280*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
011290*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
011300*    ANTERIOR.
011310******************************************************************
011320 9760-CALCULAR-DATA-NEGOCIO.
011330     IF WS-CAD-MOM-DATA NOT NUMERIC
011340     OR WS-CAD-MOM-MM < 1
011350     OR WS-CAD-MOM-MM > 12
011360     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
011370         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
011380         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
011390     END-IF
011400
011410     SUBTRACT 1 FROM WS-CAD-MOM-DD
011420     IF WS-CAD-MOM-DD = ZERO
011430         SUBTRACT 1 FROM WS-CAD-MOM-MM
011440         IF WS-CAD-MOM-MM = ZERO
011450             MOVE 12 TO WS-CAD-MOM-MM
011460             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
011470         END-IF
011480         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
011490         IF WS-CAD-MOM-MM = 2
011500             PERFORM 9765-CONFERIR-BISSEXTO
011510                 THRU 9765-CONFERIR-BISSEXTO-EXIT
011520         END-IF
011530     END-IF
011540
011550     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
011560     .
011570 9760-CALCULAR-DATA-NEGOCIO-EXIT.
011580     EXIT.
011590
011600 9765-CONFERIR-BISSEXTO.
011610     DIVIDE WS-CAD-MOM-CCYY BY 4
011620         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
011630     DIVIDE WS-CAD-MOM-CCYY BY 100
011640         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
011650     DIVIDE WS-CAD-MOM-CCYY BY 400
011660         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
011670
011680     IF WS-CAD-RESTO-4 = ZERO
011690     AND (WS-CAD-RESTO-100 NOT = ZERO
011700          OR WS-CAD-RESTO-400 = ZERO)
011710         MOVE 29 TO WS-CAD-MOM-DD
011720     END-IF
011730     .
011740 9765-CONFERIR-BISSEXTO-EXIT.
011750     EXIT.
011760
011770******************************************************************
011780*    9790-GRAVAR-JORNAL-CADEIA
011790*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
011800*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
011810******************************************************************
011820 9790-GRAVAR-JORNAL-CADEIA.
011830     OPEN EXTEND ARQ-JORNAL
011840     IF NOT FS-JORNAL-OK
011850         OPEN OUTPUT ARQ-JORNAL
011860     END-IF
011870     IF NOT FS-JORNAL-OK
011880         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
011890             WS-FS-JORNAL
011900         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
011910     END-IF
011920
011930     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
011940     ACCEPT WS-CAD-HORA-SIS FROM TIME
011950     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
011960
011970     MOVE SPACES                TO JORNAL-REG
011980     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
011990     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
012000     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
012010     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
012020     MOVE ZEROS                 TO JRN-QTDE-LIDOS
012030     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
012040     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
012050     MOVE RETURN-CODE           TO JRN-RETURN-CODE
012060     MOVE "N"                   TO JRN-REINICIO
012070     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
012080     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
012090     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
012100
012110     WRITE JORNAL-REG
012120
012130     CLOSE ARQ-JORNAL
012140     .
012150 9790-GRAVAR-JORNAL-CADEIA-EXIT.
012160     EXIT.
012170******************************************************************
012180*    9800-GRAVAR-JORNAL
012190*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
012200*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
012210*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
012220*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A
012230*    CONSOLIDACAO.
012240******************************************************************
012250 9800-GRAVAR-JORNAL.
012260     OPEN EXTEND ARQ-JORNAL
012270     IF NOT FS-JORNAL-OK
012280         OPEN OUTPUT ARQ-JORNAL
012290     END-IF
012300     IF NOT FS-JORNAL-OK
012310         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
012320             WS-FS-JORNAL
012330         GO TO 9800-GRAVAR-JORNAL-EXIT
012340     END-IF

012350     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
012360     ACCEPT WS-HORA-JRN-SIS FROM TIME
012370     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

012380     MOVE SPACES                TO JORNAL-REG
012390     MOVE "CONSOLIDA-CIDADAOS"  TO JRN-PROGRAMA
012400     MOVE WS-JRN-TIPO           TO JRN-TIPO
012410     MOVE WS-DATA-JORNAL        TO JRN-DATA
012420     MOVE WS-HORA-JORNAL        TO JRN-HORA
012430     COMPUTE JRN-QTDE-LIDOS =
012440         WS-QTDE-GRAVADOS + WS-QTDE-REJEITADOS
012450     MOVE WS-QTDE-GRAVADOS      TO JRN-QTDE-GRAVADOS
012460     MOVE WS-QTDE-REJEITADOS    TO JRN-QTDE-REJEITADOS
012470     MOVE RETURN-CODE           TO JRN-RETURN-CODE
012480     MOVE "N"                   TO JRN-REINICIO

012490     WRITE JORNAL-REG

012500     CLOSE ARQ-JORNAL
012510     .
012520 9800-GRAVAR-JORNAL-EXIT.
012530     EXIT.

012540 END PROGRAM CONSOLIDA-CIDADAOS.

000211*                 tabela de execucoes cresceu de 500 para 2000
000212*                 entradas para acomodar a carga do jornal
000213*                 completo.
000214* 15/10/2026 GB   Registros da conferencia da cadeia de jobs:
000215*                 a recusa (R) sai como RECUSADO PELA CADEIA e a
000216*                 liberacao (L) como LIBERADO POR e o operador,
000217*                 ambas com o motivo da recusa na segunda linha
000218*                 no lugar das contagens (a liberacao tem uma
000219*                 terceira linha com a justificativa do cartao),
000220*                 e os totais passam a contar recusas e
000221*                 liberacoes. Este relatorio nao e conferido pela
000222*                 cadeia: ele precisa rodar justamente quando a
000223*                 cadeia falhou.
000224******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. RELATORIO-OPERACOES.
000230 AUTHOR. GABRIELA BARBOSA.
001020         10  WS-EXE-REJEITADOS   PIC 9(08).
001030         10  WS-EXE-RC           PIC 9(04).
001040         10  WS-EXE-REINICIO     PIC X(01).
001042         10  WS-EXE-OPERADOR     PIC X(08).
001045         10  WS-EXE-MOTIVO       PIC X(50).
001047         10  WS-EXE-JUSTIFICATIVA PIC X(40).
001050
001060******************************************************************
001070*    TOTAIS DA APURACAO
001095 77  WS-QTDE-IMPRESSAS           PIC 9(04) COMP VALUE ZERO.
001100 77  WS-QTDE-NAO-FINALIZADAS     PIC 9(04) COMP VALUE ZERO.
001110 77  WS-QTDE-COM-ERRO            PIC 9(04) COMP VALUE ZERO.
001113 77  WS-QTDE-RECUSADAS           PIC 9(04) COMP VALUE ZERO.
001116 77  WS-QTDE-LIBERADAS           PIC 9(04) COMP VALUE ZERO.
001120 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
001130
001140******************************************************************
001360     05  WS-RCT-GRAVADOS         PIC 9(08).
001370     05  FILLER                  PIC X(12) VALUE " REJEITADOS ".
001380     05  WS-RCT-REJEITADOS       PIC 9(08).
001381     05  FILLER                  PIC X(26) VALUE SPACES.
001383
001385 01  WS-REL-MOTIVO.
001386     05  FILLER                  PIC X(10) VALUE "  MOTIVO: ".
001388     05  WS-RMT-MOTIVO           PIC X(50).
001390     05  FILLER                  PIC X(20) VALUE SPACES.
001391 01  WS-REL-JUSTIFICATIVA.
001393     05  FILLER                  PIC X(17)
001395                 VALUE "  JUSTIFICATIVA: ".
001396     05  WS-RJU-JUSTIFICATIVA    PIC X(40).
001398     05  FILLER                  PIC X(23) VALUE SPACES.
001400
001410 PROCEDURE DIVISION.
001420******************************************************************
002680     IF JRN-FIM
002690         PERFORM 2300-FECHAR-EXECUCAO
002700             THRU 2300-FECHAR-EXECUCAO-EXIT
002701         GO TO 2000-LER-PROXIMO
002702     END-IF
002703
002705     IF JRN-RECUSA
002706     OR JRN-LIBERACAO
002707         PERFORM 2400-REGISTRAR-CADEIA
002708             THRU 2400-REGISTRAR-CADEIA-EXIT
002710     END-IF
002720     .
002750 2000-LER-PROXIMO.
003180     MOVE ZEROS        TO WS-EXE-REJEITADOS (WS-QTDE-EXECUCOES)
003190     MOVE ZEROS        TO WS-EXE-RC (WS-QTDE-EXECUCOES)
003200     MOVE JRN-REINICIO TO WS-EXE-REINICIO (WS-QTDE-EXECUCOES)
003202     MOVE SPACES       TO WS-EXE-OPERADOR (WS-QTDE-EXECUCOES)
003204     MOVE SPACES       TO WS-EXE-MOTIVO (WS-QTDE-EXECUCOES)
003206     MOVE SPACES
003208         TO WS-EXE-JUSTIFICATIVA (WS-QTDE-EXECUCOES)
003210     .
003220 2200-ABRIR-EXECUCAO-EXIT.
003230     EXIT.
003730     MOVE JRN-RETURN-CODE
003740         TO WS-EXE-RC (WS-QTDE-EXECUCOES)
003750     MOVE JRN-REINICIO TO WS-EXE-REINICIO (WS-QTDE-EXECUCOES)
003752     MOVE SPACES       TO WS-EXE-OPERADOR (WS-QTDE-EXECUCOES)
003754     MOVE SPACES       TO WS-EXE-MOTIVO (WS-QTDE-EXECUCOES)
003756     MOVE SPACES
003758         TO WS-EXE-JUSTIFICATIVA (WS-QTDE-EXECUCOES)
003760     .
003770 2300-FECHAR-EXECUCAO-EXIT.
003780     EXIT.
003910         MOVE WS-IDX-EXE TO WS-IDX-EXE-ACHADO
003920     END-IF
003930     .
003931
003932******************************************************************
003933*    2400-REGISTRAR-CADEIA
003934*    REGISTRA NA TABELA A RECUSA DE UMA EXECUCAO PELA CONFERENCIA
003935*    DA CADEIA DE JOBS (R) OU A LIBERACAO DELA PELO OPERADOR (L),
003936*    COM O OPERADOR E O MOTIVO DA RECUSA. NAO HA FIM A CASAR: A
003937*    EXECUCAO LIBERADA GRAVA SEU PROPRIO INICIO LOGO DEPOIS.
003938******************************************************************
003939 2400-REGISTRAR-CADEIA.
003940     IF WS-QTDE-EXECUCOES >= WS-MAX-EXECUCOES
003941         DISPLAY "TABELA DE EXECUCOES CHEIA. FORA DO RESUMO: "
003942             JRN-PROGRAMA
003943         GO TO 2400-REGISTRAR-CADEIA-EXIT
003944     END-IF
003945
003946     ADD 1 TO WS-QTDE-EXECUCOES
003947     MOVE JRN-PROGRAMA TO WS-EXE-PROGRAMA (WS-QTDE-EXECUCOES)
003948     MOVE JRN-DATA     TO WS-EXE-DATA (WS-QTDE-EXECUCOES)
003949     MOVE JRN-HORA     TO WS-EXE-HORA-INI (WS-QTDE-EXECUCOES)
003950     MOVE ZEROS        TO WS-EXE-HORA-FIM (WS-QTDE-EXECUCOES)
003951     MOVE JRN-TIPO     TO WS-EXE-SITUACAO (WS-QTDE-EXECUCOES)
003952     MOVE ZEROS        TO WS-EXE-LIDOS (WS-QTDE-EXECUCOES)
003953     MOVE ZEROS        TO WS-EXE-GRAVADOS (WS-QTDE-EXECUCOES)
003954     MOVE ZEROS        TO WS-EXE-REJEITADOS (WS-QTDE-EXECUCOES)
003955     MOVE JRN-RETURN-CODE
003956         TO WS-EXE-RC (WS-QTDE-EXECUCOES)
003957     MOVE JRN-REINICIO TO WS-EXE-REINICIO (WS-QTDE-EXECUCOES)
003958     MOVE JRN-OPERADOR TO WS-EXE-OPERADOR (WS-QTDE-EXECUCOES)
003959     MOVE JRN-MOTIVO   TO WS-EXE-MOTIVO (WS-QTDE-EXECUCOES)
003960     MOVE JRN-JUSTIFICATIVA
003961         TO WS-EXE-JUSTIFICATIVA (WS-QTDE-EXECUCOES)
003962     .
003963 2400-REGISTRAR-CADEIA-EXIT.
003964     EXIT.
003930
003940******************************************************************
003950*    4000-GRAVAR-RESUMO
004310       INTO REL-LINHA
004320     END-STRING
004330     WRITE REL-LINHA
004331
004332     MOVE WS-QTDE-RECUSADAS TO WS-QTDE-ED
004333     MOVE SPACES TO REL-LINHA
004334     STRING "RECUSAS DA CADEIA DE JOBS......: "
004335                                            DELIMITED BY SIZE
004336            WS-QTDE-ED                      DELIMITED BY SIZE
004337       INTO REL-LINHA
004338     END-STRING
004339     WRITE REL-LINHA
004340
004341     MOVE WS-QTDE-LIBERADAS TO WS-QTDE-ED
004342     MOVE SPACES TO REL-LINHA
004343     STRING "LIBERACOES PELO OPERADOR.......: "
004344                                            DELIMITED BY SIZE
004345            WS-QTDE-ED                      DELIMITED BY SIZE
004346       INTO REL-LINHA
004347     END-STRING
004348     WRITE REL-LINHA
004349
004350     IF WS-QTDE-NAO-FINALIZADAS > ZERO
004360         MOVE SPACES TO REL-LINHA
004370         STRING "*** HA EXECUCOES NAO FINALIZADAS. "
004380                                            DELIMITED BY SIZE
004381                "CONFERIR ANTES DE LIBERAR A JANELA."
004383                                            DELIMITED BY SIZE
004384           INTO REL-LINHA
004386         END-STRING
004387         WRITE REL-LINHA
004389     END-IF
004390
004392     IF WS-QTDE-RECUSADAS > ZERO
004393         MOVE SPACES TO REL-LINHA
004395         STRING "*** HA EXECUCOES RECUSADAS PELA CADEIA. "
004396                                            DELIMITED BY SIZE
004398                "CONFERIR OS PREDECESSORES."
004400                                            DELIMITED BY SIZE
004410           INTO REL-LINHA
004420         END-STRING
004531*    O FILTRO DE DATA DO CARTAO E APLICADO AQUI, PELA DATA DO
004532*    REGISTRO DE INICIO DA EXECUCAO (NUMA EXECUCAO ORFA, PELA
004533*    DATA DO PROPRIO FIM): EXECUCAO FORA DA DATA DE REFERENCIA
004534*    NAO SAI NO RESUMO NEM ENTRA NOS TOTAIS. A RECUSA E A
004535*    LIBERACAO PELA CADEIA DE JOBS SAEM COM O MOTIVO NA SEGUNDA
004536*    LINHA E CONTAM NOS SEUS PROPRIOS TOTAIS, NAO NO DE
004537*    EXECUCOES. A LIBERACAO TEM AINDA UMA TERCEIRA LINHA COM A
004538*    JUSTIFICATIVA DO OPERADOR.
004540******************************************************************
004550 4100-GRAVAR-EXECUCAO.
004551     IF WS-DATA-REF > ZERO
004553         GO TO 4100-GRAVAR-EXECUCAO-EXIT
004554     END-IF
004555
004557
004560     MOVE SPACES TO WS-REL-EXECUCAO
004570     MOVE WS-EXE-PROGRAMA (WS-IDX-EXE) TO WS-REX-PROGRAMA
004590     MOVE WS-EXE-HORA-INI (WS-IDX-EXE) TO WS-REX-HORA-INI
004600     MOVE WS-EXE-REINICIO (WS-IDX-EXE) TO WS-REX-REINICIO
004610
004611     EVALUATE WS-EXE-SITUACAO (WS-IDX-EXE)
004612         WHEN "R"
004613             ADD 1 TO WS-QTDE-RECUSADAS
004614             MOVE SPACES TO WS-REX-HORA-FIM
004615             MOVE "RECUSADO PELA CADEIA" TO WS-REX-SITUACAO
004617             GO TO 4100-GRAVAR-CADEIA
004618         WHEN "L"
004619             ADD 1 TO WS-QTDE-LIBERADAS
004620             MOVE SPACES TO WS-REX-HORA-FIM
004621             MOVE SPACES TO WS-REX-SITUACAO
004622             STRING "LIBERADO POR "         DELIMITED BY SIZE
004624                    WS-EXE-OPERADOR (WS-IDX-EXE)
004625                                            DELIMITED BY SIZE
004626               INTO WS-REX-SITUACAO
004627             END-STRING
004628             GO TO 4100-GRAVAR-CADEIA
004630         WHEN "A"
004640             ADD 1 TO WS-QTDE-NAO-FINALIZADAS
004650             MOVE "......" TO WS-REX-HORA-FIM
004860             END-IF
004870     END-EVALUATE
004880
004885     ADD 1 TO WS-QTDE-IMPRESSAS
004890     WRITE REL-LINHA FROM WS-REL-EXECUCAO
004900
004910     MOVE WS-EXE-LIDOS (WS-IDX-EXE)      TO WS-RCT-LIDOS
004920     MOVE WS-EXE-GRAVADOS (WS-IDX-EXE)   TO WS-RCT-GRAVADOS
004930     MOVE WS-EXE-REJEITADOS (WS-IDX-EXE) TO WS-RCT-REJEITADOS
004931     WRITE REL-LINHA FROM WS-REL-CONTAGENS
004932     GO TO 4100-GRAVAR-EXECUCAO-EXIT
004934     .
004935 4100-GRAVAR-CADEIA.
004936     WRITE REL-LINHA FROM WS-REL-EXECUCAO
004938
004939     MOVE WS-EXE-MOTIVO (WS-IDX-EXE) TO WS-RMT-MOTIVO
004940     WRITE REL-LINHA FROM WS-REL-MOTIVO
004942
004943     IF WS-EXE-SITUACAO (WS-IDX-EXE) = "L"
004944         MOVE WS-EXE-JUSTIFICATIVA (WS-IDX-EXE)
004946             TO WS-RJU-JUSTIFICATIVA
004947         WRITE REL-LINHA FROM WS-REL-JUSTIFICATIVA
004948     END-IF
004950     .
004960 4100-GRAVAR-EXECUCAO-EXIT.
004970     EXIT.

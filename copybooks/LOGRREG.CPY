000010******************************************************************
000020*    COPYBOOK: LOGRREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO LOG DE ALTERACOES DO CADASTRO DE
000060*              RESPONSAVEIS LEGAIS. CADA INCLUSAO, ALTERACAO OU
000070*              EXCLUSAO DE VINCULO GRAVA AQUI A IMAGEM ANTERIOR
000080*              E A IMAGEM NOVA, PARA QUE O CONSENTIMENTO DE
000090*              CADA MENOR POSSA SER RECONSTITUIDO NA AUDITORIA.
000100*              NA INCLUSAO A IMAGEM ANTERIOR FICA EM BRANCO; NA
000110*              EXCLUSAO, A IMAGEM NOVA.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    15/10/2026 GB   CRIACAO DO LAYOUT DO LOG DE RESPONSAVEIS,
000160*                    COM O TIPO DE DOCUMENTO DO MENOR
000170*                    (C = CPF, R = RNE/CRNM, P = PASSAPORTE).
000180******************************************************************
000190 01  LOG-RESPONSAVEL-REG.
000200     05  LGR-DATA-MOV            PIC 9(08).
000210     05  LGR-HORA-MOV            PIC 9(06).
000220     05  LGR-ACAO                PIC X(01).
000230     05  LGR-DOC-MENOR           PIC X(11).
000240     05  LGR-IMAGEM-ANTERIOR.
000250         10  LGR-RESP-ANTERIOR   PIC X(11).
000260         10  LGR-PAREN-ANTERIOR  PIC X(02).
000270         10  LGR-CONSENT-ANTERIOR PIC 9(08).
000280     05  LGR-IMAGEM-NOVA.
000290         10  LGR-RESP-NOVO       PIC X(11).
000300         10  LGR-PAREN-NOVO      PIC X(02).
000310         10  LGR-CONSENT-NOVO    PIC 9(08).
000320     05  LGR-TIPO-MENOR          PIC X(01).
000330     05  FILLER                  PIC X(11).

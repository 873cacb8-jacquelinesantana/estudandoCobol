000250*                  PRODUTOS ATIVOS DO CLIENTE NO PRODCLI SAO
000260*                  CANCELADOS, PARA O ARQUIVO DE PRODUTOS NAO
000270*                  DISCORDAR DO CADASTRO.
000272* 2026-10-15 JH    SO CONTRATO ATIVO NO FINANC IMPEDE A EXCLUSAO;
000274*                  CONTRATOS QUITADOS OU LIQUIDADOS
000276*                  ANTECIPADAMENTE (FINANC-SITUACAO) NAO CONTAM.
000277* 2026-10-15 JH    LAYOUT DO MOVCLI EXTRAIDO PARA O COPYBOOK
000278*                  MOVCLI. NOVO TIPO B - BLOQUEIO POR
000279*                  INADIMPLENCIA, GERADO PELA REGUA DE COBRANCA
000280*                  (PROGRAMA19): SO PASSA A SITUACAO CADASTRAL
000281*                  PARA "B" E CANCELA OS PRODUTOS, SEM TOCAR NOS
000282*                  DEMAIS DADOS DO CLIENTE.
000283******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. programa4.
000310 AUTHOR. JACQUELINE HERNANDES.
000730*----------------------------------------------------------------*
000740*    MOVCLI - MOVIMENTO DIARIO DE MANUTENCAO DO CADASTRO         *
000750*             TIPOS: I = INCLUSAO / A = ALTERACAO / E = EXCLUSAO *
000755*                    B = BLOQUEIO POR INADIMPLENCIA              *
000760*----------------------------------------------------------------*
000770 FD  MOVCLI
000780     LABEL RECORDS ARE STANDARD.
000855     COPY MOVCLI.
000930
000940*----------------------------------------------------------------*
000950*    RELMNT - RELATORIO DE MANUTENCAO DO CADASTRO (APLICADOS E   *
001440
001450 01  WS-CONTRATO-SITUACAO       PIC X(01) VALUE "N".
001460     88  CLIENTE-COM-CONTRATO             VALUE "S".
001462
001464 01  WS-FIM-CONTRATOS           PIC X(01) VALUE "N".
001466     88  FIM-DOS-CONTRATOS                VALUE "S".
001470
001480 01  WS-FIM-PRODUTOS            PIC X(01) VALUE "N".
001490     88  FIM-DOS-PRODUTOS                 VALUE "S".
001640 77  WS-QTD-INCLUSAO-REJ        PIC 9(07) COMP VALUE ZEROS.
001650 77  WS-QTD-ALTERACAO-REJ       PIC 9(07) COMP VALUE ZEROS.
001660 77  WS-QTD-EXCLUSAO-REJ        PIC 9(07) COMP VALUE ZEROS.
001663 77  WS-QTD-BLOQUEIO-APL        PIC 9(07) COMP VALUE ZEROS.
001666 77  WS-QTD-BLOQUEIO-REJ        PIC 9(07) COMP VALUE ZEROS.
001670 77  WS-QTD-TIPO-INVALIDO       PIC 9(07) COMP VALUE ZEROS.
001680 77  WS-QTD-CPF-INVALIDO        PIC 9(07) COMP VALUE ZEROS.
001690 77  WS-QTD-PRODUTOS-CANCEL     PIC 9(07) COMP VALUE ZEROS.
003360
003370******************************************************************
003380* 2000-PROCESSAR-MOVIMENTO - VALIDA O CPF DA TRANSACAO CORRENTE, *
003390*                      DIRECIONA PARA A INCLUSAO, ALTERACAO,     *
003400*                      EXCLUSAO OU BLOQUEIO E LE A PROXIMA       *
003405*                      TRANSACAO.                                *
003410******************************************************************
003420 2000-PROCESSAR-MOVIMENTO.
003430     ADD 1 TO WS-QTD-LIDAS
003630             WHEN MOV-EXCLUSAO
003640                 PERFORM 2300-EXCLUIR-CLIENTE
003650                     THRU 2300-EXCLUIR-CLIENTE-EXIT
003652             WHEN MOV-BLOQUEIO
003654                 PERFORM 2250-BLOQUEAR-CLIENTE
003656                     THRU 2250-BLOQUEAR-CLIENTE-EXIT
003660             WHEN OTHER
003670                 ADD 1 TO WS-QTD-TIPO-INVALIDO
003680                 MOVE "TIPO DE TRANSACAO INVALIDO"
004560     END-READ.
004570 2200-ALTERAR-CLIENTE-EXIT.
004580     EXIT.
004581
004582******************************************************************
004583* 2250-BLOQUEAR-CLIENTE - LOCALIZA O CLIENTE PELO CPF E REGRAVA  *
004584*                        O REGISTRO SO COM A SITUACAO CADASTRAL  *
004585*                        BLOQUEADA (B), CANCELANDO OS PRODUTOS   *
004586*                        ATIVOS DO CLIENTE NO PRODCLI.           *
004587******************************************************************
004588 2250-BLOQUEAR-CLIENTE.
004589     MOVE MOV-CPF TO CPF-CADCLI
004590     READ CADCLI
004591         INVALID KEY
004592             ADD 1 TO WS-QTD-BLOQUEIO-REJ
004593             MOVE "CPF NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
004594             PERFORM 2850-GRAVAR-REJEITADO
004595                 THRU 2850-GRAVAR-REJEITADO-EXIT
004596             GO TO 2250-BLOQUEAR-CLIENTE-EXIT
004597     END-READ
004598
004599     IF STATUS-CADCLI = "B"
004600         ADD 1 TO WS-QTD-BLOQUEIO-REJ
004601         MOVE "CLIENTE JA BLOQUEADO" TO WS-MOTIVO-REJEICAO
004602         PERFORM 2850-GRAVAR-REJEITADO
004603             THRU 2850-GRAVAR-REJEITADO-EXIT
004604         GO TO 2250-BLOQUEAR-CLIENTE-EXIT
004605     END-IF
004606
004607     MOVE "B" TO STATUS-CADCLI
004608     REWRITE REG-CADCLI
004609     ADD 1 TO WS-QTD-BLOQUEIO-APL
004610     PERFORM 2800-GRAVAR-APLICADO
004611         THRU 2800-GRAVAR-APLICADO-EXIT
004612     PERFORM 2400-CANCELAR-PRODUTOS
004613         THRU 2400-CANCELAR-PRODUTOS-EXIT.
004614 2250-BLOQUEAR-CLIENTE-EXIT.
004615     EXIT.
004616
004617******************************************************************
004618* 2300-EXCLUIR-CLIENTE - EXCLUSAO LOGICA: RECUSA A EXCLUSAO      *
004620*                        ENQUANTO O CLIENTE TIVER CONTRATO NO    *
004630*                        FINANC; CASO CONTRARIO LOCALIZA O       *
004640*                        CLIENTE PELO CPF, REGRAVA O REGISTRO    *
004990     EXIT.
005000
005010******************************************************************
005020* 2350-VERIFICAR-FINANC - PROCURA NO FINANC ALGUM CONTRATO ATIVO *
005030*                    DO CPF DA TRANSACAO CORRENTE; CONTRATO      *
005040*                    ATIVO IMPEDE A EXCLUSAO.                    *
005050******************************************************************
005060 2350-VERIFICAR-FINANC.
005070     MOVE "N" TO WS-CONTRATO-SITUACAO
005075     MOVE "N" TO WS-FIM-CONTRATOS
005080     IF NOT FINANC-ABERTO
005090         GO TO 2350-VERIFICAR-FINANC-EXIT
005100     END-IF
005150         INVALID KEY
005160             GO TO 2350-VERIFICAR-FINANC-EXIT
005170     END-START
005196     PERFORM 2360-LER-CONTRATO THRU 2360-LER-CONTRATO-EXIT
005222         UNTIL FIM-DOS-CONTRATOS.
005250 2350-VERIFICAR-FINANC-EXIT.
005260     EXIT.
005261
005262******************************************************************
005263* 2360-LER-CONTRATO - LE O PROXIMO CONTRATO DO CPF NO FINANC,    *
005264*                    ENCERRANDO A LEITURA NA TROCA DE CPF OU NO  *
005265*                    PRIMEIRO CONTRATO ATIVO.                    *
005266******************************************************************
005267 2360-LER-CONTRATO.
005268     READ FINANC NEXT RECORD
005269         AT END
005270             MOVE "S" TO WS-FIM-CONTRATOS
005271             GO TO 2360-LER-CONTRATO-EXIT
005272     END-READ
005273     IF FINANC-CPF NOT = MOV-CPF
005274         MOVE "S" TO WS-FIM-CONTRATOS
005275         GO TO 2360-LER-CONTRATO-EXIT
005276     END-IF
005277     IF CONTRATO-ATIVO
005278         MOVE "S" TO WS-CONTRATO-SITUACAO
005279         MOVE "S" TO WS-FIM-CONTRATOS
005280     END-IF.
005281 2360-LER-CONTRATO-EXIT.
005282     EXIT.
005283
005284******************************************************************
005290* 2400-CANCELAR-PRODUTOS - CANCELA NO PRODCLI TODOS OS PRODUTOS  *
005300*                    ATIVOS DO CPF DA TRANSACAO CORRENTE, PARA   *
005310*                    O ARQUIVO DE PRODUTOS ACOMPANHAR A          *
007120     MOVE WS-QTD-EXCLUSAO-REJ TO TOT-QUANTIDADE
007130     MOVE WS-LINHA-TOTAL TO REG-RELMNT
007140     WRITE REG-RELMNT
007141
007142     MOVE "BLOQUEIOS APLICADOS:" TO WS-LINHA-TOTAL
007143     MOVE WS-QTD-BLOQUEIO-APL TO TOT-QUANTIDADE
007144     MOVE WS-LINHA-TOTAL TO REG-RELMNT
007145     WRITE REG-RELMNT
007146
007147     MOVE "BLOQUEIOS REJEITADOS:" TO WS-LINHA-TOTAL
007148     MOVE WS-QTD-BLOQUEIO-REJ TO TOT-QUANTIDADE
007149     MOVE WS-LINHA-TOTAL TO REG-RELMNT
007150     WRITE REG-RELMNT
007151
007160     MOVE "TIPOS INVALIDOS:" TO WS-LINHA-TOTAL
007170     MOVE WS-QTD-TIPO-INVALIDO TO TOT-QUANTIDADE
007180     MOVE WS-LINHA-TOTAL TO REG-RELMNT

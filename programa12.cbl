000230*                  ATRASO.
000240* 2026-09-02 JH    O VALOR DA PARCELA PASSOU A INCLUIR A PARTE
000250*                  DE JUROS (PARC-JUROS) DO CRONOGRAMA PRICE.
000253* 2026-10-15 JH    O PARCFIN PASSOU A SER INDEXADO POR CPF +
000256*                  CONTRATO + PARCELA E E LIDO NA ORDEM DA CHAVE.
000258* 2026-10-15 JH    PARCELAS DE CONTRATOS QUITADOS OU LIQUIDADOS
000260*                  ANTECIPADAMENTE (FINANC-SITUACAO) E PARCELAS
000262*                  LIQUIDADAS NA QUITACAO ANTECIPADA DEIXARAM DE
000264*                  ENTRAR NO ATRASO.
000266******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. programa12.
000290 AUTHOR. JACQUELINE HERNANDES.
000390         RECORD KEY IS CPF-CADCLI
000400         FILE STATUS IS WS-CADCLI-STATUS.
000410
000411     SELECT FINANC ASSIGN TO "FINANC"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS FINANC-CHAVE
000415         FILE STATUS IS WS-FINANC-STATUS.
000416
000420     SELECT PARCFIN ASSIGN TO "PARCFIN"
000430         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000436         RECORD KEY IS PARC-CHAVE
000440         FILE STATUS IS WS-PARCFIN-STATUS.
000450
000460     SELECT RELATR ASSIGN TO "RELATR"
000570     COPY CADCLI.
000580
000590*----------------------------------------------------------------*
000591*    FINANC - FINANCIAMENTOS CONTRATADOS (CPF + NUM. CONTRATO)   *
000592*----------------------------------------------------------------*
000593 FD  FINANC
000594     LABEL RECORDS ARE STANDARD.
000595     COPY FINANC.
000596
000597*----------------------------------------------------------------*
000600*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
000605*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
000610*----------------------------------------------------------------*
000620 FD  PARCFIN
000630     LABEL RECORDS ARE STANDARD.
000770 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
000780     88  CADCLI-OK                        VALUE "00".
000790
000792 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
000794     88  FINANC-OK                        VALUE "00".
000796
000800 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
000810     88  PARCFIN-OK                       VALUE "00".
000820     88  PARCFIN-FIM                      VALUE "10".
000890
000900 01  WS-CLIENTE-SITUACAO        PIC X(01) VALUE "N".
000910     88  CLIENTE-NO-CADASTRO              VALUE "S".
000911
000912 01  WS-CONTRATO-SITUACAO       PIC X(01) VALUE "S".
000913     88  CONTRATO-EM-VIGOR                VALUE "S".
000914
000915 01  WS-CONTRATO-ANTERIOR.
000916     05  WS-CONTR-ANT-CPF       PIC 9(11) VALUE ZEROS.
000917     05  WS-CONTR-ANT-NUMERO    PIC 9(04) VALUE ZEROS.
000920
000930*----------------------------------------------------------------*
000940*    AREA DE CLASSIFICACAO DA PARCELA CORRENTE                   *
002700         MOVE "S" TO WS-FIM-PARCFIN
002710     END-IF
002720
002721     OPEN INPUT FINANC
002722     IF NOT FINANC-OK
002723         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
002724             WS-FINANC-STATUS
002725         MOVE "S" TO WS-FIM-PARCFIN
002726     END-IF
002727
002730     OPEN INPUT PARCFIN
002740     IF NOT PARCFIN-OK
002750         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
003200******************************************************************
003210* 2000-CLASSIFICAR-PARCELA - CLASSIFICA A PARCELA CORRENTE NA    *
003220*                    FAIXA DE ATRASO (SOMENTE PARCELAS EM        *
003227*                    ABERTO DE CONTRATOS EM VIGOR), EMITE A      *
003234*                    LINHA DE DETALHE, ACUMULA OS TOTAIS E LE A  *
003241*                    PROXIMA PARCELA.                            *
003250******************************************************************
003260 2000-CLASSIFICAR-PARCELA.
003270     ADD 1 TO WS-QTD-PARCELAS-LIDAS
003280
003290     IF NOT PARCELA-ABERTA
003300         GO TO 2000-CLASSIFICAR-LER
003310     END-IF
003311
003312     PERFORM 2050-VERIFICAR-CONTRATO
003313         THRU 2050-VERIFICAR-CONTRATO-EXIT
003314     IF NOT CONTRATO-EM-VIGOR
003315         GO TO 2000-CLASSIFICAR-LER
003316     END-IF
003320
003330     ADD 1 TO WS-QTD-PARCELAS-ABERTAS
003340
003620     EXIT.
003630
003640******************************************************************
003641* 2050-VERIFICAR-CONTRATO - CONSULTA NO FINANC A SITUACAO DO     *
003642*                    CONTRATO DA PARCELA CORRENTE, UMA VEZ POR   *
003643*                    CONTRATO. PARCELA SEM CONTRATO NO FINANC    *
003644*                    CONTINUA NO ATRASO.                         *
003645******************************************************************
003646 2050-VERIFICAR-CONTRATO.
003647     IF PARC-CPF = WS-CONTR-ANT-CPF
003648       AND PARC-CONTRATO = WS-CONTR-ANT-NUMERO
003649         GO TO 2050-VERIFICAR-CONTRATO-EXIT
003650     END-IF
003651
003652     MOVE PARC-CPF      TO WS-CONTR-ANT-CPF
003653     MOVE PARC-CONTRATO TO WS-CONTR-ANT-NUMERO
003654     MOVE "S"           TO WS-CONTRATO-SITUACAO
003655     MOVE PARC-CPF      TO FINANC-CPF
003656     MOVE PARC-CONTRATO TO FINANC-CONTRATO
003657     READ FINANC
003658         INVALID KEY
003659             CONTINUE
003660         NOT INVALID KEY
003661             IF NOT CONTRATO-ATIVO
003662                 MOVE "N" TO WS-CONTRATO-SITUACAO
003663             END-IF
003664     END-READ.
003665 2050-VERIFICAR-CONTRATO-EXIT.
003666     EXIT.
003667
003668******************************************************************
003669* 2100-CALCULAR-ATRASO - CALCULA OS DIAS DE ATRASO DA PARCELA    *
003670*                    CORRENTE EM RELACAO A DATA DO MOVIMENTO.    *
003671******************************************************************
003680 2100-CALCULAR-ATRASO.
003690     MOVE ZEROS TO WS-DIAS-ATRASO
003700     IF PARC-VENCIMENTO < CTRL-DATA-MOVIMENTO
005220*                    SINALIZANDO O FIM DO ARQUIVO.               *
005230******************************************************************
005240 2900-LER-PARCFIN.
005250     READ PARCFIN NEXT RECORD
005260         AT END
005270             MOVE "S" TO WS-FIM-PARCFIN
005280     END-READ.
006600     WRITE REG-RELATR
006610
006620     CLOSE CADCLI
006625     CLOSE FINANC
006630     CLOSE PARCFIN
006640     CLOSE RELATR
006650     IF CTRL-DATA-OK

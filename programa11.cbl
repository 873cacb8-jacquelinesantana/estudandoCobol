000260* 2026-09-02 JH    O VALOR ESPERADO DA PARCELA PASSOU A INCLUIR
000270*                  A PARTE DE JUROS (PARC-JUROS) GERADA PELO
000280*                  CRONOGRAMA PRICE.
000281* 2026-10-15 JH    O PARCFIN PASSOU A SER INDEXADO POR CPF +
000282*                  CONTRATO + PARCELA: A PARCELA DO RETORNO E LIDA
000283*                  PELA CHAVE E REGRAVADA NA HORA DA BAIXA, NO
000284*                  LUGAR DA TABELA INTERNA DE 5000 PARCELAS E DA
000285*                  REGRAVACAO DO ARQUIVO INTEIRO A CADA EXECUCAO.
000286* 2026-10-15 JH    PARCELA LIQUIDADA NA QUITACAO ANTECIPADA E
000287*                  RECUSADA COMO JA BAIXADA; A BAIXA DA ULTIMA
000288*                  PARCELA EM ABERTO PASSOU A MARCAR O CONTRATO
000289*                  COMO QUITADO NO FINANC.
000290* 2026-10-15 JH    O RETORNO PASSOU A TRAZER O NOSSO NUMERO DA
000291*                  REMESSA DE COBRANCA (PROGRAMA18): A PARCELA E
000292*                  LOCALIZADA PELO CONTROLE DA REMESSA (CTLREM) E
000293*                  NAO MAIS PELO CPF/CONTRATO/PARCELA DEVOLVIDOS
000294*                  PELO BANCO. RETORNO SEM NOSSO NUMERO (BOLETO
000295*                  ANTERIOR A REMESSA) SEGUE PELA CHAVE DEVOLVIDA.
000296* 2026-10-15 JH    FALHA AO REGRAVAR A PARCELA NAO CONTA A BAIXA
000297*                  NEM VERIFICA A QUITACAO, PARA QUE O CONTRATO
000298*                  NAO SEJA MARCADO COMO QUITADO SEM A BAIXA.
000299******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. programa11.
000320 AUTHOR. JACQUELINE HERNANDES.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000381     SELECT FINANC ASSIGN TO "FINANC"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS FINANC-CHAVE
000385         FILE STATUS IS WS-FINANC-STATUS.
000390     SELECT PARCFIN ASSIGN TO "PARCFIN"
000400         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000406         RECORD KEY IS PARC-CHAVE
000410         FILE STATUS IS WS-PARCFIN-STATUS.
000411
000412     SELECT CTLREM ASSIGN TO "CTLREM"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS DYNAMIC
000415         RECORD KEY IS CREM-NOSSO-NUMERO
000416         ALTERNATE RECORD KEY IS CREM-PARCELA
000417         FILE STATUS IS WS-CTLREM-STATUS.
000420
000430     SELECT RETBANC ASSIGN TO "RETBANC"
000440         ORGANIZATION IS LINE SEQUENTIAL
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000561*----------------------------------------------------------------*
000562*    FINANC - FINANCIAMENTOS CONTRATADOS (CPF + NUM. CONTRATO)   *
000563*----------------------------------------------------------------*
000564 FD  FINANC
000565     LABEL RECORDS ARE STANDARD.
000566     COPY FINANC.
000570*----------------------------------------------------------------*
000580*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
000585*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
000590*----------------------------------------------------------------*
000600 FD  PARCFIN
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PARCFIN.
000621
000622*----------------------------------------------------------------*
000623*    CTLREM - CONTROLE DA REMESSA DE COBRANCA (NOSSO NUMERO)     *
000624*----------------------------------------------------------------*
000625 FD  CTLREM
000626     LABEL RECORDS ARE STANDARD.
000627     COPY CTLREM.
000630
000640*----------------------------------------------------------------*
000650*    RETBANC - RETORNO DIARIO DE COBRANCA DO BANCO               *
000720     05  RET-PARCELA            PIC 9(03).
000730     05  RET-DATA-PGTO          PIC 9(08).
000740     05  RET-VALOR-PAGO         PIC 9(09)V99.
000745     05  RET-NOSSO-NUMERO       PIC 9(11).
000750
000760*----------------------------------------------------------------*
000770*    REJRET - RETORNOS RECUSADOS PELA BAIXA, COM CODIGO DE       *
000890         88  REJR-PARCELA-INEXISTENTE       VALUE 001.
000900         88  REJR-PARCELA-JA-PAGA           VALUE 002.
000910         88  REJR-VALOR-DIVERGENTE          VALUE 003.
000915         88  REJR-NOSSO-NUMERO-INEXISTENTE  VALUE 004.
000920     05  REJR-DATA-MOVTO        PIC 9(08).
000925     05  REJR-NOSSO-NUMERO      PIC 9(11).
000930
000940*----------------------------------------------------------------*
000950*    RELPAG - RELATORIO DA BAIXA DE PAGAMENTOS (BAIXADAS E       *
001030*----------------------------------------------------------------*
001040*    CHAVES, SWITCHES E CONTADORES                               *
001050*----------------------------------------------------------------*
001052 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
001054     88  FINANC-OK                        VALUE "00".
001056
001060 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
001070     88  PARCFIN-OK                       VALUE "00".
001080     88  PARCFIN-FIM                      VALUE "10".
001085     88  PARCFIN-NAO-EXISTE               VALUE "35".
001086
001087 01  WS-CTLREM-STATUS           PIC X(02) VALUE SPACES.
001088     88  CTLREM-OK                        VALUE "00".
001089     88  CTLREM-NAO-EXISTE                VALUE "35".
001090
001100 01  WS-RETBANC-STATUS          PIC X(02) VALUE SPACES.
001110     88  RETBANC-OK                       VALUE "00".
001200 01  WS-FIM-RETORNO             PIC X(01) VALUE "N".
001210     88  FIM-DO-RETORNO                   VALUE "S".
001220
001230 01  WS-PARCELA-SITUACAO        PIC X(01) VALUE "N".
001240     88  PARCELA-ENCONTRADA               VALUE "S".
001253
001266 01  WS-NOSSO-NUMERO-SITUACAO   PIC X(01) VALUE "S".
001279     88  NOSSO-NUMERO-ENCONTRADO          VALUE "S".
001292
001305 01  WS-CTLREM-ABERTO           PIC X(01) VALUE "N".
001318     88  CTLREM-DISPONIVEL                VALUE "S".
001331
001344 01  WS-CHAVE-BAIXA.
001357     05  WS-BAIXA-CPF           PIC 9(11).
001370     05  WS-BAIXA-CONTRATO      PIC 9(04).
001383     05  WS-BAIXA-PARCELA       PIC 9(03).
001396
001409 01  WS-QUITACAO-SITUACAO       PIC X(01) VALUE "N".
001422     88  CONTRATO-SEM-ABERTO              VALUE "S".
001435
001448 01  WS-FIM-CONTRATO            PIC X(01) VALUE "N".
001461     88  FIM-DO-CONTRATO                  VALUE "S".
001465
001468 01  WS-BAIXA-SITUACAO          PIC X(01) VALUE "N".
001471     88  BAIXA-REGRAVADA                  VALUE "S".
001474
001490*----------------------------------------------------------------*
001500*    PARAMETROS E AREA DE CALCULO DOS ENCARGOS DE ATRASO         *
001510*----------------------------------------------------------------*
001690 77  WS-QTD-REJ-INEXISTENTE     PIC 9(07) COMP VALUE ZEROS.
001700 77  WS-QTD-REJ-JA-PAGA         PIC 9(07) COMP VALUE ZEROS.
001710 77  WS-QTD-REJ-VALOR           PIC 9(07) COMP VALUE ZEROS.
001712 77  WS-QTD-REJ-NOSSO-NUMERO    PIC 9(07) COMP VALUE ZEROS.
001715 77  WS-QTD-QUITADOS            PIC 9(07) COMP VALUE ZEROS.
001720
001730 01  WS-TOTAL-BAIXADO           PIC 9(11)V99 VALUE ZEROS.
001740 01  WS-TOTAL-MULTA             PIC 9(11)V99 VALUE ZEROS.
002420     PERFORM 2000-PROCESSAR-RETORNO
002430         THRU 2000-PROCESSAR-RETORNO-EXIT
002440         UNTIL FIM-DO-RETORNO
002490     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
002500     STOP RUN.
002510
002520******************************************************************
002530* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, ABRE OS       *
002540*                    ARQUIVOS (O CRONOGRAMA DE PARCELAS PARA     *
002550*                    ATUALIZACAO) E LE O PRIMEIRO RETORNO.       *
002560******************************************************************
002570 1000-INICIALIZAR.
002580     PERFORM 1050-OBTER-DATA-MOVIMENTO
002650     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
002660     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
002670
002671     OPEN I-O FINANC
002672     IF NOT FINANC-OK
002673         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
002674             WS-FINANC-STATUS
002675         MOVE "S" TO WS-FIM-RETORNO
002676     END-IF
002677
002680     OPEN I-O PARCFIN
002690     IF NOT PARCFIN-OK
002700         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
002710             WS-PARCFIN-STATUS
002720         MOVE "S" TO WS-FIM-RETORNO
002730     END-IF
002731
002732     OPEN INPUT CTLREM
002733     IF CTLREM-OK
002734         MOVE "S" TO WS-CTLREM-ABERTO
002735     ELSE
002736         IF CTLREM-NAO-EXISTE
002737             DISPLAY "CTLREM AINDA NAO CRIADO - RETORNOS COM "
002738                 "NOSSO NUMERO SERAO REJEITADOS"
002739         ELSE
002740             DISPLAY "ERRO AO ABRIR CTLREM - STATUS: "
002741                 WS-CTLREM-STATUS
002742             MOVE "S" TO WS-FIM-RETORNO
002743         END-IF
002744     END-IF
002745
002750     OPEN INPUT RETBANC
002760     IF NOT RETBANC-OK
002770         DISPLAY "ERRO AO ABRIR RETBANC - STATUS: "
002950
002960     IF NOT FIM-DO-RETORNO
002970         MOVE "S" TO WS-INICIO-SITUACAO
003010         PERFORM 3000-IMPRIMIR-CABECALHO
003020             THRU 3000-IMPRIMIR-CABECALHO-EXIT
003030         PERFORM 2900-LER-RETBANC THRU 2900-LER-RETBANC-EXIT
003050     END-IF.
003060 1000-INICIALIZAR-EXIT.
003070     EXIT.
003300 1050-OBTER-DATA-MOVIMENTO-EXIT.
003310     EXIT.
003320
003810******************************************************************
003820* 2000-PROCESSAR-RETORNO - LOCALIZA A PARCELA DO RETORNO         *
003830*                    CORRENTE, DIRECIONA PARA A BAIXA OU PARA A  *
003920         THRU 2100-LOCALIZAR-PARCELA-EXIT
003930
003940     EVALUATE TRUE
003941         WHEN NOT NOSSO-NUMERO-ENCONTRADO
003942             ADD 1 TO WS-QTD-REJ-NOSSO-NUMERO
003943             MOVE 004 TO WS-MOTIVO-CODIGO
003944             MOVE "NOSSO NUMERO NAO CONSTA DA REMESSA"
003945                 TO WS-MOTIVO-REJEICAO
003946             PERFORM 2850-GRAVAR-REJEITADO
003947                 THRU 2850-GRAVAR-REJEITADO-EXIT
003950         WHEN NOT PARCELA-ENCONTRADA
003960             ADD 1 TO WS-QTD-REJ-INEXISTENTE
003970             MOVE 001 TO WS-MOTIVO-CODIGO
003980             MOVE "PARCELA NAO ENCONTRADA NO PARCFIN"
003990                 TO WS-MOTIVO-REJEICAO
004000             PERFORM 2850-GRAVAR-REJEITADO
004010                 THRU 2850-GRAVAR-REJEITADO-EXIT
004020         WHEN PARCELA-BAIXADA
004030             ADD 1 TO WS-QTD-REJ-JA-PAGA
004040             MOVE 002 TO WS-MOTIVO-CODIGO
004050             MOVE "PARCELA JA BAIXADA COMO PAGA"
004270     EXIT.
004280
004290******************************************************************
004298* 2100-LOCALIZAR-PARCELA - OBTEM NO CONTROLE DA REMESSA (CTLREM) *
004306*                    A PARCELA DO NOSSO NUMERO DO RETORNO (SEM   *
004314*                    NOSSO NUMERO, USA A CHAVE DEVOLVIDA PELO    *
004322*                    BANCO) E A LE NO PARCFIN PELA CHAVE.        *
004330******************************************************************
004340 2100-LOCALIZAR-PARCELA.
004350     MOVE "N"          TO WS-PARCELA-SITUACAO
004351     MOVE "S"          TO WS-NOSSO-NUMERO-SITUACAO
004352     MOVE RET-CPF      TO WS-BAIXA-CPF
004353     MOVE RET-CONTRATO TO WS-BAIXA-CONTRATO
004354     MOVE RET-PARCELA  TO WS-BAIXA-PARCELA
004355
004356     IF RET-NOSSO-NUMERO NOT = ZEROS
004357         PERFORM 2150-LOCALIZAR-NOSSO-NUMERO
004358             THRU 2150-LOCALIZAR-NOSSO-NUMERO-EXIT
004359         IF NOT NOSSO-NUMERO-ENCONTRADO
004360             GO TO 2100-LOCALIZAR-PARCELA-EXIT
004361         END-IF
004362     END-IF
004363
004364     MOVE WS-BAIXA-CPF      TO PARC-CPF
004365     MOVE WS-BAIXA-CONTRATO TO PARC-CONTRATO
004366     MOVE WS-BAIXA-PARCELA  TO PARC-NUMERO
004374     READ PARCFIN
004380         INVALID KEY
004386             CONTINUE
004392         NOT INVALID KEY
004398             MOVE "S" TO WS-PARCELA-SITUACAO
004404     END-READ.
004410 2100-LOCALIZAR-PARCELA-EXIT.
004420     EXIT.
004423
004426******************************************************************
004429* 2150-LOCALIZAR-NOSSO-NUMERO - LE O NOSSO NUMERO DO RETORNO NO  *
004432*                    CTLREM E ASSUME A PARCELA REGISTRADA NA     *
004435*                    REMESSA COMO A PARCELA DA BAIXA.            *
004438******************************************************************
004441 2150-LOCALIZAR-NOSSO-NUMERO.
004444     MOVE "N" TO WS-NOSSO-NUMERO-SITUACAO
004447     IF NOT CTLREM-DISPONIVEL
004450         GO TO 2150-LOCALIZAR-NOSSO-NUMERO-EXIT
004453     END-IF
004456
004459     MOVE RET-NOSSO-NUMERO TO CREM-NOSSO-NUMERO
004462     READ CTLREM
004465         INVALID KEY
004468             GO TO 2150-LOCALIZAR-NOSSO-NUMERO-EXIT
004471     END-READ
004474
004477     MOVE "S"           TO WS-NOSSO-NUMERO-SITUACAO
004480     MOVE CREM-CPF      TO WS-BAIXA-CPF
004483     MOVE CREM-CONTRATO TO WS-BAIXA-CONTRATO
004486     MOVE CREM-NUMERO   TO WS-BAIXA-PARCELA.
004489 2150-LOCALIZAR-NOSSO-NUMERO-EXIT.
004492     EXIT.
004495
004570******************************************************************
004580* 2200-CALCULAR-ENCARGOS - CALCULA O VALOR ESPERADO DO           *
004590*                    PAGAMENTO: PRINCIPAL + JUROS + IOF DA      *
004680     MOVE ZEROS TO WS-VALOR-MORA
004690
004700     COMPUTE WS-VALOR-PARCELA =
004710         PARC-PRINCIPAL + PARC-JUROS + PARC-IOF
004740
004750     IF RET-DATA-PGTO > PARC-VENCIMENTO
004760         COMPUTE WS-DIAS-VENCIMENTO = FUNCTION INTEGER-OF-DATE
004770             (PARC-VENCIMENTO)
004780         COMPUTE WS-DIAS-PAGAMENTO = FUNCTION INTEGER-OF-DATE
004790             (RET-DATA-PGTO)
004800         COMPUTE WS-DIAS-ATRASO =
004920     EXIT.
004930
004940******************************************************************
004950* 2300-BAIXAR-PARCELA - REGRAVA A PARCELA LOCALIZADA COMO PAGA,  *
004960*                    COM A DATA E O VALOR DO PAGAMENTO, ACUMULA  *
004970*                    OS TOTAIS DE CONTROLE E EMITE A LINHA DE    *
004980*                    BAIXA NO RELATORIO. SE A REGRAVACAO FALHA A *
004982*                    PARCELA NAO E CONTADA COMO BAIXADA E A      *
004984*                    QUITACAO DO CONTRATO NAO E VERIFICADA.      *
004990******************************************************************
005000 2300-BAIXAR-PARCELA.
005010     MOVE "P"            TO PARC-SITUACAO
005020     MOVE RET-DATA-PGTO  TO PARC-DATA-PGTO
005030     MOVE RET-VALOR-PAGO TO PARC-VALOR-PAGO
005031     MOVE "S"            TO WS-BAIXA-SITUACAO
005032     REWRITE REG-PARCFIN
005033         INVALID KEY
005034             DISPLAY "ERRO AO REGRAVAR PARCFIN - STATUS: "
005035                 WS-PARCFIN-STATUS " CPF: " PARC-CPF
005036             MOVE "N" TO WS-BAIXA-SITUACAO
005037     END-REWRITE
005038     IF NOT BAIXA-REGRAVADA
005039         GO TO 2300-BAIXAR-PARCELA-EXIT
005040     END-IF
005045
005050     ADD 1 TO WS-QTD-BAIXADAS
005060     ADD RET-VALOR-PAGO TO WS-TOTAL-BAIXADO
005070     ADD WS-VALOR-MULTA TO WS-TOTAL-MULTA
005080     ADD WS-VALOR-MORA  TO WS-TOTAL-MORA
005090
005100     MOVE WS-BAIXA-CPF      TO DET-CPF
005110     MOVE WS-BAIXA-CONTRATO TO DET-CONTRATO
005120     MOVE WS-BAIXA-PARCELA  TO DET-PARCELA
005130     MOVE RET-VALOR-PAGO    TO DET-VALOR-PAGO
005140     MOVE "BAIXADA"      TO DET-SITUACAO
005150     IF WS-DIAS-ATRASO > ZEROS
005160         ADD 1 TO WS-QTD-BAIXADAS-ATRASO
005180     ELSE
005190         MOVE SPACES TO DET-MOTIVO
005200     END-IF
005204     PERFORM 2880-GRAVAR-DETALHE THRU 2880-GRAVAR-DETALHE-EXIT
005208
005212     PERFORM 2400-VERIFICAR-QUITACAO
005216         THRU 2400-VERIFICAR-QUITACAO-EXIT.
005220 2300-BAIXAR-PARCELA-EXIT.
005230     EXIT.
005231
005232******************************************************************
005233* 2400-VERIFICAR-QUITACAO - PERCORRE AS PARCELAS DO CONTRATO DA  *
005234*                    PARCELA BAIXADA E, QUANDO NENHUMA FICOU EM  *
005235*                    ABERTO, MARCA O CONTRATO COMO QUITADO NO    *
005236*                    FINANC COM A DATA DO MOVIMENTO.             *
005237******************************************************************
005238 2400-VERIFICAR-QUITACAO.
005239     MOVE "S"          TO WS-QUITACAO-SITUACAO
005240     MOVE "N"               TO WS-FIM-CONTRATO
005241     MOVE WS-BAIXA-CPF      TO PARC-CPF
005242     MOVE WS-BAIXA-CONTRATO TO PARC-CONTRATO
005243     MOVE ZEROS             TO PARC-NUMERO
005244     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
005245         INVALID KEY
005246             GO TO 2400-VERIFICAR-QUITACAO-EXIT
005247     END-START
005248     PERFORM 2420-LER-PARCELA-CONTRATO
005249         THRU 2420-LER-PARCELA-CONTRATO-EXIT
005250         UNTIL FIM-DO-CONTRATO
005251     IF NOT CONTRATO-SEM-ABERTO
005252         GO TO 2400-VERIFICAR-QUITACAO-EXIT
005253     END-IF
005254
005255     MOVE WS-BAIXA-CPF      TO FINANC-CPF
005256     MOVE WS-BAIXA-CONTRATO TO FINANC-CONTRATO
005257     READ FINANC
005258         INVALID KEY
005259             GO TO 2400-VERIFICAR-QUITACAO-EXIT
005260     END-READ
005261     IF NOT CONTRATO-ATIVO
005262         GO TO 2400-VERIFICAR-QUITACAO-EXIT
005263     END-IF
005264
005265     MOVE "Q"                 TO FINANC-SITUACAO
005266     MOVE CTRL-DATA-MOVIMENTO TO FINANC-DATA-ENCERR
005267     REWRITE REG-FINANC
005268         INVALID KEY
005269             DISPLAY "ERRO AO REGRAVAR FINANC - STATUS: "
005270                 WS-FINANC-STATUS " CPF: " FINANC-CPF
005271         NOT INVALID KEY
005272             ADD 1 TO WS-QTD-QUITADOS
005273     END-REWRITE.
005274 2400-VERIFICAR-QUITACAO-EXIT.
005275     EXIT.
005276
005277******************************************************************
005278* 2420-LER-PARCELA-CONTRATO - LE A PROXIMA PARCELA DO CONTRATO,  *
005279*                    ENCERRANDO A LEITURA NA TROCA DE CONTRATO   *
005280*                    OU NA PRIMEIRA PARCELA AINDA EM ABERTO.     *
005281******************************************************************
005282 2420-LER-PARCELA-CONTRATO.
005283     READ PARCFIN NEXT RECORD
005284         AT END
005285             MOVE "S" TO WS-FIM-CONTRATO
005286             GO TO 2420-LER-PARCELA-CONTRATO-EXIT
005287     END-READ
005288
005289     IF PARC-CPF NOT = WS-BAIXA-CPF
005290       OR PARC-CONTRATO NOT = WS-BAIXA-CONTRATO
005291         MOVE "S" TO WS-FIM-CONTRATO
005292         GO TO 2420-LER-PARCELA-CONTRATO-EXIT
005293     END-IF
005294
005295     IF PARCELA-ABERTA
005296         MOVE "N" TO WS-QUITACAO-SITUACAO
005297         MOVE "S" TO WS-FIM-CONTRATO
005298     END-IF.
005299 2420-LER-PARCELA-CONTRATO-EXIT.
005300     EXIT.
005301
005302******************************************************************
005303* 2850-GRAVAR-REJEITADO - GRAVA O RETORNO RECUSADO NO REJRET COM *
005304*                    O CODIGO DO MOTIVO E A DATA DO MOVIMENTO E  *
005305*                    EMITE A LINHA DE REJEICAO NO RELATORIO.     *
005306******************************************************************
005307 2850-GRAVAR-REJEITADO.
005310     MOVE SPACES              TO REG-REJRET
005320     MOVE WS-BAIXA-CPF        TO REJR-CPF
005330     MOVE WS-BAIXA-CONTRATO   TO REJR-CONTRATO
005340     MOVE WS-BAIXA-PARCELA    TO REJR-PARCELA
005350     MOVE RET-DATA-PGTO       TO REJR-DATA-PGTO
005360     MOVE RET-VALOR-PAGO      TO REJR-VALOR-PAGO
005370     MOVE WS-MOTIVO-CODIGO    TO REJR-MOTIVO-CODIGO
005380     MOVE CTRL-DATA-MOVIMENTO TO REJR-DATA-MOVTO
005385     MOVE RET-NOSSO-NUMERO    TO REJR-NOSSO-NUMERO
005390     WRITE REG-REJRET
005400
005410     MOVE WS-BAIXA-CPF       TO DET-CPF
005420     MOVE WS-BAIXA-CONTRATO  TO DET-CONTRATO
005430     MOVE WS-BAIXA-PARCELA   TO DET-PARCELA
005440     MOVE RET-VALOR-PAGO     TO DET-VALOR-PAGO
005450     MOVE "REJEITADO"        TO DET-SITUACAO
005460     MOVE WS-MOTIVO-REJEICAO TO DET-MOTIVO
005470     PERFORM 2880-GRAVAR-DETALHE THRU 2880-GRAVAR-DETALHE-EXIT
005480     DISPLAY "RETORNO REJEITADO - CPF: " WS-BAIXA-CPF
005490         " MOTIVO: " WS-MOTIVO-REJEICAO.
005500 2850-GRAVAR-REJEITADO-EXIT.
005510     EXIT.
005990 3000-IMPRIMIR-CABECALHO-EXIT.
006000     EXIT.
006010
006420******************************************************************
006430* 9000-FINALIZAR - EMITE OS TOTAIS DE CONTROLE DA BAIXA, FECHA   *
006440*                  OS ARQUIVOS E REGISTRA O ENCERRAMENTO DA      *
006830     MOVE WS-QTD-REJ-VALOR TO TOT-QUANTIDADE
006840     MOVE WS-LINHA-TOTAL TO REG-RELPAG
006850     WRITE REG-RELPAG
006851
006852     MOVE "REJEITADOS - NOSSO NUMERO:" TO WS-LINHA-TOTAL
006853     MOVE WS-QTD-REJ-NOSSO-NUMERO TO TOT-QUANTIDADE
006854     MOVE WS-LINHA-TOTAL TO REG-RELPAG
006855     WRITE REG-RELPAG
006860
006861     MOVE "CONTRATOS QUITADOS:" TO WS-LINHA-TOTAL
006862     MOVE WS-QTD-QUITADOS TO TOT-QUANTIDADE
006863     MOVE WS-LINHA-TOTAL TO REG-RELPAG
006864     WRITE REG-RELPAG
006865
006870     MOVE WS-TOTAL-BAIXADO TO WS-VALOR-EDITADO
006880     MOVE SPACES TO REG-RELPAG
006890     STRING "VALOR TOTAL BAIXADO:        "
007050         DELIMITED BY SIZE INTO REG-RELPAG
007060     WRITE REG-RELPAG
007070
007072     CLOSE FINANC
007075     CLOSE PARCFIN
007076     IF CTLREM-DISPONIVEL
007077         CLOSE CTLREM
007078     END-IF
007080     CLOSE RETBANC
007090     CLOSE REJRET
007100     CLOSE RELPAG

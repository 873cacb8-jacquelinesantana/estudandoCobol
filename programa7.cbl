000650*                  PARCELAS DE UM MESMO CLIENTE FIQUEM CONTIGUAS
000660*                  E A QUEBRA POR CLIENTE DO RELATORIO DE ATRASO
000670*                  (PROGRAMA12) TOTALIZE O CLIENTE UMA UNICA VEZ.
000671* 2026-10-15 JH    O PARCFIN PASSOU A SER INDEXADO POR CPF +
000672*                  CONTRATO + PARCELA: A EXISTENCIA DO CRONOGRAMA
000673*                  E CONFERIDA PELA CHAVE E AS PARCELAS NOVAS SAO
000674*                  GRAVADAS DIRETO NO ARQUIVO, ACABANDO COM A
000675*                  TABELA INTERNA DE 5000 PARCELAS, COM A
000676*                  CLASSIFICACAO E COM A REGRAVACAO DO ARQUIVO.
000680******************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. programa7.
000940         FILE STATUS IS WS-ICMSIOF-STATUS.
000950
000960     SELECT PARCFIN ASSIGN TO "PARCFIN"
000970         ORGANIZATION IS INDEXED
000975         ACCESS MODE IS DYNAMIC
000977         RECORD KEY IS PARC-CHAVE
000980         FILE STATUS IS WS-PARCFIN-STATUS.
000990
001000     SELECT RELPARC ASSIGN TO "RELPARC"
001320
001330*----------------------------------------------------------------*
001340*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS, PARA   *
001350*              CONSUMO DO PROCESSO DE COBRANCA (INDEXADO POR     *
001355*              CPF + CONTRATO + PARCELA)                         *
001360*----------------------------------------------------------------*
001370 FD  PARCFIN
001380     LABEL RECORDS ARE STANDARD.
002010 01  WS-CRONOGRAMA-SITUACAO     PIC X(01) VALUE "N".
002020     88  CRONOGRAMA-JA-EXISTE             VALUE "S".
002030
002300*----------------------------------------------------------------*
002310*    AREA DE CALCULO DO CRONOGRAMA DO CONTRATO CORRENTE          *
002320*----------------------------------------------------------------*
003440     PERFORM 2000-PROCESSAR-CONTRATO
003450         THRU 2000-PROCESSAR-CONTRATO-EXIT
003460         UNTIL FIM-DO-FINANC
003510     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
003520     STOP RUN.
003530
004030
004040     IF NOT FIM-DO-FINANC
004050         MOVE "S" TO WS-INICIO-SITUACAO
004060         PERFORM 1100-ABRIR-PARCFIN
004070             THRU 1100-ABRIR-PARCFIN-EXIT
004080     END-IF
004090
004100     IF NOT FIM-DO-FINANC
004140     EXIT.
004150
004160******************************************************************
004175* 1100-ABRIR-PARCFIN - ABRE O PARCFIN PARA ATUALIZACAO (CRIANDO  *
004190*                    O ARQUIVO QUANDO AINDA NAO EXISTE - PRIMEIRA*
004205*                    EXECUCAO) E CONTA AS PARCELAS JA GRAVADAS,  *
004220*                    QUE SAO PRESERVADAS COM OS VENCIMENTOS E AS *
004235*                    BAIXAS ORIGINAIS.                           *
004250******************************************************************
004265 1100-ABRIR-PARCFIN.
004280     MOVE "N" TO WS-FIM-PARCFIN
004295     OPEN I-O PARCFIN
004310     IF PARCFIN-NAO-EXISTE
004325         OPEN OUTPUT PARCFIN
004340         CLOSE PARCFIN
004355         OPEN I-O PARCFIN
004370     END-IF
004385     IF NOT PARCFIN-OK
004400         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
004415             WS-PARCFIN-STATUS
004430         MOVE "S" TO WS-FIM-FINANC
004445         MOVE "N" TO WS-INICIO-SITUACAO
004460         GO TO 1100-ABRIR-PARCFIN-EXIT
004475     END-IF
004490     PERFORM 1120-CONTAR-PARCELA THRU 1120-CONTAR-PARCELA-EXIT
004505         UNTIL FIM-DO-PARCFIN.
004520 1100-ABRIR-PARCFIN-EXIT.
004535     EXIT.
004550
004565******************************************************************
004580* 1120-CONTAR-PARCELA - LE A PROXIMA PARCELA JA GRAVADA NO       *
004595*                    PARCFIN, CONTANDO-A ENTRE AS PRESERVADAS.   *
004610******************************************************************
004625 1120-CONTAR-PARCELA.
004640     READ PARCFIN NEXT RECORD
004655         AT END
004670             MOVE "S" TO WS-FIM-PARCFIN
004685             GO TO 1120-CONTAR-PARCELA-EXIT
004700     END-READ
004715     ADD 1 TO WS-QTD-PARC-PRESERVADAS.
004730 1120-CONTAR-PARCELA-EXIT.
004745     EXIT.
004760
004800******************************************************************
004810* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
004820*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
005670     EXIT.
005680
005690******************************************************************
005700* 2050-VERIFICAR-CRONOGRAMA - POSICIONA O PARCFIN NA PRIMEIRA    *
005710*                    PARCELA DO CONTRATO CORRENTE PELA CHAVE; O  *
005720*                    CONTRATO QUE JA POSSUI CRONOGRAMA NAO E     *
005730*                    REGERADO, PARA NAO PERDER OS VENCIMENTOS    *
005740*                    ORIGINAIS NEM AS BAIXAS DA COBRANCA.        *
005750******************************************************************
005760 2050-VERIFICAR-CRONOGRAMA.
005770     MOVE "N" TO WS-CRONOGRAMA-SITUACAO
005773     MOVE FINANC-CPF      TO PARC-CPF
005776     MOVE FINANC-CONTRATO TO PARC-CONTRATO
005779     MOVE ZEROS           TO PARC-NUMERO
005782     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
005785         INVALID KEY
005788             GO TO 2050-VERIFICAR-CRONOGRAMA-EXIT
005791     END-START
005794     READ PARCFIN NEXT RECORD
005797         AT END
005800             GO TO 2050-VERIFICAR-CRONOGRAMA-EXIT
005803     END-READ
005806     IF PARC-CPF = FINANC-CPF
005809       AND PARC-CONTRATO = FINANC-CONTRATO
005812         MOVE "S" TO WS-CRONOGRAMA-SITUACAO
005815     END-IF.
005830 2050-VERIFICAR-CRONOGRAMA-EXIT.
005840     EXIT.
005910
005980******************************************************************
005990* 2120-LOCALIZAR-PRODUTO - LOCALIZA NO PRODCLI O PRIMEIRO        *
006000*                    PRODUTO ATIVO DO CLIENTE DO CONTRATO        *
007220
007230******************************************************************
007240* 2300-GERAR-PARCELA - CALCULA OS JUROS E A AMORTIZACAO DA       *
007250*                    PARCELA CORRENTE PELA TABELA PRICE, GRAVA A *
007260*                    PARCELA NOVA NO PARCFIN E A LINHA           *
007270*                    CORRESPONDENTE NO RELATORIO, ABATENDO O     *
007280*                    SALDO DEVEDOR.                              *
007290******************************************************************
007570     MOVE "A"              TO PARC-SITUACAO
007580     MOVE ZEROS            TO PARC-DATA-PGTO
007590     MOVE ZEROS            TO PARC-VALOR-PAGO
007600     PERFORM 2330-GRAVAR-PARCELA
007610         THRU 2330-GRAVAR-PARCELA-EXIT
007620
007630     MOVE WS-PARCELA-ATUAL TO DET-PARCELA
007640     MOVE WS-VENCIMENTO    TO WS-VENCIMENTO-NUM
007760     EXIT.
007770
007780******************************************************************
007790* 2330-GRAVAR-PARCELA - GRAVA A PARCELA NOVA NO PARCFIN PELA     *
007800*                    CHAVE CPF + CONTRATO + PARCELA; A PARCELA   *
007810*                    JA EXISTENTE NA CHAVE E PRESERVADA.         *
007820******************************************************************
007830 2330-GRAVAR-PARCELA.
007854     WRITE REG-PARCFIN
007878         INVALID KEY
007902             DISPLAY "PARCELA JA EXISTENTE NO PARCFIN - CPF: "
007926                 PARC-CPF " CONTRATO: " PARC-CONTRATO
007950                 " PARCELA: " PARC-NUMERO
007974         NOT INVALID KEY
007998             ADD 1 TO WS-QTD-PARCELAS-TOTAL
008022     END-WRITE.
008050 2330-GRAVAR-PARCELA-EXIT.
008060     EXIT.
008070
008080******************************************************************
008660 3000-IMPRIMIR-CABECALHO-EXIT.
008670     EXIT.
008680
009530******************************************************************
009540* 9000-FINALIZAR - EMITE OS TOTAIS DE CONTROLE DA GERACAO E      *
009550*                  FECHA OS ARQUIVOS.                            *
010090     CLOSE FINANC
010100     CLOSE ICMSIOF
010110     CLOSE PRODCLI
010115     CLOSE PARCFIN
010120     CLOSE RELPARC
010130     IF CTRL-DATA-OK
010140         MOVE "R" TO CTRL-FUNCAO

000010******************************************************************
000020* PROGRAM-ID : PROGRAMA19
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : REGUA DE COBRANCA: RODA DEPOIS DO RELATORIO DE
000070*              ATRASO (PROGRAMA12), APURA PARA CADA CONTRATO ATIVO
000080*              DO FINANC O MAIOR ATRASO DAS PARCELAS EM ABERTO DO
000090*              CRONOGRAMA (PARCFIN) E EMITE A CARTA DE COBRANCA
000100*              DO ESTAGIO ALCANCADO (15, 45 E 90 DIAS), PRONTA
000110*              PARA IMPRESSAO (CARTAS), COM NOME E ENDERECO DO
000120*              CADCLI E AS PARCELAS VENCIDAS COM SEUS VALORES. O
000130*              HISTORICO DE COBRANCA (HISCOB, POR CPF + CONTRATO)
000140*              GARANTE QUE O MESMO AVISO NUNCA SAI DUAS VEZES. NO
000150*              AVISO FINAL (ACIMA DE 90 DIAS) GRAVA NO MOVIMENTO
000160*              DO CADASTRO (MOVCLI) A TRANSACAO DE BLOQUEIO (TIPO
000170*              B) QUE A MANUTENCAO BATCH (PROGRAMA4) APLICA NO
000180*              CADCLI - POR ISSO ESTE PROGRAMA RODA ANTES DO
000190*              PROGRAMA4. EMITE O RELATORIO DA REGUA (RELCOB) COM
000200*              TOTAIS DE CONTROLE. NA RETOMADA NA MESMA DATA AS
000210*              CARTAS JA REGISTRADAS NO HISCOB SAO REEMITIDAS.
000220* TECTONICS  : cobc
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-10-15 JH    PROGRAMA CRIADO - AS CARTAS DE COBRANCA ERAM
000270*                  REDIGIDAS A MAO A PARTIR DO RELATORIO DE ATRASO
000280*                  E O BLOQUEIO DO CLIENTE ERA DIGITADO NO MOVCLI.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. programa19.
000320 AUTHOR. JACQUELINE HERNANDES.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CADCLI ASSIGN TO "CADCLI"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CPF-CADCLI
000430         FILE STATUS IS WS-CADCLI-STATUS.
000440
000450     SELECT FINANC ASSIGN TO "FINANC"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS FINANC-CHAVE
000490         FILE STATUS IS WS-FINANC-STATUS.
000500
000510     SELECT PARCFIN ASSIGN TO "PARCFIN"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PARC-CHAVE
000550         FILE STATUS IS WS-PARCFIN-STATUS.
000560
000570     SELECT HISCOB ASSIGN TO "HISCOB"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HCOB-CHAVE
000610         FILE STATUS IS WS-HISCOB-STATUS.
000620
000630     SELECT MOVCLI ASSIGN TO "MOVCLI"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-MOVCLI-STATUS.
000660
000670     SELECT CARTAS ASSIGN TO "CARTAS"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CARTAS-STATUS.
000700
000710     SELECT RELCOB ASSIGN TO "RELCOB"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RELCOB-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770*----------------------------------------------------------------*
000780*    CADCLI - CADASTRO MESTRE DE CLIENTES (INDEXADO POR CPF)     *
000790*----------------------------------------------------------------*
000800 FD  CADCLI
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CADCLI.
000830
000840*----------------------------------------------------------------*
000850*    FINANC - CONTRATOS DE FINANCIAMENTO (CPF + CONTRATO)        *
000860*----------------------------------------------------------------*
000870 FD  FINANC
000880     LABEL RECORDS ARE STANDARD.
000890     COPY FINANC.
000900
000910*----------------------------------------------------------------*
000920*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
000930*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
000940*----------------------------------------------------------------*
000950 FD  PARCFIN
000960     LABEL RECORDS ARE STANDARD.
000970     COPY PARCFIN.
000980
000990*----------------------------------------------------------------*
001000*    HISCOB - HISTORICO DA REGUA DE COBRANCA (CPF + CONTRATO)    *
001010*             ESTAGIO 0 = SEM AVISO / 1, 2, 3 = ULTIMO AVISO     *
001020*----------------------------------------------------------------*
001030 FD  HISCOB
001040     LABEL RECORDS ARE STANDARD.
001050     COPY HISCOB.
001060
001070*----------------------------------------------------------------*
001080*    MOVCLI - MOVIMENTO DE MANUTENCAO DO CADASTRO, ACRESCIDO DAS *
001090*             TRANSACOES DE BLOQUEIO (TIPO B)                    *
001100*----------------------------------------------------------------*
001110 FD  MOVCLI
001120     LABEL RECORDS ARE STANDARD.
001130     COPY MOVCLI.
001140
001150*----------------------------------------------------------------*
001160*    CARTAS - CARTAS DE COBRANCA PRONTAS PARA IMPRESSAO          *
001170*             (UMA CARTA POR PAGINA)                             *
001180*----------------------------------------------------------------*
001190 FD  CARTAS
001200     LABEL RECORDS ARE STANDARD.
001210 01  REG-CARTAS                 PIC X(80).
001220
001230*----------------------------------------------------------------*
001240*    RELCOB - RELATORIO DA REGUA DE COBRANCA (AVISOS EMITIDOS,   *
001250*             BLOQUEIOS GERADOS, RECUSAS E TOTAIS DE CONTROLE)   *
001260*----------------------------------------------------------------*
001270 FD  RELCOB
001280     LABEL RECORDS ARE STANDARD.
001290 01  REG-RELCOB                 PIC X(110).
001300
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------*
001330*    CHAVES, SWITCHES E CONTADORES                               *
001340*----------------------------------------------------------------*
001350 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
001360     88  CADCLI-OK                        VALUE "00".
001370
001380 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
001390     88  FINANC-OK                        VALUE "00".
001400
001410 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
001420     88  PARCFIN-OK                       VALUE "00".
001430
001440 01  WS-HISCOB-STATUS           PIC X(02) VALUE SPACES.
001450     88  HISCOB-OK                        VALUE "00".
001460     88  HISCOB-NAO-EXISTE                VALUE "35".
001470
001480 01  WS-MOVCLI-STATUS           PIC X(02) VALUE SPACES.
001490     88  MOVCLI-OK                        VALUE "00".
001500     88  MOVCLI-NAO-EXISTE                VALUE "35".
001510
001520 01  WS-CARTAS-STATUS           PIC X(02) VALUE SPACES.
001530     88  CARTAS-OK                        VALUE "00".
001540
001550 01  WS-RELCOB-STATUS           PIC X(02) VALUE SPACES.
001560     88  RELCOB-OK                        VALUE "00".
001570
001580 01  WS-FIM-FINANC              PIC X(01) VALUE "N".
001590     88  FIM-DO-FINANC                    VALUE "S".
001600
001610 01  WS-FIM-CONTRATO            PIC X(01) VALUE "N".
001620     88  FIM-DO-CONTRATO                  VALUE "S".
001630
001640 01  WS-HISTORICO-SITUACAO      PIC X(01) VALUE "N".
001650     88  HISTORICO-EXISTENTE              VALUE "S".
001660
001670 01  WS-REEMISSAO-SITUACAO      PIC X(01) VALUE "N".
001680     88  AVISO-REEMITIDO                  VALUE "S".
001690
001700 01  WS-BLOQUEIO-SITUACAO       PIC X(01) VALUE "N".
001710     88  BLOQUEIO-COM-ERRO                VALUE "E".
001720
001730*----------------------------------------------------------------*
001740*    ESTAGIOS DA REGUA (DIAS DE ATRASO QUE DISPARAM CADA AVISO)  *
001750*----------------------------------------------------------------*
001760 77  WS-DIAS-AVISO-1            PIC 9(05) COMP VALUE 15.
001770 77  WS-DIAS-AVISO-2            PIC 9(05) COMP VALUE 45.
001780 77  WS-DIAS-AVISO-3            PIC 9(05) COMP VALUE 90.
001790
001800*----------------------------------------------------------------*
001810*    APURACAO DO ATRASO DO CONTRATO CORRENTE                     *
001820*----------------------------------------------------------------*
001830 77  WS-DIAS-MOVIMENTO          PIC 9(08) COMP VALUE ZEROS.
001840 77  WS-DIAS-VENCIMENTO         PIC 9(08) COMP VALUE ZEROS.
001850 77  WS-DIAS-ATRASO             PIC 9(05) COMP VALUE ZEROS.
001860 77  WS-MAIOR-ATRASO            PIC 9(05) COMP VALUE ZEROS.
001870 77  WS-QTD-PARC-ATRASO         PIC 9(03) COMP VALUE ZEROS.
001880 01  WS-VALOR-PARCELA           PIC 9(09)V99 VALUE ZEROS.
001890 01  WS-VALOR-ATRASO-CONTR      PIC 9(11)V99 VALUE ZEROS.
001900
001910 01  WS-ESTAGIO-DEVIDO          PIC 9(01) VALUE ZEROS.
001920     88  ESTAGIO-SEM-AVISO                VALUE 0.
001930     88  ESTAGIO-PRIMEIRO-AVISO           VALUE 1.
001940     88  ESTAGIO-SEGUNDO-AVISO            VALUE 2.
001950     88  ESTAGIO-AVISO-FINAL              VALUE 3.
001960
001970 01  WS-CPF-BLOQUEADO           PIC 9(11) VALUE ZEROS.
001980
001990 77  WS-QTD-CONTRATOS-LIDOS     PIC 9(07) COMP VALUE ZEROS.
002000 77  WS-QTD-CONTRATOS-ATRASO    PIC 9(07) COMP VALUE ZEROS.
002010 77  WS-QTD-AVISO-1             PIC 9(07) COMP VALUE ZEROS.
002020 77  WS-QTD-AVISO-2             PIC 9(07) COMP VALUE ZEROS.
002030 77  WS-QTD-AVISO-3             PIC 9(07) COMP VALUE ZEROS.
002040 77  WS-QTD-JA-AVISADOS         PIC 9(07) COMP VALUE ZEROS.
002050 77  WS-QTD-REGULARIZADOS       PIC 9(07) COMP VALUE ZEROS.
002060 77  WS-QTD-BLOQUEIOS           PIC 9(07) COMP VALUE ZEROS.
002070 77  WS-QTD-REJ-CLIENTE         PIC 9(07) COMP VALUE ZEROS.
002080 77  WS-QTD-REEMITIDOS          PIC 9(07) COMP VALUE ZEROS.
002090 77  WS-QTD-ERROS-BLOQUEIO      PIC 9(07) COMP VALUE ZEROS.
002100
002110 01  WS-TOTAL-ATRASO-AVISADO    PIC 9(13)V99 VALUE ZEROS.
002120 01  WS-VALOR-EDITADO           PIC Z(12)9.99.
002130
002140 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
002150 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
002160 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
002170
002180 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
002190     88  INICIO-OK                        VALUE "S".
002200
002210     COPY DATACTL.
002220
002230 01  WS-DATA-EXECUCAO.
002240     05  WS-DATA-EXEC-DD        PIC 9(02).
002250     05  FILLER                 PIC X(01) VALUE "/".
002260     05  WS-DATA-EXEC-MM        PIC 9(02).
002270     05  FILLER                 PIC X(01) VALUE "/".
002280     05  WS-DATA-EXEC-AAAA      PIC 9(04).
002290
002300 01  WS-DATA-DESMEMBRADA.
002310     05  WS-DATA-AAAA           PIC 9(04).
002320     05  WS-DATA-MM             PIC 9(02).
002330     05  WS-DATA-DD             PIC 9(02).
002340 01  WS-DATA-NUM REDEFINES WS-DATA-DESMEMBRADA
002350                                PIC 9(08).
002360
002370 01  WS-DATA-EDITADA.
002380     05  WS-DATA-EDIT-DD        PIC 9(02).
002390     05  FILLER                 PIC X(01) VALUE "/".
002400     05  WS-DATA-EDIT-MM        PIC 9(02).
002410     05  FILLER                 PIC X(01) VALUE "/".
002420     05  WS-DATA-EDIT-AAAA      PIC 9(04).
002430
002440 01  WS-CEP-DESMEMBRADO.
002450     05  WS-CEP-PREFIXO         PIC 9(05).
002460     05  WS-CEP-SUFIXO          PIC 9(03).
002470 01  WS-CEP-NUM REDEFINES WS-CEP-DESMEMBRADO
002480                                PIC 9(08).
002490
002500*----------------------------------------------------------------*
002510*    LINHAS DA CARTA DE COBRANCA                                 *
002520*----------------------------------------------------------------*
002530 01  WS-CARTA-CABECALHO.
002540     05  FILLER                 PIC X(40)
002550         VALUE "DEPARTAMENTO DE COBRANCA".
002560     05  FILLER                 PIC X(20) VALUE SPACES.
002570     05  CART-DATA              PIC X(10).
002580
002590 01  WS-CARTA-REFERENCIA.
002600     05  FILLER                 PIC X(16) VALUE "REF.: CONTRATO ".
002610     05  CART-CONTRATO          PIC 9(04).
002620     05  FILLER                 PIC X(08) VALUE " - CPF: ".
002630     05  CART-CPF               PIC 9(11).
002640
002650 01  WS-CARTA-TITULO            PIC X(80) VALUE SPACES.
002660 01  WS-CARTA-TEXTO-1           PIC X(80) VALUE SPACES.
002670 01  WS-CARTA-TEXTO-2           PIC X(80) VALUE SPACES.
002680 01  WS-CARTA-TEXTO-3           PIC X(80) VALUE SPACES.
002690 01  WS-CARTA-TEXTO-4           PIC X(80) VALUE SPACES.
002700
002710 01  WS-CARTA-COLUNAS.
002720     05  FILLER                 PIC X(04) VALUE SPACES.
002730     05  FILLER                 PIC X(10) VALUE "PARCELA".
002740     05  FILLER                 PIC X(14) VALUE "VENCIMENTO".
002750     05  FILLER                 PIC X(14) VALUE "DIAS ATRASO".
002760     05  FILLER                 PIC X(15) VALUE "VALOR".
002770
002780 01  WS-CARTA-PARCELA.
002790     05  FILLER                 PIC X(04) VALUE SPACES.
002800     05  CARP-NUMERO            PIC ZZ9.
002810     05  FILLER                 PIC X(07) VALUE SPACES.
002820     05  CARP-VENCIMENTO        PIC X(10).
002830     05  FILLER                 PIC X(04) VALUE SPACES.
002840     05  CARP-DIAS              PIC ZZ,ZZ9.
002850     05  FILLER                 PIC X(08) VALUE SPACES.
002860     05  CARP-VALOR             PIC Z(08)9.99.
002870
002880 01  WS-CARTA-TOTAL.
002890     05  FILLER                 PIC X(04) VALUE SPACES.
002900     05  FILLER                 PIC X(38)
002910         VALUE "TOTAL DAS PARCELAS VENCIDAS:".
002920     05  CART-VALOR-TOTAL       PIC Z(10)9.99.
002930
002940*----------------------------------------------------------------*
002950*    LINHAS DO RELATORIO                                         *
002960*----------------------------------------------------------------*
002970 01  WS-CABECALHO-1.
002980     05  FILLER                 PIC X(20) VALUE SPACES.
002990     05  FILLER                 PIC X(34)
003000         VALUE "REGUA DE COBRANCA - AVISOS".
003010     05  FILLER                 PIC X(10) VALUE SPACES.
003020     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
003030     05  CAB1-PAGINA            PIC ZZZ9.
003040
003050 01  WS-CABECALHO-2.
003060     05  FILLER                 PIC X(20) VALUE SPACES.
003070     05  FILLER                 PIC X(16) VALUE "DATA EXECUCAO: ".
003080     05  CAB2-DATA              PIC X(10).
003090
003100 01  WS-CABECALHO-3.
003110     05  FILLER                 PIC X(13) VALUE "CPF".
003120     05  FILLER                 PIC X(07) VALUE "CONTR.".
003130     05  FILLER                 PIC X(08) VALUE "ATRASO".
003140     05  FILLER                 PIC X(06) VALUE "PARC.".
003150     05  FILLER                 PIC X(14) VALUE "VALOR VENCIDO".
003160     05  FILLER                 PIC X(40) VALUE "SITUACAO".
003170
003180 01  WS-LINHA-DETALHE.
003190     05  DET-CPF                PIC 9(11).
003200     05  FILLER                 PIC X(02) VALUE SPACES.
003210     05  DET-CONTRATO           PIC 9(04).
003220     05  FILLER                 PIC X(03) VALUE SPACES.
003230     05  DET-DIAS               PIC ZZ,ZZ9.
003240     05  FILLER                 PIC X(02) VALUE SPACES.
003250     05  DET-PARCELAS           PIC ZZ9.
003260     05  FILLER                 PIC X(03) VALUE SPACES.
003270     05  DET-VALOR              PIC Z(08)9.99.
003280     05  FILLER                 PIC X(02) VALUE SPACES.
003290     05  DET-SITUACAO           PIC X(40).
003300
003310 01  WS-LINHA-TOTAL.
003320     05  FILLER                 PIC X(30).
003330     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
003340
003350 PROCEDURE DIVISION.
003360******************************************************************
003370* 0000-MAINLINE - CONTROLA A REGUA DE COBRANCA SOBRE OS          *
003380*                 CONTRATOS DE FINANCIAMENTO.                    *
003390******************************************************************
003400 0000-MAINLINE.
003410     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
003420     PERFORM 2000-PROCESSAR-CONTRATO
003430         THRU 2000-PROCESSAR-CONTRATO-EXIT
003440         UNTIL FIM-DO-FINANC
003450     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
003460     STOP RUN.
003470
003480******************************************************************
003490* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, ABRE OS       *
003500*                    ARQUIVOS, CRIANDO O HISCOB E O MOVCLI NA    *
003510*                    PRIMEIRA EXECUCAO, E LE O PRIMEIRO          *
003520*                    CONTRATO.                                   *
003530******************************************************************
003540 1000-INICIALIZAR.
003550     PERFORM 1050-OBTER-DATA-MOVIMENTO
003560         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
003570     IF FIM-DO-FINANC
003580         GO TO 1000-INICIALIZAR-EXIT
003590     END-IF
003600
003610     MOVE CTRL-DATA-MOV-DD   TO WS-DATA-EXEC-DD
003620     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
003630     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
003640     COMPUTE WS-DIAS-MOVIMENTO =
003650         FUNCTION INTEGER-OF-DATE(CTRL-DATA-MOVIMENTO)
003660
003670     OPEN INPUT CADCLI
003680     IF NOT CADCLI-OK
003690         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
003700             WS-CADCLI-STATUS
003710         MOVE "S" TO WS-FIM-FINANC
003720     END-IF
003730
003740     OPEN INPUT FINANC
003750     IF NOT FINANC-OK
003760         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
003770             WS-FINANC-STATUS
003780         MOVE "S" TO WS-FIM-FINANC
003790     END-IF
003800
003810     OPEN INPUT PARCFIN
003820     IF NOT PARCFIN-OK
003830         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
003840             WS-PARCFIN-STATUS
003850         MOVE "S" TO WS-FIM-FINANC
003860     END-IF
003870
003880     OPEN I-O HISCOB
003890     IF HISCOB-NAO-EXISTE
003900         OPEN OUTPUT HISCOB
003910         CLOSE HISCOB
003920         OPEN I-O HISCOB
003930     END-IF
003940     IF NOT HISCOB-OK
003950         DISPLAY "ERRO AO ABRIR HISCOB - STATUS: "
003960             WS-HISCOB-STATUS
003970         MOVE "S" TO WS-FIM-FINANC
003980     END-IF
003990
004000     OPEN EXTEND MOVCLI
004010     IF MOVCLI-NAO-EXISTE
004020         OPEN OUTPUT MOVCLI
004030     END-IF
004040     IF NOT MOVCLI-OK
004050         DISPLAY "ERRO AO ABRIR MOVCLI - STATUS: "
004060             WS-MOVCLI-STATUS
004070         MOVE "S" TO WS-FIM-FINANC
004080     END-IF
004090
004100     OPEN OUTPUT CARTAS
004110     IF NOT CARTAS-OK
004120         DISPLAY "ERRO AO ABRIR CARTAS - STATUS: "
004130             WS-CARTAS-STATUS
004140         MOVE "S" TO WS-FIM-FINANC
004150     END-IF
004160
004170     OPEN OUTPUT RELCOB
004180     IF NOT RELCOB-OK
004190         DISPLAY "ERRO AO ABRIR RELCOB - STATUS: "
004200             WS-RELCOB-STATUS
004210         MOVE "S" TO WS-FIM-FINANC
004220     END-IF
004230
004240     IF NOT FIM-DO-FINANC
004250         MOVE "S" TO WS-INICIO-SITUACAO
004260         PERFORM 3000-IMPRIMIR-CABECALHO
004270             THRU 3000-IMPRIMIR-CABECALHO-EXIT
004280         PERFORM 2900-LER-FINANC THRU 2900-LER-FINANC-EXIT
004290     END-IF.
004300 1000-INICIALIZAR-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
004350*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
004360*                    RECUSANDO A EXECUCAO QUANDO O PROGRAMA JA   *
004370*                    ENCERROU ESSA DATA OU O CONTROLE FALHA.     *
004380******************************************************************
004390 1050-OBTER-DATA-MOVIMENTO.
004400     MOVE "C"          TO CTRL-FUNCAO
004410     MOVE "PROGRAMA19" TO CTRL-PROGRAMA
004420     CALL "datactl" USING CTRLDATA-AREA
004430     IF CTRL-JA-EXECUTADO
004440         DISPLAY "DATA DE MOVIMENTO " CTRL-DATA-MOVIMENTO
004450             " JA ENCERRADA PELO PROGRAMA19 - EXECUCAO "
004460             "RECUSADA"
004470         MOVE "S" TO WS-FIM-FINANC
004480     END-IF
004490     IF CTRL-ERRO-CONTROLE
004500         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
004510             "EXECUCAO RECUSADA"
004520         MOVE "S" TO WS-FIM-FINANC
004530     END-IF.
004540 1050-OBTER-DATA-MOVIMENTO-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 2000-PROCESSAR-CONTRATO - APURA O ATRASO DO CONTRATO ATIVO     *
004590*                    CORRENTE, REGULARIZA O HISTORICO QUANDO NAO *
004600*                    HA MAIS PARCELA VENCIDA E EMITE O AVISO     *
004610*                    QUANDO O ESTAGIO ALCANCADO AINDA NAO FOI    *
004620*                    AVISADO. O AVISO REGISTRADO NA PROPRIA DATA *
004630*                    DO MOVIMENTO (RETOMADA) E REEMITIDO, POIS   *
004640*                    CARTAS E RELCOB SAO RECRIADOS, SEM NOVA     *
004650*                    GRAVACAO NO HISCOB OU NO MOVCLI. O AVISO    *
004660*                    FINAL SO SAI COM O BLOQUEIO GRAVADO.        *
004670******************************************************************
004680 2000-PROCESSAR-CONTRATO.
004690     IF NOT CONTRATO-ATIVO
004700         GO TO 2000-PROCESSAR-LER
004710     END-IF
004720     ADD 1 TO WS-QTD-CONTRATOS-LIDOS
004730
004740     PERFORM 2100-APURAR-ATRASO THRU 2100-APURAR-ATRASO-EXIT
004750     PERFORM 2200-LER-HISTORICO THRU 2200-LER-HISTORICO-EXIT
004760
004770     IF WS-QTD-PARC-ATRASO = ZEROS
004780         PERFORM 2250-REGULARIZAR-CONTRATO
004790             THRU 2250-REGULARIZAR-CONTRATO-EXIT
004800         GO TO 2000-PROCESSAR-LER
004810     END-IF
004820     ADD 1 TO WS-QTD-CONTRATOS-ATRASO
004830
004840     EVALUATE TRUE
004850         WHEN WS-MAIOR-ATRASO >= WS-DIAS-AVISO-3
004860             MOVE 3 TO WS-ESTAGIO-DEVIDO
004870         WHEN WS-MAIOR-ATRASO >= WS-DIAS-AVISO-2
004880             MOVE 2 TO WS-ESTAGIO-DEVIDO
004890         WHEN WS-MAIOR-ATRASO >= WS-DIAS-AVISO-1
004900             MOVE 1 TO WS-ESTAGIO-DEVIDO
004910         WHEN OTHER
004920             MOVE 0 TO WS-ESTAGIO-DEVIDO
004930     END-EVALUATE
004940
004950     IF ESTAGIO-SEM-AVISO
004960         GO TO 2000-PROCESSAR-LER
004970     END-IF
004980     MOVE "N" TO WS-REEMISSAO-SITUACAO
004990     IF WS-ESTAGIO-DEVIDO NOT > HCOB-ESTAGIO
005000         PERFORM 2260-VERIFICAR-REEMISSAO
005010             THRU 2260-VERIFICAR-REEMISSAO-EXIT
005020         IF NOT AVISO-REEMITIDO
005030             ADD 1 TO WS-QTD-JA-AVISADOS
005040             GO TO 2000-PROCESSAR-LER
005050         END-IF
005060         MOVE HCOB-ESTAGIO TO WS-ESTAGIO-DEVIDO
005070     END-IF
005080
005090     MOVE FINANC-CPF TO CPF-CADCLI
005100     READ CADCLI
005110         INVALID KEY
005120             ADD 1 TO WS-QTD-REJ-CLIENTE
005130             MOVE "RECUSADO - CLIENTE NAO CADASTRADO"
005140                 TO DET-SITUACAO
005150             PERFORM 2800-GRAVAR-DETALHE
005160                 THRU 2800-GRAVAR-DETALHE-EXIT
005170             DISPLAY "AVISO NAO EMITIDO - CLIENTE NAO "
005180                 "CADASTRADO - CPF: " FINANC-CPF
005190             GO TO 2000-PROCESSAR-LER
005200     END-READ
005210
005220     IF ESTAGIO-AVISO-FINAL
005230         PERFORM 2400-GERAR-BLOQUEIO
005240             THRU 2400-GERAR-BLOQUEIO-EXIT
005250         IF BLOQUEIO-COM-ERRO
005260             ADD 1 TO WS-QTD-ERROS-BLOQUEIO
005270             MOVE "RECUSADO - ERRO AO GRAVAR O BLOQUEIO"
005280                 TO DET-SITUACAO
005290             PERFORM 2800-GRAVAR-DETALHE
005300                 THRU 2800-GRAVAR-DETALHE-EXIT
005310             GO TO 2000-PROCESSAR-LER
005320         END-IF
005330     END-IF
005340
005350     PERFORM 2300-EMITIR-CARTA THRU 2300-EMITIR-CARTA-EXIT
005360     ADD WS-VALOR-ATRASO-CONTR TO WS-TOTAL-ATRASO-AVISADO
005370
005380     EVALUATE TRUE
005390         WHEN ESTAGIO-PRIMEIRO-AVISO
005400             ADD 1 TO WS-QTD-AVISO-1
005410             MOVE CTRL-DATA-MOVIMENTO TO HCOB-DATA-AVISO-1
005420             MOVE "PRIMEIRO AVISO EMITIDO" TO DET-SITUACAO
005430         WHEN ESTAGIO-SEGUNDO-AVISO
005440             ADD 1 TO WS-QTD-AVISO-2
005450             MOVE CTRL-DATA-MOVIMENTO TO HCOB-DATA-AVISO-2
005460             MOVE "SEGUNDO AVISO EMITIDO" TO DET-SITUACAO
005470         WHEN ESTAGIO-AVISO-FINAL
005480             ADD 1 TO WS-QTD-AVISO-3
005490             MOVE CTRL-DATA-MOVIMENTO TO HCOB-DATA-AVISO-3
005500     END-EVALUATE
005510
005520     IF AVISO-REEMITIDO
005530         ADD 1 TO WS-QTD-REEMITIDOS
005540     ELSE
005550         MOVE WS-ESTAGIO-DEVIDO TO HCOB-ESTAGIO
005560         MOVE WS-MAIOR-ATRASO   TO HCOB-DIAS-ATRASO
005570         PERFORM 2500-GRAVAR-HISTORICO
005580             THRU 2500-GRAVAR-HISTORICO-EXIT
005590     END-IF
005600     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
005610 2000-PROCESSAR-LER.
005620     PERFORM 2900-LER-FINANC THRU 2900-LER-FINANC-EXIT.
005630 2000-PROCESSAR-CONTRATO-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 2100-APURAR-ATRASO - PERCORRE AS PARCELAS DO CONTRATO CORRENTE *
005680*                    E APURA O MAIOR ATRASO, A QUANTIDADE E O    *
005690*                    VALOR DAS PARCELAS VENCIDAS EM ABERTO.      *
005700******************************************************************
005710 2100-APURAR-ATRASO.
005720     MOVE ZEROS TO WS-MAIOR-ATRASO
005730     MOVE ZEROS TO WS-QTD-PARC-ATRASO
005740     MOVE ZEROS TO WS-VALOR-ATRASO-CONTR
005750     PERFORM 2150-POSICIONAR-CONTRATO
005760         THRU 2150-POSICIONAR-CONTRATO-EXIT
005770     PERFORM 2120-APURAR-PARCELA THRU 2120-APURAR-PARCELA-EXIT
005780         UNTIL FIM-DO-CONTRATO.
005790 2100-APURAR-ATRASO-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 2120-APURAR-PARCELA - LE A PROXIMA PARCELA DO CONTRATO E, SE   *
005840*                    EM ABERTO E VENCIDA, ACUMULA NO ATRASO DO   *
005850*                    CONTRATO.                                   *
005860******************************************************************
005870 2120-APURAR-PARCELA.
005880     PERFORM 2160-LER-PARCELA-CONTRATO
005890         THRU 2160-LER-PARCELA-CONTRATO-EXIT
005900     IF FIM-DO-CONTRATO
005910         GO TO 2120-APURAR-PARCELA-EXIT
005920     END-IF
005930     PERFORM 2170-CALCULAR-ATRASO THRU 2170-CALCULAR-ATRASO-EXIT
005940     IF WS-DIAS-ATRASO = ZEROS
005950         GO TO 2120-APURAR-PARCELA-EXIT
005960     END-IF
005970
005980     ADD 1 TO WS-QTD-PARC-ATRASO
005990     ADD WS-VALOR-PARCELA TO WS-VALOR-ATRASO-CONTR
006000     IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
006010         MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
006020     END-IF.
006030 2120-APURAR-PARCELA-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 2150-POSICIONAR-CONTRATO - POSICIONA O CRONOGRAMA ANTES DA     *
006080*                    PRIMEIRA PARCELA DO CONTRATO CORRENTE.      *
006090******************************************************************
006100 2150-POSICIONAR-CONTRATO.
006110     MOVE "N"             TO WS-FIM-CONTRATO
006120     MOVE FINANC-CPF      TO PARC-CPF
006130     MOVE FINANC-CONTRATO TO PARC-CONTRATO
006140     MOVE ZEROS           TO PARC-NUMERO
006150     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
006160         INVALID KEY
006170             MOVE "S" TO WS-FIM-CONTRATO
006180     END-START.
006190 2150-POSICIONAR-CONTRATO-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230* 2160-LER-PARCELA-CONTRATO - LE A PROXIMA PARCELA DO            *
006240*                    CRONOGRAMA, SINALIZANDO O FIM DAS PARCELAS  *
006250*                    DO CONTRATO CORRENTE.                       *
006260******************************************************************
006270 2160-LER-PARCELA-CONTRATO.
006280     READ PARCFIN NEXT RECORD
006290         AT END
006300             MOVE "S" TO WS-FIM-CONTRATO
006310             GO TO 2160-LER-PARCELA-CONTRATO-EXIT
006320     END-READ
006330
006340     IF PARC-CPF NOT = FINANC-CPF
006350       OR PARC-CONTRATO NOT = FINANC-CONTRATO
006360         MOVE "S" TO WS-FIM-CONTRATO
006370     END-IF.
006380 2160-LER-PARCELA-CONTRATO-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 2170-CALCULAR-ATRASO - CALCULA OS DIAS DE ATRASO E O VALOR DA  *
006430*                    PARCELA CORRENTE (ZERO QUANDO A PARCELA JA  *
006440*                    FOI BAIXADA OU AINDA NAO VENCEU).           *
006450******************************************************************
006460 2170-CALCULAR-ATRASO.
006470     MOVE ZEROS TO WS-DIAS-ATRASO
006480     IF PARCELA-ABERTA
006490       AND PARC-VENCIMENTO < CTRL-DATA-MOVIMENTO
006500         COMPUTE WS-DIAS-VENCIMENTO =
006510             FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
006520         COMPUTE WS-DIAS-ATRASO =
006530             WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO
006540         COMPUTE WS-VALOR-PARCELA =
006550             PARC-PRINCIPAL + PARC-JUROS + PARC-IOF
006560     END-IF.
006570 2170-CALCULAR-ATRASO-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610* 2200-LER-HISTORICO - LE O HISTORICO DE COBRANCA DO CONTRATO    *
006620*                    CORRENTE, PREPARANDO UM REGISTRO ZERADO     *
006630*                    QUANDO O CONTRATO NUNCA FOI AVISADO.        *
006640******************************************************************
006650 2200-LER-HISTORICO.
006660     MOVE "S"             TO WS-HISTORICO-SITUACAO
006670     MOVE FINANC-CPF      TO HCOB-CPF
006680     MOVE FINANC-CONTRATO TO HCOB-CONTRATO
006690     READ HISCOB
006700         INVALID KEY
006710             MOVE "N"   TO WS-HISTORICO-SITUACAO
006720             MOVE ZEROS TO HCOB-ESTAGIO
006730             MOVE ZEROS TO HCOB-DATA-AVISO-1
006740             MOVE ZEROS TO HCOB-DATA-AVISO-2
006750             MOVE ZEROS TO HCOB-DATA-AVISO-3
006760             MOVE ZEROS TO HCOB-DATA-BLOQUEIO
006770             MOVE ZEROS TO HCOB-DIAS-ATRASO
006780             MOVE ZEROS TO HCOB-DATA-REGULARIZ
006790     END-READ.
006800 2200-LER-HISTORICO-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 2250-REGULARIZAR-CONTRATO - CONTRATO SEM PARCELA VENCIDA QUE   *
006850*                    JA RECEBEU AVISO VOLTA AO ESTAGIO ZERO, PARA*
006860*                    QUE UM NOVO ATRASO RECOMECE A REGUA. O      *
006870*                    CONTRATO JA REGULARIZADO NA PROPRIA DATA    *
006880*                    (RETOMADA) VOLTA AO RELATORIO SEM REGRAVAR. *
006890******************************************************************
006900 2250-REGULARIZAR-CONTRATO.
006910     IF NOT HISTORICO-EXISTENTE
006920         GO TO 2250-REGULARIZAR-CONTRATO-EXIT
006930     END-IF
006940     IF HCOB-ESTAGIO = ZEROS
006950       AND HCOB-DATA-REGULARIZ NOT = CTRL-DATA-MOVIMENTO
006960         GO TO 2250-REGULARIZAR-CONTRATO-EXIT
006970     END-IF
006980
006990     IF HCOB-ESTAGIO NOT = ZEROS
007000         MOVE ZEROS               TO HCOB-ESTAGIO
007010         MOVE ZEROS               TO HCOB-DIAS-ATRASO
007020         MOVE CTRL-DATA-MOVIMENTO TO HCOB-DATA-REGULARIZ
007030         PERFORM 2500-GRAVAR-HISTORICO
007040             THRU 2500-GRAVAR-HISTORICO-EXIT
007050     END-IF
007060     ADD 1 TO WS-QTD-REGULARIZADOS
007070
007080     MOVE "REGULARIZADO - REGUA REINICIADA" TO DET-SITUACAO
007090     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
007100 2250-REGULARIZAR-CONTRATO-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 2260-VERIFICAR-REEMISSAO - O ULTIMO AVISO DO HISTORICO FOI     *
007150*                    REGISTRADO NA PROPRIA DATA DO MOVIMENTO:    *
007160*                    EXECUCAO RETOMADA, A CARTA DEVE SAIR DE     *
007170*                    NOVO.                                       *
007180******************************************************************
007190 2260-VERIFICAR-REEMISSAO.
007200     EVALUATE TRUE
007210         WHEN HCOB-ESTAGIO = 1
007220           AND HCOB-DATA-AVISO-1 = CTRL-DATA-MOVIMENTO
007230             MOVE "S" TO WS-REEMISSAO-SITUACAO
007240         WHEN HCOB-ESTAGIO = 2
007250           AND HCOB-DATA-AVISO-2 = CTRL-DATA-MOVIMENTO
007260             MOVE "S" TO WS-REEMISSAO-SITUACAO
007270         WHEN HCOB-ESTAGIO = 3
007280           AND HCOB-DATA-AVISO-3 = CTRL-DATA-MOVIMENTO
007290             MOVE "S" TO WS-REEMISSAO-SITUACAO
007300         WHEN OTHER
007310             MOVE "N" TO WS-REEMISSAO-SITUACAO
007320     END-EVALUATE.
007330 2260-VERIFICAR-REEMISSAO-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 2300-EMITIR-CARTA - IMPRIME A CARTA DO ESTAGIO DEVIDO EM UMA   *
007380*                    NOVA PAGINA: REMETENTE, DESTINATARIO COM    *
007390*                    ENDERECO DO CADCLI, TEXTO DO AVISO E A      *
007400*                    RELACAO DAS PARCELAS VENCIDAS DO CONTRATO.  *
007410******************************************************************
007420 2300-EMITIR-CARTA.
007430     EVALUATE TRUE
007440         WHEN ESTAGIO-PRIMEIRO-AVISO
007450             MOVE "PRIMEIRO AVISO DE COBRANCA" TO WS-CARTA-TITULO
007460             MOVE "PREZADO(A) CLIENTE, NAO IDENTIFICAMOS O"
007470                 TO WS-CARTA-TEXTO-1
007480             MOVE "PAGAMENTO DAS PARCELAS ABAIXO, VENCIDAS HA"
007490                 TO WS-CARTA-TEXTO-2
007500             MOVE "MAIS DE 15 DIAS. CASO JA TENHA EFETUADO O"
007510                 TO WS-CARTA-TEXTO-3
007520             MOVE "PAGAMENTO, FAVOR DESCONSIDERAR ESTE AVISO."
007530                 TO WS-CARTA-TEXTO-4
007540         WHEN ESTAGIO-SEGUNDO-AVISO
007550             MOVE "SEGUNDO AVISO DE COBRANCA" TO WS-CARTA-TITULO
007560             MOVE "PREZADO(A) CLIENTE, AS PARCELAS ABAIXO"
007570                 TO WS-CARTA-TEXTO-1
007580             MOVE "CONTINUAM EM ABERTO HA MAIS DE 45 DIAS."
007590                 TO WS-CARTA-TEXTO-2
007600             MOVE "SOLICITAMOS A REGULARIZACAO IMEDIATA PARA"
007610                 TO WS-CARTA-TEXTO-3
007620             MOVE "EVITAR O BLOQUEIO DO SEU CADASTRO."
007630                 TO WS-CARTA-TEXTO-4
007640         WHEN OTHER
007650             MOVE "AVISO FINAL DE COBRANCA" TO WS-CARTA-TITULO
007660             MOVE "PREZADO(A) CLIENTE, AS PARCELAS ABAIXO ESTAO"
007670                 TO WS-CARTA-TEXTO-1
007680             MOVE "VENCIDAS HA MAIS DE 90 DIAS. SEU CADASTRO"
007690                 TO WS-CARTA-TEXTO-2
007700             MOVE "FOI BLOQUEADO PARA NOVAS OPERACOES ATE A"
007710                 TO WS-CARTA-TEXTO-3
007720             MOVE "QUITACAO DO DEBITO."
007730                 TO WS-CARTA-TEXTO-4
007740     END-EVALUATE
007750
007760     MOVE WS-DATA-EXECUCAO TO CART-DATA
007770     MOVE WS-CARTA-CABECALHO TO REG-CARTAS
007780     WRITE REG-CARTAS AFTER ADVANCING PAGE
007790     MOVE SPACES TO REG-CARTAS
007800     WRITE REG-CARTAS
007810     WRITE REG-CARTAS
007820
007830     MOVE NOME-CLIENTE-CADCLI TO REG-CARTAS
007840     WRITE REG-CARTAS
007850     MOVE ENDERECO-LOGRADOURO-CADCLI TO REG-CARTAS
007860     WRITE REG-CARTAS
007870     MOVE ENDERECO-CEP-CADCLI TO WS-CEP-NUM
007880     MOVE SPACES TO REG-CARTAS
007890     STRING WS-CEP-PREFIXO "-" WS-CEP-SUFIXO "  "
007900         ENDERECO-CIDADE-CADCLI DELIMITED BY SIZE
007910         " - " ENDERECO-UF-CADCLI DELIMITED BY SIZE
007920         INTO REG-CARTAS
007930     WRITE REG-CARTAS
007940     MOVE SPACES TO REG-CARTAS
007950     WRITE REG-CARTAS
007960
007970     MOVE FINANC-CONTRATO TO CART-CONTRATO
007980     MOVE FINANC-CPF      TO CART-CPF
007990     MOVE WS-CARTA-REFERENCIA TO REG-CARTAS
008000     WRITE REG-CARTAS
008010     MOVE SPACES TO REG-CARTAS
008020     WRITE REG-CARTAS
008030
008040     MOVE WS-CARTA-TITULO TO REG-CARTAS
008050     WRITE REG-CARTAS
008060     MOVE SPACES TO REG-CARTAS
008070     WRITE REG-CARTAS
008080     MOVE WS-CARTA-TEXTO-1 TO REG-CARTAS
008090     WRITE REG-CARTAS
008100     MOVE WS-CARTA-TEXTO-2 TO REG-CARTAS
008110     WRITE REG-CARTAS
008120     MOVE WS-CARTA-TEXTO-3 TO REG-CARTAS
008130     WRITE REG-CARTAS
008140     MOVE WS-CARTA-TEXTO-4 TO REG-CARTAS
008150     WRITE REG-CARTAS
008160     MOVE SPACES TO REG-CARTAS
008170     WRITE REG-CARTAS
008180
008190     MOVE WS-CARTA-COLUNAS TO REG-CARTAS
008200     WRITE REG-CARTAS
008210     PERFORM 2150-POSICIONAR-CONTRATO
008220         THRU 2150-POSICIONAR-CONTRATO-EXIT
008230     PERFORM 2320-LISTAR-PARCELA THRU 2320-LISTAR-PARCELA-EXIT
008240         UNTIL FIM-DO-CONTRATO
008250     MOVE WS-VALOR-ATRASO-CONTR TO CART-VALOR-TOTAL
008260     MOVE WS-CARTA-TOTAL TO REG-CARTAS
008270     WRITE REG-CARTAS
008280     MOVE SPACES TO REG-CARTAS
008290     WRITE REG-CARTAS
008300     WRITE REG-CARTAS
008310
008320     MOVE "ATENCIOSAMENTE," TO REG-CARTAS
008330     WRITE REG-CARTAS
008340     MOVE SPACES TO REG-CARTAS
008350     WRITE REG-CARTAS
008360     MOVE "DEPARTAMENTO DE COBRANCA" TO REG-CARTAS
008370     WRITE REG-CARTAS.
008380 2300-EMITIR-CARTA-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 2320-LISTAR-PARCELA - LE A PROXIMA PARCELA DO CONTRATO E, SE   *
008430*                    VENCIDA EM ABERTO, IMPRIME A SUA LINHA NA   *
008440*                    CARTA.                                      *
008450******************************************************************
008460 2320-LISTAR-PARCELA.
008470     PERFORM 2160-LER-PARCELA-CONTRATO
008480         THRU 2160-LER-PARCELA-CONTRATO-EXIT
008490     IF FIM-DO-CONTRATO
008500         GO TO 2320-LISTAR-PARCELA-EXIT
008510     END-IF
008520     PERFORM 2170-CALCULAR-ATRASO THRU 2170-CALCULAR-ATRASO-EXIT
008530     IF WS-DIAS-ATRASO = ZEROS
008540         GO TO 2320-LISTAR-PARCELA-EXIT
008550     END-IF
008560
008570     MOVE PARC-NUMERO      TO CARP-NUMERO
008580     MOVE PARC-VENCIMENTO  TO WS-DATA-NUM
008590     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
008600     MOVE WS-DATA-EDITADA  TO CARP-VENCIMENTO
008610     MOVE WS-DIAS-ATRASO   TO CARP-DIAS
008620     MOVE WS-VALOR-PARCELA TO CARP-VALOR
008630     MOVE WS-CARTA-PARCELA TO REG-CARTAS
008640     WRITE REG-CARTAS.
008650 2320-LISTAR-PARCELA-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690* 2400-GERAR-BLOQUEIO - GRAVA NO MOVCLI A TRANSACAO DE BLOQUEIO  *
008700*                    (TIPO B) DO CLIENTE DO AVISO FINAL, A MENOS *
008710*                    QUE ELE JA ESTEJA BLOQUEADO NO CADCLI OU JA *
008720*                    TENHA SIDO BLOQUEADO POR OUTRO CONTRATO     *
008730*                    NESTA EXECUCAO. NA REEMISSAO NAO GRAVA DE   *
008740*                    NOVO O BLOQUEIO JA REGISTRADO NA DATA. A    *
008750*                    FALHA NA GRAVACAO DEIXA O CONTRATO FORA DO  *
008760*                    AVISO FINAL.                                *
008770******************************************************************
008780 2400-GERAR-BLOQUEIO.
008790     MOVE "N" TO WS-BLOQUEIO-SITUACAO
008800     IF STATUS-CADCLI = "B"
008810         MOVE "AVISO FINAL - CLIENTE JA BLOQUEADO"
008820             TO DET-SITUACAO
008830         GO TO 2400-GERAR-BLOQUEIO-EXIT
008840     END-IF
008850     IF FINANC-CPF = WS-CPF-BLOQUEADO
008860         MOVE "AVISO FINAL - BLOQUEIO JA GERADO"
008870             TO DET-SITUACAO
008880         GO TO 2400-GERAR-BLOQUEIO-EXIT
008890     END-IF
008900     IF AVISO-REEMITIDO
008910         IF HCOB-DATA-BLOQUEIO = CTRL-DATA-MOVIMENTO
008920             GO TO 2400-REGISTRAR-BLOQUEIO
008930         END-IF
008940         MOVE "AVISO FINAL - BLOQUEIO JA GERADO"
008950             TO DET-SITUACAO
008960         GO TO 2400-GERAR-BLOQUEIO-EXIT
008970     END-IF
008980
008990     MOVE SPACES                     TO REG-MOVCLI
009000     MOVE "B"                        TO MOV-TIPO
009010     MOVE CPF-CADCLI                 TO MOV-CPF
009020     MOVE NOME-CLIENTE-CADCLI        TO MOV-NOME
009030     MOVE ENDERECO-LOGRADOURO-CADCLI TO MOV-LOGRADOURO
009040     MOVE ENDERECO-CIDADE-CADCLI     TO MOV-CIDADE
009050     MOVE ENDERECO-UF-CADCLI         TO MOV-UF
009060     MOVE ENDERECO-CEP-CADCLI        TO MOV-CEP
009070     MOVE TELEFONE-CADCLI            TO MOV-TELEFONE
009080     MOVE "B"                        TO MOV-STATUS
009090     WRITE REG-MOVCLI
009100     IF NOT MOVCLI-OK
009110         DISPLAY "ERRO AO GRAVAR MOVCLI - STATUS: "
009120             WS-MOVCLI-STATUS " CPF: " CPF-CADCLI
009130         MOVE "E" TO WS-BLOQUEIO-SITUACAO
009140         GO TO 2400-GERAR-BLOQUEIO-EXIT
009150     END-IF.
009160 2400-REGISTRAR-BLOQUEIO.
009170     MOVE FINANC-CPF          TO WS-CPF-BLOQUEADO
009180     MOVE CTRL-DATA-MOVIMENTO TO HCOB-DATA-BLOQUEIO
009190     ADD 1 TO WS-QTD-BLOQUEIOS
009200     MOVE "AVISO FINAL - BLOQUEIO GERADO NO MOVCLI"
009210         TO DET-SITUACAO.
009220 2400-GERAR-BLOQUEIO-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 2500-GRAVAR-HISTORICO - GRAVA OU REGRAVA O HISTORICO DE        *
009270*                    COBRANCA DO CONTRATO CORRENTE.              *
009280******************************************************************
009290 2500-GRAVAR-HISTORICO.
009300     IF HISTORICO-EXISTENTE
009310         REWRITE REG-HISCOB
009320             INVALID KEY
009330                 DISPLAY "ERRO AO REGRAVAR HISCOB - STATUS: "
009340                     WS-HISCOB-STATUS " CPF: " HCOB-CPF
009350         END-REWRITE
009360     ELSE
009370         WRITE REG-HISCOB
009380             INVALID KEY
009390                 DISPLAY "ERRO AO GRAVAR HISCOB - STATUS: "
009400                     WS-HISCOB-STATUS " CPF: " HCOB-CPF
009410         END-WRITE
009420     END-IF.
009430 2500-GRAVAR-HISTORICO-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470* 2800-GRAVAR-DETALHE - GRAVA A LINHA DO CONTRATO CORRENTE NO    *
009480*                    RELATORIO, QUEBRANDO A PAGINA QUANDO        *
009490*                    NECESSARIO.                                 *
009500******************************************************************
009510 2800-GRAVAR-DETALHE.
009520     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
009530         PERFORM 3000-IMPRIMIR-CABECALHO
009540             THRU 3000-IMPRIMIR-CABECALHO-EXIT
009550     END-IF
009560     MOVE FINANC-CPF            TO DET-CPF
009570     MOVE FINANC-CONTRATO       TO DET-CONTRATO
009580     MOVE WS-MAIOR-ATRASO       TO DET-DIAS
009590     MOVE WS-QTD-PARC-ATRASO    TO DET-PARCELAS
009600     MOVE WS-VALOR-ATRASO-CONTR TO DET-VALOR
009610     MOVE WS-LINHA-DETALHE      TO REG-RELCOB
009620     WRITE REG-RELCOB
009630     ADD 1 TO WS-LINHA-ATUAL.
009640 2800-GRAVAR-DETALHE-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680* 2850-EDITAR-DATA - EDITA A DATA AAAAMMDD DE WS-DATA-NUM NO     *
009690*                    FORMATO DD/MM/AAAA DA CARTA.                *
009700******************************************************************
009710 2850-EDITAR-DATA.
009720     MOVE WS-DATA-DD   TO WS-DATA-EDIT-DD
009730     MOVE WS-DATA-MM   TO WS-DATA-EDIT-MM
009740     MOVE WS-DATA-AAAA TO WS-DATA-EDIT-AAAA.
009750 2850-EDITAR-DATA-EXIT.
009760     EXIT.
009770
009780******************************************************************
009790* 2900-LER-FINANC - LE O PROXIMO CONTRATO DE FINANCIAMENTO,      *
009800*                   SINALIZANDO O FIM DO ARQUIVO.                *
009810******************************************************************
009820 2900-LER-FINANC.
009830     READ FINANC NEXT RECORD
009840         AT END
009850             MOVE "S" TO WS-FIM-FINANC
009860     END-READ.
009870 2900-LER-FINANC-EXIT.
009880     EXIT.
009890
009900******************************************************************
009910* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO RELATORIO, *
009920*                           EMITINDO TITULO, DATA DE EXECUCAO E  *
009930*                           CABECALHO DAS COLUNAS.               *
009940******************************************************************
009950 3000-IMPRIMIR-CABECALHO.
009960     ADD 1 TO WS-PAGINA-ATUAL
009970     MOVE WS-PAGINA-ATUAL  TO CAB1-PAGINA
009980     MOVE WS-DATA-EXECUCAO TO CAB2-DATA
009990
010000     MOVE WS-CABECALHO-1 TO REG-RELCOB
010010     WRITE REG-RELCOB
010020     MOVE WS-CABECALHO-2 TO REG-RELCOB
010030     WRITE REG-RELCOB
010040     MOVE WS-CABECALHO-3 TO REG-RELCOB
010050     WRITE REG-RELCOB
010060
010070     MOVE ZEROS TO WS-LINHA-ATUAL.
010080 3000-IMPRIMIR-CABECALHO-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120* 9000-FINALIZAR - EMITE OS TOTAIS DE CONTROLE, FECHA OS         *
010130*                  ARQUIVOS E REGISTRA O ENCERRAMENTO DA DATA.   *
010140******************************************************************
010150 9000-FINALIZAR.
010160     IF NOT INICIO-OK
010170         GO TO 9000-FINALIZAR-EXIT
010180     END-IF
010190
010200     MOVE SPACES TO REG-RELCOB
010210     WRITE REG-RELCOB
010220     MOVE "TOTAIS DE CONTROLE DA REGUA DE COBRANCA" TO REG-RELCOB
010230     WRITE REG-RELCOB
010240
010250     MOVE "CONTRATOS ATIVOS LIDOS:" TO WS-LINHA-TOTAL
010260     MOVE WS-QTD-CONTRATOS-LIDOS TO TOT-QUANTIDADE
010270     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010280     WRITE REG-RELCOB
010290
010300     MOVE "CONTRATOS COM PARCELA VENCIDA:" TO WS-LINHA-TOTAL
010310     MOVE WS-QTD-CONTRATOS-ATRASO TO TOT-QUANTIDADE
010320     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010330     WRITE REG-RELCOB
010340
010350     MOVE "PRIMEIROS AVISOS (15 DIAS):" TO WS-LINHA-TOTAL
010360     MOVE WS-QTD-AVISO-1 TO TOT-QUANTIDADE
010370     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010380     WRITE REG-RELCOB
010390
010400     MOVE "SEGUNDOS AVISOS (45 DIAS):" TO WS-LINHA-TOTAL
010410     MOVE WS-QTD-AVISO-2 TO TOT-QUANTIDADE
010420     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010430     WRITE REG-RELCOB
010440
010450     MOVE "AVISOS FINAIS (90 DIAS):" TO WS-LINHA-TOTAL
010460     MOVE WS-QTD-AVISO-3 TO TOT-QUANTIDADE
010470     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010480     WRITE REG-RELCOB
010490
010500     MOVE "ESTAGIO JA AVISADO:" TO WS-LINHA-TOTAL
010510     MOVE WS-QTD-JA-AVISADOS TO TOT-QUANTIDADE
010520     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010530     WRITE REG-RELCOB
010540
010550     MOVE "CONTRATOS REGULARIZADOS:" TO WS-LINHA-TOTAL
010560     MOVE WS-QTD-REGULARIZADOS TO TOT-QUANTIDADE
010570     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010580     WRITE REG-RELCOB
010590
010600     MOVE "BLOQUEIOS GERADOS NO MOVCLI:" TO WS-LINHA-TOTAL
010610     MOVE WS-QTD-BLOQUEIOS TO TOT-QUANTIDADE
010620     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010630     WRITE REG-RELCOB
010640
010650     MOVE "RECUSADOS - ERRO NO BLOQUEIO:" TO WS-LINHA-TOTAL
010660     MOVE WS-QTD-ERROS-BLOQUEIO TO TOT-QUANTIDADE
010670     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010680     WRITE REG-RELCOB
010690
010700     MOVE "AVISOS REEMITIDOS NA RETOMADA:" TO WS-LINHA-TOTAL
010710     MOVE WS-QTD-REEMITIDOS TO TOT-QUANTIDADE
010720     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010730     WRITE REG-RELCOB
010740
010750     MOVE "RECUSADOS - CLIENTE INEXIST.:" TO WS-LINHA-TOTAL
010760     MOVE WS-QTD-REJ-CLIENTE TO TOT-QUANTIDADE
010770     MOVE WS-LINHA-TOTAL TO REG-RELCOB
010780     WRITE REG-RELCOB
010790
010800     MOVE WS-TOTAL-ATRASO-AVISADO TO WS-VALOR-EDITADO
010810     MOVE SPACES TO REG-RELCOB
010820     STRING "VALOR VENCIDO AVISADO:      "
010830         WS-VALOR-EDITADO
010840         DELIMITED BY SIZE INTO REG-RELCOB
010850     WRITE REG-RELCOB
010860
010870     CLOSE CADCLI
010880     CLOSE FINANC
010890     CLOSE PARCFIN
010900     CLOSE HISCOB
010910     CLOSE MOVCLI
010920     CLOSE CARTAS
010930     CLOSE RELCOB
010940     IF CTRL-DATA-OK
010950         MOVE "R" TO CTRL-FUNCAO
010960         CALL "datactl" USING CTRLDATA-AREA
010970     END-IF
010980
010990     DISPLAY "REGUA DE COBRANCA ENCERRADA - AVISOS: "
011000         WS-QTD-AVISO-1 "/" WS-QTD-AVISO-2 "/" WS-QTD-AVISO-3
011010         " BLOQUEIOS: " WS-QTD-BLOQUEIOS.
011020 9000-FINALIZAR-EXIT.
011030     EXIT.
011040
011050 END PROGRAM programa19.

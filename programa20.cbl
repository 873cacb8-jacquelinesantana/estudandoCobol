000010******************************************************************
000020* PROGRAM-ID : PROGRAMA20
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DE FIM DE
000070*              MES: NO ULTIMO DIA UTIL DO MES (A PROXIMA DATA DO
000080*              CTRLDATA CAI EM OUTRO MES) CLASSIFICA CADA
000090*              CONTRATO ATIVO DO FINANC NOS NIVEIS DE RISCO AA A
000100*              H PELO MAIOR ATRASO DAS PARCELAS EM ABERTO DO
000110*              CRONOGRAMA (PARCFIN), APLICA O PERCENTUAL DE
000120*              PROVISAO DO NIVEL SOBRE O SALDO DEVEDOR (PRINCIPAL
000130*              DAS PARCELAS EM ABERTO) E GRAVA O HISTORICO DA
000140*              PROVISAO (HISPDD, CHAVE PERIODO + CPF + CONTRATO)
000150*              COM A CONSTITUICAO E A REVERSAO EM RELACAO AO MES
000160*              ANTERIOR. CONTRATOS PROVISIONADOS NO MES ANTERIOR
000170*              QUE SAIRAM DA CARTEIRA TEM A PROVISAO REVERTIDA.
000180*              EMITE O RELATORIO DA PDD (RELPDD) COM RESUMOS POR
000190*              NIVEL DE RISCO E POR UF E A INTERFACE CONTABIL DOS
000200*              LANCAMENTOS (INTFPDD) NO LAYOUT DO INTFCONT. NOS
000210*              DEMAIS DIAS SO REGISTRA O ENCERRAMENTO DA DATA.
000220* TECTONICS  : cobc
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-10-15 JH    PROGRAMA CRIADO - A CONTABILIDADE CALCULAVA A
000270*                  PDD NUMA PLANILHA A PARTIR DO RELATR.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. programa20.
000310 AUTHOR. JACQUELINE HERNANDES.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CADCLI ASSIGN TO "CADCLI"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CPF-CADCLI
000420         FILE STATUS IS WS-CADCLI-STATUS.
000430
000440     SELECT FINANC ASSIGN TO "FINANC"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS FINANC-CHAVE
000480         FILE STATUS IS WS-FINANC-STATUS.
000490
000500     SELECT PARCFIN ASSIGN TO "PARCFIN"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PARC-CHAVE
000540         FILE STATUS IS WS-PARCFIN-STATUS.
000550
000560     SELECT HISPDD ASSIGN TO "HISPDD"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HPDD-CHAVE
000600         FILE STATUS IS WS-HISPDD-STATUS.
000610
000620     SELECT INTFPDD ASSIGN TO "INTFPDD"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-INTFPDD-STATUS.
000650
000660     SELECT RELPDD ASSIGN TO "RELPDD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RELPDD-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*----------------------------------------------------------------*
000730*    CADCLI - CADASTRO MESTRE DE CLIENTES (INDEXADO POR CPF)     *
000740*----------------------------------------------------------------*
000750 FD  CADCLI
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CADCLI.
000780
000790*----------------------------------------------------------------*
000800*    FINANC - CONTRATOS DE FINANCIAMENTO (CPF + CONTRATO)        *
000810*----------------------------------------------------------------*
000820 FD  FINANC
000830     LABEL RECORDS ARE STANDARD.
000840     COPY FINANC.
000850
000860*----------------------------------------------------------------*
000870*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
000880*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
000890*----------------------------------------------------------------*
000900 FD  PARCFIN
000910     LABEL RECORDS ARE STANDARD.
000920     COPY PARCFIN.
000930
000940*----------------------------------------------------------------*
000950*    HISPDD - HISTORICO DA PROVISAO (PERIODO + CPF + CONTRATO)   *
000960*----------------------------------------------------------------*
000970 FD  HISPDD
000980     LABEL RECORDS ARE STANDARD.
000990     COPY HISPDD.
001000
001010*----------------------------------------------------------------*
001020*    INTFPDD - INTERFACE CONTABIL DA PDD DELIMITADA (H/D/T)      *
001030*----------------------------------------------------------------*
001040 FD  INTFPDD
001050     LABEL RECORDS ARE STANDARD.
001060 01  REG-INTFPDD                PIC X(120).
001070
001080*----------------------------------------------------------------*
001090*    RELPDD - RELATORIO DA PDD POR CONTRATO, NIVEL DE RISCO E UF *
001100*----------------------------------------------------------------*
001110 FD  RELPDD
001120     LABEL RECORDS ARE STANDARD.
001130 01  REG-RELPDD                 PIC X(110).
001140
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------*
001170*    CHAVES, SWITCHES E CONTADORES                               *
001180*----------------------------------------------------------------*
001190 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
001200     88  CADCLI-OK                        VALUE "00".
001210
001220 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
001230     88  FINANC-OK                        VALUE "00".
001240
001250 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
001260     88  PARCFIN-OK                       VALUE "00".
001270
001280 01  WS-HISPDD-STATUS           PIC X(02) VALUE SPACES.
001290     88  HISPDD-OK                        VALUE "00".
001300     88  HISPDD-NAO-EXISTE                VALUE "35".
001310
001320 01  WS-INTFPDD-STATUS          PIC X(02) VALUE SPACES.
001330     88  INTFPDD-OK                       VALUE "00".
001340
001350 01  WS-RELPDD-STATUS           PIC X(02) VALUE SPACES.
001360     88  RELPDD-OK                        VALUE "00".
001370
001380 01  WS-FIM-FINANC              PIC X(01) VALUE "N".
001390     88  FIM-DO-FINANC                    VALUE "S".
001400
001410 01  WS-FIM-CONTRATO            PIC X(01) VALUE "N".
001420     88  FIM-DO-CONTRATO                  VALUE "S".
001430
001440 01  WS-FIM-ANTERIOR            PIC X(01) VALUE "N".
001450     88  FIM-DO-ANTERIOR                  VALUE "S".
001460
001470 01  WS-HISTORICO-SITUACAO      PIC X(01) VALUE "N".
001480     88  HISTORICO-EXISTENTE              VALUE "S".
001490
001500 01  WS-MES-SITUACAO            PIC X(01) VALUE "N".
001510     88  ULTIMO-DIA-DO-MES                VALUE "S".
001520
001530*----------------------------------------------------------------*
001540*    PERIODO DA APURACAO E PERIODO ANTERIOR (AAAAMM)             *
001550*----------------------------------------------------------------*
001560 01  WS-PERIODO.
001570     05  WS-PERIODO-AAAA        PIC 9(04).
001580     05  WS-PERIODO-MM          PIC 9(02).
001590 01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(06).
001600
001610 01  WS-PERIODO-ANTERIOR.
001620     05  WS-PERIODO-ANT-AAAA    PIC 9(04).
001630     05  WS-PERIODO-ANT-MM      PIC 9(02).
001640 01  WS-PERIODO-ANT-NUM REDEFINES WS-PERIODO-ANTERIOR
001650                                PIC 9(06).
001660
001670 01  WS-DATA-PROXIMA-DESM.
001680     05  WS-PROX-AAAA           PIC 9(04).
001690     05  WS-PROX-MM             PIC 9(02).
001700     05  WS-PROX-DD             PIC 9(02).
001710
001720 01  WS-PERIODO-PROXIMO.
001730     05  WS-PERIODO-PROX-AAAA   PIC 9(04).
001740     05  WS-PERIODO-PROX-MM     PIC 9(02).
001750 01  WS-PERIODO-PROX-NUM REDEFINES WS-PERIODO-PROXIMO
001760                                PIC 9(06).
001770
001780*----------------------------------------------------------------*
001790*    NIVEIS DE RISCO: ATRASO MAXIMO (DIAS) E PERCENTUAL DE       *
001800*    PROVISAO SOBRE O SALDO DEVEDOR                              *
001810*----------------------------------------------------------------*
001820 01  WS-LISTA-RATINGS.
001830     05  FILLER                 PIC X(02) VALUE "AA".
001840     05  FILLER                 PIC 9(05) VALUE 0.
001850     05  FILLER                 PIC 9(03)V99 VALUE 0.
001860     05  FILLER                 PIC X(02) VALUE "A ".
001870     05  FILLER                 PIC 9(05) VALUE 14.
001880     05  FILLER                 PIC 9(03)V99 VALUE 0.50.
001890     05  FILLER                 PIC X(02) VALUE "B ".
001900     05  FILLER                 PIC 9(05) VALUE 30.
001910     05  FILLER                 PIC 9(03)V99 VALUE 1.00.
001920     05  FILLER                 PIC X(02) VALUE "C ".
001930     05  FILLER                 PIC 9(05) VALUE 60.
001940     05  FILLER                 PIC 9(03)V99 VALUE 3.00.
001950     05  FILLER                 PIC X(02) VALUE "D ".
001960     05  FILLER                 PIC 9(05) VALUE 90.
001970     05  FILLER                 PIC 9(03)V99 VALUE 10.00.
001980     05  FILLER                 PIC X(02) VALUE "E ".
001990     05  FILLER                 PIC 9(05) VALUE 120.
002000     05  FILLER                 PIC 9(03)V99 VALUE 30.00.
002010     05  FILLER                 PIC X(02) VALUE "F ".
002020     05  FILLER                 PIC 9(05) VALUE 150.
002030     05  FILLER                 PIC 9(03)V99 VALUE 50.00.
002040     05  FILLER                 PIC X(02) VALUE "G ".
002050     05  FILLER                 PIC 9(05) VALUE 180.
002060     05  FILLER                 PIC 9(03)V99 VALUE 70.00.
002070     05  FILLER                 PIC X(02) VALUE "H ".
002080     05  FILLER                 PIC 9(05) VALUE 99999.
002090     05  FILLER                 PIC 9(03)V99 VALUE 100.00.
002100 01  WS-TABELA-RATINGS REDEFINES WS-LISTA-RATINGS.
002110     05  WS-RATING-ITEM OCCURS 9 TIMES.
002120         10  WS-RATING-CODIGO   PIC X(02).
002130         10  WS-RATING-DIAS-MAX PIC 9(05).
002140         10  WS-RATING-PERCENT  PIC 9(03)V99.
002150
002160 77  WS-QTD-RATINGS             PIC 9(03) COMP VALUE 9.
002170 77  WS-IDX-RATING              PIC 9(03) COMP VALUE ZEROS.
002180 77  WS-IDX-RATING-ENCONTRADO   PIC 9(03) COMP VALUE ZEROS.
002190
002200*----------------------------------------------------------------*
002210*    TOTAIS POR NIVEL DE RISCO (MESMA ORDEM DA TABELA ACIMA)     *
002220*----------------------------------------------------------------*
002230 01  WS-TOTAIS-RATING.
002240     05  WS-TRAT-ITEM OCCURS 9 TIMES.
002250         10  WS-TRAT-QTD        PIC 9(07) COMP.
002260         10  WS-TRAT-SALDO      PIC 9(11)V99.
002270         10  WS-TRAT-PROVISAO   PIC 9(11)V99.
002280
002290*----------------------------------------------------------------*
002300*    TOTAIS POR UF                                               *
002310*----------------------------------------------------------------*
002320 01  WS-TABELA-UF.
002330     05  WS-UF-QTD              PIC 9(03) COMP VALUE ZEROS.
002340     05  WS-UF-ITEM OCCURS 30 TIMES.
002350         10  WS-UF-CODIGO       PIC X(02).
002360         10  WS-UF-QTD-CONTRATOS PIC 9(07) COMP.
002370         10  WS-UF-SALDO        PIC 9(11)V99.
002380         10  WS-UF-PROVISAO     PIC 9(11)V99.
002390
002400 77  WS-IDX-UF                  PIC 9(03) COMP VALUE ZEROS.
002410 77  WS-UF-MAXIMO               PIC 9(03) COMP VALUE 30.
002420 77  WS-UF-EXCED-QTD            PIC 9(07) COMP VALUE ZEROS.
002430 01  WS-UF-EXCED-SALDO          PIC 9(11)V99 VALUE ZEROS.
002440 01  WS-UF-EXCED-PROVISAO       PIC 9(11)V99 VALUE ZEROS.
002450 77  WS-IDX-UF-ENCONTRADO       PIC 9(03) COMP VALUE ZEROS.
002460
002470*----------------------------------------------------------------*
002480*    CONTAS CONTABEIS DOS LANCAMENTOS DA PDD                     *
002490*----------------------------------------------------------------*
002500 01  WS-CONTAS-CONTABEIS.
002510     05  WS-CONTA-DESPESA-PDD   PIC X(08) VALUE "81801001".
002520     05  WS-CONTA-PROVISAO-PDD  PIC X(08) VALUE "16901001".
002530     05  WS-CONTA-REVERSAO-PDD  PIC X(08) VALUE "71901001".
002540
002550*----------------------------------------------------------------*
002560*    APURACAO DO CONTRATO CORRENTE                               *
002570*----------------------------------------------------------------*
002580 01  WS-CONTRATO-ATUAL.
002590     05  WS-ATUAL-CPF           PIC 9(11) VALUE ZEROS.
002600     05  WS-ATUAL-CONTRATO      PIC 9(04) VALUE ZEROS.
002610
002620 77  WS-DIAS-MOVIMENTO          PIC 9(08) COMP VALUE ZEROS.
002630 77  WS-DIAS-VENCIMENTO         PIC 9(08) COMP VALUE ZEROS.
002640 77  WS-DIAS-ATRASO             PIC 9(05) COMP VALUE ZEROS.
002650 01  WS-MAIOR-ATRASO            PIC 9(05) VALUE ZEROS.
002660 01  WS-UF-CLIENTE              PIC X(02) VALUE SPACES.
002670 01  WS-RATING                  PIC X(02) VALUE SPACES.
002680 01  WS-PERCENTUAL              PIC 9(03)V99 VALUE ZEROS.
002690 01  WS-SALDO-DEVEDOR           PIC 9(09)V99 VALUE ZEROS.
002700 01  WS-PROVISAO                PIC 9(09)V99 VALUE ZEROS.
002710 01  WS-PROVISAO-ANTERIOR       PIC 9(09)V99 VALUE ZEROS.
002720 01  WS-CONSTITUICAO            PIC 9(09)V99 VALUE ZEROS.
002730 01  WS-REVERSAO                PIC 9(09)V99 VALUE ZEROS.
002740
002750 77  WS-QTD-CONTRATOS           PIC 9(07) COMP VALUE ZEROS.
002760 77  WS-QTD-ENCERRADOS          PIC 9(07) COMP VALUE ZEROS.
002770 77  WS-QTD-SEM-CADASTRO        PIC 9(07) COMP VALUE ZEROS.
002780 01  WS-TOTAL-SALDO             PIC 9(13)V99 VALUE ZEROS.
002790 01  WS-TOTAL-PROVISAO          PIC 9(13)V99 VALUE ZEROS.
002800 01  WS-TOTAL-ANTERIOR          PIC 9(13)V99 VALUE ZEROS.
002810 01  WS-TOTAL-CONSTITUICAO      PIC 9(13)V99 VALUE ZEROS.
002820 01  WS-TOTAL-REVERSAO          PIC 9(13)V99 VALUE ZEROS.
002830 01  WS-VALOR-EDITADO           PIC Z(12)9.99.
002840
002850*----------------------------------------------------------------*
002860*    TOTAIS E CAMPOS FORMATADOS DA INTERFACE CONTABIL            *
002870*----------------------------------------------------------------*
002880 77  WS-QTD-REGISTROS           PIC 9(07) VALUE ZEROS.
002890 01  WS-TOTAL-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
002900 01  WS-TOTAL-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
002910 01  WS-TOTAL-LIQUIDO           PIC S9(11)V99 VALUE ZEROS.
002920 01  WS-VALOR-LANCAMENTO        PIC 9(09)V99 VALUE ZEROS.
002930 01  WS-CONTA-DEBITO            PIC X(08) VALUE SPACES.
002940 01  WS-CONTA-CREDITO           PIC X(08) VALUE SPACES.
002950
002960 01  WS-VALOR-FORMATADO         PIC 9(09).99.
002970 01  WS-TOTAL-DEB-FORMATADO     PIC 9(11).99.
002980 01  WS-TOTAL-CRE-FORMATADO     PIC 9(11).99.
002990 01  WS-LIQUIDO-FORMATADO       PIC +9(11).99.
003000 01  WS-QTD-FORMATADA           PIC 9(07).
003010
003020 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
003030 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
003040 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
003050
003060 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
003070     88  INICIO-OK                        VALUE "S".
003080
003090     COPY DATACTL.
003100
003110 01  WS-DATA-EXECUCAO.
003120     05  WS-DATA-EXEC-DD        PIC 9(02).
003130     05  FILLER                 PIC X(01) VALUE "/".
003140     05  WS-DATA-EXEC-MM        PIC 9(02).
003150     05  FILLER                 PIC X(01) VALUE "/".
003160     05  WS-DATA-EXEC-AAAA      PIC 9(04).
003170
003180*----------------------------------------------------------------*
003190*    LINHAS DO RELATORIO                                         *
003200*----------------------------------------------------------------*
003210 01  WS-CABECALHO-1.
003220     05  FILLER                 PIC X(20) VALUE SPACES.
003230     05  FILLER                 PIC X(34)
003240         VALUE "PROVISAO PARA DEVEDORES DUVIDOSOS".
003250     05  FILLER                 PIC X(10) VALUE SPACES.
003260     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
003270     05  CAB1-PAGINA            PIC ZZZ9.
003280
003290 01  WS-CABECALHO-2.
003300     05  FILLER                 PIC X(20) VALUE SPACES.
003310     05  FILLER                 PIC X(16) VALUE "DATA EXECUCAO: ".
003320     05  CAB2-DATA              PIC X(10).
003330     05  FILLER                 PIC X(04) VALUE SPACES.
003340     05  FILLER                 PIC X(09) VALUE "PERIODO: ".
003350     05  CAB2-PERIODO-MM        PIC 9(02).
003360     05  FILLER                 PIC X(01) VALUE "/".
003370     05  CAB2-PERIODO-AAAA      PIC 9(04).
003380
003390 01  WS-CABECALHO-3.
003400     05  FILLER                 PIC X(12) VALUE "CPF".
003410     05  FILLER                 PIC X(06) VALUE "CONTR.".
003420     05  FILLER                 PIC X(04) VALUE "UF".
003430     05  FILLER                 PIC X(07) VALUE "ATRASO".
003440     05  FILLER                 PIC X(05) VALUE "RISCO".
003450     05  FILLER                 PIC X(13) VALUE "   SALDO DEV.".
003460     05  FILLER                 PIC X(07) VALUE "  PERC.".
003470     05  FILLER                 PIC X(13) VALUE "     PROVISAO".
003480     05  FILLER                 PIC X(13) VALUE "     ANTERIOR".
003490     05  FILLER                 PIC X(14) VALUE "   CONST./REV.".
003500
003510 01  WS-LINHA-DETALHE.
003520     05  DET-CPF                PIC 9(11).
003530     05  FILLER                 PIC X(01) VALUE SPACES.
003540     05  DET-CONTRATO           PIC 9(04).
003550     05  FILLER                 PIC X(02) VALUE SPACES.
003560     05  DET-UF                 PIC X(02).
003570     05  FILLER                 PIC X(02) VALUE SPACES.
003580     05  DET-DIAS               PIC ZZ,ZZ9.
003590     05  FILLER                 PIC X(02) VALUE SPACES.
003600     05  DET-RATING             PIC X(02).
003610     05  FILLER                 PIC X(02) VALUE SPACES.
003620     05  DET-SALDO              PIC Z(08)9.99.
003630     05  FILLER                 PIC X(01) VALUE SPACES.
003640     05  DET-PERCENTUAL         PIC ZZ9.99.
003650     05  FILLER                 PIC X(01) VALUE SPACES.
003660     05  DET-PROVISAO           PIC Z(08)9.99.
003670     05  FILLER                 PIC X(01) VALUE SPACES.
003680     05  DET-ANTERIOR           PIC Z(08)9.99.
003690     05  FILLER                 PIC X(01) VALUE SPACES.
003700     05  DET-MOVIMENTO          PIC -(09)9.99.
003710     05  FILLER                 PIC X(01) VALUE SPACES.
003720     05  DET-OBSERVACAO         PIC X(10).
003730
003740 01  WS-LINHA-RESUMO.
003750     05  RES-ROTULO             PIC X(20).
003760     05  FILLER                 PIC X(11) VALUE "CONTRATOS: ".
003770     05  RES-QUANTIDADE         PIC Z,ZZZ,ZZ9.
003780     05  FILLER                 PIC X(09) VALUE "  SALDO: ".
003790     05  RES-SALDO              PIC Z(10)9.99.
003800     05  FILLER                 PIC X(12) VALUE "  PROVISAO: ".
003810     05  RES-PROVISAO           PIC Z(10)9.99.
003820
003830 01  WS-LINHA-TOTAL.
003840     05  FILLER                 PIC X(30).
003850     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
003860
003870 PROCEDURE DIVISION.
003880******************************************************************
003890* 0000-MAINLINE - CONTROLA A APURACAO DA PDD SOBRE OS CONTRATOS  *
003900*                 ATIVOS E A REVERSAO DOS CONTRATOS QUE SAIRAM   *
003910*                 DA CARTEIRA.                                   *
003920******************************************************************
003930 0000-MAINLINE.
003940     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
003950     PERFORM 2000-PROCESSAR-CONTRATO
003960         THRU 2000-PROCESSAR-CONTRATO-EXIT
003970         UNTIL FIM-DO-FINANC
003980     IF INICIO-OK
003990         PERFORM 5000-REVERTER-ENCERRADOS
004000             THRU 5000-REVERTER-ENCERRADOS-EXIT
004010     END-IF
004020     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
004030     STOP RUN.
004040
004050******************************************************************
004060* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, MONTA O       *
004070*                    PERIODO E O PERIODO ANTERIOR, ENCERRA A     *
004080*                    DATA SEM APURAR QUANDO NAO E O ULTIMO DIA   *
004090*                    UTIL DO MES, ABRE OS ARQUIVOS, GRAVA O      *
004100*                    HEADER DA INTERFACE E LE O PRIMEIRO         *
004110*                    CONTRATO.                                   *
004120******************************************************************
004130 1000-INICIALIZAR.
004140     PERFORM 1050-OBTER-DATA-MOVIMENTO
004150         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
004160     IF FIM-DO-FINANC
004170         GO TO 1000-INICIALIZAR-EXIT
004180     END-IF
004190
004200     MOVE CTRL-DATA-MOV-DD   TO WS-DATA-EXEC-DD
004210     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
004220     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
004230     COMPUTE WS-DIAS-MOVIMENTO =
004240         FUNCTION INTEGER-OF-DATE(CTRL-DATA-MOVIMENTO)
004250
004260     PERFORM 1100-MONTAR-PERIODOS THRU 1100-MONTAR-PERIODOS-EXIT
004270     IF NOT ULTIMO-DIA-DO-MES
004280         DISPLAY "DATA " CTRL-DATA-MOVIMENTO " NAO E O ULTIMO "
004290             "DIA UTIL DO MES - PDD NAO APURADA"
004300         MOVE "S" TO WS-FIM-FINANC
004310         MOVE "R" TO CTRL-FUNCAO
004320         CALL "datactl" USING CTRLDATA-AREA
004330         GO TO 1000-INICIALIZAR-EXIT
004340     END-IF
004350
004360     OPEN INPUT CADCLI
004370     IF NOT CADCLI-OK
004380         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
004390             WS-CADCLI-STATUS
004400         MOVE "S" TO WS-FIM-FINANC
004410     END-IF
004420
004430     OPEN INPUT FINANC
004440     IF NOT FINANC-OK
004450         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
004460             WS-FINANC-STATUS
004470         MOVE "S" TO WS-FIM-FINANC
004480     END-IF
004490
004500     OPEN INPUT PARCFIN
004510     IF NOT PARCFIN-OK
004520         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
004530             WS-PARCFIN-STATUS
004540         MOVE "S" TO WS-FIM-FINANC
004550     END-IF
004560
004570     OPEN I-O HISPDD
004580     IF HISPDD-NAO-EXISTE
004590         OPEN OUTPUT HISPDD
004600         CLOSE HISPDD
004610         OPEN I-O HISPDD
004620     END-IF
004630     IF NOT HISPDD-OK
004640         DISPLAY "ERRO AO ABRIR HISPDD - STATUS: "
004650             WS-HISPDD-STATUS
004660         MOVE "S" TO WS-FIM-FINANC
004670     END-IF
004680
004690     OPEN OUTPUT INTFPDD
004700     IF NOT INTFPDD-OK
004710         DISPLAY "ERRO AO ABRIR INTFPDD - STATUS: "
004720             WS-INTFPDD-STATUS
004730         MOVE "S" TO WS-FIM-FINANC
004740     END-IF
004750
004760     OPEN OUTPUT RELPDD
004770     IF NOT RELPDD-OK
004780         DISPLAY "ERRO AO ABRIR RELPDD - STATUS: "
004790             WS-RELPDD-STATUS
004800         MOVE "S" TO WS-FIM-FINANC
004810     END-IF
004820
004830     IF NOT FIM-DO-FINANC
004840         MOVE "S" TO WS-INICIO-SITUACAO
004850         INITIALIZE WS-TOTAIS-RATING
004860         PERFORM 1200-GRAVAR-HEADER THRU 1200-GRAVAR-HEADER-EXIT
004870         PERFORM 3000-IMPRIMIR-CABECALHO
004880             THRU 3000-IMPRIMIR-CABECALHO-EXIT
004890         PERFORM 2900-LER-FINANC THRU 2900-LER-FINANC-EXIT
004900     END-IF.
004910 1000-INICIALIZAR-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
004960*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
004970*                    RECUSANDO A EXECUCAO QUANDO O PROGRAMA JA   *
004980*                    ENCERROU ESSA DATA OU O CONTROLE FALHA.     *
004990******************************************************************
005000 1050-OBTER-DATA-MOVIMENTO.
005010     MOVE "C"          TO CTRL-FUNCAO
005020     MOVE "PROGRAMA20" TO CTRL-PROGRAMA
005030     CALL "datactl" USING CTRLDATA-AREA
005040     IF CTRL-JA-EXECUTADO
005050         DISPLAY "DATA DE MOVIMENTO " CTRL-DATA-MOVIMENTO
005060             " JA ENCERRADA PELO PROGRAMA20 - EXECUCAO "
005070             "RECUSADA"
005080         MOVE "S" TO WS-FIM-FINANC
005090     END-IF
005100     IF CTRL-ERRO-CONTROLE
005110         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
005120             "EXECUCAO RECUSADA"
005130         MOVE "S" TO WS-FIM-FINANC
005140     END-IF.
005150 1050-OBTER-DATA-MOVIMENTO-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 1100-MONTAR-PERIODOS - MONTA O PERIODO DA APURACAO E O PERIODO *
005200*                    ANTERIOR E DESCOBRE SE E O ULTIMO DIA UTIL  *
005210*                    DO MES (A PROXIMA DATA DO CTRLDATA CAI EM   *
005220*                    OUTRO MES).                                 *
005230******************************************************************
005240 1100-MONTAR-PERIODOS.
005250     MOVE CTRL-DATA-MOV-AAAA TO WS-PERIODO-AAAA
005260     MOVE CTRL-DATA-MOV-MM   TO WS-PERIODO-MM
005270
005280     IF WS-PERIODO-MM = 1
005290         COMPUTE WS-PERIODO-ANT-AAAA = WS-PERIODO-AAAA - 1
005300         MOVE 12 TO WS-PERIODO-ANT-MM
005310     ELSE
005320         MOVE WS-PERIODO-AAAA TO WS-PERIODO-ANT-AAAA
005330         COMPUTE WS-PERIODO-ANT-MM = WS-PERIODO-MM - 1
005340     END-IF
005350
005360     MOVE CTRL-DATA-PROXIMA  TO WS-DATA-PROXIMA-DESM
005370     MOVE WS-PROX-AAAA       TO WS-PERIODO-PROX-AAAA
005380     MOVE WS-PROX-MM         TO WS-PERIODO-PROX-MM
005390     IF WS-PERIODO-PROX-NUM NOT = WS-PERIODO-NUM
005400         MOVE "S" TO WS-MES-SITUACAO
005410     END-IF.
005420 1100-MONTAR-PERIODOS-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 1200-GRAVAR-HEADER - GRAVA O REGISTRO DE HEADER DA INTERFACE,  *
005470*                    COM A DATA DO MOVIMENTO.                    *
005480******************************************************************
005490 1200-GRAVAR-HEADER.
005500     MOVE SPACES TO REG-INTFPDD
005510     STRING "H;" CTRL-DATA-MOVIMENTO ";INTFPDD"
005520         DELIMITED BY SIZE INTO REG-INTFPDD
005530     WRITE REG-INTFPDD.
005540 1200-GRAVAR-HEADER-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 2000-PROCESSAR-CONTRATO - CLASSIFICA O CONTRATO ATIVO CORRENTE *
005590*                    NO NIVEL DE RISCO, CALCULA A PROVISAO E A   *
005600*                    VARIACAO SOBRE O MES ANTERIOR, GRAVA O      *
005610*                    HISTORICO, OS LANCAMENTOS E A LINHA DO      *
005620*                    RELATORIO.                                  *
005630******************************************************************
005640 2000-PROCESSAR-CONTRATO.
005650     IF NOT CONTRATO-ATIVO
005660         GO TO 2000-PROCESSAR-LER
005670     END-IF
005680     ADD 1 TO WS-QTD-CONTRATOS
005690     MOVE FINANC-CPF      TO WS-ATUAL-CPF
005700     MOVE FINANC-CONTRATO TO WS-ATUAL-CONTRATO
005710
005720     PERFORM 2100-APURAR-CONTRATO THRU 2100-APURAR-CONTRATO-EXIT
005730     PERFORM 2200-IDENTIFICAR-CLIENTE
005740         THRU 2200-IDENTIFICAR-CLIENTE-EXIT
005750     PERFORM 2300-CLASSIFICAR-RISCO
005760         THRU 2300-CLASSIFICAR-RISCO-EXIT
005770
005780     COMPUTE WS-PROVISAO ROUNDED =
005790         WS-SALDO-DEVEDOR * WS-PERCENTUAL / 100
005800
005810     PERFORM 2400-LER-ANTERIOR THRU 2400-LER-ANTERIOR-EXIT
005820     PERFORM 2450-CALCULAR-VARIACAO
005830         THRU 2450-CALCULAR-VARIACAO-EXIT
005840     PERFORM 2500-GRAVAR-HISTORICO
005850         THRU 2500-GRAVAR-HISTORICO-EXIT
005860     PERFORM 2600-GRAVAR-LANCAMENTOS
005870         THRU 2600-GRAVAR-LANCAMENTOS-EXIT
005880     PERFORM 2700-ACUMULAR-TOTAIS THRU 2700-ACUMULAR-TOTAIS-EXIT
005890     MOVE SPACES TO DET-OBSERVACAO
005900     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
005910 2000-PROCESSAR-LER.
005920     PERFORM 2900-LER-FINANC THRU 2900-LER-FINANC-EXIT.
005930 2000-PROCESSAR-CONTRATO-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 2100-APURAR-CONTRATO - PERCORRE AS PARCELAS DO CONTRATO        *
005980*                    CORRENTE, APURANDO O MAIOR ATRASO E O SALDO *
005990*                    DEVEDOR (PRINCIPAL DAS PARCELAS EM ABERTO). *
006000******************************************************************
006010 2100-APURAR-CONTRATO.
006020     MOVE ZEROS TO WS-MAIOR-ATRASO
006030     MOVE ZEROS TO WS-SALDO-DEVEDOR
006040     PERFORM 2150-POSICIONAR-CONTRATO
006050         THRU 2150-POSICIONAR-CONTRATO-EXIT
006060     PERFORM 2120-APURAR-PARCELA THRU 2120-APURAR-PARCELA-EXIT
006070         UNTIL FIM-DO-CONTRATO.
006080 2100-APURAR-CONTRATO-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 2120-APURAR-PARCELA - LE A PROXIMA PARCELA DO CONTRATO E, SE   *
006130*                    EM ABERTO, SOMA O PRINCIPAL AO SALDO        *
006140*                    DEVEDOR E GUARDA O MAIOR ATRASO.            *
006150******************************************************************
006160 2120-APURAR-PARCELA.
006170     PERFORM 2160-LER-PARCELA-CONTRATO
006180         THRU 2160-LER-PARCELA-CONTRATO-EXIT
006190     IF FIM-DO-CONTRATO
006200         GO TO 2120-APURAR-PARCELA-EXIT
006210     END-IF
006220     IF NOT PARCELA-ABERTA
006230         GO TO 2120-APURAR-PARCELA-EXIT
006240     END-IF
006250
006260     ADD PARC-PRINCIPAL TO WS-SALDO-DEVEDOR
006270     IF PARC-VENCIMENTO < CTRL-DATA-MOVIMENTO
006280         COMPUTE WS-DIAS-VENCIMENTO =
006290             FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
006300         COMPUTE WS-DIAS-ATRASO =
006310             WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO
006320         IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
006330             MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
006340         END-IF
006350     END-IF.
006360 2120-APURAR-PARCELA-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 2150-POSICIONAR-CONTRATO - POSICIONA O CRONOGRAMA ANTES DA     *
006410*                    PRIMEIRA PARCELA DO CONTRATO CORRENTE.      *
006420******************************************************************
006430 2150-POSICIONAR-CONTRATO.
006440     MOVE "N"             TO WS-FIM-CONTRATO
006450     MOVE FINANC-CPF      TO PARC-CPF
006460     MOVE FINANC-CONTRATO TO PARC-CONTRATO
006470     MOVE ZEROS           TO PARC-NUMERO
006480     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
006490         INVALID KEY
006500             MOVE "S" TO WS-FIM-CONTRATO
006510     END-START.
006520 2150-POSICIONAR-CONTRATO-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560* 2160-LER-PARCELA-CONTRATO - LE A PROXIMA PARCELA DO            *
006570*                    CRONOGRAMA, SINALIZANDO O FIM DAS PARCELAS  *
006580*                    DO CONTRATO CORRENTE.                       *
006590******************************************************************
006600 2160-LER-PARCELA-CONTRATO.
006610     READ PARCFIN NEXT RECORD
006620         AT END
006630             MOVE "S" TO WS-FIM-CONTRATO
006640             GO TO 2160-LER-PARCELA-CONTRATO-EXIT
006650     END-READ
006660
006670     IF PARC-CPF NOT = FINANC-CPF
006680       OR PARC-CONTRATO NOT = FINANC-CONTRATO
006690         MOVE "S" TO WS-FIM-CONTRATO
006700     END-IF.
006710 2160-LER-PARCELA-CONTRATO-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750* 2200-IDENTIFICAR-CLIENTE - OBTEM A UF DO CLIENTE DO CONTRATO   *
006760*                    NO CADASTRO (UF "--" QUANDO O CPF NAO ESTA  *
006770*                    CADASTRADO).                                *
006780******************************************************************
006790 2200-IDENTIFICAR-CLIENTE.
006800     MOVE FINANC-CPF TO CPF-CADCLI
006810     READ CADCLI
006820         INVALID KEY
006830             MOVE "--" TO WS-UF-CLIENTE
006840             ADD 1 TO WS-QTD-SEM-CADASTRO
006850         NOT INVALID KEY
006860             MOVE ENDERECO-UF-CADCLI TO WS-UF-CLIENTE
006870     END-READ.
006880 2200-IDENTIFICAR-CLIENTE-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920* 2300-CLASSIFICAR-RISCO - PROCURA NA TABELA O PRIMEIRO NIVEL DE *
006930*                    RISCO CUJO ATRASO MAXIMO COBRE O MAIOR      *
006940*                    ATRASO DO CONTRATO.                         *
006950******************************************************************
006960 2300-CLASSIFICAR-RISCO.
006970     MOVE ZEROS TO WS-IDX-RATING-ENCONTRADO
006980     PERFORM 2320-PROCURAR-RATING THRU 2320-PROCURAR-RATING-EXIT
006990         VARYING WS-IDX-RATING FROM 1 BY 1
007000         UNTIL WS-IDX-RATING > WS-QTD-RATINGS
007010            OR WS-IDX-RATING-ENCONTRADO NOT = ZEROS
007020
007030     IF WS-IDX-RATING-ENCONTRADO = ZEROS
007040         MOVE WS-QTD-RATINGS TO WS-IDX-RATING-ENCONTRADO
007050     END-IF
007060     MOVE WS-RATING-CODIGO(WS-IDX-RATING-ENCONTRADO)
007070         TO WS-RATING
007080     MOVE WS-RATING-PERCENT(WS-IDX-RATING-ENCONTRADO)
007090         TO WS-PERCENTUAL.
007100 2300-CLASSIFICAR-RISCO-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 2320-PROCURAR-RATING - COMPARA O MAIOR ATRASO DO CONTRATO COM  *
007150*                    O ATRASO MAXIMO DE UM NIVEL DA TABELA.      *
007160******************************************************************
007170 2320-PROCURAR-RATING.
007180     IF WS-MAIOR-ATRASO <= WS-RATING-DIAS-MAX(WS-IDX-RATING)
007190         MOVE WS-IDX-RATING TO WS-IDX-RATING-ENCONTRADO
007200     END-IF.
007210 2320-PROCURAR-RATING-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 2400-LER-ANTERIOR - OBTEM A PROVISAO DO CONTRATO CORRENTE NO   *
007260*                    PERIODO ANTERIOR (ZERO QUANDO NAO HAVIA).   *
007270******************************************************************
007280 2400-LER-ANTERIOR.
007290     MOVE ZEROS              TO WS-PROVISAO-ANTERIOR
007300     MOVE WS-PERIODO-ANT-NUM TO HPDD-PERIODO
007310     MOVE WS-ATUAL-CPF       TO HPDD-CPF
007320     MOVE WS-ATUAL-CONTRATO  TO HPDD-CONTRATO
007330     READ HISPDD
007340         INVALID KEY
007350             CONTINUE
007360         NOT INVALID KEY
007370             MOVE HPDD-PROVISAO TO WS-PROVISAO-ANTERIOR
007380     END-READ.
007390 2400-LER-ANTERIOR-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430* 2450-CALCULAR-VARIACAO - SEPARA A VARIACAO DA PROVISAO SOBRE O *
007440*                    MES ANTERIOR EM CONSTITUICAO (AUMENTO) OU   *
007450*                    REVERSAO (REDUCAO).                         *
007460******************************************************************
007470 2450-CALCULAR-VARIACAO.
007480     MOVE ZEROS TO WS-CONSTITUICAO
007490     MOVE ZEROS TO WS-REVERSAO
007500     IF WS-PROVISAO > WS-PROVISAO-ANTERIOR
007510         COMPUTE WS-CONSTITUICAO =
007520             WS-PROVISAO - WS-PROVISAO-ANTERIOR
007530     ELSE
007540         COMPUTE WS-REVERSAO =
007550             WS-PROVISAO-ANTERIOR - WS-PROVISAO
007560     END-IF.
007570 2450-CALCULAR-VARIACAO-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 2500-GRAVAR-HISTORICO - GRAVA O HISTORICO DO CONTRATO CORRENTE *
007620*                    NO PERIODO, REGRAVANDO QUANDO UMA EXECUCAO  *
007630*                    INTERROMPIDA JA O TINHA GRAVADO.            *
007640******************************************************************
007650 2500-GRAVAR-HISTORICO.
007660     MOVE "S"               TO WS-HISTORICO-SITUACAO
007670     MOVE WS-PERIODO-NUM    TO HPDD-PERIODO
007680     MOVE WS-ATUAL-CPF      TO HPDD-CPF
007690     MOVE WS-ATUAL-CONTRATO TO HPDD-CONTRATO
007700     READ HISPDD
007710         INVALID KEY
007720             MOVE "N" TO WS-HISTORICO-SITUACAO
007730     END-READ
007740
007750     MOVE WS-UF-CLIENTE        TO HPDD-UF
007760     MOVE WS-MAIOR-ATRASO      TO HPDD-DIAS-ATRASO
007770     MOVE WS-RATING            TO HPDD-RATING
007780     MOVE WS-SALDO-DEVEDOR     TO HPDD-SALDO-DEVEDOR
007790     MOVE WS-PERCENTUAL        TO HPDD-PERCENTUAL
007800     MOVE WS-PROVISAO          TO HPDD-PROVISAO
007810     MOVE WS-PROVISAO-ANTERIOR TO HPDD-PROVISAO-ANTERIOR
007820     MOVE WS-CONSTITUICAO      TO HPDD-CONSTITUICAO
007830     MOVE WS-REVERSAO          TO HPDD-REVERSAO
007840     MOVE CTRL-DATA-MOVIMENTO  TO HPDD-DATA-APURACAO
007850
007860     IF HISTORICO-EXISTENTE
007870         REWRITE REG-HISPDD
007880             INVALID KEY
007890                 DISPLAY "ERRO AO REGRAVAR HISPDD - STATUS: "
007900                     WS-HISPDD-STATUS " CPF: " HPDD-CPF
007910         END-REWRITE
007920     ELSE
007930         WRITE REG-HISPDD
007940             INVALID KEY
007950                 DISPLAY "ERRO AO GRAVAR HISPDD - STATUS: "
007960                     WS-HISPDD-STATUS " CPF: " HPDD-CPF
007970         END-WRITE
007980     END-IF.
007990 2500-GRAVAR-HISTORICO-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030* 2600-GRAVAR-LANCAMENTOS - GRAVA NA INTERFACE O PAR DEBITO/     *
008040*                    CREDITO DA CONSTITUICAO (DESPESA CONTRA     *
008050*                    PROVISAO) OU DA REVERSAO (PROVISAO CONTRA   *
008060*                    RECEITA DE REVERSAO) DO CONTRATO CORRENTE.  *
008070******************************************************************
008080 2600-GRAVAR-LANCAMENTOS.
008090     IF WS-CONSTITUICAO > ZEROS
008100         MOVE WS-CONSTITUICAO       TO WS-VALOR-LANCAMENTO
008110         MOVE WS-CONTA-DESPESA-PDD  TO WS-CONTA-DEBITO
008120         MOVE WS-CONTA-PROVISAO-PDD TO WS-CONTA-CREDITO
008130         PERFORM 2650-GRAVAR-PAR THRU 2650-GRAVAR-PAR-EXIT
008140     END-IF
008150     IF WS-REVERSAO > ZEROS
008160         MOVE WS-REVERSAO           TO WS-VALOR-LANCAMENTO
008170         MOVE WS-CONTA-PROVISAO-PDD TO WS-CONTA-DEBITO
008180         MOVE WS-CONTA-REVERSAO-PDD TO WS-CONTA-CREDITO
008190         PERFORM 2650-GRAVAR-PAR THRU 2650-GRAVAR-PAR-EXIT
008200     END-IF.
008210 2600-GRAVAR-LANCAMENTOS-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250* 2650-GRAVAR-PAR - GRAVA OS REGISTROS DE DEBITO E DE CREDITO DO *
008260*                    VALOR DO LANCAMENTO CORRENTE.               *
008270******************************************************************
008280 2650-GRAVAR-PAR.
008290     MOVE WS-VALOR-LANCAMENTO TO WS-VALOR-FORMATADO
008300
008310     MOVE SPACES TO REG-INTFPDD
008320     STRING "D;" CTRL-DATA-MOVIMENTO ";" WS-ATUAL-CPF ";DB;"
008330         WS-CONTA-DEBITO ";" WS-VALOR-FORMATADO
008340         DELIMITED BY SIZE INTO REG-INTFPDD
008350     WRITE REG-INTFPDD
008360     ADD 1 TO WS-QTD-REGISTROS
008370     ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-DEBITOS
008380
008390     MOVE SPACES TO REG-INTFPDD
008400     STRING "D;" CTRL-DATA-MOVIMENTO ";" WS-ATUAL-CPF ";CR;"
008410         WS-CONTA-CREDITO ";" WS-VALOR-FORMATADO
008420         DELIMITED BY SIZE INTO REG-INTFPDD
008430     WRITE REG-INTFPDD
008440     ADD 1 TO WS-QTD-REGISTROS
008450     ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-CREDITOS.
008460 2650-GRAVAR-PAR-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 2700-ACUMULAR-TOTAIS - ACUMULA O CONTRATO CORRENTE NO NIVEL DE *
008510*                    RISCO, NA UF E NOS TOTAIS GERAIS. COM A     *
008520*                    TABELA DE UFS CHEIA, ACUMULA O CONTRATO NA  *
008530*                    LINHA DE UF EXCEDENTE DO RESUMO.            *
008540******************************************************************
008550 2700-ACUMULAR-TOTAIS.
008560     ADD 1 TO WS-TRAT-QTD(WS-IDX-RATING-ENCONTRADO)
008570     ADD WS-SALDO-DEVEDOR
008580         TO WS-TRAT-SALDO(WS-IDX-RATING-ENCONTRADO)
008590     ADD WS-PROVISAO
008600         TO WS-TRAT-PROVISAO(WS-IDX-RATING-ENCONTRADO)
008610
008620     ADD WS-SALDO-DEVEDOR     TO WS-TOTAL-SALDO
008630     ADD WS-PROVISAO          TO WS-TOTAL-PROVISAO
008640     ADD WS-PROVISAO-ANTERIOR TO WS-TOTAL-ANTERIOR
008650     ADD WS-CONSTITUICAO      TO WS-TOTAL-CONSTITUICAO
008660     ADD WS-REVERSAO          TO WS-TOTAL-REVERSAO
008670
008680     MOVE ZEROS TO WS-IDX-UF-ENCONTRADO
008690     PERFORM 2720-PROCURAR-UF THRU 2720-PROCURAR-UF-EXIT
008700         VARYING WS-IDX-UF FROM 1 BY 1
008710         UNTIL WS-IDX-UF > WS-UF-QTD
008720            OR WS-IDX-UF-ENCONTRADO NOT = ZEROS
008730
008740     IF WS-IDX-UF-ENCONTRADO = ZEROS
008750         IF WS-UF-QTD >= WS-UF-MAXIMO
008760             DISPLAY "TABELA DE UFS CHEIA - UF " WS-UF-CLIENTE
008770                 " DO CPF " WS-ATUAL-CPF " ACUMULADA EM "
008780                 "UF EXCEDENTE"
008790             ADD 1 TO WS-UF-EXCED-QTD
008800             ADD WS-SALDO-DEVEDOR TO WS-UF-EXCED-SALDO
008810             ADD WS-PROVISAO      TO WS-UF-EXCED-PROVISAO
008820             GO TO 2700-ACUMULAR-TOTAIS-EXIT
008830         END-IF
008840         ADD 1 TO WS-UF-QTD
008850         MOVE WS-UF-QTD     TO WS-IDX-UF-ENCONTRADO
008860         MOVE WS-UF-CLIENTE TO WS-UF-CODIGO(WS-UF-QTD)
008870         MOVE ZEROS         TO WS-UF-QTD-CONTRATOS(WS-UF-QTD)
008880         MOVE ZEROS         TO WS-UF-SALDO(WS-UF-QTD)
008890         MOVE ZEROS         TO WS-UF-PROVISAO(WS-UF-QTD)
008900     END-IF
008910
008920     ADD 1 TO WS-UF-QTD-CONTRATOS(WS-IDX-UF-ENCONTRADO)
008930     ADD WS-SALDO-DEVEDOR TO WS-UF-SALDO(WS-IDX-UF-ENCONTRADO)
008940     ADD WS-PROVISAO TO WS-UF-PROVISAO(WS-IDX-UF-ENCONTRADO).
008950 2700-ACUMULAR-TOTAIS-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990* 2720-PROCURAR-UF - COMPARA UMA LINHA DA TABELA DE UFS COM A UF *
009000*                    DO CLIENTE CORRENTE.                        *
009010******************************************************************
009020 2720-PROCURAR-UF.
009030     IF WS-UF-CODIGO(WS-IDX-UF) = WS-UF-CLIENTE
009040         MOVE WS-IDX-UF TO WS-IDX-UF-ENCONTRADO
009050     END-IF.
009060 2720-PROCURAR-UF-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100* 2800-GRAVAR-DETALHE - GRAVA A LINHA DO CONTRATO CORRENTE NO    *
009110*                    RELATORIO, QUEBRANDO A PAGINA QUANDO        *
009120*                    NECESSARIO. A VARIACAO SAI POSITIVA NA      *
009130*                    CONSTITUICAO E NEGATIVA NA REVERSAO.        *
009140******************************************************************
009150 2800-GRAVAR-DETALHE.
009160     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
009170         PERFORM 3000-IMPRIMIR-CABECALHO
009180             THRU 3000-IMPRIMIR-CABECALHO-EXIT
009190     END-IF
009200     MOVE WS-ATUAL-CPF         TO DET-CPF
009210     MOVE WS-ATUAL-CONTRATO    TO DET-CONTRATO
009220     MOVE WS-UF-CLIENTE        TO DET-UF
009230     MOVE WS-MAIOR-ATRASO      TO DET-DIAS
009240     MOVE WS-RATING            TO DET-RATING
009250     MOVE WS-SALDO-DEVEDOR     TO DET-SALDO
009260     MOVE WS-PERCENTUAL        TO DET-PERCENTUAL
009270     MOVE WS-PROVISAO          TO DET-PROVISAO
009280     MOVE WS-PROVISAO-ANTERIOR TO DET-ANTERIOR
009290     COMPUTE DET-MOVIMENTO = WS-CONSTITUICAO - WS-REVERSAO
009300     MOVE WS-LINHA-DETALHE     TO REG-RELPDD
009310     WRITE REG-RELPDD
009320     ADD 1 TO WS-LINHA-ATUAL.
009330 2800-GRAVAR-DETALHE-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370* 2900-LER-FINANC - LE O PROXIMO CONTRATO DE FINANCIAMENTO,      *
009380*                   SINALIZANDO O FIM DO ARQUIVO.                *
009390******************************************************************
009400 2900-LER-FINANC.
009410     READ FINANC NEXT RECORD
009420         AT END
009430             MOVE "S" TO WS-FIM-FINANC
009440     END-READ.
009450 2900-LER-FINANC-EXIT.
009460     EXIT.
009470
009480******************************************************************
009490* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO RELATORIO, *
009500*                           EMITINDO TITULO, DATA DE EXECUCAO,   *
009510*                           PERIODO E CABECALHO DAS COLUNAS.     *
009520******************************************************************
009530 3000-IMPRIMIR-CABECALHO.
009540     ADD 1 TO WS-PAGINA-ATUAL
009550     MOVE WS-PAGINA-ATUAL  TO CAB1-PAGINA
009560     MOVE WS-DATA-EXECUCAO TO CAB2-DATA
009570     MOVE WS-PERIODO-MM    TO CAB2-PERIODO-MM
009580     MOVE WS-PERIODO-AAAA  TO CAB2-PERIODO-AAAA
009590
009600     MOVE WS-CABECALHO-1 TO REG-RELPDD
009610     WRITE REG-RELPDD
009620     MOVE WS-CABECALHO-2 TO REG-RELPDD
009630     WRITE REG-RELPDD
009640     MOVE WS-CABECALHO-3 TO REG-RELPDD
009650     WRITE REG-RELPDD
009660
009670     MOVE ZEROS TO WS-LINHA-ATUAL.
009680 3000-IMPRIMIR-CABECALHO-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720* 5000-REVERTER-ENCERRADOS - PERCORRE O HISTORICO DO PERIODO     *
009730*                    ANTERIOR E REVERTE A PROVISAO DOS CONTRATOS *
009740*                    QUE NAO FORAM APURADOS NESTE PERIODO        *
009750*                    (QUITADOS OU LIQUIDADOS NO MES).            *
009760******************************************************************
009770 5000-REVERTER-ENCERRADOS.
009780     MOVE "N"                TO WS-FIM-ANTERIOR
009790     MOVE WS-PERIODO-ANT-NUM TO HPDD-PERIODO
009800     MOVE ZEROS              TO HPDD-CPF
009810     MOVE ZEROS              TO HPDD-CONTRATO
009820     START HISPDD KEY IS NOT LESS THAN HPDD-CHAVE
009830         INVALID KEY
009840             MOVE "S" TO WS-FIM-ANTERIOR
009850     END-START
009860     PERFORM 5100-REVERTER-CONTRATO
009870         THRU 5100-REVERTER-CONTRATO-EXIT
009880         UNTIL FIM-DO-ANTERIOR.
009890 5000-REVERTER-ENCERRADOS-EXIT.
009900     EXIT.
009910
009920******************************************************************
009930* 5100-REVERTER-CONTRATO - LE O PROXIMO HISTORICO DO PERIODO     *
009940*                    ANTERIOR E, QUANDO O CONTRATO TINHA         *
009950*                    PROVISAO E NAO FOI APURADO NESTE PERIODO,   *
009960*                    GRAVA O HISTORICO ZERADO COM A REVERSAO     *
009970*                    TOTAL, OS LANCAMENTOS E A LINHA DO          *
009980*                    RELATORIO. O CONTRATO APURADO NESTE PERIODO *
009990*                    (HISTORICO DO PERIODO COM RATING) NAO E     *
010000*                    REVERTIDO; O HISTORICO ZERADO DEIXADO POR   *
010010*                    UMA EXECUCAO INTERROMPIDA E REGRAVADO, PARA *
010020*                    QUE A INTERFACE E O RELATORIO RECRIADOS     *
010030*                    TRAGAM A REVERSAO. AO FINAL REPOSICIONA A   *
010040*                    LEITURA DO HISTORICO APOS O CONTRATO.       *
010050******************************************************************
010060 5100-REVERTER-CONTRATO.
010070     READ HISPDD NEXT RECORD
010080         AT END
010090             MOVE "S" TO WS-FIM-ANTERIOR
010100             GO TO 5100-REVERTER-CONTRATO-EXIT
010110     END-READ
010120     IF HPDD-PERIODO NOT = WS-PERIODO-ANT-NUM
010130         MOVE "S" TO WS-FIM-ANTERIOR
010140         GO TO 5100-REVERTER-CONTRATO-EXIT
010150     END-IF
010160     IF HPDD-PROVISAO = ZEROS
010170         GO TO 5100-REVERTER-CONTRATO-EXIT
010180     END-IF
010190
010200     MOVE HPDD-CPF      TO WS-ATUAL-CPF
010210     MOVE HPDD-CONTRATO TO WS-ATUAL-CONTRATO
010220     MOVE HPDD-UF       TO WS-UF-CLIENTE
010230     MOVE HPDD-PROVISAO TO WS-PROVISAO-ANTERIOR
010240
010250     MOVE WS-PERIODO-NUM TO HPDD-PERIODO
010260     READ HISPDD
010270         INVALID KEY
010280             CONTINUE
010290         NOT INVALID KEY
010300             IF HPDD-RATING NOT = SPACES
010310                 GO TO 5100-REVERTER-REPOSICIONAR
010320             END-IF
010330     END-READ
010340
010350     MOVE ZEROS  TO WS-MAIOR-ATRASO
010360     MOVE SPACES TO WS-RATING
010370     MOVE ZEROS  TO WS-SALDO-DEVEDOR
010380     MOVE ZEROS  TO WS-PERCENTUAL
010390     MOVE ZEROS  TO WS-PROVISAO
010400     MOVE ZEROS  TO WS-CONSTITUICAO
010410     MOVE WS-PROVISAO-ANTERIOR TO WS-REVERSAO
010420     PERFORM 2500-GRAVAR-HISTORICO
010430         THRU 2500-GRAVAR-HISTORICO-EXIT
010440     PERFORM 2600-GRAVAR-LANCAMENTOS
010450         THRU 2600-GRAVAR-LANCAMENTOS-EXIT
010460
010470     ADD 1 TO WS-QTD-ENCERRADOS
010480     ADD WS-PROVISAO-ANTERIOR TO WS-TOTAL-ANTERIOR
010490     ADD WS-REVERSAO          TO WS-TOTAL-REVERSAO
010500     MOVE "ENCERRADO" TO DET-OBSERVACAO
010510     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
010520 5100-REVERTER-REPOSICIONAR.
010530     MOVE WS-PERIODO-ANT-NUM TO HPDD-PERIODO
010540     MOVE WS-ATUAL-CPF       TO HPDD-CPF
010550     MOVE WS-ATUAL-CONTRATO  TO HPDD-CONTRATO
010560     START HISPDD KEY IS GREATER THAN HPDD-CHAVE
010570         INVALID KEY
010580             MOVE "S" TO WS-FIM-ANTERIOR
010590     END-START.
010600 5100-REVERTER-CONTRATO-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640* 8000-RESUMIR-RATINGS - EMITE O RESUMO DA CARTEIRA E DA         *
010650*                    PROVISAO POR NIVEL DE RISCO.                *
010660******************************************************************
010670 8000-RESUMIR-RATINGS.
010680     MOVE SPACES TO REG-RELPDD
010690     WRITE REG-RELPDD
010700     MOVE "RESUMO DA PROVISAO POR NIVEL DE RISCO" TO REG-RELPDD
010710     WRITE REG-RELPDD
010720     PERFORM 8100-GRAVAR-LINHA-RATING
010730         THRU 8100-GRAVAR-LINHA-RATING-EXIT
010740         VARYING WS-IDX-RATING FROM 1 BY 1
010750         UNTIL WS-IDX-RATING > WS-QTD-RATINGS.
010760 8000-RESUMIR-RATINGS-EXIT.
010770     EXIT.
010780
010790******************************************************************
010800* 8100-GRAVAR-LINHA-RATING - EMITE A LINHA DE UM NIVEL DE RISCO  *
010810*                    DO RESUMO, COM O PERCENTUAL, A QUANTIDADE   *
010820*                    DE CONTRATOS, O SALDO E A PROVISAO.         *
010830******************************************************************
010840 8100-GRAVAR-LINHA-RATING.
010850     MOVE WS-RATING-PERCENT(WS-IDX-RATING) TO DET-PERCENTUAL
010860     MOVE SPACES TO RES-ROTULO
010870     STRING "RISCO " WS-RATING-CODIGO(WS-IDX-RATING) " ("
010880         DET-PERCENTUAL "%)"
010890         DELIMITED BY SIZE INTO RES-ROTULO
010900     MOVE WS-TRAT-QTD(WS-IDX-RATING)      TO RES-QUANTIDADE
010910     MOVE WS-TRAT-SALDO(WS-IDX-RATING)    TO RES-SALDO
010920     MOVE WS-TRAT-PROVISAO(WS-IDX-RATING) TO RES-PROVISAO
010930     MOVE WS-LINHA-RESUMO TO REG-RELPDD
010940     WRITE REG-RELPDD.
010950 8100-GRAVAR-LINHA-RATING-EXIT.
010960     EXIT.
010970
010980******************************************************************
010990* 8500-RESUMIR-UFS - EMITE O RESUMO DA CARTEIRA E DA PROVISAO    *
011000*                    POR UF, COM A LINHA DE UF EXCEDENTE QUANDO  *
011010*                    A TABELA DE UFS ENCHEU.                     *
011020******************************************************************
011030 8500-RESUMIR-UFS.
011040     MOVE SPACES TO REG-RELPDD
011050     WRITE REG-RELPDD
011060     MOVE "RESUMO DA PROVISAO POR UF" TO REG-RELPDD
011070     WRITE REG-RELPDD
011080     PERFORM 8600-GRAVAR-LINHA-UF THRU 8600-GRAVAR-LINHA-UF-EXIT
011090         VARYING WS-IDX-UF FROM 1 BY 1
011100         UNTIL WS-IDX-UF > WS-UF-QTD
011110     IF WS-UF-EXCED-QTD > ZEROS
011120         MOVE "UF EXCEDENTE"       TO RES-ROTULO
011130         MOVE WS-UF-EXCED-QTD      TO RES-QUANTIDADE
011140         MOVE WS-UF-EXCED-SALDO    TO RES-SALDO
011150         MOVE WS-UF-EXCED-PROVISAO TO RES-PROVISAO
011160         MOVE WS-LINHA-RESUMO TO REG-RELPDD
011170         WRITE REG-RELPDD
011180     END-IF.
011190 8500-RESUMIR-UFS-EXIT.
011200     EXIT.
011210
011220******************************************************************
011230* 8600-GRAVAR-LINHA-UF - EMITE A LINHA DE UMA UF DO RESUMO, COM  *
011240*                    A QUANTIDADE DE CONTRATOS, O SALDO E A      *
011250*                    PROVISAO.                                   *
011260******************************************************************
011270 8600-GRAVAR-LINHA-UF.
011280     MOVE SPACES TO RES-ROTULO
011290     STRING "UF " WS-UF-CODIGO(WS-IDX-UF)
011300         DELIMITED BY SIZE INTO RES-ROTULO
011310     MOVE WS-UF-QTD-CONTRATOS(WS-IDX-UF) TO RES-QUANTIDADE
011320     MOVE WS-UF-SALDO(WS-IDX-UF)         TO RES-SALDO
011330     MOVE WS-UF-PROVISAO(WS-IDX-UF)      TO RES-PROVISAO
011340     MOVE WS-LINHA-RESUMO TO REG-RELPDD
011350     WRITE REG-RELPDD.
011360 8600-GRAVAR-LINHA-UF-EXIT.
011370     EXIT.
011380
011390******************************************************************
011400* 9000-FINALIZAR - EMITE OS RESUMOS POR NIVEL DE RISCO E POR UF  *
011410*                  E OS TOTAIS DE CONTROLE, GRAVA O TRAILER DA   *
011420*                  INTERFACE, FECHA OS ARQUIVOS E REGISTRA O     *
011430*                  ENCERRAMENTO DA DATA.                         *
011440******************************************************************
011450 9000-FINALIZAR.
011460     IF NOT INICIO-OK
011470         GO TO 9000-FINALIZAR-EXIT
011480     END-IF
011490
011500     PERFORM 8000-RESUMIR-RATINGS THRU 8000-RESUMIR-RATINGS-EXIT
011510     PERFORM 8500-RESUMIR-UFS THRU 8500-RESUMIR-UFS-EXIT
011520
011530     MOVE SPACES TO REG-RELPDD
011540     WRITE REG-RELPDD
011550     MOVE "TOTAIS DE CONTROLE DA PDD" TO REG-RELPDD
011560     WRITE REG-RELPDD
011570
011580     MOVE "CONTRATOS ATIVOS APURADOS:" TO WS-LINHA-TOTAL
011590     MOVE WS-QTD-CONTRATOS TO TOT-QUANTIDADE
011600     MOVE WS-LINHA-TOTAL TO REG-RELPDD
011610     WRITE REG-RELPDD
011620
011630     MOVE "ENCERRADOS COM REVERSAO:" TO WS-LINHA-TOTAL
011640     MOVE WS-QTD-ENCERRADOS TO TOT-QUANTIDADE
011650     MOVE WS-LINHA-TOTAL TO REG-RELPDD
011660     WRITE REG-RELPDD
011670
011680     MOVE "CONTRATOS SEM CADASTRO (UF --):" TO WS-LINHA-TOTAL
011690     MOVE WS-QTD-SEM-CADASTRO TO TOT-QUANTIDADE
011700     MOVE WS-LINHA-TOTAL TO REG-RELPDD
011710     WRITE REG-RELPDD
011720
011730     MOVE WS-TOTAL-SALDO TO WS-VALOR-EDITADO
011740     MOVE SPACES TO REG-RELPDD
011750     STRING "SALDO DEVEDOR DA CARTEIRA:  "
011760         WS-VALOR-EDITADO
011770         DELIMITED BY SIZE INTO REG-RELPDD
011780     WRITE REG-RELPDD
011790
011800     MOVE WS-TOTAL-PROVISAO TO WS-VALOR-EDITADO
011810     MOVE SPACES TO REG-RELPDD
011820     STRING "PROVISAO DO PERIODO:        "
011830         WS-VALOR-EDITADO
011840         DELIMITED BY SIZE INTO REG-RELPDD
011850     WRITE REG-RELPDD
011860
011870     MOVE WS-TOTAL-ANTERIOR TO WS-VALOR-EDITADO
011880     MOVE SPACES TO REG-RELPDD
011890     STRING "PROVISAO DO MES ANTERIOR:   "
011900         WS-VALOR-EDITADO
011910         DELIMITED BY SIZE INTO REG-RELPDD
011920     WRITE REG-RELPDD
011930
011940     MOVE WS-TOTAL-CONSTITUICAO TO WS-VALOR-EDITADO
011950     MOVE SPACES TO REG-RELPDD
011960     STRING "CONSTITUICAO NO PERIODO:    "
011970         WS-VALOR-EDITADO
011980         DELIMITED BY SIZE INTO REG-RELPDD
011990     WRITE REG-RELPDD
012000
012010     MOVE WS-TOTAL-REVERSAO TO WS-VALOR-EDITADO
012020     MOVE SPACES TO REG-RELPDD
012030     STRING "REVERSAO NO PERIODO:        "
012040         WS-VALOR-EDITADO
012050         DELIMITED BY SIZE INTO REG-RELPDD
012060     WRITE REG-RELPDD
012070
012080     COMPUTE WS-TOTAL-LIQUIDO =
012090         WS-TOTAL-DEBITOS - WS-TOTAL-CREDITOS
012100     MOVE WS-QTD-REGISTROS  TO WS-QTD-FORMATADA
012110     MOVE WS-TOTAL-DEBITOS  TO WS-TOTAL-DEB-FORMATADO
012120     MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-CRE-FORMATADO
012130     MOVE WS-TOTAL-LIQUIDO  TO WS-LIQUIDO-FORMATADO
012140
012150     MOVE SPACES TO REG-INTFPDD
012160     STRING "T;" WS-QTD-FORMATADA ";"
012170         WS-TOTAL-DEB-FORMATADO ";"
012180         WS-TOTAL-CRE-FORMATADO ";"
012190         WS-LIQUIDO-FORMATADO
012200         DELIMITED BY SIZE INTO REG-INTFPDD
012210     WRITE REG-INTFPDD
012220
012230     CLOSE CADCLI
012240     CLOSE FINANC
012250     CLOSE PARCFIN
012260     CLOSE HISPDD
012270     CLOSE INTFPDD
012280     CLOSE RELPDD
012290     IF CTRL-DATA-OK
012300         MOVE "R" TO CTRL-FUNCAO
012310         CALL "datactl" USING CTRLDATA-AREA
012320     END-IF
012330
012340     DISPLAY "PDD APURADA - PERIODO: " WS-PERIODO-NUM
012350         " CONTRATOS: " WS-QTD-CONTRATOS
012360         " ENCERRADOS: " WS-QTD-ENCERRADOS.
012370 9000-FINALIZAR-EXIT.
012380     EXIT.
012390
012400 END PROGRAM programa20.

000010******************************************************************
000020* PROGRAM-ID : PROGRAMA21
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : EXTRATO MENSAL DO CLIENTE: APOS CADA LOTE DE
000070*              TAXAS, DOBRA O RELIOF DO DIA NO ACUMULADOR MENSAL
000080*              DE IOF POR CONTRATO (IOFEXT, CHAVE PERIODO + CPF +
000090*              CONTRATO); NO ULTIMO DIA UTIL DO MES EMITE UM
000100*              EXTRATO PAGINADO POR CLIENTE (EXTRATO) COM O SALDO
000110*              ANTERIOR, CADA MOVIMENTO DO PERIODO COM O SALDO
000120*              APOS O MOVIMENTO (HISTORICO HISMOV) E O SALDO
000130*              FINAL, SEGUIDO DE CADA CONTRATO DO FINANC COM AS
000140*              PARCELAS PAGAS NO PERIODO, AS PARCELAS AINDA EM
000150*              ABERTO E O IOF COBRADO NO PERIODO, E O RELATORIO
000160*              DE CONTROLE DA EMISSAO (RELEXT).
000170* TECTONICS  : cobc
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JH    PROGRAMA CRIADO - O EXTRATO DO CLIENTE ERA
000220*                  MONTADO A MAO A PARTIR DO RELSLD, RELFIN,
000230*                  RELPARC E RELPAG DE DIAS DIFERENTES.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. programa21.
000270 AUTHOR. JACQUELINE HERNANDES.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RELIOF ASSIGN TO "RELIOF"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RELIOF-STATUS.
000370
000380     SELECT IOFEXT ASSIGN TO "IOFEXT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS IOFE-CHAVE
000420         FILE STATUS IS WS-IOFEXT-STATUS.
000430
000440     SELECT CADCLI ASSIGN TO "CADCLI"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CPF-CADCLI
000480         FILE STATUS IS WS-CADCLI-STATUS.
000490
000500     SELECT SLDCLI ASSIGN TO "SLDCLI"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SALDO-CPF
000540         FILE STATUS IS WS-SLDCLI-STATUS.
000550
000560     SELECT HISMOV ASSIGN TO "HISMOV"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HMOV-CHAVE
000600         FILE STATUS IS WS-HISMOV-STATUS.
000610
000620     SELECT FINANC ASSIGN TO "FINANC"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS FINANC-CHAVE
000660         FILE STATUS IS WS-FINANC-STATUS.
000670
000680     SELECT PARCFIN ASSIGN TO "PARCFIN"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PARC-CHAVE
000720         FILE STATUS IS WS-PARCFIN-STATUS.
000730
000740     SELECT EXTRATO ASSIGN TO "EXTRATO"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-EXTRATO-STATUS.
000770
000780     SELECT RELEXT ASSIGN TO "RELEXT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RELEXT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*----------------------------------------------------------------*
000850*    RELIOF - RELATORIO DO VALOR DE IOF POR CONTRATO, GERADO     *
000860*             PELO LOTE DE TAXAS (IOF COBRADO NO DIA)            *
000870*----------------------------------------------------------------*
000880 FD  RELIOF
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RELIOF.
000910
000920*----------------------------------------------------------------*
000930*    IOFEXT - ACUMULADOR MENSAL DE IOF POR PERIODO/CPF/CONTRATO  *
000940*----------------------------------------------------------------*
000950 FD  IOFEXT
000960     LABEL RECORDS ARE STANDARD.
000970     COPY IOFEXT.
000980
000990*----------------------------------------------------------------*
001000*    CADCLI - CADASTRO MESTRE DE CLIENTES (INDEXADO POR CPF)     *
001010*----------------------------------------------------------------*
001020 FD  CADCLI
001030     LABEL RECORDS ARE STANDARD.
001040     COPY CADCLI.
001050
001060*----------------------------------------------------------------*
001070*    SLDCLI - SALDO CORRENTE POR CLIENTE                         *
001080*----------------------------------------------------------------*
001090 FD  SLDCLI
001100     LABEL RECORDS ARE STANDARD.
001110     COPY SLDCLI.
001120
001130*----------------------------------------------------------------*
001140*    HISMOV - HISTORICO DE MOVIMENTOS DE SALDO POR CLIENTE       *
001150*----------------------------------------------------------------*
001160 FD  HISMOV
001170     LABEL RECORDS ARE STANDARD.
001180     COPY HISMOV.
001190
001200*----------------------------------------------------------------*
001210*    FINANC - CONTRATOS DE FINANCIAMENTO (CPF + CONTRATO)        *
001220*----------------------------------------------------------------*
001230 FD  FINANC
001240     LABEL RECORDS ARE STANDARD.
001250     COPY FINANC.
001260
001270*----------------------------------------------------------------*
001280*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
001290*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
001300*----------------------------------------------------------------*
001310 FD  PARCFIN
001320     LABEL RECORDS ARE STANDARD.
001330     COPY PARCFIN.
001340
001350*----------------------------------------------------------------*
001360*    EXTRATO - EXTRATOS MENSAIS PAGINADOS, UM POR CLIENTE        *
001370*----------------------------------------------------------------*
001380 FD  EXTRATO
001390     LABEL RECORDS ARE STANDARD.
001400 01  REG-EXTRATO                PIC X(110).
001410
001420*----------------------------------------------------------------*
001430*    RELEXT - RELATORIO DE CONTROLE DA EMISSAO DOS EXTRATOS      *
001440*----------------------------------------------------------------*
001450 FD  RELEXT
001460     LABEL RECORDS ARE STANDARD.
001470 01  REG-RELEXT                 PIC X(110).
001480
001490 WORKING-STORAGE SECTION.
001500*----------------------------------------------------------------*
001510*    CHAVES, SWITCHES E CONTADORES                               *
001520*----------------------------------------------------------------*
001530 01  WS-RELIOF-STATUS           PIC X(02) VALUE SPACES.
001540     88  RELIOF-OK                        VALUE "00".
001550
001560 01  WS-IOFEXT-STATUS           PIC X(02) VALUE SPACES.
001570     88  IOFEXT-OK                        VALUE "00".
001580     88  IOFEXT-NAO-EXISTE                VALUE "35".
001590
001600 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
001610     88  CADCLI-OK                        VALUE "00".
001620
001630 01  WS-SLDCLI-STATUS           PIC X(02) VALUE SPACES.
001640     88  SLDCLI-OK                        VALUE "00".
001650
001660 01  WS-HISMOV-STATUS           PIC X(02) VALUE SPACES.
001670     88  HISMOV-OK                        VALUE "00".
001680
001690 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
001700     88  FINANC-OK                        VALUE "00".
001710
001720 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
001730     88  PARCFIN-OK                       VALUE "00".
001740
001750 01  WS-EXTRATO-STATUS          PIC X(02) VALUE SPACES.
001760     88  EXTRATO-OK                       VALUE "00".
001770
001780 01  WS-RELEXT-STATUS           PIC X(02) VALUE SPACES.
001790     88  RELEXT-OK                        VALUE "00".
001800
001810 01  WS-FIM-RELIOF              PIC X(01) VALUE "N".
001820     88  FIM-DO-RELIOF                    VALUE "S".
001830
001840 01  WS-FIM-CADCLI              PIC X(01) VALUE "N".
001850     88  FIM-DO-CADCLI                    VALUE "S".
001860
001870 01  WS-FIM-MOVIMENTOS          PIC X(01) VALUE "N".
001880     88  FIM-DOS-MOVIMENTOS               VALUE "S".
001890
001900 01  WS-FIM-CONTRATOS           PIC X(01) VALUE "N".
001910     88  FIM-DOS-CONTRATOS                VALUE "S".
001920
001930 01  WS-FIM-CONTRATO            PIC X(01) VALUE "N".
001940     88  FIM-DO-CONTRATO                  VALUE "S".
001950
001960 01  WS-MES-SITUACAO            PIC X(01) VALUE "N".
001970     88  ULTIMO-DIA-DO-MES                VALUE "S".
001980
001990 01  WS-EXTRATO-SITUACAO        PIC X(01) VALUE "N".
002000     88  EXTRATO-ABERTO                   VALUE "S".
002010     88  EXTRATO-COM-ERRO                 VALUE "E".
002020
002030 01  WS-CONTRATO-SITUACAO       PIC X(01) VALUE "N".
002040     88  CONTRATO-NO-EXTRATO              VALUE "S".
002050
002060 01  WS-LISTAGEM-SITUACAO       PIC X(01) VALUE "P".
002070     88  LISTANDO-PAGAS                   VALUE "P".
002080     88  LISTANDO-ABERTAS                 VALUE "A".
002090
002100 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
002110     88  INICIO-OK                        VALUE "S".
002120
002130*----------------------------------------------------------------*
002140*    PERIODO DO EXTRATO (AAAAMM) E LIMITES DE DATA DO PERIODO    *
002150*----------------------------------------------------------------*
002160 01  WS-PERIODO.
002170     05  WS-PERIODO-AAAA        PIC 9(04).
002180     05  WS-PERIODO-MM          PIC 9(02).
002190 01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(06).
002200
002210 01  WS-DATA-PROXIMA-DESM.
002220     05  WS-PROX-AAAA           PIC 9(04).
002230     05  WS-PROX-MM             PIC 9(02).
002240     05  WS-PROX-DD             PIC 9(02).
002250
002260 01  WS-PERIODO-PROXIMO.
002270     05  WS-PERIODO-PROX-AAAA   PIC 9(04).
002280     05  WS-PERIODO-PROX-MM     PIC 9(02).
002290 01  WS-PERIODO-PROX-NUM REDEFINES WS-PERIODO-PROXIMO
002300                                PIC 9(06).
002310
002320 01  WS-INICIO-PERIODO.
002330     05  WS-INICIO-PER-AAAAMM   PIC 9(06).
002340     05  WS-INICIO-PER-DD       PIC 9(02) VALUE 01.
002350 01  WS-DATA-INICIO-PERIODO REDEFINES WS-INICIO-PERIODO
002360                                PIC 9(08).
002370
002380 01  WS-FIM-PERIODO.
002390     05  WS-FIM-PER-AAAAMM      PIC 9(06).
002400     05  WS-FIM-PER-DD          PIC 9(02) VALUE 31.
002410 01  WS-DATA-FIM-PERIODO REDEFINES WS-FIM-PERIODO
002420                                PIC 9(08).
002430
002440*----------------------------------------------------------------*
002450*    ACUMULACAO DO IOF DO DIA                                    *
002460*----------------------------------------------------------------*
002470 77  WS-QTD-LINHAS-LIDAS        PIC 9(07) COMP VALUE ZEROS.
002480 77  WS-QTD-LINHAS-ACUMULADAS   PIC 9(07) COMP VALUE ZEROS.
002490 77  WS-QTD-LINHAS-JA-ACUM      PIC 9(07) COMP VALUE ZEROS.
002500 01  WS-VALOR-IOF-LINHA         PIC 9(09)V99 VALUE ZEROS.
002510 01  WS-TOTAL-IOF-DIA           PIC 9(11)V99 VALUE ZEROS.
002520
002530*----------------------------------------------------------------*
002540*    APURACAO DO EXTRATO DO CLIENTE CORRENTE                     *
002550*----------------------------------------------------------------*
002560 01  WS-SALDO-ATUAL             PIC S9(11)V99 VALUE ZEROS.
002570 01  WS-SALDO-INICIAL           PIC S9(11)V99 VALUE ZEROS.
002580 01  WS-SALDO-FINAL             PIC S9(11)V99 VALUE ZEROS.
002590 01  WS-SALDO-CORRENTE          PIC S9(11)V99 VALUE ZEROS.
002600 01  WS-MOV-PERIODO             PIC S9(11)V99 VALUE ZEROS.
002610 01  WS-MOV-POSTERIORES         PIC S9(11)V99 VALUE ZEROS.
002620 77  WS-QTD-MOV-CLIENTE         PIC 9(05) COMP VALUE ZEROS.
002630 77  WS-QTD-CONTR-CLIENTE       PIC 9(05) COMP VALUE ZEROS.
002640 77  WS-QTD-PARC-LISTADAS       PIC 9(05) COMP VALUE ZEROS.
002650 01  WS-VALOR-PARCELA           PIC 9(09)V99 VALUE ZEROS.
002660 01  WS-TOTAL-PAGO-CONTRATO     PIC 9(11)V99 VALUE ZEROS.
002670 01  WS-TOTAL-ABERTO-CONTRATO   PIC 9(11)V99 VALUE ZEROS.
002680 01  WS-IOF-CONTRATO            PIC 9(11)V99 VALUE ZEROS.
002690
002700 77  WS-DIAS-MOVIMENTO          PIC 9(08) COMP VALUE ZEROS.
002710 77  WS-DIAS-VENCIMENTO         PIC 9(08) COMP VALUE ZEROS.
002720 77  WS-DIAS-ATRASO             PIC 9(05) COMP VALUE ZEROS.
002730
002740*----------------------------------------------------------------*
002750*    TOTAIS DE CONTROLE DA EMISSAO                               *
002760*----------------------------------------------------------------*
002770 77  WS-QTD-CLIENTES-LIDOS      PIC 9(07) COMP VALUE ZEROS.
002780 77  WS-QTD-EXTRATOS            PIC 9(07) COMP VALUE ZEROS.
002790 77  WS-QTD-SEM-EXTRATO         PIC 9(07) COMP VALUE ZEROS.
002800 77  WS-QTD-PAGINAS-EXTRATO     PIC 9(07) COMP VALUE ZEROS.
002810 77  WS-QTD-MOVIMENTOS          PIC 9(07) COMP VALUE ZEROS.
002820 77  WS-QTD-CONTRATOS           PIC 9(07) COMP VALUE ZEROS.
002830 01  WS-TOTAL-SALDO-INICIAL     PIC S9(13)V99 VALUE ZEROS.
002840 01  WS-TOTAL-MOV-PERIODO       PIC S9(13)V99 VALUE ZEROS.
002850 01  WS-TOTAL-SALDO-FINAL       PIC S9(13)V99 VALUE ZEROS.
002860 01  WS-TOTAL-IOF-PERIODO       PIC 9(13)V99 VALUE ZEROS.
002870 01  WS-VALOR-EDITADO           PIC -(12)9.99.
002880
002890 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
002900 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
002910 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
002920
002930 77  WS-PAGINA-EXTRATO          PIC 9(04) COMP VALUE ZEROS.
002940 77  WS-LINHA-EXTRATO           PIC 9(03) COMP VALUE ZEROS.
002950 77  WS-MAX-LINHAS-EXTRATO      PIC 9(03) COMP VALUE 50.
002960
002970     COPY DATACTL.
002980
002990 01  WS-DATA-EXECUCAO.
003000     05  WS-DATA-EXEC-DD        PIC 9(02).
003010     05  FILLER                 PIC X(01) VALUE "/".
003020     05  WS-DATA-EXEC-MM        PIC 9(02).
003030     05  FILLER                 PIC X(01) VALUE "/".
003040     05  WS-DATA-EXEC-AAAA      PIC 9(04).
003050
003060 01  WS-DATA-DESMEMBRADA.
003070     05  WS-DATA-AAAA           PIC 9(04).
003080     05  WS-DATA-MM             PIC 9(02).
003090     05  WS-DATA-DD             PIC 9(02).
003100 01  WS-DATA-NUM REDEFINES WS-DATA-DESMEMBRADA
003110                                PIC 9(08).
003120
003130 01  WS-DATA-EDITADA.
003140     05  WS-DATA-EDIT-DD        PIC 9(02).
003150     05  FILLER                 PIC X(01) VALUE "/".
003160     05  WS-DATA-EDIT-MM        PIC 9(02).
003170     05  FILLER                 PIC X(01) VALUE "/".
003180     05  WS-DATA-EDIT-AAAA      PIC 9(04).
003190
003200*----------------------------------------------------------------*
003210*    LINHAS DO EXTRATO                                           *
003220*----------------------------------------------------------------*
003230 01  WS-LINHA-EXTRATO-SAIDA     PIC X(110) VALUE SPACES.
003240
003250 01  WS-EXT-CABECALHO-1.
003260     05  FILLER                 PIC X(20) VALUE SPACES.
003270     05  FILLER                 PIC X(34)
003280         VALUE "EXTRATO MENSAL DO CLIENTE".
003290     05  FILLER                 PIC X(10) VALUE SPACES.
003300     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
003310     05  EXC1-PAGINA            PIC ZZZ9.
003320
003330 01  WS-EXT-CABECALHO-2.
003340     05  FILLER                 PIC X(09) VALUE "CLIENTE: ".
003350     05  EXC2-CPF               PIC 9(11).
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  EXC2-NOME              PIC X(35).
003380
003390 01  WS-EXT-CABECALHO-3.
003400     05  FILLER                 PIC X(09) VALUE "PERIODO: ".
003410     05  EXC3-PERIODO-MM        PIC 9(02).
003420     05  FILLER                 PIC X(01) VALUE "/".
003430     05  EXC3-PERIODO-AAAA      PIC 9(04).
003440     05  FILLER                 PIC X(06) VALUE SPACES.
003450     05  FILLER                 PIC X(09) VALUE "EMISSAO: ".
003460     05  EXC3-DATA              PIC X(10).
003470
003480 01  WS-EXT-TITULO-MOV.
003490     05  FILLER                 PIC X(12) VALUE "DATA".
003500     05  FILLER                 PIC X(08) VALUE "LOTE".
003510     05  FILLER                 PIC X(27) VALUE "HISTORICO".
003520     05  FILLER                 PIC X(17)
003530         VALUE "      VALOR  D/C".
003540     05  FILLER                 PIC X(14) VALUE "         SALDO".
003550
003560 01  WS-EXT-LINHA-MOV.
003570     05  EXM-DATA               PIC X(10).
003580     05  FILLER                 PIC X(02) VALUE SPACES.
003590     05  EXM-LOTE               PIC 9(06).
003600     05  FILLER                 PIC X(02) VALUE SPACES.
003610     05  EXM-HISTORICO          PIC X(25).
003620     05  FILLER                 PIC X(02) VALUE SPACES.
003630     05  EXM-VALOR              PIC Z(08)9.99.
003640     05  FILLER                 PIC X(02) VALUE SPACES.
003650     05  EXM-SINAL              PIC X(01).
003660     05  FILLER                 PIC X(02) VALUE SPACES.
003670     05  EXM-SALDO              PIC -(10)9.99.
003680
003690 01  WS-EXT-LINHA-SALDO.
003700     05  EXS-ROTULO             PIC X(64).
003710     05  EXS-SALDO              PIC -(10)9.99.
003720
003730 01  WS-EXT-LINHA-CONTRATO.
003740     05  FILLER                 PIC X(10) VALUE "CONTRATO: ".
003750     05  EXC-CONTRATO           PIC 9(04).
003760     05  FILLER                 PIC X(13) VALUE "  PRINCIPAL: ".
003770     05  EXC-PRINCIPAL          PIC Z(08)9.99.
003780     05  FILLER                 PIC X(08) VALUE "  TAXA: ".
003790     05  EXC-TAXA               PIC Z9.9999.
003800     05  FILLER                 PIC X(13) VALUE "% A.M.  SIT: ".
003810     05  EXC-SITUACAO           PIC X(20).
003820
003830 01  WS-EXT-TITULO-PAGAS.
003840     05  FILLER                 PIC X(04) VALUE SPACES.
003850     05  FILLER                 PIC X(08) VALUE "PARCELA".
003860     05  FILLER                 PIC X(12) VALUE "VENCIMENTO".
003870     05  FILLER                 PIC X(12) VALUE "PAGAMENTO".
003880     05  FILLER                 PIC X(12) VALUE "  VALOR PAGO".
003890     05  FILLER                 PIC X(02) VALUE SPACES.
003900     05  FILLER                 PIC X(10) VALUE "BAIXA".
003910
003920 01  WS-EXT-LINHA-PAGA.
003930     05  FILLER                 PIC X(04) VALUE SPACES.
003940     05  EXP-PARCELA            PIC ZZ9.
003950     05  FILLER                 PIC X(05) VALUE SPACES.
003960     05  EXP-VENCIMENTO         PIC X(10).
003970     05  FILLER                 PIC X(02) VALUE SPACES.
003980     05  EXP-PAGAMENTO          PIC X(10).
003990     05  FILLER                 PIC X(02) VALUE SPACES.
004000     05  EXP-VALOR              PIC Z(08)9.99.
004010     05  FILLER                 PIC X(02) VALUE SPACES.
004020     05  EXP-BAIXA              PIC X(10).
004030
004040 01  WS-EXT-TITULO-ABERTAS.
004050     05  FILLER                 PIC X(04) VALUE SPACES.
004060     05  FILLER                 PIC X(08) VALUE "PARCELA".
004070     05  FILLER                 PIC X(12) VALUE "VENCIMENTO".
004080     05  FILLER                 PIC X(12) VALUE "DIAS ATRASO".
004090     05  FILLER                 PIC X(12) VALUE "       VALOR".
004100     05  FILLER                 PIC X(02) VALUE SPACES.
004110     05  FILLER                 PIC X(10) VALUE "SITUACAO".
004120
004130 01  WS-EXT-LINHA-ABERTA.
004140     05  FILLER                 PIC X(04) VALUE SPACES.
004150     05  EXA-PARCELA            PIC ZZ9.
004160     05  FILLER                 PIC X(05) VALUE SPACES.
004170     05  EXA-VENCIMENTO         PIC X(10).
004180     05  FILLER                 PIC X(06) VALUE SPACES.
004190     05  EXA-DIAS               PIC ZZ,ZZZ.
004200     05  FILLER                 PIC X(02) VALUE SPACES.
004210     05  EXA-VALOR              PIC Z(08)9.99.
004220     05  FILLER                 PIC X(02) VALUE SPACES.
004230     05  EXA-SITUACAO           PIC X(10).
004240
004250 01  WS-EXT-LINHA-TOTAL.
004260     05  FILLER                 PIC X(04) VALUE SPACES.
004270     05  EXT-ROTULO             PIC X(32).
004280     05  EXT-VALOR              PIC Z(10)9.99.
004290
004300*----------------------------------------------------------------*
004310*    LINHAS DO RELATORIO DE CONTROLE                             *
004320*----------------------------------------------------------------*
004330 01  WS-CABECALHO-1.
004340     05  FILLER                 PIC X(20) VALUE SPACES.
004350     05  FILLER                 PIC X(34)
004360         VALUE "CONTROLE DE EMISSAO DOS EXTRATOS".
004370     05  FILLER                 PIC X(10) VALUE SPACES.
004380     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
004390     05  CAB1-PAGINA            PIC ZZZ9.
004400
004410 01  WS-CABECALHO-2.
004420     05  FILLER                 PIC X(20) VALUE SPACES.
004430     05  FILLER                 PIC X(16) VALUE "DATA EXECUCAO: ".
004440     05  CAB2-DATA              PIC X(10).
004450     05  FILLER                 PIC X(04) VALUE SPACES.
004460     05  FILLER                 PIC X(09) VALUE "PERIODO: ".
004470     05  CAB2-PERIODO-MM        PIC 9(02).
004480     05  FILLER                 PIC X(01) VALUE "/".
004490     05  CAB2-PERIODO-AAAA      PIC 9(04).
004500
004510 01  WS-CABECALHO-3.
004520     05  FILLER                 PIC X(13) VALUE "CPF".
004530     05  FILLER                 PIC X(32) VALUE "NOME DO CLIENTE".
004540     05  FILLER                 PIC X(05) VALUE "PAGS.".
004550     05  FILLER                 PIC X(15) VALUE "  SALDO ANTER.".
004560     05  FILLER                 PIC X(06) VALUE "  MOV.".
004570     05  FILLER                 PIC X(15) VALUE "    SALDO FINAL".
004580     05  FILLER                 PIC X(07) VALUE " CONTR.".
004590
004600 01  WS-LINHA-DETALHE.
004610     05  DET-CPF                PIC 9(11).
004620     05  FILLER                 PIC X(02) VALUE SPACES.
004630     05  DET-NOME               PIC X(30).
004640     05  FILLER                 PIC X(02) VALUE SPACES.
004650     05  DET-PAGINAS            PIC ZZZ9.
004660     05  FILLER                 PIC X(01) VALUE SPACES.
004670     05  DET-SALDO-INICIAL      PIC -(10)9.99.
004680     05  FILLER                 PIC X(02) VALUE SPACES.
004690     05  DET-MOVIMENTOS         PIC ZZZ9.
004700     05  FILLER                 PIC X(01) VALUE SPACES.
004710     05  DET-SALDO-FINAL        PIC -(10)9.99.
004720     05  FILLER                 PIC X(03) VALUE SPACES.
004730     05  DET-CONTRATOS          PIC ZZZ9.
004740
004750 01  WS-LINHA-TOTAL.
004760     05  FILLER                 PIC X(30).
004770     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
004780
004790 PROCEDURE DIVISION.
004800******************************************************************
004810* 0000-MAINLINE - ACUMULA O IOF DO DIA POR CONTRATO E, NO ULTIMO *
004820*                 DIA UTIL DO MES, EMITE OS EXTRATOS MENSAIS.    *
004830******************************************************************
004840 0000-MAINLINE.
004850     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
004860     PERFORM 2000-ACUMULAR-IOF THRU 2000-ACUMULAR-IOF-EXIT
004870         UNTIL FIM-DO-RELIOF
004880     IF INICIO-OK
004890         IF ULTIMO-DIA-DO-MES
004900             PERFORM 4000-ABRIR-EXTRATO
004910                 THRU 4000-ABRIR-EXTRATO-EXIT
004920             PERFORM 5000-EMITIR-EXTRATO
004930                 THRU 5000-EMITIR-EXTRATO-EXIT
004940                 UNTIL FIM-DO-CADCLI
004950         END-IF
004960     END-IF
004970     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
004980     STOP RUN.
004990
005000******************************************************************
005010* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, MONTA O       *
005020*                    PERIODO E SEUS LIMITES, DESCOBRE SE E O     *
005030*                    ULTIMO DIA UTIL DO MES (A PROXIMA DATA DO   *
005040*                    CTRLDATA CAI EM OUTRO MES), ABRE O RELIOF E *
005050*                    O ACUMULADOR E LE A PRIMEIRA LINHA.         *
005060******************************************************************
005070 1000-INICIALIZAR.
005080     MOVE "S" TO WS-FIM-CADCLI
005090     PERFORM 1050-OBTER-DATA-MOVIMENTO
005100         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
005110     IF FIM-DO-RELIOF
005120         GO TO 1000-INICIALIZAR-EXIT
005130     END-IF
005140
005150     MOVE CTRL-DATA-MOV-DD   TO WS-DATA-EXEC-DD
005160     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
005170     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
005180     COMPUTE WS-DIAS-MOVIMENTO =
005190         FUNCTION INTEGER-OF-DATE(CTRL-DATA-MOVIMENTO)
005200
005210     MOVE CTRL-DATA-MOV-AAAA TO WS-PERIODO-AAAA
005220     MOVE CTRL-DATA-MOV-MM   TO WS-PERIODO-MM
005230     MOVE WS-PERIODO-NUM     TO WS-INICIO-PER-AAAAMM
005240     MOVE WS-PERIODO-NUM     TO WS-FIM-PER-AAAAMM
005250
005260     MOVE CTRL-DATA-PROXIMA  TO WS-DATA-PROXIMA-DESM
005270     MOVE WS-PROX-AAAA       TO WS-PERIODO-PROX-AAAA
005280     MOVE WS-PROX-MM         TO WS-PERIODO-PROX-MM
005290     IF WS-PERIODO-PROX-NUM NOT = WS-PERIODO-NUM
005300         MOVE "S" TO WS-MES-SITUACAO
005310     END-IF
005320
005330     OPEN INPUT RELIOF
005340     IF NOT RELIOF-OK
005350         DISPLAY "ERRO AO ABRIR RELIOF - STATUS: "
005360             WS-RELIOF-STATUS
005370         MOVE "S" TO WS-FIM-RELIOF
005380     END-IF
005390
005400     OPEN I-O IOFEXT
005410     IF IOFEXT-NAO-EXISTE
005420         OPEN OUTPUT IOFEXT
005430         CLOSE IOFEXT
005440         OPEN I-O IOFEXT
005450     END-IF
005460     IF NOT IOFEXT-OK
005470         DISPLAY "ERRO AO ABRIR IOFEXT - STATUS: "
005480             WS-IOFEXT-STATUS
005490         MOVE "S" TO WS-FIM-RELIOF
005500     END-IF
005510
005520     IF NOT FIM-DO-RELIOF
005530         MOVE "S" TO WS-INICIO-SITUACAO
005540         PERFORM 2900-LER-RELIOF THRU 2900-LER-RELIOF-EXIT
005550     END-IF.
005560 1000-INICIALIZAR-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
005610*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
005620*                    RECUSANDO A EXECUCAO QUANDO O PROGRAMA JA   *
005630*                    ENCERROU ESSA DATA OU O CONTROLE FALHA.     *
005640******************************************************************
005650 1050-OBTER-DATA-MOVIMENTO.
005660     MOVE "C"          TO CTRL-FUNCAO
005670     MOVE "PROGRAMA21" TO CTRL-PROGRAMA
005680     CALL "datactl" USING CTRLDATA-AREA
005690     IF CTRL-JA-EXECUTADO
005700         DISPLAY "DATA DE MOVIMENTO " CTRL-DATA-MOVIMENTO
005710             " JA ENCERRADA PELO PROGRAMA21 - EXECUCAO "
005720             "RECUSADA"
005730         MOVE "S" TO WS-FIM-RELIOF
005740     END-IF
005750     IF CTRL-ERRO-CONTROLE
005760         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
005770             "EXECUCAO RECUSADA"
005780         MOVE "S" TO WS-FIM-RELIOF
005790     END-IF.
005800 1050-OBTER-DATA-MOVIMENTO-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 2000-ACUMULAR-IOF - SOMA A LINHA CORRENTE DO RELIOF NA CELULA  *
005850*                    PERIODO/CPF/CONTRATO DO IOFEXT, CRIANDO A   *
005860*                    CELULA QUANDO AINDA NAO EXISTE, E LE A      *
005870*                    PROXIMA LINHA. CABECALHOS E TOTAIS DO       *
005880*                    RELIOF SAO IGNORADOS, E UMA CELULA JA       *
005890*                    ACUMULADA NA DATA NAO E SOMADA DE NOVO      *
005900*                    (REEXECUCAO APOS INTERRUPCAO). A LINHA SO   *
005910*                    ENTRA NOS TOTAIS DO DIA QUANDO A GRAVACAO   *
005920*                    DA CELULA TEM SUCESSO.                      *
005930******************************************************************
005940 2000-ACUMULAR-IOF.
005950     IF RELIOF-CPF IS NOT NUMERIC
005960         GO TO 2000-ACUMULAR-LER
005970     END-IF
005980
005990     ADD 1 TO WS-QTD-LINHAS-LIDAS
006000     MOVE RELIOF-VALOR-IOF TO WS-VALOR-IOF-LINHA
006010
006020     MOVE WS-PERIODO-NUM  TO IOFE-PERIODO
006030     MOVE RELIOF-CPF      TO IOFE-CPF
006040     MOVE RELIOF-CONTRATO TO IOFE-CONTRATO
006050     READ IOFEXT
006060         INVALID KEY
006070             MOVE WS-PERIODO-NUM      TO IOFE-PERIODO
006080             MOVE RELIOF-CPF          TO IOFE-CPF
006090             MOVE RELIOF-CONTRATO     TO IOFE-CONTRATO
006100             MOVE 1                   TO IOFE-QTD-LINHAS
006110             MOVE WS-VALOR-IOF-LINHA  TO IOFE-VALOR-IOF
006120             MOVE CTRL-DATA-MOVIMENTO TO IOFE-DATA-ULT-ACUM
006130             WRITE REG-IOFEXT
006140                 INVALID KEY
006150                     DISPLAY "ERRO AO GRAVAR IOFEXT - STATUS: "
006160                         WS-IOFEXT-STATUS " CPF: " IOFE-CPF
006170                     GO TO 2000-ACUMULAR-LER
006180             END-WRITE
006190         NOT INVALID KEY
006200             IF IOFE-DATA-ULT-ACUM = CTRL-DATA-MOVIMENTO
006210                 ADD 1 TO WS-QTD-LINHAS-JA-ACUM
006220                 GO TO 2000-ACUMULAR-LER
006230             END-IF
006240             ADD 1                    TO IOFE-QTD-LINHAS
006250             ADD WS-VALOR-IOF-LINHA   TO IOFE-VALOR-IOF
006260             MOVE CTRL-DATA-MOVIMENTO TO IOFE-DATA-ULT-ACUM
006270             REWRITE REG-IOFEXT
006280                 INVALID KEY
006290                     DISPLAY "ERRO AO REGRAVAR IOFEXT - STATUS: "
006300                         WS-IOFEXT-STATUS " CPF: " IOFE-CPF
006310                     GO TO 2000-ACUMULAR-LER
006320             END-REWRITE
006330     END-READ
006340
006350     ADD 1 TO WS-QTD-LINHAS-ACUMULADAS
006360     ADD WS-VALOR-IOF-LINHA TO WS-TOTAL-IOF-DIA.
006370 2000-ACUMULAR-LER.
006380     PERFORM 2900-LER-RELIOF THRU 2900-LER-RELIOF-EXIT.
006390 2000-ACUMULAR-IOF-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 2850-EDITAR-DATA - EDITA A DATA DESMEMBRADA NO FORMATO         *
006440*                    DD/MM/AAAA.                                 *
006450******************************************************************
006460 2850-EDITAR-DATA.
006470     MOVE WS-DATA-DD   TO WS-DATA-EDIT-DD
006480     MOVE WS-DATA-MM   TO WS-DATA-EDIT-MM
006490     MOVE WS-DATA-AAAA TO WS-DATA-EDIT-AAAA.
006500 2850-EDITAR-DATA-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540* 2900-LER-RELIOF - LE A PROXIMA LINHA DO RELIOF, SINALIZANDO O  *
006550*                   FIM DO ARQUIVO.                              *
006560******************************************************************
006570 2900-LER-RELIOF.
006580     READ RELIOF
006590         AT END
006600             MOVE "S" TO WS-FIM-RELIOF
006610     END-READ.
006620 2900-LER-RELIOF-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO RELATORIO  *
006670*                           DE CONTROLE, EMITINDO TITULO, DATA   *
006680*                           DE EXECUCAO, PERIODO E CABECALHO DAS *
006690*                           COLUNAS.                             *
006700******************************************************************
006710 3000-IMPRIMIR-CABECALHO.
006720     ADD 1 TO WS-PAGINA-ATUAL
006730     MOVE WS-PAGINA-ATUAL  TO CAB1-PAGINA
006740     MOVE WS-DATA-EXECUCAO TO CAB2-DATA
006750     MOVE WS-PERIODO-MM    TO CAB2-PERIODO-MM
006760     MOVE WS-PERIODO-AAAA  TO CAB2-PERIODO-AAAA
006770
006780     MOVE WS-CABECALHO-1 TO REG-RELEXT
006790     WRITE REG-RELEXT
006800     MOVE WS-CABECALHO-2 TO REG-RELEXT
006810     WRITE REG-RELEXT
006820     MOVE WS-CABECALHO-3 TO REG-RELEXT
006830     WRITE REG-RELEXT
006840
006850     MOVE ZEROS TO WS-LINHA-ATUAL.
006860 3000-IMPRIMIR-CABECALHO-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 4000-ABRIR-EXTRATO - ABRE OS ARQUIVOS DA EMISSAO DOS EXTRATOS  *
006910*                    E LE O PRIMEIRO CLIENTE DO CADASTRO.        *
006920*                    QUALQUER FALHA DE ABERTURA IMPEDE O         *
006930*                    ENCERRAMENTO DA DATA, PARA QUE A EMISSAO    *
006940*                    POSSA SER REFEITA, E OS ARQUIVOS JA ABERTOS *
006950*                    SAO FECHADOS ANTES DO RETORNO.              *
006960******************************************************************
006970 4000-ABRIR-EXTRATO.
006980     MOVE "N" TO WS-FIM-CADCLI
006990
007000     OPEN INPUT CADCLI
007010     IF NOT CADCLI-OK
007020         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
007030             WS-CADCLI-STATUS
007040         MOVE "S" TO WS-FIM-CADCLI
007050     END-IF
007060
007070     OPEN INPUT SLDCLI
007080     IF NOT SLDCLI-OK
007090         DISPLAY "ERRO AO ABRIR SLDCLI - STATUS: "
007100             WS-SLDCLI-STATUS
007110         MOVE "S" TO WS-FIM-CADCLI
007120     END-IF
007130
007140     OPEN INPUT HISMOV
007150     IF NOT HISMOV-OK
007160         DISPLAY "ERRO AO ABRIR HISMOV - STATUS: "
007170             WS-HISMOV-STATUS
007180         MOVE "S" TO WS-FIM-CADCLI
007190     END-IF
007200
007210     OPEN INPUT FINANC
007220     IF NOT FINANC-OK
007230         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
007240             WS-FINANC-STATUS
007250         MOVE "S" TO WS-FIM-CADCLI
007260     END-IF
007270
007280     OPEN INPUT PARCFIN
007290     IF NOT PARCFIN-OK
007300         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
007310             WS-PARCFIN-STATUS
007320         MOVE "S" TO WS-FIM-CADCLI
007330     END-IF
007340
007350     OPEN OUTPUT EXTRATO
007360     IF NOT EXTRATO-OK
007370         DISPLAY "ERRO AO ABRIR EXTRATO - STATUS: "
007380             WS-EXTRATO-STATUS
007390         MOVE "S" TO WS-FIM-CADCLI
007400     END-IF
007410
007420     OPEN OUTPUT RELEXT
007430     IF NOT RELEXT-OK
007440         DISPLAY "ERRO AO ABRIR RELEXT - STATUS: "
007450             WS-RELEXT-STATUS
007460         MOVE "S" TO WS-FIM-CADCLI
007470     END-IF
007480
007490     IF FIM-DO-CADCLI
007500         IF CADCLI-OK
007510             CLOSE CADCLI
007520         END-IF
007530         IF SLDCLI-OK
007540             CLOSE SLDCLI
007550         END-IF
007560         IF HISMOV-OK
007570             CLOSE HISMOV
007580         END-IF
007590         IF FINANC-OK
007600             CLOSE FINANC
007610         END-IF
007620         IF PARCFIN-OK
007630             CLOSE PARCFIN
007640         END-IF
007650         IF EXTRATO-OK
007660             CLOSE EXTRATO
007670         END-IF
007680         IF RELEXT-OK
007690             CLOSE RELEXT
007700         END-IF
007710         MOVE "E" TO WS-EXTRATO-SITUACAO
007720         GO TO 4000-ABRIR-EXTRATO-EXIT
007730     END-IF
007740
007750     MOVE "S" TO WS-EXTRATO-SITUACAO
007760     PERFORM 3000-IMPRIMIR-CABECALHO
007770         THRU 3000-IMPRIMIR-CABECALHO-EXIT
007780     PERFORM 4900-LER-CADCLI THRU 4900-LER-CADCLI-EXIT.
007790 4000-ABRIR-EXTRATO-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830* 4900-LER-CADCLI - LE O PROXIMO CLIENTE DO CADASTRO,            *
007840*                   SINALIZANDO O FIM DO ARQUIVO.                *
007850******************************************************************
007860 4900-LER-CADCLI.
007870     READ CADCLI NEXT RECORD
007880         AT END
007890             MOVE "S" TO WS-FIM-CADCLI
007900     END-READ.
007910 4900-LER-CADCLI-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 5000-EMITIR-EXTRATO - APURA OS SALDOS E OS CONTRATOS DO        *
007960*                    CLIENTE CORRENTE E, QUANDO HA O QUE MOSTRAR *
007970*                    (MOVIMENTO NO PERIODO, SALDO OU CONTRATO),  *
007980*                    EMITE O EXTRATO E A LINHA DE CONTROLE.      *
007990******************************************************************
008000 5000-EMITIR-EXTRATO.
008010     ADD 1 TO WS-QTD-CLIENTES-LIDOS
008020     PERFORM 5100-APURAR-SALDOS THRU 5100-APURAR-SALDOS-EXIT
008030     PERFORM 5200-CONTAR-CONTRATOS
008040         THRU 5200-CONTAR-CONTRATOS-EXIT
008050
008060     IF WS-QTD-MOV-CLIENTE = ZEROS
008070       AND WS-SALDO-INICIAL = ZEROS
008080       AND WS-SALDO-FINAL = ZEROS
008090       AND WS-QTD-CONTR-CLIENTE = ZEROS
008100         ADD 1 TO WS-QTD-SEM-EXTRATO
008110         GO TO 5000-EMITIR-LER
008120     END-IF
008130
008140     ADD 1 TO WS-QTD-EXTRATOS
008150     MOVE ZEROS TO WS-PAGINA-EXTRATO
008160     PERFORM 5850-IMPRIMIR-CABECALHO-EXTRATO
008170         THRU 5850-IMPRIMIR-CABECALHO-EXTRATO-EXIT
008180     PERFORM 5300-LISTAR-MOVIMENTOS
008190         THRU 5300-LISTAR-MOVIMENTOS-EXIT
008200     PERFORM 5500-LISTAR-CONTRATOS
008210         THRU 5500-LISTAR-CONTRATOS-EXIT
008220
008230     ADD WS-QTD-MOV-CLIENTE   TO WS-QTD-MOVIMENTOS
008240     ADD WS-QTD-CONTR-CLIENTE TO WS-QTD-CONTRATOS
008250     ADD WS-PAGINA-EXTRATO    TO WS-QTD-PAGINAS-EXTRATO
008260     ADD WS-SALDO-INICIAL     TO WS-TOTAL-SALDO-INICIAL
008270     ADD WS-MOV-PERIODO       TO WS-TOTAL-MOV-PERIODO
008280     ADD WS-SALDO-FINAL       TO WS-TOTAL-SALDO-FINAL
008290     PERFORM 5900-GRAVAR-CONTROLE THRU 5900-GRAVAR-CONTROLE-EXIT.
008300 5000-EMITIR-LER.
008310     PERFORM 4900-LER-CADCLI THRU 4900-LER-CADCLI-EXIT.
008320 5000-EMITIR-EXTRATO-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 5100-APURAR-SALDOS - OBTEM O SALDO ATUAL NO SLDCLI E PERCORRE  *
008370*                    O HISTORICO DO CLIENTE A PARTIR DO INICIO   *
008380*                    DO PERIODO: O SALDO FINAL E O ATUAL MENOS   *
008390*                    OS MOVIMENTOS POSTERIORES AO PERIODO, E O   *
008400*                    SALDO ANTERIOR E O FINAL MENOS OS           *
008410*                    MOVIMENTOS DO PERIODO.                      *
008420******************************************************************
008430 5100-APURAR-SALDOS.
008440     MOVE ZEROS TO WS-SALDO-ATUAL
008450     MOVE ZEROS TO WS-MOV-PERIODO
008460     MOVE ZEROS TO WS-MOV-POSTERIORES
008470     MOVE ZEROS TO WS-QTD-MOV-CLIENTE
008480
008490     MOVE CPF-CADCLI TO SALDO-CPF
008500     READ SLDCLI
008510         INVALID KEY
008520             CONTINUE
008530         NOT INVALID KEY
008540             MOVE SALDO-VALOR TO WS-SALDO-ATUAL
008550     END-READ
008560
008570     PERFORM 5150-POSICIONAR-HISMOV
008580         THRU 5150-POSICIONAR-HISMOV-EXIT
008590     PERFORM 5120-SOMAR-MOVIMENTO THRU 5120-SOMAR-MOVIMENTO-EXIT
008600         UNTIL FIM-DOS-MOVIMENTOS
008610
008620     COMPUTE WS-SALDO-FINAL = WS-SALDO-ATUAL - WS-MOV-POSTERIORES
008630     COMPUTE WS-SALDO-INICIAL = WS-SALDO-FINAL - WS-MOV-PERIODO.
008640 5100-APURAR-SALDOS-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 5120-SOMAR-MOVIMENTO - LE O PROXIMO MOVIMENTO DO CLIENTE E O   *
008690*                    SOMA NO PERIODO OU NOS POSTERIORES.         *
008700******************************************************************
008710 5120-SOMAR-MOVIMENTO.
008720     PERFORM 5160-LER-MOVIMENTO THRU 5160-LER-MOVIMENTO-EXIT
008730     IF FIM-DOS-MOVIMENTOS
008740         GO TO 5120-SOMAR-MOVIMENTO-EXIT
008750     END-IF
008760
008770     IF HMOV-DATA > WS-DATA-FIM-PERIODO
008780         ADD HMOV-VALOR TO WS-MOV-POSTERIORES
008790     ELSE
008800         ADD HMOV-VALOR TO WS-MOV-PERIODO
008810         ADD 1 TO WS-QTD-MOV-CLIENTE
008820     END-IF.
008830 5120-SOMAR-MOVIMENTO-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870* 5150-POSICIONAR-HISMOV - POSICIONA O HISTORICO NO PRIMEIRO     *
008880*                    MOVIMENTO DO CLIENTE CORRENTE NO PERIODO.   *
008890******************************************************************
008900 5150-POSICIONAR-HISMOV.
008910     MOVE "N"                    TO WS-FIM-MOVIMENTOS
008920     MOVE CPF-CADCLI             TO HMOV-CPF
008930     MOVE WS-DATA-INICIO-PERIODO TO HMOV-DATA
008940     MOVE ZEROS                  TO HMOV-LOTE
008950     MOVE ZEROS                  TO HMOV-SEQUENCIA
008960     START HISMOV KEY IS NOT LESS THAN HMOV-CHAVE
008970         INVALID KEY
008980             MOVE "S" TO WS-FIM-MOVIMENTOS
008990     END-START.
009000 5150-POSICIONAR-HISMOV-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040* 5160-LER-MOVIMENTO - LE O PROXIMO MOVIMENTO DO HISTORICO,      *
009050*                    SINALIZANDO O FIM DOS MOVIMENTOS DO CLIENTE *
009060*                    CORRENTE.                                   *
009070******************************************************************
009080 5160-LER-MOVIMENTO.
009090     READ HISMOV NEXT RECORD
009100         AT END
009110             MOVE "S" TO WS-FIM-MOVIMENTOS
009120             GO TO 5160-LER-MOVIMENTO-EXIT
009130     END-READ
009140
009150     IF HMOV-CPF NOT = CPF-CADCLI
009160         MOVE "S" TO WS-FIM-MOVIMENTOS
009170     END-IF.
009180 5160-LER-MOVIMENTO-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220* 5200-CONTAR-CONTRATOS - CONTA OS CONTRATOS DO CLIENTE QUE      *
009230*                    ENTRAM NO EXTRATO (ATIVOS OU ENCERRADOS     *
009240*                    DENTRO DO PERIODO).                         *
009250******************************************************************
009260 5200-CONTAR-CONTRATOS.
009270     MOVE ZEROS TO WS-QTD-CONTR-CLIENTE
009280     PERFORM 5650-POSICIONAR-FINANC
009290         THRU 5650-POSICIONAR-FINANC-EXIT
009300     PERFORM 5220-CONTAR-CONTRATO THRU 5220-CONTAR-CONTRATO-EXIT
009310         UNTIL FIM-DOS-CONTRATOS.
009320 5200-CONTAR-CONTRATOS-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360* 5220-CONTAR-CONTRATO - LE O PROXIMO CONTRATO DO CLIENTE E O    *
009370*                    CONTA QUANDO ENTRA NO EXTRATO.              *
009380******************************************************************
009390 5220-CONTAR-CONTRATO.
009400     PERFORM 5660-LER-CONTRATO THRU 5660-LER-CONTRATO-EXIT
009410     IF FIM-DOS-CONTRATOS
009420         GO TO 5220-CONTAR-CONTRATO-EXIT
009430     END-IF
009440     IF CONTRATO-NO-EXTRATO
009450         ADD 1 TO WS-QTD-CONTR-CLIENTE
009460     END-IF.
009470 5220-CONTAR-CONTRATO-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510* 5300-LISTAR-MOVIMENTOS - EMITE O SALDO ANTERIOR, CADA          *
009520*                    MOVIMENTO DO PERIODO COM O SALDO APOS O     *
009530*                    MOVIMENTO E O SALDO FINAL DO PERIODO.       *
009540******************************************************************
009550 5300-LISTAR-MOVIMENTOS.
009560     MOVE "MOVIMENTACAO DA CONTA" TO WS-LINHA-EXTRATO-SAIDA
009570     PERFORM 5800-GRAVAR-LINHA-EXTRATO
009580         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
009590     MOVE WS-EXT-TITULO-MOV TO WS-LINHA-EXTRATO-SAIDA
009600     PERFORM 5800-GRAVAR-LINHA-EXTRATO
009610         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
009620
009630     MOVE SPACES           TO EXS-ROTULO
009640     MOVE "SALDO ANTERIOR" TO EXS-ROTULO
009650     MOVE WS-SALDO-INICIAL TO EXS-SALDO
009660     MOVE WS-EXT-LINHA-SALDO TO WS-LINHA-EXTRATO-SAIDA
009670     PERFORM 5800-GRAVAR-LINHA-EXTRATO
009680         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
009690
009700     MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRENTE
009710     IF WS-QTD-MOV-CLIENTE > ZEROS
009720         PERFORM 5150-POSICIONAR-HISMOV
009730             THRU 5150-POSICIONAR-HISMOV-EXIT
009740         PERFORM 5320-LISTAR-MOVIMENTO
009750             THRU 5320-LISTAR-MOVIMENTO-EXIT
009760             UNTIL FIM-DOS-MOVIMENTOS
009770     ELSE
009780         MOVE "    NENHUM MOVIMENTO NO PERIODO"
009790             TO WS-LINHA-EXTRATO-SAIDA
009800         PERFORM 5800-GRAVAR-LINHA-EXTRATO
009810             THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
009820     END-IF
009830
009840     MOVE SPACES         TO EXS-ROTULO
009850     MOVE "SALDO FINAL"  TO EXS-ROTULO
009860     MOVE WS-SALDO-FINAL TO EXS-SALDO
009870     MOVE WS-EXT-LINHA-SALDO TO WS-LINHA-EXTRATO-SAIDA
009880     PERFORM 5800-GRAVAR-LINHA-EXTRATO
009890         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
009900     MOVE SPACES TO WS-LINHA-EXTRATO-SAIDA
009910     PERFORM 5800-GRAVAR-LINHA-EXTRATO
009920         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT.
009930 5300-LISTAR-MOVIMENTOS-EXIT.
009940     EXIT.
009950
009960******************************************************************
009970* 5320-LISTAR-MOVIMENTO - LE O PROXIMO MOVIMENTO DO CLIENTE E,   *
009980*                    QUANDO DENTRO DO PERIODO, ATUALIZA O SALDO  *
009990*                    CORRENTE E EMITE A LINHA DO MOVIMENTO.      *
010000******************************************************************
010010 5320-LISTAR-MOVIMENTO.
010020     PERFORM 5160-LER-MOVIMENTO THRU 5160-LER-MOVIMENTO-EXIT
010030     IF FIM-DOS-MOVIMENTOS
010040         GO TO 5320-LISTAR-MOVIMENTO-EXIT
010050     END-IF
010060     IF HMOV-DATA > WS-DATA-FIM-PERIODO
010070         MOVE "S" TO WS-FIM-MOVIMENTOS
010080         GO TO 5320-LISTAR-MOVIMENTO-EXIT
010090     END-IF
010100
010110     ADD HMOV-VALOR TO WS-SALDO-CORRENTE
010120     MOVE HMOV-DATA TO WS-DATA-NUM
010130     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
010140     MOVE WS-DATA-EDITADA   TO EXM-DATA
010150     MOVE HMOV-LOTE         TO EXM-LOTE
010160     MOVE HMOV-HISTORICO    TO EXM-HISTORICO
010170     MOVE HMOV-VALOR        TO EXM-VALOR
010180     MOVE HMOV-SINAL        TO EXM-SINAL
010190     MOVE WS-SALDO-CORRENTE TO EXM-SALDO
010200     MOVE WS-EXT-LINHA-MOV  TO WS-LINHA-EXTRATO-SAIDA
010210     PERFORM 5800-GRAVAR-LINHA-EXTRATO
010220         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT.
010230 5320-LISTAR-MOVIMENTO-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270* 5500-LISTAR-CONTRATOS - EMITE CADA CONTRATO DO CLIENTE QUE     *
010280*                    ENTRA NO EXTRATO.                           *
010290******************************************************************
010300 5500-LISTAR-CONTRATOS.
010310     IF WS-QTD-CONTR-CLIENTE = ZEROS
010320         GO TO 5500-LISTAR-CONTRATOS-EXIT
010330     END-IF
010340
010350     MOVE "CONTRATOS DE FINANCIAMENTO" TO WS-LINHA-EXTRATO-SAIDA
010360     PERFORM 5800-GRAVAR-LINHA-EXTRATO
010370         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
010380     PERFORM 5650-POSICIONAR-FINANC
010390         THRU 5650-POSICIONAR-FINANC-EXIT
010400     PERFORM 5520-LISTAR-CONTRATO THRU 5520-LISTAR-CONTRATO-EXIT
010410         UNTIL FIM-DOS-CONTRATOS.
010420 5500-LISTAR-CONTRATOS-EXIT.
010430     EXIT.
010440
010450******************************************************************
010460* 5520-LISTAR-CONTRATO - LE O PROXIMO CONTRATO DO CLIENTE E,     *
010470*                    QUANDO ENTRA NO EXTRATO, EMITE OS DADOS DO  *
010480*                    CONTRATO, AS PARCELAS PAGAS NO PERIODO, AS  *
010490*                    PARCELAS EM ABERTO E O IOF DO PERIODO.      *
010500******************************************************************
010510 5520-LISTAR-CONTRATO.
010520     PERFORM 5660-LER-CONTRATO THRU 5660-LER-CONTRATO-EXIT
010530     IF FIM-DOS-CONTRATOS
010540         GO TO 5520-LISTAR-CONTRATO-EXIT
010550     END-IF
010560     IF NOT CONTRATO-NO-EXTRATO
010570         GO TO 5520-LISTAR-CONTRATO-EXIT
010580     END-IF
010590
010600     MOVE FINANC-CONTRATO   TO EXC-CONTRATO
010610     MOVE FINANC-PRINCIPAL  TO EXC-PRINCIPAL
010620     MOVE FINANC-TAXA-JUROS TO EXC-TAXA
010630     EVALUATE TRUE
010640         WHEN CONTRATO-QUITADO
010650             MOVE "QUITADO"               TO EXC-SITUACAO
010660         WHEN CONTRATO-LIQUIDADO
010670             MOVE "LIQUIDADO ANTECIP."    TO EXC-SITUACAO
010680         WHEN OTHER
010690             MOVE "ATIVO"                 TO EXC-SITUACAO
010700     END-EVALUATE
010710     MOVE WS-EXT-LINHA-CONTRATO TO WS-LINHA-EXTRATO-SAIDA
010720     PERFORM 5800-GRAVAR-LINHA-EXTRATO
010730         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
010740
010750     PERFORM 5600-LISTAR-PAGAS THRU 5600-LISTAR-PAGAS-EXIT
010760     PERFORM 5700-LISTAR-ABERTAS THRU 5700-LISTAR-ABERTAS-EXIT
010770
010780     MOVE ZEROS           TO WS-IOF-CONTRATO
010790     MOVE WS-PERIODO-NUM  TO IOFE-PERIODO
010800     MOVE FINANC-CPF      TO IOFE-CPF
010810     MOVE FINANC-CONTRATO TO IOFE-CONTRATO
010820     READ IOFEXT
010830         INVALID KEY
010840             CONTINUE
010850         NOT INVALID KEY
010860             MOVE IOFE-VALOR-IOF TO WS-IOF-CONTRATO
010870     END-READ
010880     ADD WS-IOF-CONTRATO TO WS-TOTAL-IOF-PERIODO
010890
010900     MOVE "IOF COBRADO NO PERIODO:" TO EXT-ROTULO
010910     MOVE WS-IOF-CONTRATO TO EXT-VALOR
010920     MOVE WS-EXT-LINHA-TOTAL TO WS-LINHA-EXTRATO-SAIDA
010930     PERFORM 5800-GRAVAR-LINHA-EXTRATO
010940         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
010950     MOVE SPACES TO WS-LINHA-EXTRATO-SAIDA
010960     PERFORM 5800-GRAVAR-LINHA-EXTRATO
010970         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT.
010980 5520-LISTAR-CONTRATO-EXIT.
010990     EXIT.
011000
011010******************************************************************
011020* 5600-LISTAR-PAGAS - EMITE AS PARCELAS DO CONTRATO CORRENTE     *
011030*                    BAIXADAS (PAGAS OU LIQUIDADAS) DENTRO DO    *
011040*                    PERIODO, COM O TOTAL PAGO.                  *
011050******************************************************************
011060 5600-LISTAR-PAGAS.
011070     MOVE "    PARCELAS PAGAS NO PERIODO"
011080         TO WS-LINHA-EXTRATO-SAIDA
011090     PERFORM 5800-GRAVAR-LINHA-EXTRATO
011100         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
011110     MOVE WS-EXT-TITULO-PAGAS TO WS-LINHA-EXTRATO-SAIDA
011120     PERFORM 5800-GRAVAR-LINHA-EXTRATO
011130         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
011140
011150     MOVE "P"   TO WS-LISTAGEM-SITUACAO
011160     MOVE ZEROS TO WS-QTD-PARC-LISTADAS
011170     MOVE ZEROS TO WS-TOTAL-PAGO-CONTRATO
011180     PERFORM 5750-POSICIONAR-PARCELAS
011190         THRU 5750-POSICIONAR-PARCELAS-EXIT
011200     PERFORM 5620-LISTAR-PARCELA THRU 5620-LISTAR-PARCELA-EXIT
011210         UNTIL FIM-DO-CONTRATO
011220
011230     IF WS-QTD-PARC-LISTADAS = ZEROS
011240         MOVE "    NENHUMA PARCELA PAGA NO PERIODO"
011250             TO WS-LINHA-EXTRATO-SAIDA
011260         PERFORM 5800-GRAVAR-LINHA-EXTRATO
011270             THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
011280     END-IF
011290     MOVE "TOTAL PAGO NO PERIODO:" TO EXT-ROTULO
011300     MOVE WS-TOTAL-PAGO-CONTRATO TO EXT-VALOR
011310     MOVE WS-EXT-LINHA-TOTAL TO WS-LINHA-EXTRATO-SAIDA
011320     PERFORM 5800-GRAVAR-LINHA-EXTRATO
011330         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT.
011340 5600-LISTAR-PAGAS-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380* 5620-LISTAR-PARCELA - LE A PROXIMA PARCELA DO CONTRATO E EMITE *
011390*                    A LINHA DA LISTAGEM CORRENTE (PAGAS NO      *
011400*                    PERIODO OU EM ABERTO).                      *
011410******************************************************************
011420 5620-LISTAR-PARCELA.
011430     PERFORM 5760-LER-PARCELA THRU 5760-LER-PARCELA-EXIT
011440     IF FIM-DO-CONTRATO
011450         GO TO 5620-LISTAR-PARCELA-EXIT
011460     END-IF
011470
011480     IF LISTANDO-ABERTAS
011490         PERFORM 5720-LISTAR-ABERTA THRU 5720-LISTAR-ABERTA-EXIT
011500         GO TO 5620-LISTAR-PARCELA-EXIT
011510     END-IF
011520
011530     IF NOT PARCELA-BAIXADA
011540         GO TO 5620-LISTAR-PARCELA-EXIT
011550     END-IF
011560     IF PARC-DATA-PGTO < WS-DATA-INICIO-PERIODO
011570       OR PARC-DATA-PGTO > WS-DATA-FIM-PERIODO
011580         GO TO 5620-LISTAR-PARCELA-EXIT
011590     END-IF
011600
011610     ADD 1 TO WS-QTD-PARC-LISTADAS
011620     ADD PARC-VALOR-PAGO TO WS-TOTAL-PAGO-CONTRATO
011630     MOVE PARC-NUMERO     TO EXP-PARCELA
011640     MOVE PARC-VENCIMENTO TO WS-DATA-NUM
011650     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
011660     MOVE WS-DATA-EDITADA TO EXP-VENCIMENTO
011670     MOVE PARC-DATA-PGTO  TO WS-DATA-NUM
011680     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
011690     MOVE WS-DATA-EDITADA TO EXP-PAGAMENTO
011700     MOVE PARC-VALOR-PAGO TO EXP-VALOR
011710     IF PARCELA-LIQUIDADA
011720         MOVE "LIQUIDACAO" TO EXP-BAIXA
011730     ELSE
011740         MOVE "PAGAMENTO"  TO EXP-BAIXA
011750     END-IF
011760     MOVE WS-EXT-LINHA-PAGA TO WS-LINHA-EXTRATO-SAIDA
011770     PERFORM 5800-GRAVAR-LINHA-EXTRATO
011780         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT.
011790 5620-LISTAR-PARCELA-EXIT.
011800     EXIT.
011810
011820******************************************************************
011830* 5650-POSICIONAR-FINANC - POSICIONA O FINANC ANTES DO PRIMEIRO  *
011840*                    CONTRATO DO CLIENTE CORRENTE.               *
011850******************************************************************
011860 5650-POSICIONAR-FINANC.
011870     MOVE "N"        TO WS-FIM-CONTRATOS
011880     MOVE CPF-CADCLI TO FINANC-CPF
011890     MOVE ZEROS      TO FINANC-CONTRATO
011900     START FINANC KEY IS NOT LESS THAN FINANC-CHAVE
011910         INVALID KEY
011920             MOVE "S" TO WS-FIM-CONTRATOS
011930     END-START.
011940 5650-POSICIONAR-FINANC-EXIT.
011950     EXIT.
011960
011970******************************************************************
011980* 5660-LER-CONTRATO - LE O PROXIMO CONTRATO DO FINANC,           *
011990*                    SINALIZANDO O FIM DOS CONTRATOS DO CLIENTE  *
012000*                    CORRENTE E SE O CONTRATO ENTRA NO EXTRATO   *
012010*                    (ATIVO, OU ENCERRADO DENTRO DO PERIODO).    *
012020******************************************************************
012030 5660-LER-CONTRATO.
012040     MOVE "N" TO WS-CONTRATO-SITUACAO
012050     READ FINANC NEXT RECORD
012060         AT END
012070             MOVE "S" TO WS-FIM-CONTRATOS
012080             GO TO 5660-LER-CONTRATO-EXIT
012090     END-READ
012100
012110     IF FINANC-CPF NOT = CPF-CADCLI
012120         MOVE "S" TO WS-FIM-CONTRATOS
012130         GO TO 5660-LER-CONTRATO-EXIT
012140     END-IF
012150
012160     IF CONTRATO-ATIVO
012170       OR FINANC-DATA-ENCERR NOT < WS-DATA-INICIO-PERIODO
012180         MOVE "S" TO WS-CONTRATO-SITUACAO
012190     END-IF.
012200 5660-LER-CONTRATO-EXIT.
012210     EXIT.
012220
012230******************************************************************
012240* 5700-LISTAR-ABERTAS - EMITE AS PARCELAS DO CONTRATO CORRENTE   *
012250*                    AINDA EM ABERTO, COM OS DIAS DE ATRASO DAS  *
012260*                    VENCIDAS E O TOTAL EM ABERTO.               *
012270******************************************************************
012280 5700-LISTAR-ABERTAS.
012290     MOVE "    PARCELAS EM ABERTO" TO WS-LINHA-EXTRATO-SAIDA
012300     PERFORM 5800-GRAVAR-LINHA-EXTRATO
012310         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
012320     MOVE WS-EXT-TITULO-ABERTAS TO WS-LINHA-EXTRATO-SAIDA
012330     PERFORM 5800-GRAVAR-LINHA-EXTRATO
012340         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
012350
012360     MOVE "A"   TO WS-LISTAGEM-SITUACAO
012370     MOVE ZEROS TO WS-QTD-PARC-LISTADAS
012380     MOVE ZEROS TO WS-TOTAL-ABERTO-CONTRATO
012390     PERFORM 5750-POSICIONAR-PARCELAS
012400         THRU 5750-POSICIONAR-PARCELAS-EXIT
012410     PERFORM 5620-LISTAR-PARCELA THRU 5620-LISTAR-PARCELA-EXIT
012420         UNTIL FIM-DO-CONTRATO
012430
012440     IF WS-QTD-PARC-LISTADAS = ZEROS
012450         MOVE "    NENHUMA PARCELA EM ABERTO"
012460             TO WS-LINHA-EXTRATO-SAIDA
012470         PERFORM 5800-GRAVAR-LINHA-EXTRATO
012480             THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT
012490     END-IF
012500     MOVE "TOTAL EM ABERTO:" TO EXT-ROTULO
012510     MOVE WS-TOTAL-ABERTO-CONTRATO TO EXT-VALOR
012520     MOVE WS-EXT-LINHA-TOTAL TO WS-LINHA-EXTRATO-SAIDA
012530     PERFORM 5800-GRAVAR-LINHA-EXTRATO
012540         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT.
012550 5700-LISTAR-ABERTAS-EXIT.
012560     EXIT.
012570
012580******************************************************************
012590* 5720-LISTAR-ABERTA - EMITE A PARCELA CORRENTE QUANDO EM ABERTO *
012600*                    (PRINCIPAL + JUROS + IOF), SINALIZANDO AS   *
012610*                    VENCIDAS COM OS DIAS DE ATRASO.             *
012620******************************************************************
012630 5720-LISTAR-ABERTA.
012640     IF NOT PARCELA-ABERTA
012650         GO TO 5720-LISTAR-ABERTA-EXIT
012660     END-IF
012670
012680     ADD 1 TO WS-QTD-PARC-LISTADAS
012690     COMPUTE WS-VALOR-PARCELA =
012700         PARC-PRINCIPAL + PARC-JUROS + PARC-IOF
012710     ADD WS-VALOR-PARCELA TO WS-TOTAL-ABERTO-CONTRATO
012720
012730     MOVE PARC-NUMERO     TO EXA-PARCELA
012740     MOVE PARC-VENCIMENTO TO WS-DATA-NUM
012750     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
012760     MOVE WS-DATA-EDITADA  TO EXA-VENCIMENTO
012770     MOVE WS-VALOR-PARCELA TO EXA-VALOR
012780
012790     IF PARC-VENCIMENTO < CTRL-DATA-MOVIMENTO
012800         COMPUTE WS-DIAS-VENCIMENTO =
012810             FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
012820         COMPUTE WS-DIAS-ATRASO =
012830             WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO
012840         MOVE WS-DIAS-ATRASO TO EXA-DIAS
012850         MOVE "VENCIDA"      TO EXA-SITUACAO
012860     ELSE
012870         MOVE ZEROS          TO EXA-DIAS
012880         MOVE "A VENCER"     TO EXA-SITUACAO
012890     END-IF
012900     MOVE WS-EXT-LINHA-ABERTA TO WS-LINHA-EXTRATO-SAIDA
012910     PERFORM 5800-GRAVAR-LINHA-EXTRATO
012920         THRU 5800-GRAVAR-LINHA-EXTRATO-EXIT.
012930 5720-LISTAR-ABERTA-EXIT.
012940     EXIT.
012950
012960******************************************************************
012970* 5750-POSICIONAR-PARCELAS - POSICIONA O CRONOGRAMA ANTES DA     *
012980*                    PRIMEIRA PARCELA DO CONTRATO CORRENTE.      *
012990******************************************************************
013000 5750-POSICIONAR-PARCELAS.
013010     MOVE "N"             TO WS-FIM-CONTRATO
013020     MOVE FINANC-CPF      TO PARC-CPF
013030     MOVE FINANC-CONTRATO TO PARC-CONTRATO
013040     MOVE ZEROS           TO PARC-NUMERO
013050     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
013060         INVALID KEY
013070             MOVE "S" TO WS-FIM-CONTRATO
013080     END-START.
013090 5750-POSICIONAR-PARCELAS-EXIT.
013100     EXIT.
013110
013120******************************************************************
013130* 5760-LER-PARCELA - LE A PROXIMA PARCELA DO CRONOGRAMA,         *
013140*                    SINALIZANDO O FIM DAS PARCELAS DO CONTRATO  *
013150*                    CORRENTE.                                   *
013160******************************************************************
013170 5760-LER-PARCELA.
013180     READ PARCFIN NEXT RECORD
013190         AT END
013200             MOVE "S" TO WS-FIM-CONTRATO
013210             GO TO 5760-LER-PARCELA-EXIT
013220     END-READ
013230
013240     IF PARC-CPF NOT = FINANC-CPF
013250       OR PARC-CONTRATO NOT = FINANC-CONTRATO
013260         MOVE "S" TO WS-FIM-CONTRATO
013270     END-IF.
013280 5760-LER-PARCELA-EXIT.
013290     EXIT.
013300
013310******************************************************************
013320* 5800-GRAVAR-LINHA-EXTRATO - GRAVA A LINHA MONTADA NO EXTRATO,  *
013330*                    ABRINDO NOVA PAGINA DO EXTRATO DO CLIENTE   *
013340*                    QUANDO A PAGINA CORRENTE ENCHE.             *
013350******************************************************************
013360 5800-GRAVAR-LINHA-EXTRATO.
013370     IF WS-LINHA-EXTRATO >= WS-MAX-LINHAS-EXTRATO
013380         PERFORM 5850-IMPRIMIR-CABECALHO-EXTRATO
013390             THRU 5850-IMPRIMIR-CABECALHO-EXTRATO-EXIT
013400     END-IF
013410     MOVE WS-LINHA-EXTRATO-SAIDA TO REG-EXTRATO
013420     WRITE REG-EXTRATO
013430     ADD 1 TO WS-LINHA-EXTRATO
013440     MOVE SPACES TO WS-LINHA-EXTRATO-SAIDA.
013450 5800-GRAVAR-LINHA-EXTRATO-EXIT.
013460     EXIT.
013470
013480******************************************************************
013490* 5850-IMPRIMIR-CABECALHO-EXTRATO - INICIA UMA NOVA PAGINA DO    *
013500*                    EXTRATO DO CLIENTE CORRENTE, COM TITULO,    *
013510*                    NUMERO DA PAGINA, CLIENTE E PERIODO.        *
013520******************************************************************
013530 5850-IMPRIMIR-CABECALHO-EXTRATO.
013540     ADD 1 TO WS-PAGINA-EXTRATO
013550     MOVE WS-PAGINA-EXTRATO   TO EXC1-PAGINA
013560     MOVE CPF-CADCLI          TO EXC2-CPF
013570     MOVE NOME-CLIENTE-CADCLI TO EXC2-NOME
013580     MOVE WS-PERIODO-MM       TO EXC3-PERIODO-MM
013590     MOVE WS-PERIODO-AAAA     TO EXC3-PERIODO-AAAA
013600     MOVE WS-DATA-EXECUCAO    TO EXC3-DATA
013610
013620     MOVE WS-EXT-CABECALHO-1 TO REG-EXTRATO
013630     WRITE REG-EXTRATO AFTER ADVANCING PAGE
013640     MOVE WS-EXT-CABECALHO-2 TO REG-EXTRATO
013650     WRITE REG-EXTRATO
013660     MOVE WS-EXT-CABECALHO-3 TO REG-EXTRATO
013670     WRITE REG-EXTRATO
013680     MOVE SPACES TO REG-EXTRATO
013690     WRITE REG-EXTRATO
013700
013710     MOVE ZEROS TO WS-LINHA-EXTRATO.
013720 5850-IMPRIMIR-CABECALHO-EXTRATO-EXIT.
013730     EXIT.
013740
013750******************************************************************
013760* 5900-GRAVAR-CONTROLE - GRAVA A LINHA DO CLIENTE NO RELATORIO   *
013770*                    DE CONTROLE, QUEBRANDO A PAGINA QUANDO      *
013780*                    NECESSARIO.                                 *
013790******************************************************************
013800 5900-GRAVAR-CONTROLE.
013810     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
013820         PERFORM 3000-IMPRIMIR-CABECALHO
013830             THRU 3000-IMPRIMIR-CABECALHO-EXIT
013840     END-IF
013850     MOVE CPF-CADCLI           TO DET-CPF
013860     MOVE NOME-CLIENTE-CADCLI  TO DET-NOME
013870     MOVE WS-PAGINA-EXTRATO    TO DET-PAGINAS
013880     MOVE WS-SALDO-INICIAL     TO DET-SALDO-INICIAL
013890     MOVE WS-QTD-MOV-CLIENTE   TO DET-MOVIMENTOS
013900     MOVE WS-SALDO-FINAL       TO DET-SALDO-FINAL
013910     MOVE WS-QTD-CONTR-CLIENTE TO DET-CONTRATOS
013920     MOVE WS-LINHA-DETALHE     TO REG-RELEXT
013930     WRITE REG-RELEXT
013940     ADD 1 TO WS-LINHA-ATUAL.
013950 5900-GRAVAR-CONTROLE-EXIT.
013960     EXIT.
013970
013980******************************************************************
013990* 9000-FINALIZAR - EMITE OS TOTAIS DE CONTROLE DA EMISSAO, FECHA *
014000*                  OS ARQUIVOS E REGISTRA O ENCERRAMENTO DA DATA *
014010*                  (NAO REGISTRADO QUANDO A EMISSAO DE FIM DE    *
014020*                  MES NAO PODE SER FEITA).                      *
014030******************************************************************
014040 9000-FINALIZAR.
014050     IF NOT INICIO-OK
014060         GO TO 9000-FINALIZAR-EXIT
014070     END-IF
014080
014090     IF EXTRATO-ABERTO
014100         PERFORM 9100-EMITIR-TOTAIS THRU 9100-EMITIR-TOTAIS-EXIT
014110         CLOSE CADCLI
014120         CLOSE SLDCLI
014130         CLOSE HISMOV
014140         CLOSE FINANC
014150         CLOSE PARCFIN
014160         CLOSE EXTRATO
014170         CLOSE RELEXT
014180     END-IF
014190
014200     CLOSE RELIOF
014210     CLOSE IOFEXT
014220
014230     MOVE WS-TOTAL-IOF-DIA TO WS-VALOR-EDITADO
014240     DISPLAY "IOF DO DIA ACUMULADO POR CONTRATO - LINHAS: "
014250         WS-QTD-LINHAS-ACUMULADAS " JA ACUMULADAS: "
014260         WS-QTD-LINHAS-JA-ACUM " VALOR: " WS-VALOR-EDITADO
014270
014280     IF EXTRATO-COM-ERRO
014290         DISPLAY "EXTRATOS DO PERIODO " WS-PERIODO-NUM
014300             " NAO EMITIDOS - DATA NAO ENCERRADA"
014310         GO TO 9000-FINALIZAR-EXIT
014320     END-IF
014330
014340     IF CTRL-DATA-OK
014350         MOVE "R" TO CTRL-FUNCAO
014360         CALL "datactl" USING CTRLDATA-AREA
014370     END-IF.
014380 9000-FINALIZAR-EXIT.
014390     EXIT.
014400
014410******************************************************************
014420* 9100-EMITIR-TOTAIS - EMITE NO RELATORIO DE CONTROLE AS         *
014430*                    QUANTIDADES E OS TOTAIS DA EMISSAO DOS      *
014440*                    EXTRATOS DO PERIODO.                        *
014450******************************************************************
014460 9100-EMITIR-TOTAIS.
014470     MOVE SPACES TO REG-RELEXT
014480     WRITE REG-RELEXT
014490     MOVE "TOTAIS DE CONTROLE DOS EXTRATOS" TO REG-RELEXT
014500     WRITE REG-RELEXT
014510
014520     MOVE "CLIENTES LIDOS:" TO WS-LINHA-TOTAL
014530     MOVE WS-QTD-CLIENTES-LIDOS TO TOT-QUANTIDADE
014540     MOVE WS-LINHA-TOTAL TO REG-RELEXT
014550     WRITE REG-RELEXT
014560
014570     MOVE "EXTRATOS EMITIDOS:" TO WS-LINHA-TOTAL
014580     MOVE WS-QTD-EXTRATOS TO TOT-QUANTIDADE
014590     MOVE WS-LINHA-TOTAL TO REG-RELEXT
014600     WRITE REG-RELEXT
014610
014620     MOVE "CLIENTES SEM EXTRATO:" TO WS-LINHA-TOTAL
014630     MOVE WS-QTD-SEM-EXTRATO TO TOT-QUANTIDADE
014640     MOVE WS-LINHA-TOTAL TO REG-RELEXT
014650     WRITE REG-RELEXT
014660
014670     MOVE "PAGINAS DE EXTRATO:" TO WS-LINHA-TOTAL
014680     MOVE WS-QTD-PAGINAS-EXTRATO TO TOT-QUANTIDADE
014690     MOVE WS-LINHA-TOTAL TO REG-RELEXT
014700     WRITE REG-RELEXT
014710
014720     MOVE "MOVIMENTOS LISTADOS:" TO WS-LINHA-TOTAL
014730     MOVE WS-QTD-MOVIMENTOS TO TOT-QUANTIDADE
014740     MOVE WS-LINHA-TOTAL TO REG-RELEXT
014750     WRITE REG-RELEXT
014760
014770     MOVE "CONTRATOS LISTADOS:" TO WS-LINHA-TOTAL
014780     MOVE WS-QTD-CONTRATOS TO TOT-QUANTIDADE
014790     MOVE WS-LINHA-TOTAL TO REG-RELEXT
014800     WRITE REG-RELEXT
014810
014820     MOVE WS-TOTAL-SALDO-INICIAL TO WS-VALOR-EDITADO
014830     MOVE SPACES TO REG-RELEXT
014840     STRING "SALDOS ANTERIORES:          "
014850         WS-VALOR-EDITADO
014860         DELIMITED BY SIZE INTO REG-RELEXT
014870     WRITE REG-RELEXT
014880
014890     MOVE WS-TOTAL-MOV-PERIODO TO WS-VALOR-EDITADO
014900     MOVE SPACES TO REG-RELEXT
014910     STRING "MOVIMENTACAO DO PERIODO:    "
014920         WS-VALOR-EDITADO
014930         DELIMITED BY SIZE INTO REG-RELEXT
014940     WRITE REG-RELEXT
014950
014960     MOVE WS-TOTAL-SALDO-FINAL TO WS-VALOR-EDITADO
014970     MOVE SPACES TO REG-RELEXT
014980     STRING "SALDOS FINAIS:              "
014990         WS-VALOR-EDITADO
015000         DELIMITED BY SIZE INTO REG-RELEXT
015010     WRITE REG-RELEXT
015020
015030     MOVE WS-TOTAL-IOF-PERIODO TO WS-VALOR-EDITADO
015040     MOVE SPACES TO REG-RELEXT
015050     STRING "IOF COBRADO NO PERIODO:     "
015060         WS-VALOR-EDITADO
015070         DELIMITED BY SIZE INTO REG-RELEXT
015080     WRITE REG-RELEXT.
015090 9100-EMITIR-TOTAIS-EXIT.
015100     EXIT.
015110
015120 END PROGRAM programa21.

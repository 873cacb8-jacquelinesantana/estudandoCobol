000010******************************************************************
000020* PROGRAM-ID : PROGRAMA23
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : COBRANCA NOTURNA DO CHEQUE ESPECIAL, EXECUTADA
000070*              APOS O LOTE DE SALDOS (PROGRAMA1) E O LOTE DE
000080*              TAXAS (PROGRAMA2) E ANTES DA CONCILIACAO DE IOF
000090*              (PROGRAMA6), DO RESUMO FISCAL (PROGRAMA16) E DO
000100*              EXTRATO (PROGRAMA21): PARA CADA SALDO NEGATIVO DO
000110*              SLDCLI CALCULA OS JUROS DO PERIODO (TAXA DIARIA DO
000120*              ARQUIVO DE PARAMETROS PARMCHE VEZES OS DIAS
000130*              CORRIDOS DESDE O MOVIMENTO ANTERIOR) E O IOF
000140*              (ALIQUOTA DIARIA SOBRE O SALDO DEVEDOR E ALIQUOTA
000150*              ADICIONAL SOBRE O AUMENTO DO SALDO DEVEDOR NO DIA,
000160*              PELA UF DO CLIENTE NA TABELA ICMSIOF EM VIGOR NA
000170*              DATA DO MOVIMENTO), DEBITA OS DOIS NO SALDO,
000180*              GRAVA OS DEBITOS NO HISTORICO HISMOV, ACRESCENTA
000190*              O IOF AO RELIOF DO DIA (CONTRATO 0000, PRODUTO DO
000200*              PARMCHE) E EMITE O RELATORIO POR CLIENTE COM OS
000210*              TOTAIS DE CONTROLE (RELCHE). NA RETOMADA NA MESMA
000220*              DATA O CLIENTE JA COBRADO NAO E DEBITADO DE NOVO,
000230*              MAS VOLTA AO RELCHE COM OS VALORES DO HISMOV. O
000240*              SALDO E REGRAVADO ANTES DO HISMOV E DO RELIOF; SE
000250*              A REGRAVACAO FALHA NADA E GRAVADO PARA O CLIENTE E
000260*              A DATA NAO E ENCERRADA, PARA QUE SEJA REPROCESSADO.
000270* TECTONICS  : cobc
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300* DATE       INIT  DESCRIPTION
000310* 2026-10-15 JH    PROGRAMA CRIADO - SALDOS NEGATIVOS FICAVAM
000320*                  SEMANAS SEM COBRANCA DE JUROS NEM DE IOF.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. programa23.
000360 AUTHOR. JACQUELINE HERNANDES.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARMCHE ASSIGN TO "PARMCHE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARMCHE-STATUS.
000460
000470     SELECT SLDCLI ASSIGN TO "SLDCLI"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SALDO-CPF
000510         FILE STATUS IS WS-SLDCLI-STATUS.
000520
000530     SELECT HISMOV ASSIGN TO "HISMOV"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HMOV-CHAVE
000570         FILE STATUS IS WS-HISMOV-STATUS.
000580
000590     SELECT CADCLI ASSIGN TO "CADCLI"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CPF-CADCLI
000630         FILE STATUS IS WS-CADCLI-STATUS.
000640
000650     SELECT ICMSIOF ASSIGN TO "ICMSIOF"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS TAB-CHAVE
000690         FILE STATUS IS WS-ICMSIOF-STATUS.
000700
000710     SELECT RELIOF ASSIGN TO "RELIOF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RELIOF-STATUS.
000740
000750     SELECT RELCHE ASSIGN TO "RELCHE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RELCHE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------*
000820*    PARMCHE - PARAMETROS DO CHEQUE ESPECIAL (REGISTRO UNICO)    *
000830*----------------------------------------------------------------*
000840 FD  PARMCHE
000850     LABEL RECORDS ARE STANDARD.
000860 01  REG-PARMCHE.
000870     05  PARM-PRODUTO           PIC X(04).
000880     05  PARM-TAXA-DIARIA       PIC 9(01)V9(06).
000890
000900*----------------------------------------------------------------*
000910*    SLDCLI - SALDO CORRENTE POR CLIENTE                         *
000920*----------------------------------------------------------------*
000930 FD  SLDCLI
000940     LABEL RECORDS ARE STANDARD.
000950     COPY SLDCLI.
000960
000970*----------------------------------------------------------------*
000980*    HISMOV - HISTORICO DE MOVIMENTOS DE SALDO POR CLIENTE       *
000990*----------------------------------------------------------------*
001000 FD  HISMOV
001010     LABEL RECORDS ARE STANDARD.
001020     COPY HISMOV.
001030
001040*----------------------------------------------------------------*
001050*    CADCLI - CADASTRO MESTRE DE CLIENTES (INDEXADO POR CPF)     *
001060*----------------------------------------------------------------*
001070 FD  CADCLI
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CADCLI.
001100
001110*----------------------------------------------------------------*
001120*    ICMSIOF - TABELA DE ALIQUOTAS DE ICMS E IOF POR UF/PRODUTO  *
001130*----------------------------------------------------------------*
001140 FD  ICMSIOF
001150     LABEL RECORDS ARE STANDARD.
001160     COPY ICMSIOF.
001170
001180*----------------------------------------------------------------*
001190*    RELIOF - RELATORIO DO VALOR DE IOF POR CONTRATO DO DIA,     *
001200*             ACRESCIDO DO IOF DO CHEQUE ESPECIAL                *
001210*----------------------------------------------------------------*
001220 FD  RELIOF
001230     LABEL RECORDS ARE STANDARD.
001240     COPY RELIOF.
001250
001260*----------------------------------------------------------------*
001270*    RELCHE - RELATORIO DA COBRANCA DO CHEQUE ESPECIAL           *
001280*----------------------------------------------------------------*
001290 FD  RELCHE
001300     LABEL RECORDS ARE STANDARD.
001310 01  REG-RELCHE                 PIC X(110).
001320
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------------*
001350*    CHAVES, SWITCHES E CONTADORES                               *
001360*----------------------------------------------------------------*
001370 01  WS-PARMCHE-STATUS          PIC X(02) VALUE SPACES.
001380     88  PARMCHE-OK                       VALUE "00".
001390
001400 01  WS-SLDCLI-STATUS           PIC X(02) VALUE SPACES.
001410     88  SLDCLI-OK                        VALUE "00".
001420
001430 01  WS-HISMOV-STATUS           PIC X(02) VALUE SPACES.
001440     88  HISMOV-OK                        VALUE "00".
001450     88  HISMOV-NAO-EXISTE                VALUE "35".
001460
001470 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
001480     88  CADCLI-OK                        VALUE "00".
001490
001500 01  WS-ICMSIOF-STATUS          PIC X(02) VALUE SPACES.
001510     88  ICMSIOF-OK                       VALUE "00".
001520
001530 01  WS-RELIOF-STATUS           PIC X(02) VALUE SPACES.
001540     88  RELIOF-OK                        VALUE "00".
001550
001560 01  WS-RELCHE-STATUS           PIC X(02) VALUE SPACES.
001570     88  RELCHE-OK                        VALUE "00".
001580
001590 01  WS-FIM-SLDCLI              PIC X(01) VALUE "N".
001600     88  FIM-DO-SLDCLI                    VALUE "S".
001610
001620 01  WS-FIM-MOVIMENTOS          PIC X(01) VALUE "N".
001630     88  FIM-DOS-MOVIMENTOS               VALUE "S".
001640
001650 01  WS-COBRANCA-SITUACAO       PIC X(01) VALUE "N".
001660     88  COBRANCA-JA-FEITA                VALUE "S".
001670
001680 01  WS-CADASTRO-SITUACAO       PIC X(01) VALUE "N".
001690     88  CLIENTE-CADASTRADO               VALUE "S".
001700
001710 01  WS-TAXA-ENCONTRADA         PIC X(01) VALUE "N".
001720     88  TAXA-ENCONTRADA                  VALUE "S".
001730     88  TAXA-NAO-ENCONTRADA              VALUE "N".
001740
001750 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
001760     88  INICIO-OK                        VALUE "S".
001770
001780*----------------------------------------------------------------*
001790*    CALCULO DA COBRANCA DO CLIENTE CORRENTE                     *
001800*----------------------------------------------------------------*
001810 77  WS-DIAS-CORRIDOS           PIC 9(03) COMP VALUE 1.
001820 01  WS-UF-CLIENTE              PIC X(02) VALUE SPACES.
001830 01  WS-NOME-CLIENTE            PIC X(35) VALUE SPACES.
001840 01  WS-SALDO-ANTES             PIC S9(11)V99 VALUE ZEROS.
001850 01  WS-SALDO-INICIO-DIA        PIC S9(11)V99 VALUE ZEROS.
001860 01  WS-MOV-DIA                 PIC S9(11)V99 VALUE ZEROS.
001870 01  WS-DEVEDOR                 PIC 9(11)V99 VALUE ZEROS.
001880 01  WS-DEVEDOR-INICIO-DIA      PIC 9(11)V99 VALUE ZEROS.
001890 01  WS-AUMENTO-DEVEDOR         PIC 9(11)V99 VALUE ZEROS.
001900 01  WS-VALOR-JUROS             PIC 9(09)V99 VALUE ZEROS.
001910 01  WS-VALOR-IOF-DIARIO        PIC 9(09)V99 VALUE ZEROS.
001920 01  WS-VALOR-IOF-ADICIONAL     PIC 9(09)V99 VALUE ZEROS.
001930 01  WS-VALOR-IOF               PIC 9(09)V99 VALUE ZEROS.
001940 01  WS-OBSERVACAO              PIC X(20) VALUE SPACES.
001950 01  WS-SALDO-APOS-DEBITO       PIC S9(11)V99 VALUE ZEROS.
001960
001970*----------------------------------------------------------------*
001980*    TOTAIS DE CONTROLE                                          *
001990*----------------------------------------------------------------*
002000 77  WS-QTD-SALDOS-LIDOS        PIC 9(07) COMP VALUE ZEROS.
002010 77  WS-QTD-NEGATIVOS           PIC 9(07) COMP VALUE ZEROS.
002020 77  WS-QTD-COBRADOS            PIC 9(07) COMP VALUE ZEROS.
002030 77  WS-QTD-JA-COBRADOS         PIC 9(07) COMP VALUE ZEROS.
002040 77  WS-QTD-SEM-CADASTRO        PIC 9(07) COMP VALUE ZEROS.
002050 77  WS-QTD-SEM-ALIQUOTA        PIC 9(07) COMP VALUE ZEROS.
002060 77  WS-QTD-LINHAS-RELIOF       PIC 9(07) COMP VALUE ZEROS.
002070 77  WS-QTD-ERROS-SLDCLI        PIC 9(07) COMP VALUE ZEROS.
002080 01  WS-TOTAL-DEVEDOR           PIC 9(13)V99 VALUE ZEROS.
002090 01  WS-TOTAL-JUROS             PIC 9(11)V99 VALUE ZEROS.
002100 01  WS-TOTAL-IOF               PIC 9(11)V99 VALUE ZEROS.
002110 01  WS-TOTAL-DEBITADO          PIC 9(11)V99 VALUE ZEROS.
002120 01  WS-VALOR-EDITADO           PIC -(12)9.99.
002130
002140 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
002150 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
002160 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
002170
002180     COPY DATACTL.
002190
002200 01  WS-DATA-EXECUCAO.
002210     05  WS-DATA-EXEC-DD        PIC 9(02).
002220     05  FILLER                 PIC X(01) VALUE "/".
002230     05  WS-DATA-EXEC-MM        PIC 9(02).
002240     05  FILLER                 PIC X(01) VALUE "/".
002250     05  WS-DATA-EXEC-AAAA      PIC 9(04).
002260
002270*----------------------------------------------------------------*
002280*    LINHAS DO RELATORIO                                         *
002290*----------------------------------------------------------------*
002300 01  WS-CABECALHO-1.
002310     05  FILLER                 PIC X(20) VALUE SPACES.
002320     05  FILLER                 PIC X(34)
002330         VALUE "COBRANCA DO CHEQUE ESPECIAL".
002340     05  FILLER                 PIC X(10) VALUE SPACES.
002350     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
002360     05  CAB1-PAGINA            PIC ZZZ9.
002370
002380 01  WS-CABECALHO-2.
002390     05  FILLER                 PIC X(20) VALUE SPACES.
002400     05  FILLER                 PIC X(16) VALUE "DATA EXECUCAO: ".
002410     05  CAB2-DATA              PIC X(10).
002420     05  FILLER                 PIC X(04) VALUE SPACES.
002430     05  FILLER                 PIC X(14) VALUE "DIAS CORRIDOS:".
002440     05  CAB2-DIAS              PIC ZZ9.
002450
002460 01  WS-CABECALHO-3.
002470     05  FILLER                 PIC X(13) VALUE "CPF".
002480     05  FILLER                 PIC X(23) VALUE "NOME DO CLIENTE".
002490     05  FILLER                 PIC X(03) VALUE "UF".
002500     05  FILLER                 PIC X(15) VALUE "   SALDO ANTES".
002510     05  FILLER                 PIC X(13) VALUE "        JUROS".
002520     05  FILLER                 PIC X(13) VALUE "          IOF".
002530     05  FILLER                 PIC X(15) VALUE "    SALDO APOS".
002540     05  FILLER                 PIC X(02) VALUE SPACES.
002550     05  FILLER                 PIC X(10) VALUE "OBSERVACAO".
002560
002570 01  WS-LINHA-DETALHE.
002580     05  DET-CPF                PIC 9(11).
002590     05  FILLER                 PIC X(02) VALUE SPACES.
002600     05  DET-NOME               PIC X(22).
002610     05  FILLER                 PIC X(01) VALUE SPACES.
002620     05  DET-UF                 PIC X(02).
002630     05  FILLER                 PIC X(01) VALUE SPACES.
002640     05  DET-SALDO-ANTES        PIC -(10)9.99.
002650     05  FILLER                 PIC X(01) VALUE SPACES.
002660     05  DET-JUROS              PIC Z(08)9.99.
002670     05  FILLER                 PIC X(01) VALUE SPACES.
002680     05  DET-IOF                PIC Z(08)9.99.
002690     05  FILLER                 PIC X(01) VALUE SPACES.
002700     05  DET-SALDO-APOS         PIC -(10)9.99.
002710     05  FILLER                 PIC X(02) VALUE SPACES.
002720     05  DET-OBSERVACAO         PIC X(20).
002730
002740 01  WS-LINHA-TOTAL.
002750     05  FILLER                 PIC X(30).
002760     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
002770
002780 PROCEDURE DIVISION.
002790******************************************************************
002800* 0000-MAINLINE - COBRA JUROS E IOF DE CADA SALDO NEGATIVO DO    *
002810*                 SLDCLI.                                        *
002820******************************************************************
002830 0000-MAINLINE.
002840     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002850     PERFORM 2000-PROCESSAR-SALDO THRU 2000-PROCESSAR-SALDO-EXIT
002860         UNTIL FIM-DO-SLDCLI
002870     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
002880     STOP RUN.
002890
002900******************************************************************
002910* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, LE OS         *
002920*                    PARAMETROS, APURA OS DIAS CORRIDOS DESDE O  *
002930*                    MOVIMENTO ANTERIOR, ABRE OS ARQUIVOS E LE O *
002940*                    PRIMEIRO SALDO. O RELIOF DO DIA JA DEVE     *
002950*                    TER SIDO GERADO PELO LOTE DE TAXAS: SEM ELE *
002960*                    A COBRANCA E RECUSADA.                      *
002970******************************************************************
002980 1000-INICIALIZAR.
002990     PERFORM 1050-OBTER-DATA-MOVIMENTO
003000         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
003010     IF FIM-DO-SLDCLI
003020         GO TO 1000-INICIALIZAR-EXIT
003030     END-IF
003040
003050     PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT
003060     IF FIM-DO-SLDCLI
003070         GO TO 1000-INICIALIZAR-EXIT
003080     END-IF
003090
003100     MOVE CTRL-DATA-MOV-DD   TO WS-DATA-EXEC-DD
003110     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
003120     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
003130
003140     MOVE 1 TO WS-DIAS-CORRIDOS
003150     IF CTRL-DATA-ANTERIOR IS NUMERIC
003160       AND CTRL-DATA-ANTERIOR > ZEROS
003170       AND CTRL-DATA-ANTERIOR < CTRL-DATA-MOVIMENTO
003180         COMPUTE WS-DIAS-CORRIDOS =
003190             FUNCTION INTEGER-OF-DATE(CTRL-DATA-MOVIMENTO)
003200           - FUNCTION INTEGER-OF-DATE(CTRL-DATA-ANTERIOR)
003210     END-IF
003220
003230     OPEN I-O SLDCLI
003240     IF NOT SLDCLI-OK
003250         DISPLAY "ERRO AO ABRIR SLDCLI - STATUS: "
003260             WS-SLDCLI-STATUS
003270         MOVE "S" TO WS-FIM-SLDCLI
003280     END-IF
003290
003300     OPEN I-O HISMOV
003310     IF HISMOV-NAO-EXISTE
003320         OPEN OUTPUT HISMOV
003330         CLOSE HISMOV
003340         OPEN I-O HISMOV
003350     END-IF
003360     IF NOT HISMOV-OK
003370         DISPLAY "ERRO AO ABRIR HISMOV - STATUS: "
003380             WS-HISMOV-STATUS
003390         MOVE "S" TO WS-FIM-SLDCLI
003400     END-IF
003410
003420     OPEN INPUT CADCLI
003430     IF NOT CADCLI-OK
003440         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
003450             WS-CADCLI-STATUS
003460         MOVE "S" TO WS-FIM-SLDCLI
003470     END-IF
003480
003490     OPEN INPUT ICMSIOF
003500     IF NOT ICMSIOF-OK
003510         DISPLAY "ERRO AO ABRIR ICMSIOF - STATUS: "
003520             WS-ICMSIOF-STATUS
003530         MOVE "S" TO WS-FIM-SLDCLI
003540     END-IF
003550
003560     OPEN EXTEND RELIOF
003570     IF NOT RELIOF-OK
003580         DISPLAY "ERRO AO ABRIR RELIOF - STATUS: "
003590             WS-RELIOF-STATUS
003600             " - O LOTE DE TAXAS DO DIA DEVE RODAR ANTES"
003610         MOVE "S" TO WS-FIM-SLDCLI
003620     END-IF
003630
003640     OPEN OUTPUT RELCHE
003650     IF NOT RELCHE-OK
003660         DISPLAY "ERRO AO ABRIR RELCHE - STATUS: "
003670             WS-RELCHE-STATUS
003680         MOVE "S" TO WS-FIM-SLDCLI
003690     END-IF
003700
003710     IF NOT FIM-DO-SLDCLI
003720         MOVE "S" TO WS-INICIO-SITUACAO
003730         PERFORM 3000-IMPRIMIR-CABECALHO
003740             THRU 3000-IMPRIMIR-CABECALHO-EXIT
003750         PERFORM 2900-LER-SLDCLI THRU 2900-LER-SLDCLI-EXIT
003760     END-IF.
003770 1000-INICIALIZAR-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
003820*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
003830*                    RECUSANDO A EXECUCAO QUANDO O PROGRAMA JA   *
003840*                    ENCERROU ESSA DATA OU O CONTROLE FALHA.     *
003850******************************************************************
003860 1050-OBTER-DATA-MOVIMENTO.
003870     MOVE "C"          TO CTRL-FUNCAO
003880     MOVE "PROGRAMA23" TO CTRL-PROGRAMA
003890     CALL "datactl" USING CTRLDATA-AREA
003900     IF CTRL-JA-EXECUTADO
003910         DISPLAY "DATA DE MOVIMENTO " CTRL-DATA-MOVIMENTO
003920             " JA ENCERRADA PELO PROGRAMA23 - EXECUCAO "
003930             "RECUSADA"
003940         MOVE "S" TO WS-FIM-SLDCLI
003950     END-IF
003960     IF CTRL-ERRO-CONTROLE
003970         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
003980             "EXECUCAO RECUSADA"
003990         MOVE "S" TO WS-FIM-SLDCLI
004000     END-IF.
004010 1050-OBTER-DATA-MOVIMENTO-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 1100-LER-PARAMETROS - LE O REGISTRO DE PARAMETROS DO CHEQUE    *
004060*                    ESPECIAL, RECUSANDO A EXECUCAO QUANDO ELE   *
004070*                    FALTA OU NAO INFORMA O PRODUTO OU A TAXA.   *
004080******************************************************************
004090 1100-LER-PARAMETROS.
004100     OPEN INPUT PARMCHE
004110     IF NOT PARMCHE-OK
004120         DISPLAY "ERRO AO ABRIR PARMCHE - STATUS: "
004130             WS-PARMCHE-STATUS
004140         MOVE "S" TO WS-FIM-SLDCLI
004150         GO TO 1100-LER-PARAMETROS-EXIT
004160     END-IF
004170
004180     READ PARMCHE
004190         AT END
004200             DISPLAY "PARMCHE VAZIO - COBRANCA RECUSADA"
004210             MOVE "S" TO WS-FIM-SLDCLI
004220     END-READ
004230     CLOSE PARMCHE
004240     IF FIM-DO-SLDCLI
004250         GO TO 1100-LER-PARAMETROS-EXIT
004260     END-IF
004270
004280     IF PARM-PRODUTO = SPACES
004290       OR PARM-TAXA-DIARIA NOT NUMERIC
004300       OR PARM-TAXA-DIARIA = ZEROS
004310         DISPLAY "PARMCHE SEM PRODUTO OU TAXA DIARIA VALIDOS - "
004320             "COBRANCA RECUSADA"
004330         MOVE "S" TO WS-FIM-SLDCLI
004340     END-IF.
004350 1100-LER-PARAMETROS-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390* 2000-PROCESSAR-SALDO - COBRA O SALDO CORRENTE QUANDO NEGATIVO  *
004400*                    E AINDA NAO COBRADO NA DATA, E LE O PROXIMO.*
004410*                    O JA COBRADO NA DATA (RETOMADA) VOLTA AO    *
004420*                    RELATORIO COM OS VALORES DO HISMOV.         *
004430******************************************************************
004440 2000-PROCESSAR-SALDO.
004450     ADD 1 TO WS-QTD-SALDOS-LIDOS
004460     IF SALDO-VALOR NOT < ZEROS
004470         GO TO 2000-PROCESSAR-LER
004480     END-IF
004490
004500     ADD 1 TO WS-QTD-NEGATIVOS
004510     MOVE SALDO-VALOR TO WS-SALDO-ANTES
004520     PERFORM 2100-APURAR-MOVIMENTO-DIA
004530         THRU 2100-APURAR-MOVIMENTO-DIA-EXIT
004540     IF COBRANCA-JA-FEITA
004550         ADD 1 TO WS-QTD-JA-COBRADOS
004560         PERFORM 2500-LISTAR-COBRANCA-FEITA
004570             THRU 2500-LISTAR-COBRANCA-FEITA-EXIT
004580         GO TO 2000-PROCESSAR-LER
004590     END-IF
004600
004610     PERFORM 2200-IDENTIFICAR-CLIENTE
004620         THRU 2200-IDENTIFICAR-CLIENTE-EXIT
004630     PERFORM 2300-CALCULAR-COBRANCA
004640         THRU 2300-CALCULAR-COBRANCA-EXIT
004650     PERFORM 2400-DEBITAR-SALDO THRU 2400-DEBITAR-SALDO-EXIT
004660     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
004670 2000-PROCESSAR-LER.
004680     PERFORM 2900-LER-SLDCLI THRU 2900-LER-SLDCLI-EXIT.
004690 2000-PROCESSAR-SALDO-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 2100-APURAR-MOVIMENTO-DIA - PERCORRE O HISTORICO DO CLIENTE NA *
004740*                    DATA DO MOVIMENTO: SOMA OS MOVIMENTOS DO    *
004750*                    DIA (PARA O SALDO DO INICIO DO DIA) E       *
004760*                    DETECTA A COBRANCA JA FEITA NA DATA (LOTE   *
004770*                    ZERO GRAVADO POR ESTE PROGRAMA), QUE NAO E  *
004780*                    REPETIDA NA REEXECUCAO APOS INTERRUPCAO -   *
004790*                    NESSE CASO RECUPERA OS JUROS E O IOF JA     *
004800*                    DEBITADOS (SEQUENCIAS 1 E 2 DO LOTE ZERO).  *
004810******************************************************************
004820 2100-APURAR-MOVIMENTO-DIA.
004830     MOVE "N"   TO WS-COBRANCA-SITUACAO
004840     MOVE ZEROS TO WS-MOV-DIA
004850     MOVE "N"   TO WS-FIM-MOVIMENTOS
004860     MOVE ZEROS TO WS-VALOR-JUROS
004870     MOVE ZEROS TO WS-VALOR-IOF
004880     MOVE SALDO-CPF           TO HMOV-CPF
004890     MOVE CTRL-DATA-MOVIMENTO TO HMOV-DATA
004900     MOVE ZEROS               TO HMOV-LOTE
004910     MOVE ZEROS               TO HMOV-SEQUENCIA
004920     START HISMOV KEY IS NOT LESS THAN HMOV-CHAVE
004930         INVALID KEY
004940             MOVE "S" TO WS-FIM-MOVIMENTOS
004950     END-START
004960     PERFORM 2120-SOMAR-MOVIMENTO THRU 2120-SOMAR-MOVIMENTO-EXIT
004970         UNTIL FIM-DOS-MOVIMENTOS
004980
004990     COMPUTE WS-SALDO-INICIO-DIA = WS-SALDO-ANTES - WS-MOV-DIA.
005000 2100-APURAR-MOVIMENTO-DIA-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 2120-SOMAR-MOVIMENTO - LE O PROXIMO MOVIMENTO DO CLIENTE NA    *
005050*                    DATA E O SOMA, SINALIZANDO A COBRANCA JA    *
005060*                    FEITA E GUARDANDO OS VALORES DEBITADOS.     *
005070******************************************************************
005080 2120-SOMAR-MOVIMENTO.
005090     READ HISMOV NEXT RECORD
005100         AT END
005110             MOVE "S" TO WS-FIM-MOVIMENTOS
005120             GO TO 2120-SOMAR-MOVIMENTO-EXIT
005130     END-READ
005140     IF HMOV-CPF NOT = SALDO-CPF
005150       OR HMOV-DATA NOT = CTRL-DATA-MOVIMENTO
005160         MOVE "S" TO WS-FIM-MOVIMENTOS
005170         GO TO 2120-SOMAR-MOVIMENTO-EXIT
005180     END-IF
005190
005200     IF HMOV-LOTE = ZEROS
005210       AND HMOV-ORIGEM = "PROGRAMA23"
005220         MOVE "S" TO WS-COBRANCA-SITUACAO
005230         IF HMOV-SEQUENCIA = 1
005240             COMPUTE WS-VALOR-JUROS = ZEROS - HMOV-VALOR
005250         END-IF
005260         IF HMOV-SEQUENCIA = 2
005270             COMPUTE WS-VALOR-IOF = ZEROS - HMOV-VALOR
005280         END-IF
005290         GO TO 2120-SOMAR-MOVIMENTO-EXIT
005300     END-IF
005310     ADD HMOV-VALOR TO WS-MOV-DIA.
005320 2120-SOMAR-MOVIMENTO-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 2200-IDENTIFICAR-CLIENTE - LOCALIZA O CLIENTE NO CADCLI PARA   *
005370*                    OBTER NOME E UF. SEM CADASTRO NAO HA UF     *
005380*                    PARA O IOF, E SO OS JUROS SAO COBRADOS.     *
005390******************************************************************
005400 2200-IDENTIFICAR-CLIENTE.
005410     MOVE "N"       TO WS-CADASTRO-SITUACAO
005420     MOVE SPACES    TO WS-OBSERVACAO
005430     MOVE SALDO-CPF TO CPF-CADCLI
005440     READ CADCLI
005450         INVALID KEY
005460             MOVE "??"                  TO WS-UF-CLIENTE
005470             MOVE "CLIENTE NAO CADASTRADO" TO WS-NOME-CLIENTE
005480             MOVE "SEM CADASTRO"        TO WS-OBSERVACAO
005490             ADD 1 TO WS-QTD-SEM-CADASTRO
005500         NOT INVALID KEY
005510             MOVE "S"                   TO WS-CADASTRO-SITUACAO
005520             MOVE ENDERECO-UF-CADCLI    TO WS-UF-CLIENTE
005530             MOVE NOME-CLIENTE-CADCLI   TO WS-NOME-CLIENTE
005540     END-READ.
005550 2200-IDENTIFICAR-CLIENTE-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 2300-CALCULAR-COBRANCA - CALCULA OS JUROS DO PERIODO SOBRE O   *
005600*                    SALDO DEVEDOR E O IOF: ALIQUOTA DIARIA DA   *
005610*                    ICMSIOF SOBRE O SALDO DEVEDOR NOS DIAS      *
005620*                    CORRIDOS MAIS A ALIQUOTA ADICIONAL SOBRE O  *
005630*                    AUMENTO DO SALDO DEVEDOR NO DIA.            *
005640******************************************************************
005650 2300-CALCULAR-COBRANCA.
005660     COMPUTE WS-DEVEDOR = ZEROS - WS-SALDO-ANTES
005670     IF WS-SALDO-INICIO-DIA < ZEROS
005680         COMPUTE WS-DEVEDOR-INICIO-DIA =
005690             ZEROS - WS-SALDO-INICIO-DIA
005700     ELSE
005710         MOVE ZEROS TO WS-DEVEDOR-INICIO-DIA
005720     END-IF
005730     IF WS-DEVEDOR > WS-DEVEDOR-INICIO-DIA
005740         COMPUTE WS-AUMENTO-DEVEDOR =
005750             WS-DEVEDOR - WS-DEVEDOR-INICIO-DIA
005760     ELSE
005770         MOVE ZEROS TO WS-AUMENTO-DEVEDOR
005780     END-IF
005790
005800     COMPUTE WS-VALOR-JUROS ROUNDED =
005810         WS-DEVEDOR * PARM-TAXA-DIARIA * WS-DIAS-CORRIDOS
005820
005830     MOVE ZEROS TO WS-VALOR-IOF-DIARIO
005840     MOVE ZEROS TO WS-VALOR-IOF-ADICIONAL
005850     MOVE ZEROS TO WS-VALOR-IOF
005860     IF NOT CLIENTE-CADASTRADO
005870         GO TO 2300-CALCULAR-COBRANCA-EXIT
005880     END-IF
005890
005900     PERFORM 2350-CONSULTAR-ALIQUOTA
005910         THRU 2350-CONSULTAR-ALIQUOTA-EXIT
005920     IF TAXA-NAO-ENCONTRADA
005930         MOVE "SEM ALIQUOTA DE IOF" TO WS-OBSERVACAO
005940         ADD 1 TO WS-QTD-SEM-ALIQUOTA
005950         GO TO 2300-CALCULAR-COBRANCA-EXIT
005960     END-IF
005970
005980     COMPUTE WS-VALOR-IOF-DIARIO ROUNDED =
005990         WS-DEVEDOR * TAB-IOF-ALIQ-DIARIA * WS-DIAS-CORRIDOS
006000     COMPUTE WS-VALOR-IOF-ADICIONAL ROUNDED =
006010         WS-AUMENTO-DEVEDOR * TAB-IOF-ALIQ-ADIC
006020     COMPUTE WS-VALOR-IOF =
006030         WS-VALOR-IOF-DIARIO + WS-VALOR-IOF-ADICIONAL.
006040 2300-CALCULAR-COBRANCA-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 2350-CONSULTAR-ALIQUOTA - LOCALIZA NA ICMSIOF A ALIQUOTA DE    *
006090*                    IOF DA UF DO CLIENTE PARA O PRODUTO DO      *
006100*                    CHEQUE ESPECIAL EM VIGOR NA DATA DO         *
006110*                    MOVIMENTO.                                  *
006120******************************************************************
006130 2350-CONSULTAR-ALIQUOTA.
006140     MOVE "N" TO WS-TAXA-ENCONTRADA
006150     MOVE WS-UF-CLIENTE       TO TAB-UF
006160     MOVE PARM-PRODUTO        TO TAB-PRODUTO
006170     MOVE CTRL-DATA-MOVIMENTO TO TAB-VIGENCIA-INI
006180     START ICMSIOF KEY IS NOT GREATER THAN TAB-CHAVE
006190         INVALID KEY
006200             GO TO 2350-CONSULTAR-ALIQUOTA-EXIT
006210     END-START
006220     READ ICMSIOF NEXT RECORD
006230         AT END
006240             GO TO 2350-CONSULTAR-ALIQUOTA-EXIT
006250     END-READ
006260
006270     IF TAB-UF NOT = WS-UF-CLIENTE
006280       OR TAB-PRODUTO NOT = PARM-PRODUTO
006290         GO TO 2350-CONSULTAR-ALIQUOTA-EXIT
006300     END-IF
006310     IF TAB-VIGENCIA-FIM NOT = ZEROS
006320       AND TAB-VIGENCIA-FIM < CTRL-DATA-MOVIMENTO
006330         GO TO 2350-CONSULTAR-ALIQUOTA-EXIT
006340     END-IF
006350     MOVE "S" TO WS-TAXA-ENCONTRADA.
006360 2350-CONSULTAR-ALIQUOTA-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 2400-DEBITAR-SALDO - DEBITA JUROS E IOF NO SALDO DO CLIENTE E *
006410*                    REGRAVA O SALDO. SO ENTAO GRAVA CADA DEBITO *
006420*                    NO HISTORICO (LOTE ZERO, SEQUENCIA 1 JUROS  *
006430*                    E 2 IOF), ACRESCENTA O IOF AO RELIOF DO DIA *
006440*                    E SOMA OS TOTAIS. SE O SALDO NAO PODE SER   *
006450*                    REGRAVADO O ERRO E CONTADO E NADA MAIS E    *
006460*                    GRAVADO, PARA QUE A REEXECUCAO O COBRE.     *
006470******************************************************************
006480 2400-DEBITAR-SALDO.
006490     IF WS-VALOR-JUROS = ZEROS
006500       AND WS-VALOR-IOF = ZEROS
006510         GO TO 2400-DEBITAR-SALDO-EXIT
006520     END-IF
006530
006540     SUBTRACT WS-VALOR-JUROS FROM SALDO-VALOR
006550     SUBTRACT WS-VALOR-IOF   FROM SALDO-VALOR
006560     MOVE CTRL-DATA-MOVIMENTO TO SALDO-DATA-ULT-MOV
006570     REWRITE REG-SLDCLI
006580         INVALID KEY
006590             DISPLAY "ERRO AO REGRAVAR SLDCLI - STATUS: "
006600                 WS-SLDCLI-STATUS " CPF: " SALDO-CPF
006610             ADD 1 TO WS-QTD-ERROS-SLDCLI
006620             MOVE WS-SALDO-ANTES        TO SALDO-VALOR
006630             MOVE "ERRO - NAO DEBITADO" TO WS-OBSERVACAO
006640             GO TO 2400-DEBITAR-SALDO-EXIT
006650     END-REWRITE
006660
006670     ADD 1 TO WS-QTD-COBRADOS
006680     ADD WS-DEVEDOR     TO WS-TOTAL-DEVEDOR
006690     ADD WS-VALOR-JUROS TO WS-TOTAL-JUROS
006700     ADD WS-VALOR-IOF   TO WS-TOTAL-IOF
006710
006720     IF WS-VALOR-JUROS > ZEROS
006730         COMPUTE WS-SALDO-APOS-DEBITO =
006740             WS-SALDO-ANTES - WS-VALOR-JUROS
006750         MOVE 1                       TO HMOV-SEQUENCIA
006760         MOVE "JUROS CHEQUE ESPECIAL" TO HMOV-HISTORICO
006770         COMPUTE HMOV-VALOR = ZEROS - WS-VALOR-JUROS
006780         PERFORM 2420-GRAVAR-HISTORICO
006790             THRU 2420-GRAVAR-HISTORICO-EXIT
006800     END-IF
006810
006820     IF WS-VALOR-IOF > ZEROS
006830         MOVE SALDO-VALOR             TO WS-SALDO-APOS-DEBITO
006840         MOVE 2                       TO HMOV-SEQUENCIA
006850         MOVE "IOF CHEQUE ESPECIAL"   TO HMOV-HISTORICO
006860         COMPUTE HMOV-VALOR = ZEROS - WS-VALOR-IOF
006870         PERFORM 2420-GRAVAR-HISTORICO
006880             THRU 2420-GRAVAR-HISTORICO-EXIT
006890         PERFORM 2450-GRAVAR-RELIOF THRU 2450-GRAVAR-RELIOF-EXIT
006900     END-IF.
006910 2400-DEBITAR-SALDO-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 2420-GRAVAR-HISTORICO - GRAVA NO HISMOV O DEBITO MONTADO       *
006960*                    (SEQUENCIA, HISTORICO E VALOR), COM O SALDO *
006970*                    APOS O DEBITO (WS-SALDO-APOS-DEBITO).       *
006980******************************************************************
006990 2420-GRAVAR-HISTORICO.
007000     MOVE SALDO-CPF             TO HMOV-CPF
007010     MOVE CTRL-DATA-MOVIMENTO   TO HMOV-DATA
007020     MOVE ZEROS                 TO HMOV-LOTE
007030     MOVE "PROGRAMA23"          TO HMOV-ORIGEM
007040     MOVE ZEROS                 TO HMOV-N1
007050     MOVE ZEROS                 TO HMOV-N2
007060     MOVE "D"                   TO HMOV-SINAL
007070     MOVE WS-SALDO-APOS-DEBITO  TO HMOV-SALDO-APOS
007080     WRITE REG-HISMOV
007090         INVALID KEY
007100             DISPLAY "ERRO AO GRAVAR HISMOV - STATUS: "
007110                 WS-HISMOV-STATUS " CPF: " SALDO-CPF
007120     END-WRITE.
007130 2420-GRAVAR-HISTORICO-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170* 2450-GRAVAR-RELIOF - ACRESCENTA AO RELIOF DO DIA A LINHA DO    *
007180*                    IOF DO CHEQUE ESPECIAL (CONTRATO 0000),     *
007190*                    PARA QUE ENTRE NO RESUMO FISCAL MENSAL.     *
007200******************************************************************
007210 2450-GRAVAR-RELIOF.
007220     MOVE SPACES          TO REG-RELIOF
007230     MOVE SALDO-CPF       TO RELIOF-CPF
007240     MOVE ZEROS           TO RELIOF-CONTRATO
007250     MOVE PARM-PRODUTO    TO RELIOF-PRODUTO
007260     MOVE WS-NOME-CLIENTE TO RELIOF-NOME
007270     MOVE WS-VALOR-IOF    TO RELIOF-VALOR-IOF
007280     WRITE REG-RELIOF
007290     IF NOT RELIOF-OK
007300         DISPLAY "ERRO AO GRAVAR RELIOF - STATUS: "
007310             WS-RELIOF-STATUS " CPF: " SALDO-CPF
007320         GO TO 2450-GRAVAR-RELIOF-EXIT
007330     END-IF
007340     ADD 1 TO WS-QTD-LINHAS-RELIOF.
007350 2450-GRAVAR-RELIOF-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 2500-LISTAR-COBRANCA-FEITA - EMITE NO RELATORIO O CLIENTE JA   *
007400*                    COBRADO NA DATA, COM OS JUROS E O IOF       *
007410*                    GRAVADOS NO HISMOV E O SALDO ANTES DA       *
007420*                    COBRANCA, E OS SOMA AOS TOTAIS, PARA QUE O  *
007430*                    RELCHE RECRIADO NA RETOMADA FIQUE COMPLETO. *
007440******************************************************************
007450 2500-LISTAR-COBRANCA-FEITA.
007460     PERFORM 2200-IDENTIFICAR-CLIENTE
007470         THRU 2200-IDENTIFICAR-CLIENTE-EXIT
007480     COMPUTE WS-SALDO-ANTES =
007490         SALDO-VALOR + WS-VALOR-JUROS + WS-VALOR-IOF
007500     COMPUTE WS-DEVEDOR = ZEROS - WS-SALDO-ANTES
007510     ADD WS-DEVEDOR     TO WS-TOTAL-DEVEDOR
007520     ADD WS-VALOR-JUROS TO WS-TOTAL-JUROS
007530     ADD WS-VALOR-IOF   TO WS-TOTAL-IOF
007540     MOVE "JA COBRADO NA DATA" TO WS-OBSERVACAO
007550     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
007560 2500-LISTAR-COBRANCA-FEITA-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600* 2800-GRAVAR-DETALHE - GRAVA A LINHA DO CLIENTE NO RELATORIO,   *
007610*                    QUEBRANDO A PAGINA QUANDO NECESSARIO.       *
007620******************************************************************
007630 2800-GRAVAR-DETALHE.
007640     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
007650         PERFORM 3000-IMPRIMIR-CABECALHO
007660             THRU 3000-IMPRIMIR-CABECALHO-EXIT
007670     END-IF
007680     MOVE SALDO-CPF       TO DET-CPF
007690     MOVE WS-NOME-CLIENTE TO DET-NOME
007700     MOVE WS-UF-CLIENTE   TO DET-UF
007710     MOVE WS-SALDO-ANTES  TO DET-SALDO-ANTES
007720     MOVE WS-VALOR-JUROS  TO DET-JUROS
007730     MOVE WS-VALOR-IOF    TO DET-IOF
007740     MOVE SALDO-VALOR     TO DET-SALDO-APOS
007750     MOVE WS-OBSERVACAO   TO DET-OBSERVACAO
007760     MOVE WS-LINHA-DETALHE TO REG-RELCHE
007770     WRITE REG-RELCHE
007780     ADD 1 TO WS-LINHA-ATUAL.
007790 2800-GRAVAR-DETALHE-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830* 2900-LER-SLDCLI - LE O PROXIMO SALDO DO SLDCLI, SINALIZANDO O  *
007840*                   FIM DO ARQUIVO.                              *
007850******************************************************************
007860 2900-LER-SLDCLI.
007870     READ SLDCLI NEXT RECORD
007880         AT END
007890             MOVE "S" TO WS-FIM-SLDCLI
007900     END-READ.
007910 2900-LER-SLDCLI-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO RELATORIO, *
007960*                           EMITINDO TITULO, DATA DE EXECUCAO,   *
007970*                           DIAS CORRIDOS E CABECALHO DAS        *
007980*                           COLUNAS.                             *
007990******************************************************************
008000 3000-IMPRIMIR-CABECALHO.
008010     ADD 1 TO WS-PAGINA-ATUAL
008020     MOVE WS-PAGINA-ATUAL  TO CAB1-PAGINA
008030     MOVE WS-DATA-EXECUCAO TO CAB2-DATA
008040     MOVE WS-DIAS-CORRIDOS TO CAB2-DIAS
008050
008060     MOVE WS-CABECALHO-1 TO REG-RELCHE
008070     WRITE REG-RELCHE
008080     MOVE WS-CABECALHO-2 TO REG-RELCHE
008090     WRITE REG-RELCHE
008100     MOVE WS-CABECALHO-3 TO REG-RELCHE
008110     WRITE REG-RELCHE
008120
008130     MOVE ZEROS TO WS-LINHA-ATUAL.
008140 3000-IMPRIMIR-CABECALHO-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180* 9000-FINALIZAR - EMITE OS TOTAIS DE CONTROLE, FECHA OS         *
008190*                  ARQUIVOS E REGISTRA O ENCERRAMENTO DA DATA    *
008200*                  (NAO REGISTRADO QUANDO ALGUM SALDO NAO PODE   *
008210*                  SER REGRAVADO).                               *
008220******************************************************************
008230 9000-FINALIZAR.
008240     IF NOT INICIO-OK
008250         GO TO 9000-FINALIZAR-EXIT
008260     END-IF
008270
008280     MOVE SPACES TO REG-RELCHE
008290     WRITE REG-RELCHE
008300     MOVE "TOTAIS DE CONTROLE" TO REG-RELCHE
008310     WRITE REG-RELCHE
008320
008330     MOVE "SALDOS LIDOS:" TO WS-LINHA-TOTAL
008340     MOVE WS-QTD-SALDOS-LIDOS TO TOT-QUANTIDADE
008350     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008360     WRITE REG-RELCHE
008370
008380     MOVE "SALDOS NEGATIVOS:" TO WS-LINHA-TOTAL
008390     MOVE WS-QTD-NEGATIVOS TO TOT-QUANTIDADE
008400     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008410     WRITE REG-RELCHE
008420
008430     MOVE "CLIENTES COBRADOS:" TO WS-LINHA-TOTAL
008440     MOVE WS-QTD-COBRADOS TO TOT-QUANTIDADE
008450     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008460     WRITE REG-RELCHE
008470
008480     MOVE "JA COBRADOS NA DATA:" TO WS-LINHA-TOTAL
008490     MOVE WS-QTD-JA-COBRADOS TO TOT-QUANTIDADE
008500     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008510     WRITE REG-RELCHE
008520
008530     MOVE "SEM CADASTRO (SO JUROS):" TO WS-LINHA-TOTAL
008540     MOVE WS-QTD-SEM-CADASTRO TO TOT-QUANTIDADE
008550     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008560     WRITE REG-RELCHE
008570
008580     MOVE "SEM ALIQUOTA DE IOF:" TO WS-LINHA-TOTAL
008590     MOVE WS-QTD-SEM-ALIQUOTA TO TOT-QUANTIDADE
008600     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008610     WRITE REG-RELCHE
008620
008630     MOVE "LINHAS GRAVADAS NO RELIOF:" TO WS-LINHA-TOTAL
008640     MOVE WS-QTD-LINHAS-RELIOF TO TOT-QUANTIDADE
008650     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008660     WRITE REG-RELCHE
008670
008680     MOVE "SALDOS NAO REGRAVADOS:" TO WS-LINHA-TOTAL
008690     MOVE WS-QTD-ERROS-SLDCLI TO TOT-QUANTIDADE
008700     MOVE WS-LINHA-TOTAL TO REG-RELCHE
008710     WRITE REG-RELCHE
008720
008730     MOVE WS-TOTAL-DEVEDOR TO WS-VALOR-EDITADO
008740     MOVE SPACES TO REG-RELCHE
008750     STRING "SALDO DEVEDOR COBRADO:      "
008760         WS-VALOR-EDITADO
008770         DELIMITED BY SIZE INTO REG-RELCHE
008780     WRITE REG-RELCHE
008790
008800     MOVE WS-TOTAL-JUROS TO WS-VALOR-EDITADO
008810     MOVE SPACES TO REG-RELCHE
008820     STRING "TOTAL DE JUROS:             "
008830         WS-VALOR-EDITADO
008840         DELIMITED BY SIZE INTO REG-RELCHE
008850     WRITE REG-RELCHE
008860
008870     MOVE WS-TOTAL-IOF TO WS-VALOR-EDITADO
008880     MOVE SPACES TO REG-RELCHE
008890     STRING "TOTAL DE IOF:               "
008900         WS-VALOR-EDITADO
008910         DELIMITED BY SIZE INTO REG-RELCHE
008920     WRITE REG-RELCHE
008930
008940     COMPUTE WS-TOTAL-DEBITADO = WS-TOTAL-JUROS + WS-TOTAL-IOF
008950     MOVE WS-TOTAL-DEBITADO TO WS-VALOR-EDITADO
008960     MOVE SPACES TO REG-RELCHE
008970     STRING "TOTAL DEBITADO NOS SALDOS:  "
008980         WS-VALOR-EDITADO
008990         DELIMITED BY SIZE INTO REG-RELCHE
009000     WRITE REG-RELCHE
009010
009020     CLOSE SLDCLI
009030     CLOSE HISMOV
009040     CLOSE CADCLI
009050     CLOSE ICMSIOF
009060     CLOSE RELIOF
009070     CLOSE RELCHE
009080
009090     IF WS-QTD-ERROS-SLDCLI > ZEROS
009100         DISPLAY "COBRANCA DO CHEQUE ESPECIAL COM "
009110             WS-QTD-ERROS-SLDCLI " SALDOS NAO REGRAVADOS - DATA "
009120             "NAO ENCERRADA"
009130         GO TO 9000-FINALIZAR-EXIT
009140     END-IF
009150
009160     IF CTRL-DATA-OK
009170         MOVE "R" TO CTRL-FUNCAO
009180         CALL "datactl" USING CTRLDATA-AREA
009190     END-IF.
009200 9000-FINALIZAR-EXIT.
009210     EXIT.
009220
009230 END PROGRAM programa23.

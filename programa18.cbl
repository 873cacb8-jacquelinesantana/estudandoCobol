000010******************************************************************
000020* PROGRAM-ID : PROGRAMA18
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : REMESSA DE COBRANCA AO BANCO: SELECIONA NO
000070*              CRONOGRAMA (PARCFIN) AS PARCELAS EM ABERTO QUE
000080*              VENCEM ENTRE A DATA DO MOVIMENTO E O N-ESIMO DIA
000090*              UTIL SEGUINTE (N NO ARQUIVO DE PARAMETROS PARMREM,
000100*              DIAS UTEIS PELO DIAUTIL/CALFER), ATRIBUI A CADA UMA
000110*              UM NOSSO NUMERO UNICO, REGISTRA O ENVIO NO
000120*              CONTROLE DA REMESSA (CTLREM) - PARCELA JA ENVIADA
000130*              NAO SAI DE NOVO - E GRAVA O ARQUIVO DE REMESSA
000140*              (REMCOB: HEADER, DETALHES COM NOME E ENDERECO DO
000150*              CADCLI, VALOR E VENCIMENTO, TRAILER COM QUANTIDADE
000160*              E VALOR TOTAL), COM O RELATORIO DA REMESSA (RELREM)
000170*              E TOTAIS DE CONTROLE. A RETOMADA NA MESMA DATA
000180*              REUSA O NUMERO DA REMESSA E REEMITE NO REMCOB
000190*              RECRIADO AS PARCELAS JA REGISTRADAS NELA. FALHA
000200*              NO CONTROLE OU NA GRAVACAO DO REMCOB INTERROMPE A
000210*              REMESSA SEM ENCERRAR A DATA, PARA QUE SEJA REFEITA.
000220* TECTONICS  : cobc
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-10-15 JH    PROGRAMA CRIADO - OS BOLETOS DAS PARCELAS DO
000270*                  MES ERAM DIGITADOS A MAO NO PORTAL DO BANCO.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. programa18.
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
000440     SELECT PARCFIN ASSIGN TO "PARCFIN"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PARC-CHAVE
000480         FILE STATUS IS WS-PARCFIN-STATUS.
000490
000500     SELECT CTLREM ASSIGN TO "CTLREM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CREM-NOSSO-NUMERO
000540         ALTERNATE RECORD KEY IS CREM-PARCELA
000550         FILE STATUS IS WS-CTLREM-STATUS.
000560
000570     SELECT PARMREM ASSIGN TO "PARMREM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PARMREM-STATUS.
000600
000610     SELECT REMCOB ASSIGN TO "REMCOB"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REMCOB-STATUS.
000640
000650     SELECT RELREM ASSIGN TO "RELREM"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RELREM-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710*----------------------------------------------------------------*
000720*    CADCLI - CADASTRO MESTRE DE CLIENTES (INDEXADO POR CPF)     *
000730*----------------------------------------------------------------*
000740 FD  CADCLI
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CADCLI.
000770
000780*----------------------------------------------------------------*
000790*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
000800*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
000810*----------------------------------------------------------------*
000820 FD  PARCFIN
000830     LABEL RECORDS ARE STANDARD.
000840     COPY PARCFIN.
000850
000860*----------------------------------------------------------------*
000870*    CTLREM - CONTROLE DA REMESSA (NOSSO NUMERO + PARCELA)       *
000880*----------------------------------------------------------------*
000890 FD  CTLREM
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CTLREM.
000920
000930*----------------------------------------------------------------*
000940*    PARMREM - PARAMETROS DA REMESSA (REGISTRO UNICO)            *
000950*----------------------------------------------------------------*
000960 FD  PARMREM
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-PARMREM.
000990     05  PARM-DIAS-UTEIS        PIC 9(02).
001000     05  PARM-BANCO             PIC 9(03).
001010     05  PARM-AGENCIA           PIC 9(04).
001020     05  PARM-CONVENIO          PIC 9(07).
001030     05  PARM-CEDENTE           PIC X(30).
001040
001050*----------------------------------------------------------------*
001060*    REMCOB - ARQUIVO DE REMESSA DE COBRANCA ENVIADO AO BANCO    *
001070*             (HEADER "H", DETALHE "D" E TRAILER "T")            *
001080*----------------------------------------------------------------*
001090 FD  REMCOB
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-REMCOB-HEADER.
001120     05  RMH-TIPO               PIC X(01).
001130     05  RMH-BANCO              PIC 9(03).
001140     05  RMH-AGENCIA            PIC 9(04).
001150     05  RMH-CONVENIO           PIC 9(07).
001160     05  RMH-CEDENTE            PIC X(30).
001170     05  RMH-DATA-GERACAO       PIC 9(08).
001180     05  RMH-SEQ-REMESSA        PIC 9(06).
001190     05  FILLER                 PIC X(101).
001200
001210 01  REG-REMCOB-DETALHE.
001220     05  RMD-TIPO               PIC X(01).
001230     05  RMD-NOSSO-NUMERO       PIC 9(11).
001240     05  RMD-CPF                PIC 9(11).
001250     05  RMD-CONTRATO           PIC 9(04).
001260     05  RMD-PARCELA            PIC 9(03).
001270     05  RMD-VENCIMENTO         PIC 9(08).
001280     05  RMD-VALOR              PIC 9(09)V99.
001290     05  RMD-NOME               PIC X(35).
001300     05  RMD-LOGRADOURO         PIC X(40).
001310     05  RMD-CIDADE             PIC X(20).
001320     05  RMD-UF                 PIC X(02).
001330     05  RMD-CEP                PIC 9(08).
001340     05  FILLER                 PIC X(06).
001350
001360 01  REG-REMCOB-TRAILER.
001370     05  RMT-TIPO               PIC X(01).
001380     05  RMT-QTD-DETALHES       PIC 9(07).
001390     05  RMT-VALOR-TOTAL        PIC 9(13)V99.
001400     05  FILLER                 PIC X(137).
001410
001420*----------------------------------------------------------------*
001430*    RELREM - RELATORIO DA REMESSA DE COBRANCA (PARCELAS         *
001440*             ENVIADAS, RECUSADAS E TOTAIS DE CONTROLE)          *
001450*----------------------------------------------------------------*
001460 FD  RELREM
001470     LABEL RECORDS ARE STANDARD.
001480 01  REG-RELREM                 PIC X(110).
001490
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------*
001520*    CHAVES, SWITCHES E CONTADORES                               *
001530*----------------------------------------------------------------*
001540 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
001550     88  CADCLI-OK                        VALUE "00".
001560
001570 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
001580     88  PARCFIN-OK                       VALUE "00".
001590     88  PARCFIN-FIM                      VALUE "10".
001600
001610 01  WS-CTLREM-STATUS           PIC X(02) VALUE SPACES.
001620     88  CTLREM-OK                        VALUE "00".
001630     88  CTLREM-NAO-EXISTE                VALUE "35".
001640
001650 01  WS-PARMREM-STATUS          PIC X(02) VALUE SPACES.
001660     88  PARMREM-OK                       VALUE "00".
001670
001680 01  WS-REMCOB-STATUS           PIC X(02) VALUE SPACES.
001690     88  REMCOB-OK                        VALUE "00".
001700
001710 01  WS-RELREM-STATUS           PIC X(02) VALUE SPACES.
001720     88  RELREM-OK                        VALUE "00".
001730
001740 01  WS-FIM-PARCELA             PIC X(01) VALUE "N".
001750     88  FIM-DA-PARCELA                   VALUE "S".
001760
001770 01  WS-ENVIO-SITUACAO          PIC X(01) VALUE "N".
001780     88  PARCELA-JA-ENVIADA               VALUE "S".
001790     88  PARCELA-REENVIO                  VALUE "R".
001800
001810 01  WS-CLIENTE-SITUACAO        PIC X(01) VALUE "N".
001820     88  CLIENTE-ENCONTRADO               VALUE "S".
001830
001840 01  WS-CALENDARIO-SITUACAO     PIC X(01) VALUE "S".
001850     88  CALENDARIO-OK                    VALUE "S".
001860
001870 01  WS-REMCOB-SITUACAO         PIC X(01) VALUE "N".
001880     88  REMCOB-ABERTO                    VALUE "S".
001890
001900 01  WS-REMESSA-SITUACAO        PIC X(01) VALUE "N".
001910     88  REMESSA-COM-ERRO                 VALUE "E".
001920
001930*----------------------------------------------------------------*
001940*    JANELA DE VENCIMENTOS E NUMERACAO DA REMESSA                *
001950*----------------------------------------------------------------*
001960 77  WS-DIAS-INTEIRO            PIC 9(08) COMP VALUE ZEROS.
001970 01  WS-DATA-SEGUINTE           PIC 9(08) VALUE ZEROS.
001980 01  WS-DATA-LIMITE             PIC 9(08) VALUE ZEROS.
001990
002000 01  WS-ULTIMO-NOSSO            PIC 9(11) VALUE ZEROS.
002010 01  WS-SEQ-REMESSA             PIC 9(06) VALUE ZEROS.
002020 01  WS-NOSSO-PARCELA           PIC 9(11) VALUE ZEROS.
002030 01  WS-VALOR-PARCELA           PIC 9(09)V99 VALUE ZEROS.
002040
002050 77  WS-QTD-LIDAS               PIC 9(07) COMP VALUE ZEROS.
002060 77  WS-QTD-NA-JANELA           PIC 9(07) COMP VALUE ZEROS.
002070 77  WS-QTD-ENVIADAS            PIC 9(07) COMP VALUE ZEROS.
002080 77  WS-QTD-JA-ENVIADAS         PIC 9(07) COMP VALUE ZEROS.
002090 77  WS-QTD-REJ-CLIENTE         PIC 9(07) COMP VALUE ZEROS.
002100 77  WS-QTD-REENVIADAS          PIC 9(07) COMP VALUE ZEROS.
002110
002120 01  WS-TOTAL-REMESSA           PIC 9(13)V99 VALUE ZEROS.
002130 01  WS-VALOR-EDITADO           PIC Z(12)9.99.
002140
002150 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
002160 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
002170 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
002180
002190 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
002200     88  INICIO-OK                        VALUE "S".
002210
002220     COPY DATACTL.
002230
002240     COPY DIAUTIL.
002250
002260 01  WS-DATA-EXECUCAO.
002270     05  WS-DATA-EXEC-DD        PIC 9(02).
002280     05  FILLER                 PIC X(01) VALUE "/".
002290     05  WS-DATA-EXEC-MM        PIC 9(02).
002300     05  FILLER                 PIC X(01) VALUE "/".
002310     05  WS-DATA-EXEC-AAAA      PIC 9(04).
002320
002330 01  WS-DATA-DESMEMBRADA.
002340     05  WS-DATA-AAAA           PIC 9(04).
002350     05  WS-DATA-MM             PIC 9(02).
002360     05  WS-DATA-DD             PIC 9(02).
002370 01  WS-DATA-NUM REDEFINES WS-DATA-DESMEMBRADA
002380                                PIC 9(08).
002390
002400 01  WS-DATA-EDITADA.
002410     05  WS-DATA-EDIT-DD        PIC 9(02).
002420     05  FILLER                 PIC X(01) VALUE "/".
002430     05  WS-DATA-EDIT-MM        PIC 9(02).
002440     05  FILLER                 PIC X(01) VALUE "/".
002450     05  WS-DATA-EDIT-AAAA      PIC 9(04).
002460
002470*----------------------------------------------------------------*
002480*    LINHAS DO RELATORIO                                         *
002490*----------------------------------------------------------------*
002500 01  WS-CABECALHO-1.
002510     05  FILLER                 PIC X(20) VALUE SPACES.
002520     05  FILLER                 PIC X(34)
002530         VALUE "REMESSA DE COBRANCA AO BANCO".
002540     05  FILLER                 PIC X(10) VALUE SPACES.
002550     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
002560     05  CAB1-PAGINA            PIC ZZZ9.
002570
002580 01  WS-CABECALHO-2.
002590     05  FILLER                 PIC X(20) VALUE SPACES.
002600     05  FILLER                 PIC X(16) VALUE "DATA EXECUCAO: ".
002610     05  CAB2-DATA              PIC X(10).
002620     05  FILLER                 PIC X(04) VALUE SPACES.
002630     05  FILLER                 PIC X(17)
002640         VALUE "VENCIMENTOS ATE: ".
002650     05  CAB2-DATA-LIMITE       PIC X(10).
002660     05  FILLER                 PIC X(04) VALUE SPACES.
002670     05  FILLER                 PIC X(09) VALUE "REMESSA: ".
002680     05  CAB2-SEQ-REMESSA       PIC ZZZZZ9.
002690
002700 01  WS-CABECALHO-3.
002710     05  FILLER                 PIC X(13) VALUE "CPF".
002720     05  FILLER                 PIC X(07) VALUE "CONTR.".
002730     05  FILLER                 PIC X(06) VALUE "PARC.".
002740     05  FILLER                 PIC X(12) VALUE "VENCIMENTO".
002750     05  FILLER                 PIC X(14) VALUE "VALOR".
002760     05  FILLER                 PIC X(13) VALUE "NOSSO NUMERO".
002770     05  FILLER                 PIC X(35) VALUE "SITUACAO".
002780
002790 01  WS-LINHA-DETALHE.
002800     05  DET-CPF                PIC 9(11).
002810     05  FILLER                 PIC X(02) VALUE SPACES.
002820     05  DET-CONTRATO           PIC 9(04).
002830     05  FILLER                 PIC X(03) VALUE SPACES.
002840     05  DET-PARCELA            PIC ZZ9.
002850     05  FILLER                 PIC X(03) VALUE SPACES.
002860     05  DET-VENCIMENTO         PIC X(10).
002870     05  FILLER                 PIC X(02) VALUE SPACES.
002880     05  DET-VALOR              PIC Z(08)9.99.
002890     05  FILLER                 PIC X(02) VALUE SPACES.
002900     05  DET-NOSSO-NUMERO       PIC X(11).
002910     05  FILLER                 PIC X(02) VALUE SPACES.
002920     05  DET-SITUACAO           PIC X(35).
002930
002940 01  WS-LINHA-TOTAL.
002950     05  FILLER                 PIC X(30).
002960     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
002970
002980 PROCEDURE DIVISION.
002990******************************************************************
003000* 0000-MAINLINE - CONTROLA A GERACAO DA REMESSA DE COBRANCA      *
003010*                 SOBRE O CRONOGRAMA DE PARCELAS.                *
003020******************************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
003050     PERFORM 2000-PROCESSAR-PARCELA
003060         THRU 2000-PROCESSAR-PARCELA-EXIT
003070         UNTIL FIM-DA-PARCELA
003080     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
003090     STOP RUN.
003100
003110******************************************************************
003120* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, LE OS         *
003130*                    PARAMETROS, CALCULA A DATA LIMITE DOS       *
003140*                    VENCIMENTOS, ABRE OS ARQUIVOS, GRAVA O      *
003150*                    HEADER DA REMESSA E LE A PRIMEIRA PARCELA.  *
003160*                    O REMCOB SO E ABERTO DEPOIS DE GARANTIDA A  *
003170*                    CELULA DE CONTROLE DO CTLREM.               *
003180******************************************************************
003190 1000-INICIALIZAR.
003200     PERFORM 1050-OBTER-DATA-MOVIMENTO
003210         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
003220     IF FIM-DA-PARCELA
003230         GO TO 1000-INICIALIZAR-EXIT
003240     END-IF
003250
003260     MOVE CTRL-DATA-MOV-DD   TO WS-DATA-EXEC-DD
003270     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
003280     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
003290
003300     PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT
003310     IF FIM-DA-PARCELA
003320         GO TO 1000-INICIALIZAR-EXIT
003330     END-IF
003340
003350     MOVE CTRL-DATA-MOVIMENTO TO WS-DATA-LIMITE
003360     PERFORM 1150-AVANCAR-DIA-UTIL THRU 1150-AVANCAR-DIA-UTIL-EXIT
003370         PARM-DIAS-UTEIS TIMES
003380     IF NOT CALENDARIO-OK
003390         DISPLAY "CALENDARIO INDISPONIVEL - REMESSA RECUSADA"
003400         MOVE "S" TO WS-FIM-PARCELA
003410         GO TO 1000-INICIALIZAR-EXIT
003420     END-IF
003430
003440     OPEN INPUT CADCLI
003450     IF NOT CADCLI-OK
003460         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
003470             WS-CADCLI-STATUS
003480         MOVE "S" TO WS-FIM-PARCELA
003490     END-IF
003500
003510     OPEN INPUT PARCFIN
003520     IF NOT PARCFIN-OK
003530         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
003540             WS-PARCFIN-STATUS
003550         MOVE "S" TO WS-FIM-PARCELA
003560     END-IF
003570
003580     OPEN I-O CTLREM
003590     IF CTLREM-NAO-EXISTE
003600         OPEN OUTPUT CTLREM
003610         CLOSE CTLREM
003620         OPEN I-O CTLREM
003630     END-IF
003640     IF NOT CTLREM-OK
003650         DISPLAY "ERRO AO ABRIR CTLREM - STATUS: "
003660             WS-CTLREM-STATUS
003670         MOVE "S" TO WS-FIM-PARCELA
003680     END-IF
003690
003700     OPEN OUTPUT RELREM
003710     IF NOT RELREM-OK
003720         DISPLAY "ERRO AO ABRIR RELREM - STATUS: "
003730             WS-RELREM-STATUS
003740         MOVE "S" TO WS-FIM-PARCELA
003750     END-IF
003760
003770     IF FIM-DA-PARCELA
003780         GO TO 1000-INICIALIZAR-EXIT
003790     END-IF
003800
003810     MOVE "S" TO WS-INICIO-SITUACAO
003820     PERFORM 1200-ABRIR-REMESSA THRU 1200-ABRIR-REMESSA-EXIT
003830     IF REMESSA-COM-ERRO
003840         GO TO 1000-INICIALIZAR-EXIT
003850     END-IF
003860
003870     PERFORM 3000-IMPRIMIR-CABECALHO
003880         THRU 3000-IMPRIMIR-CABECALHO-EXIT
003890     PERFORM 2900-LER-PARCFIN THRU 2900-LER-PARCFIN-EXIT.
003900 1000-INICIALIZAR-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
003950*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
003960*                    RECUSANDO A EXECUCAO QUANDO O PROGRAMA JA   *
003970*                    ENCERROU ESSA DATA OU O CONTROLE FALHA.     *
003980******************************************************************
003990 1050-OBTER-DATA-MOVIMENTO.
004000     MOVE "C"          TO CTRL-FUNCAO
004010     MOVE "PROGRAMA18" TO CTRL-PROGRAMA
004020     CALL "datactl" USING CTRLDATA-AREA
004030     IF CTRL-JA-EXECUTADO
004040         DISPLAY "DATA DE MOVIMENTO " CTRL-DATA-MOVIMENTO
004050             " JA ENCERRADA PELO PROGRAMA18 - EXECUCAO "
004060             "RECUSADA"
004070         MOVE "S" TO WS-FIM-PARCELA
004080     END-IF
004090     IF CTRL-ERRO-CONTROLE
004100         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
004110             "EXECUCAO RECUSADA"
004120         MOVE "S" TO WS-FIM-PARCELA
004130     END-IF.
004140 1050-OBTER-DATA-MOVIMENTO-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 1100-LER-PARAMETROS - LE O REGISTRO DE PARAMETROS DA REMESSA,  *
004190*                    RECUSANDO A EXECUCAO QUANDO ELE FALTA OU    *
004200*                    NAO INFORMA A QUANTIDADE DE DIAS UTEIS.     *
004210******************************************************************
004220 1100-LER-PARAMETROS.
004230     OPEN INPUT PARMREM
004240     IF NOT PARMREM-OK
004250         DISPLAY "ERRO AO ABRIR PARMREM - STATUS: "
004260             WS-PARMREM-STATUS
004270         MOVE "S" TO WS-FIM-PARCELA
004280         GO TO 1100-LER-PARAMETROS-EXIT
004290     END-IF
004300
004310     READ PARMREM
004320         AT END
004330             DISPLAY "PARMREM VAZIO - REMESSA RECUSADA"
004340             MOVE "S" TO WS-FIM-PARCELA
004350     END-READ
004360     CLOSE PARMREM
004370     IF FIM-DA-PARCELA
004380         GO TO 1100-LER-PARAMETROS-EXIT
004390     END-IF
004400
004410     IF PARM-DIAS-UTEIS NOT NUMERIC
004420       OR PARM-DIAS-UTEIS = ZEROS
004430         DISPLAY "PARMREM SEM DIAS UTEIS VALIDOS - REMESSA "
004440             "RECUSADA"
004450         MOVE "S" TO WS-FIM-PARCELA
004460     END-IF.
004470 1100-LER-PARAMETROS-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510* 1150-AVANCAR-DIA-UTIL - AVANCA A DATA LIMITE PARA O PROXIMO    *
004520*                    DIA UTIL DO CALENDARIO (DIAUTIL/CALFER).    *
004530******************************************************************
004540 1150-AVANCAR-DIA-UTIL.
004550     IF NOT CALENDARIO-OK
004560         GO TO 1150-AVANCAR-DIA-UTIL-EXIT
004570     END-IF
004580
004590     COMPUTE WS-DIAS-INTEIRO =
004600         FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE) + 1
004610     COMPUTE WS-DATA-SEGUINTE =
004620         FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
004630
004640     MOVE WS-DATA-SEGUINTE TO UTIL-DATA-ENTRADA
004650     CALL "diautil" USING DIAUTIL-AREA
004660     IF UTIL-ERRO
004670         MOVE "N" TO WS-CALENDARIO-SITUACAO
004680         GO TO 1150-AVANCAR-DIA-UTIL-EXIT
004690     END-IF
004700     MOVE UTIL-DATA-UTIL TO WS-DATA-LIMITE.
004710 1150-AVANCAR-DIA-UTIL-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 1200-ABRIR-REMESSA - LE A CELULA DE CONTROLE DO CTLREM (NOSSO  *
004760*                    NUMERO ZERO), CRIANDO-A NA PRIMEIRA         *
004770*                    REMESSA, NUMERA A REMESSA DO DIA E GRAVA O  *
004780*                    HEADER DO ARQUIVO. NA RETOMADA DE UMA       *
004790*                    EXECUCAO INTERROMPIDA NA MESMA DATA REUSA O *
004800*                    NUMERO DA REMESSA, SEM ABRIR LACUNA NA      *
004810*                    SEQUENCIA ENVIADA AO BANCO. SEM A CELULA DE *
004820*                    CONTROLE O REMCOB NAO E ABERTO E A REMESSA  *
004830*                    FICA COM ERRO; O MESMO OCORRE QUANDO A      *
004840*                    ABERTURA DO REMCOB OU A GRAVACAO DO HEADER  *
004850*                    FALHA.                                      *
004860******************************************************************
004870 1200-ABRIR-REMESSA.
004880     MOVE ZEROS TO CREM-NOSSO-NUMERO
004890     READ CTLREM
004900         INVALID KEY
004910             MOVE SPACES TO REG-CTLREM-CONTROLE
004920             MOVE ZEROS  TO CTLC-NOSSO-NUMERO
004930             MOVE ZEROS  TO CTLC-PARCELA
004940             MOVE ZEROS  TO CTLC-ULTIMO-NOSSO
004950             MOVE ZEROS  TO CTLC-ULTIMA-REMESSA
004960             MOVE ZEROS  TO CTLC-DATA-REMESSA
004970             WRITE REG-CTLREM-CONTROLE
004980                 INVALID KEY
004990                     DISPLAY "ERRO AO GRAVAR CONTROLE DO CTLREM"
005000                         " - STATUS: " WS-CTLREM-STATUS
005010                     MOVE "E" TO WS-REMESSA-SITUACAO
005020                     MOVE "S" TO WS-FIM-PARCELA
005030                     GO TO 1200-ABRIR-REMESSA-EXIT
005040             END-WRITE
005050     END-READ
005060
005070     OPEN OUTPUT REMCOB
005080     IF NOT REMCOB-OK
005090         DISPLAY "ERRO AO ABRIR REMCOB - STATUS: "
005100             WS-REMCOB-STATUS
005110         MOVE "E" TO WS-REMESSA-SITUACAO
005120         MOVE "S" TO WS-FIM-PARCELA
005130         GO TO 1200-ABRIR-REMESSA-EXIT
005140     END-IF
005150     MOVE "S" TO WS-REMCOB-SITUACAO
005160
005170     MOVE CTLC-ULTIMO-NOSSO TO WS-ULTIMO-NOSSO
005180     IF CTLC-DATA-REMESSA = CTRL-DATA-MOVIMENTO
005190         MOVE CTLC-ULTIMA-REMESSA TO WS-SEQ-REMESSA
005200         DISPLAY "RETOMADA DA REMESSA " WS-SEQ-REMESSA
005210             " DE " CTRL-DATA-MOVIMENTO
005220     ELSE
005230         COMPUTE WS-SEQ-REMESSA = CTLC-ULTIMA-REMESSA + 1
005240     END-IF
005250     PERFORM 2700-ATUALIZAR-CONTROLE
005260         THRU 2700-ATUALIZAR-CONTROLE-EXIT
005270     IF REMESSA-COM-ERRO
005280         GO TO 1200-ABRIR-REMESSA-EXIT
005290     END-IF
005300
005310     MOVE SPACES              TO REG-REMCOB-HEADER
005320     MOVE "H"                 TO RMH-TIPO
005330     MOVE PARM-BANCO          TO RMH-BANCO
005340     MOVE PARM-AGENCIA        TO RMH-AGENCIA
005350     MOVE PARM-CONVENIO       TO RMH-CONVENIO
005360     MOVE PARM-CEDENTE        TO RMH-CEDENTE
005370     MOVE CTRL-DATA-MOVIMENTO TO RMH-DATA-GERACAO
005380     MOVE WS-SEQ-REMESSA      TO RMH-SEQ-REMESSA
005390     WRITE REG-REMCOB-HEADER
005400     IF NOT REMCOB-OK
005410         DISPLAY "ERRO AO GRAVAR HEADER DO REMCOB - STATUS: "
005420             WS-REMCOB-STATUS
005430         MOVE "E" TO WS-REMESSA-SITUACAO
005440         MOVE "S" TO WS-FIM-PARCELA
005450     END-IF.
005460 1200-ABRIR-REMESSA-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 2000-PROCESSAR-PARCELA - SELECIONA A PARCELA CORRENTE QUANDO   *
005510*                    ESTA EM ABERTO E VENCE DENTRO DA JANELA DA  *
005520*                    REMESSA, DESCARTA A JA ENVIADA E DIRECIONA  *
005530*                    PARA O ENVIO OU PARA A RECUSA. A PARCELA    *
005540*                    REGISTRADA NESTA MESMA REMESSA (RETOMADA)   *
005550*                    SAI DE NOVO COM O VALOR DO CTLREM.          *
005560******************************************************************
005570 2000-PROCESSAR-PARCELA.
005580     ADD 1 TO WS-QTD-LIDAS
005590
005600     IF NOT PARCELA-ABERTA
005610       OR PARC-VENCIMENTO < CTRL-DATA-MOVIMENTO
005620       OR PARC-VENCIMENTO > WS-DATA-LIMITE
005630         GO TO 2000-PROCESSAR-LER
005640     END-IF
005650     ADD 1 TO WS-QTD-NA-JANELA
005660
005670     PERFORM 2100-VERIFICAR-ENVIO THRU 2100-VERIFICAR-ENVIO-EXIT
005680     IF PARCELA-JA-ENVIADA
005690         ADD 1 TO WS-QTD-JA-ENVIADAS
005700         GO TO 2000-PROCESSAR-LER
005710     END-IF
005720
005730     IF PARCELA-REENVIO
005740         MOVE CREM-VALOR TO WS-VALOR-PARCELA
005750     ELSE
005760         COMPUTE WS-VALOR-PARCELA =
005770             PARC-PRINCIPAL + PARC-JUROS + PARC-IOF
005780     END-IF
005790
005800     MOVE "N"      TO WS-CLIENTE-SITUACAO
005810     MOVE PARC-CPF TO CPF-CADCLI
005820     READ CADCLI
005830         INVALID KEY
005840             CONTINUE
005850         NOT INVALID KEY
005860             MOVE "S" TO WS-CLIENTE-SITUACAO
005870     END-READ
005880
005890     IF CLIENTE-ENCONTRADO
005900         PERFORM 2200-ENVIAR-PARCELA
005910             THRU 2200-ENVIAR-PARCELA-EXIT
005920     ELSE
005930         ADD 1 TO WS-QTD-REJ-CLIENTE
005940         MOVE SPACES TO DET-NOSSO-NUMERO
005950         MOVE "RECUSADA - CLIENTE NAO CADASTRADO"
005960             TO DET-SITUACAO
005970         PERFORM 2800-GRAVAR-DETALHE
005980             THRU 2800-GRAVAR-DETALHE-EXIT
005990         DISPLAY "PARCELA FORA DA REMESSA - CLIENTE NAO "
006000             "CADASTRADO - CPF: " PARC-CPF
006010     END-IF.
006020 2000-PROCESSAR-LER.
006030     PERFORM 2900-LER-PARCFIN THRU 2900-LER-PARCFIN-EXIT.
006040 2000-PROCESSAR-PARCELA-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 2100-VERIFICAR-ENVIO - PROCURA A PARCELA CORRENTE NO CONTROLE  *
006090*                    DA REMESSA PELA CHAVE ALTERNATIVA (CPF +    *
006100*                    CONTRATO + PARCELA). O REGISTRO GRAVADO     *
006110*                    HOJE NA REMESSA CORRENTE INDICA RETOMADA: O *
006120*                    ARQUIVO FOI RECRIADO E A PARCELA SAI DE     *
006130*                    NOVO COM O MESMO NOSSO NUMERO.              *
006140******************************************************************
006150 2100-VERIFICAR-ENVIO.
006160     MOVE "N"           TO WS-ENVIO-SITUACAO
006170     MOVE PARC-CPF      TO CREM-CPF
006180     MOVE PARC-CONTRATO TO CREM-CONTRATO
006190     MOVE PARC-NUMERO   TO CREM-NUMERO
006200     READ CTLREM KEY IS CREM-PARCELA
006210         INVALID KEY
006220             GO TO 2100-VERIFICAR-ENVIO-EXIT
006230     END-READ
006240
006250     IF CREM-DATA-REMESSA = CTRL-DATA-MOVIMENTO
006260       AND CREM-SEQ-REMESSA = WS-SEQ-REMESSA
006270         MOVE "R" TO WS-ENVIO-SITUACAO
006280     ELSE
006290         MOVE "S" TO WS-ENVIO-SITUACAO
006300     END-IF.
006310 2100-VERIFICAR-ENVIO-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350* 2200-ENVIAR-PARCELA - ATRIBUI O PROXIMO NOSSO NUMERO, REGISTRA *
006360*                    O ENVIO NO CTLREM, GRAVA O DETALHE DA       *
006370*                    REMESSA E EMITE A LINHA NO RELATORIO. NA    *
006380*                    RETOMADA REAPROVEITA O NOSSO NUMERO JA      *
006390*                    REGISTRADO NO CTLREM. FALHA NA GRAVACAO DO  *
006400*                    DETALHE INTERROMPE A REMESSA; A PARCELA JA  *
006410*                    REGISTRADA SAI NA RETOMADA DA MESMA DATA.   *
006420******************************************************************
006430 2200-ENVIAR-PARCELA.
006440     IF PARCELA-REENVIO
006450         MOVE CREM-NOSSO-NUMERO TO WS-NOSSO-PARCELA
006460         ADD 1 TO WS-QTD-REENVIADAS
006470         GO TO 2200-GRAVAR-REMESSA
006480     END-IF
006490
006500     ADD 1 TO WS-ULTIMO-NOSSO
006510
006520     MOVE WS-ULTIMO-NOSSO     TO CREM-NOSSO-NUMERO
006530     MOVE PARC-CPF            TO CREM-CPF
006540     MOVE PARC-CONTRATO       TO CREM-CONTRATO
006550     MOVE PARC-NUMERO         TO CREM-NUMERO
006560     MOVE PARC-VENCIMENTO     TO CREM-VENCIMENTO
006570     MOVE WS-VALOR-PARCELA    TO CREM-VALOR
006580     MOVE CTRL-DATA-MOVIMENTO TO CREM-DATA-REMESSA
006590     MOVE WS-SEQ-REMESSA      TO CREM-SEQ-REMESSA
006600     WRITE REG-CTLREM
006610         INVALID KEY
006620             DISPLAY "ERRO AO GRAVAR CTLREM - STATUS: "
006630                 WS-CTLREM-STATUS " NOSSO NUMERO: "
006640                 WS-ULTIMO-NOSSO
006650             MOVE "E" TO WS-REMESSA-SITUACAO
006660             MOVE "S" TO WS-FIM-PARCELA
006670             GO TO 2200-ENVIAR-PARCELA-EXIT
006680     END-WRITE
006690     PERFORM 2700-ATUALIZAR-CONTROLE
006700         THRU 2700-ATUALIZAR-CONTROLE-EXIT
006710     MOVE WS-ULTIMO-NOSSO TO WS-NOSSO-PARCELA.
006720 2200-GRAVAR-REMESSA.
006730     MOVE SPACES                         TO REG-REMCOB-DETALHE
006740     MOVE "D"                            TO RMD-TIPO
006750     MOVE WS-NOSSO-PARCELA               TO RMD-NOSSO-NUMERO
006760     MOVE PARC-CPF                       TO RMD-CPF
006770     MOVE PARC-CONTRATO                  TO RMD-CONTRATO
006780     MOVE PARC-NUMERO                    TO RMD-PARCELA
006790     MOVE PARC-VENCIMENTO                TO RMD-VENCIMENTO
006800     MOVE WS-VALOR-PARCELA               TO RMD-VALOR
006810     MOVE NOME-CLIENTE-CADCLI            TO RMD-NOME
006820     MOVE ENDERECO-LOGRADOURO-CADCLI     TO RMD-LOGRADOURO
006830     MOVE ENDERECO-CIDADE-CADCLI         TO RMD-CIDADE
006840     MOVE ENDERECO-UF-CADCLI             TO RMD-UF
006850     MOVE ENDERECO-CEP-CADCLI            TO RMD-CEP
006860     WRITE REG-REMCOB-DETALHE
006870     IF NOT REMCOB-OK
006880         DISPLAY "ERRO AO GRAVAR REMCOB - STATUS: "
006890             WS-REMCOB-STATUS " NOSSO NUMERO: " WS-NOSSO-PARCELA
006900         MOVE "E" TO WS-REMESSA-SITUACAO
006910         MOVE "S" TO WS-FIM-PARCELA
006920         GO TO 2200-ENVIAR-PARCELA-EXIT
006930     END-IF
006940
006950     ADD 1 TO WS-QTD-ENVIADAS
006960     ADD WS-VALOR-PARCELA TO WS-TOTAL-REMESSA
006970
006980     MOVE WS-NOSSO-PARCELA TO DET-NOSSO-NUMERO
006990     IF PARCELA-REENVIO
007000         MOVE "ENVIADA - REEMITIDA NA RETOMADA" TO DET-SITUACAO
007010     ELSE
007020         MOVE "ENVIADA"     TO DET-SITUACAO
007030     END-IF
007040     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
007050 2200-ENVIAR-PARCELA-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 2700-ATUALIZAR-CONTROLE - REGRAVA A CELULA DE CONTROLE DO      *
007100*                    CTLREM COM O ULTIMO NOSSO NUMERO USADO E A  *
007110*                    REMESSA DO DIA, PARA QUE UMA INTERRUPCAO    *
007120*                    NUNCA REPITA UM NOSSO NUMERO. SE A CELULA   *
007130*                    NAO PODE SER REGRAVADA A REMESSA PARA COM   *
007140*                    ERRO E A DATA NAO E ENCERRADA.              *
007150******************************************************************
007160 2700-ATUALIZAR-CONTROLE.
007170     MOVE SPACES              TO REG-CTLREM-CONTROLE
007180     MOVE ZEROS               TO CTLC-NOSSO-NUMERO
007190     MOVE ZEROS               TO CTLC-PARCELA
007200     MOVE WS-ULTIMO-NOSSO     TO CTLC-ULTIMO-NOSSO
007210     MOVE WS-SEQ-REMESSA      TO CTLC-ULTIMA-REMESSA
007220     MOVE CTRL-DATA-MOVIMENTO TO CTLC-DATA-REMESSA
007230     REWRITE REG-CTLREM-CONTROLE
007240         INVALID KEY
007250             DISPLAY "ERRO AO REGRAVAR CONTROLE DO CTLREM - "
007260                 "STATUS: " WS-CTLREM-STATUS
007270             MOVE "E" TO WS-REMESSA-SITUACAO
007280             MOVE "S" TO WS-FIM-PARCELA
007290     END-REWRITE.
007300 2700-ATUALIZAR-CONTROLE-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 2800-GRAVAR-DETALHE - GRAVA A LINHA DA PARCELA CORRENTE NO     *
007350*                    RELATORIO, QUEBRANDO A PAGINA QUANDO        *
007360*                    NECESSARIO.                                 *
007370******************************************************************
007380 2800-GRAVAR-DETALHE.
007390     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
007400         PERFORM 3000-IMPRIMIR-CABECALHO
007410             THRU 3000-IMPRIMIR-CABECALHO-EXIT
007420     END-IF
007430     MOVE PARC-CPF          TO DET-CPF
007440     MOVE PARC-CONTRATO     TO DET-CONTRATO
007450     MOVE PARC-NUMERO       TO DET-PARCELA
007460     MOVE PARC-VENCIMENTO   TO WS-DATA-NUM
007470     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
007480     MOVE WS-DATA-EDITADA   TO DET-VENCIMENTO
007490     MOVE WS-VALOR-PARCELA  TO DET-VALOR
007500     MOVE WS-LINHA-DETALHE  TO REG-RELREM
007510     WRITE REG-RELREM
007520     ADD 1 TO WS-LINHA-ATUAL.
007530 2800-GRAVAR-DETALHE-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570* 2850-EDITAR-DATA - EDITA A DATA AAAAMMDD DE WS-DATA-NUM NO     *
007580*                    FORMATO DD/MM/AAAA DO RELATORIO.            *
007590******************************************************************
007600 2850-EDITAR-DATA.
007610     MOVE WS-DATA-DD   TO WS-DATA-EDIT-DD
007620     MOVE WS-DATA-MM   TO WS-DATA-EDIT-MM
007630     MOVE WS-DATA-AAAA TO WS-DATA-EDIT-AAAA.
007640 2850-EDITAR-DATA-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 2900-LER-PARCFIN - LE A PROXIMA PARCELA DO CRONOGRAMA,         *
007690*                    SINALIZANDO O FIM DO ARQUIVO.               *
007700******************************************************************
007710 2900-LER-PARCFIN.
007720     READ PARCFIN NEXT RECORD
007730         AT END
007740             MOVE "S" TO WS-FIM-PARCELA
007750     END-READ.
007760 2900-LER-PARCFIN-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO RELATORIO, *
007810*                           EMITINDO TITULO, DATA DE EXECUCAO,   *
007820*                           JANELA DE VENCIMENTOS, NUMERO DA     *
007830*                           REMESSA E CABECALHO DAS COLUNAS.     *
007840******************************************************************
007850 3000-IMPRIMIR-CABECALHO.
007860     ADD 1 TO WS-PAGINA-ATUAL
007870     MOVE WS-PAGINA-ATUAL  TO CAB1-PAGINA
007880     MOVE WS-DATA-EXECUCAO TO CAB2-DATA
007890     MOVE WS-DATA-LIMITE   TO WS-DATA-NUM
007900     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
007910     MOVE WS-DATA-EDITADA  TO CAB2-DATA-LIMITE
007920     MOVE WS-SEQ-REMESSA   TO CAB2-SEQ-REMESSA
007930
007940     MOVE WS-CABECALHO-1 TO REG-RELREM
007950     WRITE REG-RELREM
007960     MOVE WS-CABECALHO-2 TO REG-RELREM
007970     WRITE REG-RELREM
007980     MOVE WS-CABECALHO-3 TO REG-RELREM
007990     WRITE REG-RELREM
008000
008010     MOVE ZEROS TO WS-LINHA-ATUAL.
008020 3000-IMPRIMIR-CABECALHO-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 9000-FINALIZAR - GRAVA O TRAILER DA REMESSA, EMITE OS TOTAIS   *
008070*                  DE CONTROLE, FECHA OS ARQUIVOS E REGISTRA O   *
008080*                  ENCERRAMENTO DA DATA (NAO REGISTRADO QUANDO   *
008090*                  A REMESSA FICA COM ERRO DE GRAVACAO).         *
008100******************************************************************
008110 9000-FINALIZAR.
008120     IF NOT INICIO-OK
008130         GO TO 9000-FINALIZAR-EXIT
008140     END-IF
008150
008160     IF NOT REMESSA-COM-ERRO
008170         MOVE SPACES           TO REG-REMCOB-TRAILER
008180         MOVE "T"              TO RMT-TIPO
008190         MOVE WS-QTD-ENVIADAS  TO RMT-QTD-DETALHES
008200         MOVE WS-TOTAL-REMESSA TO RMT-VALOR-TOTAL
008210         WRITE REG-REMCOB-TRAILER
008220         IF NOT REMCOB-OK
008230             DISPLAY "ERRO AO GRAVAR TRAILER DO REMCOB - STATUS: "
008240                 WS-REMCOB-STATUS
008250             MOVE "E" TO WS-REMESSA-SITUACAO
008260         END-IF
008270     END-IF
008280
008290     MOVE SPACES TO REG-RELREM
008300     WRITE REG-RELREM
008310     MOVE "TOTAIS DE CONTROLE DA REMESSA" TO REG-RELREM
008320     WRITE REG-RELREM
008330
008340     MOVE "PARCELAS LIDAS NO PARCFIN:" TO WS-LINHA-TOTAL
008350     MOVE WS-QTD-LIDAS TO TOT-QUANTIDADE
008360     MOVE WS-LINHA-TOTAL TO REG-RELREM
008370     WRITE REG-RELREM
008380
008390     MOVE "EM ABERTO NA JANELA:" TO WS-LINHA-TOTAL
008400     MOVE WS-QTD-NA-JANELA TO TOT-QUANTIDADE
008410     MOVE WS-LINHA-TOTAL TO REG-RELREM
008420     WRITE REG-RELREM
008430
008440     MOVE "ENVIADAS NESTA REMESSA:" TO WS-LINHA-TOTAL
008450     MOVE WS-QTD-ENVIADAS TO TOT-QUANTIDADE
008460     MOVE WS-LINHA-TOTAL TO REG-RELREM
008470     WRITE REG-RELREM
008480
008490     MOVE "  REEMITIDAS NA RETOMADA:" TO WS-LINHA-TOTAL
008500     MOVE WS-QTD-REENVIADAS TO TOT-QUANTIDADE
008510     MOVE WS-LINHA-TOTAL TO REG-RELREM
008520     WRITE REG-RELREM
008530
008540     MOVE "JA ENVIADAS ANTERIORMENTE:" TO WS-LINHA-TOTAL
008550     MOVE WS-QTD-JA-ENVIADAS TO TOT-QUANTIDADE
008560     MOVE WS-LINHA-TOTAL TO REG-RELREM
008570     WRITE REG-RELREM
008580
008590     MOVE "RECUSADAS - CLIENTE INEXIST.:" TO WS-LINHA-TOTAL
008600     MOVE WS-QTD-REJ-CLIENTE TO TOT-QUANTIDADE
008610     MOVE WS-LINHA-TOTAL TO REG-RELREM
008620     WRITE REG-RELREM
008630
008640     MOVE WS-TOTAL-REMESSA TO WS-VALOR-EDITADO
008650     MOVE SPACES TO REG-RELREM
008660     STRING "VALOR TOTAL DA REMESSA:     "
008670         WS-VALOR-EDITADO
008680         DELIMITED BY SIZE INTO REG-RELREM
008690     WRITE REG-RELREM
008700
008710     CLOSE CADCLI
008720     CLOSE PARCFIN
008730     CLOSE CTLREM
008740     IF REMCOB-ABERTO
008750         CLOSE REMCOB
008760     END-IF
008770     CLOSE RELREM
008780
008790     IF REMESSA-COM-ERRO
008800         DISPLAY "REMESSA " WS-SEQ-REMESSA " COM ERRO DE "
008810             "GRAVACAO - DATA NAO ENCERRADA"
008820         GO TO 9000-FINALIZAR-EXIT
008830     END-IF
008840
008850     IF CTRL-DATA-OK
008860         MOVE "R" TO CTRL-FUNCAO
008870         CALL "datactl" USING CTRLDATA-AREA
008880     END-IF
008890
008900     DISPLAY "REMESSA DE COBRANCA ENCERRADA - REMESSA: "
008910         WS-SEQ-REMESSA " ENVIADAS: " WS-QTD-ENVIADAS.
008920 9000-FINALIZAR-EXIT.
008930     EXIT.
008940
008950 END PROGRAM programa18.

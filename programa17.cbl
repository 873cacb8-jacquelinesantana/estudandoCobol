000010******************************************************************
000020* PROGRAM-ID : PROGRAMA17
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : QUITACAO ANTECIPADA (LIQUIDACAO) DE CONTRATOS DE
000070*              FINANCIAMENTO: LE OS PEDIDOS DE QUITACAO (PEDLIQ,
000080*              CPF + CONTRATO), CONFERE O CONTRATO NO FINANC,
000090*              CALCULA O VALOR DA QUITACAO SOBRE AS PARCELAS EM
000100*              ABERTO DO CRONOGRAMA (PARCFIN) - PARCELAS A VENCER
000110*              SEM A PARTE DE JUROS (PARC-JUROS) DA TABELA PRICE,
000120*              PARCELAS VENCIDAS COM MULTA E JUROS DE MORA -,
000130*              MARCA AS PARCELAS COMO LIQUIDADAS, ENCERRA O
000140*              CONTRATO COMO LIQUIDADO NO FINANC E EMITE O
000150*              RELATORIO DE CONFIRMACAO DA QUITACAO (RELLIQ). OS
000160*              PEDIDOS RECUSADOS (CONTRATO INEXISTENTE, CONTRATO
000170*              JA ENCERRADO, SEM PARCELA EM ABERTO) VAO PARA O
000180*              ARQUIVO DE REJEITADOS (REJLIQ) COM CODIGO DE
000190*              MOTIVO. FALHA NA REGRAVACAO DE UMA PARCELA OU DO
000200*              CONTRATO RECUSA O PEDIDO COMO FALHA DE GRAVACAO,
000210*              SEM ENCERRAR O CONTRATO NEM CONTA-LO NOS TOTAIS.
000220* TECTONICS  : cobc
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-10-15 JH    PROGRAMA CRIADO - A QUITACAO ANTECIPADA ERA
000270*                  CALCULADA A MAO E BAIXADA COM UM RETORNO
000280*                  BANCARIO FALSO PARA CADA PARCELA EM ABERTO.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. programa17.
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
000570     SELECT PEDLIQ ASSIGN TO "PEDLIQ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PEDLIQ-STATUS.
000600
000610     SELECT REJLIQ ASSIGN TO "REJLIQ"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REJLIQ-STATUS.
000640
000650     SELECT RELLIQ ASSIGN TO "RELLIQ"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RELLIQ-STATUS.
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
000790*    FINANC - FINANCIAMENTOS CONTRATADOS (CPF + NUM. CONTRATO)   *
000800*----------------------------------------------------------------*
000810 FD  FINANC
000820     LABEL RECORDS ARE STANDARD.
000830     COPY FINANC.
000840
000850*----------------------------------------------------------------*
000860*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
000870*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
000880*----------------------------------------------------------------*
000890 FD  PARCFIN
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PARCFIN.
000920
000930*----------------------------------------------------------------*
000940*    PEDLIQ - PEDIDOS DE QUITACAO ANTECIPADA DO DIA              *
000950*----------------------------------------------------------------*
000960 FD  PEDLIQ
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-PEDLIQ.
000990     05  PED-CPF                PIC 9(11).
001000     05  PED-CONTRATO           PIC 9(04).
001010
001020*----------------------------------------------------------------*
001030*    REJLIQ - PEDIDOS DE QUITACAO RECUSADOS, COM CODIGO DE       *
001040*             MOTIVO E DATA DO MOVIMENTO                         *
001050*----------------------------------------------------------------*
001060 FD  REJLIQ
001070     LABEL RECORDS ARE STANDARD.
001080 01  REG-REJLIQ.
001090     05  REJL-CPF               PIC 9(11).
001100     05  REJL-CONTRATO          PIC 9(04).
001110     05  REJL-MOTIVO-CODIGO     PIC 9(03).
001120         88  REJL-CONTRATO-INEXISTENTE      VALUE 001.
001130         88  REJL-CONTRATO-ENCERRADO        VALUE 002.
001140         88  REJL-SEM-PARCELA-ABERTA        VALUE 003.
001150         88  REJL-FALHA-GRAVACAO            VALUE 004.
001160     05  REJL-DATA-MOVTO        PIC 9(08).
001170
001180*----------------------------------------------------------------*
001190*    RELLIQ - RELATORIO DE CONFIRMACAO DA QUITACAO ANTECIPADA    *
001200*             (PARCELAS LIQUIDADAS, RECUSAS E TOTAIS)            *
001210*----------------------------------------------------------------*
001220 FD  RELLIQ
001230     LABEL RECORDS ARE STANDARD.
001240 01  REG-RELLIQ                 PIC X(110).
001250
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------*
001280*    CHAVES, SWITCHES E CONTADORES                               *
001290*----------------------------------------------------------------*
001300 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
001310     88  CADCLI-OK                        VALUE "00".
001320
001330 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
001340     88  FINANC-OK                        VALUE "00".
001350
001360 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
001370     88  PARCFIN-OK                       VALUE "00".
001380     88  PARCFIN-FIM                      VALUE "10".
001390
001400 01  WS-PEDLIQ-STATUS           PIC X(02) VALUE SPACES.
001410     88  PEDLIQ-OK                        VALUE "00".
001420     88  PEDLIQ-FIM                       VALUE "10".
001430
001440 01  WS-REJLIQ-STATUS           PIC X(02) VALUE SPACES.
001450     88  REJLIQ-OK                        VALUE "00".
001460
001470 01  WS-RELLIQ-STATUS           PIC X(02) VALUE SPACES.
001480     88  RELLIQ-OK                        VALUE "00".
001490
001500 01  WS-FIM-PEDIDO              PIC X(01) VALUE "N".
001510     88  FIM-DO-PEDIDO                    VALUE "S".
001520
001530 01  WS-FIM-CONTRATO            PIC X(01) VALUE "N".
001540     88  FIM-DO-CONTRATO                  VALUE "S".
001550
001560 01  WS-CONTRATO-SITUACAO       PIC X(01) VALUE "N".
001570     88  CONTRATO-ENCONTRADO              VALUE "S".
001580
001590 01  WS-LIQUIDACAO-SITUACAO     PIC X(01) VALUE "N".
001600     88  LIQUIDACAO-COM-FALHA             VALUE "S".
001610
001620*----------------------------------------------------------------*
001630*    PARAMETROS E AREA DE CALCULO DA QUITACAO                    *
001640*----------------------------------------------------------------*
001650 01  WS-PERC-MULTA              PIC 9(01)V9(04) VALUE 0.0200.
001660 01  WS-TAXA-MORA-DIA           PIC 9(01)V9(04) VALUE 0.0003.
001670
001680 77  WS-DIAS-ATRASO             PIC 9(05) COMP VALUE ZEROS.
001690 77  WS-DIAS-VENCIMENTO         PIC 9(08) COMP VALUE ZEROS.
001700 77  WS-DIAS-MOVIMENTO          PIC 9(08) COMP VALUE ZEROS.
001710 01  WS-VALOR-PARCELA           PIC 9(09)V99 VALUE ZEROS.
001720 01  WS-VALOR-DESCONTO          PIC 9(09)V99 VALUE ZEROS.
001730 01  WS-VALOR-MULTA             PIC 9(09)V99 VALUE ZEROS.
001740 01  WS-VALOR-MORA              PIC 9(09)V99 VALUE ZEROS.
001750 01  WS-VALOR-ENCARGOS          PIC 9(09)V99 VALUE ZEROS.
001760 01  WS-VALOR-QUITACAO-PARC     PIC 9(09)V99 VALUE ZEROS.
001770
001780 77  WS-QTD-PARC-CONTRATO       PIC 9(03) COMP VALUE ZEROS.
001790 01  WS-VALOR-QUITACAO-CONTR    PIC 9(11)V99 VALUE ZEROS.
001800 01  WS-DESCONTO-CONTR          PIC 9(11)V99 VALUE ZEROS.
001810 01  WS-MULTA-CONTR             PIC 9(11)V99 VALUE ZEROS.
001820 01  WS-MORA-CONTR              PIC 9(11)V99 VALUE ZEROS.
001830
001840 01  WS-MOTIVO-REJEICAO         PIC X(35) VALUE SPACES.
001850 01  WS-MOTIVO-CODIGO           PIC 9(03) VALUE ZEROS.
001860
001870 77  WS-QTD-LIDOS               PIC 9(07) COMP VALUE ZEROS.
001880 77  WS-QTD-LIQUIDADOS          PIC 9(07) COMP VALUE ZEROS.
001890 77  WS-QTD-PARC-LIQUIDADAS     PIC 9(07) COMP VALUE ZEROS.
001900 77  WS-QTD-REJ-INEXISTENTE     PIC 9(07) COMP VALUE ZEROS.
001910 77  WS-QTD-REJ-ENCERRADO       PIC 9(07) COMP VALUE ZEROS.
001920 77  WS-QTD-REJ-SEM-ABERTA      PIC 9(07) COMP VALUE ZEROS.
001930 77  WS-QTD-REJ-FALHA           PIC 9(07) COMP VALUE ZEROS.
001940
001950 01  WS-TOTAL-QUITACAO          PIC 9(11)V99 VALUE ZEROS.
001960 01  WS-TOTAL-DESCONTO          PIC 9(11)V99 VALUE ZEROS.
001970 01  WS-TOTAL-MULTA             PIC 9(11)V99 VALUE ZEROS.
001980 01  WS-TOTAL-MORA              PIC 9(11)V99 VALUE ZEROS.
001990 01  WS-VALOR-EDITADO           PIC Z(10)9.99.
002000
002010 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
002020 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
002030 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
002040
002050 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
002060     88  INICIO-OK                        VALUE "S".
002070
002080     COPY DATACTL.
002090
002100 01  WS-DATA-EXECUCAO.
002110     05  WS-DATA-EXEC-DD        PIC 9(02).
002120     05  FILLER                 PIC X(01) VALUE "/".
002130     05  WS-DATA-EXEC-MM        PIC 9(02).
002140     05  FILLER                 PIC X(01) VALUE "/".
002150     05  WS-DATA-EXEC-AAAA      PIC 9(04).
002160
002170 01  WS-VENCIMENTO-DESMEMBRADO.
002180     05  WS-VENC-AAAA           PIC 9(04).
002190     05  WS-VENC-MM             PIC 9(02).
002200     05  WS-VENC-DD             PIC 9(02).
002210 01  WS-VENCIMENTO-NUM REDEFINES WS-VENCIMENTO-DESMEMBRADO
002220                                PIC 9(08).
002230
002240 01  WS-VENCIMENTO-EDITADO.
002250     05  WS-VENC-EDIT-DD        PIC 9(02).
002260     05  FILLER                 PIC X(01) VALUE "/".
002270     05  WS-VENC-EDIT-MM        PIC 9(02).
002280     05  FILLER                 PIC X(01) VALUE "/".
002290     05  WS-VENC-EDIT-AAAA      PIC 9(04).
002300
002310*----------------------------------------------------------------*
002320*    LINHAS DO RELATORIO                                         *
002330*----------------------------------------------------------------*
002340 01  WS-CABECALHO-1.
002350     05  FILLER                 PIC X(20) VALUE SPACES.
002360     05  FILLER                 PIC X(34)
002370         VALUE "QUITACAO ANTECIPADA DE CONTRATOS".
002380     05  FILLER                 PIC X(10) VALUE SPACES.
002390     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
002400     05  CAB1-PAGINA            PIC ZZZ9.
002410
002420 01  WS-CABECALHO-2.
002430     05  FILLER                 PIC X(20) VALUE SPACES.
002440     05  FILLER                 PIC X(16) VALUE "DATA EXECUCAO: ".
002450     05  CAB2-DATA              PIC X(10).
002460
002470 01  WS-CABECALHO-3.
002480     05  FILLER                 PIC X(13) VALUE "CPF".
002490     05  FILLER                 PIC X(07) VALUE "CONTR.".
002500     05  FILLER                 PIC X(06) VALUE "PARC.".
002510     05  FILLER                 PIC X(12) VALUE "VENCIMENTO".
002520     05  FILLER                 PIC X(14) VALUE "VALOR PARC.".
002530     05  FILLER                 PIC X(13) VALUE "DESC. JUROS".
002540     05  FILLER                 PIC X(13) VALUE "ENCARGOS".
002550     05  FILLER                 PIC X(12) VALUE "A PAGAR".
002560
002570 01  WS-LINHA-DETALHE.
002580     05  DET-CPF                PIC 9(11).
002590     05  FILLER                 PIC X(02) VALUE SPACES.
002600     05  DET-CONTRATO           PIC 9(04).
002610     05  FILLER                 PIC X(03) VALUE SPACES.
002620     05  DET-PARCELA            PIC ZZ9.
002630     05  FILLER                 PIC X(03) VALUE SPACES.
002640     05  DET-VENCIMENTO         PIC X(10).
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  DET-VALOR              PIC Z(08)9.99.
002670     05  FILLER                 PIC X(02) VALUE SPACES.
002680     05  DET-DESCONTO           PIC Z(07)9.99.
002690     05  FILLER                 PIC X(02) VALUE SPACES.
002700     05  DET-ENCARGOS           PIC Z(07)9.99.
002710     05  FILLER                 PIC X(02) VALUE SPACES.
002720     05  DET-A-PAGAR            PIC Z(08)9.99.
002730
002740 01  WS-LINHA-CLIENTE.
002750     05  FILLER                 PIC X(09) VALUE "CLIENTE: ".
002760     05  CABC-NOME              PIC X(35).
002770     05  FILLER                 PIC X(11) VALUE " CONTRATO: ".
002780     05  CABC-CONTRATO          PIC 9(04).
002790
002800 01  WS-LINHA-TOTAL-CONTRATO.
002810     05  FILLER                 PIC X(30)
002820         VALUE "VALOR DA QUITACAO: ".
002830     05  TOTC-VALOR             PIC Z(10)9.99.
002840     05  FILLER                 PIC X(02) VALUE SPACES.
002850     05  FILLER                 PIC X(12) VALUE "PARCELAS: ".
002860     05  TOTC-PARCELAS          PIC ZZ9.
002870
002880 01  WS-LINHA-REJEICAO.
002890     05  REJ-CPF                PIC 9(11).
002900     05  FILLER                 PIC X(02) VALUE SPACES.
002910     05  REJ-CONTRATO           PIC 9(04).
002920     05  FILLER                 PIC X(03) VALUE SPACES.
002930     05  FILLER                 PIC X(11) VALUE "RECUSADO - ".
002940     05  REJ-MOTIVO             PIC X(35).
002950
002960 01  WS-LINHA-TOTAL.
002970     05  FILLER                 PIC X(30).
002980     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
002990
003000 PROCEDURE DIVISION.
003010******************************************************************
003020* 0000-MAINLINE - CONTROLA A QUITACAO ANTECIPADA DOS PEDIDOS DO  *
003030*                 DIA SOBRE O FINANC E O CRONOGRAMA DE PARCELAS. *
003040******************************************************************
003050 0000-MAINLINE.
003060     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
003070     PERFORM 2000-PROCESSAR-PEDIDO
003080         THRU 2000-PROCESSAR-PEDIDO-EXIT
003090         UNTIL FIM-DO-PEDIDO
003100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
003110     STOP RUN.
003120
003130******************************************************************
003140* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, ABRE OS       *
003150*                    ARQUIVOS (FINANC E CRONOGRAMA PARA          *
003160*                    ATUALIZACAO) E LE O PRIMEIRO PEDIDO.        *
003170******************************************************************
003180 1000-INICIALIZAR.
003190     PERFORM 1050-OBTER-DATA-MOVIMENTO
003200         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
003210     IF FIM-DO-PEDIDO
003220         GO TO 1000-INICIALIZAR-EXIT
003230     END-IF
003240
003250     MOVE CTRL-DATA-MOV-DD   TO WS-DATA-EXEC-DD
003260     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
003270     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
003280     COMPUTE WS-DIAS-MOVIMENTO =
003290         FUNCTION INTEGER-OF-DATE(CTRL-DATA-MOVIMENTO)
003300
003310     OPEN INPUT CADCLI
003320     IF NOT CADCLI-OK
003330         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
003340             WS-CADCLI-STATUS
003350         MOVE "S" TO WS-FIM-PEDIDO
003360     END-IF
003370
003380     OPEN I-O FINANC
003390     IF NOT FINANC-OK
003400         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
003410             WS-FINANC-STATUS
003420         MOVE "S" TO WS-FIM-PEDIDO
003430     END-IF
003440
003450     OPEN I-O PARCFIN
003460     IF NOT PARCFIN-OK
003470         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
003480             WS-PARCFIN-STATUS
003490         MOVE "S" TO WS-FIM-PEDIDO
003500     END-IF
003510
003520     OPEN INPUT PEDLIQ
003530     IF NOT PEDLIQ-OK
003540         DISPLAY "ERRO AO ABRIR PEDLIQ - STATUS: "
003550             WS-PEDLIQ-STATUS
003560         MOVE "S" TO WS-FIM-PEDIDO
003570     END-IF
003580
003590     OPEN OUTPUT REJLIQ
003600     IF NOT REJLIQ-OK
003610         DISPLAY "ERRO AO ABRIR REJLIQ - STATUS: "
003620             WS-REJLIQ-STATUS
003630         MOVE "S" TO WS-FIM-PEDIDO
003640     END-IF
003650
003660     OPEN OUTPUT RELLIQ
003670     IF NOT RELLIQ-OK
003680         DISPLAY "ERRO AO ABRIR RELLIQ - STATUS: "
003690             WS-RELLIQ-STATUS
003700         MOVE "S" TO WS-FIM-PEDIDO
003710     END-IF
003720
003730     IF NOT FIM-DO-PEDIDO
003740         MOVE "S" TO WS-INICIO-SITUACAO
003750         PERFORM 3000-IMPRIMIR-CABECALHO
003760             THRU 3000-IMPRIMIR-CABECALHO-EXIT
003770         PERFORM 2900-LER-PEDLIQ THRU 2900-LER-PEDLIQ-EXIT
003780     END-IF.
003790 1000-INICIALIZAR-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
003840*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
003850*                    RECUSANDO A EXECUCAO QUANDO O PROGRAMA JA   *
003860*                    ENCERROU ESSA DATA OU O CONTROLE FALHA.     *
003870******************************************************************
003880 1050-OBTER-DATA-MOVIMENTO.
003890     MOVE "C"          TO CTRL-FUNCAO
003900     MOVE "PROGRAMA17" TO CTRL-PROGRAMA
003910     CALL "datactl" USING CTRLDATA-AREA
003920     IF CTRL-JA-EXECUTADO
003930         DISPLAY "DATA DE MOVIMENTO " CTRL-DATA-MOVIMENTO
003940             " JA ENCERRADA PELO PROGRAMA17 - EXECUCAO "
003950             "RECUSADA"
003960         MOVE "S" TO WS-FIM-PEDIDO
003970     END-IF
003980     IF CTRL-ERRO-CONTROLE
003990         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
004000             "EXECUCAO RECUSADA"
004010         MOVE "S" TO WS-FIM-PEDIDO
004020     END-IF.
004030 1050-OBTER-DATA-MOVIMENTO-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 2000-PROCESSAR-PEDIDO - CONFERE O CONTRATO DO PEDIDO CORRENTE, *
004080*                    DIRECIONA PARA A QUITACAO OU PARA A         *
004090*                    REJEICAO E LE O PROXIMO PEDIDO.             *
004100******************************************************************
004110 2000-PROCESSAR-PEDIDO.
004120     ADD 1 TO WS-QTD-LIDOS
004130     MOVE SPACES TO WS-MOTIVO-REJEICAO
004140     MOVE ZEROS  TO WS-MOTIVO-CODIGO
004150
004160     MOVE "N"          TO WS-CONTRATO-SITUACAO
004170     MOVE PED-CPF      TO FINANC-CPF
004180     MOVE PED-CONTRATO TO FINANC-CONTRATO
004190     READ FINANC
004200         INVALID KEY
004210             CONTINUE
004220         NOT INVALID KEY
004230             MOVE "S" TO WS-CONTRATO-SITUACAO
004240     END-READ
004250
004260     IF CONTRATO-ENCONTRADO AND CONTRATO-ATIVO
004270         PERFORM 2100-CONTAR-PARCELAS
004280             THRU 2100-CONTAR-PARCELAS-EXIT
004290     END-IF
004300
004310     EVALUATE TRUE
004320         WHEN NOT CONTRATO-ENCONTRADO
004330             ADD 1 TO WS-QTD-REJ-INEXISTENTE
004340             MOVE 001 TO WS-MOTIVO-CODIGO
004350             MOVE "CONTRATO NAO ENCONTRADO NO FINANC"
004360                 TO WS-MOTIVO-REJEICAO
004370             PERFORM 2850-GRAVAR-REJEITADO
004380                 THRU 2850-GRAVAR-REJEITADO-EXIT
004390         WHEN NOT CONTRATO-ATIVO
004400             ADD 1 TO WS-QTD-REJ-ENCERRADO
004410             MOVE 002 TO WS-MOTIVO-CODIGO
004420             MOVE "CONTRATO JA QUITADO OU LIQUIDADO"
004430                 TO WS-MOTIVO-REJEICAO
004440             PERFORM 2850-GRAVAR-REJEITADO
004450                 THRU 2850-GRAVAR-REJEITADO-EXIT
004460         WHEN WS-QTD-PARC-CONTRATO = ZEROS
004470             ADD 1 TO WS-QTD-REJ-SEM-ABERTA
004480             MOVE 003 TO WS-MOTIVO-CODIGO
004490             MOVE "CONTRATO SEM PARCELA EM ABERTO"
004500                 TO WS-MOTIVO-REJEICAO
004510             PERFORM 2850-GRAVAR-REJEITADO
004520                 THRU 2850-GRAVAR-REJEITADO-EXIT
004530         WHEN OTHER
004540             PERFORM 2200-LIQUIDAR-CONTRATO
004550                 THRU 2200-LIQUIDAR-CONTRATO-EXIT
004560     END-EVALUATE
004570
004580     PERFORM 2900-LER-PEDLIQ THRU 2900-LER-PEDLIQ-EXIT.
004590 2000-PROCESSAR-PEDIDO-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 2100-CONTAR-PARCELAS - POSICIONA NO CRONOGRAMA NA PRIMEIRA     *
004640*                    PARCELA DO CONTRATO DO PEDIDO E CONTA AS    *
004650*                    PARCELAS AINDA EM ABERTO, SEM ALTERA-LAS.   *
004660******************************************************************
004670 2100-CONTAR-PARCELAS.
004680     MOVE ZEROS TO WS-QTD-PARC-CONTRATO
004690     PERFORM 2150-POSICIONAR-CONTRATO
004700         THRU 2150-POSICIONAR-CONTRATO-EXIT
004710     PERFORM 2120-CONTAR-PARCELA THRU 2120-CONTAR-PARCELA-EXIT
004720         UNTIL FIM-DO-CONTRATO.
004730 2100-CONTAR-PARCELAS-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 2120-CONTAR-PARCELA - LE A PROXIMA PARCELA DO CONTRATO E A     *
004780*                    CONTA QUANDO ESTA EM ABERTO.                *
004790******************************************************************
004800 2120-CONTAR-PARCELA.
004810     PERFORM 2160-LER-PARCELA-CONTRATO
004820         THRU 2160-LER-PARCELA-CONTRATO-EXIT
004830     IF NOT FIM-DO-CONTRATO AND PARCELA-ABERTA
004840         ADD 1 TO WS-QTD-PARC-CONTRATO
004850     END-IF.
004860 2120-CONTAR-PARCELA-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 2150-POSICIONAR-CONTRATO - POSICIONA O CRONOGRAMA ANTES DA     *
004910*                    PRIMEIRA PARCELA DO CONTRATO DO PEDIDO.     *
004920******************************************************************
004930 2150-POSICIONAR-CONTRATO.
004940     MOVE "N"          TO WS-FIM-CONTRATO
004950     MOVE PED-CPF      TO PARC-CPF
004960     MOVE PED-CONTRATO TO PARC-CONTRATO
004970     MOVE ZEROS        TO PARC-NUMERO
004980     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
004990         INVALID KEY
005000             MOVE "S" TO WS-FIM-CONTRATO
005010     END-START.
005020 2150-POSICIONAR-CONTRATO-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 2160-LER-PARCELA-CONTRATO - LE A PROXIMA PARCELA DO            *
005070*                    CRONOGRAMA, SINALIZANDO O FIM DAS PARCELAS  *
005080*                    DO CONTRATO DO PEDIDO.                      *
005090******************************************************************
005100 2160-LER-PARCELA-CONTRATO.
005110     READ PARCFIN NEXT RECORD
005120         AT END
005130             MOVE "S" TO WS-FIM-CONTRATO
005140             GO TO 2160-LER-PARCELA-CONTRATO-EXIT
005150     END-READ
005160
005170     IF PARC-CPF NOT = PED-CPF
005180       OR PARC-CONTRATO NOT = PED-CONTRATO
005190         MOVE "S" TO WS-FIM-CONTRATO
005200     END-IF.
005210 2160-LER-PARCELA-CONTRATO-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 2200-LIQUIDAR-CONTRATO - IDENTIFICA O CLIENTE, LIQUIDA CADA    *
005260*                    PARCELA EM ABERTO DO CONTRATO, ENCERRA O    *
005270*                    CONTRATO NO FINANC E EMITE O VALOR TOTAL DA *
005280*                    QUITACAO. OS TOTAIS DO CONTRATO SO ENTRAM   *
005290*                    NOS TOTAIS DE CONTROLE QUANDO TODAS AS      *
005300*                    REGRAVACOES TEM SUCESSO; CASO CONTRARIO O   *
005310*                    CONTRATO NAO E ENCERRADO E O PEDIDO VAI     *
005320*                    PARA O REJLIQ COMO FALHA DE GRAVACAO.       *
005330******************************************************************
005340 2200-LIQUIDAR-CONTRATO.
005350     MOVE ZEROS TO WS-QTD-PARC-CONTRATO
005360     MOVE ZEROS TO WS-VALOR-QUITACAO-CONTR
005370     MOVE ZEROS TO WS-DESCONTO-CONTR
005380     MOVE ZEROS TO WS-MULTA-CONTR
005390     MOVE ZEROS TO WS-MORA-CONTR
005400     MOVE "N"   TO WS-LIQUIDACAO-SITUACAO
005410
005420     PERFORM 2600-IDENTIFICAR-CLIENTE
005430         THRU 2600-IDENTIFICAR-CLIENTE-EXIT
005440
005450     PERFORM 2150-POSICIONAR-CONTRATO
005460         THRU 2150-POSICIONAR-CONTRATO-EXIT
005470     PERFORM 2300-LIQUIDAR-PARCELA THRU 2300-LIQUIDAR-PARCELA-EXIT
005480         UNTIL FIM-DO-CONTRATO
005490     IF LIQUIDACAO-COM-FALHA
005500         GO TO 2200-LIQUIDAR-REJEITAR
005510     END-IF
005520
005530     MOVE "L"                 TO FINANC-SITUACAO
005540     MOVE CTRL-DATA-MOVIMENTO TO FINANC-DATA-ENCERR
005550     REWRITE REG-FINANC
005560         INVALID KEY
005570             DISPLAY "ERRO AO REGRAVAR FINANC - STATUS: "
005580                 WS-FINANC-STATUS " CPF: " FINANC-CPF
005590             MOVE "S" TO WS-LIQUIDACAO-SITUACAO
005600     END-REWRITE
005610     IF LIQUIDACAO-COM-FALHA
005620         GO TO 2200-LIQUIDAR-REJEITAR
005630     END-IF
005640
005650     ADD 1 TO WS-QTD-LIQUIDADOS
005660     ADD WS-QTD-PARC-CONTRATO    TO WS-QTD-PARC-LIQUIDADAS
005670     ADD WS-VALOR-QUITACAO-CONTR TO WS-TOTAL-QUITACAO
005680     ADD WS-DESCONTO-CONTR       TO WS-TOTAL-DESCONTO
005690     ADD WS-MULTA-CONTR          TO WS-TOTAL-MULTA
005700     ADD WS-MORA-CONTR           TO WS-TOTAL-MORA
005710
005720     MOVE WS-VALOR-QUITACAO-CONTR TO TOTC-VALOR
005730     MOVE WS-QTD-PARC-CONTRATO    TO TOTC-PARCELAS
005740     MOVE WS-LINHA-TOTAL-CONTRATO TO REG-RELLIQ
005750     WRITE REG-RELLIQ
005760     MOVE SPACES TO REG-RELLIQ
005770     WRITE REG-RELLIQ
005780     ADD 2 TO WS-LINHA-ATUAL
005790
005800     DISPLAY "CONTRATO LIQUIDADO - CPF: " PED-CPF
005810         " CONTRATO: " PED-CONTRATO
005820     GO TO 2200-LIQUIDAR-CONTRATO-EXIT.
005830 2200-LIQUIDAR-REJEITAR.
005840     ADD 1 TO WS-QTD-REJ-FALHA
005850     MOVE 004 TO WS-MOTIVO-CODIGO
005860     MOVE "FALHA NA GRAVACAO DA LIQUIDACAO"
005870         TO WS-MOTIVO-REJEICAO
005880     PERFORM 2850-GRAVAR-REJEITADO
005890         THRU 2850-GRAVAR-REJEITADO-EXIT.
005900 2200-LIQUIDAR-CONTRATO-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 2300-LIQUIDAR-PARCELA - LE A PROXIMA PARCELA DO CONTRATO E,    *
005950*                    QUANDO EM ABERTO, CALCULA O VALOR DA        *
005960*                    QUITACAO, REGRAVA A PARCELA COMO LIQUIDADA  *
005970*                    E EMITE A LINHA DE DETALHE. A PARCELA QUE   *
005980*                    NAO PODE SER REGRAVADA SINALIZA A FALHA DO  *
005990*                    CONTRATO E NAO E CONTADA NEM EMITIDA.       *
006000******************************************************************
006010 2300-LIQUIDAR-PARCELA.
006020     PERFORM 2160-LER-PARCELA-CONTRATO
006030         THRU 2160-LER-PARCELA-CONTRATO-EXIT
006040     IF FIM-DO-CONTRATO
006050         GO TO 2300-LIQUIDAR-PARCELA-EXIT
006060     END-IF
006070     IF NOT PARCELA-ABERTA
006080         GO TO 2300-LIQUIDAR-PARCELA-EXIT
006090     END-IF
006100
006110     PERFORM 2350-CALCULAR-QUITACAO
006120         THRU 2350-CALCULAR-QUITACAO-EXIT
006130
006140     MOVE "L"                    TO PARC-SITUACAO
006150     MOVE CTRL-DATA-MOVIMENTO    TO PARC-DATA-PGTO
006160     MOVE WS-VALOR-QUITACAO-PARC TO PARC-VALOR-PAGO
006170     REWRITE REG-PARCFIN
006180         INVALID KEY
006190             DISPLAY "ERRO AO REGRAVAR PARCFIN - STATUS: "
006200                 WS-PARCFIN-STATUS " CPF: " PARC-CPF
006210             MOVE "S" TO WS-LIQUIDACAO-SITUACAO
006220             GO TO 2300-LIQUIDAR-PARCELA-EXIT
006230     END-REWRITE
006240
006250     ADD 1 TO WS-QTD-PARC-CONTRATO
006260     ADD WS-VALOR-QUITACAO-PARC TO WS-VALOR-QUITACAO-CONTR
006270     ADD WS-VALOR-DESCONTO      TO WS-DESCONTO-CONTR
006280     ADD WS-VALOR-MULTA         TO WS-MULTA-CONTR
006290     ADD WS-VALOR-MORA          TO WS-MORA-CONTR
006300
006310     PERFORM 2800-GRAVAR-DETALHE THRU 2800-GRAVAR-DETALHE-EXIT.
006320 2300-LIQUIDAR-PARCELA-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 2350-CALCULAR-QUITACAO - CALCULA O VALOR DA QUITACAO DA        *
006370*                    PARCELA CORRENTE: PRINCIPAL + JUROS + IOF,  *
006380*                    SEM OS JUROS QUANDO A PARCELA AINDA VAI     *
006390*                    VENCER E COM MULTA E JUROS DE MORA POR DIA  *
006400*                    DE ATRASO QUANDO JA VENCEU.                 *
006410******************************************************************
006420 2350-CALCULAR-QUITACAO.
006430     MOVE ZEROS TO WS-DIAS-ATRASO
006440     MOVE ZEROS TO WS-VALOR-DESCONTO
006450     MOVE ZEROS TO WS-VALOR-MULTA
006460     MOVE ZEROS TO WS-VALOR-MORA
006470
006480     COMPUTE WS-VALOR-PARCELA =
006490         PARC-PRINCIPAL + PARC-JUROS + PARC-IOF
006500
006510     IF PARC-VENCIMENTO > CTRL-DATA-MOVIMENTO
006520         MOVE PARC-JUROS TO WS-VALOR-DESCONTO
006530     END-IF
006540
006550     IF PARC-VENCIMENTO < CTRL-DATA-MOVIMENTO
006560         COMPUTE WS-DIAS-VENCIMENTO =
006570             FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
006580         COMPUTE WS-DIAS-ATRASO =
006590             WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO
006600         COMPUTE WS-VALOR-MULTA ROUNDED =
006610             WS-VALOR-PARCELA * WS-PERC-MULTA
006620         COMPUTE WS-VALOR-MORA ROUNDED =
006630             WS-VALOR-PARCELA * WS-TAXA-MORA-DIA
006640                 * WS-DIAS-ATRASO
006650     END-IF
006660
006670     COMPUTE WS-VALOR-ENCARGOS =
006680         WS-VALOR-MULTA + WS-VALOR-MORA
006690     COMPUTE WS-VALOR-QUITACAO-PARC =
006700         WS-VALOR-PARCELA - WS-VALOR-DESCONTO
006710             + WS-VALOR-ENCARGOS.
006720 2350-CALCULAR-QUITACAO-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 2600-IDENTIFICAR-CLIENTE - LOCALIZA O CLIENTE DO PEDIDO NO     *
006770*                    CADASTRO E EMITE A LINHA DE IDENTIFICACAO   *
006780*                    DO CLIENTE E DO CONTRATO.                   *
006790******************************************************************
006800 2600-IDENTIFICAR-CLIENTE.
006810     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
006820         PERFORM 3000-IMPRIMIR-CABECALHO
006830             THRU 3000-IMPRIMIR-CABECALHO-EXIT
006840     END-IF
006850
006860     MOVE PED-CPF TO CPF-CADCLI
006870     READ CADCLI
006880         INVALID KEY
006890             MOVE "CLIENTE NAO CADASTRADO" TO CABC-NOME
006900         NOT INVALID KEY
006910             MOVE NOME-CLIENTE-CADCLI TO CABC-NOME
006920     END-READ
006930
006940     MOVE PED-CONTRATO     TO CABC-CONTRATO
006950     MOVE WS-LINHA-CLIENTE TO REG-RELLIQ
006960     WRITE REG-RELLIQ
006970     ADD 1 TO WS-LINHA-ATUAL.
006980 2600-IDENTIFICAR-CLIENTE-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 2800-GRAVAR-DETALHE - GRAVA A LINHA DE DETALHE DA PARCELA      *
007030*                    LIQUIDADA NO RELATORIO, QUEBRANDO A PAGINA  *
007040*                    QUANDO NECESSARIO.                          *
007050******************************************************************
007060 2800-GRAVAR-DETALHE.
007070     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
007080         PERFORM 3000-IMPRIMIR-CABECALHO
007090             THRU 3000-IMPRIMIR-CABECALHO-EXIT
007100     END-IF
007110     MOVE PARC-CPF               TO DET-CPF
007120     MOVE PARC-CONTRATO          TO DET-CONTRATO
007130     MOVE PARC-NUMERO            TO DET-PARCELA
007140     MOVE PARC-VENCIMENTO        TO WS-VENCIMENTO-NUM
007150     MOVE WS-VENC-DD             TO WS-VENC-EDIT-DD
007160     MOVE WS-VENC-MM             TO WS-VENC-EDIT-MM
007170     MOVE WS-VENC-AAAA           TO WS-VENC-EDIT-AAAA
007180     MOVE WS-VENCIMENTO-EDITADO  TO DET-VENCIMENTO
007190     MOVE WS-VALOR-PARCELA       TO DET-VALOR
007200     MOVE WS-VALOR-DESCONTO      TO DET-DESCONTO
007210     MOVE WS-VALOR-ENCARGOS      TO DET-ENCARGOS
007220     MOVE WS-VALOR-QUITACAO-PARC TO DET-A-PAGAR
007230     MOVE WS-LINHA-DETALHE TO REG-RELLIQ
007240     WRITE REG-RELLIQ
007250     ADD 1 TO WS-LINHA-ATUAL.
007260 2800-GRAVAR-DETALHE-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 2850-GRAVAR-REJEITADO - GRAVA O PEDIDO RECUSADO NO REJLIQ COM  *
007310*                    O CODIGO DO MOTIVO E A DATA DO MOVIMENTO E  *
007320*                    EMITE A LINHA DE RECUSA NO RELATORIO.       *
007330******************************************************************
007340 2850-GRAVAR-REJEITADO.
007350     MOVE SPACES              TO REG-REJLIQ
007360     MOVE PED-CPF             TO REJL-CPF
007370     MOVE PED-CONTRATO        TO REJL-CONTRATO
007380     MOVE WS-MOTIVO-CODIGO    TO REJL-MOTIVO-CODIGO
007390     MOVE CTRL-DATA-MOVIMENTO TO REJL-DATA-MOVTO
007400     WRITE REG-REJLIQ
007410
007420     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
007430         PERFORM 3000-IMPRIMIR-CABECALHO
007440             THRU 3000-IMPRIMIR-CABECALHO-EXIT
007450     END-IF
007460     MOVE PED-CPF            TO REJ-CPF
007470     MOVE PED-CONTRATO       TO REJ-CONTRATO
007480     MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO
007490     MOVE WS-LINHA-REJEICAO  TO REG-RELLIQ
007500     WRITE REG-RELLIQ
007510     ADD 1 TO WS-LINHA-ATUAL
007520     DISPLAY "PEDIDO DE QUITACAO RECUSADO - CPF: " PED-CPF
007530         " MOTIVO: " WS-MOTIVO-REJEICAO.
007540 2850-GRAVAR-REJEITADO-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580* 2900-LER-PEDLIQ - LE O PROXIMO PEDIDO DE QUITACAO, SINALIZANDO *
007590*                   O FIM DO ARQUIVO.                            *
007600******************************************************************
007610 2900-LER-PEDLIQ.
007620     READ PEDLIQ
007630         AT END
007640             MOVE "S" TO WS-FIM-PEDIDO
007650     END-READ.
007660 2900-LER-PEDLIQ-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO RELATORIO, *
007710*                           EMITINDO TITULO, DATA DE EXECUCAO,   *
007720*                           NUMERO DA PAGINA E CABECALHO DAS     *
007730*                           COLUNAS.                             *
007740******************************************************************
007750 3000-IMPRIMIR-CABECALHO.
007760     ADD 1 TO WS-PAGINA-ATUAL
007770     MOVE WS-PAGINA-ATUAL  TO CAB1-PAGINA
007780     MOVE WS-DATA-EXECUCAO TO CAB2-DATA
007790
007800     MOVE WS-CABECALHO-1 TO REG-RELLIQ
007810     WRITE REG-RELLIQ
007820     MOVE WS-CABECALHO-2 TO REG-RELLIQ
007830     WRITE REG-RELLIQ
007840     MOVE WS-CABECALHO-3 TO REG-RELLIQ
007850     WRITE REG-RELLIQ
007860
007870     MOVE ZEROS TO WS-LINHA-ATUAL.
007880 3000-IMPRIMIR-CABECALHO-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920* 9000-FINALIZAR - EMITE OS TOTAIS DE CONTROLE DA QUITACAO,      *
007930*                  FECHA OS ARQUIVOS E REGISTRA O ENCERRAMENTO   *
007940*                  DA DATA.                                      *
007950******************************************************************
007960 9000-FINALIZAR.
007970     IF NOT INICIO-OK
007980         GO TO 9000-FINALIZAR-EXIT
007990     END-IF
008000
008010     MOVE SPACES TO REG-RELLIQ
008020     WRITE REG-RELLIQ
008030     MOVE "TOTAIS DE CONTROLE DA QUITACAO" TO REG-RELLIQ
008040     WRITE REG-RELLIQ
008050
008060     MOVE "PEDIDOS LIDOS:" TO WS-LINHA-TOTAL
008070     MOVE WS-QTD-LIDOS TO TOT-QUANTIDADE
008080     MOVE WS-LINHA-TOTAL TO REG-RELLIQ
008090     WRITE REG-RELLIQ
008100
008110     MOVE "CONTRATOS LIQUIDADOS:" TO WS-LINHA-TOTAL
008120     MOVE WS-QTD-LIQUIDADOS TO TOT-QUANTIDADE
008130     MOVE WS-LINHA-TOTAL TO REG-RELLIQ
008140     WRITE REG-RELLIQ
008150
008160     MOVE "PARCELAS LIQUIDADAS:" TO WS-LINHA-TOTAL
008170     MOVE WS-QTD-PARC-LIQUIDADAS TO TOT-QUANTIDADE
008180     MOVE WS-LINHA-TOTAL TO REG-RELLIQ
008190     WRITE REG-RELLIQ
008200
008210     MOVE "RECUSADOS - CONTR. INEXIST.:" TO WS-LINHA-TOTAL
008220     MOVE WS-QTD-REJ-INEXISTENTE TO TOT-QUANTIDADE
008230     MOVE WS-LINHA-TOTAL TO REG-RELLIQ
008240     WRITE REG-RELLIQ
008250
008260     MOVE "RECUSADOS - CONTR. ENCERRADO:" TO WS-LINHA-TOTAL
008270     MOVE WS-QTD-REJ-ENCERRADO TO TOT-QUANTIDADE
008280     MOVE WS-LINHA-TOTAL TO REG-RELLIQ
008290     WRITE REG-RELLIQ
008300
008310     MOVE "RECUSADOS - SEM PARC. ABERTA:" TO WS-LINHA-TOTAL
008320     MOVE WS-QTD-REJ-SEM-ABERTA TO TOT-QUANTIDADE
008330     MOVE WS-LINHA-TOTAL TO REG-RELLIQ
008340     WRITE REG-RELLIQ
008350
008360     MOVE "RECUSADOS - FALHA GRAVACAO:" TO WS-LINHA-TOTAL
008370     MOVE WS-QTD-REJ-FALHA TO TOT-QUANTIDADE
008380     MOVE WS-LINHA-TOTAL TO REG-RELLIQ
008390     WRITE REG-RELLIQ
008400
008410     MOVE WS-TOTAL-QUITACAO TO WS-VALOR-EDITADO
008420     MOVE SPACES TO REG-RELLIQ
008430     STRING "VALOR TOTAL DAS QUITACOES:  "
008440         WS-VALOR-EDITADO
008450         DELIMITED BY SIZE INTO REG-RELLIQ
008460     WRITE REG-RELLIQ
008470
008480     MOVE WS-TOTAL-DESCONTO TO WS-VALOR-EDITADO
008490     MOVE SPACES TO REG-RELLIQ
008500     STRING "JUROS FUTUROS DESCONTADOS:  "
008510         WS-VALOR-EDITADO
008520         DELIMITED BY SIZE INTO REG-RELLIQ
008530     WRITE REG-RELLIQ
008540
008550     MOVE WS-TOTAL-MULTA TO WS-VALOR-EDITADO
008560     MOVE SPACES TO REG-RELLIQ
008570     STRING "MULTAS COBRADAS:            "
008580         WS-VALOR-EDITADO
008590         DELIMITED BY SIZE INTO REG-RELLIQ
008600     WRITE REG-RELLIQ
008610
008620     MOVE WS-TOTAL-MORA TO WS-VALOR-EDITADO
008630     MOVE SPACES TO REG-RELLIQ
008640     STRING "JUROS DE MORA COBRADOS:     "
008650         WS-VALOR-EDITADO
008660         DELIMITED BY SIZE INTO REG-RELLIQ
008670     WRITE REG-RELLIQ
008680
008690     CLOSE CADCLI
008700     CLOSE FINANC
008710     CLOSE PARCFIN
008720     CLOSE PEDLIQ
008730     CLOSE REJLIQ
008740     CLOSE RELLIQ
008750     IF CTRL-DATA-OK
008760         MOVE "R" TO CTRL-FUNCAO
008770         CALL "datactl" USING CTRLDATA-AREA
008780     END-IF
008790
008800     DISPLAY "QUITACAO ANTECIPADA ENCERRADA - LIDOS: "
008810         WS-QTD-LIDOS " LIQUIDADOS: " WS-QTD-LIQUIDADOS.
008820 9000-FINALIZAR-EXIT.
008830     EXIT.
008840
008850 END PROGRAM programa17.

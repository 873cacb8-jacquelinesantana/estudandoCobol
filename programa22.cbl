000010******************************************************************
000020* PROGRAM-ID : PROGRAMA22
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : CONSULTA INTERATIVA DO CLIENTE POR CPF PARA O
000070*              ATENDIMENTO: O OPERADOR DIGITA O CPF, QUE E
000080*              VALIDADO PELO CPFVAL, E O TERMINAL MOSTRA O
000090*              CADASTRO E A SITUACAO DO CADCLI, OS PRODUTOS DO
000100*              PRODCLI COM A DESCRICAO DO PRODCAT, O SALDO ATUAL
000110*              DO SLDCLI E CADA CONTRATO DO FINANC COM AS
000120*              PARCELAS EM ABERTO E VENCIDAS DO PARCFIN, PAGINANDO
000130*              AS PARCELAS E PERMITINDO SALTAR PARA O PROXIMO CPF.
000140*              SOMENTE CONSULTA: TODOS OS ARQUIVOS SAO ABERTOS EM
000150*              INPUT E NADA E GRAVADO, E A DATA DE REFERENCIA DOS
000160*              ATRASOS E A DATA OFICIAL DO MOVIMENTO NO CTRLDATA
000170*              (O ENCERRAMENTO NAO E REGISTRADO NO EXECLOG).
000180* TECTONICS  : cobc
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 JH    PROGRAMA CRIADO - O ATENDIMENTO ESPERAVA O
000230*                  PROXIMO RELCLI/RELATR OU PEDIA A OPERACAO PARA
000240*                  LISTAR OS ARQUIVOS.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. programa22.
000280 AUTHOR. JACQUELINE HERNANDES.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CADCLI ASSIGN TO "CADCLI"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CPF-CADCLI
000390         FILE STATUS IS WS-CADCLI-STATUS.
000400
000410     SELECT PRODCLI ASSIGN TO "PRODCLI"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PRODCLI-CHAVE
000450         FILE STATUS IS WS-PRODCLI-STATUS.
000460
000470     SELECT PRODCAT ASSIGN TO "PRODCAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CAT-PRODUTO
000510         FILE STATUS IS WS-PRODCAT-STATUS.
000520
000530     SELECT SLDCLI ASSIGN TO "SLDCLI"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SALDO-CPF
000570         FILE STATUS IS WS-SLDCLI-STATUS.
000580
000590     SELECT FINANC ASSIGN TO "FINANC"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS FINANC-CHAVE
000630         FILE STATUS IS WS-FINANC-STATUS.
000640
000650     SELECT PARCFIN ASSIGN TO "PARCFIN"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PARC-CHAVE
000690         FILE STATUS IS WS-PARCFIN-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------*
000740*    CADCLI - CADASTRO MESTRE DE CLIENTES (INDEXADO POR CPF)     *
000750*----------------------------------------------------------------*
000760 FD  CADCLI
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CADCLI.
000790
000800*----------------------------------------------------------------*
000810*    PRODCLI - PRODUTOS CONTRATADOS POR CLIENTE (CPF + PRODUTO)  *
000820*----------------------------------------------------------------*
000830 FD  PRODCLI
000840     LABEL RECORDS ARE STANDARD.
000850     COPY PRODCLI.
000860
000870*----------------------------------------------------------------*
000880*    PRODCAT - CATALOGO DE PRODUTOS                              *
000890*----------------------------------------------------------------*
000900 FD  PRODCAT
000910     LABEL RECORDS ARE STANDARD.
000920     COPY PRODCAT.
000930
000940*----------------------------------------------------------------*
000950*    SLDCLI - SALDO CORRENTE POR CLIENTE                         *
000960*----------------------------------------------------------------*
000970 FD  SLDCLI
000980     LABEL RECORDS ARE STANDARD.
000990     COPY SLDCLI.
001000
001010*----------------------------------------------------------------*
001020*    FINANC - CONTRATOS DE FINANCIAMENTO (CPF + CONTRATO)        *
001030*----------------------------------------------------------------*
001040 FD  FINANC
001050     LABEL RECORDS ARE STANDARD.
001060     COPY FINANC.
001070
001080*----------------------------------------------------------------*
001090*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
001100*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
001110*----------------------------------------------------------------*
001120 FD  PARCFIN
001130     LABEL RECORDS ARE STANDARD.
001140     COPY PARCFIN.
001150
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------*
001180*    CHAVES, SWITCHES E CONTADORES                               *
001190*----------------------------------------------------------------*
001200 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
001210     88  CADCLI-OK                        VALUE "00".
001220
001230 01  WS-PRODCLI-STATUS          PIC X(02) VALUE SPACES.
001240     88  PRODCLI-OK                       VALUE "00".
001250
001260 01  WS-PRODCAT-STATUS          PIC X(02) VALUE SPACES.
001270     88  PRODCAT-OK                       VALUE "00".
001280
001290 01  WS-SLDCLI-STATUS           PIC X(02) VALUE SPACES.
001300     88  SLDCLI-OK                        VALUE "00".
001310
001320 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
001330     88  FINANC-OK                        VALUE "00".
001340
001350 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
001360     88  PARCFIN-OK                       VALUE "00".
001370
001380 01  WS-FIM-CONSULTA            PIC X(01) VALUE "N".
001390     88  FIM-DA-CONSULTA                  VALUE "S".
001400
001410 01  WS-FIM-PRODUTOS            PIC X(01) VALUE "N".
001420     88  FIM-DOS-PRODUTOS                 VALUE "S".
001430
001440 01  WS-FIM-CONTRATOS           PIC X(01) VALUE "N".
001450     88  FIM-DOS-CONTRATOS                VALUE "S".
001460
001470 01  WS-FIM-CONTRATO            PIC X(01) VALUE "N".
001480     88  FIM-DO-CONTRATO                  VALUE "S".
001490
001500 01  WS-CLIENTE-SITUACAO        PIC X(01) VALUE "N".
001510     88  CLIENTE-INTERROMPIDO             VALUE "S".
001520
001530 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
001540     88  INICIO-OK                        VALUE "S".
001550
001560 01  WS-CPF-VALIDO              PIC X(01) VALUE "S".
001570     88  CPF-VALIDO                       VALUE "S".
001580     88  CPF-INVALIDO                     VALUE "N".
001590
001600 01  WS-CPF-DIGITADO            PIC X(11) VALUE SPACES.
001610 01  WS-CPF-DIGITADO-NUM REDEFINES WS-CPF-DIGITADO
001620                                PIC 9(11).
001630 01  WS-CPF-TRABALHO            PIC 9(11) VALUE ZEROS.
001640
001650 01  WS-OPCAO                   PIC X(01) VALUE SPACE.
001660     88  OPCAO-PROXIMO-CPF                VALUE "P" "p".
001670     88  OPCAO-ENCERRAR                   VALUE "F" "f".
001680
001690*----------------------------------------------------------------*
001700*    PAGINACAO DAS PARCELAS NO TERMINAL                          *
001710*----------------------------------------------------------------*
001720 77  WS-LINHA-TELA              PIC 9(03) COMP VALUE ZEROS.
001730 77  WS-MAX-LINHAS-TELA         PIC 9(03) COMP VALUE 15.
001740
001750*----------------------------------------------------------------*
001760*    APURACAO DO CLIENTE CONSULTADO                              *
001770*----------------------------------------------------------------*
001780 77  WS-QTD-CONSULTAS           PIC 9(05) COMP VALUE ZEROS.
001790 77  WS-QTD-PRODUTOS-CLI        PIC 9(05) COMP VALUE ZEROS.
001800 77  WS-QTD-CONTRATOS-CLI       PIC 9(05) COMP VALUE ZEROS.
001810 77  WS-QTD-ABERTAS-CONTR       PIC 9(05) COMP VALUE ZEROS.
001820 77  WS-QTD-ABERTAS-CLI         PIC 9(05) COMP VALUE ZEROS.
001830 77  WS-QTD-VENCIDAS-CLI        PIC 9(05) COMP VALUE ZEROS.
001840 01  WS-VALOR-PARCELA           PIC 9(09)V99 VALUE ZEROS.
001850 01  WS-TOTAL-ABERTO-CLI        PIC 9(11)V99 VALUE ZEROS.
001860 01  WS-TOTAL-VENCIDO-CLI       PIC 9(11)V99 VALUE ZEROS.
001870
001880 77  WS-DIAS-MOVIMENTO          PIC 9(08) COMP VALUE ZEROS.
001890 77  WS-DIAS-VENCIMENTO         PIC 9(08) COMP VALUE ZEROS.
001900 77  WS-DIAS-ATRASO             PIC 9(05) COMP VALUE ZEROS.
001910
001920     COPY DATACTL.
001930
001940 01  WS-DATA-DESMEMBRADA.
001950     05  WS-DATA-AAAA           PIC 9(04).
001960     05  WS-DATA-MM             PIC 9(02).
001970     05  WS-DATA-DD             PIC 9(02).
001980 01  WS-DATA-NUM REDEFINES WS-DATA-DESMEMBRADA
001990                                PIC 9(08).
002000
002010 01  WS-DATA-EDITADA.
002020     05  WS-DATA-EDIT-DD        PIC 9(02).
002030     05  FILLER                 PIC X(01) VALUE "/".
002040     05  WS-DATA-EDIT-MM        PIC 9(02).
002050     05  FILLER                 PIC X(01) VALUE "/".
002060     05  WS-DATA-EDIT-AAAA      PIC 9(04).
002070
002080*----------------------------------------------------------------*
002090*    LINHAS DO TERMINAL                                          *
002100*----------------------------------------------------------------*
002110 01  WS-LINHA-SEPARADORA        PIC X(78) VALUE ALL "-".
002120
002130 01  WS-TELA-CLIENTE-1.
002140     05  FILLER                 PIC X(09) VALUE "CLIENTE: ".
002150     05  TCL1-CPF               PIC 9(11).
002160     05  FILLER                 PIC X(02) VALUE SPACES.
002170     05  TCL1-NOME              PIC X(35).
002180
002190 01  WS-TELA-CLIENTE-2.
002200     05  FILLER                 PIC X(10) VALUE "ENDERECO: ".
002210     05  TCL2-LOGRADOURO        PIC X(40).
002220
002230 01  WS-TELA-CLIENTE-3.
002240     05  FILLER                 PIC X(10) VALUE SPACES.
002250     05  TCL3-CIDADE            PIC X(20).
002260     05  FILLER                 PIC X(01) VALUE SPACES.
002270     05  TCL3-UF                PIC X(02).
002280     05  FILLER                 PIC X(07) VALUE "  CEP: ".
002290     05  TCL3-CEP               PIC 9(08).
002300
002310 01  WS-TELA-CLIENTE-4.
002320     05  FILLER                 PIC X(10) VALUE "TELEFONE: ".
002330     05  TCL4-TELEFONE          PIC X(15).
002340     05  FILLER                 PIC X(13) VALUE "   SITUACAO: ".
002350     05  TCL4-STATUS            PIC X(01).
002360     05  FILLER                 PIC X(03) VALUE " - ".
002370     05  TCL4-STATUS-DESCR      PIC X(15).
002380
002390 01  WS-TELA-PRODUTO.
002400     05  FILLER                 PIC X(02) VALUE SPACES.
002410     05  TPRD-PRODUTO           PIC X(04).
002420     05  FILLER                 PIC X(02) VALUE SPACES.
002430     05  TPRD-DESCRICAO         PIC X(30).
002440     05  FILLER                 PIC X(10) VALUE "  ADESAO: ".
002450     05  TPRD-ADESAO            PIC X(10).
002460     05  FILLER                 PIC X(02) VALUE SPACES.
002470     05  TPRD-SITUACAO          PIC X(10).
002480
002490 01  WS-TELA-SALDO.
002500     05  FILLER                 PIC X(13) VALUE "SALDO ATUAL: ".
002510     05  TSLD-SALDO             PIC -(10)9.99.
002520     05  FILLER                 PIC X(21)
002530         VALUE "   ULTIMO MOVIMENTO: ".
002540     05  TSLD-DATA              PIC X(10).
002550
002560 01  WS-TELA-CONTRATO.
002570     05  FILLER                 PIC X(10) VALUE "CONTRATO: ".
002580     05  TCTR-CONTRATO          PIC 9(04).
002590     05  FILLER                 PIC X(13) VALUE "  PRINCIPAL: ".
002600     05  TCTR-PRINCIPAL         PIC Z(08)9.99.
002610     05  FILLER                 PIC X(08) VALUE "  TAXA: ".
002620     05  TCTR-TAXA              PIC Z9.9999.
002630     05  FILLER                 PIC X(08) VALUE "%  SIT: ".
002640     05  TCTR-SITUACAO          PIC X(12).
002650
002660 01  WS-TELA-TITULO-PARCELAS.
002670     05  FILLER                 PIC X(04) VALUE SPACES.
002680     05  FILLER                 PIC X(08) VALUE "PARCELA".
002690     05  FILLER                 PIC X(12) VALUE "VENCIMENTO".
002700     05  FILLER                 PIC X(12) VALUE "DIAS ATRASO".
002710     05  FILLER                 PIC X(12) VALUE "       VALOR".
002720     05  FILLER                 PIC X(02) VALUE SPACES.
002730     05  FILLER                 PIC X(10) VALUE "SITUACAO".
002740
002750 01  WS-TELA-PARCELA.
002760     05  FILLER                 PIC X(04) VALUE SPACES.
002770     05  TPAR-PARCELA           PIC ZZ9.
002780     05  FILLER                 PIC X(05) VALUE SPACES.
002790     05  TPAR-VENCIMENTO        PIC X(10).
002800     05  FILLER                 PIC X(06) VALUE SPACES.
002810     05  TPAR-DIAS              PIC ZZ,ZZZ.
002820     05  FILLER                 PIC X(02) VALUE SPACES.
002830     05  TPAR-VALOR             PIC Z(08)9.99.
002840     05  FILLER                 PIC X(02) VALUE SPACES.
002850     05  TPAR-SITUACAO          PIC X(10).
002860
002870 01  WS-TELA-RESUMO.
002880     05  FILLER                 PIC X(17)
002890         VALUE "PARCELAS ABERTAS:".
002900     05  TRES-QTD-ABERTAS       PIC ZZZZ9.
002910     05  FILLER                 PIC X(03) VALUE SPACES.
002920     05  TRES-TOTAL-ABERTO      PIC Z(10)9.99.
002930     05  FILLER                 PIC X(13) VALUE "   VENCIDAS: ".
002940     05  TRES-QTD-VENCIDAS      PIC ZZZZ9.
002950     05  FILLER                 PIC X(03) VALUE SPACES.
002960     05  TRES-TOTAL-VENCIDO     PIC Z(10)9.99.
002970
002980 PROCEDURE DIVISION.
002990******************************************************************
003000* 0000-MAINLINE - ATENDE UM CPF POR VEZ ATE O OPERADOR ENCERRAR. *
003010******************************************************************
003020 0000-MAINLINE.
003030     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
003040     PERFORM 2000-CONSULTAR-CPF THRU 2000-CONSULTAR-CPF-EXIT
003050         UNTIL FIM-DA-CONSULTA
003060     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
003070     STOP RUN.
003080
003090******************************************************************
003100* 1000-INICIALIZAR - CONSULTA A DATA OFICIAL DO MOVIMENTO E ABRE *
003110*                    TODOS OS ARQUIVOS SOMENTE PARA LEITURA.     *
003120******************************************************************
003130 1000-INICIALIZAR.
003140     MOVE "C"          TO CTRL-FUNCAO
003150     MOVE "PROGRAMA22" TO CTRL-PROGRAMA
003160     CALL "datactl" USING CTRLDATA-AREA
003170     IF CTRL-ERRO-CONTROLE
003180         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
003190             "CONSULTA RECUSADA"
003200         MOVE "S" TO WS-FIM-CONSULTA
003210         GO TO 1000-INICIALIZAR-EXIT
003220     END-IF
003230     COMPUTE WS-DIAS-MOVIMENTO =
003240         FUNCTION INTEGER-OF-DATE(CTRL-DATA-MOVIMENTO)
003250
003260     OPEN INPUT CADCLI
003270     IF NOT CADCLI-OK
003280         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
003290             WS-CADCLI-STATUS
003300         MOVE "S" TO WS-FIM-CONSULTA
003310     END-IF
003320
003330     OPEN INPUT PRODCLI
003340     IF NOT PRODCLI-OK
003350         DISPLAY "ERRO AO ABRIR PRODCLI - STATUS: "
003360             WS-PRODCLI-STATUS
003370         MOVE "S" TO WS-FIM-CONSULTA
003380     END-IF
003390
003400     OPEN INPUT PRODCAT
003410     IF NOT PRODCAT-OK
003420         DISPLAY "ERRO AO ABRIR PRODCAT - STATUS: "
003430             WS-PRODCAT-STATUS
003440         MOVE "S" TO WS-FIM-CONSULTA
003450     END-IF
003460
003470     OPEN INPUT SLDCLI
003480     IF NOT SLDCLI-OK
003490         DISPLAY "ERRO AO ABRIR SLDCLI - STATUS: "
003500             WS-SLDCLI-STATUS
003510         MOVE "S" TO WS-FIM-CONSULTA
003520     END-IF
003530
003540     OPEN INPUT FINANC
003550     IF NOT FINANC-OK
003560         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
003570             WS-FINANC-STATUS
003580         MOVE "S" TO WS-FIM-CONSULTA
003590     END-IF
003600
003610     OPEN INPUT PARCFIN
003620     IF NOT PARCFIN-OK
003630         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
003640             WS-PARCFIN-STATUS
003650         MOVE "S" TO WS-FIM-CONSULTA
003660     END-IF
003670
003680     IF NOT FIM-DA-CONSULTA
003690         MOVE "S" TO WS-INICIO-SITUACAO
003700         MOVE CTRL-DATA-MOVIMENTO TO WS-DATA-NUM
003710         PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
003720         DISPLAY WS-LINHA-SEPARADORA
003730         DISPLAY "CONSULTA DE CLIENTES POR CPF - DATA DO "
003740             "MOVIMENTO: " WS-DATA-EDITADA
003750     END-IF.
003760 1000-INICIALIZAR-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 1800-VALIDAR-CPF - CHAMA O VALIDADOR DE CPF (MODULO 11) ANTES  *
003810*                    DE QUALQUER LEITURA DOS ARQUIVOS.           *
003820******************************************************************
003830 1800-VALIDAR-CPF.
003840     CALL "cpfval" USING WS-CPF-TRABALHO WS-CPF-VALIDO.
003850 1800-VALIDAR-CPF-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 2000-CONSULTAR-CPF - PEDE O CPF AO OPERADOR (EM BRANCO OU ZERO *
003900*                    ENCERRA A CONSULTA), VALIDA O CPF, LOCALIZA *
003910*                    O CLIENTE NO CADCLI E MOSTRA CADASTRO,      *
003920*                    PRODUTOS, SALDO E CONTRATOS.                *
003930******************************************************************
003940 2000-CONSULTAR-CPF.
003950     MOVE "N" TO WS-CLIENTE-SITUACAO
003960     DISPLAY " "
003970     DISPLAY "CPF (11 DIGITOS, EM BRANCO PARA ENCERRAR): "
003980         WITH NO ADVANCING
003990     MOVE SPACES TO WS-CPF-DIGITADO
004000     ACCEPT WS-CPF-DIGITADO
004010
004020     IF WS-CPF-DIGITADO = SPACES
004030       OR WS-CPF-DIGITADO = ZEROS
004040         MOVE "S" TO WS-FIM-CONSULTA
004050         GO TO 2000-CONSULTAR-CPF-EXIT
004060     END-IF
004070
004080     IF WS-CPF-DIGITADO IS NOT NUMERIC
004090         DISPLAY "CPF DEVE TER 11 DIGITOS NUMERICOS"
004100         GO TO 2000-CONSULTAR-CPF-EXIT
004110     END-IF
004120
004130     MOVE WS-CPF-DIGITADO-NUM TO WS-CPF-TRABALHO
004140     PERFORM 1800-VALIDAR-CPF THRU 1800-VALIDAR-CPF-EXIT
004150     IF CPF-INVALIDO
004160         DISPLAY "CPF " WS-CPF-TRABALHO
004170             " INVALIDO - DIGITO VERIFICADOR NAO CONFERE"
004180         GO TO 2000-CONSULTAR-CPF-EXIT
004190     END-IF
004200
004210     ADD 1 TO WS-QTD-CONSULTAS
004220     MOVE WS-CPF-TRABALHO TO CPF-CADCLI
004230     READ CADCLI
004240         INVALID KEY
004250             DISPLAY "CPF " WS-CPF-TRABALHO
004260                 " NAO CADASTRADO NO CADCLI"
004270             GO TO 2000-CONSULTAR-CPF-EXIT
004280     END-READ
004290
004300     MOVE ZEROS TO WS-LINHA-TELA
004310     PERFORM 3000-MOSTRAR-CADASTRO
004320         THRU 3000-MOSTRAR-CADASTRO-EXIT
004330     PERFORM 3200-MOSTRAR-PRODUTOS
004340         THRU 3200-MOSTRAR-PRODUTOS-EXIT
004350     PERFORM 3400-MOSTRAR-SALDO THRU 3400-MOSTRAR-SALDO-EXIT
004360     PERFORM 3600-MOSTRAR-CONTRATOS
004370         THRU 3600-MOSTRAR-CONTRATOS-EXIT
004380     DISPLAY WS-LINHA-SEPARADORA.
004390 2000-CONSULTAR-CPF-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 2850-EDITAR-DATA - EDITA A DATA DESMEMBRADA NO FORMATO         *
004440*                    DD/MM/AAAA.                                 *
004450******************************************************************
004460 2850-EDITAR-DATA.
004470     MOVE WS-DATA-DD   TO WS-DATA-EDIT-DD
004480     MOVE WS-DATA-MM   TO WS-DATA-EDIT-MM
004490     MOVE WS-DATA-AAAA TO WS-DATA-EDIT-AAAA.
004500 2850-EDITAR-DATA-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* 3000-MOSTRAR-CADASTRO - MOSTRA OS DADOS CADASTRAIS E A         *
004550*                    SITUACAO DO CLIENTE NO CADCLI.              *
004560******************************************************************
004570 3000-MOSTRAR-CADASTRO.
004580     MOVE CPF-CADCLI                 TO TCL1-CPF
004590     MOVE NOME-CLIENTE-CADCLI        TO TCL1-NOME
004600     MOVE ENDERECO-LOGRADOURO-CADCLI TO TCL2-LOGRADOURO
004610     MOVE ENDERECO-CIDADE-CADCLI     TO TCL3-CIDADE
004620     MOVE ENDERECO-UF-CADCLI         TO TCL3-UF
004630     MOVE ENDERECO-CEP-CADCLI        TO TCL3-CEP
004640     MOVE TELEFONE-CADCLI            TO TCL4-TELEFONE
004650     MOVE STATUS-CADCLI              TO TCL4-STATUS
004660     EVALUATE STATUS-CADCLI
004670         WHEN "A"
004680             MOVE "ATIVO"          TO TCL4-STATUS-DESCR
004690         WHEN "I"
004700             MOVE "INATIVO"        TO TCL4-STATUS-DESCR
004710         WHEN "B"
004720             MOVE "BLOQUEADO"      TO TCL4-STATUS-DESCR
004730         WHEN OTHER
004740             MOVE "NAO INFORMADA"  TO TCL4-STATUS-DESCR
004750     END-EVALUATE
004760
004770     DISPLAY WS-LINHA-SEPARADORA
004780     DISPLAY WS-TELA-CLIENTE-1
004790     DISPLAY WS-TELA-CLIENTE-2
004800     DISPLAY WS-TELA-CLIENTE-3
004810     DISPLAY WS-TELA-CLIENTE-4.
004820 3000-MOSTRAR-CADASTRO-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860* 3200-MOSTRAR-PRODUTOS - MOSTRA OS PRODUTOS DO CLIENTE NO       *
004870*                    PRODCLI COM A DESCRICAO DO PRODCAT.         *
004880******************************************************************
004890 3200-MOSTRAR-PRODUTOS.
004900     DISPLAY " "
004910     DISPLAY "PRODUTOS DO CLIENTE"
004920     MOVE ZEROS      TO WS-QTD-PRODUTOS-CLI
004930     MOVE "N"        TO WS-FIM-PRODUTOS
004940     MOVE CPF-CADCLI TO PRODCLI-CPF
004950     MOVE LOW-VALUES TO PRODCLI-PRODUTO
004960     START PRODCLI KEY IS NOT LESS THAN PRODCLI-CHAVE
004970         INVALID KEY
004980             MOVE "S" TO WS-FIM-PRODUTOS
004990     END-START
005000     PERFORM 3220-MOSTRAR-PRODUTO THRU 3220-MOSTRAR-PRODUTO-EXIT
005010         UNTIL FIM-DOS-PRODUTOS
005020
005030     IF WS-QTD-PRODUTOS-CLI = ZEROS
005040         DISPLAY "  NENHUM PRODUTO CONTRATADO"
005050     END-IF.
005060 3200-MOSTRAR-PRODUTOS-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 3220-MOSTRAR-PRODUTO - LE O PROXIMO PRODUTO DO CLIENTE E O     *
005110*                    MOSTRA COM A DESCRICAO DO CATALOGO.         *
005120******************************************************************
005130 3220-MOSTRAR-PRODUTO.
005140     READ PRODCLI NEXT RECORD
005150         AT END
005160             MOVE "S" TO WS-FIM-PRODUTOS
005170             GO TO 3220-MOSTRAR-PRODUTO-EXIT
005180     END-READ
005190     IF PRODCLI-CPF NOT = CPF-CADCLI
005200         MOVE "S" TO WS-FIM-PRODUTOS
005210         GO TO 3220-MOSTRAR-PRODUTO-EXIT
005220     END-IF
005230
005240     ADD 1 TO WS-QTD-PRODUTOS-CLI
005250     MOVE PRODCLI-PRODUTO TO TPRD-PRODUTO
005260     MOVE PRODCLI-PRODUTO TO CAT-PRODUTO
005270     READ PRODCAT
005280         INVALID KEY
005290             MOVE "PRODUTO NAO CATALOGADO" TO TPRD-DESCRICAO
005300         NOT INVALID KEY
005310             MOVE CAT-DESCRICAO TO TPRD-DESCRICAO
005320     END-READ
005330     MOVE PRODCLI-DATA-ADESAO TO WS-DATA-NUM
005340     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
005350     MOVE WS-DATA-EDITADA TO TPRD-ADESAO
005360     IF PRODUTO-ATIVO
005370         MOVE "ATIVO"     TO TPRD-SITUACAO
005380     ELSE
005390         MOVE "CANCELADO" TO TPRD-SITUACAO
005400     END-IF
005410     DISPLAY WS-TELA-PRODUTO.
005420 3220-MOSTRAR-PRODUTO-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 3400-MOSTRAR-SALDO - MOSTRA O SALDO ATUAL DO CLIENTE NO SLDCLI *
005470*                    E A DATA DO ULTIMO MOVIMENTO.               *
005480******************************************************************
005490 3400-MOSTRAR-SALDO.
005500     DISPLAY " "
005510     MOVE CPF-CADCLI TO SALDO-CPF
005520     READ SLDCLI
005530         INVALID KEY
005540             DISPLAY "SALDO ATUAL: CLIENTE SEM MOVIMENTACAO NO "
005550                 "SLDCLI"
005560             GO TO 3400-MOSTRAR-SALDO-EXIT
005570     END-READ
005580
005590     MOVE SALDO-VALOR        TO TSLD-SALDO
005600     MOVE SALDO-DATA-ULT-MOV TO WS-DATA-NUM
005610     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
005620     MOVE WS-DATA-EDITADA    TO TSLD-DATA
005630     DISPLAY WS-TELA-SALDO.
005640 3400-MOSTRAR-SALDO-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 3600-MOSTRAR-CONTRATOS - MOSTRA CADA CONTRATO DO CLIENTE NO    *
005690*                    FINANC COM AS PARCELAS EM ABERTO E O RESUMO *
005700*                    DAS PARCELAS ABERTAS E VENCIDAS, SALVO      *
005710*                    QUANDO O OPERADOR SALTA PARA O PROXIMO CPF. *
005720******************************************************************
005730 3600-MOSTRAR-CONTRATOS.
005740     DISPLAY " "
005750     DISPLAY "CONTRATOS DE FINANCIAMENTO"
005760     MOVE ZEROS TO WS-QTD-CONTRATOS-CLI
005770     MOVE ZEROS TO WS-QTD-ABERTAS-CLI
005780     MOVE ZEROS TO WS-QTD-VENCIDAS-CLI
005790     MOVE ZEROS TO WS-TOTAL-ABERTO-CLI
005800     MOVE ZEROS TO WS-TOTAL-VENCIDO-CLI
005810
005820     MOVE "N"        TO WS-FIM-CONTRATOS
005830     MOVE CPF-CADCLI TO FINANC-CPF
005840     MOVE ZEROS      TO FINANC-CONTRATO
005850     START FINANC KEY IS NOT LESS THAN FINANC-CHAVE
005860         INVALID KEY
005870             MOVE "S" TO WS-FIM-CONTRATOS
005880     END-START
005890     PERFORM 3620-MOSTRAR-CONTRATO THRU 3620-MOSTRAR-CONTRATO-EXIT
005900         UNTIL FIM-DOS-CONTRATOS
005910            OR CLIENTE-INTERROMPIDO
005920
005930     IF CLIENTE-INTERROMPIDO
005940         GO TO 3600-MOSTRAR-CONTRATOS-EXIT
005950     END-IF
005960     IF WS-QTD-CONTRATOS-CLI = ZEROS
005970         DISPLAY "  NENHUM CONTRATO DE FINANCIAMENTO"
005980         GO TO 3600-MOSTRAR-CONTRATOS-EXIT
005990     END-IF
006000
006010     MOVE WS-QTD-ABERTAS-CLI   TO TRES-QTD-ABERTAS
006020     MOVE WS-TOTAL-ABERTO-CLI  TO TRES-TOTAL-ABERTO
006030     MOVE WS-QTD-VENCIDAS-CLI  TO TRES-QTD-VENCIDAS
006040     MOVE WS-TOTAL-VENCIDO-CLI TO TRES-TOTAL-VENCIDO
006050     DISPLAY " "
006060     DISPLAY WS-TELA-RESUMO.
006070 3600-MOSTRAR-CONTRATOS-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 3620-MOSTRAR-CONTRATO - LE O PROXIMO CONTRATO DO CLIENTE E O   *
006120*                    MOSTRA SEGUIDO DAS PARCELAS EM ABERTO.      *
006130******************************************************************
006140 3620-MOSTRAR-CONTRATO.
006150     READ FINANC NEXT RECORD
006160         AT END
006170             MOVE "S" TO WS-FIM-CONTRATOS
006180             GO TO 3620-MOSTRAR-CONTRATO-EXIT
006190     END-READ
006200     IF FINANC-CPF NOT = CPF-CADCLI
006210         MOVE "S" TO WS-FIM-CONTRATOS
006220         GO TO 3620-MOSTRAR-CONTRATO-EXIT
006230     END-IF
006240
006250     ADD 1 TO WS-QTD-CONTRATOS-CLI
006260     MOVE FINANC-CONTRATO   TO TCTR-CONTRATO
006270     MOVE FINANC-PRINCIPAL  TO TCTR-PRINCIPAL
006280     MOVE FINANC-TAXA-JUROS TO TCTR-TAXA
006290     EVALUATE TRUE
006300         WHEN CONTRATO-QUITADO
006310             MOVE "QUITADO"      TO TCTR-SITUACAO
006320         WHEN CONTRATO-LIQUIDADO
006330             MOVE "LIQUIDADO"    TO TCTR-SITUACAO
006340         WHEN OTHER
006350             MOVE "ATIVO"        TO TCTR-SITUACAO
006360     END-EVALUATE
006370     DISPLAY " "
006380     DISPLAY WS-TELA-CONTRATO
006390     DISPLAY WS-TELA-TITULO-PARCELAS
006400     ADD 3 TO WS-LINHA-TELA
006410
006420     MOVE ZEROS           TO WS-QTD-ABERTAS-CONTR
006430     MOVE "N"             TO WS-FIM-CONTRATO
006440     MOVE FINANC-CPF      TO PARC-CPF
006450     MOVE FINANC-CONTRATO TO PARC-CONTRATO
006460     MOVE ZEROS           TO PARC-NUMERO
006470     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
006480         INVALID KEY
006490             MOVE "S" TO WS-FIM-CONTRATO
006500     END-START
006510     PERFORM 3720-MOSTRAR-PARCELA THRU 3720-MOSTRAR-PARCELA-EXIT
006520         UNTIL FIM-DO-CONTRATO
006530            OR CLIENTE-INTERROMPIDO
006540
006550     IF WS-QTD-ABERTAS-CONTR = ZEROS
006560       AND NOT CLIENTE-INTERROMPIDO
006570         DISPLAY "    NENHUMA PARCELA EM ABERTO"
006580     END-IF.
006590 3620-MOSTRAR-CONTRATO-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 3720-MOSTRAR-PARCELA - LE A PROXIMA PARCELA DO CONTRATO E,     *
006640*                    QUANDO EM ABERTO, MOSTRA O VALOR (PRINCIPAL *
006650*                    + JUROS + IOF) E OS DIAS DE ATRASO DAS      *
006660*                    VENCIDAS, PAUSANDO A CADA TELA CHEIA.       *
006670******************************************************************
006680 3720-MOSTRAR-PARCELA.
006690     READ PARCFIN NEXT RECORD
006700         AT END
006710             MOVE "S" TO WS-FIM-CONTRATO
006720             GO TO 3720-MOSTRAR-PARCELA-EXIT
006730     END-READ
006740     IF PARC-CPF NOT = FINANC-CPF
006750       OR PARC-CONTRATO NOT = FINANC-CONTRATO
006760         MOVE "S" TO WS-FIM-CONTRATO
006770         GO TO 3720-MOSTRAR-PARCELA-EXIT
006780     END-IF
006790     IF NOT PARCELA-ABERTA
006800         GO TO 3720-MOSTRAR-PARCELA-EXIT
006810     END-IF
006820
006830     IF WS-LINHA-TELA >= WS-MAX-LINHAS-TELA
006840         PERFORM 3800-PAUSAR-TELA THRU 3800-PAUSAR-TELA-EXIT
006850         IF CLIENTE-INTERROMPIDO
006860             GO TO 3720-MOSTRAR-PARCELA-EXIT
006870         END-IF
006880         DISPLAY WS-TELA-CONTRATO
006890         DISPLAY WS-TELA-TITULO-PARCELAS
006900         ADD 2 TO WS-LINHA-TELA
006910     END-IF
006920
006930     ADD 1 TO WS-QTD-ABERTAS-CONTR
006940     ADD 1 TO WS-QTD-ABERTAS-CLI
006950     COMPUTE WS-VALOR-PARCELA =
006960         PARC-PRINCIPAL + PARC-JUROS + PARC-IOF
006970     ADD WS-VALOR-PARCELA TO WS-TOTAL-ABERTO-CLI
006980
006990     MOVE PARC-NUMERO     TO TPAR-PARCELA
007000     MOVE PARC-VENCIMENTO TO WS-DATA-NUM
007010     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
007020     MOVE WS-DATA-EDITADA  TO TPAR-VENCIMENTO
007030     MOVE WS-VALOR-PARCELA TO TPAR-VALOR
007040
007050     IF PARC-VENCIMENTO < CTRL-DATA-MOVIMENTO
007060         COMPUTE WS-DIAS-VENCIMENTO =
007070             FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
007080         COMPUTE WS-DIAS-ATRASO =
007090             WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO
007100         MOVE WS-DIAS-ATRASO TO TPAR-DIAS
007110         MOVE "VENCIDA"      TO TPAR-SITUACAO
007120         ADD 1 TO WS-QTD-VENCIDAS-CLI
007130         ADD WS-VALOR-PARCELA TO WS-TOTAL-VENCIDO-CLI
007140     ELSE
007150         MOVE ZEROS          TO TPAR-DIAS
007160         MOVE "A VENCER"     TO TPAR-SITUACAO
007170     END-IF
007180     DISPLAY WS-TELA-PARCELA
007190     ADD 1 TO WS-LINHA-TELA.
007200 3720-MOSTRAR-PARCELA-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 3800-PAUSAR-TELA - ESPERA O OPERADOR AO FIM DE CADA TELA DE    *
007250*                    PARCELAS: <ENTER> CONTINUA, P SALTA PARA O  *
007260*                    PROXIMO CPF E F ENCERRA A CONSULTA.         *
007270******************************************************************
007280 3800-PAUSAR-TELA.
007290     DISPLAY "<ENTER> CONTINUA   P = PROXIMO CPF   F = ENCERRA: "
007300         WITH NO ADVANCING
007310     MOVE SPACE TO WS-OPCAO
007320     ACCEPT WS-OPCAO
007330     IF OPCAO-PROXIMO-CPF
007340         MOVE "S" TO WS-CLIENTE-SITUACAO
007350     END-IF
007360     IF OPCAO-ENCERRAR
007370         MOVE "S" TO WS-CLIENTE-SITUACAO
007380         MOVE "S" TO WS-FIM-CONSULTA
007390     END-IF
007400     MOVE ZEROS TO WS-LINHA-TELA.
007410 3800-PAUSAR-TELA-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 9000-FINALIZAR - FECHA OS ARQUIVOS E MOSTRA A QUANTIDADE DE    *
007460*                  CPFS CONSULTADOS. NADA E REGISTRADO NO        *
007470*                  CONTROLE DE DATAS.                            *
007480******************************************************************
007490 9000-FINALIZAR.
007500     IF NOT INICIO-OK
007510         GO TO 9000-FINALIZAR-EXIT
007520     END-IF
007530
007540     CLOSE CADCLI
007550     CLOSE PRODCLI
007560     CLOSE PRODCAT
007570     CLOSE SLDCLI
007580     CLOSE FINANC
007590     CLOSE PARCFIN
007600
007610     DISPLAY "CONSULTA ENCERRADA - CPFS CONSULTADOS: "
007620         WS-QTD-CONSULTAS.
007630 9000-FINALIZAR-EXIT.
007640     EXIT.
007650
007660 END PROGRAM programa22.

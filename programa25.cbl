000010******************************************************************
000020* PROGRAM-ID : PROGRAMA25
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : EXPURGO LGPD DOS CLIENTES INATIVOS: NO ULTIMO DIA
000070*              UTIL DO MES (A PROXIMA DATA DO CTRLDATA CAI EM
000080*              OUTRO MES) PERCORRE O CADASTRO (CADCLI) E ESCOLHE
000090*              OS CLIENTES INATIVOS (EXCLUSAO LOGICA DO PROGRAMA4)
000100*              CUJA ULTIMA ATIVIDADE (ULTIMO MOVIMENTO NO SLDCLI,
000110*              ENCERRAMENTO DE CONTRATO NO FINANC, PAGAMENTO DE
000120*              PARCELA NO PARCFIN OU ADESAO A PRODUTO NO PRODCLI)
000130*              E ANTERIOR AO PRAZO DE RETENCAO DO PARMLGPD, SEM
000140*              CONTRATO ATIVO, SEM PARCELA EM ABERTO E COM SALDO
000150*              ZERADO. DE CADA UM GRAVA O REGISTRO COMPLETO NO
000160*              ARQUIVO MORTO A CIFRAR (LGPDPEND) E SO ENTAO
000170*              ANONIMIZA NOME, ENDERECO E TELEFONE NO CADASTRO.
000180*              EM SEGUIDA O CPF DEIXA DE SER A CHAVE: O CLIENTE E
000190*              O SEU HISTORICO (FINANC, PARCFIN, SLDCLI, HISMOV,
000200*              PRODCLI, HISCOB, HISPDD, IOFEXT E O CONTROLE DA
000210*              REMESSA CTLREM) PASSAM PARA UMA CHAVE
000220*              ANONIMA TIRADA DO HASH DO CPF, COM O PRIMEIRO
000230*              DIGITO VERIFICADOR FORCADO INVALIDO PARA NUNCA
000240*              COINCIDIR COM UM CPF REAL. O NOME ANONIMIZADO
000250*              GUARDA A CHAVE ANONIMA E UMA CONFERENCIA DO HASH,
000260*              QUE DISTINGUE DOIS CPFS COM A MESMA CHAVE (O
000270*              SEGUNDO PASSA A CHAVE SEGUINTE). AS IMAGENS DO
000280*              CLIENTE NOS REJEITADOS (REJCLI E REJCICLO) SAO
000290*              ARQUIVADAS E ANONIMIZADAS DA MESMA FORMA, COM O CPF
000300*              TROCADO PELA CHAVE ANONIMA. EMITE O CERTIFICADO DE
000310*              EXPURGO (LGPDCERT) PARA O ENCARREGADO DE DADOS
000320*              (DPO), COM CADA CPF ANONIMIZADO (MASCARADO) E OS
000330*              TOTAIS DE CONTROLE; A REEXECUCAO NA MESMA DATA
000340*              CONTINUA O CERTIFICADO DA EXECUCAO INTERROMPIDA.
000350*              NOS DEMAIS DIAS SO REGISTRA O ENCERRAMENTO DA DATA.
000360*              AO FINAL O LGPDPEND E CIFRADO EM AES-256-CBC PELO
000370*              OPENSSL (CHAMADO PELO SISTEMA OPERACIONAL) NUM
000380*              ARQUIVO MORTO POR EXECUCAO
000390*              (ARQLGPD.AAAAMMDD.HHMMSS) E ESVAZIADO. A SENHA E A
000400*              CHAVE DO PARMLGPD SEM OS BRANCOS FINAIS, PASSADA NA
000410*              VARIAVEL DE AMBIENTE LGPDCHAVE E NUNCA NA LINHA DE
000420*              COMANDO. PARA LER:
000430*                OPENSSL ENC -D -AES-256-CBC -PBKDF2
000440*                  -PASS ENV:LGPDCHAVE -IN ARQLGPD.AAAAMMDD.HHMMSS
000450*              (EM MINUSCULAS). FALHANDO A CIFRA, O LGPDPEND FICA
000460*              COMO ESTA, A DATA NAO E ENCERRADA E A REEXECUCAO
000470*              CIFRA OS REGISTROS PENDENTES. A CHAVE DO PARMLGPD
000480*              ENTRA TAMBEM NO HASH DO CPF: NAO PODE SER TROCADA
000490*              SEM PERDER A LIGACAO COM OS EXPURGOS ANTERIORES.
000500* TECTONICS  : cobc
000510*-----------------------------------------------------------------
000520* MODIFICATION HISTORY
000530* DATE       INIT  DESCRIPTION
000540* 2026-10-15 JH    PROGRAMA CRIADO - A EXCLUSAO DO PROGRAMA4 E SO
000550*                  LOGICA E OS DADOS PESSOAIS DOS INATIVOS
000560*                  FICAVAM PARA SEMPRE NO CADASTRO E NOS
000570*                  REJEITADOS, CONTRA A POLITICA DE RETENCAO.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. programa25.
000610 AUTHOR. JACQUELINE HERNANDES.
000620 DATE-WRITTEN. 2026-10-15.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT PARMLGPD ASSIGN TO "PARMLGPD"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PARMLGPD-STATUS.
000710
000720     SELECT CADCLI ASSIGN TO "CADCLI"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CPF-CADCLI
000760         FILE STATUS IS WS-CADCLI-STATUS.
000770
000780     SELECT FINANC ASSIGN TO "FINANC"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS FINANC-CHAVE
000820         FILE STATUS IS WS-FINANC-STATUS.
000830
000840     SELECT PARCFIN ASSIGN TO "PARCFIN"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS PARC-CHAVE
000880         FILE STATUS IS WS-PARCFIN-STATUS.
000890
000900     SELECT SLDCLI ASSIGN TO "SLDCLI"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS SALDO-CPF
000940         FILE STATUS IS WS-SLDCLI-STATUS.
000950
000960     SELECT PRODCLI ASSIGN TO "PRODCLI"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS PRODCLI-CHAVE
001000         FILE STATUS IS WS-PRODCLI-STATUS.
001010
001020     SELECT HISMOV ASSIGN TO "HISMOV"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS HMOV-CHAVE
001060         FILE STATUS IS WS-HISMOV-STATUS.
001070
001080     SELECT HISCOB ASSIGN TO "HISCOB"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS HCOB-CHAVE
001120         FILE STATUS IS WS-HISCOB-STATUS.
001130
001140     SELECT HISPDD ASSIGN TO "HISPDD"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS HPDD-CHAVE
001180         FILE STATUS IS WS-HISPDD-STATUS.
001190
001200     SELECT IOFEXT ASSIGN TO "IOFEXT"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS IOFE-CHAVE
001240         FILE STATUS IS WS-IOFEXT-STATUS.
001250
001260     SELECT CTLREM ASSIGN TO "CTLREM"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS CREM-NOSSO-NUMERO
001300         ALTERNATE RECORD KEY IS CREM-PARCELA
001310         FILE STATUS IS WS-CTLREM-STATUS.
001320
001330     SELECT REJCLI ASSIGN TO "REJCLI"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-REJCLI-STATUS.
001360
001370     SELECT REJCICLO ASSIGN TO "REJCICLO"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-REJCICLO-STATUS.
001400
001410     SELECT LGPDTRAB ASSIGN TO "LGPDTRAB"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-LGPDTRAB-STATUS.
001440
001450     SELECT LGPDPEND ASSIGN TO "LGPDPEND"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-LGPDPEND-STATUS.
001480
001490     SELECT LGPDCERT ASSIGN TO "LGPDCERT"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WS-LGPDCERT-STATUS.
001520
001530 DATA DIVISION.
001540 FILE SECTION.
001550*----------------------------------------------------------------*
001560*    PARMLGPD - PARAMETROS DO EXPURGO (REGISTRO UNICO): PRAZO DE *
001570*               RETENCAO EM MESES E CHAVE DE CIFRA               *
001580*----------------------------------------------------------------*
001590 FD  PARMLGPD
001600     LABEL RECORDS ARE STANDARD.
001610 01  REG-PARMLGPD.
001620     05  PARM-RETENCAO-MESES    PIC 9(03).
001630     05  FILLER                 PIC X(01).
001640     05  PARM-CHAVE-CIFRA       PIC X(32).
001650
001660*----------------------------------------------------------------*
001670*    CADCLI - CADASTRO MESTRE DE CLIENTES (INDEXADO POR CPF)     *
001680*----------------------------------------------------------------*
001690 FD  CADCLI
001700     LABEL RECORDS ARE STANDARD.
001710     COPY CADCLI.
001720
001730*----------------------------------------------------------------*
001740*    FINANC - CONTRATOS DE FINANCIAMENTO (CPF + CONTRATO)        *
001750*----------------------------------------------------------------*
001760 FD  FINANC
001770     LABEL RECORDS ARE STANDARD.
001780     COPY FINANC.
001790
001800*----------------------------------------------------------------*
001810*    PARCFIN - CRONOGRAMA DE PARCELAS DOS FINANCIAMENTOS         *
001820*              (INDEXADO POR CPF + CONTRATO + PARCELA)           *
001830*----------------------------------------------------------------*
001840 FD  PARCFIN
001850     LABEL RECORDS ARE STANDARD.
001860     COPY PARCFIN.
001870
001880*----------------------------------------------------------------*
001890*    SLDCLI - SALDO CORRENTE POR CLIENTE (INDEXADO POR CPF)      *
001900*----------------------------------------------------------------*
001910 FD  SLDCLI
001920     LABEL RECORDS ARE STANDARD.
001930     COPY SLDCLI.
001940
001950*----------------------------------------------------------------*
001960*    PRODCLI - PRODUTOS POR CLIENTE (CPF + PRODUTO)              *
001970*----------------------------------------------------------------*
001980 FD  PRODCLI
001990     LABEL RECORDS ARE STANDARD.
002000     COPY PRODCLI.
002010
002020*----------------------------------------------------------------*
002030*    HISMOV - HISTORICO DE MOVIMENTOS DE SALDO POR CLIENTE       *
002040*             (CPF + DATA + LOTE + SEQUENCIA)                    *
002050*----------------------------------------------------------------*
002060 FD  HISMOV
002070     LABEL RECORDS ARE STANDARD.
002080     COPY HISMOV.
002090
002100*----------------------------------------------------------------*
002110*    HISCOB - HISTORICO DA REGUA DE COBRANCA (CPF + CONTRATO)    *
002120*----------------------------------------------------------------*
002130 FD  HISCOB
002140     LABEL RECORDS ARE STANDARD.
002150     COPY HISCOB.
002160
002170*----------------------------------------------------------------*
002180*    HISPDD - HISTORICO DA PDD (PERIODO + CPF + CONTRATO)        *
002190*----------------------------------------------------------------*
002200 FD  HISPDD
002210     LABEL RECORDS ARE STANDARD.
002220     COPY HISPDD.
002230
002240*----------------------------------------------------------------*
002250*    IOFEXT - IOF ACUMULADO PARA O EXTRATO MENSAL                *
002260*             (PERIODO + CPF + CONTRATO)                         *
002270*----------------------------------------------------------------*
002280 FD  IOFEXT
002290     LABEL RECORDS ARE STANDARD.
002300     COPY IOFEXT.
002310
002320*----------------------------------------------------------------*
002330*    CTLREM - CONTROLE DA REMESSA DE COBRANCA (NOSSO NUMERO E,   *
002340*             ALTERNATIVA, CPF + CONTRATO + PARCELA)             *
002350*----------------------------------------------------------------*
002360 FD  CTLREM
002370     LABEL RECORDS ARE STANDARD.
002380     COPY CTLREM.
002390
002400*----------------------------------------------------------------*
002410*    REJCLI - CLIENTES REJEITADOS (LAYOUT DO COPYBOOK REJCLI,    *
002420*             TRATADO NA AREA DE TRABALHO)                       *
002430*----------------------------------------------------------------*
002440 FD  REJCLI
002450     LABEL RECORDS ARE STANDARD.
002460 01  REG-REJCLI-ARQ             PIC X(145).
002470
002480*----------------------------------------------------------------*
002490*    REJCICLO - REJEITADOS EM RECICLO (MESMO LAYOUT DO REJCLI)   *
002500*----------------------------------------------------------------*
002510 FD  REJCICLO
002520     LABEL RECORDS ARE STANDARD.
002530 01  REG-REJCICLO               PIC X(145).
002540
002550*----------------------------------------------------------------*
002560*    LGPDTRAB - COPIA DE TRABALHO DO ARQUIVO DE REJEITADOS EM    *
002570*               ANONIMIZACAO, DEVOLVIDA AO ARQUIVO ORIGINAL      *
002580*----------------------------------------------------------------*
002590 FD  LGPDTRAB
002600     LABEL RECORDS ARE STANDARD.
002610 01  REG-LGPDTRAB               PIC X(145).
002620
002630*----------------------------------------------------------------*
002640*    LGPDPEND - REGISTROS EXPURGADOS A CIFRAR NO ARQUIVO MORTO   *
002650*               (ESVAZIADO A CADA CIFRA BEM SUCEDIDA)            *
002660*----------------------------------------------------------------*
002670 FD  LGPDPEND
002680     LABEL RECORDS ARE STANDARD.
002690 01  REG-LGPDPEND.
002700     05  ARQ-DATA-EXPURGO       PIC 9(08).
002710     05  FILLER                 PIC X(01).
002720     05  ARQ-HASH-CPF           PIC 9(11).
002730     05  FILLER                 PIC X(01).
002740     05  ARQ-ORIGEM             PIC X(08).
002750     05  FILLER                 PIC X(01).
002760     05  ARQ-REGISTRO           PIC X(145).
002770
002780*----------------------------------------------------------------*
002790*    LGPDCERT - CERTIFICADO DE EXPURGO PARA O DPO                *
002800*----------------------------------------------------------------*
002810 FD  LGPDCERT
002820     LABEL RECORDS ARE STANDARD.
002830 01  REG-LGPDCERT               PIC X(110).
002840 01  REG-LGPDCERT-CAB2.
002850     05  FILLER                 PIC X(36).
002860     05  CERT-DATA-EXECUCAO     PIC X(10).
002870     05  FILLER                 PIC X(64).
002880
002890 WORKING-STORAGE SECTION.
002900*----------------------------------------------------------------*
002910*    CHAVES, SWITCHES E CONTADORES                               *
002920*----------------------------------------------------------------*
002930 01  WS-PARMLGPD-STATUS         PIC X(02) VALUE SPACES.
002940     88  PARMLGPD-OK                      VALUE "00".
002950
002960 01  WS-CADCLI-STATUS           PIC X(02) VALUE SPACES.
002970     88  CADCLI-OK                        VALUE "00".
002980
002990 01  WS-FINANC-STATUS           PIC X(02) VALUE SPACES.
003000     88  FINANC-OK                        VALUE "00".
003010     88  FINANC-DUPLICADO                 VALUE "22".
003020
003030 01  WS-PARCFIN-STATUS          PIC X(02) VALUE SPACES.
003040     88  PARCFIN-OK                       VALUE "00".
003050     88  PARCFIN-DUPLICADO                VALUE "22".
003060
003070 01  WS-SLDCLI-STATUS           PIC X(02) VALUE SPACES.
003080     88  SLDCLI-OK                        VALUE "00".
003090     88  SLDCLI-DUPLICADO                 VALUE "22".
003100
003110 01  WS-PRODCLI-STATUS          PIC X(02) VALUE SPACES.
003120     88  PRODCLI-OK                       VALUE "00".
003130     88  PRODCLI-DUPLICADO                VALUE "22".
003140
003150 01  WS-HISMOV-STATUS           PIC X(02) VALUE SPACES.
003160     88  HISMOV-OK                        VALUE "00".
003170     88  HISMOV-DUPLICADO                 VALUE "22".
003180     88  HISMOV-NAO-EXISTE                VALUE "35".
003190
003200 01  WS-HISCOB-STATUS           PIC X(02) VALUE SPACES.
003210     88  HISCOB-OK                        VALUE "00".
003220     88  HISCOB-DUPLICADO                 VALUE "22".
003230     88  HISCOB-NAO-EXISTE                VALUE "35".
003240
003250 01  WS-HISPDD-STATUS           PIC X(02) VALUE SPACES.
003260     88  HISPDD-OK                        VALUE "00".
003270     88  HISPDD-DUPLICADO                 VALUE "22".
003280     88  HISPDD-NAO-EXISTE                VALUE "35".
003290
003300 01  WS-IOFEXT-STATUS           PIC X(02) VALUE SPACES.
003310     88  IOFEXT-OK                        VALUE "00".
003320     88  IOFEXT-DUPLICADO                 VALUE "22".
003330     88  IOFEXT-NAO-EXISTE                VALUE "35".
003340
003350 01  WS-CTLREM-STATUS           PIC X(02) VALUE SPACES.
003360     88  CTLREM-OK                        VALUE "00".
003370     88  CTLREM-NAO-EXISTE                VALUE "35".
003380
003390 01  WS-REJCLI-STATUS           PIC X(02) VALUE SPACES.
003400     88  REJCLI-OK                        VALUE "00".
003410     88  REJCLI-NAO-EXISTE                VALUE "35".
003420
003430 01  WS-REJCICLO-STATUS         PIC X(02) VALUE SPACES.
003440     88  REJCICLO-OK                      VALUE "00".
003450     88  REJCICLO-NAO-EXISTE              VALUE "35".
003460
003470 01  WS-LGPDTRAB-STATUS         PIC X(02) VALUE SPACES.
003480     88  LGPDTRAB-OK                      VALUE "00".
003490
003500 01  WS-LGPDPEND-STATUS         PIC X(02) VALUE SPACES.
003510     88  LGPDPEND-OK                      VALUE "00".
003520     88  LGPDPEND-NAO-EXISTE              VALUE "35".
003530
003540 01  WS-LGPDCERT-STATUS         PIC X(02) VALUE SPACES.
003550     88  LGPDCERT-OK                      VALUE "00".
003560
003570 01  WS-FIM-CADCLI              PIC X(01) VALUE "N".
003580     88  FIM-DO-CADCLI                    VALUE "S".
003590
003600 01  WS-FIM-CONTRATOS           PIC X(01) VALUE "N".
003610     88  FIM-DOS-CONTRATOS                VALUE "S".
003620
003630 01  WS-FIM-PARCELAS            PIC X(01) VALUE "N".
003640     88  FIM-DAS-PARCELAS                 VALUE "S".
003650
003660 01  WS-FIM-PRODUTOS            PIC X(01) VALUE "N".
003670     88  FIM-DOS-PRODUTOS                 VALUE "S".
003680
003690 01  WS-FIM-REJEITADOS          PIC X(01) VALUE "N".
003700     88  FIM-DOS-REJEITADOS               VALUE "S".
003710
003720 01  WS-FIM-DEPENDENTES         PIC X(01) VALUE "N".
003730     88  FIM-DOS-DEPENDENTES              VALUE "S".
003740
003750 01  WS-MES-SITUACAO            PIC X(01) VALUE "N".
003760     88  ULTIMO-DIA-DO-MES                VALUE "S".
003770
003780 01  WS-MOTIVO-RETENCAO         PIC X(01) VALUE SPACE.
003790     88  SEM-MOTIVO-RETENCAO              VALUE SPACE.
003800     88  RETIDO-CONTRATO                  VALUE "C".
003810     88  RETIDO-PARCELA                   VALUE "P".
003820     88  RETIDO-SALDO                     VALUE "S".
003830
003840 01  WS-ARQUIVAMENTO-SITUACAO   PIC X(01) VALUE "N".
003850     88  REGISTRO-ARQUIVADO               VALUE "S".
003860
003870 01  WS-REJEITADO-SITUACAO      PIC X(01) VALUE "N".
003880     88  REJEITADO-ANONIMIZADO            VALUE "S".
003890
003900 01  WS-ALTERACAO-SITUACAO      PIC X(01) VALUE "N".
003910     88  ARQUIVO-ALTERADO                 VALUE "S".
003920
003930 01  WS-COPIA-SITUACAO          PIC X(01) VALUE "N".
003940     88  COPIA-COM-ERRO                   VALUE "S".
003950
003960 01  WS-DEVOLUCAO-SITUACAO      PIC X(01) VALUE "N".
003970     88  DEVOLUCAO-INCOMPLETA             VALUE "S".
003980
003990 01  WS-CIFRA-SITUACAO          PIC X(01) VALUE "N".
004000     88  ARQUIVO-MORTO-PENDENTE           VALUE "S".
004010
004020 01  WS-CERTIFICADO-SITUACAO    PIC X(01) VALUE "N".
004030     88  CERTIFICADO-RETOMADO             VALUE "S".
004040
004050 01  WS-CHAVE-SITUACAO          PIC X(01) VALUE SPACE.
004060     88  CHAVE-PROCURANDO                 VALUE SPACE.
004070     88  CHAVE-LIVRE                      VALUE "L".
004080     88  CHAVE-DO-CLIENTE                 VALUE "P".
004090     88  CHAVE-ESGOTADA                   VALUE "E".
004100
004110 01  WS-TROCA-SITUACAO          PIC X(01) VALUE "N".
004120     88  ERRO-NA-TROCA                    VALUE "S".
004130
004140 01  WS-CPF-VALIDO              PIC X(01) VALUE "S".
004150     88  CPF-VALIDO                       VALUE "S".
004160
004170 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
004180     88  INICIO-OK                        VALUE "S".
004190
004200 77  WS-QTD-LIDOS               PIC 9(07) COMP VALUE ZEROS.
004210 77  WS-QTD-INATIVOS            PIC 9(07) COMP VALUE ZEROS.
004220 77  WS-QTD-JA-ANONIMIZADOS     PIC 9(07) COMP VALUE ZEROS.
004230 77  WS-QTD-RETIDO-CONTRATO     PIC 9(07) COMP VALUE ZEROS.
004240 77  WS-QTD-RETIDO-PARCELA      PIC 9(07) COMP VALUE ZEROS.
004250 77  WS-QTD-RETIDO-SALDO        PIC 9(07) COMP VALUE ZEROS.
004260 77  WS-QTD-RETIDO-SEM-DATA     PIC 9(07) COMP VALUE ZEROS.
004270 77  WS-QTD-RETIDO-PRAZO        PIC 9(07) COMP VALUE ZEROS.
004280 77  WS-QTD-ANONIMIZADOS        PIC 9(07) COMP VALUE ZEROS.
004290 77  WS-QTD-ERROS               PIC 9(07) COMP VALUE ZEROS.
004300 77  WS-QTD-ERROS-REJEITADOS    PIC 9(07) COMP VALUE ZEROS.
004310 77  WS-QTD-REJCLI-ANON         PIC 9(07) COMP VALUE ZEROS.
004320 77  WS-QTD-REJCICLO-ANON       PIC 9(07) COMP VALUE ZEROS.
004330 77  WS-QTD-ARQUIVADOS          PIC 9(07) COMP VALUE ZEROS.
004340 77  WS-QTD-PENDENTES           PIC 9(07) COMP VALUE ZEROS.
004350 77  WS-QTD-CONFERENCIA         PIC 9(07) COMP VALUE ZEROS.
004360 77  WS-QTD-ANON-ARQUIVO        PIC 9(07) COMP VALUE ZEROS.
004370 77  WS-QTD-CHAVES-TROCADAS     PIC 9(07) COMP VALUE ZEROS.
004380 77  WS-QTD-ERROS-CHAVE         PIC 9(07) COMP VALUE ZEROS.
004390 77  WS-QTD-TENTATIVAS          PIC 9(03) COMP VALUE ZEROS.
004400 77  WS-MAX-TENTATIVAS          PIC 9(03) COMP VALUE 20.
004410
004420*----------------------------------------------------------------*
004430*    PRAZO DE RETENCAO E DATAS                                   *
004440*----------------------------------------------------------------*
004450 01  WS-DATA-CORTE.
004460     05  WS-CORTE-AAAA          PIC 9(04).
004470     05  WS-CORTE-MM            PIC 9(02).
004480     05  WS-CORTE-DD            PIC 9(02).
004490 01  WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(08).
004500
004510 77  WS-MESES-CORTE             PIC 9(07) COMP VALUE ZEROS.
004520 77  WS-MESES-RESTO             PIC 9(02) COMP VALUE ZEROS.
004530
004540 01  WS-DATA-PROXIMA-DESM.
004550     05  WS-PROX-AAAA           PIC 9(04).
004560     05  WS-PROX-MM             PIC 9(02).
004570     05  WS-PROX-DD             PIC 9(02).
004580
004590 01  WS-ULTIMA-ATIVIDADE        PIC 9(08) VALUE ZEROS.
004600
004610 01  WS-DATA-TRABALHO.
004620     05  WS-DATA-AAAA           PIC 9(04).
004630     05  WS-DATA-MM             PIC 9(02).
004640     05  WS-DATA-DD             PIC 9(02).
004650 01  WS-DATA-TRABALHO-NUM REDEFINES WS-DATA-TRABALHO
004660                                PIC 9(08).
004670
004680 01  WS-DATA-EDITADA.
004690     05  WS-DATA-EDIT-DD        PIC 9(02).
004700     05  FILLER                 PIC X(01) VALUE "/".
004710     05  WS-DATA-EDIT-MM        PIC 9(02).
004720     05  FILLER                 PIC X(01) VALUE "/".
004730     05  WS-DATA-EDIT-AAAA      PIC 9(04).
004740
004750*----------------------------------------------------------------*
004760*    CPF, HASH DO CPF E NOME DO CLIENTE ANONIMIZADO              *
004770*----------------------------------------------------------------*
004780 01  WS-CPF-TRABALHO            PIC 9(11) VALUE ZEROS.
004790 01  WS-CPF-PARTES REDEFINES WS-CPF-TRABALHO.
004800     05  WS-CPF-PARTE-1         PIC 9(03).
004810     05  WS-CPF-PARTE-2         PIC 9(03).
004820     05  WS-CPF-PARTE-3         PIC 9(03).
004830     05  WS-CPF-DV              PIC 9(02).
004840 01  WS-CPF-DIGITOS REDEFINES WS-CPF-TRABALHO.
004850     05  WS-CPF-DIGITO          PIC 9(01) OCCURS 11 TIMES.
004860
004870 01  WS-CPF-MASCARADO.
004880     05  FILLER                 PIC X(04) VALUE "***.".
004890     05  WS-MASC-PARTE-2        PIC 9(03).
004900     05  FILLER                 PIC X(01) VALUE ".".
004910     05  WS-MASC-PARTE-3        PIC 9(03).
004920     05  FILLER                 PIC X(03) VALUE "-**".
004930
004940 01  WS-HASH-CPF                PIC 9(11) VALUE ZEROS.
004950 01  WS-HASH-PARTES REDEFINES WS-HASH-CPF.
004960     05  WS-HASH-BASE           PIC 9(09).
004970     05  WS-HASH-DV1            PIC 9(01).
004980     05  WS-HASH-DV2            PIC 9(01).
004990 01  WS-HASH-DIGITOS REDEFINES WS-HASH-CPF.
005000     05  WS-HASH-DIGITO         PIC 9(01) OCCURS 11 TIMES.
005010 01  WS-HASH-ACUM               PIC 9(15) COMP-3 VALUE ZEROS.
005020 01  WS-HASH-QUOCIENTE          PIC 9(15) COMP-3 VALUE ZEROS.
005030 01  WS-HASH-RESTO              PIC 9(15) COMP-3 VALUE ZEROS.
005040 01  WS-HASH-MODULO             PIC 9(11) COMP-3
005050                                VALUE 99999999977.
005060 01  WS-HASH-CONFERE            PIC 9(06) VALUE ZEROS.
005070 01  WS-CONF-ACUM               PIC 9(15) COMP-3 VALUE ZEROS.
005080 01  WS-CONF-MODULO             PIC 9(06) COMP-3 VALUE 999983.
005090 77  WS-DV-SOMA                 PIC 9(05) COMP VALUE ZEROS.
005100 77  WS-DV-QUOCIENTE            PIC 9(05) COMP VALUE ZEROS.
005110 77  WS-DV-RESTO                PIC 9(02) COMP VALUE ZEROS.
005120
005130 01  WS-NOME-ANONIMIZADO.
005140     05  FILLER                 PIC X(17)
005150         VALUE "ANONIMIZADO LGPD ".
005160     05  WS-ANON-HASH           PIC 9(11).
005170     05  FILLER                 PIC X(01) VALUE SPACE.
005180     05  WS-ANON-CONFERE        PIC 9(06).
005190
005200 01  WS-NOME-TESTE.
005210     05  WS-NOME-TESTE-MARCA    PIC X(17).
005220         88  NOME-JA-ANONIMIZADO
005230             VALUE "ANONIMIZADO LGPD ".
005240     05  WS-NOME-TESTE-CHAVE    PIC X(11).
005250     05  FILLER                 PIC X(01).
005260     05  WS-NOME-TESTE-CONFERE  PIC X(06).
005270
005280*----------------------------------------------------------------*
005290*    TROCA DA CHAVE CPF PELA CHAVE ANONIMA                       *
005300*----------------------------------------------------------------*
005310 01  WS-CPF-ANTIGO              PIC 9(11) VALUE ZEROS.
005320 01  WS-CADCLI-SALVO            PIC X(132) VALUE SPACES.
005330 01  WS-CHAVE-DEPENDENTE        PIC X(32) VALUE SPACES.
005340
005350*----------------------------------------------------------------*
005360*    CHAVE DO PARMLGPD: SENHA DO ARQUIVO MORTO E ENTRADA DO HASH *
005370*----------------------------------------------------------------*
005380 01  WS-CHAVE-CIFRA             PIC X(32) VALUE SPACES.
005390 01  WS-CHAVE-BYTES REDEFINES WS-CHAVE-CIFRA.
005400     05  WS-CHAVE-BYTE          PIC X(01) OCCURS 32 TIMES.
005410 77  WS-TAM-CHAVE               PIC 9(02) COMP VALUE ZEROS.
005420
005430 01  WS-REGISTRO-ORIGINAL       PIC X(145) VALUE SPACES.
005440
005450 01  WS-CONV-BYTE.
005460     05  WS-CONV-NUM            PIC 9(04) COMP.
005470 01  WS-CONV-BYTE-X REDEFINES WS-CONV-BYTE.
005480     05  WS-CONV-ALTO           PIC X(01).
005490     05  WS-CONV-BAIXO          PIC X(01).
005500
005510 01  WS-ORIGEM-ARQUIVO          PIC X(08) VALUE SPACES.
005520 77  WS-IDX-BYTE                PIC 9(03) COMP VALUE ZEROS.
005530 77  WS-IDX-CHAVE               PIC 9(03) COMP VALUE ZEROS.
005540
005550*----------------------------------------------------------------*
005560*    CIFRA AES DO ARQUIVO MORTO PELO SISTEMA OPERACIONAL         *
005570*----------------------------------------------------------------*
005580 01  WS-COMANDO                 PIC X(160) VALUE SPACES.
005590 77  WS-RETORNO                 PIC S9(04) COMP VALUE ZEROS.
005600 01  WS-VARIAVEL-CHAVE          PIC X(09) VALUE "LGPDCHAVE".
005610 01  WS-VALOR-VAZIO             PIC X(01) VALUE SPACE.
005620
005630 01  WS-ARQUIVO-CIFRADO.
005640     05  FILLER                 PIC X(08) VALUE "ARQLGPD.".
005650     05  WS-ARQC-DATA           PIC 9(08).
005660     05  FILLER                 PIC X(01) VALUE ".".
005670     05  WS-ARQC-HORA           PIC 9(06).
005680
005690 01  WS-HORA-ATUAL.
005700     05  WS-HORA-HHMMSS         PIC 9(06).
005710     05  WS-HORA-CC             PIC 9(02).
005720
005730     COPY REJCLI.
005740
005750     COPY DATACTL.
005760
005770 01  WS-DATA-EXECUCAO.
005780     05  WS-DATA-EXEC-DD        PIC 9(02).
005790     05  FILLER                 PIC X(01) VALUE "/".
005800     05  WS-DATA-EXEC-MM        PIC 9(02).
005810     05  FILLER                 PIC X(01) VALUE "/".
005820     05  WS-DATA-EXEC-AAAA      PIC 9(04).
005830
005840 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
005850 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
005860 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
005870
005880*----------------------------------------------------------------*
005890*    LINHAS DO CERTIFICADO                                       *
005900*----------------------------------------------------------------*
005910 01  WS-CABECALHO-1.
005920     05  FILLER                 PIC X(20) VALUE SPACES.
005930     05  FILLER                 PIC X(34)
005940         VALUE "CERTIFICADO DE EXPURGO - LGPD".
005950     05  FILLER                 PIC X(10) VALUE SPACES.
005960     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
005970     05  CAB1-PAGINA            PIC ZZZ9.
005980
005990 01  WS-CABECALHO-2.
006000     05  FILLER                 PIC X(20) VALUE SPACES.
006010     05  FILLER                 PIC X(16) VALUE "DATA EXECUCAO: ".
006020     05  CAB2-DATA              PIC X(10).
006030     05  FILLER                 PIC X(04) VALUE SPACES.
006040     05  FILLER                 PIC X(11) VALUE "RETENCAO: ".
006050     05  CAB2-RETENCAO          PIC ZZ9.
006060     05  FILLER                 PIC X(07) VALUE " MESES".
006070     05  FILLER                 PIC X(16)
006080         VALUE "ATIVIDADE ATE: ".
006090     05  CAB2-CORTE             PIC X(10).
006100
006110 01  WS-CABECALHO-3.
006120     05  FILLER                 PIC X(10) VALUE "ORIGEM".
006130     05  FILLER                 PIC X(16) VALUE "CPF".
006140     05  FILLER                 PIC X(14) VALUE "HASH DO CPF".
006150     05  FILLER                 PIC X(18)
006160         VALUE "ULTIMA ATIVIDADE".
006170     05  FILLER                 PIC X(12) VALUE "SITUACAO".
006180
006190 01  WS-LINHA-DETALHE.
006200     05  DET-ORIGEM             PIC X(08).
006210     05  FILLER                 PIC X(02) VALUE SPACES.
006220     05  DET-CPF                PIC X(14).
006230     05  FILLER                 PIC X(02) VALUE SPACES.
006240     05  DET-HASH               PIC 9(11).
006250     05  FILLER                 PIC X(03) VALUE SPACES.
006260     05  DET-ULTIMA-ATIVIDADE   PIC X(10).
006270     05  FILLER                 PIC X(08) VALUE SPACES.
006280     05  DET-SITUACAO           PIC X(12).
006290
006300 01  WS-LINHA-TOTAL.
006310     05  FILLER                 PIC X(30).
006320     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
006330
006340 01  WS-LINHA-AVISO.
006350     05  FILLER                 PIC X(09) VALUE "ATENCAO: ".
006360     05  AVISO-ORIGEM           PIC X(08).
006370     05  FILLER                 PIC X(01) VALUE SPACE.
006380     05  AVISO-TEXTO            PIC X(60).
006390
006400 PROCEDURE DIVISION.
006410******************************************************************
006420* 0000-MAINLINE - CONTROLA O EXPURGO DOS CLIENTES INATIVOS NO    *
006430*                 CADASTRO, A TROCA DO CPF PELA CHAVE ANONIMA    *
006440*                 E, EM SEGUIDA, O EXPURGO NOS ARQUIVOS DE       *
006450*                 REJEITADOS.                                    *
006460******************************************************************
006470 0000-MAINLINE.
006480     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
006490     PERFORM 2000-PROCESSAR-CLIENTE
006500         THRU 2000-PROCESSAR-CLIENTE-EXIT
006510         UNTIL FIM-DO-CADCLI
006520     IF INICIO-OK
006530         PERFORM 4000-TROCAR-CHAVES THRU 4000-TROCAR-CHAVES-EXIT
006540         PERFORM 5000-ANONIMIZAR-REJCLI
006550             THRU 5000-ANONIMIZAR-REJCLI-EXIT
006560     END-IF
006570     IF INICIO-OK
006580       AND NOT DEVOLUCAO-INCOMPLETA
006590         PERFORM 5500-ANONIMIZAR-REJCICLO
006600             THRU 5500-ANONIMIZAR-REJCICLO-EXIT
006610     END-IF
006620     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
006630     STOP RUN.
006640
006650******************************************************************
006660* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, ENCERRA A     *
006670*                    DATA SEM EXPURGAR QUANDO NAO E O ULTIMO DIA *
006680*                    UTIL DO MES, LE OS PARAMETROS, CALCULA A    *
006690*                    DATA DE CORTE DA RETENCAO, ABRE OS ARQUIVOS *
006700*                    E LE O PRIMEIRO CLIENTE.                    *
006710******************************************************************
006720 1000-INICIALIZAR.
006730     PERFORM 1050-OBTER-DATA-MOVIMENTO
006740         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
006750     IF FIM-DO-CADCLI
006760         GO TO 1000-INICIALIZAR-EXIT
006770     END-IF
006780
006790     MOVE CTRL-DATA-MOV-DD   TO WS-DATA-EXEC-DD
006800     MOVE CTRL-DATA-MOV-MM   TO WS-DATA-EXEC-MM
006810     MOVE CTRL-DATA-MOV-AAAA TO WS-DATA-EXEC-AAAA
006820
006830     MOVE CTRL-DATA-PROXIMA  TO WS-DATA-PROXIMA-DESM
006840     IF WS-PROX-AAAA NOT = CTRL-DATA-MOV-AAAA
006850       OR WS-PROX-MM NOT = CTRL-DATA-MOV-MM
006860         MOVE "S" TO WS-MES-SITUACAO
006870     END-IF
006880     IF NOT ULTIMO-DIA-DO-MES
006890         DISPLAY "DATA " CTRL-DATA-MOVIMENTO " NAO E O ULTIMO "
006900             "DIA UTIL DO MES - EXPURGO LGPD NAO EXECUTADO"
006910         MOVE "S" TO WS-FIM-CADCLI
006920         MOVE "R" TO CTRL-FUNCAO
006930         CALL "datactl" USING CTRLDATA-AREA
006940         GO TO 1000-INICIALIZAR-EXIT
006950     END-IF
006960
006970     PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT
006980     IF FIM-DO-CADCLI
006990         GO TO 1000-INICIALIZAR-EXIT
007000     END-IF
007010     PERFORM 1200-CALCULAR-DATA-CORTE
007020         THRU 1200-CALCULAR-DATA-CORTE-EXIT
007030
007040     OPEN I-O CADCLI
007050     IF NOT CADCLI-OK
007060         DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
007070             WS-CADCLI-STATUS
007080         MOVE "S" TO WS-FIM-CADCLI
007090     END-IF
007100
007110     OPEN I-O FINANC
007120     IF NOT FINANC-OK
007130         DISPLAY "ERRO AO ABRIR FINANC - STATUS: "
007140             WS-FINANC-STATUS
007150         MOVE "S" TO WS-FIM-CADCLI
007160     END-IF
007170
007180     OPEN I-O PARCFIN
007190     IF NOT PARCFIN-OK
007200         DISPLAY "ERRO AO ABRIR PARCFIN - STATUS: "
007210             WS-PARCFIN-STATUS
007220         MOVE "S" TO WS-FIM-CADCLI
007230     END-IF
007240
007250     OPEN I-O SLDCLI
007260     IF NOT SLDCLI-OK
007270         DISPLAY "ERRO AO ABRIR SLDCLI - STATUS: "
007280             WS-SLDCLI-STATUS
007290         MOVE "S" TO WS-FIM-CADCLI
007300     END-IF
007310
007320     OPEN I-O PRODCLI
007330     IF NOT PRODCLI-OK
007340         DISPLAY "ERRO AO ABRIR PRODCLI - STATUS: "
007350             WS-PRODCLI-STATUS
007360         MOVE "S" TO WS-FIM-CADCLI
007370     END-IF
007380
007390     OPEN I-O HISMOV
007400     IF HISMOV-NAO-EXISTE
007410         OPEN OUTPUT HISMOV
007420         CLOSE HISMOV
007430         OPEN I-O HISMOV
007440     END-IF
007450     IF NOT HISMOV-OK
007460         DISPLAY "ERRO AO ABRIR HISMOV - STATUS: "
007470             WS-HISMOV-STATUS
007480         MOVE "S" TO WS-FIM-CADCLI
007490     END-IF
007500
007510     OPEN I-O HISCOB
007520     IF HISCOB-NAO-EXISTE
007530         OPEN OUTPUT HISCOB
007540         CLOSE HISCOB
007550         OPEN I-O HISCOB
007560     END-IF
007570     IF NOT HISCOB-OK
007580         DISPLAY "ERRO AO ABRIR HISCOB - STATUS: "
007590             WS-HISCOB-STATUS
007600         MOVE "S" TO WS-FIM-CADCLI
007610     END-IF
007620
007630     OPEN I-O HISPDD
007640     IF HISPDD-NAO-EXISTE
007650         OPEN OUTPUT HISPDD
007660         CLOSE HISPDD
007670         OPEN I-O HISPDD
007680     END-IF
007690     IF NOT HISPDD-OK
007700         DISPLAY "ERRO AO ABRIR HISPDD - STATUS: "
007710             WS-HISPDD-STATUS
007720         MOVE "S" TO WS-FIM-CADCLI
007730     END-IF
007740
007750     OPEN I-O IOFEXT
007760     IF IOFEXT-NAO-EXISTE
007770         OPEN OUTPUT IOFEXT
007780         CLOSE IOFEXT
007790         OPEN I-O IOFEXT
007800     END-IF
007810     IF NOT IOFEXT-OK
007820         DISPLAY "ERRO AO ABRIR IOFEXT - STATUS: "
007830             WS-IOFEXT-STATUS
007840         MOVE "S" TO WS-FIM-CADCLI
007850     END-IF
007860
007870     OPEN I-O CTLREM
007880     IF CTLREM-NAO-EXISTE
007890         OPEN OUTPUT CTLREM
007900         CLOSE CTLREM
007910         OPEN I-O CTLREM
007920     END-IF
007930     IF NOT CTLREM-OK
007940         DISPLAY "ERRO AO ABRIR CTLREM - STATUS: "
007950             WS-CTLREM-STATUS
007960         MOVE "S" TO WS-FIM-CADCLI
007970     END-IF
007980
007990     PERFORM 1400-ABRIR-PENDENTES
008000         THRU 1400-ABRIR-PENDENTES-EXIT
008010
008020     PERFORM 1300-ABRIR-CERTIFICADO
008030         THRU 1300-ABRIR-CERTIFICADO-EXIT
008040
008050     IF FIM-DO-CADCLI
008060         GO TO 1000-INICIALIZAR-EXIT
008070     END-IF
008080
008090     MOVE "S" TO WS-INICIO-SITUACAO
008100     PERFORM 3000-IMPRIMIR-CABECALHO
008110         THRU 3000-IMPRIMIR-CABECALHO-EXIT
008120     IF CERTIFICADO-RETOMADO
008130         MOVE "EXECUCAO RETOMADA NA MESMA DATA: OS REGISTROS"
008140             TO REG-LGPDCERT
008150         WRITE REG-LGPDCERT
008160         MOVE "ANONIMIZADOS ANTES DA INTERRUPCAO CONSTAM ACIMA E"
008170             TO REG-LGPDCERT
008180         WRITE REG-LGPDCERT
008190         MOVE "ENTRAM NOS TOTAIS COMO JA ANONIMIZADOS ANTES."
008200             TO REG-LGPDCERT
008210         WRITE REG-LGPDCERT
008220         ADD 3 TO WS-LINHA-ATUAL
008230     END-IF
008240     PERFORM 2900-LER-CADCLI THRU 2900-LER-CADCLI-EXIT.
008250 1000-INICIALIZAR-EXIT.
008260     EXIT.
008270
008280******************************************************************
008290* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
008300*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO,      *
008310*                    RECUSANDO A EXECUCAO QUANDO O PROGRAMA JA   *
008320*                    ENCERROU ESSA DATA OU O CONTROLE FALHA.     *
008330******************************************************************
008340 1050-OBTER-DATA-MOVIMENTO.
008350     MOVE "C"          TO CTRL-FUNCAO
008360     MOVE "PROGRAMA25" TO CTRL-PROGRAMA
008370     CALL "datactl" USING CTRLDATA-AREA
008380     IF CTRL-JA-EXECUTADO
008390         DISPLAY "DATA DE MOVIMENTO " CTRL-DATA-MOVIMENTO
008400             " JA ENCERRADA PELO PROGRAMA25 - EXECUCAO "
008410             "RECUSADA"
008420         MOVE "S" TO WS-FIM-CADCLI
008430     END-IF
008440     IF CTRL-ERRO-CONTROLE
008450         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
008460             "EXECUCAO RECUSADA"
008470         MOVE "S" TO WS-FIM-CADCLI
008480     END-IF.
008490 1050-OBTER-DATA-MOVIMENTO-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530* 1100-LER-PARAMETROS - LE O REGISTRO UNICO DO PARMLGPD COM O    *
008540*                    PRAZO DE RETENCAO (MESES) E A CHAVE DE      *
008550*                    CIFRA, RECUSANDO O EXPURGO QUANDO FALTA UM  *
008560*                    DOS DOIS.                                   *
008570******************************************************************
008580 1100-LER-PARAMETROS.
008590     OPEN INPUT PARMLGPD
008600     IF NOT PARMLGPD-OK
008610         DISPLAY "ERRO AO ABRIR PARMLGPD - STATUS: "
008620             WS-PARMLGPD-STATUS
008630         MOVE "S" TO WS-FIM-CADCLI
008640         GO TO 1100-LER-PARAMETROS-EXIT
008650     END-IF
008660
008670     READ PARMLGPD
008680         AT END
008690             DISPLAY "PARMLGPD VAZIO - EXPURGO RECUSADO"
008700             MOVE "S" TO WS-FIM-CADCLI
008710     END-READ
008720     CLOSE PARMLGPD
008730     IF FIM-DO-CADCLI
008740         GO TO 1100-LER-PARAMETROS-EXIT
008750     END-IF
008760
008770     IF PARM-RETENCAO-MESES NOT NUMERIC
008780       OR PARM-RETENCAO-MESES = ZEROS
008790         DISPLAY "PARMLGPD SEM PRAZO DE RETENCAO VALIDO - "
008800             "EXPURGO RECUSADO"
008810         MOVE "S" TO WS-FIM-CADCLI
008820         GO TO 1100-LER-PARAMETROS-EXIT
008830     END-IF
008840     IF PARM-CHAVE-CIFRA = SPACES
008850         DISPLAY "PARMLGPD SEM CHAVE DE CIFRA - EXPURGO "
008860             "RECUSADO"
008870         MOVE "S" TO WS-FIM-CADCLI
008880         GO TO 1100-LER-PARAMETROS-EXIT
008890     END-IF
008900     MOVE PARM-CHAVE-CIFRA TO WS-CHAVE-CIFRA.
008910 1100-LER-PARAMETROS-EXIT.
008920     EXIT.
008930
008940******************************************************************
008950* 1200-CALCULAR-DATA-CORTE - RECUA A DATA DO MOVIMENTO PELO      *
008960*                    PRAZO DE RETENCAO EM MESES; SO E EXPURGADO  *
008970*                    O CLIENTE CUJA ULTIMA ATIVIDADE E ANTERIOR  *
008980*                    A ESSA DATA.                                *
008990******************************************************************
009000 1200-CALCULAR-DATA-CORTE.
009010     COMPUTE WS-MESES-CORTE =
009020         CTRL-DATA-MOV-AAAA * 12 + CTRL-DATA-MOV-MM - 1
009030         - PARM-RETENCAO-MESES
009040     DIVIDE WS-MESES-CORTE BY 12
009050         GIVING WS-CORTE-AAAA REMAINDER WS-MESES-RESTO
009060     COMPUTE WS-CORTE-MM = WS-MESES-RESTO + 1
009070     MOVE CTRL-DATA-MOV-DD TO WS-CORTE-DD
009080     DISPLAY "EXPURGO LGPD - RETENCAO DE " PARM-RETENCAO-MESES
009090         " MESES - ATIVIDADE ANTERIOR A " WS-DATA-CORTE-NUM.
009100 1200-CALCULAR-DATA-CORTE-EXIT.
009110     EXIT.
009120
009130******************************************************************
009140* 1300-ABRIR-CERTIFICADO - QUANDO O LGPDCERT JA TRAZ A DATA      *
009150*                    DESTA EXECUCAO (EXECUCAO ANTERIOR           *
009160*                    INTERROMPIDA NA MESMA DATA), ACRESCENTA A   *
009170*                    ELE, PARA O CERTIFICADO CONTINUAR LISTANDO  *
009180*                    OS CLIENTES JA ANONIMIZADOS; SENAO CRIA UM  *
009190*                    CERTIFICADO NOVO.                           *
009200******************************************************************
009210 1300-ABRIR-CERTIFICADO.
009220     MOVE "N" TO WS-CERTIFICADO-SITUACAO
009230     OPEN INPUT LGPDCERT
009240     IF NOT LGPDCERT-OK
009250         GO TO 1300-ABRIR-CERTIFICADO-NOVO
009260     END-IF
009270     READ LGPDCERT
009280     IF LGPDCERT-OK
009290         READ LGPDCERT
009300     END-IF
009310     IF LGPDCERT-OK
009320       AND CERT-DATA-EXECUCAO = WS-DATA-EXECUCAO
009330         MOVE "S" TO WS-CERTIFICADO-SITUACAO
009340     END-IF
009350     CLOSE LGPDCERT
009360     IF NOT CERTIFICADO-RETOMADO
009370         GO TO 1300-ABRIR-CERTIFICADO-NOVO
009380     END-IF
009390
009400     DISPLAY "LGPDCERT JA INICIADO EM " WS-DATA-EXECUCAO
009410         " - EXECUCAO RETOMADA ACRESCENTA AO CERTIFICADO"
009420     OPEN EXTEND LGPDCERT
009430     GO TO 1300-ABRIR-CERTIFICADO-TESTE.
009440 1300-ABRIR-CERTIFICADO-NOVO.
009450     OPEN OUTPUT LGPDCERT.
009460 1300-ABRIR-CERTIFICADO-TESTE.
009470     IF NOT LGPDCERT-OK
009480         DISPLAY "ERRO AO ABRIR LGPDCERT - STATUS: "
009490             WS-LGPDCERT-STATUS
009500         MOVE "S" TO WS-FIM-CADCLI
009510     END-IF.
009520 1300-ABRIR-CERTIFICADO-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560* 1400-ABRIR-PENDENTES - CONTA OS REGISTROS QUE UMA EXECUCAO     *
009570*                    ANTERIOR DEIXOU NO LGPDPEND SEM CIFRAR      *
009580*                    (CIFRA QUE FALHOU) E ABRE O LGPDPEND PARA   *
009590*                    ACRESCENTAR OS DESTA EXECUCAO; TODOS SAO    *
009600*                    CIFRADOS JUNTOS NO FINAL.                   *
009610******************************************************************
009620 1400-ABRIR-PENDENTES.
009630     MOVE ZEROS TO WS-QTD-PENDENTES
009640     OPEN INPUT LGPDPEND
009650     IF LGPDPEND-OK
009660         PERFORM 1420-CONTAR-PENDENTE
009670             THRU 1420-CONTAR-PENDENTE-EXIT
009680             UNTIL NOT LGPDPEND-OK
009690         CLOSE LGPDPEND
009700     END-IF
009710     IF WS-QTD-PENDENTES > ZEROS
009720         DISPLAY "LGPDPEND COM " WS-QTD-PENDENTES " REGISTROS DE "
009730             "EXECUCAO ANTERIOR AINDA NAO CIFRADOS"
009740     END-IF
009750
009760     OPEN EXTEND LGPDPEND
009770     IF LGPDPEND-NAO-EXISTE
009780         OPEN OUTPUT LGPDPEND
009790     END-IF
009800     IF NOT LGPDPEND-OK
009810         DISPLAY "ERRO AO ABRIR LGPDPEND - STATUS: "
009820             WS-LGPDPEND-STATUS
009830         MOVE "S" TO WS-FIM-CADCLI
009840     END-IF.
009850 1400-ABRIR-PENDENTES-EXIT.
009860     EXIT.
009870******************************************************************
009880* 1420-CONTAR-PENDENTE - LE UM REGISTRO DO LGPDPEND E O CONTA.   *
009890******************************************************************
009900 1420-CONTAR-PENDENTE.
009910     READ LGPDPEND
009920         AT END
009930             GO TO 1420-CONTAR-PENDENTE-EXIT
009940     END-READ
009950     ADD 1 TO WS-QTD-PENDENTES.
009960 1420-CONTAR-PENDENTE-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000* 2000-PROCESSAR-CLIENTE - PARA O CLIENTE INATIVO AINDA NAO      *
010010*                    ANONIMIZADO, LEVANTA A ULTIMA ATIVIDADE E   *
010020*                    OS MOTIVOS DE RETENCAO (CONTRATO ATIVO,     *
010030*                    PARCELA EM ABERTO, SALDO) E EXPURGA O       *
010040*                    CLIENTE QUANDO NADA O RETEM; LE O PROXIMO.  *
010050******************************************************************
010060 2000-PROCESSAR-CLIENTE.
010070     ADD 1 TO WS-QTD-LIDOS
010080     IF STATUS-CADCLI NOT = "I"
010090         GO TO 2000-PROCESSAR-CLIENTE-LER
010100     END-IF
010110     ADD 1 TO WS-QTD-INATIVOS
010120
010130     MOVE NOME-CLIENTE-CADCLI TO WS-NOME-TESTE
010140     IF NOME-JA-ANONIMIZADO
010150         ADD 1 TO WS-QTD-JA-ANONIMIZADOS
010160         GO TO 2000-PROCESSAR-CLIENTE-LER
010170     END-IF
010180
010190     MOVE ZEROS TO WS-ULTIMA-ATIVIDADE
010200     MOVE SPACE TO WS-MOTIVO-RETENCAO
010210     PERFORM 2100-VERIFICAR-FINANC
010220         THRU 2100-VERIFICAR-FINANC-EXIT
010230     PERFORM 2200-VERIFICAR-PARCFIN
010240         THRU 2200-VERIFICAR-PARCFIN-EXIT
010250     PERFORM 2300-VERIFICAR-SLDCLI
010260         THRU 2300-VERIFICAR-SLDCLI-EXIT
010270     PERFORM 2400-VERIFICAR-PRODCLI
010280         THRU 2400-VERIFICAR-PRODCLI-EXIT
010290
010300     EVALUATE TRUE
010310         WHEN RETIDO-CONTRATO
010320             ADD 1 TO WS-QTD-RETIDO-CONTRATO
010330         WHEN RETIDO-PARCELA
010340             ADD 1 TO WS-QTD-RETIDO-PARCELA
010350         WHEN RETIDO-SALDO
010360             ADD 1 TO WS-QTD-RETIDO-SALDO
010370         WHEN WS-ULTIMA-ATIVIDADE = ZEROS
010380             ADD 1 TO WS-QTD-RETIDO-SEM-DATA
010390         WHEN WS-ULTIMA-ATIVIDADE NOT < WS-DATA-CORTE-NUM
010400             ADD 1 TO WS-QTD-RETIDO-PRAZO
010410         WHEN OTHER
010420             PERFORM 2500-ANONIMIZAR-CLIENTE
010430                 THRU 2500-ANONIMIZAR-CLIENTE-EXIT
010440     END-EVALUATE.
010450 2000-PROCESSAR-CLIENTE-LER.
010460     PERFORM 2900-LER-CADCLI THRU 2900-LER-CADCLI-EXIT.
010470 2000-PROCESSAR-CLIENTE-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510* 2100-VERIFICAR-FINANC - PERCORRE OS CONTRATOS DO CLIENTE NO    *
010520*                    FINANC: CONTRATO ATIVO RETEM O CLIENTE; A   *
010530*                    DATA DE ENCERRAMENTO CONTA COMO ATIVIDADE.  *
010540******************************************************************
010550 2100-VERIFICAR-FINANC.
010560     MOVE "N"        TO WS-FIM-CONTRATOS
010570     MOVE CPF-CADCLI TO FINANC-CPF
010580     MOVE ZEROS      TO FINANC-CONTRATO
010590     START FINANC KEY IS NOT LESS THAN FINANC-CHAVE
010600         INVALID KEY
010610             GO TO 2100-VERIFICAR-FINANC-EXIT
010620     END-START
010630     PERFORM 2120-LER-CONTRATO THRU 2120-LER-CONTRATO-EXIT
010640         UNTIL FIM-DOS-CONTRATOS.
010650 2100-VERIFICAR-FINANC-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690* 2120-LER-CONTRATO - LE O PROXIMO CONTRATO DO CLIENTE NO        *
010700*                    FINANC, ENCERRANDO A LEITURA NA TROCA DE    *
010710*                    CPF.                                        *
010720******************************************************************
010730 2120-LER-CONTRATO.
010740     READ FINANC NEXT RECORD
010750         AT END
010760             MOVE "S" TO WS-FIM-CONTRATOS
010770             GO TO 2120-LER-CONTRATO-EXIT
010780     END-READ
010790     IF FINANC-CPF NOT = CPF-CADCLI
010800         MOVE "S" TO WS-FIM-CONTRATOS
010810         GO TO 2120-LER-CONTRATO-EXIT
010820     END-IF
010830
010840     IF CONTRATO-ATIVO
010850       AND SEM-MOTIVO-RETENCAO
010860         MOVE "C" TO WS-MOTIVO-RETENCAO
010870     END-IF
010880     IF FINANC-DATA-ENCERR IS NUMERIC
010890       AND FINANC-DATA-ENCERR > WS-ULTIMA-ATIVIDADE
010900         MOVE FINANC-DATA-ENCERR TO WS-ULTIMA-ATIVIDADE
010910     END-IF.
010920 2120-LER-CONTRATO-EXIT.
010930     EXIT.
010940
010950******************************************************************
010960* 2200-VERIFICAR-PARCFIN - PERCORRE AS PARCELAS DO CLIENTE NO    *
010970*                    PARCFIN: PARCELA EM ABERTO RETEM O CLIENTE; *
010980*                    A DATA DE PAGAMENTO CONTA COMO ATIVIDADE.   *
010990******************************************************************
011000 2200-VERIFICAR-PARCFIN.
011010     MOVE "N"        TO WS-FIM-PARCELAS
011020     MOVE CPF-CADCLI TO PARC-CPF
011030     MOVE ZEROS      TO PARC-CONTRATO
011040     MOVE ZEROS      TO PARC-NUMERO
011050     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
011060         INVALID KEY
011070             GO TO 2200-VERIFICAR-PARCFIN-EXIT
011080     END-START
011090     PERFORM 2220-LER-PARCELA THRU 2220-LER-PARCELA-EXIT
011100         UNTIL FIM-DAS-PARCELAS.
011110 2200-VERIFICAR-PARCFIN-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150* 2220-LER-PARCELA - LE A PROXIMA PARCELA DO CLIENTE NO PARCFIN, *
011160*                    ENCERRANDO A LEITURA NA TROCA DE CPF.       *
011170******************************************************************
011180 2220-LER-PARCELA.
011190     READ PARCFIN NEXT RECORD
011200         AT END
011210             MOVE "S" TO WS-FIM-PARCELAS
011220             GO TO 2220-LER-PARCELA-EXIT
011230     END-READ
011240     IF PARC-CPF NOT = CPF-CADCLI
011250         MOVE "S" TO WS-FIM-PARCELAS
011260         GO TO 2220-LER-PARCELA-EXIT
011270     END-IF
011280
011290     IF PARCELA-ABERTA
011300       AND SEM-MOTIVO-RETENCAO
011310         MOVE "P" TO WS-MOTIVO-RETENCAO
011320     END-IF
011330     IF PARC-DATA-PGTO IS NUMERIC
011340       AND PARC-DATA-PGTO > WS-ULTIMA-ATIVIDADE
011350         MOVE PARC-DATA-PGTO TO WS-ULTIMA-ATIVIDADE
011360     END-IF.
011370 2220-LER-PARCELA-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410* 2300-VERIFICAR-SLDCLI - SALDO DIFERENTE DE ZERO RETEM O        *
011420*                    CLIENTE; O ULTIMO MOVIMENTO DA CONTA CONTA  *
011430*                    COMO ATIVIDADE.                             *
011440******************************************************************
011450 2300-VERIFICAR-SLDCLI.
011460     MOVE CPF-CADCLI TO SALDO-CPF
011470     READ SLDCLI
011480         INVALID KEY
011490             GO TO 2300-VERIFICAR-SLDCLI-EXIT
011500     END-READ
011510
011520     IF SALDO-VALOR NOT = ZEROS
011530       AND SEM-MOTIVO-RETENCAO
011540         MOVE "S" TO WS-MOTIVO-RETENCAO
011550     END-IF
011560     IF SALDO-DATA-ULT-MOV > WS-ULTIMA-ATIVIDADE
011570         MOVE SALDO-DATA-ULT-MOV TO WS-ULTIMA-ATIVIDADE
011580     END-IF.
011590 2300-VERIFICAR-SLDCLI-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630* 2400-VERIFICAR-PRODCLI - PERCORRE OS PRODUTOS DO CLIENTE NO    *
011640*                    PRODCLI; A DATA DE ADESAO CONTA COMO        *
011650*                    ATIVIDADE.                                  *
011660******************************************************************
011670 2400-VERIFICAR-PRODCLI.
011680     MOVE "N"        TO WS-FIM-PRODUTOS
011690     MOVE CPF-CADCLI TO PRODCLI-CPF
011700     MOVE LOW-VALUES TO PRODCLI-PRODUTO
011710     START PRODCLI KEY IS NOT LESS THAN PRODCLI-CHAVE
011720         INVALID KEY
011730             GO TO 2400-VERIFICAR-PRODCLI-EXIT
011740     END-START
011750     PERFORM 2420-LER-PRODUTO THRU 2420-LER-PRODUTO-EXIT
011760         UNTIL FIM-DOS-PRODUTOS.
011770 2400-VERIFICAR-PRODCLI-EXIT.
011780     EXIT.
011790
011800******************************************************************
011810* 2420-LER-PRODUTO - LE O PROXIMO PRODUTO DO CLIENTE NO PRODCLI, *
011820*                    ENCERRANDO A LEITURA NA TROCA DE CPF.       *
011830******************************************************************
011840 2420-LER-PRODUTO.
011850     READ PRODCLI NEXT RECORD
011860         AT END
011870             MOVE "S" TO WS-FIM-PRODUTOS
011880             GO TO 2420-LER-PRODUTO-EXIT
011890     END-READ
011900     IF PRODCLI-CPF NOT = CPF-CADCLI
011910         MOVE "S" TO WS-FIM-PRODUTOS
011920         GO TO 2420-LER-PRODUTO-EXIT
011930     END-IF
011940
011950     IF PRODCLI-DATA-ADESAO IS NUMERIC
011960       AND PRODCLI-DATA-ADESAO > WS-ULTIMA-ATIVIDADE
011970         MOVE PRODCLI-DATA-ADESAO TO WS-ULTIMA-ATIVIDADE
011980     END-IF.
011990 2420-LER-PRODUTO-EXIT.
012000     EXIT.
012010
012020******************************************************************
012030* 2500-ANONIMIZAR-CLIENTE - GRAVA O REGISTRO COMPLETO DO CLIENTE *
012040*                    NO ARQUIVO MORTO A CIFRAR E SO ENTAO        *
012050*                    SUBSTITUI NOME, ENDERECO E TELEFONE NO      *
012060*                    CADASTRO; O NOME PASSA A CONTER A CHAVE     *
012070*                    ANONIMA E A CONFERENCIA DO HASH, E A TROCA  *
012080*                    DA CHAVE FICA PARA O 4000-TROCAR-CHAVES.    *
012090******************************************************************
012100 2500-ANONIMIZAR-CLIENTE.
012110     MOVE CPF-CADCLI TO WS-CPF-TRABALHO
012120     PERFORM 2700-CALCULAR-HASH THRU 2700-CALCULAR-HASH-EXIT
012130     IF CPF-VALIDO
012140         DISPLAY "CHAVE ANONIMA " WS-HASH-CPF " PASSA COMO CPF "
012150             "VALIDO - CLIENTE NAO ANONIMIZADO"
012160         ADD 1 TO WS-QTD-ERROS
012170         GO TO 2500-ANONIMIZAR-CLIENTE-EXIT
012180     END-IF
012190
012200     MOVE REG-CADCLI TO WS-REGISTRO-ORIGINAL
012210     MOVE "CADCLI"   TO WS-ORIGEM-ARQUIVO
012220     PERFORM 2800-ARQUIVAR-REGISTRO
012230         THRU 2800-ARQUIVAR-REGISTRO-EXIT
012240     IF NOT REGISTRO-ARQUIVADO
012250         ADD 1 TO WS-QTD-ERROS
012260         GO TO 2500-ANONIMIZAR-CLIENTE-EXIT
012270     END-IF
012280
012290     MOVE WS-HASH-CPF         TO WS-ANON-HASH
012300     MOVE WS-HASH-CONFERE     TO WS-ANON-CONFERE
012310     MOVE WS-NOME-ANONIMIZADO TO NOME-CLIENTE-CADCLI
012320     MOVE SPACES TO ENDERECO-LOGRADOURO-CADCLI
012330     MOVE SPACES TO ENDERECO-CIDADE-CADCLI
012340     MOVE SPACES TO ENDERECO-UF-CADCLI
012350     MOVE ZEROS  TO ENDERECO-CEP-CADCLI
012360     MOVE SPACES TO TELEFONE-CADCLI
012370     REWRITE REG-CADCLI
012380         INVALID KEY
012390             DISPLAY "ERRO AO REGRAVAR CADCLI - CPF: "
012400                 CPF-CADCLI " STATUS: " WS-CADCLI-STATUS
012410             ADD 1 TO WS-QTD-ERROS
012420             GO TO 2500-ANONIMIZAR-CLIENTE-EXIT
012430     END-REWRITE
012440     ADD 1 TO WS-QTD-ANONIMIZADOS
012450
012460     MOVE WS-ULTIMA-ATIVIDADE TO WS-DATA-TRABALHO-NUM
012470     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
012480     MOVE WS-DATA-EDITADA TO DET-ULTIMA-ATIVIDADE
012490     PERFORM 3100-IMPRIMIR-DETALHE
012500         THRU 3100-IMPRIMIR-DETALHE-EXIT.
012510 2500-ANONIMIZAR-CLIENTE-EXIT.
012520     EXIT.
012530
012540******************************************************************
012550* 2700-CALCULAR-HASH - CALCULA O HASH DO CPF DE TRABALHO: OS     *
012560*                    BYTES DA CHAVE DE CIFRA E OS DIGITOS DO CPF *
012570*                    ACUMULADOS EM BASE 131, MODULO O MAIOR      *
012580*                    PRIMO DE 11 DIGITOS. SEM A CHAVE O HASH NAO *
012590*                    PODE SER REFEITO A PARTIR DE UM CPF. DO     *
012600*                    HASH SAEM A CHAVE ANONIMA (PRIMEIRO DIGITO  *
012610*                    VERIFICADOR INVALIDO) E A CONFERENCIA DE 6  *
012620*                    DIGITOS QUE VAI NO NOME.                    *
012630******************************************************************
012640 2700-CALCULAR-HASH.
012650     MOVE ZEROS TO WS-HASH-ACUM
012660     PERFORM 2720-SOMAR-BYTE-CHAVE
012670         THRU 2720-SOMAR-BYTE-CHAVE-EXIT
012680         VARYING WS-IDX-CHAVE FROM 1 BY 1
012690         UNTIL WS-IDX-CHAVE > 32
012700     PERFORM 2740-SOMAR-DIGITO-CPF
012710         THRU 2740-SOMAR-DIGITO-CPF-EXIT
012720         VARYING WS-IDX-BYTE FROM 1 BY 1
012730         UNTIL WS-IDX-BYTE > 11
012740     MOVE WS-HASH-ACUM TO WS-HASH-CPF
012750
012760     MOVE WS-HASH-ACUM TO WS-CONF-ACUM
012770     PERFORM 2750-SOMAR-CONFERENCIA
012780         THRU 2750-SOMAR-CONFERENCIA-EXIT
012790         VARYING WS-IDX-BYTE FROM 1 BY 1
012800         UNTIL WS-IDX-BYTE > 11
012810     MOVE WS-CONF-ACUM TO WS-HASH-CONFERE
012820     PERFORM 2760-INVALIDAR-DV THRU 2760-INVALIDAR-DV-EXIT.
012830 2700-CALCULAR-HASH-EXIT.
012840     EXIT.
012850
012860******************************************************************
012870* 2720-SOMAR-BYTE-CHAVE - ACUMULA UM BYTE DA CHAVE NO HASH.      *
012880******************************************************************
012890 2720-SOMAR-BYTE-CHAVE.
012900     MOVE LOW-VALUE                  TO WS-CONV-ALTO
012910     MOVE WS-CHAVE-BYTE(WS-IDX-CHAVE) TO WS-CONV-BAIXO
012920     COMPUTE WS-HASH-ACUM = WS-HASH-ACUM * 131 + WS-CONV-NUM
012930     DIVIDE WS-HASH-ACUM BY WS-HASH-MODULO
012940         GIVING WS-HASH-QUOCIENTE REMAINDER WS-HASH-RESTO
012950     MOVE WS-HASH-RESTO TO WS-HASH-ACUM.
012960 2720-SOMAR-BYTE-CHAVE-EXIT.
012970     EXIT.
012980
012990******************************************************************
013000* 2740-SOMAR-DIGITO-CPF - ACUMULA UM DIGITO DO CPF NO HASH.      *
013010******************************************************************
013020 2740-SOMAR-DIGITO-CPF.
013030     COMPUTE WS-HASH-ACUM =
013040         WS-HASH-ACUM * 131 + WS-CPF-DIGITO(WS-IDX-BYTE) + 1
013050     DIVIDE WS-HASH-ACUM BY WS-HASH-MODULO
013060         GIVING WS-HASH-QUOCIENTE REMAINDER WS-HASH-RESTO
013070     MOVE WS-HASH-RESTO TO WS-HASH-ACUM.
013080 2740-SOMAR-DIGITO-CPF-EXIT.
013090     EXIT.
013100
013110******************************************************************
013120* 2750-SOMAR-CONFERENCIA - ACUMULA UM DIGITO DO CPF NA           *
013130*                    CONFERENCIA (BASE 137, MODULO O MAIOR PRIMO *
013140*                    DE 6 DIGITOS).                              *
013150******************************************************************
013160 2750-SOMAR-CONFERENCIA.
013170     COMPUTE WS-CONF-ACUM =
013180         WS-CONF-ACUM * 137 + WS-CPF-DIGITO(WS-IDX-BYTE) + 1
013190     DIVIDE WS-CONF-ACUM BY WS-CONF-MODULO
013200         GIVING WS-HASH-QUOCIENTE REMAINDER WS-HASH-RESTO
013210     MOVE WS-HASH-RESTO TO WS-CONF-ACUM.
013220 2750-SOMAR-CONFERENCIA-EXIT.
013230     EXIT.
013240
013250******************************************************************
013260* 2760-INVALIDAR-DV - CALCULA O PRIMEIRO DIGITO VERIFICADOR QUE  *
013270*                    O CPF TERIA COM OS 9 PRIMEIROS DIGITOS DA   *
013280*                    CHAVE ANONIMA E GRAVA O DIGITO SEGUINTE NO  *
013290*                    LUGAR DELE: A CHAVE NUNCA E UM CPF VALIDO.  *
013300*                    O CPFVAL CONFERE; CHAVE ACEITA COMO CPF NAO *
013310*                    E USADA.                                    *
013320******************************************************************
013330 2760-INVALIDAR-DV.
013340     MOVE ZEROS TO WS-DV-SOMA
013350     PERFORM 2770-SOMAR-PESO-DV THRU 2770-SOMAR-PESO-DV-EXIT
013360         VARYING WS-IDX-BYTE FROM 1 BY 1
013370         UNTIL WS-IDX-BYTE > 9
013380     COMPUTE WS-DV-SOMA = WS-DV-SOMA * 10
013390     DIVIDE WS-DV-SOMA BY 11
013400         GIVING WS-DV-QUOCIENTE REMAINDER WS-DV-RESTO
013410     IF WS-DV-RESTO = 10
013420         MOVE ZEROS TO WS-DV-RESTO
013430     END-IF
013440     IF WS-DV-RESTO = 9
013450         MOVE ZEROS TO WS-HASH-DV1
013460     ELSE
013470         COMPUTE WS-HASH-DV1 = WS-DV-RESTO + 1
013480     END-IF
013490     CALL "cpfval" USING WS-HASH-CPF WS-CPF-VALIDO.
013500 2760-INVALIDAR-DV-EXIT.
013510     EXIT.
013520
013530******************************************************************
013540* 2770-SOMAR-PESO-DV - SOMA UM DIGITO DA CHAVE PELO SEU PESO NO  *
013550*                    PRIMEIRO DIGITO VERIFICADOR (10 A 2).       *
013560******************************************************************
013570 2770-SOMAR-PESO-DV.
013580     COMPUTE WS-DV-SOMA = WS-DV-SOMA
013590         + WS-HASH-DIGITO(WS-IDX-BYTE) * (11 - WS-IDX-BYTE).
013600 2770-SOMAR-PESO-DV-EXIT.
013610     EXIT.
013620
013630******************************************************************
013640* 2790-PROXIMA-CHAVE - PASSA A CHAVE ANONIMA SEGUINTE, QUANDO A  *
013650*                    CHAVE JA E DE OUTRO CLIENTE.                *
013660******************************************************************
013670 2790-PROXIMA-CHAVE.
013680     IF WS-HASH-BASE = 999999999
013690         MOVE ZEROS TO WS-HASH-BASE
013700     ELSE
013710         ADD 1 TO WS-HASH-BASE
013720     END-IF
013730     PERFORM 2760-INVALIDAR-DV THRU 2760-INVALIDAR-DV-EXIT.
013740 2790-PROXIMA-CHAVE-EXIT.
013750     EXIT.
013760
013770******************************************************************
013780* 2800-ARQUIVAR-REGISTRO - GRAVA O REGISTRO ORIGINAL NO ARQUIVO  *
013790*                    MORTO A CIFRAR (LGPDPEND) COM A DATA DO     *
013800*                    EXPURGO, O HASH DO CPF E A ORIGEM. O        *
013810*                    8000-CIFRAR-ARQUIVO-MORTO CIFRA O LGPDPEND  *
013820*                    NO FINAL DA EXECUCAO; NO ARQUIVO MORTO O    *
013830*                    CPF SO EXISTE CIFRADO.                      *
013840******************************************************************
013850 2800-ARQUIVAR-REGISTRO.
013860     MOVE "N" TO WS-ARQUIVAMENTO-SITUACAO
013870     MOVE SPACES               TO REG-LGPDPEND
013880     MOVE CTRL-DATA-MOVIMENTO  TO ARQ-DATA-EXPURGO
013890     MOVE WS-HASH-CPF          TO ARQ-HASH-CPF
013900     MOVE WS-ORIGEM-ARQUIVO    TO ARQ-ORIGEM
013910     MOVE WS-REGISTRO-ORIGINAL TO ARQ-REGISTRO
013920     WRITE REG-LGPDPEND
013930     IF NOT LGPDPEND-OK
013940         DISPLAY "ERRO AO GRAVAR LGPDPEND - STATUS: "
013950             WS-LGPDPEND-STATUS " - REGISTRO NAO ANONIMIZADO"
013960         GO TO 2800-ARQUIVAR-REGISTRO-EXIT
013970     END-IF
013980     MOVE "S" TO WS-ARQUIVAMENTO-SITUACAO
013990     ADD 1 TO WS-QTD-ARQUIVADOS.
014000 2800-ARQUIVAR-REGISTRO-EXIT.
014010     EXIT.
014020
014030
014040******************************************************************
014050* 2850-EDITAR-DATA - EDITA A DATA DE TRABALHO (AAAAMMDD) NO      *
014060*                    FORMATO DD/MM/AAAA.                         *
014070******************************************************************
014080 2850-EDITAR-DATA.
014090     MOVE WS-DATA-DD   TO WS-DATA-EDIT-DD
014100     MOVE WS-DATA-MM   TO WS-DATA-EDIT-MM
014110     MOVE WS-DATA-AAAA TO WS-DATA-EDIT-AAAA.
014120 2850-EDITAR-DATA-EXIT.
014130     EXIT.
014140
014150******************************************************************
014160* 2900-LER-CADCLI - LE O PROXIMO CLIENTE DO CADASTRO,            *
014170*                   SINALIZANDO O FIM DO ARQUIVO.                *
014180******************************************************************
014190 2900-LER-CADCLI.
014200     READ CADCLI NEXT RECORD
014210         AT END
014220             MOVE "S" TO WS-FIM-CADCLI
014230     END-READ.
014240 2900-LER-CADCLI-EXIT.
014250     EXIT.
014260
014270******************************************************************
014280* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO            *
014290*                           CERTIFICADO, EMITINDO TITULO, DATA   *
014300*                           DE EXECUCAO, PRAZO DE RETENCAO E     *
014310*                           CABECALHO DAS COLUNAS.               *
014320******************************************************************
014330 3000-IMPRIMIR-CABECALHO.
014340     ADD 1 TO WS-PAGINA-ATUAL
014350     MOVE WS-PAGINA-ATUAL     TO CAB1-PAGINA
014360     MOVE WS-DATA-EXECUCAO    TO CAB2-DATA
014370     MOVE PARM-RETENCAO-MESES TO CAB2-RETENCAO
014380     MOVE WS-DATA-CORTE-NUM   TO WS-DATA-TRABALHO-NUM
014390     PERFORM 2850-EDITAR-DATA THRU 2850-EDITAR-DATA-EXIT
014400     MOVE WS-DATA-EDITADA     TO CAB2-CORTE
014410
014420     MOVE WS-CABECALHO-1 TO REG-LGPDCERT
014430     WRITE REG-LGPDCERT
014440     MOVE WS-CABECALHO-2 TO REG-LGPDCERT
014450     WRITE REG-LGPDCERT
014460     MOVE WS-CABECALHO-3 TO REG-LGPDCERT
014470     WRITE REG-LGPDCERT
014480
014490     MOVE ZEROS TO WS-LINHA-ATUAL.
014500 3000-IMPRIMIR-CABECALHO-EXIT.
014510     EXIT.
014520
014530******************************************************************
014540* 3100-IMPRIMIR-DETALHE - EMITE A LINHA DO REGISTRO ANONIMIZADO  *
014550*                    NO CERTIFICADO (ORIGEM, CPF MASCARADO, HASH *
014560*                    E ULTIMA ATIVIDADE), QUEBRANDO A PAGINA     *
014570*                    QUANDO NECESSARIO.                          *
014580******************************************************************
014590 3100-IMPRIMIR-DETALHE.
014600     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
014610         PERFORM 3000-IMPRIMIR-CABECALHO
014620             THRU 3000-IMPRIMIR-CABECALHO-EXIT
014630     END-IF
014640
014650     MOVE WS-CPF-PARTE-2    TO WS-MASC-PARTE-2
014660     MOVE WS-CPF-PARTE-3    TO WS-MASC-PARTE-3
014670     MOVE WS-ORIGEM-ARQUIVO TO DET-ORIGEM
014680     MOVE WS-CPF-MASCARADO  TO DET-CPF
014690     MOVE WS-HASH-CPF       TO DET-HASH
014700     MOVE "ANONIMIZADO"     TO DET-SITUACAO
014710     MOVE WS-LINHA-DETALHE  TO REG-LGPDCERT
014720     WRITE REG-LGPDCERT
014730     ADD 1 TO WS-LINHA-ATUAL.
014740 3100-IMPRIMIR-DETALHE-EXIT.
014750     EXIT.
014760
014770******************************************************************
014780* 4000-TROCAR-CHAVES - PERCORRE O CADASTRO DE NOVO E PASSA CADA  *
014790*                    CLIENTE ANONIMIZADO AINDA GRAVADO SOB O CPF *
014800*                    PARA A CHAVE ANONIMA GUARDADA NO NOME,      *
014810*                    JUNTO COM O HISTORICO FINANCEIRO. O CLIENTE *
014820*                    QUE NAO PODE SER TROCADO FICA SOB O CPF E E *
014830*                    TENTADO DE NOVO NA PROXIMA EXECUCAO.        *
014840******************************************************************
014850 4000-TROCAR-CHAVES.
014860     MOVE "N"   TO WS-FIM-CADCLI
014870     MOVE ZEROS TO CPF-CADCLI
014880     START CADCLI KEY IS NOT LESS THAN CPF-CADCLI
014890         INVALID KEY
014900             GO TO 4000-TROCAR-CHAVES-EXIT
014910     END-START
014920     PERFORM 4100-TROCAR-CHAVE-CLIENTE
014930         THRU 4100-TROCAR-CHAVE-CLIENTE-EXIT
014940         UNTIL FIM-DO-CADCLI.
014950 4000-TROCAR-CHAVES-EXIT.
014960     EXIT.
014970
014980******************************************************************
014990* 4100-TROCAR-CHAVE-CLIENTE - LE O PROXIMO CLIENTE E, SE ESTA    *
015000*                    ANONIMIZADO SOB O CPF, PROCURA A CHAVE      *
015010*                    ANONIMA LIVRE, MOVE O HISTORICO FINANCEIRO  *
015020*                    E SO POR ULTIMO GRAVA O CLIENTE NA CHAVE    *
015030*                    NOVA E EXCLUI O CPF, PARA UMA EXECUCAO      *
015040*                    INTERROMPIDA SER COMPLETADA NA SEGUINTE.    *
015050*                    RETOMA A LEITURA APOS O CPF ANTIGO.         *
015060******************************************************************
015070 4100-TROCAR-CHAVE-CLIENTE.
015080     PERFORM 2900-LER-CADCLI THRU 2900-LER-CADCLI-EXIT
015090     IF FIM-DO-CADCLI
015100         GO TO 4100-TROCAR-CHAVE-CLIENTE-EXIT
015110     END-IF
015120     MOVE NOME-CLIENTE-CADCLI TO WS-NOME-TESTE
015130     IF NOT NOME-JA-ANONIMIZADO
015140       OR WS-NOME-TESTE-CHAVE NOT NUMERIC
015150       OR WS-NOME-TESTE-CONFERE NOT NUMERIC
015160       OR WS-NOME-TESTE-CHAVE = CPF-CADCLI
015170         GO TO 4100-TROCAR-CHAVE-CLIENTE-EXIT
015180     END-IF
015190
015200     MOVE REG-CADCLI            TO WS-CADCLI-SALVO
015210     MOVE CPF-CADCLI            TO WS-CPF-ANTIGO
015220     MOVE WS-NOME-TESTE-CHAVE   TO WS-HASH-CPF
015230     MOVE WS-NOME-TESTE-CONFERE TO WS-HASH-CONFERE
015240     MOVE "N"   TO WS-TROCA-SITUACAO
015250     MOVE "N"   TO WS-CPF-VALIDO
015260     MOVE SPACE TO WS-CHAVE-SITUACAO
015270     MOVE ZEROS TO WS-QTD-TENTATIVAS
015280     PERFORM 4150-PROCURAR-CHAVE THRU 4150-PROCURAR-CHAVE-EXIT
015290         UNTIL NOT CHAVE-PROCURANDO
015300     IF CHAVE-ESGOTADA
015310         DISPLAY "SEM CHAVE ANONIMA LIVRE A PARTIR DE "
015320             WS-NOME-TESTE-CHAVE " - CLIENTE MANTIDO SOB O CPF"
015330         MOVE "S" TO WS-TROCA-SITUACAO
015340         GO TO 4100-TROCAR-CHAVE-CLIENTE-POS
015350     END-IF
015360
015370     PERFORM 4200-MOVER-FINANC THRU 4200-MOVER-FINANC-EXIT
015380     PERFORM 4300-MOVER-PARCFIN THRU 4300-MOVER-PARCFIN-EXIT
015390     PERFORM 4400-MOVER-SLDCLI THRU 4400-MOVER-SLDCLI-EXIT
015400     PERFORM 4500-MOVER-HISMOV THRU 4500-MOVER-HISMOV-EXIT
015410     PERFORM 4600-MOVER-PRODCLI THRU 4600-MOVER-PRODCLI-EXIT
015420     PERFORM 4700-MOVER-HISCOB THRU 4700-MOVER-HISCOB-EXIT
015430     PERFORM 4800-MOVER-HISPDD THRU 4800-MOVER-HISPDD-EXIT
015440     PERFORM 4900-MOVER-IOFEXT THRU 4900-MOVER-IOFEXT-EXIT
015450     PERFORM 4950-MOVER-CTLREM THRU 4950-MOVER-CTLREM-EXIT
015460     IF ERRO-NA-TROCA
015470         GO TO 4100-TROCAR-CHAVE-CLIENTE-POS
015480     END-IF
015490
015500     IF CHAVE-LIVRE
015510         MOVE WS-CADCLI-SALVO     TO REG-CADCLI
015520         MOVE WS-HASH-CPF         TO CPF-CADCLI
015530         MOVE WS-HASH-CPF         TO WS-ANON-HASH
015540         MOVE WS-HASH-CONFERE     TO WS-ANON-CONFERE
015550         MOVE WS-NOME-ANONIMIZADO TO NOME-CLIENTE-CADCLI
015560         WRITE REG-CADCLI
015570             INVALID KEY
015580                 DISPLAY "ERRO AO GRAVAR CADCLI NA CHAVE ANONIMA "
015590                     WS-HASH-CPF " - STATUS: " WS-CADCLI-STATUS
015600                 MOVE "S" TO WS-TROCA-SITUACAO
015610                 GO TO 4100-TROCAR-CHAVE-CLIENTE-POS
015620         END-WRITE
015630     END-IF
015640     MOVE WS-CPF-ANTIGO TO CPF-CADCLI
015650     DELETE CADCLI RECORD
015660         INVALID KEY
015670             DISPLAY "ERRO AO EXCLUIR O CPF ANTIGO - CHAVE "
015680                 "ANONIMA " WS-HASH-CPF
015690                 " - STATUS: " WS-CADCLI-STATUS
015700             MOVE "S" TO WS-TROCA-SITUACAO
015710             GO TO 4100-TROCAR-CHAVE-CLIENTE-POS
015720     END-DELETE
015730     ADD 1 TO WS-QTD-CHAVES-TROCADAS.
015740 4100-TROCAR-CHAVE-CLIENTE-POS.
015750     IF ERRO-NA-TROCA
015760         ADD 1 TO WS-QTD-ERROS-CHAVE
015770     END-IF
015780     MOVE WS-CPF-ANTIGO TO CPF-CADCLI
015790     START CADCLI KEY IS GREATER THAN CPF-CADCLI
015800         INVALID KEY
015810             MOVE "S" TO WS-FIM-CADCLI
015820     END-START.
015830 4100-TROCAR-CHAVE-CLIENTE-EXIT.
015840     EXIT.
015850
015860******************************************************************
015870* 4150-PROCURAR-CHAVE - TENTA A CHAVE ANONIMA CORRENTE (A PARTIR *
015880*                    DA SEGUNDA TENTATIVA, A SEGUINTE): CHAVE    *
015890*                    AUSENTE NO CADASTRO ESTA LIVRE; CHAVE CUJO  *
015900*                    NOME TRAZ A MESMA CONFERENCIA DO HASH E DO  *
015910*                    PROPRIO CLIENTE; CHAVE DE OUTRO CLIENTE FAZ *
015920*                    TENTAR A SEGUINTE, ATE O LIMITE DE          *
015930*                    TENTATIVAS.                                 *
015940******************************************************************
015950 4150-PROCURAR-CHAVE.
015960     ADD 1 TO WS-QTD-TENTATIVAS
015970     IF WS-QTD-TENTATIVAS > WS-MAX-TENTATIVAS
015980         MOVE "E" TO WS-CHAVE-SITUACAO
015990         GO TO 4150-PROCURAR-CHAVE-EXIT
016000     END-IF
016010     IF WS-QTD-TENTATIVAS > 1
016020         PERFORM 2790-PROXIMA-CHAVE THRU 2790-PROXIMA-CHAVE-EXIT
016030     END-IF
016040     IF CPF-VALIDO
016050         GO TO 4150-PROCURAR-CHAVE-EXIT
016060     END-IF
016070
016080     MOVE WS-HASH-CPF TO CPF-CADCLI
016090     READ CADCLI
016100         INVALID KEY
016110             MOVE "L" TO WS-CHAVE-SITUACAO
016120             GO TO 4150-PROCURAR-CHAVE-EXIT
016130     END-READ
016140     MOVE NOME-CLIENTE-CADCLI TO WS-NOME-TESTE
016150     IF NOME-JA-ANONIMIZADO
016160       AND WS-NOME-TESTE-CONFERE = WS-HASH-CONFERE
016170         MOVE "P" TO WS-CHAVE-SITUACAO
016180     END-IF.
016190 4150-PROCURAR-CHAVE-EXIT.
016200     EXIT.
016210
016220******************************************************************
016230* 4200-MOVER-FINANC - PASSA PARA A CHAVE ANONIMA TODOS OS        *
016240*                    REGISTROS DO CLIENTE NO FINANC.             *
016250******************************************************************
016260 4200-MOVER-FINANC.
016270     MOVE "N" TO WS-FIM-DEPENDENTES
016280     PERFORM 4220-MOVER-CONTRATO THRU 4220-MOVER-CONTRATO-EXIT
016290         UNTIL FIM-DOS-DEPENDENTES.
016300 4200-MOVER-FINANC-EXIT.
016310     EXIT.
016320
016330******************************************************************
016340* 4220-MOVER-CONTRATO - MOVE O PROXIMO REGISTRO DO CLIENTE NO    *
016350*                    FINANC DO CPF ANTIGO PARA A CHAVE ANONIMA   *
016360*                    (GRAVA NA CHAVE NOVA E EXCLUI A ANTIGA);    *
016370*                    REGISTRO JA GRAVADO NA CHAVE NOVA POR UMA   *
016380*                    EXECUCAO INTERROMPIDA SO E EXCLUIDO.        *
016390******************************************************************
016400 4220-MOVER-CONTRATO.
016410     MOVE WS-CPF-ANTIGO TO FINANC-CPF
016420     MOVE ZEROS         TO FINANC-CONTRATO
016430     START FINANC KEY IS NOT LESS THAN FINANC-CHAVE
016440         INVALID KEY
016450             MOVE "S" TO WS-FIM-DEPENDENTES
016460             GO TO 4220-MOVER-CONTRATO-EXIT
016470     END-START
016480     READ FINANC NEXT RECORD
016490         AT END
016500             MOVE "S" TO WS-FIM-DEPENDENTES
016510             GO TO 4220-MOVER-CONTRATO-EXIT
016520     END-READ
016530     IF FINANC-CPF NOT = WS-CPF-ANTIGO
016540         MOVE "S" TO WS-FIM-DEPENDENTES
016550         GO TO 4220-MOVER-CONTRATO-EXIT
016560     END-IF
016570
016580     MOVE FINANC-CHAVE TO WS-CHAVE-DEPENDENTE
016590     MOVE WS-HASH-CPF TO FINANC-CPF
016600     WRITE REG-FINANC
016610     IF NOT FINANC-OK
016620       AND NOT FINANC-DUPLICADO
016630         DISPLAY "ERRO AO GRAVAR FINANC NA CHAVE ANONIMA "
016640             WS-HASH-CPF " - STATUS: " WS-FINANC-STATUS
016650         MOVE "S" TO WS-TROCA-SITUACAO
016660         MOVE "S" TO WS-FIM-DEPENDENTES
016670         GO TO 4220-MOVER-CONTRATO-EXIT
016680     END-IF
016690     MOVE WS-CHAVE-DEPENDENTE TO FINANC-CHAVE
016700     DELETE FINANC RECORD
016710     IF NOT FINANC-OK
016720         DISPLAY "ERRO AO EXCLUIR FINANC DO CPF ANTIGO - CHAVE "
016730             "ANONIMA " WS-HASH-CPF " - STATUS: " WS-FINANC-STATUS
016740         MOVE "S" TO WS-TROCA-SITUACAO
016750         MOVE "S" TO WS-FIM-DEPENDENTES
016760     END-IF.
016770 4220-MOVER-CONTRATO-EXIT.
016780     EXIT.
016790
016800******************************************************************
016810* 4300-MOVER-PARCFIN - PASSA PARA A CHAVE ANONIMA TODOS OS       *
016820*                    REGISTROS DO CLIENTE NO PARCFIN.            *
016830******************************************************************
016840 4300-MOVER-PARCFIN.
016850     MOVE "N" TO WS-FIM-DEPENDENTES
016860     PERFORM 4320-MOVER-PARCELA THRU 4320-MOVER-PARCELA-EXIT
016870         UNTIL FIM-DOS-DEPENDENTES.
016880 4300-MOVER-PARCFIN-EXIT.
016890     EXIT.
016900
016910******************************************************************
016920* 4320-MOVER-PARCELA - MOVE O PROXIMO REGISTRO DO CLIENTE NO     *
016930*                    PARCFIN DO CPF ANTIGO PARA A CHAVE ANONIMA  *
016940*                    (GRAVA NA CHAVE NOVA E EXCLUI A ANTIGA);    *
016950*                    REGISTRO JA GRAVADO NA CHAVE NOVA POR UMA   *
016960*                    EXECUCAO INTERROMPIDA SO E EXCLUIDO.        *
016970******************************************************************
016980 4320-MOVER-PARCELA.
016990     MOVE WS-CPF-ANTIGO TO PARC-CPF
017000     MOVE ZEROS         TO PARC-CONTRATO
017010     MOVE ZEROS         TO PARC-NUMERO
017020     START PARCFIN KEY IS NOT LESS THAN PARC-CHAVE
017030         INVALID KEY
017040             MOVE "S" TO WS-FIM-DEPENDENTES
017050             GO TO 4320-MOVER-PARCELA-EXIT
017060     END-START
017070     READ PARCFIN NEXT RECORD
017080         AT END
017090             MOVE "S" TO WS-FIM-DEPENDENTES
017100             GO TO 4320-MOVER-PARCELA-EXIT
017110     END-READ
017120     IF PARC-CPF NOT = WS-CPF-ANTIGO
017130         MOVE "S" TO WS-FIM-DEPENDENTES
017140         GO TO 4320-MOVER-PARCELA-EXIT
017150     END-IF
017160
017170     MOVE PARC-CHAVE TO WS-CHAVE-DEPENDENTE
017180     MOVE WS-HASH-CPF TO PARC-CPF
017190     WRITE REG-PARCFIN
017200     IF NOT PARCFIN-OK
017210       AND NOT PARCFIN-DUPLICADO
017220         DISPLAY "ERRO AO GRAVAR PARCFIN NA CHAVE ANONIMA "
017230             WS-HASH-CPF " - STATUS: " WS-PARCFIN-STATUS
017240         MOVE "S" TO WS-TROCA-SITUACAO
017250         MOVE "S" TO WS-FIM-DEPENDENTES
017260         GO TO 4320-MOVER-PARCELA-EXIT
017270     END-IF
017280     MOVE WS-CHAVE-DEPENDENTE TO PARC-CHAVE
017290     DELETE PARCFIN RECORD
017300     IF NOT PARCFIN-OK
017310         DISPLAY "ERRO AO EXCLUIR PARCFIN DO CPF ANTIGO - CHAVE "
017320             "ANONIMA " WS-HASH-CPF
017330             " - STATUS: " WS-PARCFIN-STATUS
017340         MOVE "S" TO WS-TROCA-SITUACAO
017350         MOVE "S" TO WS-FIM-DEPENDENTES
017360     END-IF.
017370 4320-MOVER-PARCELA-EXIT.
017380     EXIT.
017390
017400******************************************************************
017410* 4400-MOVER-SLDCLI - PASSA O SALDO DO CLIENTE (REGISTRO UNICO   *
017420*                    NO SLDCLI) PARA A CHAVE ANONIMA; SALDO JA   *
017430*                    GRAVADO NA CHAVE NOVA SO TEM O CPF ANTIGO   *
017440*                    EXCLUIDO.                                   *
017450******************************************************************
017460 4400-MOVER-SLDCLI.
017470     MOVE WS-CPF-ANTIGO TO SALDO-CPF
017480     READ SLDCLI
017490         INVALID KEY
017500             GO TO 4400-MOVER-SLDCLI-EXIT
017510     END-READ
017520     MOVE WS-HASH-CPF TO SALDO-CPF
017530     WRITE REG-SLDCLI
017540     IF NOT SLDCLI-OK
017550       AND NOT SLDCLI-DUPLICADO
017560         DISPLAY "ERRO AO GRAVAR SLDCLI NA CHAVE ANONIMA "
017570             WS-HASH-CPF " - STATUS: " WS-SLDCLI-STATUS
017580         MOVE "S" TO WS-TROCA-SITUACAO
017590         GO TO 4400-MOVER-SLDCLI-EXIT
017600     END-IF
017610     MOVE WS-CPF-ANTIGO TO SALDO-CPF
017620     DELETE SLDCLI RECORD
017630     IF NOT SLDCLI-OK
017640         DISPLAY "ERRO AO EXCLUIR SLDCLI DO CPF ANTIGO - CHAVE "
017650             "ANONIMA " WS-HASH-CPF " - STATUS: " WS-SLDCLI-STATUS
017660         MOVE "S" TO WS-TROCA-SITUACAO
017670     END-IF.
017680 4400-MOVER-SLDCLI-EXIT.
017690     EXIT.
017700
017710******************************************************************
017720* 4500-MOVER-HISMOV - PASSA PARA A CHAVE ANONIMA TODOS OS        *
017730*                    REGISTROS DO CLIENTE NO HISMOV.             *
017740******************************************************************
017750 4500-MOVER-HISMOV.
017760     MOVE "N" TO WS-FIM-DEPENDENTES
017770     PERFORM 4520-MOVER-MOVIMENTO THRU 4520-MOVER-MOVIMENTO-EXIT
017780         UNTIL FIM-DOS-DEPENDENTES.
017790 4500-MOVER-HISMOV-EXIT.
017800     EXIT.
017810
017820******************************************************************
017830* 4520-MOVER-MOVIMENTO - MOVE O PROXIMO REGISTRO DO CLIENTE NO   *
017840*                    HISMOV DO CPF ANTIGO PARA A CHAVE ANONIMA   *
017850*                    (GRAVA NA CHAVE NOVA E EXCLUI A ANTIGA);    *
017860*                    REGISTRO JA GRAVADO NA CHAVE NOVA POR UMA   *
017870*                    EXECUCAO INTERROMPIDA SO E EXCLUIDO.        *
017880******************************************************************
017890 4520-MOVER-MOVIMENTO.
017900     MOVE WS-CPF-ANTIGO TO HMOV-CPF
017910     MOVE ZEROS         TO HMOV-DATA
017920     MOVE ZEROS         TO HMOV-LOTE
017930     MOVE ZEROS         TO HMOV-SEQUENCIA
017940     START HISMOV KEY IS NOT LESS THAN HMOV-CHAVE
017950         INVALID KEY
017960             MOVE "S" TO WS-FIM-DEPENDENTES
017970             GO TO 4520-MOVER-MOVIMENTO-EXIT
017980     END-START
017990     READ HISMOV NEXT RECORD
018000         AT END
018010             MOVE "S" TO WS-FIM-DEPENDENTES
018020             GO TO 4520-MOVER-MOVIMENTO-EXIT
018030     END-READ
018040     IF HMOV-CPF NOT = WS-CPF-ANTIGO
018050         MOVE "S" TO WS-FIM-DEPENDENTES
018060         GO TO 4520-MOVER-MOVIMENTO-EXIT
018070     END-IF
018080
018090     MOVE HMOV-CHAVE TO WS-CHAVE-DEPENDENTE
018100     MOVE WS-HASH-CPF TO HMOV-CPF
018110     WRITE REG-HISMOV
018120     IF NOT HISMOV-OK
018130       AND NOT HISMOV-DUPLICADO
018140         DISPLAY "ERRO AO GRAVAR HISMOV NA CHAVE ANONIMA "
018150             WS-HASH-CPF " - STATUS: " WS-HISMOV-STATUS
018160         MOVE "S" TO WS-TROCA-SITUACAO
018170         MOVE "S" TO WS-FIM-DEPENDENTES
018180         GO TO 4520-MOVER-MOVIMENTO-EXIT
018190     END-IF
018200     MOVE WS-CHAVE-DEPENDENTE TO HMOV-CHAVE
018210     DELETE HISMOV RECORD
018220     IF NOT HISMOV-OK
018230         DISPLAY "ERRO AO EXCLUIR HISMOV DO CPF ANTIGO - CHAVE "
018240             "ANONIMA " WS-HASH-CPF " - STATUS: " WS-HISMOV-STATUS
018250         MOVE "S" TO WS-TROCA-SITUACAO
018260         MOVE "S" TO WS-FIM-DEPENDENTES
018270     END-IF.
018280 4520-MOVER-MOVIMENTO-EXIT.
018290     EXIT.
018300
018310******************************************************************
018320* 4600-MOVER-PRODCLI - PASSA PARA A CHAVE ANONIMA TODOS OS       *
018330*                    REGISTROS DO CLIENTE NO PRODCLI.            *
018340******************************************************************
018350 4600-MOVER-PRODCLI.
018360     MOVE "N" TO WS-FIM-DEPENDENTES
018370     PERFORM 4620-MOVER-PRODUTO THRU 4620-MOVER-PRODUTO-EXIT
018380         UNTIL FIM-DOS-DEPENDENTES.
018390 4600-MOVER-PRODCLI-EXIT.
018400     EXIT.
018410
018420******************************************************************
018430* 4620-MOVER-PRODUTO - MOVE O PROXIMO REGISTRO DO CLIENTE NO     *
018440*                    PRODCLI DO CPF ANTIGO PARA A CHAVE ANONIMA  *
018450*                    (GRAVA NA CHAVE NOVA E EXCLUI A ANTIGA);    *
018460*                    REGISTRO JA GRAVADO NA CHAVE NOVA POR UMA   *
018470*                    EXECUCAO INTERROMPIDA SO E EXCLUIDO.        *
018480******************************************************************
018490 4620-MOVER-PRODUTO.
018500     MOVE WS-CPF-ANTIGO TO PRODCLI-CPF
018510     MOVE LOW-VALUES    TO PRODCLI-PRODUTO
018520     START PRODCLI KEY IS NOT LESS THAN PRODCLI-CHAVE
018530         INVALID KEY
018540             MOVE "S" TO WS-FIM-DEPENDENTES
018550             GO TO 4620-MOVER-PRODUTO-EXIT
018560     END-START
018570     READ PRODCLI NEXT RECORD
018580         AT END
018590             MOVE "S" TO WS-FIM-DEPENDENTES
018600             GO TO 4620-MOVER-PRODUTO-EXIT
018610     END-READ
018620     IF PRODCLI-CPF NOT = WS-CPF-ANTIGO
018630         MOVE "S" TO WS-FIM-DEPENDENTES
018640         GO TO 4620-MOVER-PRODUTO-EXIT
018650     END-IF
018660
018670     MOVE PRODCLI-CHAVE TO WS-CHAVE-DEPENDENTE
018680     MOVE WS-HASH-CPF TO PRODCLI-CPF
018690     WRITE REG-PRODCLI
018700     IF NOT PRODCLI-OK
018710       AND NOT PRODCLI-DUPLICADO
018720         DISPLAY "ERRO AO GRAVAR PRODCLI NA CHAVE ANONIMA "
018730             WS-HASH-CPF " - STATUS: " WS-PRODCLI-STATUS
018740         MOVE "S" TO WS-TROCA-SITUACAO
018750         MOVE "S" TO WS-FIM-DEPENDENTES
018760         GO TO 4620-MOVER-PRODUTO-EXIT
018770     END-IF
018780     MOVE WS-CHAVE-DEPENDENTE TO PRODCLI-CHAVE
018790     DELETE PRODCLI RECORD
018800     IF NOT PRODCLI-OK
018810         DISPLAY "ERRO AO EXCLUIR PRODCLI DO CPF ANTIGO - CHAVE "
018820             "ANONIMA " WS-HASH-CPF
018830             " - STATUS: " WS-PRODCLI-STATUS
018840         MOVE "S" TO WS-TROCA-SITUACAO
018850         MOVE "S" TO WS-FIM-DEPENDENTES
018860     END-IF.
018870 4620-MOVER-PRODUTO-EXIT.
018880     EXIT.
018890
018900******************************************************************
018910* 4700-MOVER-HISCOB - PASSA PARA A CHAVE ANONIMA TODOS OS        *
018920*                    REGISTROS DO CLIENTE NO HISCOB.             *
018930******************************************************************
018940 4700-MOVER-HISCOB.
018950     MOVE "N" TO WS-FIM-DEPENDENTES
018960     PERFORM 4720-MOVER-COBRANCA THRU 4720-MOVER-COBRANCA-EXIT
018970         UNTIL FIM-DOS-DEPENDENTES.
018980 4700-MOVER-HISCOB-EXIT.
018990     EXIT.
019000******************************************************************
019010* 4720-MOVER-COBRANCA - MOVE O PROXIMO REGISTRO DO CLIENTE NO    *
019020*                    HISCOB DO CPF ANTIGO PARA A CHAVE ANONIMA   *
019030*                    (GRAVA NA CHAVE NOVA E EXCLUI A ANTIGA);    *
019040*                    REGISTRO JA GRAVADO NA CHAVE NOVA POR UMA   *
019050*                    EXECUCAO INTERROMPIDA SO E EXCLUIDO.        *
019060******************************************************************
019070 4720-MOVER-COBRANCA.
019080     MOVE WS-CPF-ANTIGO TO HCOB-CPF
019090     MOVE ZEROS         TO HCOB-CONTRATO
019100     START HISCOB KEY IS NOT LESS THAN HCOB-CHAVE
019110         INVALID KEY
019120             MOVE "S" TO WS-FIM-DEPENDENTES
019130             GO TO 4720-MOVER-COBRANCA-EXIT
019140     END-START
019150     READ HISCOB NEXT RECORD
019160         AT END
019170             MOVE "S" TO WS-FIM-DEPENDENTES
019180             GO TO 4720-MOVER-COBRANCA-EXIT
019190     END-READ
019200     IF HCOB-CPF NOT = WS-CPF-ANTIGO
019210         MOVE "S" TO WS-FIM-DEPENDENTES
019220         GO TO 4720-MOVER-COBRANCA-EXIT
019230     END-IF
019240
019250     MOVE HCOB-CHAVE TO WS-CHAVE-DEPENDENTE
019260     MOVE WS-HASH-CPF TO HCOB-CPF
019270     WRITE REG-HISCOB
019280     IF NOT HISCOB-OK
019290       AND NOT HISCOB-DUPLICADO
019300         DISPLAY "ERRO AO GRAVAR HISCOB NA CHAVE ANONIMA "
019310             WS-HASH-CPF " - STATUS: " WS-HISCOB-STATUS
019320         MOVE "S" TO WS-TROCA-SITUACAO
019330         MOVE "S" TO WS-FIM-DEPENDENTES
019340         GO TO 4720-MOVER-COBRANCA-EXIT
019350     END-IF
019360     MOVE WS-CHAVE-DEPENDENTE TO HCOB-CHAVE
019370     DELETE HISCOB RECORD
019380     IF NOT HISCOB-OK
019390         DISPLAY "ERRO AO EXCLUIR HISCOB DO CPF ANTIGO - CHAVE "
019400             "ANONIMA " WS-HASH-CPF " - STATUS: " WS-HISCOB-STATUS
019410         MOVE "S" TO WS-TROCA-SITUACAO
019420         MOVE "S" TO WS-FIM-DEPENDENTES
019430     END-IF.
019440 4720-MOVER-COBRANCA-EXIT.
019450     EXIT.
019460******************************************************************
019470* 4800-MOVER-HISPDD - PASSA PARA A CHAVE ANONIMA TODOS OS        *
019480*                    REGISTROS DO CLIENTE NO HISPDD. A CHAVE     *
019490*                    COMECA PELO PERIODO, POR ISSO O ARQUIVO E   *
019500*                    PERCORRIDO INTEIRO.                         *
019510******************************************************************
019520 4800-MOVER-HISPDD.
019530     MOVE "N"   TO WS-FIM-DEPENDENTES
019540     MOVE ZEROS TO HPDD-PERIODO
019550     MOVE ZEROS TO HPDD-CPF
019560     MOVE ZEROS TO HPDD-CONTRATO
019570     START HISPDD KEY IS NOT LESS THAN HPDD-CHAVE
019580         INVALID KEY
019590             MOVE "S" TO WS-FIM-DEPENDENTES
019600     END-START
019610     PERFORM 4820-MOVER-PROVISAO THRU 4820-MOVER-PROVISAO-EXIT
019620         UNTIL FIM-DOS-DEPENDENTES.
019630 4800-MOVER-HISPDD-EXIT.
019640     EXIT.
019650******************************************************************
019660* 4820-MOVER-PROVISAO - LE O PROXIMO REGISTRO DO HISPDD E,       *
019670*                    QUANDO E DO CPF ANTIGO, MOVE-O PARA A CHAVE *
019680*                    ANONIMA (GRAVA NA CHAVE NOVA E EXCLUI A     *
019690*                    ANTIGA; REGISTRO JA GRAVADO NA CHAVE NOVA   *
019700*                    POR UMA EXECUCAO INTERROMPIDA SO E          *
019710*                    EXCLUIDO) E REPOSICIONA A LEITURA APOS A    *
019720*                    CHAVE ANTIGA.                               *
019730******************************************************************
019740 4820-MOVER-PROVISAO.
019750     READ HISPDD NEXT RECORD
019760         AT END
019770             MOVE "S" TO WS-FIM-DEPENDENTES
019780             GO TO 4820-MOVER-PROVISAO-EXIT
019790     END-READ
019800     IF HPDD-CPF NOT = WS-CPF-ANTIGO
019810         GO TO 4820-MOVER-PROVISAO-EXIT
019820     END-IF
019830
019840     MOVE HPDD-CHAVE TO WS-CHAVE-DEPENDENTE
019850     MOVE WS-HASH-CPF TO HPDD-CPF
019860     WRITE REG-HISPDD
019870     IF NOT HISPDD-OK
019880       AND NOT HISPDD-DUPLICADO
019890         DISPLAY "ERRO AO GRAVAR HISPDD NA CHAVE ANONIMA "
019900             WS-HASH-CPF " - STATUS: " WS-HISPDD-STATUS
019910         MOVE "S" TO WS-TROCA-SITUACAO
019920         MOVE "S" TO WS-FIM-DEPENDENTES
019930         GO TO 4820-MOVER-PROVISAO-EXIT
019940     END-IF
019950     MOVE WS-CHAVE-DEPENDENTE TO HPDD-CHAVE
019960     DELETE HISPDD RECORD
019970     IF NOT HISPDD-OK
019980         DISPLAY "ERRO AO EXCLUIR HISPDD DO CPF ANTIGO - CHAVE "
019990             "ANONIMA " WS-HASH-CPF " - STATUS: " WS-HISPDD-STATUS
020000         MOVE "S" TO WS-TROCA-SITUACAO
020010         MOVE "S" TO WS-FIM-DEPENDENTES
020020         GO TO 4820-MOVER-PROVISAO-EXIT
020030     END-IF
020040     MOVE WS-CHAVE-DEPENDENTE TO HPDD-CHAVE
020050     START HISPDD KEY IS GREATER THAN HPDD-CHAVE
020060         INVALID KEY
020070             MOVE "S" TO WS-FIM-DEPENDENTES
020080     END-START.
020090 4820-MOVER-PROVISAO-EXIT.
020100     EXIT.
020110******************************************************************
020120* 4900-MOVER-IOFEXT - PASSA PARA A CHAVE ANONIMA TODOS OS        *
020130*                    REGISTROS DO CLIENTE NO IOFEXT. A CHAVE     *
020140*                    COMECA PELO PERIODO, POR ISSO O ARQUIVO E   *
020150*                    PERCORRIDO INTEIRO.                         *
020160******************************************************************
020170 4900-MOVER-IOFEXT.
020180     MOVE "N"   TO WS-FIM-DEPENDENTES
020190     MOVE ZEROS TO IOFE-PERIODO
020200     MOVE ZEROS TO IOFE-CPF
020210     MOVE ZEROS TO IOFE-CONTRATO
020220     START IOFEXT KEY IS NOT LESS THAN IOFE-CHAVE
020230         INVALID KEY
020240             MOVE "S" TO WS-FIM-DEPENDENTES
020250     END-START
020260     PERFORM 4920-MOVER-IOF THRU 4920-MOVER-IOF-EXIT
020270         UNTIL FIM-DOS-DEPENDENTES.
020280 4900-MOVER-IOFEXT-EXIT.
020290     EXIT.
020300******************************************************************
020310* 4920-MOVER-IOF - LE O PROXIMO REGISTRO DO IOFEXT E, QUANDO E   *
020320*                    DO CPF ANTIGO, MOVE-O PARA A CHAVE ANONIMA  *
020330*                    (GRAVA NA CHAVE NOVA E EXCLUI A ANTIGA;     *
020340*                    REGISTRO JA GRAVADO NA CHAVE NOVA POR UMA   *
020350*                    EXECUCAO INTERROMPIDA SO E EXCLUIDO) E      *
020360*                    REPOSICIONA A LEITURA APOS A CHAVE ANTIGA.  *
020370******************************************************************
020380 4920-MOVER-IOF.
020390     READ IOFEXT NEXT RECORD
020400         AT END
020410             MOVE "S" TO WS-FIM-DEPENDENTES
020420             GO TO 4920-MOVER-IOF-EXIT
020430     END-READ
020440     IF IOFE-CPF NOT = WS-CPF-ANTIGO
020450         GO TO 4920-MOVER-IOF-EXIT
020460     END-IF
020470
020480     MOVE IOFE-CHAVE TO WS-CHAVE-DEPENDENTE
020490     MOVE WS-HASH-CPF TO IOFE-CPF
020500     WRITE REG-IOFEXT
020510     IF NOT IOFEXT-OK
020520       AND NOT IOFEXT-DUPLICADO
020530         DISPLAY "ERRO AO GRAVAR IOFEXT NA CHAVE ANONIMA "
020540             WS-HASH-CPF " - STATUS: " WS-IOFEXT-STATUS
020550         MOVE "S" TO WS-TROCA-SITUACAO
020560         MOVE "S" TO WS-FIM-DEPENDENTES
020570         GO TO 4920-MOVER-IOF-EXIT
020580     END-IF
020590     MOVE WS-CHAVE-DEPENDENTE TO IOFE-CHAVE
020600     DELETE IOFEXT RECORD
020610     IF NOT IOFEXT-OK
020620         DISPLAY "ERRO AO EXCLUIR IOFEXT DO CPF ANTIGO - CHAVE "
020630             "ANONIMA " WS-HASH-CPF " - STATUS: " WS-IOFEXT-STATUS
020640         MOVE "S" TO WS-TROCA-SITUACAO
020650         MOVE "S" TO WS-FIM-DEPENDENTES
020660         GO TO 4920-MOVER-IOF-EXIT
020670     END-IF
020680     MOVE WS-CHAVE-DEPENDENTE TO IOFE-CHAVE
020690     START IOFEXT KEY IS GREATER THAN IOFE-CHAVE
020700         INVALID KEY
020710             MOVE "S" TO WS-FIM-DEPENDENTES
020720     END-START.
020730 4920-MOVER-IOF-EXIT.
020740     EXIT.
020750******************************************************************
020760* 4950-MOVER-CTLREM - PASSA PARA A CHAVE ANONIMA TODAS AS        *
020770*                    PARCELAS DO CLIENTE NO CONTROLE DA REMESSA  *
020780*                    (CTLREM).                                   *
020790******************************************************************
020800 4950-MOVER-CTLREM.
020810     MOVE "N" TO WS-FIM-DEPENDENTES
020820     PERFORM 4970-MOVER-REMESSA THRU 4970-MOVER-REMESSA-EXIT
020830         UNTIL FIM-DOS-DEPENDENTES.
020840 4950-MOVER-CTLREM-EXIT.
020850     EXIT.
020860******************************************************************
020870* 4970-MOVER-REMESSA - TROCA O CPF DA PROXIMA PARCELA DO CLIENTE *
020880*                    NO CTLREM PELA CHAVE ANONIMA. O CPF SO ESTA *
020890*                    NA CHAVE ALTERNATIVA (A PRINCIPAL E O NOSSO *
020900*                    NUMERO), POR ISSO O REGISTRO E REGRAVADO NO *
020910*                    PROPRIO LUGAR; PARCELA JA TROCADA POR UMA   *
020920*                    EXECUCAO INTERROMPIDA NAO E MAIS ACHADA SOB *
020930*                    O CPF.                                      *
020940******************************************************************
020950 4970-MOVER-REMESSA.
020960     MOVE WS-CPF-ANTIGO TO CREM-CPF
020970     MOVE ZEROS         TO CREM-CONTRATO
020980     MOVE ZEROS         TO CREM-NUMERO
020990     START CTLREM KEY IS NOT LESS THAN CREM-PARCELA
021000         INVALID KEY
021010             MOVE "S" TO WS-FIM-DEPENDENTES
021020             GO TO 4970-MOVER-REMESSA-EXIT
021030     END-START
021040     READ CTLREM NEXT RECORD
021050         AT END
021060             MOVE "S" TO WS-FIM-DEPENDENTES
021070             GO TO 4970-MOVER-REMESSA-EXIT
021080     END-READ
021090     IF CREM-CPF NOT = WS-CPF-ANTIGO
021100         MOVE "S" TO WS-FIM-DEPENDENTES
021110         GO TO 4970-MOVER-REMESSA-EXIT
021120     END-IF
021130
021140     MOVE WS-HASH-CPF TO CREM-CPF
021150     REWRITE REG-CTLREM
021160     IF NOT CTLREM-OK
021170         DISPLAY "ERRO AO REGRAVAR CTLREM NA CHAVE ANONIMA "
021180             WS-HASH-CPF " - STATUS: " WS-CTLREM-STATUS
021190         MOVE "S" TO WS-TROCA-SITUACAO
021200         MOVE "S" TO WS-FIM-DEPENDENTES
021210     END-IF.
021220 4970-MOVER-REMESSA-EXIT.
021230     EXIT.
021240
021250******************************************************************
021260* 5000-ANONIMIZAR-REJCLI - COPIA O REJCLI PARA O ARQUIVO DE      *
021270*                    TRABALHO ANONIMIZANDO AS IMAGENS DE         *
021280*                    CLIENTES JA ANONIMIZADOS NO CADASTRO E,     *
021290*                    QUANDO ALGUMA FOI ALTERADA, DEVOLVE A COPIA *
021300*                    AO REJCLI. ARQUIVO AUSENTE NAO E ERRO.      *
021310*                    COPIA INCOMPLETA NAO E DEVOLVIDA (O REJCLI  *
021320*                    FICA COMO ESTAVA); DEVOLUCAO INCOMPLETA     *
021330*                    PRESERVA A COPIA NO LGPDTRAB E DEIXA A DATA *
021340*                    SEM ENCERRAR.                               *
021350******************************************************************
021360 5000-ANONIMIZAR-REJCLI.
021370     OPEN INPUT REJCLI
021380     IF REJCLI-NAO-EXISTE
021390         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021400     END-IF
021410     IF NOT REJCLI-OK
021420         DISPLAY "ERRO AO ABRIR REJCLI - STATUS: "
021430             WS-REJCLI-STATUS
021440         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021450     END-IF
021460     OPEN OUTPUT LGPDTRAB
021470     IF NOT LGPDTRAB-OK
021480         DISPLAY "ERRO AO ABRIR LGPDTRAB - STATUS: "
021490             WS-LGPDTRAB-STATUS
021500         CLOSE REJCLI
021510         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021520     END-IF
021530
021540     MOVE "N"      TO WS-ALTERACAO-SITUACAO
021550     MOVE "N"      TO WS-COPIA-SITUACAO
021560     MOVE "N"      TO WS-FIM-REJEITADOS
021570     MOVE ZEROS    TO WS-QTD-ANON-ARQUIVO
021580     MOVE "REJCLI" TO WS-ORIGEM-ARQUIVO
021590     PERFORM 5020-COPIAR-REJCLI THRU 5020-COPIAR-REJCLI-EXIT
021600         UNTIL FIM-DOS-REJEITADOS
021610     CLOSE REJCLI
021620     CLOSE LGPDTRAB
021630     IF COPIA-COM-ERRO
021640         PERFORM 5900-DESCARTAR-COPIA
021650             THRU 5900-DESCARTAR-COPIA-EXIT
021660         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021670     END-IF
021680     IF NOT ARQUIVO-ALTERADO
021690         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021700     END-IF
021710
021720     OPEN INPUT LGPDTRAB
021730     IF NOT LGPDTRAB-OK
021740         DISPLAY "ERRO AO REABRIR LGPDTRAB - STATUS: "
021750             WS-LGPDTRAB-STATUS
021760         PERFORM 5900-DESCARTAR-COPIA
021770             THRU 5900-DESCARTAR-COPIA-EXIT
021780         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021790     END-IF
021800     OPEN OUTPUT REJCLI
021810     IF NOT REJCLI-OK
021820         DISPLAY "ERRO AO REGRAVAR REJCLI - STATUS: "
021830             WS-REJCLI-STATUS
021840         CLOSE LGPDTRAB
021850         PERFORM 5950-PRESERVAR-COPIA
021860             THRU 5950-PRESERVAR-COPIA-EXIT
021870         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021880     END-IF
021890     MOVE "N" TO WS-FIM-REJEITADOS
021900     PERFORM 5040-DEVOLVER-REJCLI THRU 5040-DEVOLVER-REJCLI-EXIT
021910         UNTIL FIM-DOS-REJEITADOS
021920     CLOSE LGPDTRAB
021930     CLOSE REJCLI
021940     IF DEVOLUCAO-INCOMPLETA
021950         PERFORM 5950-PRESERVAR-COPIA
021960             THRU 5950-PRESERVAR-COPIA-EXIT
021970         GO TO 5000-ANONIMIZAR-REJCLI-EXIT
021980     END-IF
021990     ADD WS-QTD-ANON-ARQUIVO TO WS-QTD-REJCLI-ANON.
022000 5000-ANONIMIZAR-REJCLI-EXIT.
022010     EXIT.
022020
022030******************************************************************
022040* 5020-COPIAR-REJCLI - LE UM REJEITADO DO REJCLI, ANONIMIZA      *
022050*                    QUANDO FOR O CASO E GRAVA NA COPIA.         *
022060******************************************************************
022070 5020-COPIAR-REJCLI.
022080     READ REJCLI INTO REG-REJCLI
022090         AT END
022100             MOVE "S" TO WS-FIM-REJEITADOS
022110             GO TO 5020-COPIAR-REJCLI-EXIT
022120     END-READ
022130     IF NOT REJCLI-OK
022140         DISPLAY "ERRO AO LER REJCLI - STATUS: " WS-REJCLI-STATUS
022150         MOVE "S" TO WS-COPIA-SITUACAO
022160         MOVE "S" TO WS-FIM-REJEITADOS
022170         GO TO 5020-COPIAR-REJCLI-EXIT
022180     END-IF
022190     PERFORM 5800-ANONIMIZAR-REJEITADO
022200         THRU 5800-ANONIMIZAR-REJEITADO-EXIT
022210     IF REJEITADO-ANONIMIZADO
022220         ADD 1 TO WS-QTD-ANON-ARQUIVO
022230         MOVE "S" TO WS-ALTERACAO-SITUACAO
022240     END-IF
022250     WRITE REG-LGPDTRAB FROM REG-REJCLI
022260     IF NOT LGPDTRAB-OK
022270         DISPLAY "ERRO AO GRAVAR LGPDTRAB - STATUS: "
022280             WS-LGPDTRAB-STATUS
022290         MOVE "S" TO WS-COPIA-SITUACAO
022300         MOVE "S" TO WS-FIM-REJEITADOS
022310     END-IF.
022320 5020-COPIAR-REJCLI-EXIT.
022330     EXIT.
022340
022350******************************************************************
022360* 5040-DEVOLVER-REJCLI - DEVOLVE UM REGISTRO DA COPIA AO REJCLI. *
022370******************************************************************
022380 5040-DEVOLVER-REJCLI.
022390     READ LGPDTRAB
022400         AT END
022410             MOVE "S" TO WS-FIM-REJEITADOS
022420             GO TO 5040-DEVOLVER-REJCLI-EXIT
022430     END-READ
022440     IF NOT LGPDTRAB-OK
022450         DISPLAY "ERRO AO LER LGPDTRAB - STATUS: "
022460             WS-LGPDTRAB-STATUS
022470         MOVE "S" TO WS-DEVOLUCAO-SITUACAO
022480         MOVE "S" TO WS-FIM-REJEITADOS
022490         GO TO 5040-DEVOLVER-REJCLI-EXIT
022500     END-IF
022510     WRITE REG-REJCLI-ARQ FROM REG-LGPDTRAB
022520     IF NOT REJCLI-OK
022530         DISPLAY "ERRO AO REGRAVAR REJCLI - STATUS: "
022540             WS-REJCLI-STATUS
022550         MOVE "S" TO WS-DEVOLUCAO-SITUACAO
022560         MOVE "S" TO WS-FIM-REJEITADOS
022570     END-IF.
022580 5040-DEVOLVER-REJCLI-EXIT.
022590     EXIT.
022600
022610******************************************************************
022620* 5500-ANONIMIZAR-REJCICLO - O MESMO TRATAMENTO DO REJCLI PARA O *
022630*                    ARQUIVO DE REJEITADOS EM RECICLO.           *
022640******************************************************************
022650 5500-ANONIMIZAR-REJCICLO.
022660     OPEN INPUT REJCICLO
022670     IF REJCICLO-NAO-EXISTE
022680         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
022690     END-IF
022700     IF NOT REJCICLO-OK
022710         DISPLAY "ERRO AO ABRIR REJCICLO - STATUS: "
022720             WS-REJCICLO-STATUS
022730         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
022740     END-IF
022750     OPEN OUTPUT LGPDTRAB
022760     IF NOT LGPDTRAB-OK
022770         DISPLAY "ERRO AO ABRIR LGPDTRAB - STATUS: "
022780             WS-LGPDTRAB-STATUS
022790         CLOSE REJCICLO
022800         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
022810     END-IF
022820
022830     MOVE "N"      TO WS-ALTERACAO-SITUACAO
022840     MOVE "N"      TO WS-COPIA-SITUACAO
022850     MOVE "N"      TO WS-FIM-REJEITADOS
022860     MOVE ZEROS    TO WS-QTD-ANON-ARQUIVO
022870     MOVE "REJCICLO" TO WS-ORIGEM-ARQUIVO
022880     PERFORM 5520-COPIAR-REJCICLO THRU 5520-COPIAR-REJCICLO-EXIT
022890         UNTIL FIM-DOS-REJEITADOS
022900     CLOSE REJCICLO
022910     CLOSE LGPDTRAB
022920     IF COPIA-COM-ERRO
022930         PERFORM 5900-DESCARTAR-COPIA
022940             THRU 5900-DESCARTAR-COPIA-EXIT
022950         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
022960     END-IF
022970     IF NOT ARQUIVO-ALTERADO
022980         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
022990     END-IF
023000
023010     OPEN INPUT LGPDTRAB
023020     IF NOT LGPDTRAB-OK
023030         DISPLAY "ERRO AO REABRIR LGPDTRAB - STATUS: "
023040             WS-LGPDTRAB-STATUS
023050         PERFORM 5900-DESCARTAR-COPIA
023060             THRU 5900-DESCARTAR-COPIA-EXIT
023070         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
023080     END-IF
023090     OPEN OUTPUT REJCICLO
023100     IF NOT REJCICLO-OK
023110         DISPLAY "ERRO AO REGRAVAR REJCICLO - STATUS: "
023120             WS-REJCICLO-STATUS
023130         CLOSE LGPDTRAB
023140         PERFORM 5950-PRESERVAR-COPIA
023150             THRU 5950-PRESERVAR-COPIA-EXIT
023160         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
023170     END-IF
023180     MOVE "N" TO WS-FIM-REJEITADOS
023190     PERFORM 5540-DEVOLVER-REJCICLO
023200         THRU 5540-DEVOLVER-REJCICLO-EXIT
023210         UNTIL FIM-DOS-REJEITADOS
023220     CLOSE LGPDTRAB
023230     CLOSE REJCICLO
023240     IF DEVOLUCAO-INCOMPLETA
023250         PERFORM 5950-PRESERVAR-COPIA
023260             THRU 5950-PRESERVAR-COPIA-EXIT
023270         GO TO 5500-ANONIMIZAR-REJCICLO-EXIT
023280     END-IF
023290     ADD WS-QTD-ANON-ARQUIVO TO WS-QTD-REJCICLO-ANON.
023300 5500-ANONIMIZAR-REJCICLO-EXIT.
023310     EXIT.
023320
023330******************************************************************
023340* 5520-COPIAR-REJCICLO - LE UM REJEITADO DO REJCICLO, ANONIMIZA  *
023350*                    QUANDO FOR O CASO E GRAVA NA COPIA.         *
023360******************************************************************
023370 5520-COPIAR-REJCICLO.
023380     READ REJCICLO INTO REG-REJCLI
023390         AT END
023400             MOVE "S" TO WS-FIM-REJEITADOS
023410             GO TO 5520-COPIAR-REJCICLO-EXIT
023420     END-READ
023430     IF NOT REJCICLO-OK
023440         DISPLAY "ERRO AO LER REJCICLO - STATUS: "
023450            WS-REJCICLO-STATUS
023460         MOVE "S" TO WS-COPIA-SITUACAO
023470         MOVE "S" TO WS-FIM-REJEITADOS
023480         GO TO 5520-COPIAR-REJCICLO-EXIT
023490     END-IF
023500     PERFORM 5800-ANONIMIZAR-REJEITADO
023510         THRU 5800-ANONIMIZAR-REJEITADO-EXIT
023520     IF REJEITADO-ANONIMIZADO
023530         ADD 1 TO WS-QTD-ANON-ARQUIVO
023540         MOVE "S" TO WS-ALTERACAO-SITUACAO
023550     END-IF
023560     WRITE REG-LGPDTRAB FROM REG-REJCLI
023570     IF NOT LGPDTRAB-OK
023580         DISPLAY "ERRO AO GRAVAR LGPDTRAB - STATUS: "
023590             WS-LGPDTRAB-STATUS
023600         MOVE "S" TO WS-COPIA-SITUACAO
023610         MOVE "S" TO WS-FIM-REJEITADOS
023620     END-IF.
023630 5520-COPIAR-REJCICLO-EXIT.
023640     EXIT.
023650
023660******************************************************************
023670* 5540-DEVOLVER-REJCICLO - DEVOLVE UM REGISTRO DA COPIA AO       *
023680*                    REJCICLO.                                   *
023690******************************************************************
023700 5540-DEVOLVER-REJCICLO.
023710     READ LGPDTRAB
023720         AT END
023730             MOVE "S" TO WS-FIM-REJEITADOS
023740             GO TO 5540-DEVOLVER-REJCICLO-EXIT
023750     END-READ
023760     IF NOT LGPDTRAB-OK
023770         DISPLAY "ERRO AO LER LGPDTRAB - STATUS: "
023780             WS-LGPDTRAB-STATUS
023790         MOVE "S" TO WS-DEVOLUCAO-SITUACAO
023800         MOVE "S" TO WS-FIM-REJEITADOS
023810         GO TO 5540-DEVOLVER-REJCICLO-EXIT
023820     END-IF
023830     WRITE REG-REJCICLO FROM REG-LGPDTRAB
023840     IF NOT REJCICLO-OK
023850         DISPLAY "ERRO AO REGRAVAR REJCICLO - STATUS: "
023860             WS-REJCICLO-STATUS
023870         MOVE "S" TO WS-DEVOLUCAO-SITUACAO
023880         MOVE "S" TO WS-FIM-REJEITADOS
023890     END-IF.
023900 5540-DEVOLVER-REJCICLO-EXIT.
023910     EXIT.
023920
023930******************************************************************
023940* 5800-ANONIMIZAR-REJEITADO - QUANDO O CPF DO REJEITADO ESTA     *
023950*                    ANONIMIZADO NO CADASTRO (NESTA OU EM        *
023960*                    EXECUCAO ANTERIOR, JA NA CHAVE ANONIMA OU   *
023970*                    AINDA SOB O CPF), ARQUIVA A IMAGEM NO       *
023980*                    ARQUIVO MORTO A CIFRAR E ANONIMIZA NOME,    *
023990*                    ENDERECO E TELEFONE, TROCA O CPF PELA CHAVE *
024000*                    ANONIMA E GRAVA A SITUACAO INATIVA, PARA A  *
024010*                    RECICLAGEM NAO DEVOLVER DADOS AO CADASTRO.  *
024020******************************************************************
024030 5800-ANONIMIZAR-REJEITADO.
024040     MOVE "N" TO WS-REJEITADO-SITUACAO
024050     IF REJ-CPF IS NOT NUMERIC
024060         GO TO 5800-ANONIMIZAR-REJEITADO-EXIT
024070     END-IF
024080     MOVE REJ-NOME TO WS-NOME-TESTE
024090     IF NOME-JA-ANONIMIZADO
024100         GO TO 5800-ANONIMIZAR-REJEITADO-EXIT
024110     END-IF
024120
024130     MOVE REJ-CPF TO WS-CPF-TRABALHO
024140     PERFORM 2700-CALCULAR-HASH THRU 2700-CALCULAR-HASH-EXIT
024150     PERFORM 5850-LOCALIZAR-CLIENTE
024160         THRU 5850-LOCALIZAR-CLIENTE-EXIT
024170     IF NOT CHAVE-DO-CLIENTE
024180         GO TO 5800-ANONIMIZAR-REJEITADO-EXIT
024190     END-IF
024200
024210     MOVE REG-REJCLI TO WS-REGISTRO-ORIGINAL
024220     PERFORM 2800-ARQUIVAR-REGISTRO
024230         THRU 2800-ARQUIVAR-REGISTRO-EXIT
024240     IF NOT REGISTRO-ARQUIVADO
024250         ADD 1 TO WS-QTD-ERROS-REJEITADOS
024260         GO TO 5800-ANONIMIZAR-REJEITADO-EXIT
024270     END-IF
024280
024290     MOVE WS-HASH-CPF         TO WS-ANON-HASH
024300     MOVE WS-HASH-CONFERE     TO WS-ANON-CONFERE
024310     MOVE WS-NOME-ANONIMIZADO TO REJ-NOME
024320     MOVE WS-HASH-CPF         TO REJ-CPF
024330     MOVE SPACES TO REJ-LOGRADOURO
024340     MOVE SPACES TO REJ-CIDADE
024350     MOVE SPACES TO REJ-UF
024360     MOVE ZEROS  TO REJ-CEP
024370     MOVE SPACES TO REJ-TELEFONE
024380     MOVE "I"    TO REJ-STATUS
024390     MOVE "S"    TO WS-REJEITADO-SITUACAO
024400
024410     MOVE SPACES TO DET-ULTIMA-ATIVIDADE
024420     PERFORM 3100-IMPRIMIR-DETALHE
024430         THRU 3100-IMPRIMIR-DETALHE-EXIT.
024440 5800-ANONIMIZAR-REJEITADO-EXIT.
024450     EXIT.
024460
024470******************************************************************
024480* 5850-LOCALIZAR-CLIENTE - PROCURA NO CADASTRO O CLIENTE         *
024490*                    ANONIMIZADO DO CPF DO REJEITADO: PRIMEIRO   *
024500*                    SOB O PROPRIO CPF (CHAVE AINDA NAO          *
024510*                    TROCADA), DEPOIS NA CHAVE ANONIMA E NAS     *
024520*                    SEGUINTES, RECONHECENDO O CLIENTE PELA      *
024530*                    CONFERENCIA DO HASH NO NOME.                *
024540******************************************************************
024550 5850-LOCALIZAR-CLIENTE.
024560     MOVE SPACE   TO WS-CHAVE-SITUACAO
024570     MOVE REJ-CPF TO CPF-CADCLI
024580     READ CADCLI
024590         INVALID KEY
024600             GO TO 5850-LOCALIZAR-CLIENTE-CHAVE
024610     END-READ
024620     MOVE NOME-CLIENTE-CADCLI TO WS-NOME-TESTE
024630     IF NOME-JA-ANONIMIZADO
024640       AND WS-NOME-TESTE-CHAVE IS NUMERIC
024650       AND WS-NOME-TESTE-CONFERE = WS-HASH-CONFERE
024660         MOVE WS-NOME-TESTE-CHAVE TO WS-HASH-CPF
024670         MOVE "P" TO WS-CHAVE-SITUACAO
024680         GO TO 5850-LOCALIZAR-CLIENTE-EXIT
024690     END-IF.
024700 5850-LOCALIZAR-CLIENTE-CHAVE.
024710     MOVE ZEROS TO WS-QTD-TENTATIVAS
024720     PERFORM 4150-PROCURAR-CHAVE THRU 4150-PROCURAR-CHAVE-EXIT
024730         UNTIL NOT CHAVE-PROCURANDO.
024740 5850-LOCALIZAR-CLIENTE-EXIT.
024750     EXIT.
024760
024770******************************************************************
024780* 5900-DESCARTAR-COPIA - A COPIA DE TRABALHO NAO FICOU COMPLETA: *
024790*                    O ARQUIVO DE REJEITADOS NAO E REGRAVADO E   *
024800*                    CONTINUA COMO ESTAVA, AS ANONIMIZACOES DELE *
024810*                    CONTAM COMO NAO FEITAS E O CERTIFICADO      *
024820*                    AVISA QUE AS LINHAS DESSA ORIGEM NAO VALEM. *
024830******************************************************************
024840 5900-DESCARTAR-COPIA.
024850     DISPLAY WS-ORIGEM-ARQUIVO " NAO REGRAVADO - COPIA DE "
024860         "TRABALHO INCOMPLETA, ARQUIVO MANTIDO COMO ESTAVA"
024870     ADD WS-QTD-ANON-ARQUIVO TO WS-QTD-ERROS-REJEITADOS
024880     MOVE WS-ORIGEM-ARQUIVO TO AVISO-ORIGEM
024890     MOVE "NAO REGRAVADO - AS LINHAS DESSA ORIGEM ACIMA NAO VALEM"
024900         TO AVISO-TEXTO
024910     MOVE WS-LINHA-AVISO TO REG-LGPDCERT
024920     WRITE REG-LGPDCERT.
024930 5900-DESCARTAR-COPIA-EXIT.
024940     EXIT.
024950
024960******************************************************************
024970* 5950-PRESERVAR-COPIA - A DEVOLUCAO DA COPIA AO ARQUIVO DE      *
024980*                    REJEITADOS FALHOU NO MEIO: A COPIA COMPLETA *
024990*                    FICA NO LGPDTRAB (O REJCICLO NAO E TRATADO, *
025000*                    PARA NAO SOBREPOR A COPIA), A DATA NAO E    *
025010*                    ENCERRADA E O OPERADOR RESTAURA O ARQUIVO   *
025020*                    ANTES DE REEXECUTAR.                        *
025030******************************************************************
025040 5950-PRESERVAR-COPIA.
025050     MOVE "S" TO WS-DEVOLUCAO-SITUACAO
025060     DISPLAY WS-ORIGEM-ARQUIVO " REGRAVADO INCOMPLETO - COPIA "
025070         "COMPLETA PRESERVADA EM LGPDTRAB"
025080     DISPLAY "RESTAURAR " WS-ORIGEM-ARQUIVO " A PARTIR DO "
025090         "LGPDTRAB ANTES DE REEXECUTAR O PROGRAMA25"
025100     ADD WS-QTD-ANON-ARQUIVO TO WS-QTD-ERROS-REJEITADOS
025110     MOVE WS-ORIGEM-ARQUIVO TO AVISO-ORIGEM
025120     MOVE "INCOMPLETO - COPIA COMPLETA PRESERVADA EM LGPDTRAB"
025130         TO AVISO-TEXTO
025140     MOVE WS-LINHA-AVISO TO REG-LGPDCERT
025150     WRITE REG-LGPDCERT.
025160 5950-PRESERVAR-COPIA-EXIT.
025170     EXIT.
025180
025190******************************************************************
025200* 8000-CIFRAR-ARQUIVO-MORTO - CIFRA O LGPDPEND (REGISTROS DESTA  *
025210*                    EXECUCAO E OS DEIXADOS POR UMA CIFRA QUE    *
025220*                    FALHOU) EM AES-256-CBC PELO OPENSSL, NUM    *
025230*                    ARQUIVO MORTO NOVO POR EXECUCAO. A SENHA    *
025240*                    VAI NA VARIAVEL DE AMBIENTE LGPDCHAVE,      *
025250*                    APAGADA LOGO APOS A CHAMADA, E NAO NA LINHA *
025260*                    DE COMANDO. CIFRADO, O LGPDPEND E           *
025270*                    ESVAZIADO; COM RETORNO DIFERENTE DE ZERO    *
025280*                    FICA COMO ESTA E A DATA NAO E ENCERRADA.    *
025290******************************************************************
025300 8000-CIFRAR-ARQUIVO-MORTO.
025310     ADD WS-QTD-ARQUIVADOS TO WS-QTD-PENDENTES
025320     IF WS-QTD-PENDENTES = ZEROS
025330         GO TO 8000-CIFRAR-ARQUIVO-MORTO-EXIT
025340     END-IF
025350
025360     MOVE 32 TO WS-TAM-CHAVE
025370     PERFORM 8020-MEDIR-CHAVE THRU 8020-MEDIR-CHAVE-EXIT
025380         UNTIL WS-CHAVE-BYTE(WS-TAM-CHAVE) NOT = SPACE
025390     MOVE CTRL-DATA-MOVIMENTO TO WS-ARQC-DATA
025400     ACCEPT WS-HORA-ATUAL FROM TIME
025410     MOVE WS-HORA-HHMMSS TO WS-ARQC-HORA
025420
025430     MOVE SPACES TO WS-COMANDO
025440     STRING "openssl enc -aes-256-cbc -pbkdf2 -salt -pass env:"
025450         WS-VARIAVEL-CHAVE " -in LGPDPEND -out "
025460         WS-ARQUIVO-CIFRADO
025470         DELIMITED BY SIZE INTO WS-COMANDO
025480     DISPLAY WS-VARIAVEL-CHAVE UPON ENVIRONMENT-NAME
025490     DISPLAY WS-CHAVE-CIFRA(1:WS-TAM-CHAVE) UPON ENVIRONMENT-VALUE
025500     CALL "SYSTEM" USING WS-COMANDO
025510     MOVE RETURN-CODE TO WS-RETORNO
025520     MOVE ZEROS TO RETURN-CODE
025530     DISPLAY WS-VARIAVEL-CHAVE UPON ENVIRONMENT-NAME
025540     DISPLAY WS-VALOR-VAZIO UPON ENVIRONMENT-VALUE
025550
025560     IF WS-RETORNO NOT = ZEROS
025570         DISPLAY "ERRO NA CIFRA DO ARQUIVO MORTO - RETORNO "
025580             WS-RETORNO " - " WS-QTD-PENDENTES
025590             " REGISTROS MANTIDOS NO LGPDPEND"
025600         MOVE "S" TO WS-CIFRA-SITUACAO
025610         GO TO 8000-CIFRAR-ARQUIVO-MORTO-EXIT
025620     END-IF
025630     DISPLAY "ARQUIVO MORTO " WS-ARQUIVO-CIFRADO " - "
025640         WS-QTD-PENDENTES " REGISTROS CIFRADOS"
025650
025660     OPEN OUTPUT LGPDPEND
025670     IF NOT LGPDPEND-OK
025680         DISPLAY "ERRO AO ESVAZIAR LGPDPEND - STATUS: "
025690             WS-LGPDPEND-STATUS " - REGISTROS JA CIFRADOS EM "
025700             WS-ARQUIVO-CIFRADO
025710         MOVE "S" TO WS-CIFRA-SITUACAO
025720         GO TO 8000-CIFRAR-ARQUIVO-MORTO-EXIT
025730     END-IF
025740     CLOSE LGPDPEND.
025750 8000-CIFRAR-ARQUIVO-MORTO-EXIT.
025760     EXIT.
025770******************************************************************
025780* 8020-MEDIR-CHAVE - RECUA UMA POSICAO NA CHAVE DO PARMLGPD,     *
025790*                    DESCARTANDO OS BRANCOS FINAIS DA SENHA.     *
025800******************************************************************
025810 8020-MEDIR-CHAVE.
025820     SUBTRACT 1 FROM WS-TAM-CHAVE.
025830 8020-MEDIR-CHAVE-EXIT.
025840     EXIT.
025850
025860******************************************************************
025870* 9000-FINALIZAR - CIFRA O ARQUIVO MORTO, EMITE OS TOTAIS DE     *
025880*                  CONTROLE DO CERTIFICADO, COM A CONFERENCIA    *
025890*                  DOS INATIVOS LIDOS CONTRA OS DESTINOS DADOS A *
025900*                  CADA UM, FECHA OS ARQUIVOS E REGISTRA O       *
025910*                  ENCERRAMENTO DA DATA, SALVO QUANDO UM ARQUIVO *
025920*                  DE REJEITADOS FICOU A RESTAURAR DO LGPDTRAB   *
025930*                  OU O ARQUIVO MORTO NAO FOI CIFRADO.           *
025940******************************************************************
025950 9000-FINALIZAR.
025960     IF NOT INICIO-OK
025970         GO TO 9000-FINALIZAR-EXIT
025980     END-IF
025990
026000     CLOSE LGPDPEND
026010     PERFORM 8000-CIFRAR-ARQUIVO-MORTO
026020         THRU 8000-CIFRAR-ARQUIVO-MORTO-EXIT
026030
026040     MOVE SPACES TO REG-LGPDCERT
026050     WRITE REG-LGPDCERT
026060     MOVE "TOTAIS DE CONTROLE" TO REG-LGPDCERT
026070     WRITE REG-LGPDCERT
026080
026090     MOVE "CLIENTES LIDOS NO CADASTRO:" TO WS-LINHA-TOTAL
026100     MOVE WS-QTD-LIDOS TO TOT-QUANTIDADE
026110     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026120     WRITE REG-LGPDCERT
026130
026140     MOVE "CLIENTES INATIVOS:" TO WS-LINHA-TOTAL
026150     MOVE WS-QTD-INATIVOS TO TOT-QUANTIDADE
026160     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026170     WRITE REG-LGPDCERT
026180
026190     MOVE "JA ANONIMIZADOS ANTES:" TO WS-LINHA-TOTAL
026200     MOVE WS-QTD-JA-ANONIMIZADOS TO TOT-QUANTIDADE
026210     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026220     WRITE REG-LGPDCERT
026230
026240     MOVE "RETIDOS CONTRATO ATIVO:" TO WS-LINHA-TOTAL
026250     MOVE WS-QTD-RETIDO-CONTRATO TO TOT-QUANTIDADE
026260     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026270     WRITE REG-LGPDCERT
026280
026290     MOVE "RETIDOS PARCELA EM ABERTO:" TO WS-LINHA-TOTAL
026300     MOVE WS-QTD-RETIDO-PARCELA TO TOT-QUANTIDADE
026310     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026320     WRITE REG-LGPDCERT
026330
026340     MOVE "RETIDOS SALDO NAO ZERADO:" TO WS-LINHA-TOTAL
026350     MOVE WS-QTD-RETIDO-SALDO TO TOT-QUANTIDADE
026360     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026370     WRITE REG-LGPDCERT
026380
026390     MOVE "RETIDOS SEM DATA DE ATIVIDADE:" TO WS-LINHA-TOTAL
026400     MOVE WS-QTD-RETIDO-SEM-DATA TO TOT-QUANTIDADE
026410     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026420     WRITE REG-LGPDCERT
026430
026440     MOVE "RETIDOS PRAZO NAO VENCIDO:" TO WS-LINHA-TOTAL
026450     MOVE WS-QTD-RETIDO-PRAZO TO TOT-QUANTIDADE
026460     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026470     WRITE REG-LGPDCERT
026480
026490     MOVE "NAO ANONIMIZADOS POR ERRO:" TO WS-LINHA-TOTAL
026500     MOVE WS-QTD-ERROS TO TOT-QUANTIDADE
026510     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026520     WRITE REG-LGPDCERT
026530
026540     MOVE "CLIENTES ANONIMIZADOS:" TO WS-LINHA-TOTAL
026550     MOVE WS-QTD-ANONIMIZADOS TO TOT-QUANTIDADE
026560     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026570     WRITE REG-LGPDCERT
026580
026590     MOVE "CHAVES CPF TROCADAS:" TO WS-LINHA-TOTAL
026600     MOVE WS-QTD-CHAVES-TROCADAS TO TOT-QUANTIDADE
026610     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026620     WRITE REG-LGPDCERT
026630
026640     MOVE "CHAVES CPF NAO TROCADAS:" TO WS-LINHA-TOTAL
026650     MOVE WS-QTD-ERROS-CHAVE TO TOT-QUANTIDADE
026660     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026670     WRITE REG-LGPDCERT
026680
026690     MOVE "REJCLI ANONIMIZADOS:" TO WS-LINHA-TOTAL
026700     MOVE WS-QTD-REJCLI-ANON TO TOT-QUANTIDADE
026710     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026720     WRITE REG-LGPDCERT
026730
026740     MOVE "REJCICLO ANONIMIZADOS:" TO WS-LINHA-TOTAL
026750     MOVE WS-QTD-REJCICLO-ANON TO TOT-QUANTIDADE
026760     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026770     WRITE REG-LGPDCERT
026780
026790     MOVE "REJEITADOS NAO ANONIMIZADOS:" TO WS-LINHA-TOTAL
026800     MOVE WS-QTD-ERROS-REJEITADOS TO TOT-QUANTIDADE
026810     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026820     WRITE REG-LGPDCERT
026830
026840     MOVE "REGISTROS ARQUIVADOS:" TO WS-LINHA-TOTAL
026850     MOVE WS-QTD-ARQUIVADOS TO TOT-QUANTIDADE
026860     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026870     WRITE REG-LGPDCERT
026880
026890     MOVE "REGISTROS CIFRADOS (AES-256):" TO WS-LINHA-TOTAL
026900     IF ARQUIVO-MORTO-PENDENTE
026910         MOVE ZEROS TO TOT-QUANTIDADE
026920     ELSE
026930         MOVE WS-QTD-PENDENTES TO TOT-QUANTIDADE
026940     END-IF
026950     MOVE WS-LINHA-TOTAL TO REG-LGPDCERT
026960     WRITE REG-LGPDCERT
026970     IF ARQUIVO-MORTO-PENDENTE
026980         MOVE "LGPDPEND" TO AVISO-ORIGEM
026990         MOVE "NAO CIFRADO - DATA NAO ENCERRADA, REEXECUTAR"
027000             TO AVISO-TEXTO
027010         MOVE WS-LINHA-AVISO TO REG-LGPDCERT
027020         WRITE REG-LGPDCERT
027030     END-IF
027040     IF NOT ARQUIVO-MORTO-PENDENTE
027050       AND WS-QTD-PENDENTES > ZEROS
027060         MOVE SPACES TO REG-LGPDCERT
027070         STRING "ARQUIVO MORTO: " WS-ARQUIVO-CIFRADO
027080             DELIMITED BY SIZE INTO REG-LGPDCERT
027090         WRITE REG-LGPDCERT
027100     END-IF
027110
027120     COMPUTE WS-QTD-CONFERENCIA =
027130         WS-QTD-JA-ANONIMIZADOS + WS-QTD-RETIDO-CONTRATO
027140         + WS-QTD-RETIDO-PARCELA + WS-QTD-RETIDO-SALDO
027150         + WS-QTD-RETIDO-SEM-DATA + WS-QTD-RETIDO-PRAZO
027160         + WS-QTD-ANONIMIZADOS + WS-QTD-ERROS
027170     MOVE SPACES TO REG-LGPDCERT
027180     WRITE REG-LGPDCERT
027190     IF WS-QTD-CONFERENCIA = WS-QTD-INATIVOS
027200         MOVE "CONFERENCIA DOS INATIVOS: OK" TO REG-LGPDCERT
027210     ELSE
027220         MOVE "CONFERENCIA DOS INATIVOS: DIVERGENTE"
027230             TO REG-LGPDCERT
027240     END-IF
027250     WRITE REG-LGPDCERT
027260
027270     MOVE SPACES TO REG-LGPDCERT
027280     WRITE REG-LGPDCERT
027290     MOVE "ENCARREGADO DE DADOS (DPO): ______________________"
027300         TO REG-LGPDCERT
027310     WRITE REG-LGPDCERT
027320
027330     CLOSE CADCLI
027340     CLOSE FINANC
027350     CLOSE PARCFIN
027360     CLOSE SLDCLI
027370     CLOSE PRODCLI
027380     CLOSE HISMOV
027390     CLOSE HISCOB
027400     CLOSE HISPDD
027410     CLOSE IOFEXT
027420     CLOSE CTLREM
027430     CLOSE LGPDCERT
027440
027450     DISPLAY "EXPURGO LGPD - INATIVOS: " WS-QTD-INATIVOS
027460         " ANONIMIZADOS: " WS-QTD-ANONIMIZADOS
027470         " ERROS: " WS-QTD-ERROS
027480         " REJEITADOS ANONIMIZADOS: "
027490         WS-QTD-REJCLI-ANON " " WS-QTD-REJCICLO-ANON
027500
027510     IF DEVOLUCAO-INCOMPLETA
027520         DISPLAY "DATA " CTRL-DATA-MOVIMENTO " NAO ENCERRADA - "
027530             "REJEITADOS A RESTAURAR DO LGPDTRAB"
027540         GO TO 9000-FINALIZAR-EXIT
027550     END-IF
027560     IF ARQUIVO-MORTO-PENDENTE
027570         DISPLAY "DATA " CTRL-DATA-MOVIMENTO " NAO ENCERRADA - "
027580             "ARQUIVO MORTO PENDENTE DE CIFRA NO LGPDPEND"
027590         GO TO 9000-FINALIZAR-EXIT
027600     END-IF
027610     IF CTRL-DATA-OK
027620         MOVE "R" TO CTRL-FUNCAO
027630         CALL "datactl" USING CTRLDATA-AREA
027640     END-IF.
027650 9000-FINALIZAR-EXIT.
027660     EXIT.
027670
027680 END PROGRAM programa25.

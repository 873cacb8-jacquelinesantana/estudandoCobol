000010******************************************************************
000020* PROGRAM-ID : PROGRAMA24
000030* AUTHOR     : JACQUELINE HERNANDES
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE    : CONDUTOR DA JANELA NOTURNA DO LOTE: LE A DEFINICAO
000070*              DO FLUXO (JOBDEF - UM PASSO POR LINHA COM NUMERO,
000080*              PROGRAMA, ACAO NA FALHA, ATE 5 PASSOS PREDECESSORES
000090*              E LINHA DE COMANDO), EXECUTA OS PASSOS NA ORDEM DO
000100*              ARQUIVO E REGISTRA INICIO, FIM E SITUACAO DE CADA
000110*              UM NO JOBLOG. UM PASSO SO E DADO COMO CONCLUIDO
000120*              QUANDO O PROGRAMA REGISTROU O ENCERRAMENTO DA DATA
000130*              NO EXECLOG (FUNCAO R DO DATACTL); NA REEXECUCAO
000140*              APOS UMA FALHA OS PASSOS JA ENCERRADOS NA DATA SAO
000150*              PULADOS E O FLUXO RECOMECA NO PASSO QUE FALHOU.
000160*              A FALHA DE UM PASSO COM ACAO P INTERROMPE O FLUXO;
000170*              COM ACAO R E APENAS REPORTADA. O ULTIMO PASSO DA
000180*              DEFINICAO E A VIRADA (PROGRAMA15), ENTREGUE SO
000190*              QUANDO TODOS OS PASSOS COM ACAO P CONCLUIRAM. AO
000200*              FINAL EMITE O RESUMO DA RODADA COM O TEMPO
000210*              DECORRIDO DE CADA PASSO (RELJOB).
000220*              LAYOUT DO JOBDEF (LINHAS COM "*" NA COLUNA 1 SAO
000230*              COMENTARIOS):
000240*                PASSO(3) PROGRAMA(10) ACAO(1) PRED(3) X 5
000250*                COMANDO(60), SEPARADOS POR UM BRANCO.
000260* TECTONICS  : cobc
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* 2026-10-15 JH    PROGRAMA CRIADO - OS PROGRAMAS DA JANELA
000310*                  NOTURNA ERAM DISPARADOS A MAO PELO OPERADOR E
000320*                  SO A VIRADA (PROGRAMA15) DESCOBRIA NO FIM QUE
000330*                  ALGUM NAO TINHA RODADO.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. programa24.
000370 AUTHOR. JACQUELINE HERNANDES.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT JOBDEF ASSIGN TO "JOBDEF"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JOBDEF-STATUS.
000470
000480     SELECT EXECLOG ASSIGN TO "EXECLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-EXECLOG-STATUS.
000510
000520     SELECT JOBLOG ASSIGN TO "JOBLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-JOBLOG-STATUS.
000550
000560     SELECT RELJOB ASSIGN TO "RELJOB"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RELJOB-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------------*
000630*    JOBDEF - DEFINICAO DO FLUXO DA JANELA NOTURNA               *
000640*----------------------------------------------------------------*
000650 FD  JOBDEF
000660     LABEL RECORDS ARE STANDARD.
000670 01  REG-JOBDEF.
000680     05  JOBD-PASSO             PIC 9(03).
000690     05  FILLER                 PIC X(01).
000700     05  JOBD-PROGRAMA          PIC X(10).
000710     05  FILLER                 PIC X(01).
000720     05  JOBD-ACAO-FALHA        PIC X(01).
000730         88  JOBD-ACAO-VALIDA             VALUE "P" "R".
000740     05  JOBD-PREDECESSORES     OCCURS 5 TIMES.
000750         10  FILLER             PIC X(01).
000760         10  JOBD-PREDECESSOR   PIC 9(03).
000770     05  FILLER                 PIC X(01).
000780     05  JOBD-COMANDO           PIC X(60).
000790 01  REG-JOBDEF-COMENTARIO REDEFINES REG-JOBDEF.
000800     05  JOBD-MARCA-COMENTARIO  PIC X(01).
000810         88  JOBD-COMENTARIO              VALUE "*".
000820     05  FILLER                 PIC X(96).
000830
000840*----------------------------------------------------------------*
000850*    EXECLOG - ENCERRAMENTOS REGISTRADOS (PROGRAMA + DATA)       *
000860*----------------------------------------------------------------*
000870 FD  EXECLOG
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-EXECLOG.
000900     05  EXEC-PROGRAMA          PIC X(10).
000910     05  FILLER                 PIC X(01).
000920     05  EXEC-DATA              PIC 9(08).
000930
000940*----------------------------------------------------------------*
000950*    JOBLOG - REGISTRO DE INICIO, FIM E SITUACAO DE CADA PASSO   *
000960*----------------------------------------------------------------*
000970 FD  JOBLOG
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-JOBLOG.
001000     05  JLOG-DATA-MOVIMENTO    PIC 9(08).
001010     05  FILLER                 PIC X(01).
001020     05  JLOG-PASSO             PIC 9(03).
001030     05  FILLER                 PIC X(01).
001040     05  JLOG-PROGRAMA          PIC X(10).
001050     05  FILLER                 PIC X(01).
001060     05  JLOG-EVENTO            PIC X(06).
001070     05  FILLER                 PIC X(01).
001080     05  JLOG-HORA              PIC 9(08).
001090     05  FILLER                 PIC X(01).
001100     05  JLOG-SITUACAO          PIC X(20).
001110     05  FILLER                 PIC X(01).
001120     05  JLOG-RETORNO           PIC -(04)9.
001130
001140*----------------------------------------------------------------*
001150*    RELJOB - RESUMO DA RODADA DA JANELA NOTURNA                 *
001160*----------------------------------------------------------------*
001170 FD  RELJOB
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-RELJOB                 PIC X(110).
001200
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------*
001230*    CHAVES, SWITCHES E CONTADORES                               *
001240*----------------------------------------------------------------*
001250 01  WS-JOBDEF-STATUS           PIC X(02) VALUE SPACES.
001260     88  JOBDEF-OK                        VALUE "00".
001270
001280 01  WS-EXECLOG-STATUS          PIC X(02) VALUE SPACES.
001290     88  EXECLOG-OK                       VALUE "00".
001300
001310 01  WS-JOBLOG-STATUS           PIC X(02) VALUE SPACES.
001320     88  JOBLOG-OK                        VALUE "00".
001330     88  JOBLOG-NAO-EXISTE                VALUE "35".
001340
001350 01  WS-RELJOB-STATUS           PIC X(02) VALUE SPACES.
001360     88  RELJOB-OK                        VALUE "00".
001370
001380 01  WS-FIM-JOBDEF              PIC X(01) VALUE "N".
001390     88  FIM-DO-JOBDEF                    VALUE "S".
001400
001410 01  WS-FIM-EXECLOG             PIC X(01) VALUE "N".
001420     88  FIM-DO-EXECLOG                   VALUE "S".
001430
001440 01  WS-DEFINICAO-SITUACAO      PIC X(01) VALUE "S".
001450     88  DEFINICAO-VALIDA                 VALUE "S".
001460     88  DEFINICAO-INVALIDA               VALUE "N".
001470
001480 01  WS-FLUXO-SITUACAO          PIC X(01) VALUE "N".
001490     88  FLUXO-INTERROMPIDO               VALUE "S".
001500
001510 01  WS-ENCERRAMENTO-SITUACAO   PIC X(01) VALUE "N".
001520     88  PASSO-ENCERRADO-NA-DATA          VALUE "S".
001530
001540 01  WS-PREDECESSOR-SITUACAO    PIC X(01) VALUE "S".
001550     88  PREDECESSORES-CONCLUIDOS         VALUE "S".
001560
001570 01  WS-VIRADA-SITUACAO         PIC X(01) VALUE "N".
001580     88  VIRADA-EFETUADA                  VALUE "S".
001590
001600 01  WS-INICIO-SITUACAO         PIC X(01) VALUE "N".
001610     88  INICIO-OK                        VALUE "S".
001620
001630*----------------------------------------------------------------*
001640*    PASSOS DO FLUXO CARREGADOS DO JOBDEF                        *
001650*----------------------------------------------------------------*
001660 01  WS-TABELA-PASSOS.
001670     05  WS-PASSO               OCCURS 40 TIMES.
001680         10  WS-PASSO-NUMERO    PIC 9(03).
001690         10  WS-PASSO-PROGRAMA  PIC X(10).
001700         10  WS-PASSO-ACAO      PIC X(01).
001710             88  PASSO-INTERROMPE-NA-FALHA    VALUE "P".
001720         10  WS-PASSO-PREDECESSOR PIC 9(03) OCCURS 5 TIMES.
001730         10  WS-PASSO-COMANDO   PIC X(60).
001740         10  WS-PASSO-SITUACAO  PIC X(01).
001750             88  PASSO-PENDENTE               VALUE "P".
001760             88  PASSO-JA-ENCERRADO           VALUE "J".
001770             88  PASSO-EXECUTADO              VALUE "O".
001780             88  PASSO-FALHOU                 VALUE "F".
001790             88  PASSO-BLOQUEADO              VALUE "B".
001800             88  PASSO-NAO-EXECUTADO          VALUE "N".
001810             88  PASSO-CONCLUIDO              VALUE "J" "O".
001820         10  WS-PASSO-HORA-INICIO PIC 9(08).
001830         10  WS-PASSO-HORA-FIM  PIC 9(08).
001840         10  WS-PASSO-SEGUNDOS  PIC 9(05) COMP.
001850         10  WS-PASSO-RETORNO   PIC S9(04) COMP.
001860
001870 77  WS-QTD-PASSOS              PIC 9(03) COMP VALUE ZEROS.
001880 77  WS-LIMITE-PASSOS           PIC 9(03) COMP VALUE 40.
001890 77  WS-IDX-PASSO               PIC 9(03) COMP VALUE ZEROS.
001900 77  WS-IDX-BUSCA               PIC 9(03) COMP VALUE ZEROS.
001910 77  WS-IDX-PRED                PIC 9(03) COMP VALUE ZEROS.
001920 77  WS-IDX-ACHADO              PIC 9(03) COMP VALUE ZEROS.
001930 77  WS-QTD-LINHAS-JOBDEF       PIC 9(05) COMP VALUE ZEROS.
001940 01  WS-PASSO-PROCURADO         PIC 9(03) VALUE ZEROS.
001950 01  WS-ULTIMO-PASSO            PIC 9(03) VALUE ZEROS.
001960
001970*----------------------------------------------------------------*
001980*    EXECUCAO DOS PASSOS E TEMPO DECORRIDO                       *
001990*----------------------------------------------------------------*
002000 01  WS-COMANDO                 PIC X(60) VALUE SPACES.
002010 77  WS-RETORNO                 PIC S9(09) COMP VALUE ZEROS.
002020 01  WS-DATA-RODADA             PIC 9(08) VALUE ZEROS.
002030
002040 01  WS-HORA-ATUAL.
002050     05  WS-HORA-HH             PIC 9(02).
002060     05  WS-HORA-MM             PIC 9(02).
002070     05  WS-HORA-SS             PIC 9(02).
002080     05  WS-HORA-CC             PIC 9(02).
002090 01  WS-HORA-ATUAL-NUM REDEFINES WS-HORA-ATUAL PIC 9(08).
002100
002110 77  WS-SEGUNDOS-INICIO         PIC 9(05) COMP VALUE ZEROS.
002120 77  WS-SEGUNDOS-FIM            PIC 9(05) COMP VALUE ZEROS.
002130 77  WS-SEGUNDOS-RESTO          PIC 9(05) COMP VALUE ZEROS.
002140 77  WS-SEGUNDOS-TOTAL          PIC 9(07) COMP VALUE ZEROS.
002150
002160 01  WS-TEMPO-EDITADO.
002170     05  WS-TEMPO-HH            PIC 9(02).
002180     05  FILLER                 PIC X(01) VALUE ":".
002190     05  WS-TEMPO-MM            PIC 9(02).
002200     05  FILLER                 PIC X(01) VALUE ":".
002210     05  WS-TEMPO-SS            PIC 9(02).
002220
002230 01  WS-SITUACAO-DESCRICAO      PIC X(20) VALUE SPACES.
002240 01  WS-EVENTO-JOBLOG           PIC X(06) VALUE SPACES.
002250
002260*----------------------------------------------------------------*
002270*    TOTAIS DE CONTROLE                                          *
002280*----------------------------------------------------------------*
002290 77  WS-QTD-EXECUTADOS          PIC 9(03) COMP VALUE ZEROS.
002300 77  WS-QTD-JA-ENCERRADOS       PIC 9(03) COMP VALUE ZEROS.
002310 77  WS-QTD-FALHOS              PIC 9(03) COMP VALUE ZEROS.
002320 77  WS-QTD-BLOQUEADOS          PIC 9(03) COMP VALUE ZEROS.
002330 77  WS-QTD-NAO-EXECUTADOS      PIC 9(03) COMP VALUE ZEROS.
002340
002350 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
002360 77  WS-LINHA-ATUAL             PIC 9(03) COMP VALUE ZEROS.
002370 77  WS-MAX-LINHAS              PIC 9(03) COMP VALUE 20.
002380
002390     COPY DATACTL.
002400
002410 01  WS-DATA-EXECUCAO.
002420     05  WS-DATA-EXEC-DD        PIC 9(02).
002430     05  FILLER                 PIC X(01) VALUE "/".
002440     05  WS-DATA-EXEC-MM        PIC 9(02).
002450     05  FILLER                 PIC X(01) VALUE "/".
002460     05  WS-DATA-EXEC-AAAA      PIC 9(04).
002470
002480*----------------------------------------------------------------*
002490*    LINHAS DO RELATORIO                                         *
002500*----------------------------------------------------------------*
002510 01  WS-CABECALHO-1.
002520     05  FILLER                 PIC X(20) VALUE SPACES.
002530     05  FILLER                 PIC X(34)
002540         VALUE "RESUMO DA JANELA NOTURNA DO LOTE".
002550     05  FILLER                 PIC X(10) VALUE SPACES.
002560     05  FILLER                 PIC X(08) VALUE "PAGINA: ".
002570     05  CAB1-PAGINA            PIC ZZZ9.
002580
002590 01  WS-CABECALHO-2.
002600     05  FILLER                 PIC X(20) VALUE SPACES.
002610     05  FILLER                 PIC X(16)
002620         VALUE "DATA MOVIMENTO: ".
002630     05  CAB2-DATA              PIC X(10).
002640
002650 01  WS-CABECALHO-3.
002660     05  FILLER                 PIC X(07) VALUE "PASSO".
002670     05  FILLER                 PIC X(12) VALUE "PROGRAMA".
002680     05  FILLER                 PIC X(12) VALUE "NA FALHA".
002690     05  FILLER                 PIC X(22) VALUE "SITUACAO".
002700     05  FILLER                 PIC X(10) VALUE "INICIO".
002710     05  FILLER                 PIC X(10) VALUE "FIM".
002720     05  FILLER                 PIC X(11) VALUE "DECORRIDO".
002730     05  FILLER                 PIC X(07) VALUE "RETORNO".
002740
002750 01  WS-LINHA-DETALHE.
002760     05  DET-PASSO              PIC ZZ9.
002770     05  FILLER                 PIC X(04) VALUE SPACES.
002780     05  DET-PROGRAMA           PIC X(10).
002790     05  FILLER                 PIC X(02) VALUE SPACES.
002800     05  DET-ACAO               PIC X(10).
002810     05  FILLER                 PIC X(02) VALUE SPACES.
002820     05  DET-SITUACAO           PIC X(20).
002830     05  FILLER                 PIC X(02) VALUE SPACES.
002840     05  DET-INICIO             PIC X(08).
002850     05  FILLER                 PIC X(02) VALUE SPACES.
002860     05  DET-FIM                PIC X(08).
002870     05  FILLER                 PIC X(02) VALUE SPACES.
002880     05  DET-DECORRIDO          PIC X(08).
002890     05  FILLER                 PIC X(03) VALUE SPACES.
002900     05  DET-RETORNO            PIC -(04)9.
002910
002920 01  WS-LINHA-TOTAL.
002930     05  FILLER                 PIC X(30).
002940     05  TOT-QUANTIDADE         PIC Z,ZZZ,ZZ9.
002950
002960 PROCEDURE DIVISION.
002970******************************************************************
002980* 0000-MAINLINE - CARREGA A DEFINICAO DO FLUXO, EXECUTA OS       *
002990*                 PASSOS NA ORDEM E EMITE O RESUMO DA RODADA.    *
003000******************************************************************
003010 0000-MAINLINE.
003020     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
003030     IF INICIO-OK
003040         PERFORM 2000-EXECUTAR-PASSO
003050             THRU 2000-EXECUTAR-PASSO-EXIT
003060             VARYING WS-IDX-PASSO FROM 1 BY 1
003070             UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
003080     END-IF
003090     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
003100     STOP RUN.
003110
003120******************************************************************
003130* 1000-INICIALIZAR - CONSULTA A DATA DO MOVIMENTO, CARREGA E     *
003140*                    VALIDA A DEFINICAO DO FLUXO E ABRE O JOBLOG *
003150*                    (CRIADO QUANDO AINDA NAO EXISTE) E O        *
003160*                    RELATORIO. DEFINICAO INVALIDA RECUSA A      *
003170*                    RODADA INTEIRA, ANTES DE QUALQUER PASSO.    *
003180******************************************************************
003190 1000-INICIALIZAR.
003200     PERFORM 1050-OBTER-DATA-MOVIMENTO
003210         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
003220     IF CTRL-ERRO-CONTROLE
003230         GO TO 1000-INICIALIZAR-EXIT
003240     END-IF
003250     MOVE CTRL-DATA-MOVIMENTO TO WS-DATA-RODADA
003260     MOVE CTRL-DATA-MOV-DD    TO WS-DATA-EXEC-DD
003270     MOVE CTRL-DATA-MOV-MM    TO WS-DATA-EXEC-MM
003280     MOVE CTRL-DATA-MOV-AAAA  TO WS-DATA-EXEC-AAAA
003290
003300     PERFORM 1100-CARREGAR-DEFINICAO
003310         THRU 1100-CARREGAR-DEFINICAO-EXIT
003320     IF DEFINICAO-INVALIDA
003330         DISPLAY "DEFINICAO DO FLUXO INVALIDA - RODADA RECUSADA"
003340         GO TO 1000-INICIALIZAR-EXIT
003350     END-IF
003360
003370     OPEN EXTEND JOBLOG
003380     IF JOBLOG-NAO-EXISTE
003390         OPEN OUTPUT JOBLOG
003400     END-IF
003410     IF NOT JOBLOG-OK
003420         DISPLAY "ERRO AO ABRIR JOBLOG - STATUS: "
003430             WS-JOBLOG-STATUS
003440         GO TO 1000-INICIALIZAR-EXIT
003450     END-IF
003460
003470     OPEN OUTPUT RELJOB
003480     IF NOT RELJOB-OK
003490         DISPLAY "ERRO AO ABRIR RELJOB - STATUS: "
003500             WS-RELJOB-STATUS
003510         CLOSE JOBLOG
003520         GO TO 1000-INICIALIZAR-EXIT
003530     END-IF
003540
003550     MOVE "S" TO WS-INICIO-SITUACAO
003560     DISPLAY "JANELA NOTURNA DA DATA " WS-DATA-RODADA
003570         " - PASSOS DEFINIDOS: " WS-QTD-PASSOS.
003580 1000-INICIALIZAR-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620* 1050-OBTER-DATA-MOVIMENTO - CONSULTA NO CONTROLE DE DATAS      *
003630*                    (DATACTL) A DATA OFICIAL DO MOVIMENTO. O    *
003640*                    CONDUTOR NAO REGISTRA ENCERRAMENTO: QUEM    *
003650*                    ENCERRA A DATA SAO OS PROPRIOS PASSOS.      *
003660******************************************************************
003670 1050-OBTER-DATA-MOVIMENTO.
003680     MOVE "C"          TO CTRL-FUNCAO
003690     MOVE "PROGRAMA24" TO CTRL-PROGRAMA
003700     CALL "datactl" USING CTRLDATA-AREA
003710     IF CTRL-ERRO-CONTROLE
003720         DISPLAY "CONTROLE DE DATA DE MOVIMENTO INDISPONIVEL - "
003730             "EXECUCAO RECUSADA"
003740     END-IF.
003750 1050-OBTER-DATA-MOVIMENTO-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 1100-CARREGAR-DEFINICAO - CARREGA OS PASSOS DO JOBDEF NA       *
003800*                    TABELA INTERNA, VALIDANDO CADA LINHA, E     *
003810*                    EXIGE QUE O ULTIMO PASSO SEJA A VIRADA      *
003820*                    (PROGRAMA15).                               *
003830******************************************************************
003840 1100-CARREGAR-DEFINICAO.
003850     OPEN INPUT JOBDEF
003860     IF NOT JOBDEF-OK
003870         DISPLAY "ERRO AO ABRIR JOBDEF - STATUS: "
003880             WS-JOBDEF-STATUS
003890         MOVE "N" TO WS-DEFINICAO-SITUACAO
003900         GO TO 1100-CARREGAR-DEFINICAO-EXIT
003910     END-IF
003920
003930     PERFORM 1120-LER-DEFINICAO THRU 1120-LER-DEFINICAO-EXIT
003940         UNTIL FIM-DO-JOBDEF
003950     CLOSE JOBDEF
003960     IF DEFINICAO-INVALIDA
003970         GO TO 1100-CARREGAR-DEFINICAO-EXIT
003980     END-IF
003990
004000     IF WS-QTD-PASSOS = ZEROS
004010         DISPLAY "JOBDEF SEM PASSOS"
004020         MOVE "N" TO WS-DEFINICAO-SITUACAO
004030         GO TO 1100-CARREGAR-DEFINICAO-EXIT
004040     END-IF
004050     IF WS-PASSO-PROGRAMA(WS-QTD-PASSOS) NOT = "PROGRAMA15"
004060         DISPLAY "O ULTIMO PASSO DO JOBDEF DEVE SER A VIRADA "
004070             "(PROGRAMA15)"
004080         MOVE "N" TO WS-DEFINICAO-SITUACAO
004090     END-IF.
004100 1100-CARREGAR-DEFINICAO-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 1120-LER-DEFINICAO - LE UMA LINHA DO JOBDEF E, QUANDO NAO FOR  *
004150*                    COMENTARIO NEM BRANCO, VALIDA NUMERO (EM    *
004160*                    ORDEM CRESCENTE), PROGRAMA, ACAO NA FALHA,  *
004170*                    PREDECESSORES (PASSOS JA DEFINIDOS ACIMA) E *
004180*                    COMANDO, E GUARDA O PASSO NA TABELA.        *
004190******************************************************************
004200 1120-LER-DEFINICAO.
004210     READ JOBDEF
004220         AT END
004230             MOVE "S" TO WS-FIM-JOBDEF
004240             GO TO 1120-LER-DEFINICAO-EXIT
004250     END-READ
004260     ADD 1 TO WS-QTD-LINHAS-JOBDEF
004270
004280     IF JOBD-COMENTARIO
004290       OR REG-JOBDEF = SPACES
004300         GO TO 1120-LER-DEFINICAO-EXIT
004310     END-IF
004320
004330     IF JOBD-PASSO IS NOT NUMERIC
004340       OR JOBD-PASSO = ZEROS
004350       OR JOBD-PASSO NOT > WS-ULTIMO-PASSO
004360         DISPLAY "JOBDEF LINHA " WS-QTD-LINHAS-JOBDEF
004370             ": NUMERO DO PASSO INVALIDO OU FORA DE ORDEM"
004380         MOVE "N" TO WS-DEFINICAO-SITUACAO
004390         GO TO 1120-LER-DEFINICAO-EXIT
004400     END-IF
004410     IF JOBD-PROGRAMA = SPACES
004420       OR NOT JOBD-ACAO-VALIDA
004430       OR JOBD-COMANDO = SPACES
004440         DISPLAY "JOBDEF LINHA " WS-QTD-LINHAS-JOBDEF
004450             ": PROGRAMA, ACAO NA FALHA (P/R) OU COMANDO "
004460             "INVALIDO"
004470         MOVE "N" TO WS-DEFINICAO-SITUACAO
004480         GO TO 1120-LER-DEFINICAO-EXIT
004490     END-IF
004500     IF WS-QTD-PASSOS >= WS-LIMITE-PASSOS
004510         DISPLAY "JOBDEF COM MAIS DE " WS-LIMITE-PASSOS
004520             " PASSOS"
004530         MOVE "N" TO WS-DEFINICAO-SITUACAO
004540         MOVE "S" TO WS-FIM-JOBDEF
004550         GO TO 1120-LER-DEFINICAO-EXIT
004560     END-IF
004570
004580     PERFORM 1150-VALIDAR-PREDECESSOR
004590         THRU 1150-VALIDAR-PREDECESSOR-EXIT
004600         VARYING WS-IDX-PRED FROM 1 BY 1
004610         UNTIL WS-IDX-PRED > 5
004620
004630     ADD 1 TO WS-QTD-PASSOS
004640     MOVE JOBD-PASSO      TO WS-PASSO-NUMERO(WS-QTD-PASSOS)
004650     MOVE JOBD-PASSO      TO WS-ULTIMO-PASSO
004660     MOVE JOBD-PROGRAMA   TO WS-PASSO-PROGRAMA(WS-QTD-PASSOS)
004670     MOVE JOBD-ACAO-FALHA TO WS-PASSO-ACAO(WS-QTD-PASSOS)
004680     MOVE JOBD-COMANDO    TO WS-PASSO-COMANDO(WS-QTD-PASSOS)
004690     MOVE "P"             TO WS-PASSO-SITUACAO(WS-QTD-PASSOS)
004700     MOVE ZEROS           TO WS-PASSO-HORA-INICIO(WS-QTD-PASSOS)
004710     MOVE ZEROS           TO WS-PASSO-HORA-FIM(WS-QTD-PASSOS)
004720     MOVE ZEROS           TO WS-PASSO-SEGUNDOS(WS-QTD-PASSOS)
004730     MOVE ZEROS           TO WS-PASSO-RETORNO(WS-QTD-PASSOS)
004740     PERFORM 1170-GUARDAR-PREDECESSOR
004750         THRU 1170-GUARDAR-PREDECESSOR-EXIT
004760         VARYING WS-IDX-PRED FROM 1 BY 1
004770         UNTIL WS-IDX-PRED > 5.
004780 1120-LER-DEFINICAO-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 1150-VALIDAR-PREDECESSOR - CONFERE QUE O PREDECESSOR INFORMADO *
004830*                    (ZEROS = NENHUM) E UM PASSO JA              *
004840*                    DEFINIDO ACIMA NO JOBDEF.                   *
004850******************************************************************
004860 1150-VALIDAR-PREDECESSOR.
004870     IF JOBD-PREDECESSOR(WS-IDX-PRED) IS NOT NUMERIC
004880         DISPLAY "JOBDEF LINHA " WS-QTD-LINHAS-JOBDEF
004890             ": PREDECESSOR NAO NUMERICO"
004900         MOVE "N" TO WS-DEFINICAO-SITUACAO
004910         GO TO 1150-VALIDAR-PREDECESSOR-EXIT
004920     END-IF
004930     IF JOBD-PREDECESSOR(WS-IDX-PRED) = ZEROS
004940         GO TO 1150-VALIDAR-PREDECESSOR-EXIT
004950     END-IF
004960
004970     MOVE JOBD-PREDECESSOR(WS-IDX-PRED) TO WS-PASSO-PROCURADO
004980     PERFORM 2500-LOCALIZAR-PASSO THRU 2500-LOCALIZAR-PASSO-EXIT
004990     IF WS-IDX-ACHADO = ZEROS
005000         DISPLAY "JOBDEF LINHA " WS-QTD-LINHAS-JOBDEF
005010             ": PREDECESSOR " WS-PASSO-PROCURADO
005020             " NAO DEFINIDO ANTES DO PASSO"
005030         MOVE "N" TO WS-DEFINICAO-SITUACAO
005040     END-IF.
005050 1150-VALIDAR-PREDECESSOR-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 1170-GUARDAR-PREDECESSOR - GUARDA UM PREDECESSOR DO PASSO      *
005100*                    RECEM-CARREGADO NA TABELA.                  *
005110******************************************************************
005120 1170-GUARDAR-PREDECESSOR.
005130     MOVE JOBD-PREDECESSOR(WS-IDX-PRED)
005140         TO WS-PASSO-PREDECESSOR(WS-QTD-PASSOS, WS-IDX-PRED).
005150 1170-GUARDAR-PREDECESSOR-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 2000-EXECUTAR-PASSO - TRATA O PASSO CORRENTE: COM O FLUXO      *
005200*                    INTERROMPIDO NAO EXECUTA; A VIRADA VAI PARA *
005210*                    A ENTREGA; PASSO JA ENCERRADO NA DATA E     *
005220*                    PULADO; PREDECESSOR NAO CONCLUIDO BLOQUEIA; *
005230*                    NOS DEMAIS CASOS O PASSO E EXECUTADO.       *
005240******************************************************************
005250 2000-EXECUTAR-PASSO.
005260     IF FLUXO-INTERROMPIDO
005270         MOVE "N" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
005280         ADD 1 TO WS-QTD-NAO-EXECUTADOS
005290         MOVE "NAOEXE" TO WS-EVENTO-JOBLOG
005300         PERFORM 2700-GRAVAR-JOBLOG THRU 2700-GRAVAR-JOBLOG-EXIT
005310         GO TO 2000-EXECUTAR-PASSO-EXIT
005320     END-IF
005330
005340     IF WS-PASSO-PROGRAMA(WS-IDX-PASSO) = "PROGRAMA15"
005350         PERFORM 2400-ENTREGAR-VIRADA
005360             THRU 2400-ENTREGAR-VIRADA-EXIT
005370         GO TO 2000-EXECUTAR-PASSO-EXIT
005380     END-IF
005390
005400     PERFORM 2200-VERIFICAR-EXECLOG
005410         THRU 2200-VERIFICAR-EXECLOG-EXIT
005420     IF PASSO-ENCERRADO-NA-DATA
005430         MOVE "J" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
005440         ADD 1 TO WS-QTD-JA-ENCERRADOS
005450         MOVE "PULADO" TO WS-EVENTO-JOBLOG
005460         PERFORM 2700-GRAVAR-JOBLOG THRU 2700-GRAVAR-JOBLOG-EXIT
005470         GO TO 2000-EXECUTAR-PASSO-EXIT
005480     END-IF
005490
005500     PERFORM 2100-CONFERIR-PREDECESSORES
005510         THRU 2100-CONFERIR-PREDECESSORES-EXIT
005520     IF NOT PREDECESSORES-CONCLUIDOS
005530         MOVE "B" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
005540         ADD 1 TO WS-QTD-BLOQUEADOS
005550         MOVE "BLOQ" TO WS-EVENTO-JOBLOG
005560         PERFORM 2700-GRAVAR-JOBLOG THRU 2700-GRAVAR-JOBLOG-EXIT
005570         DISPLAY "PASSO " WS-PASSO-NUMERO(WS-IDX-PASSO) " "
005580             WS-PASSO-PROGRAMA(WS-IDX-PASSO)
005590             " BLOQUEADO - PREDECESSOR NAO CONCLUIDO"
005600         IF PASSO-INTERROMPE-NA-FALHA(WS-IDX-PASSO)
005610             MOVE "S" TO WS-FLUXO-SITUACAO
005620         END-IF
005630         GO TO 2000-EXECUTAR-PASSO-EXIT
005640     END-IF
005650
005660     PERFORM 2300-RODAR-PASSO THRU 2300-RODAR-PASSO-EXIT
005670
005680     PERFORM 2200-VERIFICAR-EXECLOG
005690         THRU 2200-VERIFICAR-EXECLOG-EXIT
005700     IF PASSO-ENCERRADO-NA-DATA
005710         MOVE "O" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
005720         ADD 1 TO WS-QTD-EXECUTADOS
005730     ELSE
005740         MOVE "F" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
005750         ADD 1 TO WS-QTD-FALHOS
005760         DISPLAY "PASSO " WS-PASSO-NUMERO(WS-IDX-PASSO) " "
005770             WS-PASSO-PROGRAMA(WS-IDX-PASSO)
005780             " FALHOU - SEM ENCERRAMENTO NA DATA - RETORNO "
005790             WS-PASSO-RETORNO(WS-IDX-PASSO)
005800         IF PASSO-INTERROMPE-NA-FALHA(WS-IDX-PASSO)
005810             MOVE "S" TO WS-FLUXO-SITUACAO
005820         END-IF
005830     END-IF
005840     MOVE "FIM" TO WS-EVENTO-JOBLOG
005850     PERFORM 2700-GRAVAR-JOBLOG THRU 2700-GRAVAR-JOBLOG-EXIT.
005860 2000-EXECUTAR-PASSO-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 2100-CONFERIR-PREDECESSORES - CONFERE SE TODOS OS PASSOS       *
005910*                    PREDECESSORES DO PASSO CORRENTE CONCLUIRAM  *
005920*                    (EXECUTADOS OU JA ENCERRADOS NA DATA).      *
005930******************************************************************
005940 2100-CONFERIR-PREDECESSORES.
005950     MOVE "S" TO WS-PREDECESSOR-SITUACAO
005960     PERFORM 2120-CONFERIR-PREDECESSOR
005970         THRU 2120-CONFERIR-PREDECESSOR-EXIT
005980         VARYING WS-IDX-PRED FROM 1 BY 1
005990         UNTIL WS-IDX-PRED > 5.
006000 2100-CONFERIR-PREDECESSORES-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 2120-CONFERIR-PREDECESSOR - CONFERE UM PREDECESSOR DO PASSO    *
006050*                    CORRENTE.                                   *
006060******************************************************************
006070 2120-CONFERIR-PREDECESSOR.
006080     IF WS-PASSO-PREDECESSOR(WS-IDX-PASSO, WS-IDX-PRED) = ZEROS
006090         GO TO 2120-CONFERIR-PREDECESSOR-EXIT
006100     END-IF
006110     MOVE WS-PASSO-PREDECESSOR(WS-IDX-PASSO, WS-IDX-PRED)
006120         TO WS-PASSO-PROCURADO
006130     PERFORM 2500-LOCALIZAR-PASSO THRU 2500-LOCALIZAR-PASSO-EXIT
006140     IF WS-IDX-ACHADO = ZEROS
006150         MOVE "N" TO WS-PREDECESSOR-SITUACAO
006160         GO TO 2120-CONFERIR-PREDECESSOR-EXIT
006170     END-IF
006180     IF NOT PASSO-CONCLUIDO(WS-IDX-ACHADO)
006190         MOVE "N" TO WS-PREDECESSOR-SITUACAO
006200     END-IF.
006210 2120-CONFERIR-PREDECESSOR-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250* 2200-VERIFICAR-EXECLOG - PROCURA NO EXECLOG O ENCERRAMENTO DO  *
006260*                    PROGRAMA DO PASSO CORRENTE NA DATA DA       *
006270*                    RODADA.                                     *
006280******************************************************************
006290 2200-VERIFICAR-EXECLOG.
006300     MOVE "N" TO WS-ENCERRAMENTO-SITUACAO
006310     MOVE "N" TO WS-FIM-EXECLOG
006320     OPEN INPUT EXECLOG
006330     IF NOT EXECLOG-OK
006340         GO TO 2200-VERIFICAR-EXECLOG-EXIT
006350     END-IF
006360     PERFORM 2220-LER-EXECLOG THRU 2220-LER-EXECLOG-EXIT
006370         UNTIL FIM-DO-EXECLOG
006380     CLOSE EXECLOG.
006390 2200-VERIFICAR-EXECLOG-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 2220-LER-EXECLOG - LE UM REGISTRO DO EXECLOG E SINALIZA O      *
006440*                    ENCERRAMENTO DO PROGRAMA DO PASSO CORRENTE  *
006450*                    NA DATA DA RODADA.                          *
006460******************************************************************
006470 2220-LER-EXECLOG.
006480     READ EXECLOG
006490         AT END
006500             MOVE "S" TO WS-FIM-EXECLOG
006510             GO TO 2220-LER-EXECLOG-EXIT
006520     END-READ
006530
006540     IF EXEC-DATA = WS-DATA-RODADA
006550       AND EXEC-PROGRAMA = WS-PASSO-PROGRAMA(WS-IDX-PASSO)
006560         MOVE "S" TO WS-ENCERRAMENTO-SITUACAO
006570         MOVE "S" TO WS-FIM-EXECLOG
006580     END-IF.
006590 2220-LER-EXECLOG-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 2300-RODAR-PASSO - REGISTRA O INICIO, EXECUTA A LINHA DE       *
006640*                    COMANDO DO PASSO E GUARDA A HORA DE FIM, O  *
006650*                    TEMPO DECORRIDO E O CODIGO DE RETORNO. O    *
006660*                    SISTEMA DEVOLVE A SITUACAO DO PROCESSO      *
006670*                    (CODIGO DE SAIDA VEZES 256): O CODIGO DE    *
006680*                    SAIDA E O QUOCIENTE POR 256, E -1 INDICA    *
006690*                    PROGRAMA QUE NAO TERMINOU NORMALMENTE.      *
006700******************************************************************
006710 2300-RODAR-PASSO.
006720     ACCEPT WS-HORA-ATUAL FROM TIME
006730     MOVE WS-HORA-ATUAL-NUM TO WS-PASSO-HORA-INICIO(WS-IDX-PASSO)
006740     PERFORM 2750-CONVERTER-HORA THRU 2750-CONVERTER-HORA-EXIT
006750     MOVE WS-SEGUNDOS-TOTAL TO WS-SEGUNDOS-INICIO
006760     MOVE "INICIO" TO WS-EVENTO-JOBLOG
006770     PERFORM 2700-GRAVAR-JOBLOG THRU 2700-GRAVAR-JOBLOG-EXIT
006780     DISPLAY "PASSO " WS-PASSO-NUMERO(WS-IDX-PASSO) " "
006790         WS-PASSO-PROGRAMA(WS-IDX-PASSO) " INICIADO"
006800
006810     MOVE WS-PASSO-COMANDO(WS-IDX-PASSO) TO WS-COMANDO
006820     CALL "SYSTEM" USING WS-COMANDO
006830     MOVE RETURN-CODE TO WS-RETORNO
006840     MOVE ZEROS TO RETURN-CODE
006850     DIVIDE WS-RETORNO BY 256
006860         GIVING WS-PASSO-RETORNO(WS-IDX-PASSO)
006870     IF WS-RETORNO NOT = ZEROS
006880       AND WS-PASSO-RETORNO(WS-IDX-PASSO) = ZEROS
006890         MOVE -1 TO WS-PASSO-RETORNO(WS-IDX-PASSO)
006900     END-IF
006910
006920     ACCEPT WS-HORA-ATUAL FROM TIME
006930     MOVE WS-HORA-ATUAL-NUM TO WS-PASSO-HORA-FIM(WS-IDX-PASSO)
006940     PERFORM 2750-CONVERTER-HORA THRU 2750-CONVERTER-HORA-EXIT
006950     MOVE WS-SEGUNDOS-TOTAL TO WS-SEGUNDOS-FIM
006960     IF WS-SEGUNDOS-FIM < WS-SEGUNDOS-INICIO
006970         ADD 86400 TO WS-SEGUNDOS-FIM
006980     END-IF
006990     COMPUTE WS-PASSO-SEGUNDOS(WS-IDX-PASSO) =
007000         WS-SEGUNDOS-FIM - WS-SEGUNDOS-INICIO.
007010 2300-RODAR-PASSO-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050* 2400-ENTREGAR-VIRADA - ENTREGA A VIRADA (PROGRAMA15) SOMENTE   *
007060*                    QUANDO TODOS OS PASSOS COM ACAO P           *
007070*                    CONCLUIRAM, E CONFIRMA NO CONTROLE DE DATAS *
007080*                    QUE A DATA DO MOVIMENTO AVANCOU.            *
007090******************************************************************
007100 2400-ENTREGAR-VIRADA.
007110     MOVE "S" TO WS-PREDECESSOR-SITUACAO
007120     PERFORM 2420-CONFERIR-OBRIGATORIO
007130         THRU 2420-CONFERIR-OBRIGATORIO-EXIT
007140         VARYING WS-IDX-BUSCA FROM 1 BY 1
007150         UNTIL WS-IDX-BUSCA >= WS-IDX-PASSO
007160     IF NOT PREDECESSORES-CONCLUIDOS
007170         MOVE "B" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
007180         ADD 1 TO WS-QTD-BLOQUEADOS
007190         MOVE "BLOQ" TO WS-EVENTO-JOBLOG
007200         PERFORM 2700-GRAVAR-JOBLOG THRU 2700-GRAVAR-JOBLOG-EXIT
007210         DISPLAY "VIRADA NAO ENTREGUE - HA PASSO OBRIGATORIO "
007220             "NAO CONCLUIDO"
007230         GO TO 2400-ENTREGAR-VIRADA-EXIT
007240     END-IF
007250
007260     PERFORM 2300-RODAR-PASSO THRU 2300-RODAR-PASSO-EXIT
007270
007280     PERFORM 1050-OBTER-DATA-MOVIMENTO
007290         THRU 1050-OBTER-DATA-MOVIMENTO-EXIT
007300     IF CTRL-DATA-OK
007310       AND CTRL-DATA-MOVIMENTO > WS-DATA-RODADA
007320         MOVE "S" TO WS-VIRADA-SITUACAO
007330         MOVE "O" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
007340         ADD 1 TO WS-QTD-EXECUTADOS
007350         DISPLAY "VIRADA EFETUADA - NOVA DATA DO MOVIMENTO: "
007360             CTRL-DATA-MOVIMENTO
007370     ELSE
007380         MOVE "F" TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
007390         ADD 1 TO WS-QTD-FALHOS
007400         DISPLAY "VIRADA RECUSADA PELO PROGRAMA15 - RETORNO "
007410             WS-PASSO-RETORNO(WS-IDX-PASSO)
007420     END-IF
007430     MOVE "FIM" TO WS-EVENTO-JOBLOG
007440     PERFORM 2700-GRAVAR-JOBLOG THRU 2700-GRAVAR-JOBLOG-EXIT.
007450 2400-ENTREGAR-VIRADA-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490* 2420-CONFERIR-OBRIGATORIO - CONFERE SE UM PASSO ANTERIOR A     *
007500*                    VIRADA COM ACAO P CONCLUIU.                 *
007510******************************************************************
007520 2420-CONFERIR-OBRIGATORIO.
007530     IF PASSO-INTERROMPE-NA-FALHA(WS-IDX-BUSCA)
007540       AND NOT PASSO-CONCLUIDO(WS-IDX-BUSCA)
007550         MOVE "N" TO WS-PREDECESSOR-SITUACAO
007560     END-IF.
007570 2420-CONFERIR-OBRIGATORIO-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 2500-LOCALIZAR-PASSO - PROCURA NA TABELA O PASSO DE NUMERO     *
007620*                    WS-PASSO-PROCURADO, DEVOLVENDO O INDICE EM  *
007630*                    WS-IDX-ACHADO (ZEROS QUANDO NAO ACHA).      *
007640******************************************************************
007650 2500-LOCALIZAR-PASSO.
007660     MOVE ZEROS TO WS-IDX-ACHADO
007670     PERFORM 2520-COMPARAR-PASSO THRU 2520-COMPARAR-PASSO-EXIT
007680         VARYING WS-IDX-BUSCA FROM 1 BY 1
007690         UNTIL WS-IDX-BUSCA > WS-QTD-PASSOS
007700            OR WS-IDX-ACHADO NOT = ZEROS.
007710 2500-LOCALIZAR-PASSO-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750* 2520-COMPARAR-PASSO - COMPARA UM PASSO DA TABELA COM O NUMERO  *
007760*                    PROCURADO.                                  *
007770******************************************************************
007780 2520-COMPARAR-PASSO.
007790     IF WS-PASSO-NUMERO(WS-IDX-BUSCA) = WS-PASSO-PROCURADO
007800         MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
007810     END-IF.
007820 2520-COMPARAR-PASSO-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860* 2700-GRAVAR-JOBLOG - GRAVA NO JOBLOG O EVENTO MONTADO (INICIO, *
007870*                    FIM, PULADO, BLOQ OU NAOEXE) DO PASSO       *
007880*                    CORRENTE COM A HORA E A SITUACAO.           *
007890******************************************************************
007900 2700-GRAVAR-JOBLOG.
007910     MOVE SPACES TO REG-JOBLOG
007920     MOVE WS-EVENTO-JOBLOG TO JLOG-EVENTO
007930     MOVE WS-DATA-RODADA TO JLOG-DATA-MOVIMENTO
007940     MOVE WS-PASSO-NUMERO(WS-IDX-PASSO)   TO JLOG-PASSO
007950     MOVE WS-PASSO-PROGRAMA(WS-IDX-PASSO) TO JLOG-PROGRAMA
007960     ACCEPT WS-HORA-ATUAL FROM TIME
007970     MOVE WS-HORA-ATUAL-NUM TO JLOG-HORA
007980     PERFORM 2800-DESCREVER-SITUACAO
007990         THRU 2800-DESCREVER-SITUACAO-EXIT
008000     MOVE WS-SITUACAO-DESCRICAO TO JLOG-SITUACAO
008010     MOVE WS-PASSO-RETORNO(WS-IDX-PASSO) TO JLOG-RETORNO
008020     WRITE REG-JOBLOG.
008030 2700-GRAVAR-JOBLOG-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070* 2750-CONVERTER-HORA - CONVERTE A HORA LIDA (HHMMSSCC) EM       *
008080*                    SEGUNDOS DESDE A MEIA-NOITE.                *
008090******************************************************************
008100 2750-CONVERTER-HORA.
008110     COMPUTE WS-SEGUNDOS-TOTAL =
008120         WS-HORA-HH * 3600 + WS-HORA-MM * 60 + WS-HORA-SS.
008130 2750-CONVERTER-HORA-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170* 2800-DESCREVER-SITUACAO - DESCREVE POR EXTENSO A SITUACAO DO   *
008180*                    PASSO CORRENTE.                             *
008190******************************************************************
008200 2800-DESCREVER-SITUACAO.
008210     EVALUATE TRUE
008220         WHEN PASSO-PENDENTE(WS-IDX-PASSO)
008230             MOVE "EM EXECUCAO"          TO WS-SITUACAO-DESCRICAO
008240         WHEN PASSO-JA-ENCERRADO(WS-IDX-PASSO)
008250             MOVE "JA ENCERRADO NA DATA" TO WS-SITUACAO-DESCRICAO
008260         WHEN PASSO-EXECUTADO(WS-IDX-PASSO)
008270             MOVE "CONCLUIDO"            TO WS-SITUACAO-DESCRICAO
008280         WHEN PASSO-FALHOU(WS-IDX-PASSO)
008290             MOVE "FALHOU"               TO WS-SITUACAO-DESCRICAO
008300         WHEN PASSO-BLOQUEADO(WS-IDX-PASSO)
008310             MOVE "BLOQUEADO"            TO WS-SITUACAO-DESCRICAO
008320         WHEN OTHER
008330             MOVE "NAO EXECUTADO"        TO WS-SITUACAO-DESCRICAO
008340     END-EVALUATE.
008350 2800-DESCREVER-SITUACAO-EXIT.
008360     EXIT.
008370
008380******************************************************************
008390* 2850-EDITAR-HORA - EDITA A HORA HHMMSSCC NO FORMATO HH:MM:SS.  *
008400******************************************************************
008410 2850-EDITAR-HORA.
008420     MOVE WS-HORA-HH TO WS-TEMPO-HH
008430     MOVE WS-HORA-MM TO WS-TEMPO-MM
008440     MOVE WS-HORA-SS TO WS-TEMPO-SS.
008450 2850-EDITAR-HORA-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490* 2860-EDITAR-DECORRIDO - EDITA O TEMPO DECORRIDO DO PASSO       *
008500*                    CORRENTE NO FORMATO HH:MM:SS.               *
008510******************************************************************
008520 2860-EDITAR-DECORRIDO.
008530     DIVIDE WS-PASSO-SEGUNDOS(WS-IDX-PASSO) BY 3600
008540         GIVING WS-TEMPO-HH REMAINDER WS-SEGUNDOS-RESTO
008550     DIVIDE WS-SEGUNDOS-RESTO BY 60
008560         GIVING WS-TEMPO-MM REMAINDER WS-TEMPO-SS.
008570 2860-EDITAR-DECORRIDO-EXIT.
008580     EXIT.
008590
008600******************************************************************
008610* 3000-IMPRIMIR-CABECALHO - INICIA UMA NOVA PAGINA DO RESUMO,    *
008620*                           EMITINDO TITULO, DATA DO MOVIMENTO E *
008630*                           CABECALHO DAS COLUNAS.               *
008640******************************************************************
008650 3000-IMPRIMIR-CABECALHO.
008660     ADD 1 TO WS-PAGINA-ATUAL
008670     MOVE WS-PAGINA-ATUAL  TO CAB1-PAGINA
008680     MOVE WS-DATA-EXECUCAO TO CAB2-DATA
008690
008700     MOVE WS-CABECALHO-1 TO REG-RELJOB
008710     WRITE REG-RELJOB
008720     MOVE WS-CABECALHO-2 TO REG-RELJOB
008730     WRITE REG-RELJOB
008740     MOVE WS-CABECALHO-3 TO REG-RELJOB
008750     WRITE REG-RELJOB
008760
008770     MOVE ZEROS TO WS-LINHA-ATUAL.
008780 3000-IMPRIMIR-CABECALHO-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820* 3100-IMPRIMIR-PASSO - EMITE A LINHA DO PASSO NO RESUMO COM A   *
008830*                    SITUACAO, AS HORAS DE INICIO E FIM E O      *
008840*                    TEMPO DECORRIDO, QUEBRANDO A PAGINA QUANDO  *
008850*                    NECESSARIO.                                 *
008860******************************************************************
008870 3100-IMPRIMIR-PASSO.
008880     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS
008890         PERFORM 3000-IMPRIMIR-CABECALHO
008900             THRU 3000-IMPRIMIR-CABECALHO-EXIT
008910     END-IF
008920
008930     MOVE WS-PASSO-NUMERO(WS-IDX-PASSO)   TO DET-PASSO
008940     MOVE WS-PASSO-PROGRAMA(WS-IDX-PASSO) TO DET-PROGRAMA
008950     IF PASSO-INTERROMPE-NA-FALHA(WS-IDX-PASSO)
008960         MOVE "INTERROMPE" TO DET-ACAO
008970     ELSE
008980         MOVE "REPORTA"    TO DET-ACAO
008990     END-IF
009000     PERFORM 2800-DESCREVER-SITUACAO
009010         THRU 2800-DESCREVER-SITUACAO-EXIT
009020     MOVE WS-SITUACAO-DESCRICAO TO DET-SITUACAO
009030
009040     MOVE SPACES TO DET-INICIO
009050     MOVE SPACES TO DET-FIM
009060     MOVE SPACES TO DET-DECORRIDO
009070     MOVE ZEROS  TO DET-RETORNO
009080     IF WS-PASSO-HORA-INICIO(WS-IDX-PASSO) NOT = ZEROS
009090         MOVE WS-PASSO-HORA-INICIO(WS-IDX-PASSO)
009100             TO WS-HORA-ATUAL-NUM
009110         PERFORM 2850-EDITAR-HORA THRU 2850-EDITAR-HORA-EXIT
009120         MOVE WS-TEMPO-EDITADO TO DET-INICIO
009130         MOVE WS-PASSO-HORA-FIM(WS-IDX-PASSO)
009140             TO WS-HORA-ATUAL-NUM
009150         PERFORM 2850-EDITAR-HORA THRU 2850-EDITAR-HORA-EXIT
009160         MOVE WS-TEMPO-EDITADO TO DET-FIM
009170         PERFORM 2860-EDITAR-DECORRIDO
009180             THRU 2860-EDITAR-DECORRIDO-EXIT
009190         MOVE WS-TEMPO-EDITADO TO DET-DECORRIDO
009200         MOVE WS-PASSO-RETORNO(WS-IDX-PASSO) TO DET-RETORNO
009210     END-IF
009220
009230     MOVE WS-LINHA-DETALHE TO REG-RELJOB
009240     WRITE REG-RELJOB
009250     ADD 1 TO WS-LINHA-ATUAL.
009260 3100-IMPRIMIR-PASSO-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300* 9000-FINALIZAR - EMITE O RESUMO DA RODADA COM A LINHA DE CADA  *
009310*                  PASSO E OS TOTAIS DE CONTROLE, E FECHA OS     *
009320*                  ARQUIVOS.                                     *
009330******************************************************************
009340 9000-FINALIZAR.
009350     IF NOT INICIO-OK
009360         GO TO 9000-FINALIZAR-EXIT
009370     END-IF
009380
009390     PERFORM 3000-IMPRIMIR-CABECALHO
009400         THRU 3000-IMPRIMIR-CABECALHO-EXIT
009410     PERFORM 3100-IMPRIMIR-PASSO THRU 3100-IMPRIMIR-PASSO-EXIT
009420         VARYING WS-IDX-PASSO FROM 1 BY 1
009430         UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
009440
009450     MOVE SPACES TO REG-RELJOB
009460     WRITE REG-RELJOB
009470     MOVE "TOTAIS DE CONTROLE" TO REG-RELJOB
009480     WRITE REG-RELJOB
009490
009500     MOVE "PASSOS DEFINIDOS:" TO WS-LINHA-TOTAL
009510     MOVE WS-QTD-PASSOS TO TOT-QUANTIDADE
009520     MOVE WS-LINHA-TOTAL TO REG-RELJOB
009530     WRITE REG-RELJOB
009540
009550     MOVE "PASSOS EXECUTADOS:" TO WS-LINHA-TOTAL
009560     MOVE WS-QTD-EXECUTADOS TO TOT-QUANTIDADE
009570     MOVE WS-LINHA-TOTAL TO REG-RELJOB
009580     WRITE REG-RELJOB
009590
009600     MOVE "JA ENCERRADOS (PULADOS):" TO WS-LINHA-TOTAL
009610     MOVE WS-QTD-JA-ENCERRADOS TO TOT-QUANTIDADE
009620     MOVE WS-LINHA-TOTAL TO REG-RELJOB
009630     WRITE REG-RELJOB
009640
009650     MOVE "PASSOS COM FALHA:" TO WS-LINHA-TOTAL
009660     MOVE WS-QTD-FALHOS TO TOT-QUANTIDADE
009670     MOVE WS-LINHA-TOTAL TO REG-RELJOB
009680     WRITE REG-RELJOB
009690
009700     MOVE "PASSOS BLOQUEADOS:" TO WS-LINHA-TOTAL
009710     MOVE WS-QTD-BLOQUEADOS TO TOT-QUANTIDADE
009720     MOVE WS-LINHA-TOTAL TO REG-RELJOB
009730     WRITE REG-RELJOB
009740
009750     MOVE "PASSOS NAO EXECUTADOS:" TO WS-LINHA-TOTAL
009760     MOVE WS-QTD-NAO-EXECUTADOS TO TOT-QUANTIDADE
009770     MOVE WS-LINHA-TOTAL TO REG-RELJOB
009780     WRITE REG-RELJOB
009790
009800     MOVE SPACES TO REG-RELJOB
009810     IF VIRADA-EFETUADA
009820         MOVE "VIRADA DA DATA: EFETUADA" TO REG-RELJOB
009830     ELSE
009840         MOVE "VIRADA DA DATA: NAO EFETUADA - REEXECUTAR O FLUXO"
009850             TO REG-RELJOB
009860     END-IF
009870     WRITE REG-RELJOB
009880
009890     CLOSE JOBLOG
009900     CLOSE RELJOB.
009910 9000-FINALIZAR-EXIT.
009920     EXIT.
009930
009940 END PROGRAM programa24.

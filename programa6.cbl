000250*                  NUMERO DO CONTRATO E O RELIOF A TRAZER UMA
000260*                  LINHA POR CONTRATO: A CONCILIACAO PASSOU A
000270*                  CASAR CONTRATO A CONTRATO (CPF + CONTRATO).
000271* 2026-10-15 JH    AS LINHAS DO RELIOF PASSARAM A SER CARREGADAS
000272*                  NO ARQUIVO DE TRABALHO INDEXADO IOFWORK (CPF +
000273*                  CONTRATO + SEQUENCIA) NO LUGAR DA TABELA
000274*                  INTERNA DE 2000 LINHAS, QUE ABANDONAVA A
000275*                  CONCILIACAO QUANDO ENCHIA.
000276* 2026-10-15 JH    CONTRATOS QUITADOS OU LIQUIDADOS
000277*                  ANTECIPADAMENTE (FINANC-SITUACAO) FICAM FORA DA
000278*                  CONCILIACAO E SAO APENAS CONTADOS NOS TOTAIS.
000280* 2026-10-15 JH    AS LINHAS DE IOF DO CHEQUE ESPECIAL (CONTRATO
000281*                  0000, ACRESCENTADAS PELO PROGRAMA23) FICAM FORA
000282*                  DA CONCILIACAO E SAO TOTALIZADAS A PARTE.
000283* 2026-10-15 JH    GRAVACAO E REGRAVACAO NO IOFWORK COM TRATAMENTO
000284*                  DE CHAVE INVALIDA; LINHA NAO GRAVADA NAO ENTRA
000285*                  NO TOTAL DE IOF.
000286******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. programa6.
000310 AUTHOR. JACQUELINE HERNANDES.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RELIOF-STATUS.
000530
000531     SELECT IOFWORK ASSIGN TO "IOFWORK"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS IOFW-CHAVE
000535         FILE STATUS IS WS-IOFWORK-STATUS.
000536
000540     SELECT RELDIV ASSIGN TO "RELDIV"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RELDIV-STATUS.
000790     LABEL RECORDS ARE STANDARD.
000800     COPY RELIOF.
000810
000811*----------------------------------------------------------------*
000812*    IOFWORK - ARQUIVO DE TRABALHO COM AS LINHAS DE DETALHE DO   *
000813*              RELIOF DO DIA (CPF + CONTRATO + SEQUENCIA)        *
000814*----------------------------------------------------------------*
000815 FD  IOFWORK
000816     LABEL RECORDS ARE STANDARD.
000817 01  REG-IOFWORK.
000818     05  IOFW-CHAVE.
000819         10  IOFW-CPF           PIC 9(11).
000820         10  IOFW-CONTRATO      PIC 9(04).
000821         10  IOFW-SEQUENCIA     PIC 9(07).
000822     05  IOFW-VALOR-IOF         PIC 9(09)V99.
000823     05  IOFW-CASADO            PIC X(01).
000824         88  LINHA-CASADA                 VALUE "S".
000825
000826*----------------------------------------------------------------*
000830*    RELDIV - RELATORIO DE DIVERGENCIAS DA CONCILIACAO           *
000840*----------------------------------------------------------------*
000850 FD  RELDIV
001010     88  RELIOF-OK                        VALUE "00".
001020     88  RELIOF-FIM                       VALUE "10".
001030
001032 01  WS-IOFWORK-STATUS          PIC X(02) VALUE SPACES.
001034     88  IOFWORK-OK                       VALUE "00".
001036     88  IOFWORK-FIM                      VALUE "10".
001038
001040 01  WS-RELDIV-STATUS           PIC X(02) VALUE SPACES.
001050     88  RELDIV-OK                        VALUE "00".
001060
001100 01  WS-FIM-RELIOF              PIC X(01) VALUE "N".
001110     88  FIM-DO-RELIOF                    VALUE "S".
001120
001122 01  WS-FIM-IOFWORK             PIC X(01) VALUE "N".
001124     88  FIM-DO-IOFWORK                   VALUE "S".
001126
001130 01  WS-CLIENTE-SITUACAO        PIC X(01) VALUE "N".
001140     88  CLIENTE-NO-CADASTRO              VALUE "S".
001150
001230 77  WS-RELIOF-QTD              PIC 9(07) COMP VALUE ZEROS.
001310 77  WS-QTD-LINHAS-CONTR          PIC 9(03) COMP VALUE ZEROS.
001316 01  WS-VALOR-IOF-CONTR         PIC 9(09)V99 VALUE ZEROS.
001322
001330 77  WS-QTD-CONTRATOS           PIC 9(07) COMP VALUE ZEROS.
001335 77  WS-QTD-ENCERRADOS          PIC 9(07) COMP VALUE ZEROS.
001340 77  WS-QTD-CASADOS             PIC 9(07) COMP VALUE ZEROS.
001350 77  WS-QTD-SEM-CADASTRO        PIC 9(07) COMP VALUE ZEROS.
001360 77  WS-QTD-SEM-LINHA-IOF       PIC 9(07) COMP VALUE ZEROS.
001370 77  WS-QTD-LINHA-DUPLICADA     PIC 9(07) COMP VALUE ZEROS.
001380 77  WS-QTD-LINHA-SEM-CONTRATO  PIC 9(07) COMP VALUE ZEROS.
001385 77  WS-QTD-LINHAS-CHEQUE       PIC 9(07) COMP VALUE ZEROS.
001390
001400 01  WS-TOTAL-PRINCIPAL-DIVERG  PIC 9(11)V99 VALUE ZEROS.
001410 01  WS-TOTAL-IOF-DIVERGENTE    PIC 9(11)V99 VALUE ZEROS.
001420 01  WS-TOTAL-PRINCIPAL-GERAL   PIC 9(11)V99 VALUE ZEROS.
001430 01  WS-TOTAL-IOF-GERAL         PIC 9(11)V99 VALUE ZEROS.
001433 01  WS-TOTAL-IOF-CHEQUE        PIC 9(11)V99 VALUE ZEROS.
001436 01  WS-VALOR-IOF-CHEQUE        PIC 9(09)V99 VALUE ZEROS.
001440 01  WS-VALOR-EDITADO           PIC Z(10)9.99.
001450
001460 77  WS-PAGINA-ATUAL            PIC 9(04) COMP VALUE ZEROS.
002100
002110******************************************************************
002120* 1000-INICIALIZAR - ABRE OS ARQUIVOS, CARREGA AS LINHAS DO      *
002130*                    RELIOF DO DIA NO ARQUIVO DE TRABALHO E LE O *
002140*                    PRIMEIRO CONTRATO DO FINANC.                *
002150******************************************************************
002160 1000-INICIALIZAR.
002910
002920******************************************************************
002930* 1100-CARREGAR-RELIOF - CARREGA AS LINHAS DE DETALHE DO RELIOF  *
002940*                    NO ARQUIVO DE TRABALHO IOFWORK (CPF,        *
002950*                    CONTRATO E VALOR DO IOF) E O REABRE PARA A  *
002960*                    MARCACAO DAS LINHAS CASADAS.                *
002970******************************************************************
002980 1100-CARREGAR-RELIOF.
002981     OPEN OUTPUT IOFWORK
002982     IF NOT IOFWORK-OK
002983         DISPLAY "ERRO AO ABRIR IOFWORK - STATUS: "
002984             WS-IOFWORK-STATUS
002985         MOVE "S" TO WS-FIM-FINANC
002986         MOVE "N" TO WS-INICIO-SITUACAO
002987         GO TO 1100-CARREGAR-RELIOF-EXIT
002988     END-IF
002989
002990     PERFORM 1120-LER-RELIOF THRU 1120-LER-RELIOF-EXIT
003000         UNTIL FIM-DO-RELIOF
003001     CLOSE IOFWORK
003002
003003     OPEN I-O IOFWORK
003004     IF NOT IOFWORK-OK
003005         DISPLAY "ERRO AO REABRIR IOFWORK - STATUS: "
003006             WS-IOFWORK-STATUS
003007         MOVE "S" TO WS-FIM-FINANC
003008         MOVE "N" TO WS-INICIO-SITUACAO
003009     END-IF.
003010 1100-CARREGAR-RELIOF-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* 1120-LER-RELIOF - LE UMA LINHA DO RELIOF E, QUANDO FOR LINHA   *
003060*                   DE DETALHE, GRAVA CPF, CONTRATO E VALOR NO   *
003065*                   ARQUIVO DE TRABALHO.                         *
003070******************************************************************
003080 1120-LER-RELIOF.
003090     READ RELIOF
003150     IF RELIOF-CPF IS NOT NUMERIC
003160         GO TO 1120-LER-RELIOF-EXIT
003170     END-IF
003182
003194     IF RELIOF-CONTRATO = ZEROS
003206         ADD 1 TO WS-QTD-LINHAS-CHEQUE
003218         MOVE RELIOF-VALOR-IOF TO WS-VALOR-IOF-CHEQUE
003230         ADD WS-VALOR-IOF-CHEQUE TO WS-TOTAL-IOF-CHEQUE
003242         GO TO 1120-LER-RELIOF-EXIT
003254     END-IF
003270
003280     ADD 1 TO WS-RELIOF-QTD
003290     MOVE RELIOF-CPF       TO IOFW-CPF
003300     MOVE RELIOF-CONTRATO  TO IOFW-CONTRATO
003305     MOVE WS-RELIOF-QTD    TO IOFW-SEQUENCIA
003310     MOVE RELIOF-VALOR-IOF TO IOFW-VALOR-IOF
003320     MOVE "N"              TO IOFW-CASADO
003325     WRITE REG-IOFWORK
003326         INVALID KEY
003327             DISPLAY "ERRO AO GRAVAR IOFWORK - STATUS: "
003328                 WS-IOFWORK-STATUS " CPF: " IOFW-CPF
003329             GO TO 1120-LER-RELIOF-EXIT
003330     END-WRITE
003340     ADD IOFW-VALOR-IOF TO WS-TOTAL-IOF-GERAL.
003350 1120-LER-RELIOF-EXIT.
003360     EXIT.
003370
003390* 2000-CONCILIAR-CONTRATO - CONFERE O CONTRATO CORRENTE DO       *
003400*                    FINANC CONTRA O CADASTRO E AS LINHAS DO     *
003410*                    RELIOF, EMITINDO AS DIVERGENCIAS, E LE O    *
003416*                    PROXIMO CONTRATO. CONTRATOS ENCERRADOS      *
003423*                    (QUITADOS OU LIQUIDADOS) SO SAO CONTADOS.   *
003430******************************************************************
003440 2000-CONCILIAR-CONTRATO.
003443     ADD 1 TO WS-QTD-CONTRATOS
003446     IF NOT CONTRATO-ATIVO
003449         ADD 1 TO WS-QTD-ENCERRADOS
003452         GO TO 2000-CONCILIAR-LER
003455     END-IF
003460     ADD FINANC-PRINCIPAL TO WS-TOTAL-PRINCIPAL-GERAL
003470
003480     MOVE "N" TO WS-CLIENTE-SITUACAO
003780             ADD 1 TO WS-QTD-LINHA-DUPLICADA
003790             MOVE "MAIS DE UMA LINHA DE IOF NO RELIOF"
003800                 TO DET-DIVERGENCIA
003810             MOVE WS-VALOR-IOF-CONTR TO DET-VALOR
003830             PERFORM 2800-GRAVAR-DIVERGENCIA
003840                 THRU 2800-GRAVAR-DIVERGENCIA-EXIT
003850         WHEN OTHER
003860             ADD 1 TO WS-QTD-CASADOS
003870     END-EVALUATE.
003880
003885 2000-CONCILIAR-LER.
003890     PERFORM 2900-LER-FINANC THRU 2900-LER-FINANC-EXIT.
003900 2000-CONCILIAR-CONTRATO-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 2100-LOCALIZAR-NO-RELIOF - POSICIONA NO ARQUIVO DE TRABALHO NO *
003950*                    CPF + NUMERO DO CONTRATO CORRENTE, CONTANDO *
003960*                    QUANTAS LINHAS O CONTRATO POSSUI E MARCANDO *
003970*                    TODAS COMO CASADAS COM O CONTRATO.          *
003980******************************************************************
003990 2100-LOCALIZAR-NO-RELIOF.
004000     MOVE ZEROS TO WS-QTD-LINHAS-CONTR
004010     MOVE ZEROS TO WS-VALOR-IOF-CONTR
004011     MOVE "N"   TO WS-FIM-IOFWORK
004012     MOVE FINANC-CPF      TO IOFW-CPF
004013     MOVE FINANC-CONTRATO TO IOFW-CONTRATO
004014     MOVE ZEROS           TO IOFW-SEQUENCIA
004015     START IOFWORK KEY IS NOT LESS THAN IOFW-CHAVE
004016         INVALID KEY
004017             GO TO 2100-LOCALIZAR-NO-RELIOF-EXIT
004018     END-START
004020     PERFORM 2120-COMPARAR-LINHA THRU 2120-COMPARAR-LINHA-EXIT
004040         UNTIL FIM-DO-IOFWORK.
004050 2100-LOCALIZAR-NO-RELIOF-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* 2120-COMPARAR-LINHA - LE A PROXIMA LINHA DO ARQUIVO DE         *
004100*                    TRABALHO E, SE FOR DO CONTRATO CORRENTE, A  *
004105*                    REGRAVA COMO CASADA.                        *
004110******************************************************************
004120 2120-COMPARAR-LINHA.
004121     READ IOFWORK NEXT RECORD
004122         AT END
004123             MOVE "S" TO WS-FIM-IOFWORK
004124             GO TO 2120-COMPARAR-LINHA-EXIT
004125     END-READ
004126
004130     IF IOFW-CPF NOT = FINANC-CPF
004140       OR IOFW-CONTRATO NOT = FINANC-CONTRATO
004142         MOVE "S" TO WS-FIM-IOFWORK
004144         GO TO 2120-COMPARAR-LINHA-EXIT
004146     END-IF
004148
004150     ADD 1 TO WS-QTD-LINHAS-CONTR
004160     MOVE IOFW-VALOR-IOF TO WS-VALOR-IOF-CONTR
004170     MOVE "S" TO IOFW-CASADO
004180     REWRITE REG-IOFWORK
004182         INVALID KEY
004184             DISPLAY "ERRO AO REGRAVAR IOFWORK - STATUS: "
004186                 WS-IOFWORK-STATUS " CPF: " IOFW-CPF
004188     END-REWRITE.
004190 2120-COMPARAR-LINHA-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 8000-CONCILIAR-SOBRAS - EMITE COMO DIVERGENCIA AS LINHAS DO    *
004240*                    RELIOF QUE NAO CASARAM COM NENHUM CONTRATO  *
004250*                    DO FINANC, RELENDO O ARQUIVO DE TRABALHO.   *
004260******************************************************************
004270 8000-CONCILIAR-SOBRAS.
004271     MOVE "N"   TO WS-FIM-IOFWORK
004272     MOVE ZEROS TO IOFW-CHAVE
004273     START IOFWORK KEY IS NOT LESS THAN IOFW-CHAVE
004274         INVALID KEY
004275             GO TO 8000-CONCILIAR-SOBRAS-EXIT
004276     END-START
004280     PERFORM 8100-CONFERIR-SOBRA THRU 8100-CONFERIR-SOBRA-EXIT
004300         UNTIL FIM-DO-IOFWORK.
004310 8000-CONCILIAR-SOBRAS-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 8100-CONFERIR-SOBRA - LE A PROXIMA LINHA DO ARQUIVO DE         *
004360*                    TRABALHO E EMITE A DIVERGENCIA QUANDO ELA   *
004365*                    NAO CASOU COM CONTRATO DO FINANC.           *
004370******************************************************************
004380 8100-CONFERIR-SOBRA.
004381     READ IOFWORK NEXT RECORD
004382         AT END
004383             MOVE "S" TO WS-FIM-IOFWORK
004384             GO TO 8100-CONFERIR-SOBRA-EXIT
004385     END-READ
004386
004390     IF NOT LINHA-CASADA
004400         ADD 1 TO WS-QTD-LINHA-SEM-CONTRATO
004410         ADD IOFW-VALOR-IOF TO WS-TOTAL-IOF-DIVERGENTE
004430         MOVE IOFW-CPF TO DET-CPF
004440         MOVE "LINHA DE IOF SEM CONTRATO NO FINANC"
004450             TO DET-DIVERGENCIA
004460         MOVE IOFW-VALOR-IOF TO DET-VALOR
004470         PERFORM 2850-GRAVAR-LINHA-DETALHE
004480             THRU 2850-GRAVAR-LINHA-DETALHE-EXIT
004490     END-IF.
005310     MOVE WS-LINHA-TOTAL TO REG-RELDIV
005320     WRITE REG-RELDIV
005330
005331     MOVE "CONTRATOS ENCERRADOS IGNORADOS:" TO WS-LINHA-TOTAL
005332     MOVE WS-QTD-ENCERRADOS TO TOT-QUANTIDADE
005333     MOVE WS-LINHA-TOTAL TO REG-RELDIV
005334     WRITE REG-RELDIV
005335
005340     MOVE "LINHAS DE IOF LIDAS NO RELIOF:" TO WS-LINHA-TOTAL
005350     MOVE WS-RELIOF-QTD TO TOT-QUANTIDADE
005360     MOVE WS-LINHA-TOTAL TO REG-RELDIV
005600     MOVE WS-QTD-LINHA-SEM-CONTRATO TO TOT-QUANTIDADE
005610     MOVE WS-LINHA-TOTAL TO REG-RELDIV
005620     WRITE REG-RELDIV
005621
005622     MOVE "LINHAS DE CHEQUE ESPECIAL:" TO WS-LINHA-TOTAL
005623     MOVE WS-QTD-LINHAS-CHEQUE TO TOT-QUANTIDADE
005624     MOVE WS-LINHA-TOTAL TO REG-RELDIV
005625     WRITE REG-RELDIV
005630
005640     MOVE WS-TOTAL-PRINCIPAL-GERAL TO WS-VALOR-EDITADO
005650     MOVE SPACES TO REG-RELDIV
005740         WS-VALOR-EDITADO
005750         DELIMITED BY SIZE INTO REG-RELDIV
005760     WRITE REG-RELDIV
005761
005762     MOVE WS-TOTAL-IOF-CHEQUE TO WS-VALOR-EDITADO
005763     MOVE SPACES TO REG-RELDIV
005764     STRING "IOF DO CHEQUE ESPECIAL:         "
005765         WS-VALOR-EDITADO
005766         DELIMITED BY SIZE INTO REG-RELDIV
005767     WRITE REG-RELDIV
005770
005780     MOVE WS-TOTAL-PRINCIPAL-DIVERG TO WS-VALOR-EDITADO
005790     MOVE SPACES TO REG-RELDIV
005920     CLOSE CADCLI
005930     CLOSE FINANC
005940     CLOSE RELIOF
005945     CLOSE IOFWORK
005950     CLOSE RELDIV
005960     IF CTRL-DATA-OK
005970         MOVE "R" TO CTRL-FUNCAO

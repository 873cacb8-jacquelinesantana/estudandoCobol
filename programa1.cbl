000400*                  MOVIMENTO, COM RELATORIO DIARIO DE
000410*                  MOVIMENTACAO DE SALDO (RELSLD). O CLIENTE
000420*                  FIXO EXIBIDO NA INICIALIZACAO FOI REMOVIDO.
000422* 2026-10-15 JH    CADA MOVIMENTO POSTADO NO SLDCLI PASSOU A SER
000424*                  GRAVADO TAMBEM NO HISTORICO DE MOVIMENTOS
000426*                  (HISMOV), COM O SALDO APOS O MOVIMENTO, PARA O
000428*                  EXTRATO MENSAL DO CLIENTE (PROGRAMA21).
000431* 2026-10-15 JH    LAYOUT DE REG-SLDCLI EXTRAIDO PARA O COPYBOOK
000434*                  SLDCLI, COMPARTILHADO COM O EXTRATO MENSAL.
000437******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. programa1.
000460 AUTHOR. JACQUELINE HERNANDES.
000770     SELECT RELSLD ASSIGN TO "RELSLD"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RELSLD-STATUS.
000791
000792     SELECT HISMOV ASSIGN TO "HISMOV"
000793         ORGANIZATION IS INDEXED
000794         ACCESS MODE IS DYNAMIC
000795         RECORD KEY IS HMOV-CHAVE
000796         FILE STATUS IS WS-HISMOV-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
001420*----------------------------------------------------------------*
001430 FD  SLDCLI
001440     LABEL RECORDS ARE STANDARD.
001465     COPY SLDCLI.
001490
001500*----------------------------------------------------------------*
001510*    RELSLD - RELATORIO DIARIO DE MOVIMENTACAO DE SALDO          *
001530 FD  RELSLD
001540     LABEL RECORDS ARE STANDARD.
001550 01  REG-RELSLD                 PIC X(110).
001551
001552*----------------------------------------------------------------*
001553*    HISMOV - HISTORICO DE MOVIMENTOS DE SALDO POR CLIENTE       *
001554*----------------------------------------------------------------*
001555 FD  HISMOV
001556     LABEL RECORDS ARE STANDARD.
001557     COPY HISMOV.
001560
001570 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------------*
001840
001850 01  WS-RELSLD-STATUS           PIC X(02) VALUE SPACES.
001860     88  RELSLD-OK                        VALUE "00".
001862
001864 01  WS-HISMOV-STATUS           PIC X(02) VALUE SPACES.
001866     88  HISMOV-OK                        VALUE "00".
001868     88  HISMOV-NAO-EXISTE                VALUE "35".
001870
001880 01  WS-CLIENTE-SITUACAO        PIC X(01) VALUE "N".
001890     88  CLIENTE-VALIDO-LOTE              VALUE "S".
003660             WS-RELSLD-STATUS
003670         MOVE "S" TO WS-FIM-LOTE
003680     END-IF
003681
003682     OPEN I-O HISMOV
003683     IF HISMOV-NAO-EXISTE
003684         OPEN OUTPUT HISMOV
003685         CLOSE HISMOV
003686         OPEN I-O HISMOV
003687     END-IF
003688     IF NOT HISMOV-OK
003689         DISPLAY "ERRO AO ABRIR HISMOV - STATUS: "
003690             WS-HISMOV-STATUS
003691         MOVE "S" TO WS-FIM-LOTE
003692     END-IF
003693
003700     IF NOT FIM-DO-LOTE
003710         PERFORM 3000-IMPRIMIR-CABECALHO
003720             THRU 3000-IMPRIMIR-CABECALHO-EXIT
005990             MOVE CTRL-DATA-MOVIMENTO TO SALDO-DATA-ULT-MOV
006000             REWRITE REG-SLDCLI
006010     END-READ
006015     PERFORM 2420-GRAVAR-HISTORICO
006020         THRU 2420-GRAVAR-HISTORICO-EXIT
006025
006030     ADD 1 TO WS-QTD-POSTADOS
006040     IF SINAL-CREDITO
006050         ADD DIFERENCA TO WS-TOTAL-CREDITOS
006120         THRU 2450-GRAVAR-LINHA-SALDO-EXIT.
006130 2400-POSTAR-SALDO-EXIT.
006140     EXIT.
006141
006142******************************************************************
006143* 2420-GRAVAR-HISTORICO - GRAVA O MOVIMENTO POSTADO NO HISTORICO *
006144*                     DE MOVIMENTOS (HISMOV), COM O LOTE, A      *
006145*                     SEQUENCIA DO REGISTRO NO LOTE E O SALDO    *
006146*                     DO CLIENTE APOS O MOVIMENTO.               *
006147******************************************************************
006148 2420-GRAVAR-HISTORICO.
006149     MOVE SPACES                 TO REG-HISMOV
006150     MOVE CPF                    TO HMOV-CPF
006151     MOVE CTRL-DATA-MOVIMENTO    TO HMOV-DATA
006152     MOVE WS-LOTE-CORRENTE       TO HMOV-LOTE
006153     MOVE WS-QTD-REGISTROS       TO HMOV-SEQUENCIA
006154     MOVE "PROGRAMA1"            TO HMOV-ORIGEM
006155     MOVE "MOVIMENTO DO LOTE"    TO HMOV-HISTORICO
006156     MOVE N1                     TO HMOV-N1
006157     MOVE N2                     TO HMOV-N2
006158     MOVE DIFERENCA              TO HMOV-VALOR
006159     MOVE SINAL                  TO HMOV-SINAL
006160     MOVE SALDO-VALOR            TO HMOV-SALDO-APOS
006161     WRITE REG-HISMOV
006162         INVALID KEY
006163             DISPLAY "ERRO AO GRAVAR HISMOV - STATUS: "
006164                 WS-HISMOV-STATUS " CPF: " CPF
006165                 " LOTE: " WS-LOTE-CORRENTE
006166     END-WRITE.
006167 2420-GRAVAR-HISTORICO-EXIT.
006168     EXIT.
006169
006170******************************************************************
006171* 2450-GRAVAR-LINHA-SALDO - GRAVA A LINHA DA MOVIMENTACAO DO     *
006180*                     CLIENTE NO RELATORIO DE SALDOS, QUEBRANDO  *
006190*                     A PAGINA QUANDO NECESSARIO.                *
006200******************************************************************
007450     CLOSE CADCLI
007460     CLOSE SLDCLI
007470     CLOSE RELSLD
007475     CLOSE HISMOV
007480
007490     MOVE WS-TOTAL-SOMA      TO WS-TOTAL-SOMA-EDITADO
007500     MOVE WS-TOTAL-SUBTRACAO TO WS-TOTAL-SUBTRACAO-EDITADO

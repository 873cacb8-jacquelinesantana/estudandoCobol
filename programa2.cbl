000570* 2026-09-02 JH    A LINHA DO RELIOF PASSOU A CARREGAR O PRODUTO
000580*                  CUJAS ALIQUOTAS FORAM APLICADAS, PARA A
000590*                  APURACAO MENSAL DE IOF (PROGRAMA16).
000592* 2026-10-15 JH    CONTRATOS QUITADOS OU LIQUIDADOS
000594*                  ANTECIPADAMENTE (FINANC-SITUACAO) DEIXARAM DE
000596*                  GERAR LINHA DE IOF NO RELIOF.
000597* 2026-10-15 JH    CLIENTE ANONIMIZADO PELA LGPD (PROGRAMA25) NAO
000598*                  E MAIS VALIDADO NEM REJEITADO: SUA CHAVE NAO E
000599*                  UM CPF VALIDO DE PROPOSITO.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. programa2.
001920
001930 77  WS-QTD-PRODUTOS-CLIENTE    PIC 9(03) COMP VALUE ZEROS.
001940 77  WS-QTD-SEM-PRODUTO         PIC 9(07) COMP VALUE ZEROS.
001945 77  WS-QTD-ANONIMIZADOS        PIC 9(07) COMP VALUE ZEROS.
001950
001960 01  WS-ICMS-SITUACAO           PIC X(01) VALUE "N".
001970     88  ICMS-VALIDA                      VALUE "S".
004350******************************************************************
004360* 2000-PROCESSAR-CLIENTE - CONFERE AS TAXAS DE UM CLIENTE E LE   *
004370*                          O PROXIMO REGISTRO DO CADASTRO.       *
004375*                          O CLIENTE ANONIMIZADO PELA LGPD E SO  *
004378*                          CONTADO.                              *
004380******************************************************************
004390 2000-PROCESSAR-CLIENTE.
004400     MOVE CPF-CADCLI                    TO CPF
004460     MOVE TELEFONE-CADCLI               TO TELEFONE-CLIENTE
004470     MOVE STATUS-CADCLI                 TO STATUS-CLIENTE
004480
004481     IF CLIENTE-ANONIMIZADO-CADCLI
004482         ADD 1 TO WS-QTD-ANONIMIZADOS
004483     ELSE
004490         PERFORM 1800-VALIDAR-CPF THRU 1800-VALIDAR-CPF-EXIT
004500
004510         IF CPF-VALIDO
004520             ADD 1 TO WS-CONTADOR-CLIENTES
004530             PERFORM 2050-PROCESSAR-PRODUTOS
004540                 THRU 2050-PROCESSAR-PRODUTOS-EXIT
004550         ELSE
004560             PERFORM 1850-GRAVAR-REJEITADO
004570               THRU 1850-GRAVAR-REJEITADO-EXIT
004580         END-IF
004585     END-IF
004590
004600     PERFORM 2200-GRAVAR-PONTO-CONTROLE
004610         THRU 2200-GRAVAR-PONTO-CONTROLE-EXIT
006790* 2350-CALCULAR-IOF-CONTRATO - LE O PROXIMO CONTRATO DO CLIENTE  *
006800*                      CORRENTE NO FINANC, CALCULA O IOF DO      *
006810*                      CONTRATO E GRAVA A LINHA NO RELIOF.       *
006815*                      CONTRATOS ENCERRADOS SAO IGNORADOS.       *
006820******************************************************************
006830 2350-CALCULAR-IOF-CONTRATO.
006840     READ FINANC NEXT RECORD
006920         GO TO 2350-CALCULAR-IOF-CONTRATO-EXIT
006930     END-IF
006940
006942     IF NOT CONTRATO-ATIVO
006944         GO TO 2350-CALCULAR-IOF-CONTRATO-EXIT
006946     END-IF
006948
006950     ADD 1 TO WS-QTD-CONTRATOS-CPF
006960     COMPUTE WS-VALOR-IOF-DIARIO ROUNDED =
006970         FINANC-PRINCIPAL * TAB-IOF-ALIQ-DIARIA
008010     DISPLAY "TOTAL DE CLIENTES PROCESSADOS: "
008020         WS-CONTADOR-CLIENTES
008030     DISPLAY "CLIENTES SEM PRODUTO NO PRODCLI: "
008040         WS-QTD-SEM-PRODUTO
008042     DISPLAY "CLIENTES ANONIMIZADOS (LGPD) IGNORADOS: "
008044         WS-QTD-ANONIMIZADOS.
008050 9000-FINALIZAR-EXIT.
008060     EXIT.
008070

000220* 2026-09-02 JH    A APURACAO MENSAL DE IOF (PROGRAMA16) ENTROU
000230*                  NA LISTA DE PROGRAMAS CONFERIDOS ANTES DA
000240*                  VIRADA.
000242* 2026-10-15 JH    A QUITACAO ANTECIPADA DE CONTRATOS (PROGRAMA17)
000244*                  ENTROU NA LISTA DE PROGRAMAS CONFERIDOS ANTES
000246*                  DA VIRADA.
000247* 2026-10-15 JH    A REMESSA DE COBRANCA AO BANCO (PROGRAMA18)
000248*                  ENTROU NA LISTA DE PROGRAMAS CONFERIDOS ANTES
000249*                  DA VIRADA.
000251* 2026-10-15 JH    A REGUA DE COBRANCA (PROGRAMA19) ENTROU NA
000252*                  LISTA DE PROGRAMAS CONFERIDOS ANTES DA VIRADA.
000253* 2026-10-15 JH    A PDD DE FIM DE MES (PROGRAMA20) ENTROU NA
000254*                  LISTA DE PROGRAMAS CONFERIDOS ANTES DA VIRADA.
000255* 2026-10-15 JH    O EXTRATO MENSAL DO CLIENTE (PROGRAMA21)
000256*                  ENTROU NA LISTA DE PROGRAMAS CONFERIDOS ANTES
000257*                  DA VIRADA.
000258* 2026-10-15 JH    A COBRANCA DO CHEQUE ESPECIAL (PROGRAMA23)
000259*                  ENTROU NA LISTA DE PROGRAMAS CONFERIDOS ANTES
000260*                  DA VIRADA.
000261* 2026-10-15 JH    O EXPURGO LGPD DOS CLIENTES INATIVOS
000262*                  (PROGRAMA25) ENTROU NA LISTA DE PROGRAMAS
000263*                  CONFERIDOS ANTES DA VIRADA.
000265******************************************************************
000267 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. programa15.
000280 AUTHOR. JACQUELINE HERNANDES.
000290 DATE-WRITTEN. 2026-09-02.
001080     05  FILLER                 PIC X(10) VALUE "PROGRAMA13".
001090     05  FILLER                 PIC X(10) VALUE "PROGRAMA14".
001100     05  FILLER                 PIC X(10) VALUE "PROGRAMA16".
001105     05  FILLER                 PIC X(10) VALUE "PROGRAMA17".
001107     05  FILLER                 PIC X(10) VALUE "PROGRAMA18".
001108     05  FILLER                 PIC X(10) VALUE "PROGRAMA19".
001109     05  FILLER                 PIC X(10) VALUE "PROGRAMA20".
001110     05  FILLER                 PIC X(10) VALUE "PROGRAMA21".
001111     05  FILLER                 PIC X(10) VALUE "PROGRAMA23".
001112     05  FILLER                 PIC X(10) VALUE "PROGRAMA25".
001113 01  WS-TABELA-PROGRAMAS REDEFINES WS-LISTA-PROGRAMAS.
001114     05  WS-PROGRAMA-LOTE       PIC X(10) OCCURS 22 TIMES.
001116
001140 77  WS-QTD-PROGRAMAS           PIC 9(03) COMP VALUE 22.
001150 77  WS-IDX-PROGRAMA            PIC 9(03) COMP VALUE ZEROS.
001160
001170*----------------------------------------------------------------*

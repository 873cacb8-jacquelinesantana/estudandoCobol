000010******************************************************************
000020* COPYBOOK   : SLDCLI
000030* AUTHOR     : JACQUELINE HERNANDES
000040* DATE-WRITTEN: 2026-10-15
000050* PURPOSE    : LAYOUT DO REGISTRO DO SALDO CORRENTE POR CLIENTE
000060*              (SLDCLI, INDEXADO POR CPF), POSTADO PELO LOTE DE
000070*              TRANSACOES (PROGRAMA1) E LIDO PELO EXTRATO MENSAL,
000080*              PARA QUE O REGISTRO NUNCA FIQUE DESCASADO ENTRE
000090*              PROGRAMAS.
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* 2026-10-15 JH    COPYBOOK CRIADO - LAYOUT DE REG-SLDCLI EXTRAIDO
000140*                  DO PROGRAMA1, AGORA QUE O EXTRATO MENSAL
000150*                  (PROGRAMA21) TAMBEM LE O ARQUIVO.
000160******************************************************************
000170 01  REG-SLDCLI.
000180     05  SALDO-CPF              PIC 9(11).
000190     05  SALDO-VALOR            PIC S9(11)V99.
000200     05  SALDO-DATA-ULT-MOV     PIC 9(08).

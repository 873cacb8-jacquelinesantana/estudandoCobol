000010******************************************************************
000020* COPYBOOK   : HISMOV
000030* AUTHOR     : JACQUELINE HERNANDES
000040* DATE-WRITTEN: 2026-10-15
000050* PURPOSE    : LAYOUT DO HISTORICO DE MOVIMENTOS DE SALDO POR
000060*              CLIENTE (HISMOV, INDEXADO POR CPF + DATA DO
000070*              MOVIMENTO + LOTE + SEQUENCIA), GRAVADO A CADA
000080*              MOVIMENTO POSTADO NO SLDCLI E LIDO PELO EXTRATO
000090*              MENSAL, PARA QUE O REGISTRO NUNCA FIQUE DESCASADO
000100*              ENTRE PROGRAMAS. O VALOR E SINALIZADO (CREDITO
000110*              POSITIVO, DEBITO NEGATIVO) E O SALDO APOS O
000120*              MOVIMENTO PERMITE CONFERIR O EXTRATO CONTRA O
000130*              SLDCLI.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* DATE       INIT  DESCRIPTION
000170* 2026-10-15 JH    COPYBOOK CRIADO.
000180******************************************************************
000190 01  REG-HISMOV.
000200     05  HMOV-CHAVE.
000210         10  HMOV-CPF           PIC 9(11).
000220         10  HMOV-DATA          PIC 9(08).
000230         10  HMOV-LOTE          PIC 9(06).
000240         10  HMOV-SEQUENCIA     PIC 9(07).
000250     05  HMOV-ORIGEM            PIC X(10).
000260     05  HMOV-HISTORICO         PIC X(25).
000270     05  HMOV-N1                PIC S9(05)V99.
000280     05  HMOV-N2                PIC S9(05)V99.
000290     05  HMOV-VALOR             PIC S9(09)V99.
000300     05  HMOV-SINAL             PIC X(01).
000310         88  HMOV-CREDITO                 VALUE "C".
000320         88  HMOV-DEBITO                  VALUE "D".
000330     05  HMOV-SALDO-APOS        PIC S9(11)V99.

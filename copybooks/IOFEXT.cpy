000010******************************************************************
000020* COPYBOOK   : IOFEXT
000030* AUTHOR     : JACQUELINE HERNANDES
000040* DATE-WRITTEN: 2026-10-15
000050* PURPOSE    : LAYOUT DO ACUMULADOR MENSAL DE IOF PARA O EXTRATO
000060*              (IOFEXT), INDEXADO POR PERIODO + CPF + CONTRATO.
000070*              GRAVADO PELO EXTRATO MENSAL (PROGRAMA21) E
000080*              REGRAVADO SOB A CHAVE ANONIMIZADA PELO EXPURGO DA
000090*              LGPD (PROGRAMA25).
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* 2026-10-15 JH    COPYBOOK CRIADO - LAYOUT DE REG-IOFEXT EXTRAIDO
000140*                  DO PROGRAMA21 E DO PROGRAMA25 PARA UMA UNICA
000150*                  FONTE.
000160******************************************************************
000170 01  REG-IOFEXT.
000180     05  IOFE-CHAVE.
000190         10  IOFE-PERIODO       PIC 9(06).
000200         10  IOFE-CPF           PIC 9(11).
000210         10  IOFE-CONTRATO      PIC 9(04).
000220     05  IOFE-QTD-LINHAS        PIC 9(05).
000230     05  IOFE-VALOR-IOF         PIC 9(11)V99.
000240     05  IOFE-DATA-ULT-ACUM     PIC 9(08).

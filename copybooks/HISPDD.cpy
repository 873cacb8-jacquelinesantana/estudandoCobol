000010******************************************************************
000020* COPYBOOK   : HISPDD
000030* AUTHOR     : JACQUELINE HERNANDES
000040* DATE-WRITTEN: 2026-10-15
000050* PURPOSE    : LAYOUT DO HISTORICO DA PROVISAO PARA DEVEDORES
000060*              DUVIDOSOS (HISPDD), INDEXADO POR PERIODO + CPF +
000070*              CONTRATO. GRAVADO PELA APURACAO DA PDD (PROGRAMA20)
000080*              E REGRAVADO SOB A CHAVE ANONIMIZADA PELO EXPURGO
000090*              DA LGPD (PROGRAMA25).
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* 2026-10-15 JH    COPYBOOK CRIADO - LAYOUT DE REG-HISPDD EXTRAIDO
000140*                  DO PROGRAMA20 E DO PROGRAMA25 PARA UMA UNICA
000150*                  FONTE.
000160******************************************************************
000170 01  REG-HISPDD.
000180     05  HPDD-CHAVE.
000190         10  HPDD-PERIODO       PIC 9(06).
000200         10  HPDD-CPF           PIC 9(11).
000210         10  HPDD-CONTRATO      PIC 9(04).
000220     05  HPDD-UF                PIC X(02).
000230     05  HPDD-DIAS-ATRASO       PIC 9(05).
000240     05  HPDD-RATING            PIC X(02).
000250     05  HPDD-SALDO-DEVEDOR     PIC 9(09)V99.
000260     05  HPDD-PERCENTUAL        PIC 9(03)V99.
000270     05  HPDD-PROVISAO          PIC 9(09)V99.
000280     05  HPDD-PROVISAO-ANTERIOR PIC 9(09)V99.
000290     05  HPDD-CONSTITUICAO      PIC 9(09)V99.
000300     05  HPDD-REVERSAO          PIC 9(09)V99.
000310     05  HPDD-DATA-APURACAO     PIC 9(08).

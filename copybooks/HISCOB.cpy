000010******************************************************************
000020* COPYBOOK   : HISCOB
000030* AUTHOR     : JACQUELINE HERNANDES
000040* DATE-WRITTEN: 2026-10-15
000050* PURPOSE    : LAYOUT DO HISTORICO DA REGUA DE COBRANCA (HISCOB),
000060*              INDEXADO POR CPF + CONTRATO. ESTAGIO 0 = SEM
000070*              AVISO, 1, 2 E 3 = ULTIMO AVISO EMITIDO. GRAVADO
000080*              PELA REGUA DE COBRANCA (PROGRAMA19) E REGRAVADO SOB
000090*              A CHAVE ANONIMIZADA PELO EXPURGO DA LGPD
000100*              (PROGRAMA25).
000110*-----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JH    COPYBOOK CRIADO - LAYOUT DE REG-HISCOB EXTRAIDO
000150*                  DO PROGRAMA19 E DO PROGRAMA25 PARA UMA UNICA
000160*                  FONTE.
000170******************************************************************
000180 01  REG-HISCOB.
000190     05  HCOB-CHAVE.
000200         10  HCOB-CPF           PIC 9(11).
000210         10  HCOB-CONTRATO      PIC 9(04).
000220     05  HCOB-ESTAGIO           PIC 9(01).
000230     05  HCOB-DATA-AVISO-1      PIC 9(08).
000240     05  HCOB-DATA-AVISO-2      PIC 9(08).
000250     05  HCOB-DATA-AVISO-3      PIC 9(08).
000260     05  HCOB-DATA-BLOQUEIO     PIC 9(08).
000270     05  HCOB-DIAS-ATRASO       PIC 9(05).
000280     05  HCOB-DATA-REGULARIZ    PIC 9(08).

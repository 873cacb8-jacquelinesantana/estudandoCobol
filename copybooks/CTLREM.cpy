000010******************************************************************
000020* COPYBOOK   : CTLREM
000030* AUTHOR     : JACQUELINE HERNANDES
000040* DATE-WRITTEN: 2026-10-15
000050* PURPOSE    : LAYOUT DO CONTROLE DA REMESSA DE COBRANCA (CTLREM),
000060*              INDEXADO PELO NOSSO NUMERO E, COMO CHAVE
000070*              ALTERNATIVA, PELA PARCELA (CPF + CONTRATO +
000080*              PARCELA). GRAVADO PELA REMESSA (PROGRAMA18), QUE
000090*              NUNCA ENVIA A MESMA PARCELA DUAS VEZES, E LIDO PELA
000100*              BAIXA DO RETORNO BANCARIO (PROGRAMA11), QUE CASA O
000110*              PAGAMENTO PELO NOSSO NUMERO. O REGISTRO DE NOSSO
000120*              NUMERO ZERO E A CELULA DE CONTROLE COM O ULTIMO
000130*              NOSSO NUMERO E A ULTIMA REMESSA GERADOS.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* DATE       INIT  DESCRIPTION
000170* 2026-10-15 JH    COPYBOOK CRIADO JUNTO COM A REMESSA DE
000180*                  COBRANCA (PROGRAMA18).
000190******************************************************************
000200 01  REG-CTLREM.
000210     05  CREM-NOSSO-NUMERO      PIC 9(11).
000220     05  CREM-PARCELA.
000230         10  CREM-CPF           PIC 9(11).
000240         10  CREM-CONTRATO      PIC 9(04).
000250         10  CREM-NUMERO        PIC 9(03).
000260     05  CREM-VENCIMENTO        PIC 9(08).
000270     05  CREM-VALOR             PIC 9(09)V99.
000280     05  CREM-DATA-REMESSA      PIC 9(08).
000290     05  CREM-SEQ-REMESSA       PIC 9(06).
000300
000310 01  REG-CTLREM-CONTROLE.
000320     05  CTLC-NOSSO-NUMERO      PIC 9(11).
000330     05  CTLC-PARCELA           PIC 9(18).
000340     05  CTLC-ULTIMO-NOSSO      PIC 9(11).
000350     05  CTLC-ULTIMA-REMESSA    PIC 9(06).
000360     05  CTLC-DATA-REMESSA      PIC 9(08).
000370     05  FILLER                 PIC X(08).

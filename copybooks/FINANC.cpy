000200*                  CONTRATO (FINANC-TAXA-JUROS), GRAVADA PELA
000210*                  CONTRATACAO A PARTIR DA TABELA TAXJUROS DO
000220*                  PRODUTO E USADA PELO CRONOGRAMA PRICE.
000221* 2026-10-15 JH    INCLUIDA A SITUACAO DO CONTRATO (ATIVO,
000222*                  QUITADO PELO PAGAMENTO DA ULTIMA PARCELA OU
000223*                  LIQUIDADO ANTECIPADAMENTE) E A DATA EM QUE O
000224*                  CONTRATO FOI ENCERRADO. REGISTROS ANTIGOS COM
000225*                  A SITUACAO EM BRANCO CONTAM COMO ATIVOS.
000230******************************************************************
000240 01  REG-FINANC.
000250     05  FINANC-CHAVE.
000280     05  FINANC-PRINCIPAL       PIC 9(09)V99.
000290     05  FINANC-PRAZO-DIAS      PIC 9(03).
000300     05  FINANC-TAXA-JUROS      PIC 9(02)V9(04).
000310     05  FINANC-SITUACAO        PIC X(01).
000320         88  CONTRATO-ATIVO                 VALUE "A" " ".
000330         88  CONTRATO-QUITADO               VALUE "Q".
000340         88  CONTRATO-LIQUIDADO             VALUE "L".
000350     05  FINANC-DATA-ENCERR     PIC 9(08).

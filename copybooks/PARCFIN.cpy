000190* 2026-09-02 JH    INCLUIDA A PARTE DE JUROS DA PARCELA
000200*                  (PARC-JUROS), GERADA PELO CRONOGRAMA PRICE DO
000210*                  PROGRAMA7 COM A TAXA GRAVADA NO FINANC.
000212* 2026-10-15 JH    O ARQUIVO PASSOU A SER INDEXADO PELA CHAVE
000214*                  CPF + CONTRATO + NUMERO DA PARCELA
000216*                  (PARC-CHAVE), LIDO E ATUALIZADO DIRETAMENTE
000218*                  PELA CHAVE NO LUGAR DA TABELA INTERNA DE 5000
000219*                  PARCELAS E DA REGRAVACAO DO ARQUIVO INTEIRO.
000220* 2026-10-15 JH    NOVA SITUACAO "L" - PARCELA LIQUIDADA NA
000221*                  QUITACAO ANTECIPADA DO CONTRATO (PROGRAMA17).
000222*                  PARCELA-BAIXADA RESPONDE PELAS DUAS FORMAS DE
000223*                  BAIXA (PAGA OU LIQUIDADA).
000224******************************************************************
000230 01  REG-PARCFIN.
000235     05  PARC-CHAVE.
000240         10  PARC-CPF           PIC 9(11).
000250         10  PARC-CONTRATO      PIC 9(04).
000260         10  PARC-NUMERO        PIC 9(03).
000270     05  PARC-VENCIMENTO        PIC 9(08).
000280     05  PARC-PRINCIPAL         PIC 9(09)V99.
000290     05  PARC-JUROS             PIC 9(09)V99.
000320     05  PARC-SITUACAO          PIC X(01).
000330         88  PARCELA-ABERTA                 VALUE "A".
000340         88  PARCELA-PAGA                   VALUE "P".
000343         88  PARCELA-LIQUIDADA              VALUE "L".
000346         88  PARCELA-BAIXADA                VALUE "P" "L".
000350     05  PARC-DATA-PGTO         PIC 9(08).
000360     05  PARC-VALOR-PAGO        PIC 9(09)V99.

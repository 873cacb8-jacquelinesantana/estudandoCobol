000320*                  PRODUTO NA TABELA TAXJUROS, GRAVA A TAXA NO
000330*                  REGISTRO DO FINANC E MOSTRA NO RELFIN O CUSTO
000340*                  TOTAL DO CONTRATO PELA TABELA PRICE.
000343* 2026-10-15 JH    O CONTRATO NOVO E GRAVADO COM A SITUACAO
000346*                  ATIVO (FINANC-SITUACAO "A").
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. programa5.
005380     MOVE PROP-PRINCIPAL   TO FINANC-PRINCIPAL
005390     MOVE PROP-PRAZO-DIAS  TO FINANC-PRAZO-DIAS
005400     MOVE WS-TAXA-MENSAL   TO FINANC-TAXA-JUROS
005403     MOVE "A"              TO FINANC-SITUACAO
005406     MOVE ZEROS            TO FINANC-DATA-ENCERR
005410     WRITE REG-FINANC
005420         INVALID KEY
005430             MOVE "CONTRATO DUPLICADO NO FINANC"

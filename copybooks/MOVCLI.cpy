000010******************************************************************
000020* COPYBOOK   : MOVCLI
000030* AUTHOR     : JACQUELINE HERNANDES
000040* DATE-WRITTEN: 2026-10-15
000050* PURPOSE    : LAYOUT DA TRANSACAO DO MOVIMENTO DE MANUTENCAO DO
000060*              CADASTRO (MOVCLI), APLICADO PELA MANUTENCAO BATCH
000070*              (PROGRAMA4) E GRAVADO TAMBEM PELA REGUA DE
000080*              COBRANCA (PROGRAMA19), PARA QUE O REGISTRO NUNCA
000090*              FIQUE DESCASADO ENTRE PROGRAMAS.
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* 2026-10-15 JH    COPYBOOK CRIADO - LAYOUT DE REG-MOVCLI EXTRAIDO
000140*                  DO PROGRAMA4, AGORA QUE A REGUA DE COBRANCA
000150*                  GERA TRANSACOES DE BLOQUEIO. NOVO TIPO B =
000160*                  BLOQUEIO POR INADIMPLENCIA, QUE SO ALTERA A
000170*                  SITUACAO CADASTRAL.
000180******************************************************************
000190 01  REG-MOVCLI.
000200     05  MOV-TIPO               PIC X(01).
000210         88  MOV-INCLUSAO                 VALUE "I".
000220         88  MOV-ALTERACAO                VALUE "A".
000230         88  MOV-EXCLUSAO                 VALUE "E".
000240         88  MOV-BLOQUEIO                 VALUE "B".
000250     05  MOV-CPF                PIC 9(11).
000260     05  MOV-NOME               PIC X(35).
000270     05  MOV-LOGRADOURO         PIC X(40).
000280     05  MOV-CIDADE             PIC X(20).
000290     05  MOV-UF                 PIC X(02).
000300     05  MOV-CEP                PIC 9(08).
000310     05  MOV-TELEFONE           PIC X(15).
000320     05  MOV-STATUS             PIC X(01).
000330         88  MOV-STATUS-VALIDO            VALUE "A" "I" "B".

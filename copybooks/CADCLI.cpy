000120* 2026-08-09 JH    COPYBOOK CRIADO - LAYOUT DE REG-CADCLI EXTRAIDO
000130*                  DO PROGRAMA2 E DO PROGRAMA3 PARA UMA UNICA
000140*                  FONTE, EVITANDO DESVIO DE LAYOUT ENTRE OS FDS.
000142* 2026-10-15 JH    MARCA DO NOME DO CLIENTE ANONIMIZADO PELO
000144*                  EXPURGO DA LGPD (PROGRAMA25), CUJA CHAVE NAO E
000146*                  UM CPF VALIDO.
000150******************************************************************
000160 01  REG-CADCLI.
000170     05  CPF-CADCLI             PIC 9(11).
000180     05  NOME-CLIENTE-CADCLI    PIC X(35).
000182     05  NOME-MARCA-CADCLI REDEFINES NOME-CLIENTE-CADCLI.
000184         10  NOME-MARCA-LGPD-CADCLI     PIC X(17).
000186             88  CLIENTE-ANONIMIZADO-CADCLI
000188                 VALUE "ANONIMIZADO LGPD ".
000189         10  FILLER                     PIC X(18).
000190     05  ENDERECO-CADCLI.
000200         10  ENDERECO-LOGRADOURO-CADCLI PIC X(40).
000210         10  ENDERECO-CIDADE-CADCLI     PIC X(20).

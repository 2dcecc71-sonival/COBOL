001510*    2026-08-09 JA    ACRESCENTADAS AS TABELAS DE ACUMULACAO DE
001520*                     FILIAL/CATEGORIA PARA QUE O RELATORIO DE
001530*                     ROLLUP FIQUE CORRETO APOS UMA RETOMADA.
001550*    2026-10-15 JA    SOMA DO PERCENTUAL SOBRE A VENDA BRUTA (COM
001570*                     ICMS) EM CADA ENTRADA DE FILIAL/CATEGORIA.
001600*****************************************************************
001700 01  CKP-REGISTRO-CHECKPOINT.
001800     05  CKP-ULTIMO-ITEM-CODE    PIC X(10).
002700             15  CKP-FILIAL-CODIGO       PIC X(04).
002800             15  CKP-FILIAL-QTD-ITENS    PIC 9(08).
002900             15  CKP-FILIAL-SOMA-PCT     PIC S9(09)V99.
002920             15  CKP-FILIAL-SOMA-PCT-BRUTO
002940                                         PIC S9(09)V99.
003000     05  CKP-TABELA-CATEGORIA-DADOS.
003100         10  CKP-QTD-CATEGORIAS      PIC 9(04).
003200         10  CKP-TABELA-CATEGORIA OCCURS 50 TIMES
003400             15  CKP-CATEGORIA-CODIGO    PIC X(04).
003500             15  CKP-CATEGORIA-QTD-ITENS PIC 9(08).
003600             15  CKP-CATEGORIA-SOMA-PCT  PIC S9(09)V99.
003700             15  CKP-CATEGORIA-SOMA-PCT-BRUTO
003800                                         PIC S9(09)V99.

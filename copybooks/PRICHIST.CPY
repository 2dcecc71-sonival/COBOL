001300*    DATE       INIT  DESCRICAO
001400*    ---------- ----  -------------------------------------------
001500*    2026-08-21 JA    COPYBOOK ORIGINAL.
001510*    2026-10-15 JA    PRIMEIRO BYTE DO FILLER PASSOU A SER A
001520*                     ORIGEM DO PRECO: BRANCO = PRECO DO MESTRE,
001530*                     "F" = PRECO PROPRIO DA FILIAL (PRCFIL), QUE
001540*                     NAO ALTERA O PRODMAST.
001600*****************************************************************
001700 01  HS-REGISTRO-HISTORICO.
001800     05  HS-ITEM-CODE            PIC X(10).
002600         88  HS-SEM-PREJUIZO            VALUE "N".
002700     05  HS-DATA-CALCULO         PIC 9(08).
002800     05  HS-HORA-CALCULO         PIC 9(08).
002810     05  HS-ORIGEM-PRECO         PIC X(01).
002820         88  HS-PRECO-MESTRE            VALUE " ".
002830         88  HS-PRECO-FILIAL            VALUE "F".
002900     05  FILLER                  PIC X(09).

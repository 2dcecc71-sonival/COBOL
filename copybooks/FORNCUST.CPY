000100*****************************************************************
000200*    COPYBOOK.....: FORNCUST.CPY
000300*    DESCRIPTION..: SUPPLIER COST FILE RECORD LAYOUT.  ONE ENTRY
000400*                   PER ITEM CODE + SUPPLIER CODE WITH THE LAST
000500*                   COST QUOTED BY THAT SUPPLIER AND ITS EFFECTIVE
000600*                   DATE, MAINTAINED BY CUSTBAT FROM CUSTFEED.
000700*                   EXACTLY ONE SUPPLIER PER ITEM CARRIES THE
000800*                   PREFERRED FLAG; ONLY THAT SUPPLIER'S COST IS
000900*                   CARRIED TO PM-VALOR-COMPRA.  THE FIRST
001000*                   SUPPLIER TO QUOTE AN ITEM BECOMES ITS
001100*                   PREFERRED SUPPLIER; CADFORN CHANGES IT.  READ
001200*                   BY RELFORN FOR THE SOURCING REPORT.
001300*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001400*    DATE-WRITTEN.: 2026-10-15
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRICAO
001800*    ---------- ----  -------------------------------------------
001900*    2026-10-15 JA    COPYBOOK ORIGINAL.
002000*****************************************************************
002100 01  FC-REGISTRO-FORNECEDOR.
002200     05  FC-CHAVE.
002300         10  FC-ITEM-CODE        PIC X(10).
002400         10  FC-FORNECEDOR       PIC X(08).
002500     05  FC-VALOR-COMPRA         PIC 9(06)V99.
002600     05  FC-DATA-VIGENCIA        PIC 9(08).
002700     05  FC-PREFERENCIAL         PIC X(01).
002800         88  FC-FORNECEDOR-PREFERIDO    VALUE "S".
002900         88  FC-FORNECEDOR-ALTERNATIVO  VALUE "N".
003000     05  FC-DATA-ULT-ATUALIZACAO PIC 9(08).
003100     05  FILLER                  PIC X(10).

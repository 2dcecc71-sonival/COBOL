000100*****************************************************************
000200*    COPYBOOK.....: VENDPOS.CPY
000300*    DESCRIPTION..: INBOUND DAILY SALES RECORD SENT BY THE STORES.
000400*                   ONE LINE PER ITEM, BRANCH AND SALES DATE WITH
000500*                   THE UNITS SOLD AND THE TOTAL AMOUNT RUNG UP
000600*                   AT THE REGISTER FOR THOSE UNITS.  READ BY
000700*                   RELVEND TO VALUE THE DAY'S GROSS-PROFIT
000800*                   CONTRIBUTION AND TO CHECK THE RUNG-UP PRICE
000900*                   AGAINST THE PRICE SENT TO THE POS.
001000*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001100*    DATE-WRITTEN.: 2026-10-15
001200*-----------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRICAO
001500*    ---------- ----  -------------------------------------------
001600*    2026-10-15 JA    COPYBOOK ORIGINAL.
001700*****************************************************************
001800 01  VP-REGISTRO-VENDA.
001900     05  VP-ITEM-CODE            PIC X(10).
002000     05  VP-BRANCH-CODE          PIC X(04).
002100     05  VP-DATA-VENDA           PIC 9(08).
002200     05  VP-QTD-UNIDADES         PIC 9(07).
002300     05  VP-VALOR-REGISTRADO     PIC 9(09)V99.
002400     05  FILLER                  PIC X(10).

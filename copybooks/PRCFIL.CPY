000100*****************************************************************
000200*    COPYBOOK.....: PRCFIL.CPY
000300*    DESCRIPTION..: BRANCH (ZONE) PRICE FILE RECORD LAYOUT.
000400*                   ONE ENTRY PER ITEM CODE + BRANCH CODE FOR THE
000500*                   BRANCHES THAT SELL THE ITEM AT A PRICE OF
000600*                   THEIR OWN.  THE PRICE ON PRODMAST STAYS THE
000700*                   PRICE OF THE ITEM'S HOME BRANCH AND IS THE
000800*                   FALLBACK FOR ANY BRANCH WITHOUT AN ENTRY HERE.
000900*                   PF-VALOR-COMPRA IS THE COST THE BRANCH MARKUP
001000*                   WAS COMPUTED ON.
001100*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001200*    DATE-WRITTEN.: 2026-10-15
001300*-----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRICAO
001600*    ---------- ----  -------------------------------------------
001700*    2026-10-15 JA    COPYBOOK ORIGINAL.
001800*****************************************************************
001900 01  PF-REGISTRO-PRECO-FILIAL.
002000     05  PF-CHAVE.
002100         10  PF-ITEM-CODE        PIC X(10).
002200         10  PF-BRANCH-CODE      PIC X(04).
002300     05  PF-VALOR-COMPRA         PIC 9(06)V99.
002400     05  PF-VALOR-VENDA          PIC 9(06)V99.
002500     05  PF-PERCENTUAL           PIC S9(03)V9(12).
002600     05  PF-STATUS-PREJUIZO      PIC X(01).
002700         88  PF-EM-PREJUIZO             VALUE "S".
002800         88  PF-SEM-PREJUIZO            VALUE "N".
002900     05  PF-DATA-ULT-CALCULO     PIC 9(08).
003000     05  PF-HORA-ULT-CALCULO     PIC 9(08).
003100     05  FILLER                  PIC X(10).

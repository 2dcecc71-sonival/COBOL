000100*****************************************************************
000200*    COPYBOOK.....: KITCOMP.CPY
000300*    DESCRIPTION..: KIT COMPOSITION RECORD.  ONE ENTRY PER KIT
000400*                   ITEM + COMPONENT ITEM WITH THE QUANTITY OF THE
000500*                   COMPONENT IN ONE KIT (GIFT BASKETS, MULTI-
000600*                   PACKS).  BOTH CODES ARE PRODMAST ITEMS.  KEPT
000700*                   BY THE BUYERS LIKE MRGPOL, IN ANY ORDER.
000800*                   READ BY CUSTKIT, WHICH ROLLS THE COMPONENTS'
000900*                   CURRENT COSTS UP INTO THE KIT'S
001000*                   PM-VALOR-COMPRA, AND BY CADPROD, WHICH REFUSES
001100*                   TO INACTIVATE A COMPONENT OF AN ACTIVE KIT.
001200*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001300*    DATE-WRITTEN.: 2026-10-15
001400*-----------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRICAO
001700*    ---------- ----  -------------------------------------------
001800*    2026-10-15 JA    COPYBOOK ORIGINAL.
001900*****************************************************************
002000 01  KC-REGISTRO-KIT.
002100     05  KC-KIT-CODE             PIC X(10).
002200     05  KC-COMPONENTE           PIC X(10).
002300     05  KC-QUANTIDADE           PIC 9(05).
002400     05  FILLER                  PIC X(10).

000100*****************************************************************
000200*    COPYBOOK.....: ETQLOJA.CPY
000300*    DESCRIPTION..: SHELF-LABEL EXTRACT RECORD WRITTEN BY RELETQ.
000400*                   ONE LABEL PER ITEM AND BRANCH FOR THE DAY'S
000500*                   PRICE CHANGES, CARRYING THE FINAL PRICE OF THE
000600*                   DAY.  RECORDS COME GROUPED BY BRANCH AND IN
000700*                   CATEGORY/ITEM ORDER WITHIN THE BRANCH.  THE
000800*                   PREVIOUS PRICE IS FILLED ONLY ON "WAS/NOW"
000900*                   LABELS (PROMOTION STARTED THAT DAY) AND IS
001000*                   ZERO ON REGULAR LABELS.
001100*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001200*    DATE-WRITTEN.: 2026-10-15
001300*-----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRICAO
001600*    ---------- ----  -------------------------------------------
001700*    2026-10-15 JA    COPYBOOK ORIGINAL.
001800*****************************************************************
001900 01  EL-REGISTRO-ETIQUETA.
002000     05  EL-BRANCH-CODE          PIC X(04).
002100     05  EL-CATEGORY-CODE        PIC X(04).
002200     05  EL-ITEM-CODE            PIC X(10).
002300     05  EL-DESCRICAO            PIC X(20).
002400     05  EL-VENDA-NOVA           PIC 9(06)V99.
002500     05  EL-VENDA-ANTERIOR       PIC 9(06)V99.
002600     05  EL-DATA-VIGENCIA        PIC 9(08).
002700     05  EL-TIPO-ETIQUETA        PIC X(01).
002800         88  EL-ETIQUETA-REGULAR        VALUE "R".
002900         88  EL-ETIQUETA-DE-POR         VALUE "P".
003000     05  FILLER                  PIC X(10).

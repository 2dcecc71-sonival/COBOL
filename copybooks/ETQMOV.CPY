000100*****************************************************************
000200*    COPYBOOK.....: ETQMOV.CPY
000300*    DESCRIPTION..: SHELF-LABEL MOVEMENT RECORD.  ONE ENTRY IS
000400*                   APPENDED FOR EVERY PRICE CHANGE SENT TO THE
000500*                   POS (CALC1 BATCH AND PROPOSAL APPLY, PRCATIV
000600*                   ACTIVATION AND PROMOTION START/END), WITH THE
000700*                   BRANCH, THE PRICE BEFORE AND AFTER THE CHANGE
000800*                   AND THE KIND OF CHANGE.  THE FILE IS KEPT
000900*                   ACROSS RUNS AND READ BY RELETQ TO BUILD THE
001000*                   DAY'S SHELF LABELS FOR EACH STORE.
001100*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001200*    DATE-WRITTEN.: 2026-10-15
001300*-----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRICAO
001600*    ---------- ----  -------------------------------------------
001700*    2026-10-15 JA    COPYBOOK ORIGINAL.
001800*****************************************************************
001900 01  EM-REGISTRO-MOVIMENTO.
002000     05  EM-DATA-MOVIMENTO       PIC 9(08).
002100     05  EM-HORA-MOVIMENTO       PIC 9(08).
002200     05  EM-ITEM-CODE            PIC X(10).
002300     05  EM-BRANCH-CODE          PIC X(04).
002400     05  EM-VENDA-ANTERIOR       PIC 9(06)V99.
002500     05  EM-VENDA-NOVA           PIC 9(06)V99.
002600     05  EM-DATA-VIGENCIA        PIC 9(08).
002700     05  EM-TIPO-MOVIMENTO       PIC X(01).
002800         88  EM-PRECO-REGULAR           VALUE "R".
002900         88  EM-PROMO-INICIO            VALUE "I".
003000         88  EM-PROMO-FIM               VALUE "F".
003100     05  EM-SISTEMA-ORIGEM       PIC X(08).
003200     05  FILLER                  PIC X(10).

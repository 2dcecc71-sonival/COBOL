000100*****************************************************************
000200*    COPYBOOK.....: LIQITEM.CPY
000300*    DESCRIPTION..: CLEARANCE STATUS RECORD, ONE PER ITEM UNDER
000400*                   CLEARANCE, KEYED BY ITEM CODE.  WRITTEN BY THE
000500*                   DAILY ACTIVATION RUN (PRCATIV) WHEN THE FIRST
000600*                   STAGE OF THE ITEM'S SCHEDULE (LIQFILE) FALLS
000700*                   DUE, WITH THE REGULAR SALE PRICE THE STAGE
000800*                   PERCENTAGES ARE TAKEN FROM, AND UPDATED AT
000900*                   EACH LATER STAGE WITH THE STAGE REACHED AND
001000*                   THE CLEARANCE PRICE SENT TO THE MASTER.  THE
001100*                   STAGE NUMBER ONLY RISES, SO A STAGE IS NEVER
001200*                   APPLIED TWICE AND A MARKDOWN NEVER REVERTS.
001300*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001400*    DATE-WRITTEN.: 2026-10-15
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRICAO
001800*    ---------- ----  -------------------------------------------
001900*    2026-10-15 JA    COPYBOOK ORIGINAL.
002000*****************************************************************
002100 01  LT-REGISTRO-LIQ-ITEM.
002200     05  LT-ITEM-CODE            PIC X(10).
002300     05  LT-TIPO-ALVO            PIC X(01).
002400     05  LT-CODIGO-ALVO          PIC X(10).
002500     05  LT-VALOR-ORIGINAL       PIC 9(06)V99.
002600     05  LT-ESTAGIO-ATUAL        PIC 9(01).
002700     05  LT-DATA-ESTAGIO         PIC 9(08).
002800     05  LT-VALOR-LIQUIDACAO     PIC 9(06)V99.
002900     05  FILLER                  PIC X(10).

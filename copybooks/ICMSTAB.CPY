000100*****************************************************************
000200*    COPYBOOK.....: ICMSTAB.CPY
000300*    DESCRIPTION..: ICMS RATE TABLE RECORD, KEYED BY CATEGORY CODE
000400*                   AND STATE (UF).  SHELF PRICES INCLUDE ICMS;
000500*                   THE RATE FOUND HERE IS STRIPPED FROM
000600*                   PM-VALOR-VENDA BEFORE MARKUP AND MARGIN ARE
000650*                   COMPUTED.  A BLANK CATEGORY APPLIES TO EVERY
000700*                   CATEGORY OF THAT STATE AND A BLANK UF TO EVERY
000800*                   STATE OF THAT CATEGORY; THE MOST SPECIFIC
000900*                   ENTRY WINS.  A RATE OF ZERO MARKS AN EXEMPT
001000*                   COMBINATION.  MAINTAINED BY CADICMS, LOADED BY
001100*                   CALCICMS.
001200*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001300*    DATE-WRITTEN.: 2026-10-15
001400*-----------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRICAO
001700*    ---------- ----  -------------------------------------------
001800*    2026-10-15 JA    COPYBOOK ORIGINAL.
001900*****************************************************************
002000 01  TI-REGISTRO-ICMS.
002100     05  TI-CHAVE.
002200         10  TI-CATEGORY-CODE    PIC X(04).
002300         10  TI-UF               PIC X(02).
002400     05  TI-ALIQUOTA             PIC 9(02)V99.
002500     05  TI-DATA-ALTERACAO       PIC 9(08).
002600     05  FILLER                  PIC X(10).

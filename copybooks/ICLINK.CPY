000100*****************************************************************
000200*    COPYBOOK.....: ICLINK.CPY
000300*    DESCRIPTION..: CALL LINKAGE FOR THE ICMS RATE LOOKUP
000400*                   SUBPROGRAM (CALCICMS).  THE CALLER PASSES THE
000500*                   ITEM CATEGORY AND BRANCH; CALCICMS RESOLVES
000600*                   THE BRANCH STATE FROM FILMAST AND RETURNS THE
000700*                   STATE AND THE ICMS RATE TO BE STRIPPED FROM
000800*                   THE SALE PRICE.  NO TABLE OR NO MATCHING ENTRY
000900*                   RETURNS A RATE OF ZERO (PRICE TAKEN AS NET).
001000*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001100*    DATE-WRITTEN.: 2026-10-15
001200*-----------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRICAO
001500*    ---------- ----  -------------------------------------------
001600*    2026-10-15 JA    COPYBOOK ORIGINAL.
001700*****************************************************************
001800 01  IC-PARAMETROS-ICMS.
001900     05  IC-CATEGORY-CODE        PIC X(04).
002000     05  IC-BRANCH-CODE          PIC X(04).
002100     05  IC-UF                   PIC X(02).
002200     05  IC-ALIQUOTA             PIC 9(02)V99.
002300     05  IC-SW-ALIQUOTA          PIC X(01).
002400         88  IC-ALIQUOTA-ACHADA        VALUE "S".
002500         88  IC-SEM-ALIQUOTA           VALUE "N".

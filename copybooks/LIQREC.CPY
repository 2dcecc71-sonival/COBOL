000100*****************************************************************
000200*    COPYBOOK.....: LIQREC.CPY
000300*    DESCRIPTION..: CLEARANCE MARKDOWN SCHEDULE RECORD.  ONE ENTRY
000400*                   PER ITEM ("I") OR CATEGORY ("C") BEING
000500*                   CLEARED, WITH THE DATE OF DAY 1 AND UP TO FIVE
000600*                   STAGES, EACH A DAY NUMBER COUNTED FROM DAY 1
000700*                   AND THE PERCENTAGE TAKEN OFF THE REGULAR SALE
000800*                   PRICE THE ITEM HAD WHEN ITS CLEARANCE STARTED
000900*                   (E.G. 20% ON DAY 1, 40% ON DAY 15, 60% ON DAY
001000*                   30).  DAYS AND PERCENTAGES MUST RISE FROM
001100*                   STAGE TO STAGE; UNUSED STAGES ARE LEFT
001200*                   ZERO.  A CATEGORY ENTRY REACHES THE INACTIVE
001300*                   (DISCONTINUED) ITEMS OF THE CATEGORY; AN ITEM
001400*                   ENTRY REACHES ITS ITEM AND TAKES PRECEDENCE
001500*                   OVER THE CATEGORY.  NO STAGE PRICE GOES BELOW
001600*                   THE FLOOR: THE ITEM'S COST, OR LQ-VALOR-PISO
001700*                   ON AN ITEM ENTRY.  A FLOOR BELOW COST ONLY
001800*                   HOLDS WHEN LQ-SUPERVISOR NAMES A SUPERVISOR ON
001900*                   USRFILE.  KEPT BY THE ANALYSTS LIKE PROMFILE
002000*                   AND APPLIED BY THE DAILY ACTIVATION RUN
002100*                   (PRCATIV); THE MARKDOWNS ARE PERMANENT AND
002200*                   NEVER REVERT.
002300*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
002400*    DATE-WRITTEN.: 2026-10-15
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRICAO
002800*    ---------- ----  -------------------------------------------
002900*    2026-10-15 JA    COPYBOOK ORIGINAL.
003000*****************************************************************
003100 01  LQ-REGISTRO-LIQUIDACAO.
003200     05  LQ-TIPO-ALVO            PIC X(01).
003300         88  LQ-ALVO-ITEM               VALUE "I".
003400         88  LQ-ALVO-CATEGORIA          VALUE "C".
003500     05  LQ-CODIGO-ALVO          PIC X(10).
003600     05  LQ-DATA-INICIO          PIC 9(08).
003700     05  LQ-ESTAGIOS.
003800         10  LQ-ESTAGIO OCCURS 5 TIMES.
003900             15  LQ-DIA-ESTAGIO  PIC 9(03).
004000             15  LQ-PCT-REDUCAO  PIC 9(02)V99.
004100     05  LQ-VALOR-PISO           PIC 9(06)V99.
004200     05  LQ-SUPERVISOR           PIC X(08).
004300     05  FILLER                  PIC X(10).

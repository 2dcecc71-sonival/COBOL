000100*****************************************************************
000200*    COPYBOOK.....: SNAPMAST.CPY
000300*    DESCRIPTION..: PRODUCT MASTER SNAPSHOT RECORD.  EVERY RUN
000400*                   THAT UPDATES PRODMAST (CALC1 BATCH,
000500*                   INTERACTIVE AND PROPOSAL APPLY, CUSTBAT,
000600*                   CUSTKIT, PRCATIV, RESTMAST) FIRST CALLS
000700*                   CALCSNAP, WHICH APPENDS A FULL COPY OF THE
000800*                   MASTER AND OF THE BRANCH PRICE FILE (PRCFIL)
000900*                   TO THIS FILE.  EACH COPY IS FRAMED BY A HEADER
001000*                   WITH THE RUN DATE, TIME AND ORIGIN AND A
001100*                   TRAILER WITH THE ITEM AND BRANCH PRICE COUNTS;
001200*                   A COPY WITHOUT ITS TRAILER WAS INTERRUPTED AND
001300*                   IS NEVER USED.  THE "D" DETAIL CARRIES THE
001400*                   PM-REGISTRO-MESTRE IMAGE AND THE "F" DETAIL,
001500*                   WRITTEN AFTER ALL "D" DETAILS, CARRIES THE
001600*                   PF-REGISTRO-PRECO-FILIAL IMAGE.  READ BY
001700*                   RESTMAST TO REBUILD THE MASTER AND THE BRANCH
001800*                   PRICES AS OF A CHOSEN DATE AND TIME.
001900*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
002000*    DATE-WRITTEN.: 2026-10-15
002100*-----------------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRICAO
002400*    ---------- ----  -------------------------------------------
002500*    2026-10-15 JA    COPYBOOK ORIGINAL.
002600*    2026-10-15 JA    REGISTRO "F" COM A IMAGEM DO PRECO PROPRIO
002700*                     DE FILIAL (PRCFIL) E QUANTIDADE DE PRECOS
002800*                     DE FILIAL NO TRAILER.
002900*****************************************************************
003000 01  SM-REGISTRO-SNAPSHOT.
003100     05  SM-TIPO-REGISTRO        PIC X(01).
003200         88  SM-REGISTRO-HEADER         VALUE "H".
003300         88  SM-REGISTRO-DETALHE        VALUE "D".
003400         88  SM-REGISTRO-FILIAL         VALUE "F".
003500         88  SM-REGISTRO-TRAILER        VALUE "T".
003600     05  SM-DADOS-SNAPSHOT       PIC X(99).
003700     05  SM-DADOS-HEADER REDEFINES SM-DADOS-SNAPSHOT.
003800         10  SM-HDR-DATA-SNAPSHOT    PIC 9(08).
003900         10  SM-HDR-HORA-SNAPSHOT    PIC 9(08).
004000         10  SM-HDR-SISTEMA-ORIGEM   PIC X(08).
004100         10  FILLER                  PIC X(75).
004200     05  SM-DADOS-DETALHE REDEFINES SM-DADOS-SNAPSHOT.
004300         10  SM-DET-ITEM-CODE        PIC X(10).
004400         10  FILLER                  PIC X(89).
004500     05  SM-DADOS-FILIAL REDEFINES SM-DADOS-SNAPSHOT.
004600         10  SM-FIL-ITEM-CODE        PIC X(10).
004700         10  SM-FIL-BRANCH-CODE      PIC X(04).
004800         10  FILLER                  PIC X(85).
004900     05  SM-DADOS-TRAILER REDEFINES SM-DADOS-SNAPSHOT.
005000         10  SM-TRL-QTD-ITENS        PIC 9(08).
005100         10  SM-TRL-DATA-SNAPSHOT    PIC 9(08).
005200         10  SM-TRL-HORA-SNAPSHOT    PIC 9(08).
005300         10  SM-TRL-QTD-FILIAIS      PIC 9(08).
005400         10  FILLER                  PIC X(67).

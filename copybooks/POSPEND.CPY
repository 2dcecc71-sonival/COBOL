000100*****************************************************************
000200*    COPYBOOK.....: POSPEND.CPY
000300*    DESCRIPTION..: OPEN POS PRICE-CHANGE FILE MAINTAINED BY
000400*                   RECPOS.  ONE DETAIL PER ITEM CODE + BRANCH
000500*                   CODE WHOSE LATEST PRICE SENT TO THE STORES
000600*                   HAS NOT YET BEEN CONFIRMED AT THAT PRICE BY
000700*                   POSACK, WITH THE ORIGINAL SEND DATE, THE LAST
000800*                   RESEND DATE AND THE RESEND COUNT.  THE FIRST
000900*                   RECORD IS A CONTROL RECORD IDENTIFYING THE
001000*                   LAST POSFILE ALREADY LOADED (HEADER DATE AND
001100*                   ORIGIN, TRAILER COUNT AND TOTAL) SO THE SAME
001200*                   TRANSMISSION IS NEVER LOADED TWICE.
001300*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001400*    DATE-WRITTEN.: 2026-10-15
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRICAO
001800*    ---------- ----  -------------------------------------------
001900*    2026-10-15 JA    COPYBOOK ORIGINAL.
002000*****************************************************************
002100 01  PP-REGISTRO-PENDENTE.
002200     05  PP-TIPO-REGISTRO        PIC X(01).
002300         88  PP-REGISTRO-CONTROLE       VALUE "C".
002400         88  PP-REGISTRO-DETALHE        VALUE "D".
002500     05  PP-DADOS-PENDENTE       PIC X(80).
002600     05  PP-DADOS-CONTROLE REDEFINES PP-DADOS-PENDENTE.
002700         10  PP-CTL-DATA-GERACAO     PIC 9(08).
002800         10  PP-CTL-SISTEMA-ORIGEM   PIC X(08).
002900         10  PP-CTL-QTD-DETALHES     PIC 9(08).
003000         10  PP-CTL-TOTAL-VENDA-NOVA PIC 9(12)V99.
003100         10  FILLER                  PIC X(42).
003200     05  PP-DADOS-DETALHE REDEFINES PP-DADOS-PENDENTE.
003300         10  PP-ITEM-CODE            PIC X(10).
003400         10  PP-BRANCH-CODE          PIC X(04).
003500         10  PP-VENDA-ANTERIOR       PIC 9(06)V99.
003600         10  PP-VENDA-NOVA           PIC 9(06)V99.
003700         10  PP-DATA-VIGENCIA        PIC 9(08).
003800         10  PP-SISTEMA-ORIGEM       PIC X(08).
003900         10  PP-DATA-ENVIO           PIC 9(08).
004000         10  PP-DATA-ULT-ENVIO       PIC 9(08).
004100         10  PP-QTD-REENVIOS         PIC 9(03).
004200         10  PP-SITUACAO             PIC X(01).
004300             88  PP-SEM-CONFIRMACAO         VALUE "N".
004400             88  PP-PRECO-DIVERGENTE        VALUE "D".
004500             88  PP-RECUSADO-LOJA           VALUE "R".
004600         10  PP-VENDA-CONFIRMADA     PIC 9(06)V99.
004700         10  FILLER                  PIC X(06).

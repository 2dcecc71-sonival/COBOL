000100*****************************************************************
000200*    COPYBOOK.....: POSACK.CPY
000300*    DESCRIPTION..: INBOUND PRICE-CHANGE ACKNOWLEDGEMENT RECORD
000400*                   SENT BACK BY THE STORE POS SYSTEM.  ONE LINE
000500*                   PER POSFILE DETAIL THE REGISTER LOADED (OR
000600*                   REFUSED), WITH THE PRICE ACTUALLY APPLIED AND
000700*                   THE DATE IT WAS APPLIED.  READ BY RECPOS TO
000800*                   CLOSE THE OPEN PRICE CHANGES IN POSPEND.
000900*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001000*    DATE-WRITTEN.: 2026-10-15
001100*-----------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRICAO
001400*    ---------- ----  -------------------------------------------
001500*    2026-10-15 JA    COPYBOOK ORIGINAL.
001600*****************************************************************
001700 01  AK-REGISTRO-CONFIRMACAO.
001800     05  AK-ITEM-CODE            PIC X(10).
001900     05  AK-BRANCH-CODE          PIC X(04).
002000     05  AK-VENDA-NOVA           PIC 9(06)V99.
002100     05  AK-DATA-APLICACAO       PIC 9(08).
002200     05  AK-STATUS-CONFIRMACAO   PIC X(01).
002300         88  AK-PRECO-APLICADO          VALUE "A".
002400         88  AK-PRECO-RECUSADO          VALUE "R".
002500     05  FILLER                  PIC X(10).

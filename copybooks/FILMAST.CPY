000100*****************************************************************
000200*    COPYBOOK.....: FILMAST.CPY
000300*    DESCRIPTION..: BRANCH MASTER RECORD LAYOUT.  ONE ENTRY PER
000400*                   BRANCH CODE WITH THE BRANCH NAME, REGION,
000500*                   STATE (UF) AND OPEN/CLOSED STATUS.  IT IS THE
000600*                   REFERENCE THE BRANCH CODES OF THE TRANSACTION
000700*                   FEED AND OF PRODMAST ARE VALIDATED AGAINST:
000800*                   AN UNKNOWN CODE OR A CLOSED BRANCH IS NOT
000900*                   ACCEPTED ON NEW DATA.  MAINTAINED BY CADREF.
001000*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001100*    DATE-WRITTEN.: 2026-10-15
001200*-----------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRICAO
001500*    ---------- ----  -------------------------------------------
001600*    2026-10-15 JA    COPYBOOK ORIGINAL.
001700*****************************************************************
001800 01  FM-REGISTRO-FILIAL.
001900     05  FM-BRANCH-CODE          PIC X(04).
002000     05  FM-NOME                 PIC X(30).
002100     05  FM-REGIAO               PIC X(10).
002200     05  FM-UF                   PIC X(02).
002300     05  FM-STATUS-FILIAL        PIC X(01).
002400         88  FM-FILIAL-ABERTA           VALUE "A".
002500         88  FM-FILIAL-FECHADA          VALUE "F".
002600     05  FM-DATA-ULT-ALTERACAO   PIC 9(08).
002700     05  FILLER                  PIC X(10).

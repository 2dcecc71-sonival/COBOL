000100*****************************************************************
000200*    COPYBOOK.....: SNLINK.CPY
000300*    DESCRIPTION..: CALL LINKAGE FOR THE PRODUCT MASTER SNAPSHOT
000400*                   SUBPROGRAM (CALCSNAP).  THE CALLER PASSES THE
000500*                   DATE AND TIME IT STAMPS ON ITS OWN MASTER AND
000600*                   HISTORY UPDATES AND ITS PROGRAM NAME, AND MUST
000700*                   CALL BEFORE OPENING PRODMAST FOR UPDATE.  THE
000800*                   ITEM COUNT COMES BACK; A MISSING MASTER IS NOT
000900*                   AN ERROR (NOTHING TO PROTECT), BUT A SNAPSHOT
001000*                   THAT COULD NOT BE WRITTEN MUST STOP THE RUN.
001100*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001200*    DATE-WRITTEN.: 2026-10-15
001300*-----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRICAO
001600*    ---------- ----  -------------------------------------------
001700*    2026-10-15 JA    COPYBOOK ORIGINAL.
001800*****************************************************************
001900 01  SN-PARAMETROS-SNAPSHOT.
002000     05  SN-DATA-SNAPSHOT        PIC 9(08).
002100     05  SN-HORA-SNAPSHOT        PIC 9(08).
002200     05  SN-SISTEMA-ORIGEM       PIC X(08).
002300     05  SN-QTD-ITENS            PIC 9(08).
002400     05  SN-CODIGO-RETORNO       PIC 9(02).
002500         88  SN-SNAPSHOT-OK             VALUE 00.
002600         88  SN-SEM-MESTRE              VALUE 04.
002700         88  SN-ERRO-SNAPSHOT           VALUE 16.

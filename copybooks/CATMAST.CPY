000100*****************************************************************
000200*    COPYBOOK.....: CATMAST.CPY
000300*    DESCRIPTION..: CATEGORY MASTER RECORD LAYOUT.  ONE ENTRY PER
000400*                   CATEGORY CODE WITH THE CATEGORY NAME AND THE
000500*                   DEPARTMENT IT BELONGS TO.  IT IS THE REFERENCE
000600*                   THE CATEGORY CODES OF THE TRANSACTION FEED AND
000700*                   OF PRODMAST ARE VALIDATED AGAINST.  MAINTAINED
000800*                   BY CADREF.
000900*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001000*    DATE-WRITTEN.: 2026-10-15
001100*-----------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRICAO
001400*    ---------- ----  -------------------------------------------
001500*    2026-10-15 JA    COPYBOOK ORIGINAL.
001600*****************************************************************
001700 01  CM-REGISTRO-CATEGORIA.
001800     05  CM-CATEGORY-CODE        PIC X(04).
001900     05  CM-NOME                 PIC X(30).
002000     05  CM-DEPARTAMENTO         PIC X(20).
002100     05  CM-DATA-ULT-ALTERACAO   PIC 9(08).
002200     05  FILLER                  PIC X(10).

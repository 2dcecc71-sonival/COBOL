000500*                   ONE COMMON PARAMETER BLOCK KEEPS CALC1 AND
000600*                   CALCMENU (AND ANY FUTURE CALLER) SPEAKING THE
000700*                   SAME LAYOUT TO WHICHEVER ROUTINE THEY INVOKE.
000710*                   PC-ALIQUOTA-IMPOSTO CARRIES THE ICMS RATE
000720*                   INCLUDED IN THE SALE PRICE (SEE CALCICMS);
000730*                   MARKUP AND MARGIN IN PC-PERCENTUAL ARE ON THE
000740*                   NET-OF-TAX PRICE RETURNED IN PC-VALOR-LIQUIDO,
000750*                   AND PC-PERCENTUAL-BRUTO GIVES THE SAME FIGURE
000760*                   ON THE TAX-INCLUSIVE PRICE.  A ZERO RATE
000770*                   MAKES BOTH FIGURES EQUAL.
000800*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
000900*    DATE-WRITTEN.: 2026-08-09
001000*-----------------------------------------------------------------
001200*    DATE       INIT  DESCRICAO
001300*    ---------- ----  -------------------------------------------
001400*    2026-08-09 JA    COPYBOOK ORIGINAL.
001420*    2026-10-15 JA    ALIQUOTA DE ICMS, VENDA LIQUIDA E PERCENTUAL
001440*                     SOBRE A VENDA BRUTA.
001500*****************************************************************
001600 01  PC-PARAMETROS-CALCULO.
001700     05  PC-MODO-DIRECAO         PIC X(01).
002700     05  PC-CODIGO-RETORNO       PIC 9(02).
002800         88  PC-CALCULO-OK             VALUE 00.
002900         88  PC-ERRO-VALOR-ZERO        VALUE 90.
003000     05  PC-ALIQUOTA-IMPOSTO     PIC 9(02)V99.
003100     05  PC-VALOR-LIQUIDO        PIC 9(06)V99.
003200     05  PC-PERCENTUAL-BRUTO     PIC S9(03)V9(12).

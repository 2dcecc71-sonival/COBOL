000700*                   CUSTBAT, WHICH UPDATES PM-VALOR-COMPRA,
000800*                   RECOMPUTES THE MARKUP AGAINST THE UNCHANGED
000900*                   PM-VALOR-VENDA AND FLAGS MARGIN EROSION.
000920*                   EVERY QUOTE IS KEPT PER ITEM AND SUPPLIER IN
000940*                   FORNCUST; ONLY THE ITEM'S PREFERRED SUPPLIER
000960*                   UPDATES PM-VALOR-COMPRA.
001000*    AUTHOR.......: J. ALMEIDA - PRECIFICACAO
001100*    DATE-WRITTEN.: 2026-09-01
001200*-----------------------------------------------------------------
001400*    DATE       INIT  DESCRICAO
001500*    ---------- ----  -------------------------------------------
001600*    2026-09-01 JA    COPYBOOK ORIGINAL.
001620*    2026-10-15 JA    CF-FORNECEDOR PASSA A SER OBRIGATORIO E
001640*                     CHAVE DO FORNCUST JUNTO COM O ITEM.
001700*****************************************************************
001800 01  CF-REGISTRO-CUSTO.
001900     05  CF-ITEM-CODE            PIC X(10).

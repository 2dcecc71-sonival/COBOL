001200*                   INVERSO, DADOS O CUSTO E A MARGEM ALVO,
001300*                   SUGERE O VALOR DE VENDA.
001400*                   CHAMADO PELO CALCMENU.
001410*                   O VALOR DE VENDA INCLUI ICMS: A MARGEM E
001420*                   CALCULADA SOBRE A VENDA LIQUIDA DO IMPOSTO
001430*                   (PC-ALIQUOTA-IMPOSTO) E DEVOLVIDA TAMBEM
001440*                   SOBRE A VENDA BRUTA; NO MODO INVERSO A VENDA
001450*                   SUGERIDA JA INCLUI O IMPOSTO.
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRICAO
001800*    ---------- ----  -------------------------------------------
001900*    2026-08-09 JA    PROGRAMA ORIGINAL.
001910*    2026-10-15 JA    MARGEM SOBRE A VENDA LIQUIDA DE ICMS, COM
001920*                     A MARGEM BRUTA E A VENDA LIQUIDA DE VOLTA.
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002900*    AREA DE TRABALHO PARA O CALCULO                            *
002950*---------------------------------------------------------------*
003000 77  WS-VALOR-VENDA-CALC     PIC S9(08)V9(12) COMP-3.
003010 77  WS-VALOR-LIQUIDO-CALC   PIC S9(08)V9(12) COMP-3.
003020 77  WS-FATOR-LIQUIDO        PIC S9(01)V9(06) COMP-3.
003100
003200 LINKAGE SECTION.
003300 COPY PCLINK.
004000*---------------------------------------------------------------*
004100     MOVE 00                    TO PC-CODIGO-RETORNO.
004200     SET PC-SEM-PREJUIZO        TO TRUE.
004210     MOVE ZERO                  TO PC-VALOR-LIQUIDO
004220                                   PC-PERCENTUAL-BRUTO.
004230     IF  PC-ALIQUOTA-IMPOSTO NOT NUMERIC
004240         MOVE ZERO              TO PC-ALIQUOTA-IMPOSTO
004250     END-IF.
004260     COMPUTE WS-FATOR-LIQUIDO =
004270             1 - (PC-ALIQUOTA-IMPOSTO / 100).
004300
004400     IF  PC-DIRECAO-INVERSA
004500         IF  PC-PERCENTUAL >= 100
006000 1000-CALCULA-MARGEM.
006100*---------------------------------------------------------------*
006200*    MODO DIRETO - MARGEM = LUCRO / VENDA * 100                  *
006210*    SOBRE A VENDA LIQUIDA DE ICMS; A MARGEM BRUTA USA A VENDA   *
006220*    COM IMPOSTO                                                 *
006300*---------------------------------------------------------------*
006310     COMPUTE WS-VALOR-LIQUIDO-CALC =
006320             PC-VALOR-VENDA * WS-FATOR-LIQUIDO.
006330     COMPUTE PC-VALOR-LIQUIDO ROUNDED = WS-VALOR-LIQUIDO-CALC.
006340
006400     COMPUTE PC-PERCENTUAL ROUNDED =
006500             ((WS-VALOR-LIQUIDO-CALC - PC-VALOR-COMPRA) /
006600               WS-VALOR-LIQUIDO-CALC) * 100.
006610     COMPUTE PC-PERCENTUAL-BRUTO ROUNDED =
006620             ((PC-VALOR-VENDA - PC-VALOR-COMPRA) /
006630               PC-VALOR-VENDA) * 100.
006700
006800     IF  PC-PERCENTUAL < ZERO
006900         SET PC-EM-PREJUIZO TO TRUE
007500 2000-CALCULA-VENDA.
007600*---------------------------------------------------------------*
007700*    MODO INVERSO - VENDA = CUSTO / (1 - MARGEM ALVO)            *
007710*    A MARGEM ALVO DA A VENDA LIQUIDA; A VENDA SUGERIDA         *
007720*    ACRESCENTA O ICMS E E ARREDONDADA PARA CIMA NO CENTAVO     *
007800*---------------------------------------------------------------*
007900     COMPUTE WS-VALOR-LIQUIDO-CALC ROUNDED =
008000             PC-VALOR-COMPRA / (1 - (PC-PERCENTUAL / 100)).
008010     COMPUTE PC-VALOR-LIQUIDO ROUNDED = WS-VALOR-LIQUIDO-CALC.
008100
008110     IF  PC-ALIQUOTA-IMPOSTO = ZERO
008120         MOVE WS-VALOR-LIQUIDO-CALC TO WS-VALOR-VENDA-CALC
008130         MOVE WS-VALOR-VENDA-CALC   TO PC-VALOR-VENDA
008140     ELSE
008150         COMPUTE WS-VALOR-VENDA-CALC =
008160                 WS-VALOR-LIQUIDO-CALC / WS-FATOR-LIQUIDO
008170         MOVE WS-VALOR-VENDA-CALC   TO PC-VALOR-VENDA
008180         IF  PC-VALOR-VENDA < WS-VALOR-VENDA-CALC
008190             ADD 0.01               TO PC-VALOR-VENDA
008195         END-IF
008198     END-IF.
008199
008200     IF  PC-VALOR-VENDA NOT = ZERO
008210         COMPUTE PC-PERCENTUAL-BRUTO ROUNDED =
008220                 ((PC-VALOR-VENDA - PC-VALOR-COMPRA) /
008230                   PC-VALOR-VENDA) * 100
008240     END-IF.
008300
008400     IF  PC-PERCENTUAL < ZERO
008500         SET PC-EM-PREJUIZO TO TRUE

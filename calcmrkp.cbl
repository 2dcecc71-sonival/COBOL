001400*                   COM SINAL E LIGANDO O INDICADOR DE PREJUIZO.
001500*                   CHAMADO POR CALC1 (LOTE E INTERATIVO) E POR
001600*                   CALCMENU (OPCAO DE MARKUP).
001610*                   O VALOR DE VENDA INCLUI ICMS: O MARKUP E
001620*                   CALCULADO SOBRE A VENDA LIQUIDA DO IMPOSTO
001630*                   (PC-ALIQUOTA-IMPOSTO) E DEVOLVIDO TAMBEM
001640*                   SOBRE A VENDA BRUTA; NO MODO INVERSO A VENDA
001650*                   SUGERIDA JA INCLUI O IMPOSTO E ATINGE O
001660*                   PERCENTUAL ALVO SOBRE A VENDA LIQUIDA.
001700*-----------------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRICAO
002000*    ---------- ----  -------------------------------------------
002100*    2026-08-09 JA    PROGRAMA ORIGINAL - EXTRAIDO DO CALC1 PARA
002200*                     PERMITIR REUTILIZACAO PELO CALCMENU.
002210*    2026-10-15 JA    MARKUP SOBRE A VENDA LIQUIDA DE ICMS, COM
002220*                     O MARKUP BRUTO E A VENDA LIQUIDA DE VOLTA.
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
003200*    AREA DE TRABALHO PARA O CALCULO                            *
003300*---------------------------------------------------------------*
003400 77  WS-VALOR-VENDA-CALC     PIC S9(08)V9(12) COMP-3.
003410 77  WS-VALOR-LIQUIDO-CALC   PIC S9(08)V9(12) COMP-3.
003420 77  WS-FATOR-LIQUIDO        PIC S9(01)V9(06) COMP-3.
003500
003600 LINKAGE SECTION.
003700 COPY PCLINK.
004400*---------------------------------------------------------------*
004500     MOVE 00                    TO PC-CODIGO-RETORNO.
004600     SET PC-SEM-PREJUIZO        TO TRUE.
004610     MOVE ZERO                  TO PC-VALOR-LIQUIDO
004620                                   PC-PERCENTUAL-BRUTO.
004630     IF  PC-ALIQUOTA-IMPOSTO NOT NUMERIC
004640         MOVE ZERO              TO PC-ALIQUOTA-IMPOSTO
004650     END-IF.
004660     COMPUTE WS-FATOR-LIQUIDO =
004670             1 - (PC-ALIQUOTA-IMPOSTO / 100).
004700
004800     IF  PC-VALOR-COMPRA = ZERO
004900         SET PC-ERRO-VALOR-ZERO TO TRUE
006200 1000-CALCULA-PERCENTUAL.
006300*---------------------------------------------------------------*
006400*    MODO DIRETO - CALCULA O PERCENTUAL A PARTIR DE COMPRA/VENDA *
006410*    SOBRE A VENDA LIQUIDA DE ICMS; O PERCENTUAL BRUTO USA A     *
006420*    VENDA COM IMPOSTO                                           *
006500*---------------------------------------------------------------*
006510     COMPUTE WS-VALOR-LIQUIDO-CALC =
006520             PC-VALOR-VENDA * WS-FATOR-LIQUIDO.
006530     COMPUTE PC-VALOR-LIQUIDO ROUNDED = WS-VALOR-LIQUIDO-CALC.
006540
006600     COMPUTE PC-PERCENTUAL ROUNDED =
006700             ((WS-VALOR-LIQUIDO-CALC - PC-VALOR-COMPRA) /
006800               PC-VALOR-COMPRA) * 100.
006810     COMPUTE PC-PERCENTUAL-BRUTO ROUNDED =
006820             ((PC-VALOR-VENDA - PC-VALOR-COMPRA) /
006830               PC-VALOR-COMPRA) * 100.
006900
007000     IF  PC-PERCENTUAL < ZERO
007100         SET PC-EM-PREJUIZO TO TRUE
007700 2000-CALCULA-VENDA.
007800*---------------------------------------------------------------*
007900*    MODO INVERSO - SUGERE A VENDA A PARTIR DE COMPRA/PCT ALVO   *
007910*    O PERCENTUAL ALVO DA A VENDA LIQUIDA; A VENDA SUGERIDA     *
007920*    ACRESCENTA O ICMS E E ARREDONDADA PARA CIMA NO CENTAVO     *
007930*    PARA NAO FICAR ABAIXO DO ALVO                               *
008000*---------------------------------------------------------------*
008100     COMPUTE WS-VALOR-LIQUIDO-CALC ROUNDED =
008200             PC-VALOR-COMPRA +
008300             ((PC-VALOR-COMPRA * PC-PERCENTUAL) / 100).
008310     COMPUTE PC-VALOR-LIQUIDO ROUNDED = WS-VALOR-LIQUIDO-CALC.
008320
008330     IF  PC-ALIQUOTA-IMPOSTO = ZERO
008340         MOVE WS-VALOR-LIQUIDO-CALC TO WS-VALOR-VENDA-CALC
008350         MOVE WS-VALOR-VENDA-CALC   TO PC-VALOR-VENDA
008360     ELSE
008370         COMPUTE WS-VALOR-VENDA-CALC =
008380                 WS-VALOR-LIQUIDO-CALC / WS-FATOR-LIQUIDO
008390         MOVE WS-VALOR-VENDA-CALC   TO PC-VALOR-VENDA
008400         IF  PC-VALOR-VENDA < WS-VALOR-VENDA-CALC
008410             ADD 0.01               TO PC-VALOR-VENDA
008420         END-IF
008430     END-IF.
008440
008450     COMPUTE PC-PERCENTUAL-BRUTO ROUNDED =
008460             ((PC-VALOR-VENDA - PC-VALOR-COMPRA) /
008470               PC-VALOR-COMPRA) * 100.
008600
008700     IF  PC-PERCENTUAL < ZERO
008800         SET PC-EM-PREJUIZO TO TRUE

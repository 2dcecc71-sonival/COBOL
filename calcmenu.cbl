003910*    2026-09-01 JA    SIGN-ON DE OPERADOR (CALCSIGN/USRFILE); O
003920*                     USUARIO ASSINADO VAI NA AUDITORIA DAS
003930*                     GRAVACOES DO MENU.
003940*    2026-10-15 JA    MARKUP E MARGEM SOBRE A VENDA LIQUIDA DE
003950*                     ICMS: ALIQUOTA DA CATEGORIA/FILIAL DO ITEM
003960*                     (CALCICMS) OU DIGITADA NO CALCULO AVULSO; O
003970*                     RESULTADO MOSTRA A VENDA LIQUIDA E O
003980*                     PERCENTUAL SOBRE A VENDA BRUTA.
004000*****************************************************************
004100
004200 ENVIRONMENT DIVISION.
011300*---------------------------------------------------------------*
011400 77  WS-ITEM-CODE-MENU       PIC X(10) VALUE SPACES.
011500 77  WS-VALOR-DIGITADO       PIC 9(06)V99 VALUE ZERO.
011550 77  WS-ALIQUOTA-DIGITADA    PIC 9(02)V99 VALUE ZERO.
011600 77  WS-RESPOSTA-GRAVAR      PIC X(01) VALUE "N".
011700 77  WS-TIPO-CALC-AUDIT      PIC X(01) VALUE SPACE.
011800
013730*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SIGN-ON (CALCSIGN)       *
013740*---------------------------------------------------------------*
013750 COPY SGLINK.
013755
013760*---------------------------------------------------------------*
013765*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
013770*    (CALCICMS)                                                  *
013775*---------------------------------------------------------------*
013780 COPY ICLINK.
013800
013900 77  WS-VENDA-BRUTA          PIC 9(06)V99 VALUE ZERO.
014000 01  WS-SW-ARREDONDAMENTO    PIC X(01) VALUE "N".
034400 2600-OBTER-VALOR-COMPRA-EXIT.
034500     EXIT.
034600
034602 2700-OBTER-ALIQUOTA-ICMS.
034604*---------------------------------------------------------------*
034606*    OBTEM A ALIQUOTA DE ICMS EMBUTIDA NA VENDA: PARA ITEM DO    *
034608*    MESTRE VEM DO CALCICMS PELA CATEGORIA/FILIAL DO ITEM; NO    *
034610*    CALCULO AVULSO O USUARIO DIGITA A ALIQUOTA                  *
034612*---------------------------------------------------------------*
034614     IF  WS-ITEM-NO-MESTRE
034616         MOVE PM-CATEGORY-CODE  TO IC-CATEGORY-CODE
034618         MOVE PM-BRANCH-CODE    TO IC-BRANCH-CODE
034620         CALL "CALCICMS" USING IC-PARAMETROS-ICMS
034622         MOVE IC-ALIQUOTA       TO PC-ALIQUOTA-IMPOSTO
034624         DISPLAY "ALIQUOTA ICMS %...: " PC-ALIQUOTA-IMPOSTO
034626             " (UF " IC-UF ")"
034628     ELSE
034630         DISPLAY "Aliquota de ICMS embutida na venda em %"
034632         DISPLAY "(ex: 18.00, zero = venda sem imposto)"
034634         ACCEPT WS-ALIQUOTA-DIGITADA
034636         IF  WS-ALIQUOTA-DIGITADA NOT NUMERIC
034638             MOVE ZERO          TO WS-ALIQUOTA-DIGITADA
034640         END-IF
034642         MOVE WS-ALIQUOTA-DIGITADA TO PC-ALIQUOTA-IMPOSTO
034644     END-IF.
034646
034648 2700-OBTER-ALIQUOTA-ICMS-EXIT.
034650     EXIT.
034652
034700 3000-CALCULAR-MARKUP.
034800*---------------------------------------------------------------*
034900*    LE OS DADOS E CHAMA O CALCMRKP (MARKUP SOBRE O CUSTO)       *
035000*---------------------------------------------------------------*
035100     PERFORM 2600-OBTER-VALOR-COMPRA
035200         THRU 2600-OBTER-VALOR-COMPRA-EXIT.
035220     PERFORM 2700-OBTER-ALIQUOTA-ICMS
035240         THRU 2700-OBTER-ALIQUOTA-ICMS-EXIT.
035300
035400     IF  PC-DIRECAO-INVERSA
035500         DISPLAY "Digite o percentual de markup desejado"
041100*---------------------------------------------------------------*
041200     PERFORM 2600-OBTER-VALOR-COMPRA
041300         THRU 2600-OBTER-VALOR-COMPRA-EXIT.
041320     PERFORM 2700-OBTER-ALIQUOTA-ICMS
041340         THRU 2700-OBTER-ALIQUOTA-ICMS-EXIT.
041400
041500     IF  PC-DIRECAO-INVERSA
041600         DISPLAY "Digite o percentual de margem desejado"
045100*---------------------------------------------------------------*
045200*    EXIBE O RESULTADO DO CALCULO E, SE FOR O CASO, O AVISO DE   *
045300*    PREJUIZO                                                    *
045320*    MARKUP E MARGEM SAO SOBRE A VENDA LIQUIDA DE ICMS; COM      *
045340*    ALIQUOTA INFORMADA SAEM TAMBEM A VENDA LIQUIDA E O          *
045360*    PERCENTUAL SOBRE A VENDA BRUTA                              *
045400*---------------------------------------------------------------*
045500     IF  PC-ERRO-VALOR-ZERO
045600         DISPLAY "ERRO: VALOR BASE IGUAL A ZERO. CALCULO NAO"
047800         END-IF
047900     END-IF.
048000
048010     IF  (WS-TIPO-MARKUP OR WS-TIPO-MARGEM)
048020     AND PC-ALIQUOTA-IMPOSTO NOT = ZERO
048030         DISPLAY "Venda liquida de ICMS..: " PC-VALOR-LIQUIDO
048050         DISPLAY "Percentual s/ venda bruta: "
048055             PC-PERCENTUAL-BRUTO
048060     END-IF.
048070
048100     IF  PC-EM-PREJUIZO
048200         DISPLAY "*** ATENCAO: OPERACAO EM PREJUIZO (PERCENTUAL "
048300         DISPLAY "    NEGATIVO). ***"

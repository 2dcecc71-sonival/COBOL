001800*                   EM MASSA DO CALC1.  ENTRADA COM VIGENCIA
001900*                   FUTURA NAO E APLICADA E SAI NO RELATORIO
002000*                   PARA RESSUBMISSAO NA DATA.
002010*                   CADA COTACAO FICA GUARDADA NO ARQUIVO DE
002020*                   CUSTOS POR FORNECEDOR (FORNCUST); SO A COTACAO
002030*                   DO FORNECEDOR PREFERENCIAL DO ITEM CHEGA AO
002040*                   MESTRE E AS DEMAIS SAEM NO RELATORIO COMO
002050*                   COTACAO NAO PREFERIDA.
002060*                   O MARKUP E CALCULADO SOBRE A VENDA LIQUIDA DO
002070*                   ICMS DA CATEGORIA/UF DA FILIAL (CALCICMS).
002100*                   RETURN-CODE: 0 = OK, 4 = HOUVE EROSAO,
002200*                   8 = HOUVE REJEITOS, 16 = ERRO DE ARQUIVO.
002300*-----------------------------------------------------------------
002720*                     DE MARGEM DA CATEGORIA/FILIAL DO ITEM
002730*                     (MRGPOL); SEM POLITICA VALE O MINIMO
002740*                     GLOBAL.
002741*    2026-10-15 JA    COTACAO GUARDADA POR ITEM E FORNECEDOR NO
002742*                     FORNCUST; O CUSTO DO MESTRE SO SEGUE O
002743*                     FORNECEDOR PREFERENCIAL (O PRIMEIRO A COTAR
002744*                     O ITEM, OU O DEFINIDO NO CADFORN).
002745*                     FORNECEDOR EM BRANCO PASSA A SER REJEITADO.
002750*    2026-10-15 JA    RELATORIO DE EROSAO IMPRIME O NOME DA
002760*                     FILIAL/CATEGORIA AO LADO DO CODIGO, LIDO DOS
002770*                     CADASTROS DE REFERENCIA (FILMAST/CATMAST);
002780*                     SEM O CADASTRO O NOME SAI EM BRANCO.
002785*    2026-10-15 JA    MARKUP RECALCULADO SOBRE A VENDA LIQUIDA DE
002790*                     ICMS (CALCICMS), COMO NO CALC1.
002792*    2026-10-15 JA    SNAPSHOT DO MESTRE (CALCSNAP/SNAPMAST) ANTES
002794*                     DE ABRI-LO PARA ATUALIZACAO, PARA A
002796*                     RECONSTRUCAO PONTUAL PELO RESTMAST.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005520     SELECT MRGPOL-ARQ ASSIGN TO "MRGPOL"
005530         ORGANIZATION IS LINE SEQUENTIAL
005540         FILE STATUS IS WS-FS-MRGPOL.
005542
005544     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
005546         ORGANIZATION IS INDEXED
005548         ACCESS MODE IS DYNAMIC
005550         RECORD KEY IS FM-BRANCH-CODE
005552         FILE STATUS IS WS-FS-FILMAST.
005554
005556     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
005558         ORGANIZATION IS INDEXED
005560         ACCESS MODE IS DYNAMIC
005562         RECORD KEY IS CM-CATEGORY-CODE
005564         FILE STATUS IS WS-FS-CATMAST.
005569
005574     SELECT FORNCUST-ARQ ASSIGN TO "FORNCUST"
005579         ORGANIZATION IS INDEXED
005584         ACCESS MODE IS DYNAMIC
005589         RECORD KEY IS FC-CHAVE
005594         FILE STATUS IS WS-FS-FORNCUST.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
007820 FD  MRGPOL-ARQ
007830     LABEL RECORDS ARE STANDARD.
007840     COPY MRGNPOL.
007845
007850 FD  FILMAST-ARQ
007855     LABEL RECORDS ARE STANDARD.
007860     COPY FILMAST.
007865
007870 FD  CATMAST-ARQ
007875     LABEL RECORDS ARE STANDARD.
007880     COPY CATMAST.
007882
007884 FD  FORNCUST-ARQ
007886     LABEL RECORDS ARE STANDARD.
007888     COPY FORNCUST.
007900
008000 WORKING-STORAGE SECTION.
008100
008800 77  WS-FS-PRICHIST          PIC X(02).
008900 77  WS-FS-RELCUST           PIC X(02).
008910 77  WS-FS-MRGPOL            PIC X(02).
008930 77  WS-FS-FILMAST           PIC X(02).
008950 77  WS-FS-CATMAST           PIC X(02).
008970 77  WS-FS-FORNCUST          PIC X(02).
009000
009100*---------------------------------------------------------------*
009200*    CHAVES E INDICADORES DE CONTROLE                           *
010040     05  WS-SW-POLITICA          PIC X(01) VALUE "N".
010050         88  WS-POLITICA-ACHADA         VALUE "S".
010060         88  WS-POLITICA-NAO-ACHADA     VALUE "N".
010065     05  WS-SW-FILMAST-ABERTO    PIC X(01) VALUE "N".
010070         88  WS-FILMAST-ABERTO          VALUE "S".
010075         88  WS-FILMAST-FECHADO         VALUE "N".
010080     05  WS-SW-CATMAST-ABERTO    PIC X(01) VALUE "N".
010085         88  WS-CATMAST-ABERTO          VALUE "S".
010090         88  WS-CATMAST-FECHADO         VALUE "N".
010091     05  WS-SW-COTACAO           PIC X(01) VALUE "N".
010092         88  WS-COTACAO-NOVA            VALUE "S".
010093         88  WS-COTACAO-EXISTENTE       VALUE "N".
010094     05  WS-SW-PREFERIDO         PIC X(01) VALUE "N".
010095         88  WS-ITEM-COM-PREFERIDO      VALUE "S".
010096         88  WS-ITEM-SEM-PREFERIDO      VALUE "N".
010097     05  WS-SW-FIM-FORNCUST      PIC X(01) VALUE "N".
010098         88  FIM-FORNCUST               VALUE "S".
010099         88  NAO-FIM-FORNCUST           VALUE "N".
010100
010200*---------------------------------------------------------------*
010300*    LIMITE DE MARGEM E CONTADORES DO PROCESSAMENTO             *
010800 77  WS-CONTADOR-EROSAO      PIC 9(08) VALUE ZERO.
010900 77  WS-CONTADOR-REJEITADOS  PIC 9(08) VALUE ZERO.
011000 77  WS-CONTADOR-FUTURAS     PIC 9(08) VALUE ZERO.
011020 77  WS-NOME-FILIAL          PIC X(30) VALUE SPACES.
011040 77  WS-NOME-CATEGORIA       PIC X(30) VALUE SPACES.
011060 77  WS-CONTADOR-ALTERNATIVAS PIC 9(08) VALUE ZERO.
011100
011200 01  WS-DATA-HORA-SISTEMA.
011300     05  WS-DATA-SISTEMA         PIC 9(08).
011800*    CALCULO (CALCMRKP, CALCMRGN, CALCDESC)                     *
011900*---------------------------------------------------------------*
012000 COPY PCLINK.
012010
012020*---------------------------------------------------------------*
012030*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
012040*    (CALCICMS)                                                  *
012050*---------------------------------------------------------------*
012060 COPY ICLINK.
012065
012070*---------------------------------------------------------------*
012075*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SNAPSHOT DO MESTRE       *
012080*    (CALCSNAP)                                                  *
012085*---------------------------------------------------------------*
012090 COPY SNLINK.
012100
012200*---------------------------------------------------------------*
012300*    LAYOUT DA LINHA DE RELATORIO                                *
012600     05  WS-LC-ITEM-CODE         PIC X(10).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  WS-LC-CATEGORIA         PIC X(04).
012820     05  FILLER                  PIC X(01) VALUE SPACES.
012840     05  WS-LC-NOME-CATEGORIA    PIC X(15).
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  WS-LC-FILIAL            PIC X(04).
013020     05  FILLER                  PIC X(01) VALUE SPACES.
013040     05  WS-LC-NOME-FILIAL       PIC X(15).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  WS-LC-FORNECEDOR        PIC X(08).
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  WS-LC-PERCENTUAL        PIC -ZZ9.9999.
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  WS-LC-MOTIVO            PIC X(24).
014100     05  FILLER                  PIC X(07) VALUE SPACES.
014200
014300 PROCEDURE DIVISION.
014400
017100         GO TO 9999-EXIT
017200     END-IF.
017300
017305     MOVE WS-DATA-SISTEMA       TO SN-DATA-SNAPSHOT.
017310     MOVE WS-HORA-SISTEMA       TO SN-HORA-SNAPSHOT.
017315     MOVE "CUSTBAT"             TO SN-SISTEMA-ORIGEM.
017320     CALL "CALCSNAP" USING SN-PARAMETROS-SNAPSHOT.
017325     IF  SN-ERRO-SNAPSHOT
017330         DISPLAY "SNAPSHOT DO MESTRE NAO GRAVADO - ATUALIZACAO"
017335             " NAO EXECUTADA."
017340         MOVE 16 TO RETURN-CODE
017345         GO TO 9999-EXIT
017350     END-IF.
017355     DISPLAY "SNAPSHOT DO MESTRE: " SN-QTD-ITENS " ITENS".
017360
017400     OPEN I-O PRODMAST-ARQ.
017500     IF  WS-FS-PRODMAST NOT = "00"
017600         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
017800         MOVE 16 TO RETURN-CODE
017900         GO TO 9999-EXIT
018000     END-IF.
018005
018010     OPEN I-O FORNCUST-ARQ.
018015     IF  WS-FS-FORNCUST = "35"
018020         OPEN OUTPUT FORNCUST-ARQ
018025         CLOSE FORNCUST-ARQ
018030         OPEN I-O FORNCUST-ARQ
018035     END-IF.
018040     IF  WS-FS-FORNCUST NOT = "00"
018045         DISPLAY "ERRO AO ABRIR O CUSTO POR FORNECEDOR."
018050             " STATUS: " WS-FS-FORNCUST
018055         MOVE 16 TO RETURN-CODE
018060         GO TO 9999-EXIT
018065     END-IF.
018100
018200     OPEN EXTEND AUDITLOG-ARQ.
018300     IF  WS-FS-AUDITLOG = "35"
019600         MOVE 16 TO RETURN-CODE
019700         GO TO 9999-EXIT
019800     END-IF.
019805
019810     OPEN INPUT FILMAST-ARQ.
019815     IF  WS-FS-FILMAST = "00"
019820         SET WS-FILMAST-ABERTO  TO TRUE
019825     ELSE
019830         SET WS-FILMAST-FECHADO TO TRUE
019835     END-IF.
019840     OPEN INPUT CATMAST-ARQ.
019845     IF  WS-FS-CATMAST = "00"
019850         SET WS-CATMAST-ABERTO  TO TRUE
019855     ELSE
019860         SET WS-CATMAST-FECHADO TO TRUE
019865     END-IF.
019900
020000     PERFORM 1100-GRAVAR-CABECALHO
020100         THRU 1100-GRAVAR-CABECALHO-EXIT.
021200     MOVE "RELATORIO DE EROSAO DE MARGEM POR CUSTO - CUSTBAT"
021300         TO REL-LINHA-CUSTO.
021400     WRITE REL-LINHA-CUSTO.
021500     MOVE "ITEM        CAT  NOME CATEGORIA   FIL  NOME FILIAL     
021600-    " FORNECED  COMPRA NOVA   VENDA  PERCENTUAL  MOTIVO"
021700         TO REL-LINHA-CUSTO.
021800     WRITE REL-LINHA-CUSTO.
021900     MOVE SPACES                TO REL-LINHA-CUSTO.
023500             THRU 2800-GRAVAR-LINHA-REJEITO-EXIT
023600         GO TO 2000-TRATAR-CUSTO-LER
023700     END-IF.
023710
023720     IF  CF-FORNECEDOR = SPACES
023730         MOVE "FORNECEDOR EM BRANCO" TO WS-LC-MOTIVO
023740         PERFORM 2800-GRAVAR-LINHA-REJEITO
023750             THRU 2800-GRAVAR-LINHA-REJEITO-EXIT
023760         GO TO 2000-TRATAR-CUSTO-LER
023770     END-IF.
023800
023900     IF  CF-DATA-VIGENCIA NUMERIC
024000     AND CF-DATA-VIGENCIA > WS-DATA-SISTEMA
027300 2700-GRAVAR-LINHA-FUTURA-EXIT.
027400     EXIT.
027500
027505 2750-GRAVAR-LINHA-ALTERNATIVA.
027510*---------------------------------------------------------------*
027515*    RELATA A COTACAO DE FORNECEDOR QUE NAO E O PREFERENCIAL DO  *
027520*    ITEM - GUARDADA NO FORNCUST, MAS NAO APLICADA AO MESTRE     *
027525*---------------------------------------------------------------*
027530     MOVE SPACES                TO WS-LINHA-CUSTO.
027535     MOVE CF-ITEM-CODE          TO WS-LC-ITEM-CODE.
027540     MOVE CF-FORNECEDOR         TO WS-LC-FORNECEDOR.
027545     MOVE CF-VALOR-COMPRA-NOVO  TO WS-LC-COMPRA-NOVA.
027550     MOVE ZERO                  TO WS-LC-VENDA.
027555     MOVE ZERO                  TO WS-LC-PERCENTUAL.
027560     MOVE "COTACAO NAO PREFERIDA" TO WS-LC-MOTIVO.
027565     MOVE WS-LINHA-CUSTO        TO REL-LINHA-CUSTO.
027570     WRITE REL-LINHA-CUSTO.
027575     ADD 1 TO WS-CONTADOR-ALTERNATIVAS.
027580
027585 2750-GRAVAR-LINHA-ALTERNATIVA-EXIT.
027590     EXIT.
027595
027600 2800-GRAVAR-LINHA-REJEITO.
027700*---------------------------------------------------------------*
027800*    RELATA A ENTRADA REJEITADA, COM O MOTIVO JA PREENCHIDO      *
028000     MOVE CF-ITEM-CODE          TO WS-LC-ITEM-CODE.
028100     MOVE SPACES                TO WS-LC-CATEGORIA.
028200     MOVE SPACES                TO WS-LC-FILIAL.
028220     MOVE SPACES                TO WS-LC-NOME-CATEGORIA.
028240     MOVE SPACES                TO WS-LC-NOME-FILIAL.
028300     MOVE CF-FORNECEDOR         TO WS-LC-FORNECEDOR.
028400     MOVE ZERO                  TO WS-LC-COMPRA-NOVA.
028500     MOVE ZERO                  TO WS-LC-VENDA.
032900         GO TO 3000-APLICAR-UM-CUSTO-EXIT
033000     END-IF.
033100
033105*    A COTACAO FICA GUARDADA POR FORNECEDOR; SO A DO FORNECEDOR  *
033110*    PREFERENCIAL DO ITEM SEGUE PARA O MESTRE                    *
033115     PERFORM 3050-REGISTRAR-COTACAO
033120         THRU 3050-REGISTRAR-COTACAO-EXIT.
033125     IF  FC-FORNECEDOR-ALTERNATIVO
033130         PERFORM 2750-GRAVAR-LINHA-ALTERNATIVA
033135             THRU 2750-GRAVAR-LINHA-ALTERNATIVA-EXIT
033140         GO TO 3000-APLICAR-UM-CUSTO-EXIT
033145     END-IF.
033150
033200     MOVE CF-VALOR-COMPRA-NOVO  TO PC-VALOR-COMPRA.
033300     MOVE PM-VALOR-VENDA        TO PC-VALOR-VENDA.
033400     MOVE ZERO                  TO PC-PERCENTUAL.
033500     SET PC-DIRECAO-DIRETA      TO TRUE.
033520     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
033540     MOVE PM-BRANCH-CODE        TO IC-BRANCH-CODE.
033560     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
033580     MOVE IC-ALIQUOTA           TO PC-ALIQUOTA-IMPOSTO.
033600     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
033700     IF  PC-ERRO-VALOR-ZERO
033800         MOVE "CALCULO INVALIDO" TO WS-LC-MOTIVO
037300 3000-APLICAR-UM-CUSTO-EXIT.
037400     EXIT.
037500
037501 3050-REGISTRAR-COTACAO.
037502*---------------------------------------------------------------*
037503*    GRAVA OU ATUALIZA A COTACAO DO FORNECEDOR PARA O ITEM.  A   *
037504*    PRIMEIRA COTACAO DE UM ITEM SEM FORNECEDOR PREFERENCIAL     *
037505*    TORNA ESSE FORNECEDOR O PREFERENCIAL                        *
037506*---------------------------------------------------------------*
037507     MOVE CF-ITEM-CODE          TO FC-ITEM-CODE.
037508     MOVE CF-FORNECEDOR         TO FC-FORNECEDOR.
037509     READ FORNCUST-ARQ
037510         KEY IS FC-CHAVE
037511         INVALID KEY     SET WS-COTACAO-NOVA      TO TRUE
037512         NOT INVALID KEY SET WS-COTACAO-EXISTENTE TO TRUE
037513     END-READ.
037514
037515     IF  WS-COTACAO-NOVA
037516         PERFORM 3060-VERIFICAR-PREFERIDO
037517             THRU 3060-VERIFICAR-PREFERIDO-EXIT
037518         MOVE SPACES            TO FC-REGISTRO-FORNECEDOR
037519         MOVE CF-ITEM-CODE      TO FC-ITEM-CODE
037520         MOVE CF-FORNECEDOR     TO FC-FORNECEDOR
037521         IF  WS-ITEM-COM-PREFERIDO
037522             SET FC-FORNECEDOR-ALTERNATIVO TO TRUE
037523         ELSE
037524             SET FC-FORNECEDOR-PREFERIDO   TO TRUE
037525         END-IF
037526     END-IF.
037527
037528     MOVE CF-VALOR-COMPRA-NOVO  TO FC-VALOR-COMPRA.
037529     IF  CF-DATA-VIGENCIA NUMERIC
037530     AND CF-DATA-VIGENCIA > ZERO
037531         MOVE CF-DATA-VIGENCIA  TO FC-DATA-VIGENCIA
037532     ELSE
037533         MOVE WS-DATA-SISTEMA   TO FC-DATA-VIGENCIA
037534     END-IF.
037535     MOVE WS-DATA-SISTEMA       TO FC-DATA-ULT-ATUALIZACAO.
037536
037537     IF  WS-COTACAO-NOVA
037538         WRITE FC-REGISTRO-FORNECEDOR
037539     ELSE
037540         REWRITE FC-REGISTRO-FORNECEDOR
037541     END-IF.
037542     IF  WS-FS-FORNCUST NOT = "00"
037543         DISPLAY "ERRO AO GRAVAR O CUSTO POR FORNECEDOR."
037544             " ITEM: " CF-ITEM-CODE " STATUS: " WS-FS-FORNCUST
037545         MOVE 16 TO RETURN-CODE
037546         GO TO 9999-EXIT
037547     END-IF.
037548
037549 3050-REGISTRAR-COTACAO-EXIT.
037550     EXIT.
037551
037552 3060-VERIFICAR-PREFERIDO.
037553*---------------------------------------------------------------*
037554*    PERCORRE AS COTACOES JA GUARDADAS PARA O ITEM E VERIFICA SE *
037555*    ALGUMA E DO FORNECEDOR PREFERENCIAL                         *
037556*---------------------------------------------------------------*
037557     SET WS-ITEM-SEM-PREFERIDO  TO TRUE.
037558     SET NAO-FIM-FORNCUST       TO TRUE.
037559     MOVE CF-ITEM-CODE          TO FC-ITEM-CODE.
037560     MOVE LOW-VALUES            TO FC-FORNECEDOR.
037561     START FORNCUST-ARQ
037562         KEY IS NOT LESS THAN FC-CHAVE
037563         INVALID KEY SET FIM-FORNCUST TO TRUE
037564     END-START.
037565     PERFORM 3070-LER-COTACAO-ITEM
037566         THRU 3070-LER-COTACAO-ITEM-EXIT
037567         UNTIL FIM-FORNCUST
037568            OR WS-ITEM-COM-PREFERIDO.
037569
037570 3060-VERIFICAR-PREFERIDO-EXIT.
037571     EXIT.
037572
037573 3070-LER-COTACAO-ITEM.
037574*---------------------------------------------------------------*
037575*    LE A PROXIMA COTACAO; OUTRO ITEM ENCERRA A PESQUISA         *
037576*---------------------------------------------------------------*
037577     READ FORNCUST-ARQ NEXT RECORD
037578         AT END
037579             SET FIM-FORNCUST   TO TRUE
037580     END-READ.
037581     IF  FIM-FORNCUST
037582         GO TO 3070-LER-COTACAO-ITEM-EXIT
037583     END-IF.
037584     IF  FC-ITEM-CODE NOT = CF-ITEM-CODE
037585         SET FIM-FORNCUST       TO TRUE
037586         GO TO 3070-LER-COTACAO-ITEM-EXIT
037587     END-IF.
037588
037589     IF  FC-FORNECEDOR-PREFERIDO
037590         SET WS-ITEM-COM-PREFERIDO TO TRUE
037591     END-IF.
037592
037593 3070-LER-COTACAO-ITEM-EXIT.
037594     EXIT.
037595
037600 3100-GRAVAR-HISTORICO.
037700*---------------------------------------------------------------*
037800*    APENDA O REGISTRO DE HISTORICO DE PRECO DA ALTERACAO DE     *
042400     MOVE PM-ITEM-CODE          TO WS-LC-ITEM-CODE.
042500     MOVE PM-CATEGORY-CODE      TO WS-LC-CATEGORIA.
042600     MOVE PM-BRANCH-CODE        TO WS-LC-FILIAL.
042610     MOVE PM-CATEGORY-CODE      TO CM-CATEGORY-CODE.
042620     PERFORM 3360-BUSCAR-NOME-CATEGORIA
042630         THRU 3360-BUSCAR-NOME-CATEGORIA-EXIT.
042640     MOVE WS-NOME-CATEGORIA     TO WS-LC-NOME-CATEGORIA.
042650     MOVE PM-BRANCH-CODE        TO FM-BRANCH-CODE.
042660     PERFORM 3350-BUSCAR-NOME-FILIAL
042670         THRU 3350-BUSCAR-NOME-FILIAL-EXIT.
042680     MOVE WS-NOME-FILIAL        TO WS-LC-NOME-FILIAL.
042700     MOVE CF-FORNECEDOR         TO WS-LC-FORNECEDOR.
042800     MOVE PM-VALOR-COMPRA       TO WS-LC-COMPRA-NOVA.
042900     MOVE PM-VALOR-VENDA        TO WS-LC-VENDA.
043500
043600 3300-GRAVAR-LINHA-EROSAO-EXIT.
043700     EXIT.
043702
043704 3350-BUSCAR-NOME-FILIAL.
043706*---------------------------------------------------------------*
043708*    DEVOLVE EM WS-NOME-FILIAL O NOME DA FILIAL DE FM-BRANCH-CODE*
043710*    (BRANCO SE O CODIGO OU O CADASTRO NAO EXISTIR)              *
043712*---------------------------------------------------------------*
043714     MOVE SPACES                TO WS-NOME-FILIAL.
043716     IF  WS-FILMAST-FECHADO
043718     OR  FM-BRANCH-CODE = SPACES
043720         GO TO 3350-BUSCAR-NOME-FILIAL-EXIT
043722     END-IF.
043724     READ FILMAST-ARQ
043726         KEY IS FM-BRANCH-CODE
043728         INVALID KEY     MOVE SPACES  TO WS-NOME-FILIAL
043730         NOT INVALID KEY MOVE FM-NOME TO WS-NOME-FILIAL
043732     END-READ.
043734
043736 3350-BUSCAR-NOME-FILIAL-EXIT.
043738     EXIT.
043740
043742 3360-BUSCAR-NOME-CATEGORIA.
043744*---------------------------------------------------------------*
043746*    DEVOLVE EM WS-NOME-CATEGORIA O NOME DA CATEGORIA DE         *
043748*    CM-CATEGORY-CODE (BRANCO SE O CODIGO OU O CADASTRO NAO      *
043750*    EXISTIR)                                                    *
043752*---------------------------------------------------------------*
043754     MOVE SPACES                TO WS-NOME-CATEGORIA.
043756     IF  WS-CATMAST-FECHADO
043758     OR  CM-CATEGORY-CODE = SPACES
043760         GO TO 3360-BUSCAR-NOME-CATEGORIA-EXIT
043762     END-IF.
043764     READ CATMAST-ARQ
043766         KEY IS CM-CATEGORY-CODE
043768         INVALID KEY     MOVE SPACES  TO WS-NOME-CATEGORIA
043770         NOT INVALID KEY MOVE CM-NOME TO WS-NOME-CATEGORIA
043772     END-READ.
043774
043776 3360-BUSCAR-NOME-CATEGORIA-EXIT.
043778     EXIT.
043780
043900 9000-FINALIZAR.
044000*---------------------------------------------------------------*
044100*    FECHA OS ARQUIVOS, EXIBE O RESUMO E DEFINE O RETURN-CODE    *
044500     CLOSE AUDITLOG-ARQ.
044600     CLOSE PRICHIST-ARQ.
044700     CLOSE RELCUST-ARQ.
044705     CLOSE FORNCUST-ARQ.
044710     IF  WS-FILMAST-ABERTO
044720         CLOSE FILMAST-ARQ
044730     END-IF.
044740     IF  WS-CATMAST-ABERTO
044750         CLOSE CATMAST-ARQ
044760     END-IF.
044800
044900     DISPLAY " ".
045000     DISPLAY "CARGA DE CUSTOS DO FORNECEDOR ENCERRADA.".
045200     DISPLAY "CUSTOS APLICADOS.....: " WS-CONTADOR-APLICADOS.
045300     DISPLAY "ITENS COM EROSAO.....: " WS-CONTADOR-EROSAO.
045400     DISPLAY "VIGENCIAS FUTURAS....: " WS-CONTADOR-FUTURAS.
045450     DISPLAY "COTACOES NAO PREFER..: " WS-CONTADOR-ALTERNATIVAS.
045500     DISPLAY "ENTRADAS REJEITADAS..: " WS-CONTADOR-REJEITADOS.
045600
045700     IF  WS-CONTADOR-REJEITADOS > ZERO

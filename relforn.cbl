000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELFORN.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: RELATORIO DE FONTES DE SUPRIMENTO.  LE O
000900*                   CUSTO POR FORNECEDOR (FORNCUST) E, PARA CADA
001000*                   ITEM ATIVO, COMPARA A COTACAO DO FORNECEDOR
001100*                   PREFERENCIAL (A QUE MOVE O CUSTO DO MESTRE)
001200*                   COM A MAIS BARATA DOS DEMAIS FORNECEDORES.
001300*                   QUANDO OUTRO FORNECEDOR COTA MAIS BARATO, O
001400*                   ITEM SAI NO RELATORIO (RELFORN) AGRUPADO POR
001500*                   CATEGORIA, COM O MARKUP ATUAL, O MARKUP QUE O
001600*                   ITEM TERIA COM O CUSTO ALTERNATIVO SOBRE O
001700*                   MESMO PRECO DE VENDA, O GANHO DE MARKUP E A
001800*                   ECONOMIA POR UNIDADE.  CADA CATEGORIA FECHA
001900*                   COM A QUANTIDADE DE ITENS E A ECONOMIA SOMADA.
002000*                   SO CONSULTA - NAO ALTERA O MESTRE NEM O CUSTO
002100*                   POR FORNECEDOR.
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRICAO
002500*    ---------- ----  -------------------------------------------
002600*    2026-10-15 JA    PROGRAMA ORIGINAL.
002620*    2026-10-15 JA    MARKUPS DO PREFERENCIAL E DO ALTERNATIVO
002640*                     SOBRE A VENDA LIQUIDA DE ICMS (CALCICMS).
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FORNCUST-ARQ ASSIGN TO "FORNCUST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FC-CHAVE
003800         FILE STATUS IS WS-FS-FORNCUST.
003900
004000     SELECT PRODMAST-ARQ ASSIGN TO "PRODMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PM-ITEM-CODE
004400         FILE STATUS IS WS-FS-PRODMAST.
004500
004600     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CM-CATEGORY-CODE
005000         FILE STATUS IS WS-FS-CATMAST.
005100
005200     SELECT RELFORN-ARQ ASSIGN TO "RELFORN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-RELFORN.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  FORNCUST-ARQ
005900     LABEL RECORDS ARE STANDARD.
006000     COPY FORNCUST.
006100
006200 FD  PRODMAST-ARQ
006300     LABEL RECORDS ARE STANDARD.
006400     COPY PRODMAST.
006500
006600 FD  CATMAST-ARQ
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CATMAST.
006900
007000 FD  RELFORN-ARQ
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 132 CHARACTERS.
007300 01  REL-LINHA-FORNECEDOR        PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600
007700*---------------------------------------------------------------*
007800*    STATUS DE ARQUIVO                                          *
007900*---------------------------------------------------------------*
008000 77  WS-FS-FORNCUST          PIC X(02).
008100 77  WS-FS-PRODMAST          PIC X(02).
008200 77  WS-FS-CATMAST           PIC X(02).
008300 77  WS-FS-RELFORN           PIC X(02).
008400
008500*---------------------------------------------------------------*
008600*    CHAVES E INDICADORES DE CONTROLE                           *
008700*---------------------------------------------------------------*
008800 01  WS-SWITCHES.
008900     05  WS-SW-FIM-FORNCUST      PIC X(01) VALUE "N".
009000         88  FIM-FORNCUST               VALUE "S".
009100         88  NAO-FIM-FORNCUST           VALUE "N".
009200     05  WS-SW-MASTER            PIC X(01) VALUE "N".
009300         88  WS-MASTER-ACHADO           VALUE "S".
009400         88  WS-MASTER-NAO-ACHADO       VALUE "N".
009500     05  WS-SW-FIM-SELECAO       PIC X(01) VALUE "N".
009600         88  FIM-SELECAO                VALUE "S".
009700         88  NAO-FIM-SELECAO            VALUE "N".
009800     05  WS-SW-CATMAST-ABERTO    PIC X(01) VALUE "N".
009900         88  WS-CATMAST-ABERTO          VALUE "S".
010000         88  WS-CATMAST-FECHADO         VALUE "N".
010100
010200 COPY PCLINK.
010250 COPY ICLINK.
010300
010400*---------------------------------------------------------------*
010500*    COTACOES DO ITEM CORRENTE E CONTADORES                     *
010600*---------------------------------------------------------------*
010700 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
010800 77  WS-ITEM-CORRENTE        PIC X(10) VALUE SPACES.
010900 77  WS-FORNEC-PREFERIDO     PIC X(08) VALUE SPACES.
011000 77  WS-CUSTO-PREFERIDO      PIC 9(06)V99 VALUE ZERO.
011100 77  WS-FORNEC-ALTERNATIVO   PIC X(08) VALUE SPACES.
011200 77  WS-CUSTO-ALTERNATIVO    PIC 9(06)V99 VALUE ZERO.
011300 77  WS-MKP-PREFERIDO        PIC S9(03)V99 VALUE ZERO.
011400 77  WS-MKP-ALTERNATIVO      PIC S9(03)V99 VALUE ZERO.
011500 77  WS-NOME-CATEGORIA       PIC X(30) VALUE SPACES.
011600 77  WS-CATEGORIA-CORRENTE   PIC X(04) VALUE SPACES.
011700 77  WS-POSICAO-SELECAO      PIC 9(04) VALUE ZERO.
011800 77  WS-CHAVE-REFERENCIA     PIC X(14) VALUE SPACES.
011900 77  WS-ECONOMIA-CATEGORIA   PIC 9(08)V99 VALUE ZERO.
012000 77  WS-ECONOMIA-TOTAL       PIC 9(08)V99 VALUE ZERO.
012100 77  WS-ECONOMIA-EDITADA     PIC ZZ,ZZZ,ZZ9.99.
012200 77  WS-CONTADOR-LIDOS       PIC 9(08) VALUE ZERO.
012300 77  WS-CONTADOR-ITENS       PIC 9(08) VALUE ZERO.
012400 77  WS-CONTADOR-SEM-PREFER  PIC 9(08) VALUE ZERO.
012500 77  WS-CONTADOR-IGNORADOS   PIC 9(08) VALUE ZERO.
012600 77  WS-CONTADOR-OPORTUNIDADE PIC 9(08) VALUE ZERO.
012700 77  WS-CONTADOR-CATEGORIAS  PIC 9(08) VALUE ZERO.
012800 77  WS-CONTADOR-CATEGORIA   PIC 9(08) VALUE ZERO.
012900 77  WS-CONTADOR-ESTOURO     PIC 9(08) VALUE ZERO.
013000 77  WS-CONTADOR-EDITADO     PIC ZZZ,ZZZ,ZZ9.
013100
013200*---------------------------------------------------------------*
013300*    UMA ENTRADA POR ITEM COM FORNECEDOR MAIS BARATO QUE O      *
013400*    PREFERENCIAL.  A CHAVE DE ORDEM (CATEGORIA, ITEM) COMANDA  *
013500*    A SELECAO DA SAIDA                                         *
013600*---------------------------------------------------------------*
013700 01  WS-TABELA-FONTE-DADOS.
013800     05  WS-QTD-FONTES           PIC 9(04) VALUE ZERO.
013900     05  WS-TABELA-FONTE OCCURS 2000 TIMES
014000             INDEXED BY WS-IDX-FONTE.
014100         10  WS-FO-CHAVE-ORDEM.
014200             15  WS-FO-CATEGORIA     PIC X(04).
014300             15  WS-FO-ITEM-CODE     PIC X(10).
014400         10  WS-FO-DESCRICAO     PIC X(20).
014500         10  WS-FO-FORNEC-PREF   PIC X(08).
014600         10  WS-FO-CUSTO-PREF    PIC 9(06)V99.
014700         10  WS-FO-FORNEC-ALT    PIC X(08).
014800         10  WS-FO-CUSTO-ALT     PIC 9(06)V99.
014900         10  WS-FO-VENDA         PIC 9(06)V99.
015000         10  WS-FO-MKP-PREF      PIC S9(03)V99.
015100         10  WS-FO-MKP-ALT       PIC S9(03)V99.
015200         10  WS-FO-SW-TRATADA    PIC X(01).
015300             88  WS-FO-TRATADA          VALUE "S".
015400             88  WS-FO-PENDENTE         VALUE "N".
015500
015600*---------------------------------------------------------------*
015700*    LAYOUTS DAS LINHAS DE RELATORIO                            *
015800*---------------------------------------------------------------*
015900 01  WS-LINHA-FONTE.
016000     05  WS-LF-ITEM-CODE         PIC X(10).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  WS-LF-DESCRICAO         PIC X(20).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  WS-LF-FORNEC-PREF       PIC X(08).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  WS-LF-CUSTO-PREF        PIC ZZZ,ZZ9.99.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  WS-LF-FORNEC-ALT        PIC X(08).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  WS-LF-CUSTO-ALT         PIC ZZZ,ZZ9.99.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  WS-LF-VENDA             PIC ZZZ,ZZ9.99.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  WS-LF-MKP-PREF          PIC -ZZ9.99.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  WS-LF-MKP-ALT           PIC -ZZ9.99.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  WS-LF-GANHO             PIC -ZZ9.99.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  WS-LF-ECONOMIA          PIC ZZZ,ZZ9.99.
018100     05  FILLER                  PIC X(05) VALUE SPACES.
018200
018300 PROCEDURE DIVISION.
018400
018500 0000-MAINLINE.
018600*---------------------------------------------------------------*
018700*    PARAGRAFO PRINCIPAL                                        *
018800*---------------------------------------------------------------*
018900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
019000
019100     PERFORM 2000-CARREGAR-COTACOES
019200         THRU 2000-CARREGAR-COTACOES-EXIT.
019300
019400     PERFORM 3000-GRAVAR-RELATORIO
019500         THRU 3000-GRAVAR-RELATORIO-EXIT.
019600
019700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
019800
019900     GO TO 9999-EXIT.
020000
020100 1000-INICIALIZAR.
020200*---------------------------------------------------------------*
020300*    ABRE OS ARQUIVOS E GRAVA O CABECALHO DO RELATORIO.  SEM O  *
020400*    CADASTRO DE CATEGORIAS O NOME SAI EM BRANCO                *
020500*---------------------------------------------------------------*
020600     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
020700
020800     DISPLAY "=========================================".
020900     DISPLAY "FONTES DE SUPRIMENTO POR CATEGORIA".
021000     DISPLAY "=========================================".
021100
021200     OPEN INPUT FORNCUST-ARQ.
021300     IF  WS-FS-FORNCUST NOT = "00"
021400         DISPLAY "ERRO AO ABRIR O CUSTO POR FORNECEDOR."
021500             " STATUS: " WS-FS-FORNCUST
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 9999-EXIT
021800     END-IF.
021900
022000     OPEN INPUT PRODMAST-ARQ.
022100     IF  WS-FS-PRODMAST NOT = "00"
022200         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
022300             WS-FS-PRODMAST
022400         MOVE 16 TO RETURN-CODE
022500         GO TO 9999-EXIT
022600     END-IF.
022700
022800     OPEN INPUT CATMAST-ARQ.
022900     IF  WS-FS-CATMAST = "00"
023000         SET WS-CATMAST-ABERTO  TO TRUE
023100     ELSE
023200         SET WS-CATMAST-FECHADO TO TRUE
023300     END-IF.
023400
023500     OPEN OUTPUT RELFORN-ARQ.
023600     IF  WS-FS-RELFORN NOT = "00"
023700         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
023800             WS-FS-RELFORN
023900         MOVE 16 TO RETURN-CODE
024000         GO TO 9999-EXIT
024100     END-IF.
024200
024300     MOVE "FONTES DE SUPRIMENTO POR CATEGORIA - RELFORN"
024400         TO REL-LINHA-FORNECEDOR.
024500     WRITE REL-LINHA-FORNECEDOR.
024600     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
024700     STRING "EMITIDO EM " WS-DATA-SISTEMA
024800         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
024900     WRITE REL-LINHA-FORNECEDOR.
025000
025100 1000-INICIALIZAR-EXIT.
025200     EXIT.
025300
025400 2000-CARREGAR-COTACOES.
025500*---------------------------------------------------------------*
025600*    LE O CUSTO POR FORNECEDOR NA ORDEM DA CHAVE (ITEM E        *
025700*    FORNECEDOR), GUARDANDO A COTACAO PREFERENCIAL E A MAIS     *
025800*    BARATA DAS DEMAIS; A CADA TROCA DE ITEM AVALIA O ANTERIOR  *
025900*---------------------------------------------------------------*
026000     PERFORM 2900-LER-FORNCUST THRU 2900-LER-FORNCUST-EXIT.
026100     PERFORM 2100-GUARDAR-COTACAO
026200         THRU 2100-GUARDAR-COTACAO-EXIT
026300         UNTIL FIM-FORNCUST.
026400
026500     IF  WS-ITEM-CORRENTE NOT = SPACES
026600         PERFORM 2200-AVALIAR-ITEM
026700             THRU 2200-AVALIAR-ITEM-EXIT
026800     END-IF.
026900     CLOSE FORNCUST-ARQ.
027000
027100 2000-CARREGAR-COTACOES-EXIT.
027200     EXIT.
027300
027400 2100-GUARDAR-COTACAO.
027500*---------------------------------------------------------------*
027600*    FECHA O ITEM ANTERIOR NA TROCA DE ITEM E ACUMULA A COTACAO *
027700*    LIDA: A PREFERENCIAL, OU A MENOR DAS ALTERNATIVAS          *
027800*---------------------------------------------------------------*
027900     ADD 1                      TO WS-CONTADOR-LIDOS.
028000     IF  FC-ITEM-CODE NOT = WS-ITEM-CORRENTE
028100         IF  WS-ITEM-CORRENTE NOT = SPACES
028200             PERFORM 2200-AVALIAR-ITEM
028300                 THRU 2200-AVALIAR-ITEM-EXIT
028400         END-IF
028500         MOVE FC-ITEM-CODE      TO WS-ITEM-CORRENTE
028600         MOVE SPACES            TO WS-FORNEC-PREFERIDO
028700         MOVE ZERO              TO WS-CUSTO-PREFERIDO
028800         MOVE SPACES            TO WS-FORNEC-ALTERNATIVO
028900         MOVE ZERO              TO WS-CUSTO-ALTERNATIVO
029000     END-IF.
029100
029200     IF  FC-FORNECEDOR-PREFERIDO
029300         MOVE FC-FORNECEDOR     TO WS-FORNEC-PREFERIDO
029400         MOVE FC-VALOR-COMPRA   TO WS-CUSTO-PREFERIDO
029500     ELSE
029600         IF  WS-FORNEC-ALTERNATIVO = SPACES
029700         OR  FC-VALOR-COMPRA < WS-CUSTO-ALTERNATIVO
029800             MOVE FC-FORNECEDOR   TO WS-FORNEC-ALTERNATIVO
029900             MOVE FC-VALOR-COMPRA TO WS-CUSTO-ALTERNATIVO
030000         END-IF
030100     END-IF.
030200
030300     PERFORM 2900-LER-FORNCUST THRU 2900-LER-FORNCUST-EXIT.
030400
030500 2100-GUARDAR-COTACAO-EXIT.
030600     EXIT.
030700
030800 2200-AVALIAR-ITEM.
030900*---------------------------------------------------------------*
031000*    AVALIA O ITEM CORRENTE.  SO ENTRA NA TABELA O ITEM ATIVO   *
031100*    DO MESTRE COM PREFERENCIAL E COM OUTRA COTACAO MAIS BARATA *
031200*---------------------------------------------------------------*
031300     ADD 1                      TO WS-CONTADOR-ITENS.
031400     IF  WS-FORNEC-PREFERIDO = SPACES
031500         ADD 1                  TO WS-CONTADOR-SEM-PREFER
031600         DISPLAY "ITEM SEM FORNECEDOR PREFERENCIAL: "
031700             WS-ITEM-CORRENTE
031800         GO TO 2200-AVALIAR-ITEM-EXIT
031900     END-IF.
032000
032100     IF  WS-FORNEC-ALTERNATIVO = SPACES
032200     OR  WS-CUSTO-ALTERNATIVO NOT < WS-CUSTO-PREFERIDO
032300         GO TO 2200-AVALIAR-ITEM-EXIT
032400     END-IF.
032500
032600     MOVE WS-ITEM-CORRENTE      TO PM-ITEM-CODE.
032700     READ PRODMAST-ARQ
032800         KEY IS PM-ITEM-CODE
032900         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
033000         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
033100     END-READ.
033200     IF  WS-MASTER-NAO-ACHADO
033300     OR  PM-ITEM-INATIVO
033400         ADD 1                  TO WS-CONTADOR-IGNORADOS
033500         GO TO 2200-AVALIAR-ITEM-EXIT
033600     END-IF.
033700
033710     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
033720     MOVE PM-BRANCH-CODE        TO IC-BRANCH-CODE.
033730     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
033740     MOVE IC-ALIQUOTA           TO PC-ALIQUOTA-IMPOSTO.
033750
033800     MOVE WS-CUSTO-PREFERIDO    TO PC-VALOR-COMPRA.
033900     MOVE PM-VALOR-VENDA        TO PC-VALOR-VENDA.
034000     MOVE ZERO                  TO PC-PERCENTUAL.
034100     SET PC-DIRECAO-DIRETA      TO TRUE.
034200     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
034300     IF  NOT PC-CALCULO-OK
034400         ADD 1                  TO WS-CONTADOR-IGNORADOS
034500         GO TO 2200-AVALIAR-ITEM-EXIT
034600     END-IF.
034700     MOVE PC-PERCENTUAL         TO WS-MKP-PREFERIDO.
034800
034900     MOVE WS-CUSTO-ALTERNATIVO  TO PC-VALOR-COMPRA.
035000     MOVE PM-VALOR-VENDA        TO PC-VALOR-VENDA.
035100     MOVE ZERO                  TO PC-PERCENTUAL.
035200     SET PC-DIRECAO-DIRETA      TO TRUE.
035300     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
035400     IF  NOT PC-CALCULO-OK
035500         ADD 1                  TO WS-CONTADOR-IGNORADOS
035600         GO TO 2200-AVALIAR-ITEM-EXIT
035700     END-IF.
035800     MOVE PC-PERCENTUAL         TO WS-MKP-ALTERNATIVO.
035900
036000     IF  WS-QTD-FONTES NOT < 2000
036100         ADD 1                  TO WS-CONTADOR-ESTOURO
036200         GO TO 2200-AVALIAR-ITEM-EXIT
036300     END-IF.
036400
036500     ADD 1                      TO WS-QTD-FONTES.
036600     SET WS-IDX-FONTE           TO WS-QTD-FONTES.
036700     MOVE PM-CATEGORY-CODE      TO WS-FO-CATEGORIA (WS-IDX-FONTE).
036800     MOVE PM-ITEM-CODE          TO WS-FO-ITEM-CODE (WS-IDX-FONTE).
036900     MOVE PM-DESCRICAO          TO WS-FO-DESCRICAO (WS-IDX-FONTE).
037000     MOVE WS-FORNEC-PREFERIDO
037100         TO WS-FO-FORNEC-PREF (WS-IDX-FONTE).
037200     MOVE WS-CUSTO-PREFERIDO
037300         TO WS-FO-CUSTO-PREF (WS-IDX-FONTE).
037400     MOVE WS-FORNEC-ALTERNATIVO
037500         TO WS-FO-FORNEC-ALT (WS-IDX-FONTE).
037600     MOVE WS-CUSTO-ALTERNATIVO  TO WS-FO-CUSTO-ALT (WS-IDX-FONTE).
037700     MOVE PM-VALOR-VENDA        TO WS-FO-VENDA (WS-IDX-FONTE).
037800     MOVE WS-MKP-PREFERIDO      TO WS-FO-MKP-PREF (WS-IDX-FONTE).
037900     MOVE WS-MKP-ALTERNATIVO    TO WS-FO-MKP-ALT (WS-IDX-FONTE).
038000     MOVE "N"
038100         TO WS-FO-SW-TRATADA (WS-IDX-FONTE).
038200
038300 2200-AVALIAR-ITEM-EXIT.
038400     EXIT.
038500
038600 2900-LER-FORNCUST.
038700*---------------------------------------------------------------*
038800*    LE A PROXIMA COTACAO NA ORDEM DA CHAVE                     *
038900*---------------------------------------------------------------*
039000     READ FORNCUST-ARQ NEXT RECORD
039100         AT END     SET FIM-FORNCUST     TO TRUE
039200         NOT AT END SET NAO-FIM-FORNCUST TO TRUE
039300     END-READ.
039400
039500 2900-LER-FORNCUST-EXIT.
039600     EXIT.
039700
039800 3000-GRAVAR-RELATORIO.
039900*---------------------------------------------------------------*
040000*    GRAVA OS ITENS EM ORDEM DE CATEGORIA E ITEM, POR SELECAO   *
040100*    SUCESSIVA NA TABELA, FECHANDO CADA CATEGORIA COM O SEU     *
040200*    TOTAL                                                      *
040300*---------------------------------------------------------------*
040400     MOVE SPACES                TO WS-CATEGORIA-CORRENTE.
040500     SET NAO-FIM-SELECAO        TO TRUE.
040600     PERFORM 3100-SELECIONAR-FONTE
040700         THRU 3100-SELECIONAR-FONTE-EXIT
040800         UNTIL FIM-SELECAO.
040900
041000     IF  WS-CONTADOR-CATEGORIAS > ZERO
041100         PERFORM 3400-GRAVAR-TOTAL-CATEGORIA
041200             THRU 3400-GRAVAR-TOTAL-CATEGORIA-EXIT
041300     END-IF.
041400
041500 3000-GRAVAR-RELATORIO-EXIT.
041600     EXIT.
041700
041800 3100-SELECIONAR-FONTE.
041900*---------------------------------------------------------------*
042000*    SELECIONA A MENOR CHAVE AINDA NAO TRATADA; TROCA DE        *
042100*    CATEGORIA FECHA A ANTERIOR E ABRE A NOVA                   *
042200*---------------------------------------------------------------*
042300     MOVE ZERO                  TO WS-POSICAO-SELECAO.
042400     PERFORM 3110-PROCURAR-MENOR
042500         THRU 3110-PROCURAR-MENOR-EXIT
042600         VARYING WS-IDX-FONTE FROM 1 BY 1
042700             UNTIL WS-IDX-FONTE > WS-QTD-FONTES.
042800
042900     IF  WS-POSICAO-SELECAO = ZERO
043000         SET FIM-SELECAO        TO TRUE
043100         GO TO 3100-SELECIONAR-FONTE-EXIT
043200     END-IF.
043300
043400     SET WS-IDX-FONTE           TO WS-POSICAO-SELECAO.
043500     MOVE "S"
043600         TO WS-FO-SW-TRATADA (WS-IDX-FONTE).
043700
043800     IF  WS-CONTADOR-CATEGORIAS = ZERO
043900     OR  WS-FO-CATEGORIA (WS-IDX-FONTE)
044000         NOT = WS-CATEGORIA-CORRENTE
044100         IF  WS-CONTADOR-CATEGORIAS > ZERO
044200             PERFORM 3400-GRAVAR-TOTAL-CATEGORIA
044300                 THRU 3400-GRAVAR-TOTAL-CATEGORIA-EXIT
044400         END-IF
044500         PERFORM 3200-INICIAR-CATEGORIA
044600             THRU 3200-INICIAR-CATEGORIA-EXIT
044700     END-IF.
044800
044900     PERFORM 3300-GRAVAR-FONTE
045000         THRU 3300-GRAVAR-FONTE-EXIT.
045100
045200 3100-SELECIONAR-FONTE-EXIT.
045300     EXIT.
045400
045500 3110-PROCURAR-MENOR.
045600*---------------------------------------------------------------*
045700*    COMPARA A ENTRADA CORRENTE COM A MENOR ENCONTRADA ATE AQUI *
045800*---------------------------------------------------------------*
045900     IF  WS-FO-TRATADA (WS-IDX-FONTE)
046000         GO TO 3110-PROCURAR-MENOR-EXIT
046100     END-IF.
046200
046300     IF  WS-POSICAO-SELECAO = ZERO
046400     OR  WS-FO-CHAVE-ORDEM (WS-IDX-FONTE) < WS-CHAVE-REFERENCIA
046500         SET WS-POSICAO-SELECAO TO WS-IDX-FONTE
046600         MOVE WS-FO-CHAVE-ORDEM (WS-IDX-FONTE)
046700                                TO WS-CHAVE-REFERENCIA
046800     END-IF.
046900
047000 3110-PROCURAR-MENOR-EXIT.
047100     EXIT.
047200
047300 3200-INICIAR-CATEGORIA.
047400*---------------------------------------------------------------*
047500*    ZERA OS TOTAIS DA CATEGORIA E GRAVA O CABECALHO DELA       *
047600*---------------------------------------------------------------*
047700     MOVE WS-FO-CATEGORIA (WS-IDX-FONTE)
047800                                TO WS-CATEGORIA-CORRENTE.
047900     MOVE ZERO                  TO WS-CONTADOR-CATEGORIA.
048000     MOVE ZERO                  TO WS-ECONOMIA-CATEGORIA.
048100     ADD 1                      TO WS-CONTADOR-CATEGORIAS.
048200
048300     MOVE WS-CATEGORIA-CORRENTE TO CM-CATEGORY-CODE.
048400     PERFORM 3500-BUSCAR-NOME-CATEGORIA
048500         THRU 3500-BUSCAR-NOME-CATEGORIA-EXIT.
048600
048700     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
048800     WRITE REL-LINHA-FORNECEDOR.
048900     STRING "CATEGORIA " WS-CATEGORIA-CORRENTE
049000         " " WS-NOME-CATEGORIA
049100         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
049200     WRITE REL-LINHA-FORNECEDOR.
049300     MOVE "ITEM        DESCRICAO             PREFER    CUSTO PREF 
049400-    " ALTERN     CUSTO ALT       VENDA  MKP PRF  MKP ALT    GANHO
049500-    "    ECONOMIA"
049600         TO REL-LINHA-FORNECEDOR.
049700     WRITE REL-LINHA-FORNECEDOR.
049800     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
049900     WRITE REL-LINHA-FORNECEDOR.
050000
050100 3200-INICIAR-CATEGORIA-EXIT.
050200     EXIT.
050300
050400 3300-GRAVAR-FONTE.
050500*---------------------------------------------------------------*
050600*    GRAVA A LINHA DO ITEM: GANHO DE MARKUP E ECONOMIA POR      *
050700*    UNIDADE SE A COMPRA PASSAR AO FORNECEDOR MAIS BARATO       *
050800*---------------------------------------------------------------*
050900     MOVE WS-FO-ITEM-CODE (WS-IDX-FONTE)   TO WS-LF-ITEM-CODE.
051000     MOVE WS-FO-DESCRICAO (WS-IDX-FONTE)   TO WS-LF-DESCRICAO.
051100     MOVE WS-FO-FORNEC-PREF (WS-IDX-FONTE) TO WS-LF-FORNEC-PREF.
051200     MOVE WS-FO-CUSTO-PREF (WS-IDX-FONTE)  TO WS-LF-CUSTO-PREF.
051300     MOVE WS-FO-FORNEC-ALT (WS-IDX-FONTE)  TO WS-LF-FORNEC-ALT.
051400     MOVE WS-FO-CUSTO-ALT (WS-IDX-FONTE)   TO WS-LF-CUSTO-ALT.
051500     MOVE WS-FO-VENDA (WS-IDX-FONTE)       TO WS-LF-VENDA.
051600     MOVE WS-FO-MKP-PREF (WS-IDX-FONTE)    TO WS-LF-MKP-PREF.
051700     MOVE WS-FO-MKP-ALT (WS-IDX-FONTE)     TO WS-LF-MKP-ALT.
051800     COMPUTE WS-LF-GANHO = WS-FO-MKP-ALT (WS-IDX-FONTE)
051900         - WS-FO-MKP-PREF (WS-IDX-FONTE).
052000     COMPUTE WS-LF-ECONOMIA = WS-FO-CUSTO-PREF (WS-IDX-FONTE)
052100         - WS-FO-CUSTO-ALT (WS-IDX-FONTE).
052200     MOVE WS-LINHA-FONTE        TO REL-LINHA-FORNECEDOR.
052300     WRITE REL-LINHA-FORNECEDOR.
052400
052500     ADD 1                      TO WS-CONTADOR-CATEGORIA.
052600     ADD 1                      TO WS-CONTADOR-OPORTUNIDADE.
052700     COMPUTE WS-ECONOMIA-CATEGORIA = WS-ECONOMIA-CATEGORIA
052800         + WS-FO-CUSTO-PREF (WS-IDX-FONTE)
052900         - WS-FO-CUSTO-ALT (WS-IDX-FONTE).
053000     COMPUTE WS-ECONOMIA-TOTAL = WS-ECONOMIA-TOTAL
053100         + WS-FO-CUSTO-PREF (WS-IDX-FONTE)
053200         - WS-FO-CUSTO-ALT (WS-IDX-FONTE).
053300
053400 3300-GRAVAR-FONTE-EXIT.
053500     EXIT.
053600
053700 3400-GRAVAR-TOTAL-CATEGORIA.
053800*---------------------------------------------------------------*
053900*    FECHA A CATEGORIA COM A QUANTIDADE DE ITENS E A ECONOMIA   *
054000*    POR UNIDADE SOMADA                                         *
054100*---------------------------------------------------------------*
054200     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
054300     WRITE REL-LINHA-FORNECEDOR.
054400     MOVE WS-CONTADOR-CATEGORIA TO WS-CONTADOR-EDITADO.
054500     MOVE WS-ECONOMIA-CATEGORIA TO WS-ECONOMIA-EDITADA.
054600     STRING "TOTAL DA CATEGORIA " WS-CATEGORIA-CORRENTE
054700         " - ITENS: " WS-CONTADOR-EDITADO
054800         " - ECONOMIA POR UNIDADE: " WS-ECONOMIA-EDITADA
054900         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
055000     WRITE REL-LINHA-FORNECEDOR.
055100
055200 3400-GRAVAR-TOTAL-CATEGORIA-EXIT.
055300     EXIT.
055400
055500 3500-BUSCAR-NOME-CATEGORIA.
055600*---------------------------------------------------------------*
055700*    DEVOLVE EM WS-NOME-CATEGORIA O NOME DA CATEGORIA DE        *
055800*    CM-CATEGORY-CODE (BRANCO SE O CODIGO OU O CADASTRO NAO     *
055900*    EXISTIR)                                                   *
056000*---------------------------------------------------------------*
056100     MOVE SPACES                TO WS-NOME-CATEGORIA.
056200     IF  WS-CATMAST-FECHADO
056300     OR  CM-CATEGORY-CODE = SPACES
056400         GO TO 3500-BUSCAR-NOME-CATEGORIA-EXIT
056500     END-IF.
056600     READ CATMAST-ARQ
056700         KEY IS CM-CATEGORY-CODE
056800         INVALID KEY     MOVE SPACES  TO WS-NOME-CATEGORIA
056900         NOT INVALID KEY MOVE CM-NOME TO WS-NOME-CATEGORIA
057000     END-READ.
057100
057200 3500-BUSCAR-NOME-CATEGORIA-EXIT.
057300     EXIT.
057400
057500 9000-FINALIZAR.
057600*---------------------------------------------------------------*
057700*    GRAVA OS TOTAIS, FECHA OS ARQUIVOS E EXIBE OS CONTADORES.  *
057800*    ITEM SEM PREFERENCIAL, FORA DO MESTRE OU ALEM DA TABELA    *
057900*    TERMINA COM AVISO (RC 4)                                   *
058000*---------------------------------------------------------------*
058100     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
058200     WRITE REL-LINHA-FORNECEDOR.
058300     MOVE WS-CONTADOR-ITENS     TO WS-CONTADOR-EDITADO.
058400     STRING "ITENS COM COTACAO....: " WS-CONTADOR-EDITADO
058500         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
058600     WRITE REL-LINHA-FORNECEDOR.
058700     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
058800     MOVE WS-CONTADOR-OPORTUNIDADE TO WS-CONTADOR-EDITADO.
058900     STRING "COM OPCAO MAIS BARATA: " WS-CONTADOR-EDITADO
059000         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
059100     WRITE REL-LINHA-FORNECEDOR.
059200     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
059300     MOVE WS-CONTADOR-SEM-PREFER TO WS-CONTADOR-EDITADO.
059400     STRING "SEM PREFERENCIAL.....: " WS-CONTADOR-EDITADO
059500         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
059600     WRITE REL-LINHA-FORNECEDOR.
059700     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
059800     MOVE WS-CONTADOR-IGNORADOS TO WS-CONTADOR-EDITADO.
059900     STRING "INATIVOS/FORA MESTRE.: " WS-CONTADOR-EDITADO
060000         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
060100     WRITE REL-LINHA-FORNECEDOR.
060200     MOVE SPACES                TO REL-LINHA-FORNECEDOR.
060300     MOVE WS-ECONOMIA-TOTAL     TO WS-ECONOMIA-EDITADA.
060400     STRING "ECONOMIA POR UNIDADE.: " WS-ECONOMIA-EDITADA
060500         DELIMITED BY SIZE INTO REL-LINHA-FORNECEDOR.
060600     WRITE REL-LINHA-FORNECEDOR.
060700
060800     CLOSE PRODMAST-ARQ.
060900     IF  WS-CATMAST-ABERTO
061000         CLOSE CATMAST-ARQ
061100     END-IF.
061200     CLOSE RELFORN-ARQ.
061300
061400     IF  WS-CONTADOR-SEM-PREFER > ZERO
061500     OR  WS-CONTADOR-ESTOURO > ZERO
061600         MOVE 4 TO RETURN-CODE
061700     END-IF.
061800
061900     DISPLAY " ".
062000     DISPLAY "FONTES DE SUPRIMENTO ENCERRADAS.".
062100     DISPLAY "COTACOES LIDAS.......: " WS-CONTADOR-LIDOS.
062200     DISPLAY "ITENS COM COTACAO....: " WS-CONTADOR-ITENS.
062300     DISPLAY "COM OPCAO MAIS BARATA: " WS-CONTADOR-OPORTUNIDADE.
062400     DISPLAY "SEM PREFERENCIAL.....: " WS-CONTADOR-SEM-PREFER.
062500     DISPLAY "INATIVOS/FORA MESTRE.: " WS-CONTADOR-IGNORADOS.
062600     IF  WS-CONTADOR-ESTOURO > ZERO
062700         DISPLAY "ENTRADAS ALEM DA TABELA: "
062800             WS-CONTADOR-ESTOURO
062900     END-IF.
063000
063100 9000-FINALIZAR-EXIT.
063200     EXIT.
063300
063400 9999-EXIT.
063500     STOP RUN.
063600
063700 END PROGRAM RELFORN.

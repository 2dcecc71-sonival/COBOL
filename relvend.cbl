000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELVEND.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: CONTRIBUICAO DE MARGEM BRUTA DAS VENDAS DO
000900*                   DIA.  LE O ARQUIVO DE VENDAS ENVIADO PELAS
001000*                   LOJAS (VENDPOS), VALORIZA CADA LINHA AO
001100*                   CUSTO DO MESTRE (PM-VALOR-COMPRA) E AO PRECO
001200*                   EM VIGOR NA DATA DA VENDA PARA A FILIAL -
001300*                   PROMOCAO ATIVA, SENAO O ULTIMO PRECO DA
001400*                   FILIAL NO PRICHIST, SENAO O ULTIMO PRECO DO
001500*                   MESTRE NO PRICHIST, SENAO O PRECO ATUAL
001600*                   (PRCFIL/PRODMAST) - QUE E O PRECO ENVIADO AO
001700*                   POS.  LISTA AS LINHAS EM QUE O VALOR
001800*                   REGISTRADO NO CAIXA DIFERE DO PRECO ENVIADO,
001900*                   O RESUMO POR FILIAL/CATEGORIA E OS ITENS DE
002000*                   MAIOR E MENOR CONTRIBUICAO.  AO LADO DA
002020*                   MARGEM BRUTA SAI A MARGEM LIQUIDA, COM A
002040*                   RECEITA SEM O ICMS EMBUTIDO NO PRECO (ALIQUOTA
002060*                   DA CATEGORIA NA FILIAL DA VENDA, CALCICMS).
002100*-----------------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRICAO
002400*    ---------- ----  -------------------------------------------
002500*    2026-10-15 JA    PROGRAMA ORIGINAL.
002520*    2026-10-15 JA    MARGEM LIQUIDA DE ICMS NO RESUMO E NO
002540*                     RANKING; ESTOURO DE TABELA TERMINA COM AVISO
002560*                     (RC 4).
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT VENDPOS-ARQ ASSIGN TO "VENDPOS"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-FS-VENDPOS.
003600
003700     SELECT PRODMAST-ARQ ASSIGN TO "PRODMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PM-ITEM-CODE
004100         FILE STATUS IS WS-FS-PRODMAST.
004200
004300     SELECT PRCFIL-ARQ ASSIGN TO "PRCFIL"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PF-CHAVE
004700         FILE STATUS IS WS-FS-PRCFIL.
004800
004900     SELECT PRICHIST-ARQ ASSIGN TO "PRICHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-PRICHIST.
005200
005300     SELECT PROMFILE-ARQ ASSIGN TO "PROMFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-FS-PROMFILE.
005600
005700     SELECT RELVEND-ARQ ASSIGN TO "RELVEND"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FS-RELVEND.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  VENDPOS-ARQ
006400     LABEL RECORDS ARE STANDARD.
006500     COPY VENDPOS.
006600
006700 FD  PRODMAST-ARQ
006800     LABEL RECORDS ARE STANDARD.
006900     COPY PRODMAST.
007000
007100 FD  PRCFIL-ARQ
007200     LABEL RECORDS ARE STANDARD.
007300     COPY PRCFIL.
007400
007500 FD  PRICHIST-ARQ
007600     LABEL RECORDS ARE STANDARD.
007700     COPY PRICHIST.
007800
007900 FD  PROMFILE-ARQ
008000     LABEL RECORDS ARE STANDARD.
008100     COPY PROMOREC.
008200
008300 FD  RELVEND-ARQ
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  REL-LINHA-VENDA             PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900
009000*---------------------------------------------------------------*
009100*    STATUS DE ARQUIVO                                          *
009200*---------------------------------------------------------------*
009300 77  WS-FS-VENDPOS           PIC X(02).
009400 77  WS-FS-PRODMAST          PIC X(02).
009500 77  WS-FS-PRCFIL            PIC X(02).
009600 77  WS-FS-PRICHIST          PIC X(02).
009700 77  WS-FS-PROMFILE          PIC X(02).
009800 77  WS-FS-RELVEND           PIC X(02).
009900
010000*---------------------------------------------------------------*
010100*    CHAVES E INDICADORES DE CONTROLE                           *
010200*---------------------------------------------------------------*
010300 01  WS-SWITCHES.
010400     05  WS-SW-FIM-VENDPOS       PIC X(01) VALUE "N".
010500         88  FIM-VENDPOS                VALUE "S".
010600         88  NAO-FIM-VENDPOS            VALUE "N".
010700     05  WS-SW-FIM-PRICHIST      PIC X(01) VALUE "N".
010800         88  FIM-PRICHIST               VALUE "S".
010900         88  NAO-FIM-PRICHIST           VALUE "N".
011000     05  WS-SW-FIM-PROMFILE      PIC X(01) VALUE "N".
011100         88  FIM-PROMFILE               VALUE "S".
011200         88  NAO-FIM-PROMFILE           VALUE "N".
011300     05  WS-SW-MASTER            PIC X(01) VALUE "N".
011400         88  WS-MASTER-ACHADO           VALUE "S".
011500         88  WS-MASTER-NAO-ACHADO       VALUE "N".
011600     05  WS-SW-PRCFIL-ABERTO     PIC X(01) VALUE "N".
011700         88  WS-PRCFIL-ABERTO           VALUE "S".
011800         88  WS-PRCFIL-FECHADO          VALUE "N".
011900     05  WS-SW-PRECO-FILIAL      PIC X(01) VALUE "N".
012000         88  WS-PRECO-FILIAL-ACHADO     VALUE "S".
012100         88  WS-PRECO-FILIAL-NAO-ACHADO VALUE "N".
012200     05  WS-SW-PROMO-VIGENTE     PIC X(01) VALUE "N".
012300         88  WS-PROMO-VIGENTE           VALUE "G" "F".
012400         88  WS-PROMO-GERAL             VALUE "G".
012500         88  WS-PROMO-DA-FILIAL         VALUE "F".
012600         88  WS-SEM-PROMO-VIGENTE       VALUE "N".
012700     05  WS-SW-LINHA-NA-TABELA   PIC X(01) VALUE "N".
012800         88  WS-LINHA-NA-TABELA         VALUE "S".
012900         88  WS-LINHA-FORA-TABELA       VALUE "N".
013000
013100*---------------------------------------------------------------*
013200*    PARAMETRO DO RANKING E CONTADORES                          *
013300*---------------------------------------------------------------*
013400 77  WS-QTD-RANKING          PIC 9(03) VALUE ZERO.
013500 77  WS-CONTADOR-LINHAS      PIC 9(08) VALUE ZERO.
013600 77  WS-CONTADOR-VALORIZADAS PIC 9(08) VALUE ZERO.
013700 77  WS-CONTADOR-REJEITADAS  PIC 9(08) VALUE ZERO.
013800 77  WS-CONTADOR-DIVERGENTES PIC 9(08) VALUE ZERO.
013900 77  WS-CONTADOR-HISTORICO   PIC 9(08) VALUE ZERO.
014000 77  WS-CONTADOR-ESTOURO     PIC 9(08) VALUE ZERO.
014100 77  WS-CONTADOR-EDITADO     PIC ZZZ,ZZZ,ZZ9.
014200 77  WS-POSICAO-CORRENTE     PIC 9(04) VALUE ZERO.
014300 77  WS-POSICAO-RANKING      PIC 9(04) VALUE ZERO.
014400 77  WS-ORDEM-RANKING        PIC 9(04) VALUE ZERO.
014500
014600*---------------------------------------------------------------*
014700*    VALORES DA LINHA DE VENDA CORRENTE                         *
014800*---------------------------------------------------------------*
014900 77  WS-FILIAL-VENDA         PIC X(04) VALUE SPACES.
015000 77  WS-PRECO-VIGENTE        PIC 9(06)V99 VALUE ZERO.
015100 77  WS-PRECO-REGISTRADO     PIC 9(06)V99 VALUE ZERO.
015200 77  WS-ORIGEM-PRECO         PIC X(08) VALUE SPACES.
015300 77  WS-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
015400 77  WS-RECEITA-LINHA        PIC 9(11)V99 VALUE ZERO.
015500 77  WS-CUSTO-LINHA          PIC 9(11)V99 VALUE ZERO.
015600 77  WS-MARGEM-LINHA         PIC S9(11)V99 VALUE ZERO.
015620 77  WS-RECEITA-LIQ-LINHA    PIC 9(11)V99 VALUE ZERO.
015640 77  WS-MARGEM-LIQ-LINHA     PIC S9(11)V99 VALUE ZERO.
015700 77  WS-DIFERENCA-LINHA      PIC S9(11)V99 VALUE ZERO.
015800 77  WS-MARGEM-REFERENCIA    PIC S9(11)V99 VALUE ZERO.
015900 77  WS-PCT-MARGEM           PIC S9(05)V99 VALUE ZERO.
015910 77  WS-VALOR-EDITADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015920
015930*---------------------------------------------------------------*
015940*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
015950*    (CALCICMS)                                                  *
015960*---------------------------------------------------------------*
015970 COPY ICLINK.
016000
016100*---------------------------------------------------------------*
016200*    ACUMULADORES GERAIS E AREA DE MONTAGEM DA LINHA DE RESUMO  *
016300*---------------------------------------------------------------*
016400 01  WS-TOTAIS-GERAIS.
016500     05  WS-TOT-UNIDADES         PIC 9(09) VALUE ZERO.
016600     05  WS-TOT-RECEITA          PIC 9(11)V99 VALUE ZERO.
016700     05  WS-TOT-CUSTO            PIC 9(11)V99 VALUE ZERO.
016800     05  WS-TOT-MARGEM           PIC S9(11)V99 VALUE ZERO.
016820     05  WS-TOT-RECEITA-LIQ      PIC 9(11)V99 VALUE ZERO.
016840     05  WS-TOT-MARGEM-LIQ       PIC S9(11)V99 VALUE ZERO.
016900
017000 01  WS-ACUMULADOR-LINHA.
017100     05  WS-ACM-UNIDADES         PIC 9(09) VALUE ZERO.
017200     05  WS-ACM-RECEITA          PIC 9(11)V99 VALUE ZERO.
017300     05  WS-ACM-CUSTO            PIC 9(11)V99 VALUE ZERO.
017400     05  WS-ACM-MARGEM           PIC S9(11)V99 VALUE ZERO.
017450     05  WS-ACM-MARGEM-LIQ       PIC S9(11)V99 VALUE ZERO.
017500
017600*---------------------------------------------------------------*
017700*    PRECO EM VIGOR POR ITEM/FILIAL/DATA DE VENDA, MONTADO A    *
017800*    PARTIR DO PRICHIST (ULTIMA ENTRADA ATE A DATA DA VENDA)    *
017900*---------------------------------------------------------------*
018000 01  WS-TABELA-PRECO-DADOS.
018100     05  WS-QTD-PRECOS           PIC 9(04) VALUE ZERO.
018200     05  WS-TABELA-PRECO OCCURS 2000 TIMES
018300             INDEXED BY WS-IDX-PRECO.
018400         10  WS-PD-ITEM-CODE     PIC X(10).
018500         10  WS-PD-BRANCH-CODE   PIC X(04).
018600         10  WS-PD-DATA-VENDA    PIC 9(08).
018700         10  WS-PD-DATA-FILIAL   PIC 9(08).
018800         10  WS-PD-VENDA-FILIAL  PIC 9(06)V99.
018900         10  WS-PD-DATA-MESTRE   PIC 9(08).
019000         10  WS-PD-VENDA-MESTRE  PIC 9(06)V99.
019100
019200*---------------------------------------------------------------*
019300*    PROMOCOES ATIVAS OU ENCERRADAS (JA ENVIADAS AO POS)        *
019400*---------------------------------------------------------------*
019500 01  WS-TABELA-PROMO-DADOS.
019600     05  WS-QTD-PROMOCOES        PIC 9(04) VALUE ZERO.
019700     05  WS-TABELA-PROMO OCCURS 200 TIMES
019800             INDEXED BY WS-IDX-PROMO.
019900         10  WS-PR-ITEM-CODE     PIC X(10).
020000         10  WS-PR-BRANCH-CODE   PIC X(04).
020100         10  WS-PR-VALOR         PIC 9(06)V99.
020200         10  WS-PR-DATA-INICIO   PIC 9(08).
020300         10  WS-PR-DATA-FIM      PIC 9(08).
020400
020500*---------------------------------------------------------------*
020600*    CONTRIBUICAO POR ITEM, BASE DO RANKING                     *
020700*---------------------------------------------------------------*
020800 01  WS-TABELA-ITEM-DADOS.
020900     05  WS-QTD-ITENS            PIC 9(04) VALUE ZERO.
021000     05  WS-TABELA-ITEM OCCURS 1000 TIMES
021100             INDEXED BY WS-IDX-ITEM.
021200         10  WS-IT-ITEM-CODE     PIC X(10).
021300         10  WS-IT-DESCRICAO     PIC X(20).
021400         10  WS-IT-CATEGORIA     PIC X(04).
021500         10  WS-IT-UNIDADES      PIC 9(09).
021600         10  WS-IT-RECEITA       PIC 9(11)V99.
021700         10  WS-IT-CUSTO         PIC 9(11)V99.
021800         10  WS-IT-MARGEM        PIC S9(11)V99.
021850         10  WS-IT-MARGEM-LIQ    PIC S9(11)V99.
021900         10  WS-IT-SW-TOPO       PIC X(01).
022000             88  WS-IT-NO-TOPO          VALUE "S".
022100         10  WS-IT-SW-BASE       PIC X(01).
022200             88  WS-IT-NA-BASE          VALUE "S".
022300
022400*---------------------------------------------------------------*
022500*    TABELAS DE ACUMULACAO POR FILIAL/CATEGORIA, POR FILIAL E   *
022600*    POR CATEGORIA, NO MOLDE DO ROLLUP DO CALC1                 *
022700*---------------------------------------------------------------*
022800 01  WS-TABELA-FILCAT-DADOS.
022900     05  WS-QTD-FILCAT           PIC 9(04) VALUE ZERO.
023000     05  WS-TABELA-FILCAT OCCURS 500 TIMES
023100             INDEXED BY WS-IDX-FILCAT.
023200         10  WS-FC-FILIAL        PIC X(04).
023300         10  WS-FC-CATEGORIA     PIC X(04).
023400         10  WS-FC-UNIDADES      PIC 9(09).
023500         10  WS-FC-RECEITA       PIC 9(11)V99.
023600         10  WS-FC-CUSTO         PIC 9(11)V99.
023700         10  WS-FC-MARGEM        PIC S9(11)V99.
023750         10  WS-FC-MARGEM-LIQ    PIC S9(11)V99.
023800
023900 01  WS-TABELA-FILIAL-DADOS.
024000     05  WS-QTD-FILIAIS          PIC 9(04) VALUE ZERO.
024100     05  WS-TABELA-FILIAL OCCURS 50 TIMES
024200             INDEXED BY WS-IDX-FILIAL.
024300         10  WS-FILIAL-CODIGO    PIC X(04).
024400         10  WS-FILIAL-UNIDADES  PIC 9(09).
024500         10  WS-FILIAL-RECEITA   PIC 9(11)V99.
024600         10  WS-FILIAL-CUSTO     PIC 9(11)V99.
024700         10  WS-FILIAL-MARGEM    PIC S9(11)V99.
024750         10  WS-FILIAL-MARGEM-LIQ PIC S9(11)V99.
024800
024900 01  WS-TABELA-CATEGORIA-DADOS.
025000     05  WS-QTD-CATEGORIAS       PIC 9(04) VALUE ZERO.
025100     05  WS-TABELA-CATEGORIA OCCURS 50 TIMES
025200             INDEXED BY WS-IDX-CATEGORIA.
025300         10  WS-CATEGORIA-CODIGO    PIC X(04).
025400         10  WS-CATEGORIA-UNIDADES  PIC 9(09).
025500         10  WS-CATEGORIA-RECEITA   PIC 9(11)V99.
025600         10  WS-CATEGORIA-CUSTO     PIC 9(11)V99.
025700         10  WS-CATEGORIA-MARGEM    PIC S9(11)V99.
025750         10  WS-CATEGORIA-MARGEM-LIQ PIC S9(11)V99.
025800
025900*---------------------------------------------------------------*
026000*    LAYOUTS DAS LINHAS DE RELATORIO                            *
026100*---------------------------------------------------------------*
026200 01  WS-LINHA-DIVERGENCIA.
026300     05  WS-LD-ITEM-CODE         PIC X(10).
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  WS-LD-FILIAL            PIC X(04).
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  WS-LD-DATA-VENDA        PIC X(08).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  WS-LD-UNIDADES          PIC ZZZ,ZZZ,ZZ9.
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  WS-LD-PRECO-ENVIADO     PIC ZZZ,ZZ9.99.
027200     05  FILLER                  PIC X(02) VALUE SPACES.
027300     05  WS-LD-PRECO-REGISTRADO  PIC ZZZ,ZZ9.99.
027400     05  FILLER                  PIC X(02) VALUE SPACES.
027500     05  WS-LD-VALOR-REGISTRADO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  WS-LD-DIFERENCA         PIC -Z,ZZZ,ZZZ,ZZ9.99.
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  WS-LD-ORIGEM            PIC X(08).
028000     05  FILLER                  PIC X(21) VALUE SPACES.
028100
028200 01  WS-LINHA-CONTRIBUICAO.
028300     05  WS-LC-TIPO              PIC X(10).
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  WS-LC-FILIAL            PIC X(04).
028600     05  FILLER                  PIC X(02) VALUE SPACES.
028700     05  WS-LC-CATEGORIA         PIC X(04).
028800     05  FILLER                  PIC X(02) VALUE SPACES.
028900     05  WS-LC-UNIDADES          PIC ZZZ,ZZZ,ZZ9.
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  WS-LC-RECEITA           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  WS-LC-CUSTO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029400     05  FILLER                  PIC X(02) VALUE SPACES.
029500     05  WS-LC-MARGEM            PIC -Z,ZZZ,ZZZ,ZZ9.99.
029600     05  FILLER                  PIC X(02) VALUE SPACES.
029700     05  WS-LC-PCT-MARGEM        PIC -ZZ,ZZ9.99.
029720     05  FILLER                  PIC X(02) VALUE SPACES.
029740     05  WS-LC-MARGEM-LIQ        PIC -Z,ZZZ,ZZZ,ZZ9.99.
029800     05  FILLER                  PIC X(09) VALUE SPACES.
029900
030000 01  WS-LINHA-RANKING.
030100     05  WS-LT-ORDEM             PIC ZZZ9.
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  WS-LT-ITEM-CODE         PIC X(10).
030400     05  FILLER                  PIC X(02) VALUE SPACES.
030500     05  WS-LT-DESCRICAO         PIC X(20).
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  WS-LT-CATEGORIA         PIC X(04).
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  WS-LT-UNIDADES          PIC ZZZ,ZZZ,ZZ9.
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  WS-LT-RECEITA           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
031200     05  FILLER                  PIC X(02) VALUE SPACES.
031300     05  WS-LT-MARGEM            PIC -Z,ZZZ,ZZZ,ZZ9.99.
031400     05  FILLER                  PIC X(02) VALUE SPACES.
031500     05  WS-LT-PCT-MARGEM        PIC -ZZ,ZZ9.99.
031520     05  FILLER                  PIC X(02) VALUE SPACES.
031540     05  WS-LT-MARGEM-LIQ        PIC -Z,ZZZ,ZZZ,ZZ9.99.
031600     05  FILLER                  PIC X(06) VALUE SPACES.
031700
031800 PROCEDURE DIVISION.
031900
032000 0000-MAINLINE.
032100*---------------------------------------------------------------*
032200*    PARAGRAFO PRINCIPAL                                        *
032300*---------------------------------------------------------------*
032400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
032500
032600     PERFORM 1300-CARREGAR-TABELA-PROMO
032700         THRU 1300-CARREGAR-TABELA-PROMO-EXIT.
032800
032900     PERFORM 2000-MONTAR-TABELA-PRECO
033000         THRU 2000-MONTAR-TABELA-PRECO-EXIT.
033100
033200     PERFORM 2500-LER-HISTORICO
033300         THRU 2500-LER-HISTORICO-EXIT.
033400
033500     PERFORM 3000-VALORIZAR-VENDAS
033600         THRU 3000-VALORIZAR-VENDAS-EXIT.
033700
033800     PERFORM 4000-GRAVAR-CONTRIBUICAO
033900         THRU 4000-GRAVAR-CONTRIBUICAO-EXIT.
034000
034100     PERFORM 5000-GRAVAR-RANKING
034200         THRU 5000-GRAVAR-RANKING-EXIT.
034300
034400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
034500
034600     GO TO 9999-EXIT.
034700
034800 1000-INICIALIZAR.
034900*---------------------------------------------------------------*
035000*    SOLICITA O TAMANHO DO RANKING, ABRE OS ARQUIVOS E GRAVA O  *
035100*    CABECALHO.  SEM PRCFIL TODAS AS FILIAIS USAM O MESTRE      *
035200*---------------------------------------------------------------*
035300     DISPLAY "=========================================".
035400     DISPLAY "CONTRIBUICAO DE MARGEM DAS VENDAS DO DIA".
035500     DISPLAY "=========================================".
035600     DISPLAY "Quantidade de itens no ranking (ex: 010)".
035700     ACCEPT WS-QTD-RANKING.
035800     IF  WS-QTD-RANKING NOT NUMERIC
035900     OR  WS-QTD-RANKING = ZERO
036000         MOVE 10                TO WS-QTD-RANKING
036100     END-IF.
036200
036300     OPEN INPUT VENDPOS-ARQ.
036400     IF  WS-FS-VENDPOS NOT = "00"
036500         DISPLAY "ERRO AO ABRIR O ARQUIVO DE VENDAS. STATUS: "
036600             WS-FS-VENDPOS
036700         MOVE 16 TO RETURN-CODE
036800         GO TO 9999-EXIT
036900     END-IF.
037000
037100     OPEN INPUT PRODMAST-ARQ.
037200     IF  WS-FS-PRODMAST NOT = "00"
037300         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
037400             WS-FS-PRODMAST
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 9999-EXIT
037700     END-IF.
037800
037900     OPEN INPUT PRCFIL-ARQ.
038000     IF  WS-FS-PRCFIL = "00"
038100         SET WS-PRCFIL-ABERTO   TO TRUE
038200     ELSE
038300         SET WS-PRCFIL-FECHADO  TO TRUE
038400     END-IF.
038500
038600     OPEN OUTPUT RELVEND-ARQ.
038700     IF  WS-FS-RELVEND NOT = "00"
038800         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
038900             WS-FS-RELVEND
039000         MOVE 16 TO RETURN-CODE
039100         GO TO 9999-EXIT
039200     END-IF.
039300
039400     MOVE "RELATORIO DE CONTRIBUICAO DAS VENDAS DO DIA - RELVEND"
039500         TO REL-LINHA-VENDA.
039600     WRITE REL-LINHA-VENDA.
039700     MOVE SPACES                TO REL-LINHA-VENDA.
039800     WRITE REL-LINHA-VENDA.
039900     MOVE "VENDAS COM VALOR REGISTRADO DIFERENTE DO PRECO ENVIADO"
040100         TO REL-LINHA-VENDA.
040200     WRITE REL-LINHA-VENDA.
040300     MOVE "ITEM        FIL   DATA         UNIDADES     ENVIADO  RE
040400-    "GISTRADO   VALOR REGISTRADO          DIFERENCA  ORIGEM"
040500         TO REL-LINHA-VENDA.
040600     WRITE REL-LINHA-VENDA.
040700     MOVE SPACES                TO REL-LINHA-VENDA.
040800     WRITE REL-LINHA-VENDA.
040900
041000 1000-INICIALIZAR-EXIT.
041100     EXIT.
041200
041300 1300-CARREGAR-TABELA-PROMO.
041400*---------------------------------------------------------------*
041500*    CARREGA EM MEMORIA AS PROMOCOES JA ENVIADAS AO POS (ATIVAS *
041600*    OU ENCERRADAS); SEM ARQUIVO A TABELA FICA VAZIA            *
041700*---------------------------------------------------------------*
041800     SET NAO-FIM-PROMFILE       TO TRUE.
041900     OPEN INPUT PROMFILE-ARQ.
042000     IF  WS-FS-PROMFILE NOT = "00"
042100         GO TO 1300-CARREGAR-TABELA-PROMO-EXIT
042200     END-IF.
042300
042400     PERFORM 1390-LER-PROMFILE THRU 1390-LER-PROMFILE-EXIT.
042500     PERFORM 1310-ARMAZENAR-PROMOCAO
042600         THRU 1310-ARMAZENAR-PROMOCAO-EXIT
042700         UNTIL FIM-PROMFILE.
042800     CLOSE PROMFILE-ARQ.
042900
043000 1300-CARREGAR-TABELA-PROMO-EXIT.
043100     EXIT.
043200
043300 1310-ARMAZENAR-PROMOCAO.
043400*---------------------------------------------------------------*
043500*    GUARDA A PROMOCAO CORRENTE SE JA FOI ENVIADA AO POS E LE A *
043600*    PROXIMA; PROMOCAO PENDENTE NUNCA CHEGOU AO CAIXA           *
043700*---------------------------------------------------------------*
043800     IF  PO-PROMO-ATIVA
043900     OR  PO-PROMO-ENCERRADA
044000         IF  WS-QTD-PROMOCOES < 200
044100             ADD 1 TO WS-QTD-PROMOCOES
044200             MOVE PO-ITEM-CODE
044300                 TO WS-PR-ITEM-CODE (WS-QTD-PROMOCOES)
044400             MOVE PO-BRANCH-CODE
044500                 TO WS-PR-BRANCH-CODE (WS-QTD-PROMOCOES)
044600             MOVE PO-VALOR-PROMOCAO
044700                 TO WS-PR-VALOR (WS-QTD-PROMOCOES)
044800             MOVE PO-DATA-INICIO
044900                 TO WS-PR-DATA-INICIO (WS-QTD-PROMOCOES)
045000             MOVE PO-DATA-FIM
045100                 TO WS-PR-DATA-FIM (WS-QTD-PROMOCOES)
045200         ELSE
045300             ADD 1 TO WS-CONTADOR-ESTOURO
045400         END-IF
045500     END-IF.
045600
045700     PERFORM 1390-LER-PROMFILE THRU 1390-LER-PROMFILE-EXIT.
045800
045900 1310-ARMAZENAR-PROMOCAO-EXIT.
046000     EXIT.
046100
046200 1390-LER-PROMFILE.
046300*---------------------------------------------------------------*
046400*    LE UMA ENTRADA DO ARQUIVO DE PROMOCOES                     *
046500*---------------------------------------------------------------*
046600     READ PROMFILE-ARQ
046700         AT END     SET FIM-PROMFILE     TO TRUE
046800         NOT AT END SET NAO-FIM-PROMFILE TO TRUE
046900     END-READ.
047000
047100 1390-LER-PROMFILE-EXIT.
047200     EXIT.
047300
047400 2000-MONTAR-TABELA-PRECO.
047500*---------------------------------------------------------------*
047600*    PRIMEIRA LEITURA DAS VENDAS: MONTA UMA ENTRADA POR ITEM,   *
047700*    FILIAL E DATA DE VENDA PARA RECEBER O PRECO DO PRICHIST    *
047800*---------------------------------------------------------------*
047900     PERFORM 2900-LER-VENDPOS THRU 2900-LER-VENDPOS-EXIT.
048000     PERFORM 2100-GUARDAR-CHAVE-VENDA
048100         THRU 2100-GUARDAR-CHAVE-VENDA-EXIT
048200         UNTIL FIM-VENDPOS.
048300     CLOSE VENDPOS-ARQ.
048400
048500 2000-MONTAR-TABELA-PRECO-EXIT.
048600     EXIT.
048700
048800 2100-GUARDAR-CHAVE-VENDA.
048900*---------------------------------------------------------------*
049000*    GUARDA ITEM/FILIAL/DATA DA LINHA CORRENTE SE AINDA NAO     *
049100*    ESTIVER NA TABELA E LE A PROXIMA                           *
049200*---------------------------------------------------------------*
049300     IF  VP-ITEM-CODE = SPACES
049400     OR  VP-DATA-VENDA NOT NUMERIC
049500         GO TO 2100-GUARDAR-CHAVE-VENDA-LER
049600     END-IF.
049700
049800     PERFORM 2200-PROCURAR-CHAVE-VENDA
049900         THRU 2200-PROCURAR-CHAVE-VENDA-EXIT.
050000
050100     IF  WS-LINHA-FORA-TABELA
050200         IF  WS-QTD-PRECOS < 2000
050300             ADD 1 TO WS-QTD-PRECOS
050400             MOVE VP-ITEM-CODE
050500                 TO WS-PD-ITEM-CODE (WS-QTD-PRECOS)
050600             MOVE VP-BRANCH-CODE
050700                 TO WS-PD-BRANCH-CODE (WS-QTD-PRECOS)
050800             MOVE VP-DATA-VENDA
050900                 TO WS-PD-DATA-VENDA (WS-QTD-PRECOS)
051000             MOVE ZERO
051100                 TO WS-PD-DATA-FILIAL (WS-QTD-PRECOS)
051200             MOVE ZERO
051300                 TO WS-PD-VENDA-FILIAL (WS-QTD-PRECOS)
051400             MOVE ZERO
051500                 TO WS-PD-DATA-MESTRE (WS-QTD-PRECOS)
051600             MOVE ZERO
051700                 TO WS-PD-VENDA-MESTRE (WS-QTD-PRECOS)
051800         ELSE
051900             ADD 1 TO WS-CONTADOR-ESTOURO
052000         END-IF
052100     END-IF.
052200
052300 2100-GUARDAR-CHAVE-VENDA-LER.
052400
052500     PERFORM 2900-LER-VENDPOS THRU 2900-LER-VENDPOS-EXIT.
052600
052700 2100-GUARDAR-CHAVE-VENDA-EXIT.
052800     EXIT.
052900
053000 2200-PROCURAR-CHAVE-VENDA.
053100*---------------------------------------------------------------*
053200*    PROCURA ITEM/FILIAL/DATA DA LINHA DE VENDA CORRENTE NA     *
053300*    TABELA DE PRECOS; DEVOLVE A POSICAO EM WS-POSICAO-CORRENTE *
053400*---------------------------------------------------------------*
053500     SET WS-LINHA-FORA-TABELA   TO TRUE.
053600     MOVE ZERO                  TO WS-POSICAO-CORRENTE.
053700     IF  WS-QTD-PRECOS > ZERO
053800         SET WS-IDX-PRECO       TO 1
053900         SEARCH WS-TABELA-PRECO
054000             AT END
054100                 CONTINUE
054200             WHEN WS-IDX-PRECO > WS-QTD-PRECOS
054300                 CONTINUE
054400             WHEN WS-PD-ITEM-CODE (WS-IDX-PRECO) = VP-ITEM-CODE
054500              AND WS-PD-BRANCH-CODE (WS-IDX-PRECO)
054550                                  = VP-BRANCH-CODE
054600              AND WS-PD-DATA-VENDA (WS-IDX-PRECO) = VP-DATA-VENDA
054700                 SET WS-LINHA-NA-TABELA TO TRUE
054800                 SET WS-POSICAO-CORRENTE TO WS-IDX-PRECO
054900         END-SEARCH
055000     END-IF.
055100
055200 2200-PROCURAR-CHAVE-VENDA-EXIT.
055300     EXIT.
055400
055500 2500-LER-HISTORICO.
055600*---------------------------------------------------------------*
055700*    VARRE O PRICHIST (GRAVADO EM ORDEM CRONOLOGICA) GUARDANDO  *
055800*    PARA CADA ENTRADA DA TABELA O ULTIMO PRECO DA FILIAL E O   *
055900*    ULTIMO PRECO DO MESTRE ATE A DATA DA VENDA.  SEM HISTORICO *
056000*    VALE O PRECO ATUAL                                         *
056100*---------------------------------------------------------------*
056200     IF  WS-QTD-PRECOS = ZERO
056300         GO TO 2500-LER-HISTORICO-EXIT
056400     END-IF.
056500
056600     OPEN INPUT PRICHIST-ARQ.
056700     IF  WS-FS-PRICHIST NOT = "00"
056800         GO TO 2500-LER-HISTORICO-EXIT
056900     END-IF.
057000
057100     PERFORM 2590-LER-PRICHIST THRU 2590-LER-PRICHIST-EXIT.
057200     PERFORM 2510-TRATAR-HISTORICO
057300         THRU 2510-TRATAR-HISTORICO-EXIT
057400         UNTIL FIM-PRICHIST.
057500     CLOSE PRICHIST-ARQ.
057600
057700 2500-LER-HISTORICO-EXIT.
057800     EXIT.
057900
058000 2510-TRATAR-HISTORICO.
058100*---------------------------------------------------------------*
058200*    APLICA A ENTRADA DE HISTORICO CORRENTE A TABELA DE PRECOS  *
058300*    E LE A PROXIMA                                             *
058400*---------------------------------------------------------------*
058500     ADD 1 TO WS-CONTADOR-HISTORICO.
058600
058700     PERFORM 2520-APLICAR-HISTORICO
058800         THRU 2520-APLICAR-HISTORICO-EXIT
058900         VARYING WS-IDX-PRECO FROM 1 BY 1
059000             UNTIL WS-IDX-PRECO > WS-QTD-PRECOS.
059100
059200     PERFORM 2590-LER-PRICHIST THRU 2590-LER-PRICHIST-EXIT.
059300
059400 2510-TRATAR-HISTORICO-EXIT.
059500     EXIT.
059600
059700 2520-APLICAR-HISTORICO.
059800*---------------------------------------------------------------*
059900*    ENTRADA DO MESMO ITEM ATE A DATA DA VENDA: PRECO DE FILIAL *
060000*    VALE SO PARA A PROPRIA FILIAL; PRECO DO MESTRE VALE PARA   *
060100*    AS FILIAIS SEM PRECO PROPRIO NAQUELA DATA                  *
060200*---------------------------------------------------------------*
060300     IF  WS-PD-ITEM-CODE (WS-IDX-PRECO) NOT = HS-ITEM-CODE
060400     OR  HS-DATA-CALCULO > WS-PD-DATA-VENDA (WS-IDX-PRECO)
060500         GO TO 2520-APLICAR-HISTORICO-EXIT
060600     END-IF.
060700
060800     IF  HS-PRECO-FILIAL
060900         IF  HS-BRANCH-CODE = WS-PD-BRANCH-CODE (WS-IDX-PRECO)
061000             MOVE HS-DATA-CALCULO
061100                 TO WS-PD-DATA-FILIAL (WS-IDX-PRECO)
061200             MOVE HS-VALOR-VENDA
061300                 TO WS-PD-VENDA-FILIAL (WS-IDX-PRECO)
061400         END-IF
061500     ELSE
061600         MOVE HS-DATA-CALCULO
061700             TO WS-PD-DATA-MESTRE (WS-IDX-PRECO)
061800         MOVE HS-VALOR-VENDA
061900             TO WS-PD-VENDA-MESTRE (WS-IDX-PRECO)
062000     END-IF.
062100
062200 2520-APLICAR-HISTORICO-EXIT.
062300     EXIT.
062400
062500 2590-LER-PRICHIST.
062600*---------------------------------------------------------------*
062700*    LE UMA ENTRADA DO HISTORICO DE PRECOS                      *
062800*---------------------------------------------------------------*
062900     READ PRICHIST-ARQ
063000         AT END     SET FIM-PRICHIST     TO TRUE
063100         NOT AT END SET NAO-FIM-PRICHIST TO TRUE
063200     END-READ.
063300
063400 2590-LER-PRICHIST-EXIT.
063500     EXIT.
063600
063700 2900-LER-VENDPOS.
063800*---------------------------------------------------------------*
063900*    LE UMA LINHA DO ARQUIVO DE VENDAS DAS LOJAS                *
064000*---------------------------------------------------------------*
064100     READ VENDPOS-ARQ
064200         AT END     SET FIM-VENDPOS     TO TRUE
064300         NOT AT END SET NAO-FIM-VENDPOS TO TRUE
064400     END-READ.
064500
064600 2900-LER-VENDPOS-EXIT.
064700     EXIT.
064800
064900 3000-VALORIZAR-VENDAS.
065000*---------------------------------------------------------------*
065100*    SEGUNDA LEITURA DAS VENDAS: VALORIZA E ACUMULA CADA LINHA  *
065200*---------------------------------------------------------------*
065300     SET NAO-FIM-VENDPOS        TO TRUE.
065400     OPEN INPUT VENDPOS-ARQ.
065500     IF  WS-FS-VENDPOS NOT = "00"
065600         DISPLAY "ERRO AO REABRIR O ARQUIVO DE VENDAS. STATUS: "
065700             WS-FS-VENDPOS
065800         MOVE 16 TO RETURN-CODE
065900         GO TO 9999-EXIT
066000     END-IF.
066100
066200     PERFORM 2900-LER-VENDPOS THRU 2900-LER-VENDPOS-EXIT.
066300     PERFORM 3100-VALORIZAR-UMA-VENDA
066400         THRU 3100-VALORIZAR-UMA-VENDA-EXIT
066500         UNTIL FIM-VENDPOS.
066600     CLOSE VENDPOS-ARQ.
066700
066800 3000-VALORIZAR-VENDAS-EXIT.
066900     EXIT.
067000
067100 3100-VALORIZAR-UMA-VENDA.
067200*---------------------------------------------------------------*
067300*    VALORIZA A LINHA CORRENTE AO CUSTO DO MESTRE E AO PRECO EM *
067400*    VIGOR, CONFERE O VALOR REGISTRADO E LE A PROXIMA.  A       *
067420*    RECEITA LIQUIDA TIRA DA RECEITA O ICMS DA CATEGORIA NA     *
067440*    FILIAL DA VENDA (CALCICMS)                                 *
067500*---------------------------------------------------------------*
067600     ADD 1 TO WS-CONTADOR-LINHAS.
067700
067800     IF  VP-ITEM-CODE = SPACES
067900     OR  VP-DATA-VENDA NOT NUMERIC
068000     OR  VP-QTD-UNIDADES NOT NUMERIC
068100     OR  VP-QTD-UNIDADES = ZERO
068200     OR  VP-VALOR-REGISTRADO NOT NUMERIC
068300         MOVE "DADOS INVALIDOS" TO WS-MOTIVO-REJEICAO
068400         PERFORM 3800-GRAVAR-REJEITADA
068500             THRU 3800-GRAVAR-REJEITADA-EXIT
068600         GO TO 3100-VALORIZAR-UMA-VENDA-LER
068700     END-IF.
068800
068900     MOVE VP-ITEM-CODE          TO PM-ITEM-CODE.
069000     READ PRODMAST-ARQ
069100         KEY IS PM-ITEM-CODE
069200         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
069300         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
069400     END-READ.
069500
069600     IF  WS-MASTER-NAO-ACHADO
069700         MOVE "ITEM NAO CADASTRADO"
069800                                TO WS-MOTIVO-REJEICAO
069900         PERFORM 3800-GRAVAR-REJEITADA
070000             THRU 3800-GRAVAR-REJEITADA-EXIT
070100         GO TO 3100-VALORIZAR-UMA-VENDA-LER
070200     END-IF.
070300
070400     IF  VP-BRANCH-CODE = SPACES
070500         MOVE PM-BRANCH-CODE    TO WS-FILIAL-VENDA
070600     ELSE
070700         MOVE VP-BRANCH-CODE    TO WS-FILIAL-VENDA
070800     END-IF.
070900
071000     PERFORM 3200-OBTER-PRECO-VIGENTE
071100         THRU 3200-OBTER-PRECO-VIGENTE-EXIT.
071200
071300     ADD 1 TO WS-CONTADOR-VALORIZADAS.
071400     COMPUTE WS-RECEITA-LINHA =
071500             VP-QTD-UNIDADES * WS-PRECO-VIGENTE.
071600     COMPUTE WS-CUSTO-LINHA =
071700             VP-QTD-UNIDADES * PM-VALOR-COMPRA.
071800     COMPUTE WS-MARGEM-LINHA =
071900             WS-RECEITA-LINHA - WS-CUSTO-LINHA.
071910
071920     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
071930     MOVE WS-FILIAL-VENDA       TO IC-BRANCH-CODE.
071940     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
071950     COMPUTE WS-RECEITA-LIQ-LINHA ROUNDED =
071960             WS-RECEITA-LINHA * (100 - IC-ALIQUOTA) / 100.
071970     COMPUTE WS-MARGEM-LIQ-LINHA =
071980             WS-RECEITA-LIQ-LINHA - WS-CUSTO-LINHA.
071990
072000     COMPUTE WS-DIFERENCA-LINHA =
072100             VP-VALOR-REGISTRADO - WS-RECEITA-LINHA.
072200
072300     IF  WS-DIFERENCA-LINHA NOT = ZERO
072400         PERFORM 3700-GRAVAR-DIVERGENCIA
072500             THRU 3700-GRAVAR-DIVERGENCIA-EXIT
072600     END-IF.
072700
072800     PERFORM 3400-ACUMULAR-ITEM
072900         THRU 3400-ACUMULAR-ITEM-EXIT.
073000     PERFORM 3500-ACUMULAR-FILCAT
073100         THRU 3500-ACUMULAR-FILCAT-EXIT.
073200     PERFORM 3600-ACUMULAR-FILIAL
073300         THRU 3600-ACUMULAR-FILIAL-EXIT.
073400     PERFORM 3650-ACUMULAR-CATEGORIA
073500         THRU 3650-ACUMULAR-CATEGORIA-EXIT.
073600
073700     ADD VP-QTD-UNIDADES        TO WS-TOT-UNIDADES.
073800     ADD WS-RECEITA-LINHA       TO WS-TOT-RECEITA.
073900     ADD WS-CUSTO-LINHA         TO WS-TOT-CUSTO.
074000     ADD WS-MARGEM-LINHA        TO WS-TOT-MARGEM.
074020     ADD WS-RECEITA-LIQ-LINHA   TO WS-TOT-RECEITA-LIQ.
074040     ADD WS-MARGEM-LIQ-LINHA    TO WS-TOT-MARGEM-LIQ.
074100
074200 3100-VALORIZAR-UMA-VENDA-LER.
074300
074400     PERFORM 2900-LER-VENDPOS THRU 2900-LER-VENDPOS-EXIT.
074500
074600 3100-VALORIZAR-UMA-VENDA-EXIT.
074700     EXIT.
074800
074900 3200-OBTER-PRECO-VIGENTE.
075000*---------------------------------------------------------------*
075100*    PRECO ENVIADO AO POS PARA A FILIAL NA DATA DA VENDA:       *
075200*    PROMOCAO QUE COBRE A DATA; SENAO O ULTIMO PRECO DA FILIAL  *
075300*    NO HISTORICO; SENAO O ULTIMO PRECO DO MESTRE NO HISTORICO; *
075400*    SENAO O PRECO ATUAL DA FILIAL (PRCFIL) OU DO MESTRE        *
075500*---------------------------------------------------------------*
075600     PERFORM 2200-PROCURAR-CHAVE-VENDA
075700         THRU 2200-PROCURAR-CHAVE-VENDA-EXIT.
075800
075900     IF  WS-LINHA-NA-TABELA
076000     AND WS-PD-DATA-FILIAL (WS-POSICAO-CORRENTE) > ZERO
076100         MOVE WS-PD-VENDA-FILIAL (WS-POSICAO-CORRENTE)
076200                                TO WS-PRECO-VIGENTE
076300         MOVE "FILIAL"          TO WS-ORIGEM-PRECO
076400     ELSE
076500         IF  WS-LINHA-NA-TABELA
076600         AND WS-PD-DATA-MESTRE (WS-POSICAO-CORRENTE) > ZERO
076700             MOVE WS-PD-VENDA-MESTRE (WS-POSICAO-CORRENTE)
076800                                TO WS-PRECO-VIGENTE
076900             MOVE "MESTRE"      TO WS-ORIGEM-PRECO
077000         ELSE
077100             PERFORM 3250-OBTER-PRECO-ATUAL
077200                 THRU 3250-OBTER-PRECO-ATUAL-EXIT
077300         END-IF
077400     END-IF.
077500
077600     SET WS-SEM-PROMO-VIGENTE   TO TRUE.
077700     IF  WS-QTD-PROMOCOES > ZERO
077800         PERFORM 3300-VERIFICAR-PROMOCAO
077900             THRU 3300-VERIFICAR-PROMOCAO-EXIT
078000             VARYING WS-IDX-PROMO FROM 1 BY 1
078100                 UNTIL WS-IDX-PROMO > WS-QTD-PROMOCOES
078200     END-IF.
078300
078400 3200-OBTER-PRECO-VIGENTE-EXIT.
078500     EXIT.
078600
078700 3250-OBTER-PRECO-ATUAL.
078800*---------------------------------------------------------------*
078900*    SEM HISTORICO ATE A DATA: PRECO ATUAL DA FILIAL NO PRCFIL, *
079000*    OU DO MESTRE PARA A FILIAL DE ORIGEM E AS DEMAIS           *
079100*---------------------------------------------------------------*
079200     SET WS-PRECO-FILIAL-NAO-ACHADO TO TRUE.
079300     IF  WS-PRCFIL-ABERTO
079400     AND WS-FILIAL-VENDA NOT = PM-BRANCH-CODE
079500         MOVE PM-ITEM-CODE      TO PF-ITEM-CODE
079600         MOVE WS-FILIAL-VENDA   TO PF-BRANCH-CODE
079700         READ PRCFIL-ARQ
079800             KEY IS PF-CHAVE
079900             INVALID KEY
080000                 SET WS-PRECO-FILIAL-NAO-ACHADO TO TRUE
080100             NOT INVALID KEY
080200                 SET WS-PRECO-FILIAL-ACHADO     TO TRUE
080300         END-READ
080400     END-IF.
080500
080600     IF  WS-PRECO-FILIAL-ACHADO
080700         MOVE PF-VALOR-VENDA    TO WS-PRECO-VIGENTE
080800         MOVE "FILIAL"          TO WS-ORIGEM-PRECO
080900     ELSE
081000         MOVE PM-VALOR-VENDA    TO WS-PRECO-VIGENTE
081100         MOVE "MESTRE"          TO WS-ORIGEM-PRECO
081200     END-IF.
081300
081400 3250-OBTER-PRECO-ATUAL-EXIT.
081500     EXIT.
081600
081700 3300-VERIFICAR-PROMOCAO.
081800*---------------------------------------------------------------*
081900*    PROMOCAO DO ITEM CUJA JANELA COBRE A DATA DA VENDA; A DA   *
082000*    PROPRIA FILIAL PREVALECE SOBRE A DE TODAS AS FILIAIS       *
082100*---------------------------------------------------------------*
082200     IF  WS-PR-ITEM-CODE (WS-IDX-PROMO) NOT = PM-ITEM-CODE
082300     OR  WS-PR-DATA-INICIO (WS-IDX-PROMO) > VP-DATA-VENDA
082400     OR  WS-PR-DATA-FIM (WS-IDX-PROMO) < VP-DATA-VENDA
082500         GO TO 3300-VERIFICAR-PROMOCAO-EXIT
082600     END-IF.
082700
082800     IF  WS-PR-BRANCH-CODE (WS-IDX-PROMO) = WS-FILIAL-VENDA
082900         SET WS-PROMO-DA-FILIAL TO TRUE
083000         MOVE WS-PR-VALOR (WS-IDX-PROMO)
083100                                TO WS-PRECO-VIGENTE
083200         MOVE "PROMOCAO"        TO WS-ORIGEM-PRECO
083300     ELSE
083400         IF  WS-PR-BRANCH-CODE (WS-IDX-PROMO) = SPACES
083500         AND NOT WS-PROMO-DA-FILIAL
083600             SET WS-PROMO-GERAL TO TRUE
083700             MOVE WS-PR-VALOR (WS-IDX-PROMO)
083800                                TO WS-PRECO-VIGENTE
083900             MOVE "PROMOCAO"    TO WS-ORIGEM-PRECO
084000         END-IF
084100     END-IF.
084200
084300 3300-VERIFICAR-PROMOCAO-EXIT.
084400     EXIT.
084500
084600 3400-ACUMULAR-ITEM.
084700*---------------------------------------------------------------*
084800*    PROCURA O ITEM NA TABELA DE CONTRIBUICAO; SE NAO EXISTIR,  *
084900*    CRIA UMA ENTRADA                                           *
085000*---------------------------------------------------------------*
085100     SET WS-IDX-ITEM            TO 1.
085200     SEARCH WS-TABELA-ITEM
085300         AT END
085400             IF  WS-QTD-ITENS < 1000
085500                 ADD 1 TO WS-QTD-ITENS
085600                 SET WS-IDX-ITEM TO WS-QTD-ITENS
085700                 MOVE PM-ITEM-CODE
085800                     TO WS-IT-ITEM-CODE (WS-IDX-ITEM)
085900                 MOVE PM-DESCRICAO
086000                     TO WS-IT-DESCRICAO (WS-IDX-ITEM)
086100                 MOVE PM-CATEGORY-CODE
086200                     TO WS-IT-CATEGORIA (WS-IDX-ITEM)
086300                 MOVE ZERO
086400                     TO WS-IT-UNIDADES (WS-IDX-ITEM)
086500                 MOVE ZERO
086600                     TO WS-IT-RECEITA (WS-IDX-ITEM)
086700                 MOVE ZERO
086800                     TO WS-IT-CUSTO (WS-IDX-ITEM)
086900                 MOVE ZERO
087000                     TO WS-IT-MARGEM (WS-IDX-ITEM)
087020                 MOVE ZERO
087040                     TO WS-IT-MARGEM-LIQ (WS-IDX-ITEM)
087100                 MOVE "N"
087200                     TO WS-IT-SW-TOPO (WS-IDX-ITEM)
087300                 MOVE "N"
087400                     TO WS-IT-SW-BASE (WS-IDX-ITEM)
087500             ELSE
087600                 ADD 1 TO WS-CONTADOR-ESTOURO
087700             END-IF
087800         WHEN WS-IT-ITEM-CODE (WS-IDX-ITEM) = PM-ITEM-CODE
087900             CONTINUE
088000     END-SEARCH.
088100
088200     IF  WS-IDX-ITEM <= WS-QTD-ITENS
088300         ADD VP-QTD-UNIDADES    TO WS-IT-UNIDADES (WS-IDX-ITEM)
088400         ADD WS-RECEITA-LINHA   TO WS-IT-RECEITA (WS-IDX-ITEM)
088500         ADD WS-CUSTO-LINHA     TO WS-IT-CUSTO (WS-IDX-ITEM)
088600         ADD WS-MARGEM-LINHA    TO WS-IT-MARGEM (WS-IDX-ITEM)
088620         ADD WS-MARGEM-LIQ-LINHA
088640             TO WS-IT-MARGEM-LIQ (WS-IDX-ITEM)
088700     END-IF.
088800
088900 3400-ACUMULAR-ITEM-EXIT.
089000     EXIT.
089100
089200 3500-ACUMULAR-FILCAT.
089300*---------------------------------------------------------------*
089400*    PROCURA A COMBINACAO FILIAL/CATEGORIA NA TABELA; SE NAO    *
089500*    EXISTIR, CRIA UMA ENTRADA                                  *
089600*---------------------------------------------------------------*
089700     SET WS-IDX-FILCAT          TO 1.
089800     SEARCH WS-TABELA-FILCAT
089900         AT END
090000             IF  WS-QTD-FILCAT < 500
090100                 ADD 1 TO WS-QTD-FILCAT
090200                 SET WS-IDX-FILCAT TO WS-QTD-FILCAT
090300                 MOVE WS-FILIAL-VENDA
090400                     TO WS-FC-FILIAL (WS-IDX-FILCAT)
090500                 MOVE PM-CATEGORY-CODE
090600                     TO WS-FC-CATEGORIA (WS-IDX-FILCAT)
090700                 MOVE ZERO
090800                     TO WS-FC-UNIDADES (WS-IDX-FILCAT)
090900                 MOVE ZERO
091000                     TO WS-FC-RECEITA (WS-IDX-FILCAT)
091100                 MOVE ZERO
091200                     TO WS-FC-CUSTO (WS-IDX-FILCAT)
091300                 MOVE ZERO
091400                     TO WS-FC-MARGEM (WS-IDX-FILCAT)
091420                 MOVE ZERO
091440                     TO WS-FC-MARGEM-LIQ (WS-IDX-FILCAT)
091500             ELSE
091600                 ADD 1 TO WS-CONTADOR-ESTOURO
091700             END-IF
091800         WHEN WS-FC-FILIAL (WS-IDX-FILCAT) = WS-FILIAL-VENDA
091900          AND WS-FC-CATEGORIA (WS-IDX-FILCAT) = PM-CATEGORY-CODE
092000             CONTINUE
092100     END-SEARCH.
092200
092300     IF  WS-IDX-FILCAT <= WS-QTD-FILCAT
092400         ADD VP-QTD-UNIDADES    TO WS-FC-UNIDADES (WS-IDX-FILCAT)
092500         ADD WS-RECEITA-LINHA   TO WS-FC-RECEITA (WS-IDX-FILCAT)
092600         ADD WS-CUSTO-LINHA     TO WS-FC-CUSTO (WS-IDX-FILCAT)
092700         ADD WS-MARGEM-LINHA    TO WS-FC-MARGEM (WS-IDX-FILCAT)
092720         ADD WS-MARGEM-LIQ-LINHA
092740             TO WS-FC-MARGEM-LIQ (WS-IDX-FILCAT)
092800     END-IF.
092900
093000 3500-ACUMULAR-FILCAT-EXIT.
093100     EXIT.
093200
093300 3600-ACUMULAR-FILIAL.
093400*---------------------------------------------------------------*
093500*    PROCURA A FILIAL NA TABELA; SE NAO EXISTIR, CRIA UMA ENTRADA*
093600*---------------------------------------------------------------*
093700     SET WS-IDX-FILIAL          TO 1.
093800     SEARCH WS-TABELA-FILIAL
093900         AT END
094000             IF  WS-QTD-FILIAIS < 50
094100                 ADD 1 TO WS-QTD-FILIAIS
094200                 SET WS-IDX-FILIAL TO WS-QTD-FILIAIS
094300                 MOVE WS-FILIAL-VENDA
094400                     TO WS-FILIAL-CODIGO (WS-IDX-FILIAL)
094500                 MOVE ZERO
094600                     TO WS-FILIAL-UNIDADES (WS-IDX-FILIAL)
094700                 MOVE ZERO
094800                     TO WS-FILIAL-RECEITA (WS-IDX-FILIAL)
094900                 MOVE ZERO
095000                     TO WS-FILIAL-CUSTO (WS-IDX-FILIAL)
095100                 MOVE ZERO
095200                     TO WS-FILIAL-MARGEM (WS-IDX-FILIAL)
095220                 MOVE ZERO
095240                     TO WS-FILIAL-MARGEM-LIQ (WS-IDX-FILIAL)
095300             ELSE
095400                 ADD 1 TO WS-CONTADOR-ESTOURO
095500             END-IF
095600         WHEN WS-FILIAL-CODIGO (WS-IDX-FILIAL) = WS-FILIAL-VENDA
095700             CONTINUE
095800     END-SEARCH.
095900
096000     IF  WS-IDX-FILIAL <= WS-QTD-FILIAIS
096100         ADD VP-QTD-UNIDADES
096150             TO WS-FILIAL-UNIDADES (WS-IDX-FILIAL)
096200         ADD WS-RECEITA-LINHA
096250             TO WS-FILIAL-RECEITA (WS-IDX-FILIAL)
096300         ADD WS-CUSTO-LINHA
096350             TO WS-FILIAL-CUSTO (WS-IDX-FILIAL)
096400         ADD WS-MARGEM-LINHA
096450             TO WS-FILIAL-MARGEM (WS-IDX-FILIAL)
096460         ADD WS-MARGEM-LIQ-LINHA
096470             TO WS-FILIAL-MARGEM-LIQ (WS-IDX-FILIAL)
096500     END-IF.
096600
096700 3600-ACUMULAR-FILIAL-EXIT.
096800     EXIT.
096900
097000 3650-ACUMULAR-CATEGORIA.
097100*---------------------------------------------------------------*
097200*    PROCURA A CATEGORIA NA TABELA; SE NAO EXISTIR, CRIA UMA    *
097300*---------------------------------------------------------------*
097400     SET WS-IDX-CATEGORIA       TO 1.
097500     SEARCH WS-TABELA-CATEGORIA
097600         AT END
097700             IF  WS-QTD-CATEGORIAS < 50
097800                 ADD 1 TO WS-QTD-CATEGORIAS
097900                 SET WS-IDX-CATEGORIA TO WS-QTD-CATEGORIAS
098000                 MOVE PM-CATEGORY-CODE
098100                     TO WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
098200                 MOVE ZERO
098300                     TO WS-CATEGORIA-UNIDADES (WS-IDX-CATEGORIA)
098400                 MOVE ZERO
098500                     TO WS-CATEGORIA-RECEITA (WS-IDX-CATEGORIA)
098600                 MOVE ZERO
098700                     TO WS-CATEGORIA-CUSTO (WS-IDX-CATEGORIA)
098800                 MOVE ZERO
098900                     TO WS-CATEGORIA-MARGEM (WS-IDX-CATEGORIA)
098920                 MOVE ZERO
098940                     TO WS-CATEGORIA-MARGEM-LIQ (WS-IDX-CATEGORIA)
099000             ELSE
099100                 ADD 1 TO WS-CONTADOR-ESTOURO
099200             END-IF
099300         WHEN WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
099400                                    = PM-CATEGORY-CODE
099500             CONTINUE
099600     END-SEARCH.
099700
099800     IF  WS-IDX-CATEGORIA <= WS-QTD-CATEGORIAS
099900         ADD VP-QTD-UNIDADES
100000             TO WS-CATEGORIA-UNIDADES (WS-IDX-CATEGORIA)
100100         ADD WS-RECEITA-LINHA
100200             TO WS-CATEGORIA-RECEITA (WS-IDX-CATEGORIA)
100300         ADD WS-CUSTO-LINHA
100400             TO WS-CATEGORIA-CUSTO (WS-IDX-CATEGORIA)
100500         ADD WS-MARGEM-LINHA
100600             TO WS-CATEGORIA-MARGEM (WS-IDX-CATEGORIA)
100620         ADD WS-MARGEM-LIQ-LINHA
100640             TO WS-CATEGORIA-MARGEM-LIQ (WS-IDX-CATEGORIA)
100700     END-IF.
100800
100900 3650-ACUMULAR-CATEGORIA-EXIT.
101000     EXIT.
101100
101200 3700-GRAVAR-DIVERGENCIA.
101300*---------------------------------------------------------------*
101400*    GRAVA A LINHA DE VENDA CUJO VALOR REGISTRADO NO CAIXA NAO  *
101500*    CONFERE COM UNIDADES X PRECO ENVIADO AO POS                *
101600*---------------------------------------------------------------*
101700     ADD 1 TO WS-CONTADOR-DIVERGENTES.
101800     COMPUTE WS-PRECO-REGISTRADO ROUNDED =
101900             VP-VALOR-REGISTRADO / VP-QTD-UNIDADES.
102000
102100     MOVE VP-ITEM-CODE          TO WS-LD-ITEM-CODE.
102200     MOVE WS-FILIAL-VENDA       TO WS-LD-FILIAL.
102300     MOVE VP-DATA-VENDA         TO WS-LD-DATA-VENDA.
102400     MOVE VP-QTD-UNIDADES       TO WS-LD-UNIDADES.
102500     MOVE WS-PRECO-VIGENTE      TO WS-LD-PRECO-ENVIADO.
102600     MOVE WS-PRECO-REGISTRADO   TO WS-LD-PRECO-REGISTRADO.
102700     MOVE VP-VALOR-REGISTRADO   TO WS-LD-VALOR-REGISTRADO.
102800     MOVE WS-DIFERENCA-LINHA    TO WS-LD-DIFERENCA.
102900     MOVE WS-ORIGEM-PRECO       TO WS-LD-ORIGEM.
103000     MOVE WS-LINHA-DIVERGENCIA  TO REL-LINHA-VENDA.
103100     WRITE REL-LINHA-VENDA.
103200
103300 3700-GRAVAR-DIVERGENCIA-EXIT.
103400     EXIT.
103500
103600 3800-GRAVAR-REJEITADA.
103700*---------------------------------------------------------------*
103800*    GRAVA A LINHA DE VENDA DESPREZADA COM O MOTIVO             *
103900*---------------------------------------------------------------*
104000     ADD 1 TO WS-CONTADOR-REJEITADAS.
104100     MOVE SPACES                TO REL-LINHA-VENDA.
104200     STRING VP-ITEM-CODE "  " VP-BRANCH-CODE "  " VP-DATA-VENDA
104300            "  LINHA DESPREZADA - " WS-MOTIVO-REJEICAO
104400         DELIMITED BY SIZE INTO REL-LINHA-VENDA.
104500     WRITE REL-LINHA-VENDA.
104600
104700 3800-GRAVAR-REJEITADA-EXIT.
104800     EXIT.
104900
105000 4000-GRAVAR-CONTRIBUICAO.
105100*---------------------------------------------------------------*
105200*    GRAVA A CONTRIBUICAO POR FILIAL (COM A ABERTURA POR        *
105300*    CATEGORIA DENTRO DA FILIAL), POR CATEGORIA E O TOTAL       *
105350*    GERAL, SEGUIDO DA RECEITA LIQUIDA DE ICMS DO DIA           *
105400*---------------------------------------------------------------*
105500     MOVE SPACES                TO REL-LINHA-VENDA.
105600     WRITE REL-LINHA-VENDA.
105700     MOVE "CONTRIBUICAO DE MARGEM BRUTA POR FILIAL/CATEGORIA"
105800         TO REL-LINHA-VENDA.
105900     WRITE REL-LINHA-VENDA.
106000     MOVE "TIPO        FIL   CAT      UNIDADES            RECEITA 
106100-    "             CUSTO       MARGEM BRUTA       MRG %    MARGEM 
106150-    "LIQUIDA"
106200         TO REL-LINHA-VENDA.
106300     WRITE REL-LINHA-VENDA.
106400     MOVE SPACES                TO REL-LINHA-VENDA.
106500     WRITE REL-LINHA-VENDA.
106600
106700     PERFORM 4100-GRAVAR-FILIAL
106800         THRU 4100-GRAVAR-FILIAL-EXIT
106900         VARYING WS-IDX-FILIAL FROM 1 BY 1
107000             UNTIL WS-IDX-FILIAL > WS-QTD-FILIAIS.
107100
107200     PERFORM 4200-GRAVAR-CATEGORIA
107300         THRU 4200-GRAVAR-CATEGORIA-EXIT
107400         VARYING WS-IDX-CATEGORIA FROM 1 BY 1
107500             UNTIL WS-IDX-CATEGORIA > WS-QTD-CATEGORIAS.
107600
107700     MOVE SPACES                TO REL-LINHA-VENDA.
107800     WRITE REL-LINHA-VENDA.
107900     MOVE SPACES                TO WS-LINHA-CONTRIBUICAO.
108000     MOVE "TOTAL GERAL"         TO WS-LC-TIPO.
108100     MOVE WS-TOT-UNIDADES       TO WS-ACM-UNIDADES.
108200     MOVE WS-TOT-RECEITA        TO WS-ACM-RECEITA.
108300     MOVE WS-TOT-CUSTO          TO WS-ACM-CUSTO.
108400     MOVE WS-TOT-MARGEM         TO WS-ACM-MARGEM.
108450     MOVE WS-TOT-MARGEM-LIQ     TO WS-ACM-MARGEM-LIQ.
108500     PERFORM 4900-GRAVAR-VALORES-LINHA
108600         THRU 4900-GRAVAR-VALORES-LINHA-EXIT.
108610     MOVE SPACES                TO REL-LINHA-VENDA.
108620     MOVE WS-TOT-RECEITA-LIQ    TO WS-VALOR-EDITADO.
108630     STRING "RECEITA LIQUIDA DE ICMS: " WS-VALOR-EDITADO
108640         DELIMITED BY SIZE INTO REL-LINHA-VENDA.
108650     WRITE REL-LINHA-VENDA.
108700
108800 4000-GRAVAR-CONTRIBUICAO-EXIT.
108900     EXIT.
109000
109100 4100-GRAVAR-FILIAL.
109200*---------------------------------------------------------------*
109300*    GRAVA AS CATEGORIAS DA FILIAL CORRENTE E O TOTAL DA FILIAL *
109400*---------------------------------------------------------------*
109500     PERFORM 4150-GRAVAR-FILCAT
109600         THRU 4150-GRAVAR-FILCAT-EXIT
109700         VARYING WS-IDX-FILCAT FROM 1 BY 1
109800             UNTIL WS-IDX-FILCAT > WS-QTD-FILCAT.
109900
110000     MOVE SPACES                TO WS-LINHA-CONTRIBUICAO.
110100     MOVE "FILIAL"              TO WS-LC-TIPO.
110200     MOVE WS-FILIAL-CODIGO (WS-IDX-FILIAL)
110300                                TO WS-LC-FILIAL.
110400     MOVE WS-FILIAL-UNIDADES (WS-IDX-FILIAL)
110500                                TO WS-ACM-UNIDADES.
110600     MOVE WS-FILIAL-RECEITA (WS-IDX-FILIAL)
110700                                TO WS-ACM-RECEITA.
110800     MOVE WS-FILIAL-CUSTO (WS-IDX-FILIAL)
110900                                TO WS-ACM-CUSTO.
111000     MOVE WS-FILIAL-MARGEM (WS-IDX-FILIAL)
111100                                TO WS-ACM-MARGEM.
111120     MOVE WS-FILIAL-MARGEM-LIQ (WS-IDX-FILIAL)
111140                                TO WS-ACM-MARGEM-LIQ.
111200     PERFORM 4900-GRAVAR-VALORES-LINHA
111300         THRU 4900-GRAVAR-VALORES-LINHA-EXIT.
111400     MOVE SPACES                TO REL-LINHA-VENDA.
111500     WRITE REL-LINHA-VENDA.
111600
111700 4100-GRAVAR-FILIAL-EXIT.
111800     EXIT.
111900
112000 4150-GRAVAR-FILCAT.
112100*---------------------------------------------------------------*
112200*    GRAVA A COMBINACAO FILIAL/CATEGORIA CORRENTE SE FOR DA     *
112300*    FILIAL EM IMPRESSAO                                        *
112400*---------------------------------------------------------------*
112500     IF  WS-FC-FILIAL (WS-IDX-FILCAT)
112600                        NOT = WS-FILIAL-CODIGO (WS-IDX-FILIAL)
112700         GO TO 4150-GRAVAR-FILCAT-EXIT
112800     END-IF.
112900
113000     MOVE SPACES                TO WS-LINHA-CONTRIBUICAO.
113100     MOVE "FIL/CAT"             TO WS-LC-TIPO.
113200     MOVE WS-FC-FILIAL (WS-IDX-FILCAT)
113300                                TO WS-LC-FILIAL.
113400     MOVE WS-FC-CATEGORIA (WS-IDX-FILCAT)
113500                                TO WS-LC-CATEGORIA.
113600     MOVE WS-FC-UNIDADES (WS-IDX-FILCAT)
113700                                TO WS-ACM-UNIDADES.
113800     MOVE WS-FC-RECEITA (WS-IDX-FILCAT)
113900                                TO WS-ACM-RECEITA.
114000     MOVE WS-FC-CUSTO (WS-IDX-FILCAT)
114100                                TO WS-ACM-CUSTO.
114200     MOVE WS-FC-MARGEM (WS-IDX-FILCAT)
114300                                TO WS-ACM-MARGEM.
114320     MOVE WS-FC-MARGEM-LIQ (WS-IDX-FILCAT)
114340                                TO WS-ACM-MARGEM-LIQ.
114400     PERFORM 4900-GRAVAR-VALORES-LINHA
114500         THRU 4900-GRAVAR-VALORES-LINHA-EXIT.
114600
114700 4150-GRAVAR-FILCAT-EXIT.
114800     EXIT.
114900
115000 4200-GRAVAR-CATEGORIA.
115100*---------------------------------------------------------------*
115200*    GRAVA O TOTAL DA CATEGORIA CORRENTE (TODAS AS FILIAIS)     *
115300*---------------------------------------------------------------*
115400     MOVE SPACES                TO WS-LINHA-CONTRIBUICAO.
115500     MOVE "CATEGORIA"           TO WS-LC-TIPO.
115600     MOVE WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
115700                                TO WS-LC-CATEGORIA.
115800     MOVE WS-CATEGORIA-UNIDADES (WS-IDX-CATEGORIA)
115900                                TO WS-ACM-UNIDADES.
116000     MOVE WS-CATEGORIA-RECEITA (WS-IDX-CATEGORIA)
116100                                TO WS-ACM-RECEITA.
116200     MOVE WS-CATEGORIA-CUSTO (WS-IDX-CATEGORIA)
116300                                TO WS-ACM-CUSTO.
116400     MOVE WS-CATEGORIA-MARGEM (WS-IDX-CATEGORIA)
116500                                TO WS-ACM-MARGEM.
116520     MOVE WS-CATEGORIA-MARGEM-LIQ (WS-IDX-CATEGORIA)
116540                                TO WS-ACM-MARGEM-LIQ.
116600     PERFORM 4900-GRAVAR-VALORES-LINHA
116700         THRU 4900-GRAVAR-VALORES-LINHA-EXIT.
116800
116900 4200-GRAVAR-CATEGORIA-EXIT.
117000     EXIT.
117100
117200 4900-GRAVAR-VALORES-LINHA.
117300*---------------------------------------------------------------*
117400*    COMPLETA A LINHA DE CONTRIBUICAO COM OS VALORES DO         *
117500*    ACUMULADOR, CALCULA A MARGEM PERCENTUAL E GRAVA            *
117600*---------------------------------------------------------------*
117700     MOVE WS-ACM-UNIDADES       TO WS-LC-UNIDADES.
117800     MOVE WS-ACM-RECEITA        TO WS-LC-RECEITA.
117900     MOVE WS-ACM-CUSTO          TO WS-LC-CUSTO.
118000     MOVE WS-ACM-MARGEM         TO WS-LC-MARGEM.
118050     MOVE WS-ACM-MARGEM-LIQ     TO WS-LC-MARGEM-LIQ.
118100     IF  WS-ACM-RECEITA > ZERO
118200         COMPUTE WS-PCT-MARGEM ROUNDED =
118300                 (WS-ACM-MARGEM / WS-ACM-RECEITA) * 100
118400     ELSE
118500         MOVE ZERO              TO WS-PCT-MARGEM
118600     END-IF.
118700     MOVE WS-PCT-MARGEM         TO WS-LC-PCT-MARGEM.
118800     MOVE WS-LINHA-CONTRIBUICAO TO REL-LINHA-VENDA.
118900     WRITE REL-LINHA-VENDA.
119000
119100 4900-GRAVAR-VALORES-LINHA-EXIT.
119200     EXIT.
119300
119400 5000-GRAVAR-RANKING.
119500*---------------------------------------------------------------*
119600*    GRAVA OS ITENS DE MAIOR E DE MENOR CONTRIBUICAO DE MARGEM  *
119700*    BRUTA, POR SELECAO SUCESSIVA NA TABELA DE ITENS            *
119800*---------------------------------------------------------------*
119900     MOVE SPACES                TO REL-LINHA-VENDA.
120000     WRITE REL-LINHA-VENDA.
120100     MOVE "ITENS DE MAIOR CONTRIBUICAO"
120200         TO REL-LINHA-VENDA.
120300     WRITE REL-LINHA-VENDA.
120400     MOVE " ORD  ITEM        DESCRICAO             CAT      UNIDAD
120500-    "ES            RECEITA       MARGEM BRUTA       MRG %     MAR
120550-    "GEM LIQUIDA"
120600         TO REL-LINHA-VENDA.
120700     WRITE REL-LINHA-VENDA.
120800     MOVE SPACES                TO REL-LINHA-VENDA.
120900     WRITE REL-LINHA-VENDA.
121000
121100     PERFORM 5100-GRAVAR-MAIOR
121200         THRU 5100-GRAVAR-MAIOR-EXIT
121300         VARYING WS-ORDEM-RANKING FROM 1 BY 1
121400             UNTIL WS-ORDEM-RANKING > WS-QTD-RANKING
121500                OR WS-ORDEM-RANKING > WS-QTD-ITENS.
121600
121700     MOVE SPACES                TO REL-LINHA-VENDA.
121800     WRITE REL-LINHA-VENDA.
121900     MOVE "ITENS DE MENOR CONTRIBUICAO"
122000         TO REL-LINHA-VENDA.
122100     WRITE REL-LINHA-VENDA.
122200     MOVE " ORD  ITEM        DESCRICAO             CAT      UNIDAD
122300-    "ES            RECEITA       MARGEM BRUTA       MRG %     MAR
122350-    "GEM LIQUIDA"
122400         TO REL-LINHA-VENDA.
122500     WRITE REL-LINHA-VENDA.
122600     MOVE SPACES                TO REL-LINHA-VENDA.
122700     WRITE REL-LINHA-VENDA.
122800
122900     PERFORM 5200-GRAVAR-MENOR
123000         THRU 5200-GRAVAR-MENOR-EXIT
123100         VARYING WS-ORDEM-RANKING FROM 1 BY 1
123200             UNTIL WS-ORDEM-RANKING > WS-QTD-RANKING
123300                OR WS-ORDEM-RANKING > WS-QTD-ITENS.
123400
123500 5000-GRAVAR-RANKING-EXIT.
123600     EXIT.
123700
123800 5100-GRAVAR-MAIOR.
123900*---------------------------------------------------------------*
124000*    SELECIONA O ITEM DE MAIOR MARGEM AINDA NAO LISTADO E GRAVA *
124100*---------------------------------------------------------------*
124200     MOVE ZERO                  TO WS-POSICAO-RANKING.
124300     PERFORM 5110-PROCURAR-MAIOR
124400         THRU 5110-PROCURAR-MAIOR-EXIT
124500         VARYING WS-IDX-ITEM FROM 1 BY 1
124600             UNTIL WS-IDX-ITEM > WS-QTD-ITENS.
124700
124800     IF  WS-POSICAO-RANKING > ZERO
124900         MOVE "S"
124950             TO WS-IT-SW-TOPO (WS-POSICAO-RANKING)
125000         PERFORM 5900-GRAVAR-LINHA-RANKING
125100             THRU 5900-GRAVAR-LINHA-RANKING-EXIT
125200     END-IF.
125300
125400 5100-GRAVAR-MAIOR-EXIT.
125500     EXIT.
125600
125700 5110-PROCURAR-MAIOR.
125800*---------------------------------------------------------------*
125900*    COMPARA O ITEM CORRENTE COM O MAIOR ENCONTRADO ATE AQUI    *
126000*---------------------------------------------------------------*
126100     IF  WS-IT-NO-TOPO (WS-IDX-ITEM)
126200         GO TO 5110-PROCURAR-MAIOR-EXIT
126300     END-IF.
126400
126500     IF  WS-POSICAO-RANKING = ZERO
126600     OR  WS-IT-MARGEM (WS-IDX-ITEM) > WS-MARGEM-REFERENCIA
126700         SET WS-POSICAO-RANKING TO WS-IDX-ITEM
126800         MOVE WS-IT-MARGEM (WS-IDX-ITEM)
126900                                TO WS-MARGEM-REFERENCIA
127000     END-IF.
127100
127200 5110-PROCURAR-MAIOR-EXIT.
127300     EXIT.
127400
127500 5200-GRAVAR-MENOR.
127600*---------------------------------------------------------------*
127700*    SELECIONA O ITEM DE MENOR MARGEM AINDA NAO LISTADO E GRAVA *
127800*---------------------------------------------------------------*
127900     MOVE ZERO                  TO WS-POSICAO-RANKING.
128000     PERFORM 5210-PROCURAR-MENOR
128100         THRU 5210-PROCURAR-MENOR-EXIT
128200         VARYING WS-IDX-ITEM FROM 1 BY 1
128300             UNTIL WS-IDX-ITEM > WS-QTD-ITENS.
128400
128500     IF  WS-POSICAO-RANKING > ZERO
128600         MOVE "S"
128650             TO WS-IT-SW-BASE (WS-POSICAO-RANKING)
128700         PERFORM 5900-GRAVAR-LINHA-RANKING
128800             THRU 5900-GRAVAR-LINHA-RANKING-EXIT
128900     END-IF.
129000
129100 5200-GRAVAR-MENOR-EXIT.
129200     EXIT.
129300
129400 5210-PROCURAR-MENOR.
129500*---------------------------------------------------------------*
129600*    COMPARA O ITEM CORRENTE COM O MENOR ENCONTRADO ATE AQUI    *
129700*---------------------------------------------------------------*
129800     IF  WS-IT-NA-BASE (WS-IDX-ITEM)
129900         GO TO 5210-PROCURAR-MENOR-EXIT
130000     END-IF.
130100
130200     IF  WS-POSICAO-RANKING = ZERO
130300     OR  WS-IT-MARGEM (WS-IDX-ITEM) < WS-MARGEM-REFERENCIA
130400         SET WS-POSICAO-RANKING TO WS-IDX-ITEM
130500         MOVE WS-IT-MARGEM (WS-IDX-ITEM)
130600                                TO WS-MARGEM-REFERENCIA
130700     END-IF.
130800
130900 5210-PROCURAR-MENOR-EXIT.
131000     EXIT.
131100
131200 5900-GRAVAR-LINHA-RANKING.
131300*---------------------------------------------------------------*
131400*    GRAVA A LINHA DO RANKING PARA O ITEM SELECIONADO           *
131500*---------------------------------------------------------------*
131600     MOVE WS-ORDEM-RANKING      TO WS-LT-ORDEM.
131700     MOVE WS-IT-ITEM-CODE (WS-POSICAO-RANKING)
131800                                TO WS-LT-ITEM-CODE.
131900     MOVE WS-IT-DESCRICAO (WS-POSICAO-RANKING)
132000                                TO WS-LT-DESCRICAO.
132100     MOVE WS-IT-CATEGORIA (WS-POSICAO-RANKING)
132200                                TO WS-LT-CATEGORIA.
132300     MOVE WS-IT-UNIDADES (WS-POSICAO-RANKING)
132400                                TO WS-LT-UNIDADES.
132500     MOVE WS-IT-RECEITA (WS-POSICAO-RANKING)
132600                                TO WS-LT-RECEITA.
132700     MOVE WS-IT-MARGEM (WS-POSICAO-RANKING)
132800                                TO WS-LT-MARGEM.
132820     MOVE WS-IT-MARGEM-LIQ (WS-POSICAO-RANKING)
132840                                TO WS-LT-MARGEM-LIQ.
132900     IF  WS-IT-RECEITA (WS-POSICAO-RANKING) > ZERO
133000         COMPUTE WS-PCT-MARGEM ROUNDED =
133100                 (WS-IT-MARGEM (WS-POSICAO-RANKING)
133200                  / WS-IT-RECEITA (WS-POSICAO-RANKING)) * 100
133300     ELSE
133400         MOVE ZERO              TO WS-PCT-MARGEM
133500     END-IF.
133600     MOVE WS-PCT-MARGEM         TO WS-LT-PCT-MARGEM.
133700     MOVE WS-LINHA-RANKING      TO REL-LINHA-VENDA.
133800     WRITE REL-LINHA-VENDA.
133900
134000 5900-GRAVAR-LINHA-RANKING-EXIT.
134100     EXIT.
134200
134300 9000-FINALIZAR.
134400*---------------------------------------------------------------*
134500*    GRAVA OS TOTAIS, FECHA OS ARQUIVOS E EXIBE OS CONTADORES.  *
134600*    VENDA DIVERGENTE OU DESPREZADA, OU ENTRADA ALEM DAS        *
134650*    TABELAS, TERMINA COM AVISO (RC 4)                          *
134700*---------------------------------------------------------------*
134800     MOVE SPACES                TO REL-LINHA-VENDA.
134900     WRITE REL-LINHA-VENDA.
135000     MOVE WS-CONTADOR-LINHAS    TO WS-CONTADOR-EDITADO.
135100     STRING "LINHAS DE VENDA LIDAS: " WS-CONTADOR-EDITADO
135200         DELIMITED BY SIZE INTO REL-LINHA-VENDA.
135300     WRITE REL-LINHA-VENDA.
135400     MOVE SPACES                TO REL-LINHA-VENDA.
135500     MOVE WS-CONTADOR-VALORIZADAS TO WS-CONTADOR-EDITADO.
135600     STRING "LINHAS VALORIZADAS...: " WS-CONTADOR-EDITADO
135700         DELIMITED BY SIZE INTO REL-LINHA-VENDA.
135800     WRITE REL-LINHA-VENDA.
135900     MOVE SPACES                TO REL-LINHA-VENDA.
136000     MOVE WS-CONTADOR-DIVERGENTES TO WS-CONTADOR-EDITADO.
136100     STRING "PRECO DIVERGENTE.....: " WS-CONTADOR-EDITADO
136200         DELIMITED BY SIZE INTO REL-LINHA-VENDA.
136300     WRITE REL-LINHA-VENDA.
136400     MOVE SPACES                TO REL-LINHA-VENDA.
136500     MOVE WS-CONTADOR-REJEITADAS TO WS-CONTADOR-EDITADO.
136600     STRING "LINHAS DESPREZADAS...: " WS-CONTADOR-EDITADO
136700         DELIMITED BY SIZE INTO REL-LINHA-VENDA.
136800     WRITE REL-LINHA-VENDA.
136900
137000     CLOSE PRODMAST-ARQ.
137100     IF  WS-PRCFIL-ABERTO
137200         CLOSE PRCFIL-ARQ
137300     END-IF.
137400     CLOSE RELVEND-ARQ.
137500
137600     IF  WS-CONTADOR-DIVERGENTES > ZERO
137700     OR  WS-CONTADOR-REJEITADAS > ZERO
137750     OR  WS-CONTADOR-ESTOURO > ZERO
137800         MOVE 4 TO RETURN-CODE
137900     END-IF.
138000
138100     DISPLAY " ".
138200     DISPLAY "CONTRIBUICAO DAS VENDAS DO DIA ENCERRADA.".
138300     DISPLAY "LINHAS DE VENDA LIDAS: " WS-CONTADOR-LINHAS.
138400     DISPLAY "LINHAS VALORIZADAS...: " WS-CONTADOR-VALORIZADAS.
138500     DISPLAY "PRECO DIVERGENTE.....: " WS-CONTADOR-DIVERGENTES.
138600     DISPLAY "LINHAS DESPREZADAS...: " WS-CONTADOR-REJEITADAS.
138700     DISPLAY "HISTORICOS LIDOS.....: " WS-CONTADOR-HISTORICO.
138800     IF  WS-CONTADOR-ESTOURO > ZERO
138900         DISPLAY "ENTRADAS ALEM DAS TABELAS: "
139000             WS-CONTADOR-ESTOURO
139100     END-IF.
139200
139300 9000-FINALIZAR-EXIT.
139400     EXIT.
139500
139600 9999-EXIT.
139700     STOP RUN.
139800
139900 END PROGRAM RELVEND.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELETQ.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: ETIQUETAS DE GONDOLA POR LOJA.  LE O
000900*                   MOVIMENTO DE ETIQUETAS (ETQMOV) GRAVADO PELO
001000*                   CALC1 (LOTE E APLICACAO DE PROPOSTAS) E PELO
001100*                   PRCATIV (ATIVACAO E INICIO/FIM DE PROMOCAO) NA
001200*                   DATA PEDIDA E GERA UMA UNICA ETIQUETA POR ITEM
001300*                   E FILIAL COM O PRECO FINAL DO DIA - ITEM QUE
001400*                   MUDOU MAIS DE UMA VEZ SAI UMA VEZ SO, E ITEM
001500*                   QUE VOLTOU AO PRECO DO INICIO DO DIA NAO SAI.
001600*                   O EXTRATO (ETQLOJA) E A LISTAGEM (RELETQ) SAEM
001700*                   AGRUPADOS POR FILIAL E EM ORDEM DE CATEGORIA E
001800*                   ITEM; INICIO DE PROMOCAO SAI COMO ETIQUETA
001900*                   DE/POR COM O PRECO ANTERIOR.  CADA LOJA FECHA
002000*                   COM UMA PAGINA DE CONTROLE COM A CONTAGEM DE
002100*                   ETIQUETAS POR CATEGORIA E O TOTAL DA LOJA.
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRICAO
002500*    ---------- ----  -------------------------------------------
002600*    2026-10-15 JA    PROGRAMA ORIGINAL.
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ETQMOV-ARQ ASSIGN TO "ETQMOV"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-ETQMOV.
003700
003800     SELECT PRODMAST-ARQ ASSIGN TO "PRODMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PM-ITEM-CODE
004200         FILE STATUS IS WS-FS-PRODMAST.
004300
004400     SELECT ETQLOJA-ARQ ASSIGN TO "ETQLOJA"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FS-ETQLOJA.
004700
004800     SELECT RELETQ-ARQ ASSIGN TO "RELETQ"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FS-RELETQ.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ETQMOV-ARQ
005500     LABEL RECORDS ARE STANDARD.
005600     COPY ETQMOV.
005700
005800 FD  PRODMAST-ARQ
005900     LABEL RECORDS ARE STANDARD.
006000     COPY PRODMAST.
006100
006200 FD  ETQLOJA-ARQ
006300     LABEL RECORDS ARE STANDARD.
006400     COPY ETQLOJA.
006500
006600 FD  RELETQ-ARQ
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 132 CHARACTERS.
006900 01  REL-LINHA-ETIQUETA          PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200
007300*---------------------------------------------------------------*
007400*    STATUS DE ARQUIVO                                          *
007500*---------------------------------------------------------------*
007600 77  WS-FS-ETQMOV            PIC X(02).
007700 77  WS-FS-PRODMAST          PIC X(02).
007800 77  WS-FS-ETQLOJA           PIC X(02).
007900 77  WS-FS-RELETQ            PIC X(02).
008000
008100*---------------------------------------------------------------*
008200*    CHAVES E INDICADORES DE CONTROLE                           *
008300*---------------------------------------------------------------*
008400 01  WS-SWITCHES.
008500     05  WS-SW-FIM-ETQMOV        PIC X(01) VALUE "N".
008600         88  FIM-ETQMOV                 VALUE "S".
008700         88  NAO-FIM-ETQMOV             VALUE "N".
008800     05  WS-SW-MASTER            PIC X(01) VALUE "N".
008900         88  WS-MASTER-ACHADO           VALUE "S".
009000         88  WS-MASTER-NAO-ACHADO       VALUE "N".
009100     05  WS-SW-ETIQUETA-TABELA   PIC X(01) VALUE "N".
009200         88  WS-ETIQUETA-NA-TABELA      VALUE "S".
009300         88  WS-ETIQUETA-FORA-TABELA    VALUE "N".
009400     05  WS-SW-FIM-SELECAO       PIC X(01) VALUE "N".
009500         88  FIM-SELECAO                VALUE "S".
009600         88  NAO-FIM-SELECAO            VALUE "N".
009700
009800*---------------------------------------------------------------*
009900*    DATA DO MOVIMENTO E CONTADORES                             *
010000*---------------------------------------------------------------*
010100 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
010200 77  WS-DATA-MOVIMENTO       PIC 9(08) VALUE ZERO.
010300 77  WS-FILIAL-CORRENTE      PIC X(04) VALUE SPACES.
010400 77  WS-POSICAO-SELECAO      PIC 9(04) VALUE ZERO.
010500 77  WS-CHAVE-REFERENCIA     PIC X(18) VALUE SPACES.
010600 77  WS-CONTADOR-LIDOS       PIC 9(08) VALUE ZERO.
010700 77  WS-CONTADOR-DO-DIA      PIC 9(08) VALUE ZERO.
010800 77  WS-CONTADOR-ETIQUETAS   PIC 9(08) VALUE ZERO.
010900 77  WS-CONTADOR-DE-POR      PIC 9(08) VALUE ZERO.
011000 77  WS-CONTADOR-LOJAS       PIC 9(08) VALUE ZERO.
011100 77  WS-CONTADOR-SEM-MUDANCA PIC 9(08) VALUE ZERO.
011200 77  WS-CONTADOR-SEM-MESTRE  PIC 9(08) VALUE ZERO.
011300 77  WS-CONTADOR-ESTOURO     PIC 9(08) VALUE ZERO.
011400 77  WS-CONTADOR-LOJA        PIC 9(08) VALUE ZERO.
011500 77  WS-CONTADOR-LOJA-DE-POR PIC 9(08) VALUE ZERO.
011600 77  WS-CONTADOR-EDITADO     PIC ZZZ,ZZZ,ZZ9.
011700
011800*---------------------------------------------------------------*
011900*    UMA ENTRADA POR ITEM/FILIAL MOVIMENTADO NO DIA: PRECO DO   *
012000*    INICIO DO DIA (PRIMEIRO MOVIMENTO) E PRECO FINAL, TIPO E   *
012100*    VIGENCIA DO ULTIMO MOVIMENTO.  A CHAVE DE ORDEM (FILIAL,   *
012200*    CATEGORIA, ITEM) COMANDA A SELECAO DA SAIDA                *
012300*---------------------------------------------------------------*
012400 01  WS-TABELA-ETIQUETA-DADOS.
012500     05  WS-QTD-ETIQUETAS        PIC 9(04) VALUE ZERO.
012600     05  WS-TABELA-ETIQUETA OCCURS 2000 TIMES
012700             INDEXED BY WS-IDX-ETIQUETA.
012800         10  WS-ET-CHAVE-ORDEM.
012900             15  WS-ET-BRANCH-CODE   PIC X(04).
013000             15  WS-ET-CATEGORIA     PIC X(04).
013100             15  WS-ET-ITEM-CODE     PIC X(10).
013200         10  WS-ET-DESCRICAO     PIC X(20).
013300         10  WS-ET-VENDA-ORIGINAL PIC 9(06)V99.
013400         10  WS-ET-VENDA-ANTERIOR PIC 9(06)V99.
013500         10  WS-ET-VENDA-FINAL   PIC 9(06)V99.
013600         10  WS-ET-DATA-VIGENCIA PIC 9(08).
013700         10  WS-ET-TIPO          PIC X(01).
013800             88  WS-ET-PROMO-INICIO     VALUE "I".
013900         10  WS-ET-QTD-MOVIMENTOS PIC 9(03).
014000         10  WS-ET-SW-TRATADA    PIC X(01).
014100             88  WS-ET-TRATADA          VALUE "S".
014200             88  WS-ET-PENDENTE         VALUE "N".
014300
014400*---------------------------------------------------------------*
014500*    CONTAGEM POR CATEGORIA DA LOJA CORRENTE, PARA A PAGINA DE  *
014600*    CONTROLE                                                   *
014700*---------------------------------------------------------------*
014800 01  WS-TABELA-CATEGORIA-DADOS.
014900     05  WS-QTD-CATEGORIAS       PIC 9(04) VALUE ZERO.
015000     05  WS-TABELA-CATEGORIA OCCURS 50 TIMES
015100             INDEXED BY WS-IDX-CATEGORIA.
015200         10  WS-CATEGORIA-CODIGO    PIC X(04).
015300         10  WS-CATEGORIA-ETIQUETAS PIC 9(06).
015400         10  WS-CATEGORIA-DE-POR    PIC 9(06).
015500
015600*---------------------------------------------------------------*
015700*    LAYOUTS DAS LINHAS DE RELATORIO                            *
015800*---------------------------------------------------------------*
015900 01  WS-LINHA-ETIQUETA.
016000     05  WS-LE-CATEGORIA         PIC X(04).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  WS-LE-ITEM-CODE         PIC X(10).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  WS-LE-DESCRICAO         PIC X(20).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  WS-LE-VENDA-NOVA        PIC ZZZ,ZZ9.99.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  WS-LE-VENDA-ANTERIOR    PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  WS-LE-DATA-VIGENCIA     PIC X(08).
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  WS-LE-TIPO              PIC X(08).
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  WS-LE-MOVIMENTOS        PIC ZZ9.
017500     05  FILLER                  PIC X(45) VALUE SPACES.
017600
017700 01  WS-LINHA-CONTROLE.
017800     05  WS-LC-CATEGORIA         PIC X(04).
017900     05  FILLER                  PIC X(08) VALUE SPACES.
018000     05  WS-LC-ETIQUETAS         PIC ZZZ,ZZ9.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  WS-LC-DE-POR            PIC ZZZ,ZZ9.
018300     05  FILLER                  PIC X(104) VALUE SPACES.
018400
018500 PROCEDURE DIVISION.
018600
018700 0000-MAINLINE.
018800*---------------------------------------------------------------*
018900*    PARAGRAFO PRINCIPAL                                        *
019000*---------------------------------------------------------------*
019100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
019200
019300     PERFORM 2000-CARREGAR-MOVIMENTOS
019400         THRU 2000-CARREGAR-MOVIMENTOS-EXIT.
019500
019600     PERFORM 3000-GRAVAR-ETIQUETAS
019700         THRU 3000-GRAVAR-ETIQUETAS-EXIT.
019800
019900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
020000
020100     GO TO 9999-EXIT.
020200
020300 1000-INICIALIZAR.
020400*---------------------------------------------------------------*
020500*    SOLICITA A DATA DO MOVIMENTO (BRANCO OU ZERO = HOJE), ABRE *
020600*    OS ARQUIVOS E GRAVA O CABECALHO DA LISTAGEM                *
020700*---------------------------------------------------------------*
020800     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
020900
021000     DISPLAY "=========================================".
021100     DISPLAY "ETIQUETAS DE GONDOLA POR LOJA".
021200     DISPLAY "=========================================".
021300     DISPLAY "Data do movimento (AAAAMMDD, zero = hoje)".
021400     ACCEPT WS-DATA-MOVIMENTO.
021500     IF  WS-DATA-MOVIMENTO NOT NUMERIC
021600     OR  WS-DATA-MOVIMENTO = ZERO
021700         MOVE WS-DATA-SISTEMA   TO WS-DATA-MOVIMENTO
021800     END-IF.
021900
022000     OPEN INPUT ETQMOV-ARQ.
022100     IF  WS-FS-ETQMOV NOT = "00"
022200         DISPLAY "ERRO AO ABRIR O MOVIMENTO DE ETIQUETAS."
022300             " STATUS: " WS-FS-ETQMOV
022400         MOVE 16 TO RETURN-CODE
022500         GO TO 9999-EXIT
022600     END-IF.
022700
022800     OPEN INPUT PRODMAST-ARQ.
022900     IF  WS-FS-PRODMAST NOT = "00"
023000         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
023100             WS-FS-PRODMAST
023200         MOVE 16 TO RETURN-CODE
023300         GO TO 9999-EXIT
023400     END-IF.
023500
023600     OPEN OUTPUT ETQLOJA-ARQ.
023700     IF  WS-FS-ETQLOJA NOT = "00"
023800         DISPLAY "ERRO AO ABRIR O EXTRATO DE ETIQUETAS. STATUS: "
023900             WS-FS-ETQLOJA
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 9999-EXIT
024200     END-IF.
024300
024400     OPEN OUTPUT RELETQ-ARQ.
024500     IF  WS-FS-RELETQ NOT = "00"
024600         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
024700             WS-FS-RELETQ
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 9999-EXIT
025000     END-IF.
025100
025200     MOVE "ETIQUETAS DE GONDOLA POR LOJA - RELETQ"
025300         TO REL-LINHA-ETIQUETA.
025400     WRITE REL-LINHA-ETIQUETA.
025500     MOVE SPACES                TO REL-LINHA-ETIQUETA.
025600     STRING "MOVIMENTO DE " WS-DATA-MOVIMENTO
025700         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
025800     WRITE REL-LINHA-ETIQUETA.
025900
026000 1000-INICIALIZAR-EXIT.
026100     EXIT.
026200
026300 2000-CARREGAR-MOVIMENTOS.
026400*---------------------------------------------------------------*
026500*    LE O MOVIMENTO DE ETIQUETAS E GUARDA UMA ENTRADA POR ITEM/ *
026600*    FILIAL PARA OS MOVIMENTOS DA DATA PEDIDA                   *
026700*---------------------------------------------------------------*
026800     PERFORM 2900-LER-ETQMOV THRU 2900-LER-ETQMOV-EXIT.
026900     PERFORM 2100-GUARDAR-MOVIMENTO
027000         THRU 2100-GUARDAR-MOVIMENTO-EXIT
027100         UNTIL FIM-ETQMOV.
027200     CLOSE ETQMOV-ARQ.
027300
027400 2000-CARREGAR-MOVIMENTOS-EXIT.
027500     EXIT.
027600
027700 2100-GUARDAR-MOVIMENTO.
027800*---------------------------------------------------------------*
027900*    O PRIMEIRO MOVIMENTO DO ITEM/FILIAL NO DIA CRIA A ENTRADA  *
028000*    COM O PRECO DO INICIO DO DIA; OS SEGUINTES SO ATUALIZAM O  *
028100*    PRECO FINAL, O TIPO E A VIGENCIA.  O ARQUIVO E GRAVADO EM  *
028200*    ORDEM CRONOLOGICA, ENTAO O ULTIMO LIDO E O PRECO FINAL     *
028300*---------------------------------------------------------------*
028400     ADD 1                      TO WS-CONTADOR-LIDOS.
028500     IF  EM-DATA-MOVIMENTO NOT = WS-DATA-MOVIMENTO
028600         GO TO 2100-GUARDAR-MOVIMENTO-LER
028700     END-IF.
028800     ADD 1                      TO WS-CONTADOR-DO-DIA.
028900
029000     PERFORM 2200-PROCURAR-ETIQUETA
029100         THRU 2200-PROCURAR-ETIQUETA-EXIT.
029200
029300     IF  WS-ETIQUETA-FORA-TABELA
029400         IF  WS-QTD-ETIQUETAS < 2000
029500             ADD 1 TO WS-QTD-ETIQUETAS
029600             SET WS-IDX-ETIQUETA TO WS-QTD-ETIQUETAS
029700             PERFORM 2300-CRIAR-ETIQUETA
029800                 THRU 2300-CRIAR-ETIQUETA-EXIT
029900         ELSE
030000             ADD 1 TO WS-CONTADOR-ESTOURO
030100             GO TO 2100-GUARDAR-MOVIMENTO-LER
030200         END-IF
030300     END-IF.
030400
030500     MOVE EM-VENDA-ANTERIOR
030600         TO WS-ET-VENDA-ANTERIOR (WS-IDX-ETIQUETA).
030700     MOVE EM-VENDA-NOVA
030800         TO WS-ET-VENDA-FINAL (WS-IDX-ETIQUETA).
030900     MOVE EM-DATA-VIGENCIA
031000         TO WS-ET-DATA-VIGENCIA (WS-IDX-ETIQUETA).
031100     MOVE EM-TIPO-MOVIMENTO
031200         TO WS-ET-TIPO (WS-IDX-ETIQUETA).
031300     ADD 1 TO WS-ET-QTD-MOVIMENTOS (WS-IDX-ETIQUETA).
031400
031500 2100-GUARDAR-MOVIMENTO-LER.
031600     PERFORM 2900-LER-ETQMOV THRU 2900-LER-ETQMOV-EXIT.
031700
031800 2100-GUARDAR-MOVIMENTO-EXIT.
031900     EXIT.
032000
032100 2200-PROCURAR-ETIQUETA.
032200*---------------------------------------------------------------*
032300*    PROCURA O ITEM/FILIAL DO MOVIMENTO NA TABELA DE ETIQUETAS  *
032400*---------------------------------------------------------------*
032500     SET WS-ETIQUETA-FORA-TABELA TO TRUE.
032600     SET WS-IDX-ETIQUETA        TO 1.
032700     SEARCH WS-TABELA-ETIQUETA
032800         AT END
032900             SET WS-ETIQUETA-FORA-TABELA TO TRUE
033000         WHEN WS-IDX-ETIQUETA > WS-QTD-ETIQUETAS
033100             SET WS-ETIQUETA-FORA-TABELA TO TRUE
033200         WHEN WS-ET-ITEM-CODE (WS-IDX-ETIQUETA) = EM-ITEM-CODE
033300          AND WS-ET-BRANCH-CODE (WS-IDX-ETIQUETA) = EM-BRANCH-CODE
033400             SET WS-ETIQUETA-NA-TABELA TO TRUE
033500     END-SEARCH.
033600
033700 2200-PROCURAR-ETIQUETA-EXIT.
033800     EXIT.
033900
034000 2300-CRIAR-ETIQUETA.
034100*---------------------------------------------------------------*
034200*    CRIA A ENTRADA DO ITEM/FILIAL COM A DESCRICAO E CATEGORIA  *
034300*    DO MESTRE.  ITEM FORA DO MESTRE NAO GERA ETIQUETA          *
034400*---------------------------------------------------------------*
034500     MOVE EM-BRANCH-CODE
034600         TO WS-ET-BRANCH-CODE (WS-IDX-ETIQUETA).
034700     MOVE EM-ITEM-CODE
034800         TO WS-ET-ITEM-CODE (WS-IDX-ETIQUETA).
034900     MOVE EM-VENDA-ANTERIOR
035000         TO WS-ET-VENDA-ORIGINAL (WS-IDX-ETIQUETA).
035100     MOVE ZERO
035200         TO WS-ET-QTD-MOVIMENTOS (WS-IDX-ETIQUETA).
035300     MOVE "N"
035400         TO WS-ET-SW-TRATADA (WS-IDX-ETIQUETA).
035500
035600     MOVE EM-ITEM-CODE          TO PM-ITEM-CODE.
035700     READ PRODMAST-ARQ
035800         KEY IS PM-ITEM-CODE
035900         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
036000         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
036100     END-READ.
036200
036300     IF  WS-MASTER-ACHADO
036400         MOVE PM-CATEGORY-CODE
036500             TO WS-ET-CATEGORIA (WS-IDX-ETIQUETA)
036600         MOVE PM-DESCRICAO
036700             TO WS-ET-DESCRICAO (WS-IDX-ETIQUETA)
036800     ELSE
036900         MOVE SPACES
037000             TO WS-ET-CATEGORIA (WS-IDX-ETIQUETA)
037100         MOVE SPACES
037200             TO WS-ET-DESCRICAO (WS-IDX-ETIQUETA)
037300         MOVE "S"
037400             TO WS-ET-SW-TRATADA (WS-IDX-ETIQUETA)
037500         ADD 1 TO WS-CONTADOR-SEM-MESTRE
037600         DISPLAY "ITEM FORA DO MESTRE SEM ETIQUETA: "
037700             EM-ITEM-CODE " FILIAL " EM-BRANCH-CODE
037800     END-IF.
037900
038000 2300-CRIAR-ETIQUETA-EXIT.
038100     EXIT.
038200
038300 2900-LER-ETQMOV.
038400*---------------------------------------------------------------*
038500*    LE UM MOVIMENTO DE ETIQUETA                                *
038600*---------------------------------------------------------------*
038700     READ ETQMOV-ARQ
038800         AT END     SET FIM-ETQMOV     TO TRUE
038900         NOT AT END SET NAO-FIM-ETQMOV TO TRUE
039000     END-READ.
039100
039200 2900-LER-ETQMOV-EXIT.
039300     EXIT.
039400
039500 3000-GRAVAR-ETIQUETAS.
039600*---------------------------------------------------------------*
039700*    GRAVA AS ETIQUETAS EM ORDEM DE FILIAL, CATEGORIA E ITEM,   *
039800*    POR SELECAO SUCESSIVA NA TABELA, FECHANDO CADA LOJA COM A  *
039900*    SUA PAGINA DE CONTROLE                                     *
040000*---------------------------------------------------------------*
040100     MOVE SPACES                TO WS-FILIAL-CORRENTE.
040200     SET NAO-FIM-SELECAO        TO TRUE.
040300     PERFORM 3100-SELECIONAR-ETIQUETA
040400         THRU 3100-SELECIONAR-ETIQUETA-EXIT
040500         UNTIL FIM-SELECAO.
040600
040700     IF  WS-FILIAL-CORRENTE NOT = SPACES
040800         PERFORM 3400-GRAVAR-CONTROLE-LOJA
040900             THRU 3400-GRAVAR-CONTROLE-LOJA-EXIT
041000     END-IF.
041100
041200 3000-GRAVAR-ETIQUETAS-EXIT.
041300     EXIT.
041400
041500 3100-SELECIONAR-ETIQUETA.
041600*---------------------------------------------------------------*
041700*    SELECIONA A MENOR CHAVE AINDA NAO TRATADA.  ITEM QUE VOLTOU *
041800*    AO PRECO DO INICIO DO DIA E SO CONTADO; TROCA DE FILIAL    *
041900*    FECHA A LOJA ANTERIOR E ABRE A NOVA                        *
042000*---------------------------------------------------------------*
042100     MOVE ZERO                  TO WS-POSICAO-SELECAO.
042200     PERFORM 3110-PROCURAR-MENOR
042300         THRU 3110-PROCURAR-MENOR-EXIT
042400         VARYING WS-IDX-ETIQUETA FROM 1 BY 1
042500             UNTIL WS-IDX-ETIQUETA > WS-QTD-ETIQUETAS.
042600
042700     IF  WS-POSICAO-SELECAO = ZERO
042800         SET FIM-SELECAO        TO TRUE
042900         GO TO 3100-SELECIONAR-ETIQUETA-EXIT
043000     END-IF.
043100
043200     SET WS-IDX-ETIQUETA        TO WS-POSICAO-SELECAO.
043300     MOVE "S"
043350         TO WS-ET-SW-TRATADA (WS-IDX-ETIQUETA).
043400
043500     IF  WS-ET-VENDA-FINAL (WS-IDX-ETIQUETA) =
043600         WS-ET-VENDA-ORIGINAL (WS-IDX-ETIQUETA)
043700         ADD 1 TO WS-CONTADOR-SEM-MUDANCA
043800         GO TO 3100-SELECIONAR-ETIQUETA-EXIT
043900     END-IF.
044000
044100     IF  WS-ET-BRANCH-CODE (WS-IDX-ETIQUETA)
044150         NOT = WS-FILIAL-CORRENTE
044200         IF  WS-FILIAL-CORRENTE NOT = SPACES
044300             PERFORM 3400-GRAVAR-CONTROLE-LOJA
044400                 THRU 3400-GRAVAR-CONTROLE-LOJA-EXIT
044500         END-IF
044600         PERFORM 3200-INICIAR-LOJA
044700             THRU 3200-INICIAR-LOJA-EXIT
044800     END-IF.
044900
045000     PERFORM 3300-GRAVAR-ETIQUETA
045100         THRU 3300-GRAVAR-ETIQUETA-EXIT.
045200
045300 3100-SELECIONAR-ETIQUETA-EXIT.
045400     EXIT.
045500
045600 3110-PROCURAR-MENOR.
045700*---------------------------------------------------------------*
045800*    COMPARA A ENTRADA CORRENTE COM A MENOR ENCONTRADA ATE AQUI *
045900*---------------------------------------------------------------*
046000     IF  WS-ET-TRATADA (WS-IDX-ETIQUETA)
046100         GO TO 3110-PROCURAR-MENOR-EXIT
046200     END-IF.
046300
046400     IF  WS-POSICAO-SELECAO = ZERO
046500     OR  WS-ET-CHAVE-ORDEM (WS-IDX-ETIQUETA) < WS-CHAVE-REFERENCIA
046600         SET WS-POSICAO-SELECAO TO WS-IDX-ETIQUETA
046700         MOVE WS-ET-CHAVE-ORDEM (WS-IDX-ETIQUETA)
046800                                TO WS-CHAVE-REFERENCIA
046900     END-IF.
047000
047100 3110-PROCURAR-MENOR-EXIT.
047200     EXIT.
047300
047400 3200-INICIAR-LOJA.
047500*---------------------------------------------------------------*
047600*    ZERA OS CONTADORES DA LOJA E GRAVA O CABECALHO DELA        *
047700*---------------------------------------------------------------*
047800     MOVE WS-ET-BRANCH-CODE (WS-IDX-ETIQUETA)
047900                                TO WS-FILIAL-CORRENTE.
048000     MOVE ZERO                  TO WS-CONTADOR-LOJA.
048100     MOVE ZERO                  TO WS-CONTADOR-LOJA-DE-POR.
048200     MOVE ZERO                  TO WS-QTD-CATEGORIAS.
048300     ADD 1                      TO WS-CONTADOR-LOJAS.
048400
048500     MOVE SPACES                TO REL-LINHA-ETIQUETA.
048600     WRITE REL-LINHA-ETIQUETA.
048700     STRING "ETIQUETAS DA FILIAL " WS-FILIAL-CORRENTE
048800         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
048900     WRITE REL-LINHA-ETIQUETA.
049000     MOVE "CAT   ITEM        DESCRICAO             PRECO NOVO    P
049100-    "RECO DE  VIGENCIA  ETIQUETA  MOV"
049200         TO REL-LINHA-ETIQUETA.
049300     WRITE REL-LINHA-ETIQUETA.
049400     MOVE SPACES                TO REL-LINHA-ETIQUETA.
049500     WRITE REL-LINHA-ETIQUETA.
049600
049700 3200-INICIAR-LOJA-EXIT.
049800     EXIT.
049900
050000 3300-GRAVAR-ETIQUETA.
050100*---------------------------------------------------------------*
050200*    GRAVA A ETIQUETA NO EXTRATO E NA LISTAGEM.  INICIO DE      *
050300*    PROMOCAO SAI DE/POR COM O PRECO DE ANTES DA PROMOCAO       *
050400*---------------------------------------------------------------*
050500     MOVE SPACES                TO EL-REGISTRO-ETIQUETA.
050600     MOVE WS-ET-BRANCH-CODE (WS-IDX-ETIQUETA) TO EL-BRANCH-CODE.
050700     MOVE WS-ET-CATEGORIA (WS-IDX-ETIQUETA)   TO EL-CATEGORY-CODE.
050800     MOVE WS-ET-ITEM-CODE (WS-IDX-ETIQUETA)   TO EL-ITEM-CODE.
050900     MOVE WS-ET-DESCRICAO (WS-IDX-ETIQUETA)   TO EL-DESCRICAO.
051000     MOVE WS-ET-VENDA-FINAL (WS-IDX-ETIQUETA) TO EL-VENDA-NOVA.
051100     MOVE WS-ET-DATA-VIGENCIA (WS-IDX-ETIQUETA)
051200                                TO EL-DATA-VIGENCIA.
051300     IF  WS-ET-PROMO-INICIO (WS-IDX-ETIQUETA)
051400         SET EL-ETIQUETA-DE-POR TO TRUE
051500         MOVE WS-ET-VENDA-ANTERIOR (WS-IDX-ETIQUETA)
051600                                TO EL-VENDA-ANTERIOR
051700     ELSE
051800         SET EL-ETIQUETA-REGULAR TO TRUE
051900         MOVE ZERO              TO EL-VENDA-ANTERIOR
052000     END-IF.
052100     WRITE EL-REGISTRO-ETIQUETA.
052200
052300     MOVE EL-CATEGORY-CODE      TO WS-LE-CATEGORIA.
052400     MOVE EL-ITEM-CODE          TO WS-LE-ITEM-CODE.
052500     MOVE EL-DESCRICAO          TO WS-LE-DESCRICAO.
052600     MOVE EL-VENDA-NOVA         TO WS-LE-VENDA-NOVA.
052700     MOVE EL-VENDA-ANTERIOR     TO WS-LE-VENDA-ANTERIOR.
052800     MOVE EL-DATA-VIGENCIA      TO WS-LE-DATA-VIGENCIA.
052900     IF  EL-ETIQUETA-DE-POR
053000         MOVE "DE/POR"          TO WS-LE-TIPO
053100     ELSE
053200         MOVE "REGULAR"         TO WS-LE-TIPO
053300     END-IF.
053400     MOVE WS-ET-QTD-MOVIMENTOS (WS-IDX-ETIQUETA)
053500                                TO WS-LE-MOVIMENTOS.
053600     MOVE WS-LINHA-ETIQUETA     TO REL-LINHA-ETIQUETA.
053700     WRITE REL-LINHA-ETIQUETA.
053800
053900     ADD 1                      TO WS-CONTADOR-ETIQUETAS.
054000     ADD 1                      TO WS-CONTADOR-LOJA.
054100     IF  EL-ETIQUETA-DE-POR
054200         ADD 1                  TO WS-CONTADOR-DE-POR
054300         ADD 1                  TO WS-CONTADOR-LOJA-DE-POR
054400     END-IF.
054500
054600     PERFORM 3350-ACUMULAR-CATEGORIA
054700         THRU 3350-ACUMULAR-CATEGORIA-EXIT.
054800
054900 3300-GRAVAR-ETIQUETA-EXIT.
055000     EXIT.
055100
055200 3350-ACUMULAR-CATEGORIA.
055300*---------------------------------------------------------------*
055400*    SOMA A ETIQUETA NA CATEGORIA DA LOJA CORRENTE              *
055500*---------------------------------------------------------------*
055600     SET WS-IDX-CATEGORIA       TO 1.
055700     SEARCH WS-TABELA-CATEGORIA
055800         AT END
055900             ADD 1 TO WS-CONTADOR-ESTOURO
056000         WHEN WS-IDX-CATEGORIA > WS-QTD-CATEGORIAS
056100             ADD 1 TO WS-QTD-CATEGORIAS
056200             MOVE EL-CATEGORY-CODE
056300                 TO WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
056400             MOVE 1
056500                 TO WS-CATEGORIA-ETIQUETAS (WS-IDX-CATEGORIA)
056600             MOVE ZERO
056700                 TO WS-CATEGORIA-DE-POR (WS-IDX-CATEGORIA)
056800             IF  EL-ETIQUETA-DE-POR
056900                 MOVE 1
057000                     TO WS-CATEGORIA-DE-POR (WS-IDX-CATEGORIA)
057100             END-IF
057200         WHEN WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA) =
057300              EL-CATEGORY-CODE
057400             ADD 1 TO WS-CATEGORIA-ETIQUETAS (WS-IDX-CATEGORIA)
057500             IF  EL-ETIQUETA-DE-POR
057600                 ADD 1 TO WS-CATEGORIA-DE-POR (WS-IDX-CATEGORIA)
057700             END-IF
057800     END-SEARCH.
057900
058000 3350-ACUMULAR-CATEGORIA-EXIT.
058100     EXIT.
058200
058300 3400-GRAVAR-CONTROLE-LOJA.
058400*---------------------------------------------------------------*
058500*    PAGINA DE CONTROLE DA LOJA: ETIQUETAS POR CATEGORIA, TOTAL *
058600*    DA LOJA E QUANTAS SAO DE/POR                               *
058700*---------------------------------------------------------------*
058800     MOVE SPACES                TO REL-LINHA-ETIQUETA.
058900     WRITE REL-LINHA-ETIQUETA.
059000     STRING "PAGINA DE CONTROLE - FILIAL " WS-FILIAL-CORRENTE
059100         " - MOVIMENTO DE " WS-DATA-MOVIMENTO
059200         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
059300     WRITE REL-LINHA-ETIQUETA.
059400     MOVE "CAT       ETIQUETAS   DE/POR"
059500         TO REL-LINHA-ETIQUETA.
059600     WRITE REL-LINHA-ETIQUETA.
059700
059800     PERFORM 3450-GRAVAR-CATEGORIA-LOJA
059900         THRU 3450-GRAVAR-CATEGORIA-LOJA-EXIT
060000         VARYING WS-IDX-CATEGORIA FROM 1 BY 1
060100             UNTIL WS-IDX-CATEGORIA > WS-QTD-CATEGORIAS.
060200
060300     MOVE SPACES                TO REL-LINHA-ETIQUETA.
060400     MOVE WS-CONTADOR-LOJA      TO WS-CONTADOR-EDITADO.
060500     STRING "TOTAL DE ETIQUETAS DA LOJA: " WS-CONTADOR-EDITADO
060600         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
060700     WRITE REL-LINHA-ETIQUETA.
060800     MOVE SPACES                TO REL-LINHA-ETIQUETA.
060900     MOVE WS-CONTADOR-LOJA-DE-POR TO WS-CONTADOR-EDITADO.
061000     STRING "ETIQUETAS DE/POR...........: " WS-CONTADOR-EDITADO
061100         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
061200     WRITE REL-LINHA-ETIQUETA.
061300
061400 3400-GRAVAR-CONTROLE-LOJA-EXIT.
061500     EXIT.
061600
061700 3450-GRAVAR-CATEGORIA-LOJA.
061800*---------------------------------------------------------------*
061900*    GRAVA A CONTAGEM DE UMA CATEGORIA DA LOJA                  *
062000*---------------------------------------------------------------*
062100     MOVE WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
062200                                TO WS-LC-CATEGORIA.
062300     MOVE WS-CATEGORIA-ETIQUETAS (WS-IDX-CATEGORIA)
062400                                TO WS-LC-ETIQUETAS.
062500     MOVE WS-CATEGORIA-DE-POR (WS-IDX-CATEGORIA)
062600                                TO WS-LC-DE-POR.
062700     MOVE WS-LINHA-CONTROLE     TO REL-LINHA-ETIQUETA.
062800     WRITE REL-LINHA-ETIQUETA.
062900
063000 3450-GRAVAR-CATEGORIA-LOJA-EXIT.
063100     EXIT.
063200
063300 9000-FINALIZAR.
063400*---------------------------------------------------------------*
063500*    GRAVA OS TOTAIS, FECHA OS ARQUIVOS E EXIBE OS CONTADORES.  *
063600*    ITEM FORA DO MESTRE OU ALEM DA TABELA TERMINA COM AVISO    *
063700*    (RC 4)                                                     *
063800*---------------------------------------------------------------*
063900     MOVE SPACES                TO REL-LINHA-ETIQUETA.
064000     WRITE REL-LINHA-ETIQUETA.
064100     MOVE WS-CONTADOR-DO-DIA    TO WS-CONTADOR-EDITADO.
064200     STRING "MOVIMENTOS DO DIA....: " WS-CONTADOR-EDITADO
064300         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
064400     WRITE REL-LINHA-ETIQUETA.
064500     MOVE SPACES                TO REL-LINHA-ETIQUETA.
064600     MOVE WS-CONTADOR-LOJAS     TO WS-CONTADOR-EDITADO.
064700     STRING "LOJAS COM ETIQUETAS..: " WS-CONTADOR-EDITADO
064800         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
064900     WRITE REL-LINHA-ETIQUETA.
065000     MOVE SPACES                TO REL-LINHA-ETIQUETA.
065100     MOVE WS-CONTADOR-ETIQUETAS TO WS-CONTADOR-EDITADO.
065200     STRING "ETIQUETAS GERADAS....: " WS-CONTADOR-EDITADO
065300         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
065400     WRITE REL-LINHA-ETIQUETA.
065500     MOVE SPACES                TO REL-LINHA-ETIQUETA.
065600     MOVE WS-CONTADOR-DE-POR    TO WS-CONTADOR-EDITADO.
065700     STRING "ETIQUETAS DE/POR.....: " WS-CONTADOR-EDITADO
065800         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
065900     WRITE REL-LINHA-ETIQUETA.
066000     MOVE SPACES                TO REL-LINHA-ETIQUETA.
066100     MOVE WS-CONTADOR-SEM-MUDANCA TO WS-CONTADOR-EDITADO.
066200     STRING "SEM MUDANCA NO DIA...: " WS-CONTADOR-EDITADO
066300         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
066400     WRITE REL-LINHA-ETIQUETA.
066500     MOVE SPACES                TO REL-LINHA-ETIQUETA.
066600     MOVE WS-CONTADOR-SEM-MESTRE TO WS-CONTADOR-EDITADO.
066700     STRING "ITENS FORA DO MESTRE.: " WS-CONTADOR-EDITADO
066800         DELIMITED BY SIZE INTO REL-LINHA-ETIQUETA.
066900     WRITE REL-LINHA-ETIQUETA.
067000
067100     CLOSE PRODMAST-ARQ.
067200     CLOSE ETQLOJA-ARQ.
067300     CLOSE RELETQ-ARQ.
067400
067500     IF  WS-CONTADOR-SEM-MESTRE > ZERO
067600     OR  WS-CONTADOR-ESTOURO > ZERO
067700         MOVE 4 TO RETURN-CODE
067800     END-IF.
067900
068000     DISPLAY " ".
068100     DISPLAY "ETIQUETAS DE GONDOLA ENCERRADAS.".
068200     DISPLAY "MOVIMENTOS LIDOS.....: " WS-CONTADOR-LIDOS.
068300     DISPLAY "MOVIMENTOS DO DIA....: " WS-CONTADOR-DO-DIA.
068400     DISPLAY "LOJAS COM ETIQUETAS..: " WS-CONTADOR-LOJAS.
068500     DISPLAY "ETIQUETAS GERADAS....: " WS-CONTADOR-ETIQUETAS.
068600     DISPLAY "ETIQUETAS DE/POR.....: " WS-CONTADOR-DE-POR.
068700     DISPLAY "SEM MUDANCA NO DIA...: " WS-CONTADOR-SEM-MUDANCA.
068800     DISPLAY "ITENS FORA DO MESTRE.: " WS-CONTADOR-SEM-MESTRE.
068900     IF  WS-CONTADOR-ESTOURO > ZERO
069000         DISPLAY "ENTRADAS ALEM DAS TABELAS: "
069100             WS-CONTADOR-ESTOURO
069200     END-IF.
069300
069400 9000-FINALIZAR-EXIT.
069500     EXIT.
069600
069700 9999-EXIT.
069800     STOP RUN.
069900
070000 END PROGRAM RELETQ.

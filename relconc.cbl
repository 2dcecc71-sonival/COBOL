002310*    2026-09-01 JA    RESUMO POR FILIAL E POR CATEGORIA (QTD DE
002320*                     ITENS ACIMA E ABAIXO DO LIMITE) APOS O
002330*                     DETALHE, NO MOLDE DO ROLLUP DO CALC1.
002340*    2026-10-15 JA    DETALHE E RESUMO IMPRIMEM O NOME DA FILIAL/
002350*                     CATEGORIA AO LADO DO CODIGO, LIDO DOS
002360*                     CADASTROS DE REFERENCIA (FILMAST/CATMAST);
002370*                     SEM O CADASTRO O NOME SAI EM BRANCO.
002380*    2026-10-15 JA    MARKUP AO PRECO DO CONCORRENTE SOBRE A VENDA
002390*                     LIQUIDA DE ICMS (CALCICMS).
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004100     SELECT RELCONC-ARQ ASSIGN TO "RELCONC"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-RELCONC.
004305
004310     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
004315         ORGANIZATION IS INDEXED
004320         ACCESS MODE IS DYNAMIC
004325         RECORD KEY IS FM-BRANCH-CODE
004330         FILE STATUS IS WS-FS-FILMAST.
004335
004340     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
004345         ORGANIZATION IS INDEXED
004350         ACCESS MODE IS DYNAMIC
004355         RECORD KEY IS CM-CATEGORY-CODE
004360         FILE STATUS IS WS-FS-CATMAST.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 132 CHARACTERS.
005800 01  REL-LINHA-CONCORR           PIC X(132).
005810
005820 FD  FILMAST-ARQ
005830     LABEL RECORDS ARE STANDARD.
005840     COPY FILMAST.
005850
005860 FD  CATMAST-ARQ
005870     LABEL RECORDS ARE STANDARD.
005880     COPY CATMAST.
005900
006000 WORKING-STORAGE SECTION.
006100
006500 77  WS-FS-CONCFILE          PIC X(02).
006600 77  WS-FS-PRODMAST          PIC X(02).
006700 77  WS-FS-RELCONC           PIC X(02).
006720 77  WS-FS-FILMAST           PIC X(02).
006740 77  WS-FS-CATMAST           PIC X(02).
006800
006900*---------------------------------------------------------------*
007000*    CHAVES E INDICADORES DE CONTROLE                           *
007900     05  WS-SW-ITEM-NA-TABELA    PIC X(01) VALUE "N".
008000         88  WS-ITEM-NA-TABELA          VALUE "S".
008100         88  WS-ITEM-FORA-TABELA        VALUE "N".
008110     05  WS-SW-FILMAST-ABERTO    PIC X(01) VALUE "N".
008120         88  WS-FILMAST-ABERTO          VALUE "S".
008130         88  WS-FILMAST-FECHADO         VALUE "N".
008140     05  WS-SW-CATMAST-ABERTO    PIC X(01) VALUE "N".
008150         88  WS-CATMAST-ABERTO          VALUE "S".
008160         88  WS-CATMAST-FECHADO         VALUE "N".
008200
008300*---------------------------------------------------------------*
008400*    PARAMETRO DE DESVIO E CONTADORES                           *
009300 77  WS-DESVIO-NEGATIVO      PIC S9(03)V99 VALUE ZERO.
009400 77  WS-POSICAO-CORRENTE     PIC 9(04) VALUE ZERO.
009500 77  WS-CONTADOR-EDITADO     PIC ZZZ,ZZZ,ZZ9.
009520 77  WS-NOME-FILIAL          PIC X(30) VALUE SPACES.
009540 77  WS-NOME-CATEGORIA       PIC X(30) VALUE SPACES.
009600
009700*---------------------------------------------------------------*
009800*    BLOCO DE CHAMADA COMPARTILHADO COM OS SUBPROGRAMAS DE       *
009900*    CALCULO (CALCMRKP, CALCMRGN, CALCDESC)                     *
010000*---------------------------------------------------------------*
010100 COPY PCLINK.
010110
010120*---------------------------------------------------------------*
010130*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
010140*    (CALCICMS)                                                  *
010150*---------------------------------------------------------------*
010160 COPY ICLINK.
010200
010300*---------------------------------------------------------------*
010400*    OBSERVACAO MAIS BARATA POR ITEM                            *
011900     05  WS-LN-ITEM-CODE         PIC X(10).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  WS-LN-CATEGORIA         PIC X(04).
012120     05  FILLER                  PIC X(01) VALUE SPACES.
012140     05  WS-LN-NOME-CATEGORIA    PIC X(15).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  WS-LN-FILIAL            PIC X(04).
012320     05  FILLER                  PIC X(01) VALUE SPACES.
012340     05  WS-LN-NOME-FILIAL       PIC X(15).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  WS-LN-NOSSA-VENDA       PIC ZZZ,ZZ9.99.
012600     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  WS-LN-MARKUP-CONC       PIC -ZZ9.99.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  WS-LN-SITUACAO          PIC X(06).
013800     05  FILLER                  PIC X(08) VALUE SPACES.
013810
013820 01  WS-LINHA-ROLLUP.
013830     05  WS-LR-TIPO              PIC X(10).
013840     05  FILLER                  PIC X(02) VALUE SPACES.
013850     05  WS-LR-CODIGO            PIC X(04).
013852     05  FILLER                  PIC X(04) VALUE SPACES.
013854     05  WS-LR-NOME              PIC X(20).
013860     05  FILLER                  PIC X(02) VALUE SPACES.
013870     05  WS-LR-QTD-ACIMA         PIC ZZZ,ZZ9.
013880     05  FILLER                  PIC X(02) VALUE SPACES.
013890     05  WS-LR-QTD-ABAIXO        PIC ZZZ,ZZ9.
013891     05  FILLER                  PIC X(74) VALUE SPACES.
013900
014000 PROCEDURE DIVISION.
014100
018100         MOVE 16 TO RETURN-CODE
018200         GO TO 9999-EXIT
018300     END-IF.
018305
018310     OPEN INPUT FILMAST-ARQ.
018315     IF  WS-FS-FILMAST = "00"
018320         SET WS-FILMAST-ABERTO  TO TRUE
018325     ELSE
018330         SET WS-FILMAST-FECHADO TO TRUE
018335     END-IF.
018340     OPEN INPUT CATMAST-ARQ.
018345     IF  WS-FS-CATMAST = "00"
018350         SET WS-CATMAST-ABERTO  TO TRUE
018355     ELSE
018360         SET WS-CATMAST-FECHADO TO TRUE
018365     END-IF.
018400
018500     OPEN OUTPUT RELCONC-ARQ.
018600     IF  WS-FS-RELCONC NOT = "00"
019300     MOVE "RELATORIO DE COMPARACAO COM A CONCORRENCIA - RELCONC"
019400         TO REL-LINHA-CONCORR.
019500     WRITE REL-LINHA-CONCORR.
019550     MOVE "ITEM        CAT  NOME CATEGORIA   FIL  NOME FILIAL    N
019600-    "OSSA VENDA  CONCORRE  PRECO CONC  DATA OBS   DESVIO  MKP CON
019650-    "C  SITUAC"
019800         TO REL-LINHA-CONCORR.
019900     WRITE REL-LINHA-CONCORR.
020000     MOVE SPACES                TO REL-LINHA-CONCORR.
036500                                TO PC-VALOR-VENDA.
036600     MOVE ZERO                  TO PC-PERCENTUAL.
036700     SET PC-DIRECAO-DIRETA      TO TRUE.
036720     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
036740     MOVE PM-BRANCH-CODE        TO IC-BRANCH-CODE.
036760     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
036780     MOVE IC-ALIQUOTA           TO PC-ALIQUOTA-IMPOSTO.
036800     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
036900
037000     MOVE PM-ITEM-CODE          TO WS-LN-ITEM-CODE.
037100     MOVE PM-CATEGORY-CODE      TO WS-LN-CATEGORIA.
037200     MOVE PM-BRANCH-CODE        TO WS-LN-FILIAL.
037210     MOVE PM-CATEGORY-CODE      TO CM-CATEGORY-CODE.
037220     PERFORM 4400-BUSCAR-NOME-CATEGORIA
037230         THRU 4400-BUSCAR-NOME-CATEGORIA-EXIT.
037240     MOVE WS-NOME-CATEGORIA     TO WS-LN-NOME-CATEGORIA.
037250     MOVE PM-BRANCH-CODE        TO FM-BRANCH-CODE.
037260     PERFORM 4300-BUSCAR-NOME-FILIAL
037270         THRU 4300-BUSCAR-NOME-FILIAL-EXIT.
037280     MOVE WS-NOME-FILIAL        TO WS-LN-NOME-FILIAL.
037300     MOVE PM-VALOR-VENDA        TO WS-LN-NOSSA-VENDA.
037400     MOVE WS-CO-CONCORRENTE (WS-POSICAO-CORRENTE)
037500                                TO WS-LN-CONCORRENTE.
040273     MOVE "RESUMO POR FILIAL/CATEGORIA"
040274         TO REL-LINHA-CONCORR.
040275     WRITE REL-LINHA-CONCORR.
040276     MOVE "TIPO        CODIGO  NOME               ACIMA   ABAIXO"
040277         TO REL-LINHA-CONCORR.
040278     WRITE REL-LINHA-CONCORR.
040279     MOVE SPACES                TO REL-LINHA-CONCORR.
040300     MOVE "FILIAL"              TO WS-LR-TIPO.
040301     MOVE WS-FILIAL-CODIGO (WS-IDX-FILIAL)
040302                                TO WS-LR-CODIGO.
040303     MOVE WS-FILIAL-CODIGO (WS-IDX-FILIAL)
040304                                TO FM-BRANCH-CODE.
040305     PERFORM 4300-BUSCAR-NOME-FILIAL
040306         THRU 4300-BUSCAR-NOME-FILIAL-EXIT.
040307     MOVE WS-NOME-FILIAL        TO WS-LR-NOME.
040308     MOVE WS-FILIAL-QTD-ACIMA (WS-IDX-FILIAL)
040309                                TO WS-LR-QTD-ACIMA.
040310     MOVE WS-FILIAL-QTD-ABAIXO (WS-IDX-FILIAL)
040311                                TO WS-LR-QTD-ABAIXO.
040312     MOVE WS-LINHA-ROLLUP       TO REL-LINHA-CONCORR.
040313     WRITE REL-LINHA-CONCORR.
040314 4100-GRAVAR-LINHA-FILIAL-EXIT.
040315     EXIT.
040316
040317 4200-GRAVAR-LINHA-CATEGORIA.
040318*---------------------------------------------------------------*
040319*    GRAVA UMA LINHA DE RESUMO PARA A CATEGORIA CORRENTE         *
040320*---------------------------------------------------------------*
040321     MOVE SPACES                TO WS-LINHA-ROLLUP.
040322     MOVE "CATEGORIA"           TO WS-LR-TIPO.
040323     MOVE WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
040324                                TO WS-LR-CODIGO.
040325     MOVE WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
040326                                TO CM-CATEGORY-CODE.
040327     PERFORM 4400-BUSCAR-NOME-CATEGORIA
040328         THRU 4400-BUSCAR-NOME-CATEGORIA-EXIT.
040329     MOVE WS-NOME-CATEGORIA     TO WS-LR-NOME.
040330     MOVE WS-CATEGORIA-QTD-ACIMA (WS-IDX-CATEGORIA)
040331                                TO WS-LR-QTD-ACIMA.
040332     MOVE WS-CATEGORIA-QTD-ABAIXO (WS-IDX-CATEGORIA)
040333                                TO WS-LR-QTD-ABAIXO.
040334     MOVE WS-LINHA-ROLLUP       TO REL-LINHA-CONCORR.
040335     WRITE REL-LINHA-CONCORR.
040336 4200-GRAVAR-LINHA-CATEGORIA-EXIT.
040337     EXIT.
040338
040339 4300-BUSCAR-NOME-FILIAL.
040340*---------------------------------------------------------------*
040341*    DEVOLVE EM WS-NOME-FILIAL O NOME DA FILIAL DE FM-BRANCH-CODE*
040342*    (BRANCO SE O CODIGO OU O CADASTRO NAO EXISTIR)              *
040343*---------------------------------------------------------------*
040344     MOVE SPACES                TO WS-NOME-FILIAL.
040345     IF  WS-FILMAST-FECHADO
040346     OR  FM-BRANCH-CODE = SPACES
040347         GO TO 4300-BUSCAR-NOME-FILIAL-EXIT
040348     END-IF.
040349     READ FILMAST-ARQ
040350         KEY IS FM-BRANCH-CODE
040351         INVALID KEY     MOVE SPACES  TO WS-NOME-FILIAL
040352         NOT INVALID KEY MOVE FM-NOME TO WS-NOME-FILIAL
040353     END-READ.
040354
040355 4300-BUSCAR-NOME-FILIAL-EXIT.
040356     EXIT.
040357
040358 4400-BUSCAR-NOME-CATEGORIA.
040359*---------------------------------------------------------------*
040360*    DEVOLVE EM WS-NOME-CATEGORIA O NOME DA CATEGORIA DE         *
040361*    CM-CATEGORY-CODE (BRANCO SE O CODIGO OU O CADASTRO NAO      *
040362*    EXISTIR)                                                    *
040363*---------------------------------------------------------------*
040364     MOVE SPACES                TO WS-NOME-CATEGORIA.
040365     IF  WS-CATMAST-FECHADO
040366     OR  CM-CATEGORY-CODE = SPACES
040367         GO TO 4400-BUSCAR-NOME-CATEGORIA-EXIT
040368     END-IF.
040369     READ CATMAST-ARQ
040370         KEY IS CM-CATEGORY-CODE
040371         INVALID KEY     MOVE SPACES  TO WS-NOME-CATEGORIA
040372         NOT INVALID KEY MOVE CM-NOME TO WS-NOME-CATEGORIA
040373     END-READ.
040374
040375 4400-BUSCAR-NOME-CATEGORIA-EXIT.
040376     EXIT.
040377
040400 9000-FINALIZAR.
040500*---------------------------------------------------------------*
040600*    GRAVA O RESUMO, FECHA OS ARQUIVOS E EXIBE OS CONTADORES     *
042400
042500     CLOSE PRODMAST-ARQ.
042600     CLOSE RELCONC-ARQ.
042610     IF  WS-FILMAST-ABERTO
042620         CLOSE FILMAST-ARQ
042630     END-IF.
042640     IF  WS-CATMAST-ABERTO
042650         CLOSE CATMAST-ARQ
042660     END-IF.
042700
042800     DISPLAY " ".
042900     DISPLAY "COMPARACAO COM A CONCORRENCIA ENCERRADA.".

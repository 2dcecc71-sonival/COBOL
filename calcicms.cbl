000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCICMS.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: DEVOLVE A ALIQUOTA DE ICMS EMBUTIDA NO PRECO
000900*                   DE VENDA DE UM ITEM, A PARTIR DA CATEGORIA E
001000*                   DA FILIAL.  A UF DA FILIAL VEM DO CADASTRO DE
001100*                   FILIAIS (FILMAST) E A ALIQUOTA DA TABELA DE
001200*                   ICMS (ICMSTAB), MANTIDA PELO CADICMS.  A
001300*                   PROCURA VAI DA ENTRADA MAIS ESPECIFICA PARA A
001400*                   MAIS GERAL: CATEGORIA+UF, CATEGORIA COM UF EM
001500*                   BRANCO, CATEGORIA EM BRANCO COM A UF E POR FIM
001600*                   AMBAS EM BRANCO.  AS DUAS TABELAS SAO LIDAS
001700*                   UMA SO VEZ, NA PRIMEIRA CHAMADA.  SEM TABELA
001800*                   OU SEM ENTRADA APLICAVEL A ALIQUOTA VOLTA
001900*                   ZERO E O PRECO E TRATADO COMO LIQUIDO.
002000*                   CHAMADO POR TODOS OS PROGRAMAS QUE CALCULAM
002100*                   MARKUP OU MARGEM (VIA CALCMRKP/CALCMRGN).
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
003400     SELECT ICMSTAB-ARQ ASSIGN TO "ICMSTAB"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-ICMSTAB.
003700
003800     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS FM-BRANCH-CODE
004200         FILE STATUS IS WS-FS-FILMAST.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ICMSTAB-ARQ
004700     LABEL RECORDS ARE STANDARD.
004800     COPY ICMSTAB.
004900
005000 FD  FILMAST-ARQ
005100     LABEL RECORDS ARE STANDARD.
005200     COPY FILMAST.
005300
005400 WORKING-STORAGE SECTION.
005500
005600*---------------------------------------------------------------*
005700*    STATUS DE ARQUIVO                                          *
005800*---------------------------------------------------------------*
005900 77  WS-FS-ICMSTAB           PIC X(02).
006000 77  WS-FS-FILMAST           PIC X(02).
006100
006200*---------------------------------------------------------------*
006300*    CHAVES E INDICADORES DE CONTROLE                           *
006400*---------------------------------------------------------------*
006500 01  WS-SWITCHES.
006600     05  WS-SW-TABELA-CARREGADA  PIC X(01) VALUE "N".
006700         88  WS-TABELA-CARREGADA        VALUE "S".
006800         88  WS-TABELA-NAO-CARREGADA    VALUE "N".
006900     05  WS-SW-FIM-ICMS          PIC X(01) VALUE "N".
007000         88  FIM-ICMS                   VALUE "S".
007100         88  NAO-FIM-ICMS               VALUE "N".
007200     05  WS-SW-FIM-FILIAIS       PIC X(01) VALUE "N".
007300         88  FIM-FILIAIS                VALUE "S".
007400         88  NAO-FIM-FILIAIS            VALUE "N".
007500     05  WS-SW-ENTRADA-ACHADA    PIC X(01) VALUE "N".
007600         88  WS-ENTRADA-ACHADA          VALUE "S".
007700         88  WS-ENTRADA-NAO-ACHADA      VALUE "N".
007800
007900*---------------------------------------------------------------*
008000*    TABELA DE ALIQUOTAS CARREGADA EM MEMORIA                   *
008100*---------------------------------------------------------------*
008200 01  WS-TABELA-ICMS-DADOS.
008300     05  WS-QTD-ICMS             PIC 9(04) VALUE ZERO.
008400     05  WS-TABELA-ICMS OCCURS 500 TIMES
008500             INDEXED BY WS-IDX-ICMS.
008600         10  WS-TI-CATEGORIA     PIC X(04).
008700         10  WS-TI-UF            PIC X(02).
008800         10  WS-TI-ALIQUOTA      PIC 9(02)V99.
008900
009000*---------------------------------------------------------------*
009100*    FILIAL X UF CARREGADA EM MEMORIA                           *
009200*---------------------------------------------------------------*
009300 01  WS-TABELA-FILIAL-DADOS.
009400     05  WS-QTD-FILIAIS          PIC 9(04) VALUE ZERO.
009500     05  WS-TABELA-FILIAL OCCURS 200 TIMES
009600             INDEXED BY WS-IDX-FILIAL.
009700         10  WS-TF-FILIAL        PIC X(04).
009800         10  WS-TF-UF            PIC X(02).
009900
010000*---------------------------------------------------------------*
010100*    CHAVE DA PROCURA CORRENTE                                  *
010200*---------------------------------------------------------------*
010300 77  WS-CATEGORIA-PROCURA    PIC X(04) VALUE SPACES.
010400 77  WS-UF-PROCURA           PIC X(02) VALUE SPACES.
010500
010600 LINKAGE SECTION.
010700 COPY ICLINK.
010800
010900 PROCEDURE DIVISION USING IC-PARAMETROS-ICMS.
011000
011100 0000-MAINLINE.
011200*---------------------------------------------------------------*
011300*    PARAGRAFO PRINCIPAL                                        *
011400*---------------------------------------------------------------*
011500     SET IC-SEM-ALIQUOTA        TO TRUE.
011600     MOVE ZERO                  TO IC-ALIQUOTA.
011700     MOVE SPACES                TO IC-UF.
011800
011900     IF  WS-TABELA-NAO-CARREGADA
012000         PERFORM 1000-CARREGAR-TABELAS
012100             THRU 1000-CARREGAR-TABELAS-EXIT
012200     END-IF.
012300
012400     PERFORM 2000-LOCALIZAR-UF THRU 2000-LOCALIZAR-UF-EXIT.
012500
012600     IF  WS-QTD-ICMS = ZERO
012700         GO TO 9999-EXIT
012800     END-IF.
012900
013000     PERFORM 3000-LOCALIZAR-ALIQUOTA
013100         THRU 3000-LOCALIZAR-ALIQUOTA-EXIT.
013200
013300     GO TO 9999-EXIT.
013400
013500 1000-CARREGAR-TABELAS.
013600*---------------------------------------------------------------*
013700*    CARREGA A TABELA DE ICMS E A UF DE CADA FILIAL NA PRIMEIRA *
013800*    CHAMADA; ARQUIVO AUSENTE DEIXA A TABELA CORRESPONDENTE     *
013900*    VAZIA                                                      *
014000*---------------------------------------------------------------*
014100     SET WS-TABELA-CARREGADA    TO TRUE.
014200
014300     SET NAO-FIM-ICMS           TO TRUE.
014400     OPEN INPUT ICMSTAB-ARQ.
014500     IF  WS-FS-ICMSTAB = "00"
014600         PERFORM 1100-LER-UMA-ALIQUOTA
014700             THRU 1100-LER-UMA-ALIQUOTA-EXIT
014800         PERFORM 1200-ARMAZENAR-ALIQUOTA
014900             THRU 1200-ARMAZENAR-ALIQUOTA-EXIT
015000             UNTIL FIM-ICMS
015100         CLOSE ICMSTAB-ARQ
015200     END-IF.
015300
015400     SET NAO-FIM-FILIAIS        TO TRUE.
015500     OPEN INPUT FILMAST-ARQ.
015600     IF  WS-FS-FILMAST = "00"
015700         PERFORM 1300-LER-UMA-FILIAL
015800             THRU 1300-LER-UMA-FILIAL-EXIT
015900         PERFORM 1400-ARMAZENAR-FILIAL
016000             THRU 1400-ARMAZENAR-FILIAL-EXIT
016100             UNTIL FIM-FILIAIS
016200         CLOSE FILMAST-ARQ
016300     END-IF.
016400
016500 1000-CARREGAR-TABELAS-EXIT.
016600     EXIT.
016700
016800 1100-LER-UMA-ALIQUOTA.
016900     READ ICMSTAB-ARQ
017000         AT END     SET FIM-ICMS     TO TRUE
017100         NOT AT END SET NAO-FIM-ICMS TO TRUE
017200     END-READ.
017300 1100-LER-UMA-ALIQUOTA-EXIT.
017400     EXIT.
017500
017600 1200-ARMAZENAR-ALIQUOTA.
017700*---------------------------------------------------------------*
017800*    ARMAZENA UMA ALIQUOTA NA TABELA EM MEMORIA E LE A PROXIMA  *
017900*---------------------------------------------------------------*
018000     IF  WS-QTD-ICMS < 500
018100     AND TI-ALIQUOTA IS NUMERIC
018200         ADD 1 TO WS-QTD-ICMS
018300         MOVE TI-CATEGORY-CODE
018400             TO WS-TI-CATEGORIA (WS-QTD-ICMS)
018500         MOVE TI-UF
018600             TO WS-TI-UF (WS-QTD-ICMS)
018700         MOVE TI-ALIQUOTA
018800             TO WS-TI-ALIQUOTA (WS-QTD-ICMS)
018900     END-IF.
019000     PERFORM 1100-LER-UMA-ALIQUOTA
019100         THRU 1100-LER-UMA-ALIQUOTA-EXIT.
019200 1200-ARMAZENAR-ALIQUOTA-EXIT.
019300     EXIT.
019400
019500 1300-LER-UMA-FILIAL.
019600     READ FILMAST-ARQ NEXT RECORD
019700         AT END     SET FIM-FILIAIS     TO TRUE
019800         NOT AT END SET NAO-FIM-FILIAIS TO TRUE
019900     END-READ.
020000     IF  WS-FS-FILMAST NOT = "00"
020100     AND WS-FS-FILMAST NOT = "10"
020200         SET FIM-FILIAIS        TO TRUE
020300     END-IF.
020400 1300-LER-UMA-FILIAL-EXIT.
020500     EXIT.
020600
020700 1400-ARMAZENAR-FILIAL.
020800*---------------------------------------------------------------*
020900*    ARMAZENA A UF DE UMA FILIAL E LE A PROXIMA                 *
021000*---------------------------------------------------------------*
021100     IF  WS-QTD-FILIAIS < 200
021200         ADD 1 TO WS-QTD-FILIAIS
021300         MOVE FM-BRANCH-CODE
021400             TO WS-TF-FILIAL (WS-QTD-FILIAIS)
021500         MOVE FM-UF
021600             TO WS-TF-UF (WS-QTD-FILIAIS)
021700     END-IF.
021800     PERFORM 1300-LER-UMA-FILIAL THRU 1300-LER-UMA-FILIAL-EXIT.
021900 1400-ARMAZENAR-FILIAL-EXIT.
022000     EXIT.
022100
022200 2000-LOCALIZAR-UF.
022300*---------------------------------------------------------------*
022400*    DEVOLVE A UF DA FILIAL; FILIAL NAO CADASTRADA FICA SEM UF  *
022500*---------------------------------------------------------------*
022600     IF  IC-BRANCH-CODE = SPACES
022700     OR  WS-QTD-FILIAIS = ZERO
022800         GO TO 2000-LOCALIZAR-UF-EXIT
022900     END-IF.
023000
023100     SET WS-IDX-FILIAL          TO 1.
023200     SEARCH WS-TABELA-FILIAL
023300         AT END
023400             CONTINUE
023500         WHEN WS-IDX-FILIAL > WS-QTD-FILIAIS
023600             CONTINUE
023700         WHEN WS-TF-FILIAL (WS-IDX-FILIAL) = IC-BRANCH-CODE
023800             MOVE WS-TF-UF (WS-IDX-FILIAL) TO IC-UF
023900     END-SEARCH.
024000
024100 2000-LOCALIZAR-UF-EXIT.
024200     EXIT.
024300
024400 3000-LOCALIZAR-ALIQUOTA.
024500*---------------------------------------------------------------*
024600*    PROCURA DA ENTRADA MAIS ESPECIFICA PARA A MAIS GERAL       *
024700*---------------------------------------------------------------*
024800     MOVE IC-CATEGORY-CODE      TO WS-CATEGORIA-PROCURA.
024900     MOVE IC-UF                 TO WS-UF-PROCURA.
025000     PERFORM 3100-PROCURAR-ENTRADA
025050         THRU 3100-PROCURAR-ENTRADA-EXIT.
025100     IF  WS-ENTRADA-ACHADA
025200         GO TO 3000-LOCALIZAR-ALIQUOTA-EXIT
025300     END-IF.
025400
025500     MOVE SPACES                TO WS-UF-PROCURA.
025600     PERFORM 3100-PROCURAR-ENTRADA
025650         THRU 3100-PROCURAR-ENTRADA-EXIT.
025700     IF  WS-ENTRADA-ACHADA
025800         GO TO 3000-LOCALIZAR-ALIQUOTA-EXIT
025900     END-IF.
026000
026100     MOVE SPACES                TO WS-CATEGORIA-PROCURA.
026200     MOVE IC-UF                 TO WS-UF-PROCURA.
026300     PERFORM 3100-PROCURAR-ENTRADA
026350         THRU 3100-PROCURAR-ENTRADA-EXIT.
026400     IF  WS-ENTRADA-ACHADA
026500         GO TO 3000-LOCALIZAR-ALIQUOTA-EXIT
026600     END-IF.
026700
026800     MOVE SPACES                TO WS-UF-PROCURA.
026900     PERFORM 3100-PROCURAR-ENTRADA
026950         THRU 3100-PROCURAR-ENTRADA-EXIT.
027000
027100 3000-LOCALIZAR-ALIQUOTA-EXIT.
027200     EXIT.
027300
027400 3100-PROCURAR-ENTRADA.
027500*---------------------------------------------------------------*
027600*    PROCURA UMA CHAVE EXATA DE CATEGORIA+UF NA TABELA          *
027700*---------------------------------------------------------------*
027800     SET WS-ENTRADA-NAO-ACHADA  TO TRUE.
027900
028000     SET WS-IDX-ICMS            TO 1.
028100     SEARCH WS-TABELA-ICMS
028200         AT END
028300             CONTINUE
028400         WHEN WS-IDX-ICMS > WS-QTD-ICMS
028500             CONTINUE
028600         WHEN WS-TI-CATEGORIA (WS-IDX-ICMS) = WS-CATEGORIA-PROCURA
028700          AND WS-TI-UF (WS-IDX-ICMS) = WS-UF-PROCURA
028800             SET WS-ENTRADA-ACHADA TO TRUE
028900             MOVE WS-TI-ALIQUOTA (WS-IDX-ICMS) TO IC-ALIQUOTA
029000             SET IC-ALIQUOTA-ACHADA TO TRUE
029100     END-SEARCH.
029200
029300 3100-PROCURAR-ENTRADA-EXIT.
029400     EXIT.
029500
029600 9999-EXIT.
029700     GOBACK.
029800
029900 END PROGRAM CALCICMS.

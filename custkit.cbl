000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUSTKIT.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: ROLLUP DO CUSTO DOS KITS (CESTAS,
000900*                   MULTIPACKS).  LE A COMPOSICAO DOS KITS
001000*                   (KITCOMP), SOMA PARA CADA KIT O VALOR DE
001100*                   COMPRA ATUAL DE CADA COMPONENTE NO MESTRE
001200*                   VEZES A QUANTIDADE E, QUANDO A SOMA DIFERE DO
001300*                   VALOR DE COMPRA DO KIT, ATUALIZA O CUSTO DO
001400*                   KIT, RECALCULA O PERCENTUAL DE MARKUP CONTRA
001500*                   O VALOR DE VENDA INALTERADO (SOBRE A VENDA
001600*                   LIQUIDA DE ICMS, CALCICMS), GRAVA HISTORICO E
001700*                   AUDITORIA (TIPO "C") E IMPRIME NO RELATORIO
001800*                   DE EROSAO (RELKIT) O KIT CUJO MARKUP CAIU
001900*                   ABAIXO DO MINIMO DA POLITICA DE MARGEM
002000*                   (MRGPOL), COMO O CUSTBAT FAZ PARA O ITEM
002100*                   AVULSO.  RODA DEPOIS DO CUSTBAT.  KIT COM
002200*                   COMPONENTE INEXISTENTE, INATIVO OU SEM CUSTO,
002300*                   OU COM LINHA INVALIDA, NAO E RECALCULADO E
002400*                   SAI NO RELATORIO.  UM KIT QUE E COMPONENTE DE
002500*                   OUTRO ENTRA COM O CUSTO QUE TINHA NO MESTRE
002600*                   NO INICIO DA EXECUCAO.  KIT INATIVO E CONTADO
002620*                   UMA VEZ E SUAS LINHAS SAO IGNORADAS, SEM
002640*                   RELATO.
002700*                   RETURN-CODE: 0 = OK, 4 = HOUVE EROSAO, 8 =
002800*                   HOUVE REJEITOS, 16 = ERRO DE ARQUIVO.
002900*-----------------------------------------------------------------
003000*    MODIFICATION HISTORY
003100*    DATE       INIT  DESCRICAO
003200*    ---------- ----  -------------------------------------------
003300*    2026-10-15 JA    PROGRAMA ORIGINAL.
003320*    2026-10-15 JA    KIT INATIVO E IDENTIFICADO NA PRIMEIRA LINHA
003340*                     E TEM AS DEMAIS IGNORADAS, SEM REJEITOS.
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT KITCOMP-ARQ ASSIGN TO "KITCOMP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-KITCOMP.
004400
004500     SELECT PRODMAST-ARQ ASSIGN TO "PRODMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PM-ITEM-CODE
004900         FILE STATUS IS WS-FS-PRODMAST.
005000
005100     SELECT AUDITLOG-ARQ ASSIGN TO "AUDITLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-AUDITLOG.
005400
005500     SELECT PRICHIST-ARQ ASSIGN TO "PRICHIST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FS-PRICHIST.
005800
005900     SELECT RELKIT-ARQ ASSIGN TO "RELKIT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-RELKIT.
006200
006300     SELECT MRGPOL-ARQ ASSIGN TO "MRGPOL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FS-MRGPOL.
006600
006700     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS FM-BRANCH-CODE
007100         FILE STATUS IS WS-FS-FILMAST.
007200
007300     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS CM-CATEGORY-CODE
007700         FILE STATUS IS WS-FS-CATMAST.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  KITCOMP-ARQ
008200     LABEL RECORDS ARE STANDARD.
008300     COPY KITCOMP.
008400
008500 FD  PRODMAST-ARQ
008600     LABEL RECORDS ARE STANDARD.
008700     COPY PRODMAST.
008800
008900 FD  AUDITLOG-ARQ
009000     LABEL RECORDS ARE STANDARD.
009100     COPY AUDITREC.
009200
009300 FD  PRICHIST-ARQ
009400     LABEL RECORDS ARE STANDARD.
009500     COPY PRICHIST.
009600
009700 FD  RELKIT-ARQ
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 132 CHARACTERS.
010000 01  REL-LINHA-KIT               PIC X(132).
010100
010200 FD  MRGPOL-ARQ
010300     LABEL RECORDS ARE STANDARD.
010400     COPY MRGNPOL.
010500
010600 FD  FILMAST-ARQ
010700     LABEL RECORDS ARE STANDARD.
010800     COPY FILMAST.
010900
011000 FD  CATMAST-ARQ
011100     LABEL RECORDS ARE STANDARD.
011200     COPY CATMAST.
011300
011400 WORKING-STORAGE SECTION.
011500
011600*---------------------------------------------------------------*
011700*    STATUS DE ARQUIVO                                          *
011800*---------------------------------------------------------------*
011900 77  WS-FS-KITCOMP           PIC X(02).
012000 77  WS-FS-PRODMAST          PIC X(02).
012100 77  WS-FS-AUDITLOG          PIC X(02).
012200 77  WS-FS-PRICHIST          PIC X(02).
012300 77  WS-FS-RELKIT            PIC X(02).
012400 77  WS-FS-MRGPOL            PIC X(02).
012500 77  WS-FS-FILMAST           PIC X(02).
012600 77  WS-FS-CATMAST           PIC X(02).
012700
012800*---------------------------------------------------------------*
012900*    CHAVES E INDICADORES DE CONTROLE                           *
013000*---------------------------------------------------------------*
013100 01  WS-SWITCHES.
013200     05  WS-SW-FIM-KITCOMP       PIC X(01) VALUE "N".
013300         88  FIM-KITCOMP                VALUE "S".
013400         88  NAO-FIM-KITCOMP            VALUE "N".
013500     05  WS-SW-MASTER-ACHADO     PIC X(01) VALUE "N".
013600         88  WS-MASTER-ACHADO           VALUE "S".
013700         88  WS-MASTER-NAO-ACHADO       VALUE "N".
013800     05  WS-SW-FIM-MRGPOL        PIC X(01) VALUE "N".
013900         88  FIM-MRGPOL                 VALUE "S".
014000         88  NAO-FIM-MRGPOL             VALUE "N".
014100     05  WS-SW-POLITICA          PIC X(01) VALUE "N".
014200         88  WS-POLITICA-ACHADA         VALUE "S".
014300         88  WS-POLITICA-NAO-ACHADA     VALUE "N".
014400     05  WS-SW-FILMAST-ABERTO    PIC X(01) VALUE "N".
014500         88  WS-FILMAST-ABERTO          VALUE "S".
014600         88  WS-FILMAST-FECHADO         VALUE "N".
014700     05  WS-SW-CATMAST-ABERTO    PIC X(01) VALUE "N".
014800         88  WS-CATMAST-ABERTO          VALUE "S".
014900         88  WS-CATMAST-FECHADO         VALUE "N".
015000     05  WS-SW-KIT-NA-TABELA     PIC X(01) VALUE "N".
015100         88  WS-KIT-NA-TABELA           VALUE "S".
015200         88  WS-KIT-FORA-TABELA         VALUE "N".
015300
015400*---------------------------------------------------------------*
015500*    LIMITE DE MARGEM E CONTADORES DO PROCESSAMENTO             *
015600*---------------------------------------------------------------*
015700 77  WS-PCT-MINIMO           PIC S9(03)V99 VALUE +10.
015800 77  WS-PCT-MIN-EFETIVO      PIC S9(03)V99 VALUE ZERO.
015900
016000*---------------------------------------------------------------*
016100*    POLITICA DE MARGEM POR CATEGORIA/FILIAL CARREGADA EM        *
016200*    MEMORIA; SEM POLITICA PARA O KIT VALE O MINIMO GLOBAL       *
016300*---------------------------------------------------------------*
016400 01  WS-TABELA-POLITICA-DADOS.
016500     05  WS-QTD-POLITICAS        PIC 9(04) VALUE ZERO.
016600     05  WS-TABELA-POLITICA OCCURS 100 TIMES
016700             INDEXED BY WS-IDX-POLITICA.
016800         10  WS-POL-CATEGORIA    PIC X(04).
016900         10  WS-POL-FILIAL       PIC X(04).
017000         10  WS-POL-MINIMO       PIC S9(03)V99.
017100         10  WS-POL-MAXIMO       PIC S9(03)V99.
017200         10  WS-POL-ALVO         PIC S9(03)V99.
017300
017400*---------------------------------------------------------------*
017500*    KITS DA COMPOSICAO COM O CUSTO SOMADO DOS COMPONENTES; A    *
017600*    COMPOSICAO PODE VIR EM QUALQUER ORDEM                       *
017700*---------------------------------------------------------------*
017800 01  WS-TABELA-KIT-DADOS.
017900     05  WS-QTD-KITS             PIC 9(04) VALUE ZERO.
018000     05  WS-TABELA-KIT OCCURS 500 TIMES
018100             INDEXED BY WS-IDX-KIT.
018200         10  WS-KT-KIT-CODE      PIC X(10).
018300         10  WS-KT-CUSTO-TOTAL   PIC 9(08)V99.
018400         10  WS-KT-QTD-COMPONENTES PIC 9(04).
018500         10  WS-KT-SITUACAO      PIC X(01).
018600             88  WS-KT-SEM-ERRO         VALUE "S".
018700             88  WS-KT-COM-ERRO         VALUE "E".
018750             88  WS-KT-INATIVO          VALUE "I".
018800
018900 77  WS-CONTADOR-LIDOS       PIC 9(08) VALUE ZERO.
019000 77  WS-CONTADOR-RECALCULADOS PIC 9(08) VALUE ZERO.
019100 77  WS-CONTADOR-INALTERADOS PIC 9(08) VALUE ZERO.
019200 77  WS-CONTADOR-INATIVOS    PIC 9(08) VALUE ZERO.
019300 77  WS-CONTADOR-EROSAO      PIC 9(08) VALUE ZERO.
019400 77  WS-CONTADOR-REJEITADOS  PIC 9(08) VALUE ZERO.
019500 77  WS-CONTADOR-NAO-RECALC  PIC 9(08) VALUE ZERO.
019600 77  WS-CONTADOR-ESTOURO     PIC 9(08) VALUE ZERO.
019700 77  WS-NOME-FILIAL          PIC X(30) VALUE SPACES.
019800 77  WS-NOME-CATEGORIA       PIC X(30) VALUE SPACES.
019900 77  WS-COMPRA-ANTERIOR      PIC 9(06)V99 VALUE ZERO.
020000 77  WS-CUSTO-MAXIMO         PIC 9(08)V99 VALUE 999999.99.
020100
020200 01  WS-DATA-HORA-SISTEMA.
020300     05  WS-DATA-SISTEMA         PIC 9(08).
020400     05  WS-HORA-SISTEMA         PIC 9(08).
020500
020600*---------------------------------------------------------------*
020700*    BLOCO DE CHAMADA COMPARTILHADO COM OS SUBPROGRAMAS DE       *
020800*    CALCULO (CALCMRKP, CALCMRGN, CALCDESC)                     *
020900*---------------------------------------------------------------*
021000 COPY PCLINK.
021100
021200*---------------------------------------------------------------*
021300*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
021400*    (CALCICMS)                                                  *
021500*---------------------------------------------------------------*
021600 COPY ICLINK.
021700
021800*---------------------------------------------------------------*
021900*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SNAPSHOT DO MESTRE       *
022000*    (CALCSNAP)                                                  *
022100*---------------------------------------------------------------*
022200 COPY SNLINK.
022300
022400*---------------------------------------------------------------*
022500*    LAYOUT DA LINHA DE RELATORIO                                *
022600*---------------------------------------------------------------*
022700 01  WS-LINHA-KIT.
022800     05  WS-LI-KIT-CODE          PIC X(10).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  WS-LI-COMPONENTE        PIC X(10).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  WS-LI-CATEGORIA         PIC X(04).
023300     05  FILLER                  PIC X(01) VALUE SPACES.
023400     05  WS-LI-NOME-CATEGORIA    PIC X(12).
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  WS-LI-FILIAL            PIC X(04).
023700     05  FILLER                  PIC X(01) VALUE SPACES.
023800     05  WS-LI-NOME-FILIAL       PIC X(12).
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  WS-LI-COMPRA-ANTERIOR   PIC ZZZ,ZZ9.99.
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  WS-LI-COMPRA-NOVA       PIC ZZZ,ZZ9.99.
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  WS-LI-VENDA             PIC ZZZ,ZZ9.99.
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  WS-LI-PERCENTUAL        PIC -ZZ9.9999.
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  WS-LI-MOTIVO            PIC X(22).
024900     05  FILLER                  PIC X(01) VALUE SPACES.
025000
025100 PROCEDURE DIVISION.
025200
025300 0000-MAINLINE.
025400*---------------------------------------------------------------*
025500*    PARAGRAFO PRINCIPAL                                        *
025600*---------------------------------------------------------------*
025700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
025800
025900     PERFORM 2000-ACUMULAR-COMPONENTE
026000         THRU 2000-ACUMULAR-COMPONENTE-EXIT
026100         UNTIL FIM-KITCOMP.
026200
026300     PERFORM 3000-RECALCULAR-KIT
026400         THRU 3000-RECALCULAR-KIT-EXIT
026500         VARYING WS-IDX-KIT FROM 1 BY 1
026600             UNTIL WS-IDX-KIT > WS-QTD-KITS.
026700
026800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
026900
027000     GO TO 9999-EXIT.
027100
027200 1000-INICIALIZAR.
027300*---------------------------------------------------------------*
027400*    ABRE OS ARQUIVOS, GRAVA O CABECALHO E LE A PRIMEIRA LINHA   *
027500*    DA COMPOSICAO                                               *
027600*---------------------------------------------------------------*
027700     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
027800     ACCEPT WS-HORA-SISTEMA      FROM TIME.
027900
028000     OPEN INPUT KITCOMP-ARQ.
028100     IF  WS-FS-KITCOMP = "35"
028200         DISPLAY "SEM COMPOSICAO DE KITS (KITCOMP) - NADA A"
028300             " RECALCULAR."
028400         GO TO 9999-EXIT
028500     END-IF.
028600     IF  WS-FS-KITCOMP NOT = "00"
028700         DISPLAY "ERRO AO ABRIR A COMPOSICAO DE KITS. STATUS: "
028800             WS-FS-KITCOMP
028900         MOVE 16 TO RETURN-CODE
029000         GO TO 9999-EXIT
029100     END-IF.
029200
029300     MOVE WS-DATA-SISTEMA       TO SN-DATA-SNAPSHOT.
029400     MOVE WS-HORA-SISTEMA       TO SN-HORA-SNAPSHOT.
029500     MOVE "CUSTKIT"             TO SN-SISTEMA-ORIGEM.
029600     CALL "CALCSNAP" USING SN-PARAMETROS-SNAPSHOT.
029700     IF  SN-ERRO-SNAPSHOT
029800         DISPLAY "SNAPSHOT DO MESTRE NAO GRAVADO - ATUALIZACAO"
029900             " NAO EXECUTADA."
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 9999-EXIT
030200     END-IF.
030300     DISPLAY "SNAPSHOT DO MESTRE: " SN-QTD-ITENS " ITENS".
030400
030500     OPEN I-O PRODMAST-ARQ.
030600     IF  WS-FS-PRODMAST NOT = "00"
030700         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
030800             WS-FS-PRODMAST
030900         MOVE 16 TO RETURN-CODE
031000         GO TO 9999-EXIT
031100     END-IF.
031200
031300     OPEN EXTEND AUDITLOG-ARQ.
031400     IF  WS-FS-AUDITLOG = "35"
031500         OPEN OUTPUT AUDITLOG-ARQ
031600     END-IF.
031700
031800     OPEN EXTEND PRICHIST-ARQ.
031900     IF  WS-FS-PRICHIST = "35"
032000         OPEN OUTPUT PRICHIST-ARQ
032100     END-IF.
032200
032300     OPEN OUTPUT RELKIT-ARQ.
032400     IF  WS-FS-RELKIT NOT = "00"
032500         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
032600             WS-FS-RELKIT
032700         MOVE 16 TO RETURN-CODE
032800         GO TO 9999-EXIT
032900     END-IF.
033000
033100     OPEN INPUT FILMAST-ARQ.
033200     IF  WS-FS-FILMAST = "00"
033300         SET WS-FILMAST-ABERTO  TO TRUE
033400     ELSE
033500         SET WS-FILMAST-FECHADO TO TRUE
033600     END-IF.
033700     OPEN INPUT CATMAST-ARQ.
033800     IF  WS-FS-CATMAST = "00"
033900         SET WS-CATMAST-ABERTO  TO TRUE
034000     ELSE
034100         SET WS-CATMAST-FECHADO TO TRUE
034200     END-IF.
034300
034400     PERFORM 1100-GRAVAR-CABECALHO
034500         THRU 1100-GRAVAR-CABECALHO-EXIT.
034600
034700     PERFORM 1200-CARREGAR-POLITICAS
034800         THRU 1200-CARREGAR-POLITICAS-EXIT.
034900
035000     PERFORM 2900-LER-KITCOMP THRU 2900-LER-KITCOMP-EXIT.
035100
035200 1000-INICIALIZAR-EXIT.
035300     EXIT.
035400
035500 1100-GRAVAR-CABECALHO.
035600*---------------------------------------------------------------*
035700*    IMPRIME O CABECALHO DO RELATORIO DE EROSAO DOS KITS         *
035800*---------------------------------------------------------------*
035900     MOVE "RELATORIO DE EROSAO DE MARGEM DOS KITS - CUSTKIT"
036000         TO REL-LINHA-KIT.
036100     WRITE REL-LINHA-KIT.
036200     MOVE "KIT         COMPONENTE  CAT  NOME CATEG    FIL  NOME FI
036300-    "LIAL   COMPRA ANT COMPRA NOVA      VENDA   PERCENTUAL MOTIV
036400-    "O"
036500         TO REL-LINHA-KIT.
036600     WRITE REL-LINHA-KIT.
036700     MOVE SPACES                TO REL-LINHA-KIT.
036800     WRITE REL-LINHA-KIT.
036900
037000 1100-GRAVAR-CABECALHO-EXIT.
037100     EXIT.
037200
037300 1200-CARREGAR-POLITICAS.
037400*---------------------------------------------------------------*
037500*    CARREGA A POLITICA DE MARGEM POR CATEGORIA/FILIAL, SE O     *
037600*    ARQUIVO EXISTIR; SEM POLITICA VALE O MINIMO GLOBAL          *
037700*---------------------------------------------------------------*
037800     SET NAO-FIM-MRGPOL         TO TRUE.
037900     OPEN INPUT MRGPOL-ARQ.
038000     IF  WS-FS-MRGPOL = "00"
038100         PERFORM 1210-LER-UMA-POLITICA
038200             THRU 1210-LER-UMA-POLITICA-EXIT
038300         PERFORM 1220-ARMAZENAR-POLITICA
038400             THRU 1220-ARMAZENAR-POLITICA-EXIT
038500             UNTIL FIM-MRGPOL
038600         CLOSE MRGPOL-ARQ
038700     END-IF.
038800
038900 1200-CARREGAR-POLITICAS-EXIT.
039000     EXIT.
039100
039200 1210-LER-UMA-POLITICA.
039300     READ MRGPOL-ARQ
039400         AT END     SET FIM-MRGPOL     TO TRUE
039500         NOT AT END SET NAO-FIM-MRGPOL TO TRUE
039600     END-READ.
039700 1210-LER-UMA-POLITICA-EXIT.
039800     EXIT.
039900
040000 1220-ARMAZENAR-POLITICA.
040100*---------------------------------------------------------------*
040200*    ARMAZENA UMA POLITICA NA TABELA EM MEMORIA E LE A PROXIMA   *
040300*---------------------------------------------------------------*
040400     IF  WS-QTD-POLITICAS < 100
040500         ADD 1 TO WS-QTD-POLITICAS
040600         MOVE MG-CATEGORY-CODE
040700             TO WS-POL-CATEGORIA (WS-QTD-POLITICAS)
040800         MOVE MG-BRANCH-CODE
040900             TO WS-POL-FILIAL (WS-QTD-POLITICAS)
041000         MOVE MG-PCT-MINIMO
041100             TO WS-POL-MINIMO (WS-QTD-POLITICAS)
041200         MOVE MG-PCT-MAXIMO
041300             TO WS-POL-MAXIMO (WS-QTD-POLITICAS)
041400         MOVE MG-PCT-ALVO
041500             TO WS-POL-ALVO (WS-QTD-POLITICAS)
041600     END-IF.
041700     PERFORM 1210-LER-UMA-POLITICA
041800         THRU 1210-LER-UMA-POLITICA-EXIT.
041900 1220-ARMAZENAR-POLITICA-EXIT.
042000     EXIT.
042100
042200 2000-ACUMULAR-COMPONENTE.
042300*---------------------------------------------------------------*
042400*    SOMA AO KIT O CUSTO ATUAL DO COMPONENTE VEZES A QUANTIDADE  *
042500*    E LE A PROXIMA LINHA.  LINHA INVALIDA OU COMPONENTE SEM     *
042600*    CUSTO UTILIZAVEL MARCA O KIT, QUE NAO SERA RECALCULADO.     *
042650*    LINHA DE KIT INATIVO E SO LIDA                              *
042700*---------------------------------------------------------------*
042800     ADD 1 TO WS-CONTADOR-LIDOS.
042900     MOVE KC-KIT-CODE           TO WS-LI-KIT-CODE.
043000     MOVE KC-COMPONENTE         TO WS-LI-COMPONENTE.
043100
043200     IF  KC-KIT-CODE = SPACES
043300         MOVE "LINHA INVALIDA"  TO WS-LI-MOTIVO
043400         PERFORM 2800-GRAVAR-LINHA-REJEITO
043500             THRU 2800-GRAVAR-LINHA-REJEITO-EXIT
043600         GO TO 2000-ACUMULAR-COMPONENTE-LER
043700     END-IF.
043800
043900     PERFORM 2100-LOCALIZAR-KIT THRU 2100-LOCALIZAR-KIT-EXIT.
044000     IF  WS-KIT-FORA-TABELA
044100         ADD 1 TO WS-CONTADOR-ESTOURO
044200         GO TO 2000-ACUMULAR-COMPONENTE-LER
044300     END-IF.
044320     IF  WS-KT-INATIVO (WS-IDX-KIT)
044340         GO TO 2000-ACUMULAR-COMPONENTE-LER
044360     END-IF.
044400
044500     IF  KC-COMPONENTE = SPACES
044600     OR  KC-QUANTIDADE NOT NUMERIC
044700     OR  KC-QUANTIDADE = ZERO
044800         MOVE "LINHA INVALIDA"  TO WS-LI-MOTIVO
044900         GO TO 2000-ACUMULAR-COMPONENTE-ERRO
045000     END-IF.
045100     IF  KC-COMPONENTE = KC-KIT-CODE
045200         MOVE "COMPONENTE E O KIT" TO WS-LI-MOTIVO
045300         GO TO 2000-ACUMULAR-COMPONENTE-ERRO
045400     END-IF.
045500
045600     MOVE KC-COMPONENTE         TO PM-ITEM-CODE.
045700     READ PRODMAST-ARQ
045800         KEY IS PM-ITEM-CODE
045900         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
046000         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
046100     END-READ.
046200     IF  WS-MASTER-NAO-ACHADO
046300         MOVE "COMPON. NAO CADASTRADO" TO WS-LI-MOTIVO
046400         GO TO 2000-ACUMULAR-COMPONENTE-ERRO
046500     END-IF.
046600     IF  PM-ITEM-INATIVO
046700         MOVE "COMPONENTE INATIVO" TO WS-LI-MOTIVO
046800         GO TO 2000-ACUMULAR-COMPONENTE-ERRO
046900     END-IF.
047000     IF  PM-VALOR-COMPRA = ZERO
047100         MOVE "COMPONENTE SEM CUSTO" TO WS-LI-MOTIVO
047200         GO TO 2000-ACUMULAR-COMPONENTE-ERRO
047300     END-IF.
047400
047500     COMPUTE WS-KT-CUSTO-TOTAL (WS-IDX-KIT) =
047600         WS-KT-CUSTO-TOTAL (WS-IDX-KIT)
047700             + (PM-VALOR-COMPRA * KC-QUANTIDADE)
047800         ON SIZE ERROR
047900             MOVE "CUSTO EXCEDE O CAMPO" TO WS-LI-MOTIVO
048000             GO TO 2000-ACUMULAR-COMPONENTE-ERRO
048100     END-COMPUTE.
048200     ADD 1 TO WS-KT-QTD-COMPONENTES (WS-IDX-KIT).
048300     GO TO 2000-ACUMULAR-COMPONENTE-LER.
048400
048500 2000-ACUMULAR-COMPONENTE-ERRO.
048600
048700     SET WS-KT-COM-ERRO (WS-IDX-KIT) TO TRUE.
048800     PERFORM 2800-GRAVAR-LINHA-REJEITO
048900         THRU 2800-GRAVAR-LINHA-REJEITO-EXIT.
049000
049100 2000-ACUMULAR-COMPONENTE-LER.
049200
049300     PERFORM 2900-LER-KITCOMP THRU 2900-LER-KITCOMP-EXIT.
049400
049500 2000-ACUMULAR-COMPONENTE-EXIT.
049600     EXIT.
049700
049800 2100-LOCALIZAR-KIT.
049900*---------------------------------------------------------------*
050000*    POSICIONA WS-IDX-KIT NO KIT DA LINHA, INCLUINDO-O NA TABELA *
050100*    NA PRIMEIRA OCORRENCIA; TABELA CHEIA DEIXA O KIT FORA.  NA  *
050120*    INCLUSAO O KIT E LIDO NO MESTRE E, SE INATIVO, MARCADO E    *
050140*    CONTADO UMA UNICA VEZ                                       *
050200*---------------------------------------------------------------*
050300     SET WS-KIT-FORA-TABELA     TO TRUE.
050400     IF  WS-QTD-KITS > ZERO
050500         SET WS-IDX-KIT         TO 1
050600         SEARCH WS-TABELA-KIT
050700             AT END
050800                 CONTINUE
050900             WHEN WS-IDX-KIT > WS-QTD-KITS
051000                 CONTINUE
051100             WHEN WS-KT-KIT-CODE (WS-IDX-KIT) = KC-KIT-CODE
051200                 SET WS-KIT-NA-TABELA TO TRUE
051300         END-SEARCH
051400     END-IF.
051500     IF  WS-KIT-NA-TABELA
051600     OR  WS-QTD-KITS NOT < 500
051700         GO TO 2100-LOCALIZAR-KIT-EXIT
051800     END-IF.
051900
052000     ADD 1 TO WS-QTD-KITS.
052100     SET WS-IDX-KIT             TO WS-QTD-KITS.
052200     MOVE KC-KIT-CODE           TO WS-KT-KIT-CODE (WS-IDX-KIT).
052300     MOVE ZERO                  TO WS-KT-CUSTO-TOTAL (WS-IDX-KIT).
052400     MOVE ZERO TO WS-KT-QTD-COMPONENTES (WS-IDX-KIT).
052500     SET WS-KT-SEM-ERRO (WS-IDX-KIT) TO TRUE.
052600     SET WS-KIT-NA-TABELA       TO TRUE.
052605
052610     MOVE KC-KIT-CODE           TO PM-ITEM-CODE.
052615     READ PRODMAST-ARQ
052620         KEY IS PM-ITEM-CODE
052625         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
052630         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
052635     END-READ.
052640     IF  WS-MASTER-ACHADO
052645     AND PM-ITEM-INATIVO
052650         SET WS-KT-INATIVO (WS-IDX-KIT) TO TRUE
052655         ADD 1 TO WS-CONTADOR-INATIVOS
052660     END-IF.
052700
052800 2100-LOCALIZAR-KIT-EXIT.
052900     EXIT.
053000
053100 2800-GRAVAR-LINHA-REJEITO.
053200*---------------------------------------------------------------*
053300*    RELATA A LINHA OU O KIT REJEITADO, COM O KIT, O COMPONENTE  *
053400*    E O MOTIVO JA PREENCHIDOS                                   *
053500*---------------------------------------------------------------*
053600     MOVE SPACES                TO WS-LI-CATEGORIA.
053700     MOVE SPACES                TO WS-LI-FILIAL.
053800     MOVE SPACES                TO WS-LI-NOME-CATEGORIA.
053900     MOVE SPACES                TO WS-LI-NOME-FILIAL.
054000     MOVE ZERO                  TO WS-LI-COMPRA-ANTERIOR.
054100     MOVE ZERO                  TO WS-LI-COMPRA-NOVA.
054200     MOVE ZERO                  TO WS-LI-VENDA.
054300     MOVE ZERO                  TO WS-LI-PERCENTUAL.
054400     MOVE WS-LINHA-KIT          TO REL-LINHA-KIT.
054500     WRITE REL-LINHA-KIT.
054600     ADD 1 TO WS-CONTADOR-REJEITADOS.
054700
054800 2800-GRAVAR-LINHA-REJEITO-EXIT.
054900     EXIT.
055000
055100 2900-LER-KITCOMP.
055200*---------------------------------------------------------------*
055300*    LE UMA LINHA DA COMPOSICAO DE KITS                          *
055400*---------------------------------------------------------------*
055500     READ KITCOMP-ARQ
055600         AT END     SET FIM-KITCOMP     TO TRUE
055700         NOT AT END SET NAO-FIM-KITCOMP TO TRUE
055800     END-READ.
055900
056000 2900-LER-KITCOMP-EXIT.
056100     EXIT.
056200
056300 3000-RECALCULAR-KIT.
056400*---------------------------------------------------------------*
056500*    LEVA O CUSTO SOMADO AO KIT NO MESTRE QUANDO DIFERE DO ATUAL,*
056600*    RECALCULA O MARKUP CONTRA A VENDA INALTERADA, GRAVA         *
056700*    HISTORICO E AUDITORIA E RELATA A EROSAO DE MARGEM QUANDO O  *
056800*    PERCENTUAL CAIU ABAIXO DO MINIMO                            *
056900*---------------------------------------------------------------*
056920     IF  WS-KT-INATIVO (WS-IDX-KIT)
056940         GO TO 3000-RECALCULAR-KIT-EXIT
056960     END-IF.
057000     IF  WS-KT-COM-ERRO (WS-IDX-KIT)
057100         ADD 1 TO WS-CONTADOR-NAO-RECALC
057200         GO TO 3000-RECALCULAR-KIT-EXIT
057300     END-IF.
057400
057500     MOVE WS-KT-KIT-CODE (WS-IDX-KIT) TO WS-LI-KIT-CODE.
057600     MOVE SPACES                TO WS-LI-COMPONENTE.
057700     MOVE WS-KT-KIT-CODE (WS-IDX-KIT) TO PM-ITEM-CODE.
057800     READ PRODMAST-ARQ
057900         KEY IS PM-ITEM-CODE
058000         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
058100         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
058200     END-READ.
058300
058400     IF  WS-MASTER-NAO-ACHADO
058500         MOVE "KIT NAO CADASTRADO" TO WS-LI-MOTIVO
058600         PERFORM 2800-GRAVAR-LINHA-REJEITO
058700             THRU 2800-GRAVAR-LINHA-REJEITO-EXIT
058800         ADD 1 TO WS-CONTADOR-NAO-RECALC
058900         GO TO 3000-RECALCULAR-KIT-EXIT
059000     END-IF.
059500     IF  WS-KT-CUSTO-TOTAL (WS-IDX-KIT) > WS-CUSTO-MAXIMO
059600         MOVE "CUSTO EXCEDE O CAMPO" TO WS-LI-MOTIVO
059700         PERFORM 2800-GRAVAR-LINHA-REJEITO
059800             THRU 2800-GRAVAR-LINHA-REJEITO-EXIT
059900         ADD 1 TO WS-CONTADOR-NAO-RECALC
060000         GO TO 3000-RECALCULAR-KIT-EXIT
060100     END-IF.
060200     IF  WS-KT-CUSTO-TOTAL (WS-IDX-KIT) = PM-VALOR-COMPRA
060300         ADD 1 TO WS-CONTADOR-INALTERADOS
060400         GO TO 3000-RECALCULAR-KIT-EXIT
060500     END-IF.
060600
060700     MOVE PM-VALOR-COMPRA       TO WS-COMPRA-ANTERIOR.
060800     MOVE WS-KT-CUSTO-TOTAL (WS-IDX-KIT) TO PC-VALOR-COMPRA.
060900     MOVE PM-VALOR-VENDA        TO PC-VALOR-VENDA.
061000     MOVE ZERO                  TO PC-PERCENTUAL.
061100     SET PC-DIRECAO-DIRETA      TO TRUE.
061200     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
061300     MOVE PM-BRANCH-CODE        TO IC-BRANCH-CODE.
061400     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
061500     MOVE IC-ALIQUOTA           TO PC-ALIQUOTA-IMPOSTO.
061600     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
061700     IF  PC-ERRO-VALOR-ZERO
061800         MOVE "CALCULO INVALIDO" TO WS-LI-MOTIVO
061900         PERFORM 2800-GRAVAR-LINHA-REJEITO
062000             THRU 2800-GRAVAR-LINHA-REJEITO-EXIT
062100         ADD 1 TO WS-CONTADOR-NAO-RECALC
062200         GO TO 3000-RECALCULAR-KIT-EXIT
062300     END-IF.
062400
062500     MOVE PC-VALOR-COMPRA       TO PM-VALOR-COMPRA.
062600     MOVE PC-PERCENTUAL         TO PM-PERCENTUAL.
062700     IF  PC-EM-PREJUIZO
062800         SET PM-EM-PREJUIZO     TO TRUE
062900     ELSE
063000         SET PM-SEM-PREJUIZO    TO TRUE
063100     END-IF.
063200     MOVE WS-DATA-SISTEMA       TO PM-DATA-ULT-CALCULO.
063300     MOVE WS-HORA-SISTEMA       TO PM-HORA-ULT-CALCULO.
063400
063500     REWRITE PM-REGISTRO-MESTRE.
063600     IF  WS-FS-PRODMAST NOT = "00"
063700         DISPLAY "ERRO AO GRAVAR O ARQUIVO MESTRE. KIT: "
063800             PM-ITEM-CODE " STATUS: " WS-FS-PRODMAST
063900         MOVE 16 TO RETURN-CODE
064000         GO TO 9999-EXIT
064100     END-IF.
064200
064300     PERFORM 3100-GRAVAR-HISTORICO
064400         THRU 3100-GRAVAR-HISTORICO-EXIT.
064500     PERFORM 3200-GRAVAR-AUDITORIA
064600         THRU 3200-GRAVAR-AUDITORIA-EXIT.
064700     ADD 1 TO WS-CONTADOR-RECALCULADOS.
064800
064900     PERFORM 3250-BUSCAR-POLITICA
065000         THRU 3250-BUSCAR-POLITICA-EXIT.
065100     IF  PC-PERCENTUAL < WS-PCT-MIN-EFETIVO
065200         PERFORM 3300-GRAVAR-LINHA-EROSAO
065300             THRU 3300-GRAVAR-LINHA-EROSAO-EXIT
065400     END-IF.
065500
065600 3000-RECALCULAR-KIT-EXIT.
065700     EXIT.
065800
065900 3100-GRAVAR-HISTORICO.
066000*---------------------------------------------------------------*
066100*    APENDA O REGISTRO DE HISTORICO DE PRECO DO NOVO CUSTO DO    *
066200*    KIT                                                         *
066300*---------------------------------------------------------------*
066400     MOVE SPACES                TO HS-REGISTRO-HISTORICO.
066500     MOVE PM-ITEM-CODE          TO HS-ITEM-CODE.
066600     MOVE PM-BRANCH-CODE        TO HS-BRANCH-CODE.
066700     MOVE PM-CATEGORY-CODE      TO HS-CATEGORY-CODE.
066800     MOVE PM-VALOR-COMPRA       TO HS-VALOR-COMPRA.
066900     MOVE PM-VALOR-VENDA        TO HS-VALOR-VENDA.
067000     MOVE PM-PERCENTUAL         TO HS-PERCENTUAL.
067100     MOVE PM-STATUS-PREJUIZO    TO HS-STATUS-PREJUIZO.
067200     MOVE PM-DATA-ULT-CALCULO   TO HS-DATA-CALCULO.
067300     MOVE PM-HORA-ULT-CALCULO   TO HS-HORA-CALCULO.
067400     WRITE HS-REGISTRO-HISTORICO.
067500
067600 3100-GRAVAR-HISTORICO-EXIT.
067700     EXIT.
067800
067900 3200-GRAVAR-AUDITORIA.
068000*---------------------------------------------------------------*
068100*    GRAVA O REGISTRO DE AUDITORIA DA ALTERACAO DE CUSTO (TIPO   *
068200*    "C"), COM "ROLLUP KIT" NO COMPLEMENTO                       *
068300*---------------------------------------------------------------*
068400     MOVE SPACES                TO AUD-REGISTRO-LOG.
068500     MOVE WS-DATA-SISTEMA       TO AUD-DATA.
068600     MOVE WS-HORA-SISTEMA       TO AUD-HORA.
068700     ACCEPT AUD-TERMINAL-USUARIO FROM ENVIRONMENT "USER".
068800     IF  AUD-TERMINAL-USUARIO = SPACES
068900         MOVE "CUSTKIT"         TO AUD-TERMINAL-USUARIO
069000     END-IF.
069100     MOVE PM-ITEM-CODE          TO AUD-ITEM-CODE.
069200     MOVE "C"                   TO AUD-CALC-TYPE.
069300     MOVE PC-VALOR-COMPRA       TO AUD-VALOR-COMPRA.
069400     MOVE PC-VALOR-VENDA        TO AUD-VALOR-VENDA.
069500     MOVE PC-PERCENTUAL         TO AUD-PERCENTUAL.
069600     MOVE "ROLLUP KIT"          TO AUD-INFO-COMPLEMENTO.
069700     WRITE AUD-REGISTRO-LOG.
069800
069900 3200-GRAVAR-AUDITORIA-EXIT.
070000     EXIT.
070100
070200 3250-BUSCAR-POLITICA.
070300*---------------------------------------------------------------*
070400*    BUSCA O MINIMO DA POLITICA DA CATEGORIA/FILIAL DO KIT NO    *
070500*    MESTRE: PRIMEIRO A ENTRADA ESPECIFICA DA FILIAL, DEPOIS A   *
070600*    GERAL DA CATEGORIA; SEM POLITICA VALE O MINIMO GLOBAL       *
070700*---------------------------------------------------------------*
070800     SET WS-POLITICA-NAO-ACHADA TO TRUE.
070900     MOVE WS-PCT-MINIMO         TO WS-PCT-MIN-EFETIVO.
071000     IF  WS-QTD-POLITICAS = ZERO
071100     OR  PM-CATEGORY-CODE = SPACES
071200         GO TO 3250-BUSCAR-POLITICA-EXIT
071300     END-IF.
071400
071500     SET WS-IDX-POLITICA        TO 1.
071600     SEARCH WS-TABELA-POLITICA
071700         AT END
071800             CONTINUE
071900         WHEN WS-POL-CATEGORIA (WS-IDX-POLITICA)
072000                                    = PM-CATEGORY-CODE
072100          AND WS-POL-FILIAL (WS-IDX-POLITICA)
072200                                    = PM-BRANCH-CODE
072300             SET WS-POLITICA-ACHADA TO TRUE
072400     END-SEARCH.
072500
072600     IF  WS-POLITICA-NAO-ACHADA
072700         SET WS-IDX-POLITICA    TO 1
072800         SEARCH WS-TABELA-POLITICA
072900             AT END
073000                 CONTINUE
073100             WHEN WS-POL-CATEGORIA (WS-IDX-POLITICA)
073200                                    = PM-CATEGORY-CODE
073300              AND WS-POL-FILIAL (WS-IDX-POLITICA) = SPACES
073400                 SET WS-POLITICA-ACHADA TO TRUE
073500         END-SEARCH
073600     END-IF.
073700
073800     IF  WS-POLITICA-ACHADA
073900         MOVE WS-POL-MINIMO (WS-IDX-POLITICA)
074000             TO WS-PCT-MIN-EFETIVO
074100     END-IF.
074200
074300 3250-BUSCAR-POLITICA-EXIT.
074400     EXIT.
074500
074600 3300-GRAVAR-LINHA-EROSAO.
074700*---------------------------------------------------------------*
074800*    RELATA O KIT CUJO MARKUP RECALCULADO CAIU ABAIXO DO MINIMO  *
074900*---------------------------------------------------------------*
075000     MOVE SPACES                TO WS-LINHA-KIT.
075100     MOVE PM-ITEM-CODE          TO WS-LI-KIT-CODE.
075200     MOVE PM-CATEGORY-CODE      TO WS-LI-CATEGORIA.
075300     MOVE PM-BRANCH-CODE        TO WS-LI-FILIAL.
075400     MOVE PM-CATEGORY-CODE      TO CM-CATEGORY-CODE.
075500     PERFORM 3360-BUSCAR-NOME-CATEGORIA
075600         THRU 3360-BUSCAR-NOME-CATEGORIA-EXIT.
075700     MOVE WS-NOME-CATEGORIA     TO WS-LI-NOME-CATEGORIA.
075800     MOVE PM-BRANCH-CODE        TO FM-BRANCH-CODE.
075900     PERFORM 3350-BUSCAR-NOME-FILIAL
076000         THRU 3350-BUSCAR-NOME-FILIAL-EXIT.
076100     MOVE WS-NOME-FILIAL        TO WS-LI-NOME-FILIAL.
076200     MOVE WS-COMPRA-ANTERIOR    TO WS-LI-COMPRA-ANTERIOR.
076300     MOVE PM-VALOR-COMPRA       TO WS-LI-COMPRA-NOVA.
076400     MOVE PM-VALOR-VENDA        TO WS-LI-VENDA.
076500     MOVE PM-PERCENTUAL         TO WS-LI-PERCENTUAL.
076600     MOVE "ABAIXO DO MINIMO"    TO WS-LI-MOTIVO.
076700     MOVE WS-LINHA-KIT          TO REL-LINHA-KIT.
076800     WRITE REL-LINHA-KIT.
076900     ADD 1 TO WS-CONTADOR-EROSAO.
077000
077100 3300-GRAVAR-LINHA-EROSAO-EXIT.
077200     EXIT.
077300
077400 3350-BUSCAR-NOME-FILIAL.
077500*---------------------------------------------------------------*
077600*    DEVOLVE EM WS-NOME-FILIAL O NOME DA FILIAL DE FM-BRANCH-CODE*
077700*    (BRANCO SE O CODIGO OU O CADASTRO NAO EXISTIR)              *
077800*---------------------------------------------------------------*
077900     MOVE SPACES                TO WS-NOME-FILIAL.
078000     IF  WS-FILMAST-FECHADO
078100     OR  FM-BRANCH-CODE = SPACES
078200         GO TO 3350-BUSCAR-NOME-FILIAL-EXIT
078300     END-IF.
078400     READ FILMAST-ARQ
078500         KEY IS FM-BRANCH-CODE
078600         INVALID KEY     MOVE SPACES  TO WS-NOME-FILIAL
078700         NOT INVALID KEY MOVE FM-NOME TO WS-NOME-FILIAL
078800     END-READ.
078900
079000 3350-BUSCAR-NOME-FILIAL-EXIT.
079100     EXIT.
079200
079300 3360-BUSCAR-NOME-CATEGORIA.
079400*---------------------------------------------------------------*
079500*    DEVOLVE EM WS-NOME-CATEGORIA O NOME DA CATEGORIA DE         *
079600*    CM-CATEGORY-CODE (BRANCO SE O CODIGO OU O CADASTRO NAO      *
079700*    EXISTIR)                                                    *
079800*---------------------------------------------------------------*
079900     MOVE SPACES                TO WS-NOME-CATEGORIA.
080000     IF  WS-CATMAST-FECHADO
080100     OR  CM-CATEGORY-CODE = SPACES
080200         GO TO 3360-BUSCAR-NOME-CATEGORIA-EXIT
080300     END-IF.
080400     READ CATMAST-ARQ
080500         KEY IS CM-CATEGORY-CODE
080600         INVALID KEY     MOVE SPACES  TO WS-NOME-CATEGORIA
080700         NOT INVALID KEY MOVE CM-NOME TO WS-NOME-CATEGORIA
080800     END-READ.
080900
081000 3360-BUSCAR-NOME-CATEGORIA-EXIT.
081100     EXIT.
081200
081300 9000-FINALIZAR.
081400*---------------------------------------------------------------*
081500*    FECHA OS ARQUIVOS, EXIBE O RESUMO E DEFINE O RETURN-CODE    *
081600*---------------------------------------------------------------*
081700     CLOSE KITCOMP-ARQ.
081800     CLOSE PRODMAST-ARQ.
081900     CLOSE AUDITLOG-ARQ.
082000     CLOSE PRICHIST-ARQ.
082100     CLOSE RELKIT-ARQ.
082200     IF  WS-FILMAST-ABERTO
082300         CLOSE FILMAST-ARQ
082400     END-IF.
082500     IF  WS-CATMAST-ABERTO
082600         CLOSE CATMAST-ARQ
082700     END-IF.
082800
082900     DISPLAY " ".
083000     DISPLAY "ROLLUP DO CUSTO DOS KITS ENCERRADO.".
083100     DISPLAY "LINHAS LIDAS.........: " WS-CONTADOR-LIDOS.
083200     DISPLAY "KITS NA COMPOSICAO...: " WS-QTD-KITS.
083300     DISPLAY "KITS RECALCULADOS....: " WS-CONTADOR-RECALCULADOS.
083400     DISPLAY "KITS SEM ALTERACAO...: " WS-CONTADOR-INALTERADOS.
083500     DISPLAY "KITS INATIVOS........: " WS-CONTADOR-INATIVOS.
083600     DISPLAY "KITS COM EROSAO......: " WS-CONTADOR-EROSAO.
083700     DISPLAY "KITS NAO RECALCULADOS: " WS-CONTADOR-NAO-RECALC.
083800     DISPLAY "LINHAS REJEITADAS....: " WS-CONTADOR-REJEITADOS.
083900     IF  WS-CONTADOR-ESTOURO > ZERO
084000         DISPLAY "LINHAS ALEM DA CAPACIDADE DA TABELA DE KITS: "
084100             WS-CONTADOR-ESTOURO
084200     END-IF.
084300
084400     IF  WS-CONTADOR-REJEITADOS > ZERO
084500     OR  WS-CONTADOR-ESTOURO > ZERO
084600         MOVE 8 TO RETURN-CODE
084700     ELSE
084800         IF  WS-CONTADOR-EROSAO > ZERO
084900             MOVE 4 TO RETURN-CODE
085000         END-IF
085100     END-IF.
085200
085300 9000-FINALIZAR-EXIT.
085400     EXIT.
085500
085600 9999-EXIT.
085700     STOP RUN.
085800
085900 END PROGRAM CUSTKIT.

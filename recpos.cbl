000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RECPOS.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: CONCILIACAO DAS ALTERACOES DE PRECO ENVIADAS
000900*                   AO POS COM AS CONFIRMACOES DAS LOJAS.  CARREGA
001000*                   AS ALTERACOES AINDA ABERTAS (POSPEND), SOMA A
001100*                   ELAS OS DETALHES DA ULTIMA INTERFACE DO POS
001200*                   (POSFILE) AINDA NAO CARREGADA, BAIXA AS
001300*                   CONFIRMADAS NO MESMO PRECO PELO ARQUIVO DE
001400*                   CONFIRMACAO (POSACK) E LISTA AS NAO
001500*                   CONFIRMADAS, AS CONFIRMADAS COM PRECO
001600*                   DIFERENTE E AS RECUSADAS PELA LOJA.  AS QUE
001700*                   ESTAO ABERTAS HA MAIS QUE O NUMERO DE DIAS
001800*                   INFORMADO DESDE O ULTIMO ENVIO SAO GERADAS DE
001900*                   NOVO NA INTERFACE DE REENVIO (POSREENV), COM
002000*                   HEADER E TRAILER PROPRIOS.
002100*-----------------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRICAO
002400*    ---------- ----  -------------------------------------------
002500*    2026-10-15 JA    PROGRAMA ORIGINAL.
002520*    2026-10-15 JA    ESTOURO DA TABELA DE PENDENTES NAO REGRAVA O
002540*                     POSPEND (MANTEM O ANTERIOR) E TERMINA COM
002560*                     RC 16.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT POSPEND-ARQ ASSIGN TO "POSPEND"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-FS-POSPEND.
003600
003700     SELECT POSFILE-ARQ ASSIGN TO "POSFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FS-POSFILE.
004000
004100     SELECT POSACK-ARQ ASSIGN TO "POSACK"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-POSACK.
004400
004500     SELECT POSREENV-ARQ ASSIGN TO "POSREENV"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-POSREENV.
004800
004900     SELECT RELRPOS-ARQ ASSIGN TO "RELRPOS"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-RELRPOS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  POSPEND-ARQ
005600     LABEL RECORDS ARE STANDARD.
005700     COPY POSPEND.
005800
005900 FD  POSFILE-ARQ
006000     LABEL RECORDS ARE STANDARD.
006100     COPY POSREC.
006200
006300 FD  POSACK-ARQ
006400     LABEL RECORDS ARE STANDARD.
006500     COPY POSACK.
006600
006700 FD  POSREENV-ARQ
006800     LABEL RECORDS ARE STANDARD.
006900     COPY POSREC REPLACING LEADING ==PS== BY ==RE==.
007000
007100 FD  RELRPOS-ARQ
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 132 CHARACTERS.
007400 01  REL-LINHA-RPOS              PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700
007800*---------------------------------------------------------------*
007900*    STATUS DE ARQUIVO                                          *
008000*---------------------------------------------------------------*
008100 77  WS-FS-POSPEND           PIC X(02).
008200 77  WS-FS-POSFILE           PIC X(02).
008300 77  WS-FS-POSACK            PIC X(02).
008400 77  WS-FS-POSREENV          PIC X(02).
008500 77  WS-FS-RELRPOS           PIC X(02).
008600
008700*---------------------------------------------------------------*
008800*    CHAVES E INDICADORES DE CONTROLE                           *
008900*---------------------------------------------------------------*
009000 01  WS-SWITCHES.
009100     05  WS-SW-FIM-POSPEND       PIC X(01) VALUE "N".
009200         88  FIM-POSPEND                VALUE "S".
009300         88  NAO-FIM-POSPEND            VALUE "N".
009400     05  WS-SW-FIM-POSFILE       PIC X(01) VALUE "N".
009500         88  FIM-POSFILE                VALUE "S".
009600         88  NAO-FIM-POSFILE            VALUE "N".
009700     05  WS-SW-FIM-POSACK        PIC X(01) VALUE "N".
009800         88  FIM-POSACK                 VALUE "S".
009900         88  NAO-FIM-POSACK             VALUE "N".
010000     05  WS-SW-TRAILER-POS       PIC X(01) VALUE "N".
010100         88  WS-POS-TRAILER-VISTO       VALUE "S".
010200         88  WS-POS-SEM-TRAILER         VALUE "N".
010300     05  WS-SW-CARGA-POS         PIC X(01) VALUE "N".
010400         88  WS-CARREGAR-POS            VALUE "S".
010500         88  WS-NAO-CARREGAR-POS        VALUE "N".
010600     05  WS-SW-ITEM-NA-TABELA    PIC X(01) VALUE "N".
010700         88  WS-ITEM-NA-TABELA          VALUE "S".
010800         88  WS-ITEM-FORA-TABELA        VALUE "N".
010900
011000*---------------------------------------------------------------*
011100*    DATA DO SISTEMA, PARAMETRO DE DIAS E CONTADORES            *
011200*---------------------------------------------------------------*
011300 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
011400 77  WS-DIAS-REENVIO         PIC 9(03) VALUE ZERO.
011500 77  WS-DATA-LIMITE-REENVIO  PIC 9(08) VALUE ZERO.
011600 77  WS-CONTADOR-PENDENTES   PIC 9(08) VALUE ZERO.
011700 77  WS-CONTADOR-ENVIADOS    PIC 9(08) VALUE ZERO.
011800 77  WS-CONTADOR-CONFIRMACOES PIC 9(08) VALUE ZERO.
011900 77  WS-CONTADOR-CONFIRMADOS PIC 9(08) VALUE ZERO.
012000 77  WS-CONTADOR-SEM-ENVIO   PIC 9(08) VALUE ZERO.
012100 77  WS-CONTADOR-ABERTOS     PIC 9(08) VALUE ZERO.
012200 77  WS-CONTADOR-DIVERGENTES PIC 9(08) VALUE ZERO.
012300 77  WS-CONTADOR-RECUSADOS   PIC 9(08) VALUE ZERO.
012400 77  WS-CONTADOR-REENVIO     PIC 9(08) VALUE ZERO.
012500 77  WS-TOTAL-REENVIO-VENDA  PIC 9(12)V99 VALUE ZERO.
012600 77  WS-CONTADOR-ESTOURO     PIC 9(08) VALUE ZERO.
012700 77  WS-CONTADOR-EDITADO     PIC ZZZ,ZZZ,ZZ9.
012800 77  WS-POSICAO-CORRENTE     PIC 9(04) VALUE ZERO.
012900 77  WS-RESTO-LEAP-4         PIC 9(04) VALUE ZERO.
013000 77  WS-RESTO-LEAP-100       PIC 9(04) VALUE ZERO.
013100 77  WS-RESTO-LEAP-400       PIC 9(04) VALUE ZERO.
013200 77  WS-QUOCIENTE-LEAP       PIC 9(04) VALUE ZERO.
013300
013400 01  WS-DATA-LIMITE-DESM.
013500     05  WS-DL-ANO               PIC 9(04).
013600     05  WS-DL-MES               PIC 9(02).
013700     05  WS-DL-DIA               PIC 9(02).
013800
013900 01  WS-DIAS-MES-VALORES     PIC X(24)
014000                             VALUE "312831303130313130313031".
014100 01  WS-DIAS-MES-TABELA REDEFINES WS-DIAS-MES-VALORES.
014200     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
014300
014400*---------------------------------------------------------------*
014500*    IDENTIFICACAO DA ULTIMA INTERFACE JA CARREGADA E DA        *
014600*    INTERFACE CORRENTE (HEADER + TRAILER)                      *
014700*---------------------------------------------------------------*
014800 01  WS-CONTROLE-ANTERIOR.
014900     05  WS-CA-DATA-GERACAO      PIC 9(08) VALUE ZERO.
015000     05  WS-CA-SISTEMA-ORIGEM    PIC X(08) VALUE SPACES.
015100     05  WS-CA-QTD-DETALHES      PIC 9(08) VALUE ZERO.
015200     05  WS-CA-TOTAL-VENDA-NOVA  PIC 9(12)V99 VALUE ZERO.
015300
015400 01  WS-CONTROLE-CORRENTE.
015500     05  WS-CC-DATA-GERACAO      PIC 9(08) VALUE ZERO.
015600     05  WS-CC-SISTEMA-ORIGEM    PIC X(08) VALUE SPACES.
015700     05  WS-CC-QTD-DETALHES      PIC 9(08) VALUE ZERO.
015800     05  WS-CC-TOTAL-VENDA-NOVA  PIC 9(12)V99 VALUE ZERO.
015900
016000*---------------------------------------------------------------*
016100*    ALTERACOES DE PRECO ABERTAS, UMA POR ITEM/FILIAL           *
016200*---------------------------------------------------------------*
016300 01  WS-TABELA-PENDENTE-DADOS.
016400     05  WS-QTD-PENDENTES        PIC 9(04) VALUE ZERO.
016500     05  WS-TABELA-PENDENTE OCCURS 2000 TIMES
016600             INDEXED BY WS-IDX-PEND.
016700         10  WS-PT-ITEM-CODE     PIC X(10).
016800         10  WS-PT-BRANCH-CODE   PIC X(04).
016900         10  WS-PT-VENDA-ANTERIOR PIC 9(06)V99.
017000         10  WS-PT-VENDA-NOVA    PIC 9(06)V99.
017100         10  WS-PT-DATA-VIGENCIA PIC 9(08).
017200         10  WS-PT-SISTEMA-ORIGEM PIC X(08).
017300         10  WS-PT-DATA-ENVIO    PIC 9(08).
017400         10  WS-PT-DATA-ULT-ENVIO PIC 9(08).
017500         10  WS-PT-QTD-REENVIOS  PIC 9(03).
017600         10  WS-PT-SITUACAO      PIC X(01).
017700             88  WS-PT-SEM-CONFIRMACAO  VALUE "N".
017800             88  WS-PT-PRECO-DIVERGENTE VALUE "D".
017900             88  WS-PT-RECUSADO-LOJA    VALUE "R".
018000             88  WS-PT-CONFIRMADO       VALUE "C".
018100         10  WS-PT-VENDA-CONFIRMADA PIC 9(06)V99.
018200
018300*---------------------------------------------------------------*
018400*    LAYOUT DA LINHA DE RELATORIO                               *
018500*---------------------------------------------------------------*
018600 01  WS-LINHA-PENDENTE.
018700     05  WS-LP-ITEM-CODE         PIC X(10).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  WS-LP-FILIAL            PIC X(04).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  WS-LP-VENDA-NOVA        PIC ZZZ,ZZ9.99.
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  WS-LP-VENDA-CONFIRMADA  PIC ZZZ,ZZ9.99.
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  WS-LP-DATA-VIGENCIA     PIC X(08).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  WS-LP-DATA-ENVIO        PIC X(08).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WS-LP-DATA-ULT-ENVIO    PIC X(08).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-LP-QTD-REENVIOS      PIC ZZ9.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  WS-LP-ORIGEM            PIC X(08).
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  WS-LP-REENVIO           PIC X(03).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-LP-SITUACAO          PIC X(30).
020800     05  FILLER                  PIC X(10) VALUE SPACES.
020900
021000 PROCEDURE DIVISION.
021100
021200 0000-MAINLINE.
021300*---------------------------------------------------------------*
021400*    PARAGRAFO PRINCIPAL                                        *
021500*---------------------------------------------------------------*
021600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
021700
021800     PERFORM 2000-CARREGAR-PENDENTES
021900         THRU 2000-CARREGAR-PENDENTES-EXIT.
022000
022100     PERFORM 2500-CARREGAR-POSFILE
022200         THRU 2500-CARREGAR-POSFILE-EXIT.
022300
022400     PERFORM 3000-PROCESSAR-CONFIRMACOES
022500         THRU 3000-PROCESSAR-CONFIRMACOES-EXIT.
022600
022700     PERFORM 4000-LISTAR-PENDENTES
022800         THRU 4000-LISTAR-PENDENTES-EXIT.
022900
023000     PERFORM 5000-REGRAVAR-PENDENTES
023100         THRU 5000-REGRAVAR-PENDENTES-EXIT.
023200
023300     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
023400
023500     GO TO 9999-EXIT.
023600
023700 1000-INICIALIZAR.
023800*---------------------------------------------------------------*
023900*    SOLICITA O NUMERO DE DIAS PARA O REENVIO, CALCULA A DATA   *
024000*    LIMITE, ABRE O RELATORIO E A INTERFACE DE REENVIO          *
024100*---------------------------------------------------------------*
024200     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
024300
024400     DISPLAY "=========================================".
024500     DISPLAY "CONCILIACAO DAS CONFIRMACOES DO POS".
024600     DISPLAY "=========================================".
024700     DISPLAY "Dias sem confirmacao para reenvio (ex: 003)".
024800     ACCEPT WS-DIAS-REENVIO.
024900     IF  WS-DIAS-REENVIO NOT NUMERIC
025000     OR  WS-DIAS-REENVIO = ZERO
025100         MOVE 3                 TO WS-DIAS-REENVIO
025200     END-IF.
025300
025400     PERFORM 1130-CALCULAR-DATA-LIMITE
025500         THRU 1130-CALCULAR-DATA-LIMITE-EXIT.
025600
025700     OPEN OUTPUT RELRPOS-ARQ.
025800     IF  WS-FS-RELRPOS NOT = "00"
025900         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
026000             WS-FS-RELRPOS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 9999-EXIT
026300     END-IF.
026400
026500     OPEN OUTPUT POSREENV-ARQ.
026600     IF  WS-FS-POSREENV NOT = "00"
026700         DISPLAY "ERRO AO ABRIR A INTERFACE DE REENVIO. STATUS: "
026800             WS-FS-POSREENV
026900         MOVE 16 TO RETURN-CODE
027000         GO TO 9999-EXIT
027100     END-IF.
027200
027300     MOVE SPACES                TO RE-REGISTRO-INTERFACE.
027400     MOVE "H"                   TO RE-TIPO-REGISTRO.
027500     MOVE WS-DATA-SISTEMA       TO RE-HDR-DATA-GERACAO.
027600     MOVE "RECPOS"              TO RE-HDR-SISTEMA-ORIGEM.
027700     WRITE RE-REGISTRO-INTERFACE.
027800
027900     MOVE "RELATORIO DE CONCILIACAO DO POS - RECPOS"
028000         TO REL-LINHA-RPOS.
028100     WRITE REL-LINHA-RPOS.
028200     MOVE "ITEM        FIL   VENDA NOVA  CONFIRMADA  VIGENCIA  ENV
028300-    "IO     ULT ENV   QTD  ORIGEM    REE  SITUACAO"
028400         TO REL-LINHA-RPOS.
028500     WRITE REL-LINHA-RPOS.
028600     MOVE SPACES                TO REL-LINHA-RPOS.
028700     WRITE REL-LINHA-RPOS.
028800
028900 1000-INICIALIZAR-EXIT.
029000     EXIT.
029100
029200 1130-CALCULAR-DATA-LIMITE.
029300*---------------------------------------------------------------*
029400*    CALCULA A DATA LIMITE DE REENVIO: A DATA DO SISTEMA MENOS O *
029500*    NUMERO DE DIAS INFORMADO, RETROCEDENDO O CALENDARIO UM DIA *
029600*    POR VEZ                                                    *
029700*---------------------------------------------------------------*
029800     MOVE WS-DATA-SISTEMA       TO WS-DATA-LIMITE-DESM.
029900     PERFORM 1140-RETROCEDER-UM-DIA
030000         THRU 1140-RETROCEDER-UM-DIA-EXIT
030100         WS-DIAS-REENVIO TIMES.
030200     MOVE WS-DATA-LIMITE-DESM   TO WS-DATA-LIMITE-REENVIO.
030300
030400 1130-CALCULAR-DATA-LIMITE-EXIT.
030500     EXIT.
030600
030700 1140-RETROCEDER-UM-DIA.
030800*---------------------------------------------------------------*
030900*    RETROCEDE A DATA DESMEMBRADA EM UM DIA DE CALENDARIO,      *
031000*    TRATANDO A VIRADA DE MES, DE ANO E O ANO BISSEXTO          *
031100*---------------------------------------------------------------*
031200     SUBTRACT 1 FROM WS-DL-DIA.
031300     IF  WS-DL-DIA > ZERO
031400         GO TO 1140-RETROCEDER-UM-DIA-EXIT
031500     END-IF.
031600
031700     SUBTRACT 1 FROM WS-DL-MES.
031800     IF  WS-DL-MES = ZERO
031900         MOVE 12                TO WS-DL-MES
032000         SUBTRACT 1 FROM WS-DL-ANO
032100     END-IF.
032200
032300     MOVE WS-DIAS-MES (WS-DL-MES) TO WS-DL-DIA.
032400     IF  WS-DL-MES = 02
032500         DIVIDE WS-DL-ANO BY 4
032600             GIVING WS-QUOCIENTE-LEAP
032700             REMAINDER WS-RESTO-LEAP-4
032800         DIVIDE WS-DL-ANO BY 100
032900             GIVING WS-QUOCIENTE-LEAP
033000             REMAINDER WS-RESTO-LEAP-100
033100         DIVIDE WS-DL-ANO BY 400
033200             GIVING WS-QUOCIENTE-LEAP
033300             REMAINDER WS-RESTO-LEAP-400
033400         IF  WS-RESTO-LEAP-4 = ZERO
033500         AND (WS-RESTO-LEAP-100 NOT = ZERO
033600              OR WS-RESTO-LEAP-400 = ZERO)
033700             MOVE 29            TO WS-DL-DIA
033800         END-IF
033900     END-IF.
034000
034100 1140-RETROCEDER-UM-DIA-EXIT.
034200     EXIT.
034300
034400 2000-CARREGAR-PENDENTES.
034500*---------------------------------------------------------------*
034600*    CARREGA AS ALTERACOES ABERTAS DA EXECUCAO ANTERIOR E A     *
034700*    IDENTIFICACAO DA ULTIMA INTERFACE CARREGADA; NA PRIMEIRA   *
034800*    EXECUCAO O ARQUIVO AINDA NAO EXISTE                        *
034900*---------------------------------------------------------------*
035000     OPEN INPUT POSPEND-ARQ.
035100     IF  WS-FS-POSPEND = "35"
035200         GO TO 2000-CARREGAR-PENDENTES-EXIT
035300     END-IF.
035400     IF  WS-FS-POSPEND NOT = "00"
035500         DISPLAY "ERRO AO ABRIR AS ALTERACOES PENDENTES. STATUS: "
035600             WS-FS-POSPEND
035700         MOVE 16 TO RETURN-CODE
035800         GO TO 9999-EXIT
035900     END-IF.
036000
036100     PERFORM 2900-LER-POSPEND THRU 2900-LER-POSPEND-EXIT.
036200     PERFORM 2100-GUARDAR-PENDENTE
036300         THRU 2100-GUARDAR-PENDENTE-EXIT
036400         UNTIL FIM-POSPEND.
036500     CLOSE POSPEND-ARQ.
036600
036700 2000-CARREGAR-PENDENTES-EXIT.
036800     EXIT.
036900
037000 2100-GUARDAR-PENDENTE.
037100*---------------------------------------------------------------*
037200*    GUARDA O CONTROLE OU A ALTERACAO ABERTA CORRENTE E LE A    *
037300*    PROXIMA                                                    *
037400*---------------------------------------------------------------*
037500     IF  PP-REGISTRO-CONTROLE
037600         MOVE PP-CTL-DATA-GERACAO     TO WS-CA-DATA-GERACAO
037700         MOVE PP-CTL-SISTEMA-ORIGEM   TO WS-CA-SISTEMA-ORIGEM
037800         MOVE PP-CTL-QTD-DETALHES     TO WS-CA-QTD-DETALHES
037900         MOVE PP-CTL-TOTAL-VENDA-NOVA TO WS-CA-TOTAL-VENDA-NOVA
038000         GO TO 2100-GUARDAR-PENDENTE-LER
038100     END-IF.
038200
038300     IF  NOT PP-REGISTRO-DETALHE
038400         GO TO 2100-GUARDAR-PENDENTE-LER
038500     END-IF.
038600
038700     ADD 1 TO WS-CONTADOR-PENDENTES.
038800     IF  WS-QTD-PENDENTES < 2000
038900         ADD 1 TO WS-QTD-PENDENTES
039000         SET WS-IDX-PEND        TO WS-QTD-PENDENTES
039100         MOVE PP-ITEM-CODE      TO WS-PT-ITEM-CODE (WS-IDX-PEND)
039200         MOVE PP-BRANCH-CODE    TO WS-PT-BRANCH-CODE (WS-IDX-PEND)
039300         MOVE PP-VENDA-ANTERIOR
039400             TO WS-PT-VENDA-ANTERIOR (WS-IDX-PEND)
039500         MOVE PP-VENDA-NOVA     TO WS-PT-VENDA-NOVA (WS-IDX-PEND)
039600         MOVE PP-DATA-VIGENCIA
039700             TO WS-PT-DATA-VIGENCIA (WS-IDX-PEND)
039800         MOVE PP-SISTEMA-ORIGEM
039900             TO WS-PT-SISTEMA-ORIGEM (WS-IDX-PEND)
040000         MOVE PP-DATA-ENVIO     TO WS-PT-DATA-ENVIO (WS-IDX-PEND)
040100         MOVE PP-DATA-ULT-ENVIO
040200             TO WS-PT-DATA-ULT-ENVIO (WS-IDX-PEND)
040300         MOVE PP-QTD-REENVIOS
040350             TO WS-PT-QTD-REENVIOS (WS-IDX-PEND)
040400         MOVE PP-SITUACAO       TO WS-PT-SITUACAO (WS-IDX-PEND)
040500         MOVE PP-VENDA-CONFIRMADA
040600             TO WS-PT-VENDA-CONFIRMADA (WS-IDX-PEND)
040700     ELSE
040800         ADD 1 TO WS-CONTADOR-ESTOURO
040900     END-IF.
041000
041100 2100-GUARDAR-PENDENTE-LER.
041200
041300     PERFORM 2900-LER-POSPEND THRU 2900-LER-POSPEND-EXIT.
041400
041500 2100-GUARDAR-PENDENTE-EXIT.
041600     EXIT.
041700
041800 2500-CARREGAR-POSFILE.
041900*---------------------------------------------------------------*
042000*    PRIMEIRA LEITURA DA INTERFACE DO POS: IDENTIFICA HEADER E  *
042100*    TRAILER.  INTERFACE JA CARREGADA OU AINDA SEM TRAILER (EM  *
042200*    GRAVACAO) NAO E CARREGADA                                  *
042300*---------------------------------------------------------------*
042400     SET WS-NAO-CARREGAR-POS    TO TRUE.
042500     SET WS-POS-SEM-TRAILER     TO TRUE.
042600     OPEN INPUT POSFILE-ARQ.
042700     IF  WS-FS-POSFILE NOT = "00"
042800         DISPLAY "INTERFACE DO POS NAO ENCONTRADA. STATUS: "
042900             WS-FS-POSFILE
043000         GO TO 2500-CARREGAR-POSFILE-EXIT
043100     END-IF.
043200
043300     SET NAO-FIM-POSFILE        TO TRUE.
043400     PERFORM 2590-LER-POSFILE THRU 2590-LER-POSFILE-EXIT.
043500     PERFORM 2510-IDENTIFICAR-POSFILE
043600         THRU 2510-IDENTIFICAR-POSFILE-EXIT
043700         UNTIL FIM-POSFILE.
043800     CLOSE POSFILE-ARQ.
043900
044000     IF  WS-POS-SEM-TRAILER
044100         DISPLAY "INTERFACE DO POS SEM TRAILER - NAO CARREGADA."
044200         MOVE 4 TO RETURN-CODE
044300         GO TO 2500-CARREGAR-POSFILE-EXIT
044400     END-IF.
044500
044600     IF  WS-CONTROLE-CORRENTE = WS-CONTROLE-ANTERIOR
044700         DISPLAY "INTERFACE DO POS JA CARREGADA ANTERIORMENTE."
044800         GO TO 2500-CARREGAR-POSFILE-EXIT
044900     END-IF.
045000
045100     SET WS-CARREGAR-POS        TO TRUE.
045200     OPEN INPUT POSFILE-ARQ.
045300     SET NAO-FIM-POSFILE        TO TRUE.
045400     PERFORM 2590-LER-POSFILE THRU 2590-LER-POSFILE-EXIT.
045500     PERFORM 2520-REGISTRAR-ENVIO
045600         THRU 2520-REGISTRAR-ENVIO-EXIT
045700         UNTIL FIM-POSFILE.
045800     CLOSE POSFILE-ARQ.
045900
046000     MOVE WS-CONTROLE-CORRENTE  TO WS-CONTROLE-ANTERIOR.
046100
046200 2500-CARREGAR-POSFILE-EXIT.
046300     EXIT.
046400
046500 2510-IDENTIFICAR-POSFILE.
046600*---------------------------------------------------------------*
046700*    GUARDA OS DADOS DO HEADER E DO TRAILER E LE O PROXIMO      *
046800*---------------------------------------------------------------*
046900     IF  PS-REGISTRO-HEADER
047000         MOVE PS-HDR-DATA-GERACAO    TO WS-CC-DATA-GERACAO
047100         MOVE PS-HDR-SISTEMA-ORIGEM  TO WS-CC-SISTEMA-ORIGEM
047200     END-IF.
047300     IF  PS-REGISTRO-TRAILER
047400         MOVE PS-TRL-QTD-DETALHES    TO WS-CC-QTD-DETALHES
047500         MOVE PS-TRL-TOTAL-VENDA-NOVA TO WS-CC-TOTAL-VENDA-NOVA
047600         SET WS-POS-TRAILER-VISTO TO TRUE
047700     END-IF.
047800     PERFORM 2590-LER-POSFILE THRU 2590-LER-POSFILE-EXIT.
047900
048000 2510-IDENTIFICAR-POSFILE-EXIT.
048100     EXIT.
048200
048300 2520-REGISTRAR-ENVIO.
048400*---------------------------------------------------------------*
048500*    REGISTRA O DETALHE CORRENTE COMO ALTERACAO ABERTA; UM NOVO *
048600*    ENVIO PARA O MESMO ITEM/FILIAL SUBSTITUI O ANTERIOR, POIS  *
048700*    SO O ULTIMO PRECO ENVIADO INTERESSA A LOJA                 *
048800*---------------------------------------------------------------*
048900     IF  NOT PS-REGISTRO-DETALHE
049000         GO TO 2520-REGISTRAR-ENVIO-LER
049100     END-IF.
049200
049300     ADD 1 TO WS-CONTADOR-ENVIADOS.
049400     PERFORM 2600-PROCURAR-PENDENTE
049500         THRU 2600-PROCURAR-PENDENTE-EXIT.
049600
049700     IF  WS-ITEM-FORA-TABELA
049800         IF  WS-QTD-PENDENTES < 2000
049900             ADD 1 TO WS-QTD-PENDENTES
050000             MOVE WS-QTD-PENDENTES TO WS-POSICAO-CORRENTE
050100         ELSE
050200             ADD 1 TO WS-CONTADOR-ESTOURO
050300             GO TO 2520-REGISTRAR-ENVIO-LER
050400         END-IF
050500     END-IF.
050600
050700     MOVE PS-DET-ITEM-CODE
050800         TO WS-PT-ITEM-CODE (WS-POSICAO-CORRENTE).
050900     MOVE PS-DET-BRANCH-CODE
051000         TO WS-PT-BRANCH-CODE (WS-POSICAO-CORRENTE).
051100     MOVE PS-DET-VENDA-ANTERIOR
051200         TO WS-PT-VENDA-ANTERIOR (WS-POSICAO-CORRENTE).
051300     MOVE PS-DET-VENDA-NOVA
051400         TO WS-PT-VENDA-NOVA (WS-POSICAO-CORRENTE).
051500     MOVE PS-DET-DATA-VIGENCIA
051600         TO WS-PT-DATA-VIGENCIA (WS-POSICAO-CORRENTE).
051700     MOVE WS-CC-SISTEMA-ORIGEM
051800         TO WS-PT-SISTEMA-ORIGEM (WS-POSICAO-CORRENTE).
051900     MOVE WS-CC-DATA-GERACAO
052000         TO WS-PT-DATA-ENVIO (WS-POSICAO-CORRENTE).
052100     MOVE WS-CC-DATA-GERACAO
052200         TO WS-PT-DATA-ULT-ENVIO (WS-POSICAO-CORRENTE).
052300     MOVE ZERO
052400         TO WS-PT-QTD-REENVIOS (WS-POSICAO-CORRENTE).
052500     MOVE "N"
052600         TO WS-PT-SITUACAO (WS-POSICAO-CORRENTE).
052700     MOVE ZERO
052800         TO WS-PT-VENDA-CONFIRMADA (WS-POSICAO-CORRENTE).
052900
053000 2520-REGISTRAR-ENVIO-LER.
053100
053200     PERFORM 2590-LER-POSFILE THRU 2590-LER-POSFILE-EXIT.
053300
053400 2520-REGISTRAR-ENVIO-EXIT.
053500     EXIT.
053600
053700 2590-LER-POSFILE.
053800*---------------------------------------------------------------*
053900*    LE UM REGISTRO DA INTERFACE DO POS                         *
054000*---------------------------------------------------------------*
054100     READ POSFILE-ARQ
054200         AT END     SET FIM-POSFILE     TO TRUE
054300         NOT AT END SET NAO-FIM-POSFILE TO TRUE
054400     END-READ.
054500
054600 2590-LER-POSFILE-EXIT.
054700     EXIT.
054800
054900 2600-PROCURAR-PENDENTE.
055000*---------------------------------------------------------------*
055100*    PROCURA O ITEM/FILIAL DO DETALHE DO POS NA TABELA DE       *
055200*    ALTERACOES ABERTAS                                         *
055300*---------------------------------------------------------------*
055400     SET WS-ITEM-FORA-TABELA    TO TRUE.
055500     MOVE ZERO                  TO WS-POSICAO-CORRENTE.
055600     IF  WS-QTD-PENDENTES > ZERO
055700         SET WS-IDX-PEND        TO 1
055800         SEARCH WS-TABELA-PENDENTE
055900             AT END
056000                 CONTINUE
056100             WHEN WS-IDX-PEND > WS-QTD-PENDENTES
056200                 CONTINUE
056300             WHEN WS-PT-ITEM-CODE (WS-IDX-PEND) = PS-DET-ITEM-CODE
056400              AND WS-PT-BRANCH-CODE (WS-IDX-PEND)
056500                                    = PS-DET-BRANCH-CODE
056600                 SET WS-ITEM-NA-TABELA TO TRUE
056700                 SET WS-POSICAO-CORRENTE TO WS-IDX-PEND
056800         END-SEARCH
056900     END-IF.
057000
057100 2600-PROCURAR-PENDENTE-EXIT.
057200     EXIT.
057300
057400 2900-LER-POSPEND.
057500*---------------------------------------------------------------*
057600*    LE UM REGISTRO DAS ALTERACOES PENDENTES                    *
057700*---------------------------------------------------------------*
057800     READ POSPEND-ARQ
057900         AT END     SET FIM-POSPEND     TO TRUE
058000         NOT AT END SET NAO-FIM-POSPEND TO TRUE
058100     END-READ.
058200
058300 2900-LER-POSPEND-EXIT.
058400     EXIT.
058500
058600 3000-PROCESSAR-CONFIRMACOES.
058700*---------------------------------------------------------------*
058800*    APLICA AS CONFIRMACOES DAS LOJAS AS ALTERACOES ABERTAS; SEM *
058900*    ARQUIVO DE CONFIRMACAO NADA E BAIXADO                      *
059000*---------------------------------------------------------------*
059100     OPEN INPUT POSACK-ARQ.
059200     IF  WS-FS-POSACK NOT = "00"
059300         DISPLAY "ARQUIVO DE CONFIRMACAO NAO ENCONTRADO. STATUS: "
059400             WS-FS-POSACK
059500         GO TO 3000-PROCESSAR-CONFIRMACOES-EXIT
059600     END-IF.
059700
059800     PERFORM 3900-LER-POSACK THRU 3900-LER-POSACK-EXIT.
059900     PERFORM 3100-APLICAR-CONFIRMACAO
060000         THRU 3100-APLICAR-CONFIRMACAO-EXIT
060100         UNTIL FIM-POSACK.
060200     CLOSE POSACK-ARQ.
060300
060400 3000-PROCESSAR-CONFIRMACOES-EXIT.
060500     EXIT.
060600
060700 3100-APLICAR-CONFIRMACAO.
060800*---------------------------------------------------------------*
060900*    CONFIRMACAO NO PRECO ENVIADO BAIXA A ALTERACAO; EM PRECO   *
061000*    DIFERENTE OU RECUSADA ELA CONTINUA ABERTA COM A SITUACAO.  *
061100*    CONFIRMACAO SEM ALTERACAO ABERTA E SO LISTADA              *
061200*---------------------------------------------------------------*
061300     ADD 1 TO WS-CONTADOR-CONFIRMACOES.
061400
061500     SET WS-ITEM-FORA-TABELA    TO TRUE.
061600     MOVE ZERO                  TO WS-POSICAO-CORRENTE.
061700     IF  WS-QTD-PENDENTES > ZERO
061800         SET WS-IDX-PEND        TO 1
061900         SEARCH WS-TABELA-PENDENTE
062000             AT END
062100                 CONTINUE
062200             WHEN WS-IDX-PEND > WS-QTD-PENDENTES
062300                 CONTINUE
062400             WHEN WS-PT-ITEM-CODE (WS-IDX-PEND) = AK-ITEM-CODE
062500              AND WS-PT-BRANCH-CODE (WS-IDX-PEND) = AK-BRANCH-CODE
062600                 SET WS-ITEM-NA-TABELA TO TRUE
062700                 SET WS-POSICAO-CORRENTE TO WS-IDX-PEND
062800         END-SEARCH
062900     END-IF.
063000
063100     IF  WS-ITEM-FORA-TABELA
063200         ADD 1 TO WS-CONTADOR-SEM-ENVIO
063300         MOVE SPACES            TO REL-LINHA-RPOS
063400         STRING AK-ITEM-CODE "  " AK-BRANCH-CODE "  "
063500                "CONFIRMACAO SEM ALTERACAO ABERTA - IGNORADA"
063600             DELIMITED BY SIZE INTO REL-LINHA-RPOS
063700         WRITE REL-LINHA-RPOS
063800         GO TO 3100-APLICAR-CONFIRMACAO-LER
063900     END-IF.
064000
064100     IF  AK-PRECO-RECUSADO
064200         MOVE "R"
064300             TO WS-PT-SITUACAO (WS-POSICAO-CORRENTE)
064400         MOVE ZERO
064500             TO WS-PT-VENDA-CONFIRMADA (WS-POSICAO-CORRENTE)
064600         GO TO 3100-APLICAR-CONFIRMACAO-LER
064700     END-IF.
064800
064900     IF  AK-VENDA-NOVA = WS-PT-VENDA-NOVA (WS-POSICAO-CORRENTE)
065000         ADD 1 TO WS-CONTADOR-CONFIRMADOS
065100         MOVE "C"
065200             TO WS-PT-SITUACAO (WS-POSICAO-CORRENTE)
065300         MOVE AK-VENDA-NOVA
065400             TO WS-PT-VENDA-CONFIRMADA (WS-POSICAO-CORRENTE)
065500     ELSE
065600         MOVE "D"
065700             TO WS-PT-SITUACAO (WS-POSICAO-CORRENTE)
065800         MOVE AK-VENDA-NOVA
065900             TO WS-PT-VENDA-CONFIRMADA (WS-POSICAO-CORRENTE)
066000     END-IF.
066100
066200 3100-APLICAR-CONFIRMACAO-LER.
066300
066400     PERFORM 3900-LER-POSACK THRU 3900-LER-POSACK-EXIT.
066500
066600 3100-APLICAR-CONFIRMACAO-EXIT.
066700     EXIT.
066800
066900 3900-LER-POSACK.
067000*---------------------------------------------------------------*
067100*    LE UMA CONFIRMACAO DAS LOJAS                               *
067200*---------------------------------------------------------------*
067300     READ POSACK-ARQ
067400         AT END     SET FIM-POSACK     TO TRUE
067500         NOT AT END SET NAO-FIM-POSACK TO TRUE
067600     END-READ.
067700
067800 3900-LER-POSACK-EXIT.
067900     EXIT.
068000
068100 4000-LISTAR-PENDENTES.
068200*---------------------------------------------------------------*
068300*    LISTA AS ALTERACOES QUE CONTINUAM ABERTAS E REENVIA AS QUE *
068400*    PASSARAM DO LIMITE DE DIAS DESDE O ULTIMO ENVIO            *
068500*---------------------------------------------------------------*
068600     PERFORM 4100-LISTAR-UMA-PENDENTE
068700         THRU 4100-LISTAR-UMA-PENDENTE-EXIT
068800         VARYING WS-IDX-PEND FROM 1 BY 1
068900             UNTIL WS-IDX-PEND > WS-QTD-PENDENTES.
069000
069100 4000-LISTAR-PENDENTES-EXIT.
069200     EXIT.
069300
069400 4100-LISTAR-UMA-PENDENTE.
069500*---------------------------------------------------------------*
069600*    LISTA A ALTERACAO CORRENTE SE AINDA ESTIVER ABERTA         *
069700*---------------------------------------------------------------*
069800     IF  WS-PT-CONFIRMADO (WS-IDX-PEND)
069900         GO TO 4100-LISTAR-UMA-PENDENTE-EXIT
070000     END-IF.
070100
070200     ADD 1 TO WS-CONTADOR-ABERTOS.
070300     MOVE SPACES                TO WS-LP-REENVIO.
070400     IF  WS-PT-DATA-ULT-ENVIO (WS-IDX-PEND)
070500                                <= WS-DATA-LIMITE-REENVIO
070600         PERFORM 4200-GRAVAR-REENVIO
070700             THRU 4200-GRAVAR-REENVIO-EXIT
070800         MOVE "SIM"             TO WS-LP-REENVIO
070900     END-IF.
071000
071100     EVALUATE TRUE
071200         WHEN WS-PT-PRECO-DIVERGENTE (WS-IDX-PEND)
071300             ADD 1 TO WS-CONTADOR-DIVERGENTES
071400             MOVE "CONFIRMADO COM PRECO DIFERENTE"
071500                                TO WS-LP-SITUACAO
071600         WHEN WS-PT-RECUSADO-LOJA (WS-IDX-PEND)
071700             ADD 1 TO WS-CONTADOR-RECUSADOS
071800             MOVE "RECUSADO PELA LOJA"
071900                                TO WS-LP-SITUACAO
072000         WHEN OTHER
072100             MOVE "NAO CONFIRMADO" TO WS-LP-SITUACAO
072200     END-EVALUATE.
072300
072400     MOVE WS-PT-ITEM-CODE (WS-IDX-PEND)
072500                                TO WS-LP-ITEM-CODE.
072600     MOVE WS-PT-BRANCH-CODE (WS-IDX-PEND)
072700                                TO WS-LP-FILIAL.
072800     MOVE WS-PT-VENDA-NOVA (WS-IDX-PEND)
072900                                TO WS-LP-VENDA-NOVA.
073000     MOVE WS-PT-VENDA-CONFIRMADA (WS-IDX-PEND)
073100                                TO WS-LP-VENDA-CONFIRMADA.
073200     MOVE WS-PT-DATA-VIGENCIA (WS-IDX-PEND)
073300                                TO WS-LP-DATA-VIGENCIA.
073400     MOVE WS-PT-DATA-ENVIO (WS-IDX-PEND)
073500                                TO WS-LP-DATA-ENVIO.
073600     MOVE WS-PT-DATA-ULT-ENVIO (WS-IDX-PEND)
073700                                TO WS-LP-DATA-ULT-ENVIO.
073800     MOVE WS-PT-QTD-REENVIOS (WS-IDX-PEND)
073900                                TO WS-LP-QTD-REENVIOS.
074000     MOVE WS-PT-SISTEMA-ORIGEM (WS-IDX-PEND)
074100                                TO WS-LP-ORIGEM.
074200     MOVE WS-LINHA-PENDENTE     TO REL-LINHA-RPOS.
074300     WRITE REL-LINHA-RPOS.
074400
074500 4100-LISTAR-UMA-PENDENTE-EXIT.
074600     EXIT.
074700
074800 4200-GRAVAR-REENVIO.
074900*---------------------------------------------------------------*
075000*    GERA DE NOVO O DETALHE NA INTERFACE DE REENVIO E REINICIA A *
075100*    CONTAGEM DE DIAS A PARTIR DE HOJE                          *
075200*---------------------------------------------------------------*
075300     MOVE SPACES                TO RE-REGISTRO-INTERFACE.
075400     MOVE "D"                   TO RE-TIPO-REGISTRO.
075500     MOVE WS-PT-ITEM-CODE (WS-IDX-PEND)
075600                                TO RE-DET-ITEM-CODE.
075700     MOVE WS-PT-BRANCH-CODE (WS-IDX-PEND)
075800                                TO RE-DET-BRANCH-CODE.
075900     MOVE WS-PT-VENDA-ANTERIOR (WS-IDX-PEND)
076000                                TO RE-DET-VENDA-ANTERIOR.
076100     MOVE WS-PT-VENDA-NOVA (WS-IDX-PEND)
076200                                TO RE-DET-VENDA-NOVA.
076300     MOVE WS-PT-DATA-VIGENCIA (WS-IDX-PEND)
076400                                TO RE-DET-DATA-VIGENCIA.
076500     WRITE RE-REGISTRO-INTERFACE.
076600
076700     ADD 1 TO WS-CONTADOR-REENVIO.
076800     ADD WS-PT-VENDA-NOVA (WS-IDX-PEND)
076900                                TO WS-TOTAL-REENVIO-VENDA.
077000     ADD 1 TO WS-PT-QTD-REENVIOS (WS-IDX-PEND).
077100     MOVE WS-DATA-SISTEMA
077200         TO WS-PT-DATA-ULT-ENVIO (WS-IDX-PEND).
077300
077400 4200-GRAVAR-REENVIO-EXIT.
077500     EXIT.
077600
077700 5000-REGRAVAR-PENDENTES.
077800*---------------------------------------------------------------*
077900*    REGRAVA O ARQUIVO DE PENDENTES: O CONTROLE DA ULTIMA       *
078000*    INTERFACE CARREGADA E AS ALTERACOES QUE CONTINUAM ABERTAS. *
078020*    SE ALGUMA ALTERACAO NAO COUBE NA TABELA O ARQUIVO ANTERIOR *
078040*    E MANTIDO COMO ESTA E O PROGRAMA TERMINA COM RC 16, PARA   *
078060*    NAO PERDER PENDENTES                                       *
078100*---------------------------------------------------------------*
078110     IF  WS-CONTADOR-ESTOURO > ZERO
078120         DISPLAY "TABELA DE PENDENTES CHEIA."
078125             " POSPEND NAO REGRAVADO."
078130         MOVE 16 TO RETURN-CODE
078140         GO TO 5000-REGRAVAR-PENDENTES-EXIT
078150     END-IF.
078160
078200     OPEN OUTPUT POSPEND-ARQ.
078300     IF  WS-FS-POSPEND NOT = "00"
078400         DISPLAY "ERRO AO REGRAVAR AS ALTERACOES PENDENTES."
078450             " STATUS: " WS-FS-POSPEND
078600         MOVE 16 TO RETURN-CODE
078700         GO TO 9999-EXIT
078800     END-IF.
078900
079000     MOVE SPACES                TO PP-REGISTRO-PENDENTE.
079100     MOVE "C"                   TO PP-TIPO-REGISTRO.
079200     MOVE WS-CA-DATA-GERACAO    TO PP-CTL-DATA-GERACAO.
079300     MOVE WS-CA-SISTEMA-ORIGEM  TO PP-CTL-SISTEMA-ORIGEM.
079400     MOVE WS-CA-QTD-DETALHES    TO PP-CTL-QTD-DETALHES.
079500     MOVE WS-CA-TOTAL-VENDA-NOVA TO PP-CTL-TOTAL-VENDA-NOVA.
079600     WRITE PP-REGISTRO-PENDENTE.
079700
079800     PERFORM 5100-GRAVAR-UMA-PENDENTE
079900         THRU 5100-GRAVAR-UMA-PENDENTE-EXIT
080000         VARYING WS-IDX-PEND FROM 1 BY 1
080100             UNTIL WS-IDX-PEND > WS-QTD-PENDENTES.
080200
080300     CLOSE POSPEND-ARQ.
080400
080500 5000-REGRAVAR-PENDENTES-EXIT.
080600     EXIT.
080700
080800 5100-GRAVAR-UMA-PENDENTE.
080900*---------------------------------------------------------------*
081000*    GRAVA A ALTERACAO CORRENTE SE AINDA ESTIVER ABERTA         *
081100*---------------------------------------------------------------*
081200     IF  WS-PT-CONFIRMADO (WS-IDX-PEND)
081300         GO TO 5100-GRAVAR-UMA-PENDENTE-EXIT
081400     END-IF.
081500
081600     MOVE SPACES                TO PP-REGISTRO-PENDENTE.
081700     MOVE "D"                   TO PP-TIPO-REGISTRO.
081800     MOVE WS-PT-ITEM-CODE (WS-IDX-PEND)
081900                                TO PP-ITEM-CODE.
082000     MOVE WS-PT-BRANCH-CODE (WS-IDX-PEND)
082100                                TO PP-BRANCH-CODE.
082200     MOVE WS-PT-VENDA-ANTERIOR (WS-IDX-PEND)
082300                                TO PP-VENDA-ANTERIOR.
082400     MOVE WS-PT-VENDA-NOVA (WS-IDX-PEND)
082500                                TO PP-VENDA-NOVA.
082600     MOVE WS-PT-DATA-VIGENCIA (WS-IDX-PEND)
082700                                TO PP-DATA-VIGENCIA.
082800     MOVE WS-PT-SISTEMA-ORIGEM (WS-IDX-PEND)
082900                                TO PP-SISTEMA-ORIGEM.
083000     MOVE WS-PT-DATA-ENVIO (WS-IDX-PEND)
083100                                TO PP-DATA-ENVIO.
083200     MOVE WS-PT-DATA-ULT-ENVIO (WS-IDX-PEND)
083300                                TO PP-DATA-ULT-ENVIO.
083400     MOVE WS-PT-QTD-REENVIOS (WS-IDX-PEND)
083500                                TO PP-QTD-REENVIOS.
083600     MOVE WS-PT-SITUACAO (WS-IDX-PEND)
083700                                TO PP-SITUACAO.
083800     MOVE WS-PT-VENDA-CONFIRMADA (WS-IDX-PEND)
083900                                TO PP-VENDA-CONFIRMADA.
084000     WRITE PP-REGISTRO-PENDENTE.
084100
084200 5100-GRAVAR-UMA-PENDENTE-EXIT.
084300     EXIT.
084400
084500 9000-FINALIZAR.
084600*---------------------------------------------------------------*
084700*    FECHA A INTERFACE DE REENVIO COM O TRAILER, GRAVA O RESUMO *
084800*    E EXIBE OS CONTADORES.  ALTERACAO AINDA ABERTA TERMINA COM *
084900*    AVISO (RC 4), SEM REDUZIR O RC 16 DO ESTOURO DA TABELA     *
085000*---------------------------------------------------------------*
085100     MOVE SPACES                TO RE-REGISTRO-INTERFACE.
085200     MOVE "T"                   TO RE-TIPO-REGISTRO.
085300     MOVE WS-CONTADOR-REENVIO   TO RE-TRL-QTD-DETALHES.
085400     MOVE WS-TOTAL-REENVIO-VENDA TO RE-TRL-TOTAL-VENDA-NOVA.
085500     WRITE RE-REGISTRO-INTERFACE.
085600     CLOSE POSREENV-ARQ.
085700
085800     MOVE SPACES                TO REL-LINHA-RPOS.
085900     WRITE REL-LINHA-RPOS.
086000     MOVE WS-CONTADOR-ENVIADOS  TO WS-CONTADOR-EDITADO.
086100     STRING "DETALHES DO POS CARREGADOS: " WS-CONTADOR-EDITADO
086200         DELIMITED BY SIZE INTO REL-LINHA-RPOS.
086300     WRITE REL-LINHA-RPOS.
086400     MOVE SPACES                TO REL-LINHA-RPOS.
086500     MOVE WS-CONTADOR-CONFIRMADOS TO WS-CONTADOR-EDITADO.
086600     STRING "CONFIRMADOS NO PRECO......: " WS-CONTADOR-EDITADO
086700         DELIMITED BY SIZE INTO REL-LINHA-RPOS.
086800     WRITE REL-LINHA-RPOS.
086900     MOVE SPACES                TO REL-LINHA-RPOS.
087000     MOVE WS-CONTADOR-ABERTOS   TO WS-CONTADOR-EDITADO.
087100     STRING "ALTERACOES AINDA ABERTAS..: " WS-CONTADOR-EDITADO
087200         DELIMITED BY SIZE INTO REL-LINHA-RPOS.
087300     WRITE REL-LINHA-RPOS.
087400     MOVE SPACES                TO REL-LINHA-RPOS.
087500     MOVE WS-CONTADOR-DIVERGENTES TO WS-CONTADOR-EDITADO.
087600     STRING "CONFIRMADAS COM PRECO DIF.: " WS-CONTADOR-EDITADO
087700         DELIMITED BY SIZE INTO REL-LINHA-RPOS.
087800     WRITE REL-LINHA-RPOS.
087900     MOVE SPACES                TO REL-LINHA-RPOS.
088000     MOVE WS-CONTADOR-RECUSADOS TO WS-CONTADOR-EDITADO.
088100     STRING "RECUSADAS PELA LOJA.......: " WS-CONTADOR-EDITADO
088200         DELIMITED BY SIZE INTO REL-LINHA-RPOS.
088300     WRITE REL-LINHA-RPOS.
088400     MOVE SPACES                TO REL-LINHA-RPOS.
088500     MOVE WS-CONTADOR-REENVIO   TO WS-CONTADOR-EDITADO.
088600     STRING "REENVIADAS AO POS.........: " WS-CONTADOR-EDITADO
088700         DELIMITED BY SIZE INTO REL-LINHA-RPOS.
088800     WRITE REL-LINHA-RPOS.
088810     IF  WS-CONTADOR-ESTOURO > ZERO
088820         MOVE SPACES            TO REL-LINHA-RPOS
088830         MOVE WS-CONTADOR-ESTOURO TO WS-CONTADOR-EDITADO
088840         STRING "ALTERACOES ALEM DA TABELA.: " WS-CONTADOR-EDITADO
088850             "  (POSPEND NAO REGRAVADO)"
088860             DELIMITED BY SIZE INTO REL-LINHA-RPOS
088870         WRITE REL-LINHA-RPOS
088880     END-IF.
088900
089000     CLOSE RELRPOS-ARQ.
089100
089200     IF  WS-CONTADOR-ABERTOS > ZERO
089300     AND RETURN-CODE < 4
089400         MOVE 4 TO RETURN-CODE
089500     END-IF.
089600
089700     DISPLAY " ".
089800     DISPLAY "CONCILIACAO DAS CONFIRMACOES DO POS ENCERRADA.".
089900     DISPLAY "PENDENTES ANTERIORES.......: "
089950         WS-CONTADOR-PENDENTES.
090000     DISPLAY "DETALHES DO POS CARREGADOS: " WS-CONTADOR-ENVIADOS.
090100     DISPLAY "CONFIRMACOES LIDAS........: "
090200         WS-CONTADOR-CONFIRMACOES.
090300     DISPLAY "CONFIRMADOS NO PRECO......: "
090350         WS-CONTADOR-CONFIRMADOS.
090400     DISPLAY "CONFIRMACOES SEM ENVIO....: " WS-CONTADOR-SEM-ENVIO.
090500     DISPLAY "ALTERACOES AINDA ABERTAS..: " WS-CONTADOR-ABERTOS.
090600     DISPLAY "REENVIADAS AO POS.........: " WS-CONTADOR-REENVIO.
090700     IF  WS-CONTADOR-ESTOURO > ZERO
090800         DISPLAY "ALTERACOES ALEM DA TABELA: "
090900             WS-CONTADOR-ESTOURO
091000     END-IF.
091100
091200 9000-FINALIZAR-EXIT.
091300     EXIT.
091400
091500 9999-EXIT.
091600     STOP RUN.
091700
091800 END PROGRAM RECPOS.

002050*                   PM-VALOR-VENDA, COM RELATORIO PROPRIO
002060*                   (RELPROMO) DO QUE ESTA PROGRAMADO, ATIVO E
002070*                   ENCERRADO.
002080*                   ENTRADA DE FILIAL COM PRECO PROPRIO (FILIAL
002090*                   DIFERENTE DA DO MESTRE) E ATIVADA NO PRCFIL
002091*                   SEM TOCAR O MESTRE, E A PROMOCAO PARTE E
002092*                   VOLTA AO PRECO DA PROPRIA FILIAL.
002102*                   TAMBEM APLICA AS LIQUIDACOES PROGRAMADAS
002112*                   (LIQFILE) DE ITENS DESCONTINUADOS: CADA
002122*                   ESTAGIO DE REMARCACAO QUE VENCE VAI AO
002132*                   MESTRE, AO HISTORICO, A AUDITORIA E AO POS,
002142*                   NUNCA ABAIXO DO PISO E SEM REVERSAO, COM A
002152*                   SITUACAO DE CADA ITEM (ESTAGIO ATUAL, DATA DO
002162*                   PROXIMO E MARKUP DE CADA ESTAGIO) NO
002172*                   RELATORIO DE LIQUIDACOES (RELLIQ).  AS
002177*                   FILIAIS COM PRECO PROPRIO (PRCFIL) RECEBEM A
002182*                   MESMA REMARCACAO DO ITEM.
002190*-----------------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRICAO
002400*    ---------- ----  -------------------------------------------
002570*                     PRATELEIRA PROMOCIONAL NAO E SOBREPOSTO E
002580*                     O ENCERRAMENTO DA PROMOCAO JA ENVIA A
002590*                     VENDA ATUALIZADA DO MESTRE.
002591*    2026-10-15 JA    PRECO POR FILIAL (PRCFIL): PENDENTE DE UMA
002592*                     FILIAL DIFERENTE DA FILIAL DO MESTRE E
002593*                     ATIVADO NO PRCFIL; INICIO E FIM DE PROMOCAO
002594*                     USAM O PRECO DA FILIAL, E A PROMOCAO SEM
002595*                     FILIAL TAMBEM E ENVIADA/REVERTIDA PARA CADA
002596*                     FILIAL COM PRECO PROPRIO.
002597*    2026-10-15 JA    CADA DETALHE GRAVADO NO POS (ATIVACAO E
002598*                     INICIO/FIM DE PROMOCAO) GERA UM MOVIMENTO DE
002599*                     ETIQUETA (ETQMOV) PARA O RELETQ.
002610*    2026-10-15 JA    MARKUP DO PRECO ATIVADO SOBRE A VENDA
002620*                     LIQUIDA DO ICMS DA CATEGORIA/UF DA FILIAL
002630*                     (CALCICMS), COMO NO CALC1.
002635*    2026-10-15 JA    SNAPSHOT DO MESTRE (CALCSNAP/SNAPMAST) ANTES
002640*                     DE ABRI-LO PARA ATUALIZACAO, PARA A
002645*                     RECONSTRUCAO PONTUAL PELO RESTMAST.
002650*    2026-10-15 JA    LIQUIDACAO PROGRAMADA (LIQFILE/LIQITEM):
002655*                     ESTAGIOS DE REMARCACAO PERMANENTE APLICADOS
002660*                     NO VENCIMENTO, COM PISO NO CUSTO SALVO
002665*                     AUTORIZACAO DE SUPERVISOR, E RELATORIO DE
002670*                     SITUACAO (RELLIQ).
002672*    2026-10-15 JA    LIQUIDACAO REMARCA TAMBEM OS PRECOS
002674*                     PROPRIOS DE FILIAL (PRCFIL), COM HISTORICO,
002676*                     AUDITORIA, POS E LINHA DA FILIAL NO RELLIQ;
002678*                     PISO PROPRIO ABAIXO DO CUSTO SEM SUPERVISOR
002680*                     E RECUSADO NA CARGA DA PROGRAMACAO.
002682*    2026-10-15 JA    PISO DA LIQUIDACAO SEM AUTORIZACAO PASSA A
002684*                     SER O CUSTO ACRESCIDO DO ICMS EMBUTIDO NA
002686*                     VENDA, PARA O MARKUP LIQUIDO NAO FICAR
002688*                     NEGATIVO NO PISO.
002690*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FS-POSFILE.
005800
005820     SELECT ETQMOV-ARQ ASSIGN TO "ETQMOV"
005840         ORGANIZATION IS LINE SEQUENTIAL
005860         FILE STATUS IS WS-FS-ETQMOV.
005880
005900     SELECT RELATIV-ARQ ASSIGN TO "RELATIV"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-RELATIV.
006191     SELECT RELPROMO-ARQ ASSIGN TO "RELPROMO"
006192         ORGANIZATION IS LINE SEQUENTIAL
006193         FILE STATUS IS WS-FS-RELPROMO.
006194
006195     SELECT PRCFIL-ARQ ASSIGN TO "PRCFIL"
006196         ORGANIZATION IS INDEXED
006197         ACCESS MODE IS DYNAMIC
006198         RECORD KEY IS PF-CHAVE
006199         FILE STATUS IS WS-FS-PRCFIL.
006204
006209     SELECT LIQFILE-ARQ ASSIGN TO "LIQFILE"
006214         ORGANIZATION IS LINE SEQUENTIAL
006219         FILE STATUS IS WS-FS-LIQFILE.
006224
006229     SELECT LIQITEM-ARQ ASSIGN TO "LIQITEM"
006234         ORGANIZATION IS INDEXED
006239         ACCESS MODE IS DYNAMIC
006244         RECORD KEY IS LT-ITEM-CODE
006249         FILE STATUS IS WS-FS-LIQITEM.
006254
006259     SELECT RELLIQ-ARQ ASSIGN TO "RELLIQ"
006264         ORGANIZATION IS LINE SEQUENTIAL
006269         FILE STATUS IS WS-FS-RELLIQ.
006290
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PENDPRC-ARQ
008600     LABEL RECORDS ARE STANDARD.
008700     COPY POSREC.
008800
008820 FD  ETQMOV-ARQ
008840     LABEL RECORDS ARE STANDARD.
008860     COPY ETQMOV.
008880
008900 FD  RELATIV-ARQ
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 132 CHARACTERS.
009292     LABEL RECORDS ARE STANDARD
009293     RECORD CONTAINS 132 CHARACTERS.
009294 01  REL-LINHA-PROMOCAO          PIC X(132).
009295
009296 FD  PRCFIL-ARQ
009297     LABEL RECORDS ARE STANDARD.
009298     COPY PRCFIL.
009303
009308 FD  LIQFILE-ARQ
009313     LABEL RECORDS ARE STANDARD.
009318     COPY LIQREC.
009323
009328 FD  LIQITEM-ARQ
009333     LABEL RECORDS ARE STANDARD.
009338     COPY LIQITEM.
009343
009348 FD  RELLIQ-ARQ
009353     LABEL RECORDS ARE STANDARD
009358     RECORD CONTAINS 132 CHARACTERS.
009363 01  REL-LINHA-LIQUIDACAO        PIC X(132).
009390
009400 WORKING-STORAGE SECTION.
009500
009600*---------------------------------------------------------------*
010200 77  WS-FS-AUDITLOG          PIC X(02).
010300 77  WS-FS-PRICHIST          PIC X(02).
010400 77  WS-FS-POSFILE           PIC X(02).
010450 77  WS-FS-ETQMOV            PIC X(02).
010500 77  WS-FS-RELATIV           PIC X(02).
010510 77  WS-FS-PROMFILE          PIC X(02).
010520 77  WS-FS-PROMWRK           PIC X(02).
010530 77  WS-FS-RELPROMO          PIC X(02).
010540 77  WS-FS-PRCFIL            PIC X(02).
010550 77  WS-FS-LIQFILE           PIC X(02).
010560 77  WS-FS-LIQITEM           PIC X(02).
010570 77  WS-FS-RELLIQ            PIC X(02).
010600
010700*---------------------------------------------------------------*
010800*    CHAVES E INDICADORES DE CONTROLE                           *
012294     05  WS-SW-ITEM-EM-PROMO     PIC X(01) VALUE "N".
012295         88  WS-ITEM-EM-PROMOCAO        VALUE "S".
012296         88  WS-ITEM-SEM-PROMOCAO       VALUE "N".
012297     05  WS-SW-PRECO-FILIAL      PIC X(01) VALUE "N".
012298         88  WS-PRECO-FILIAL-ACHADO     VALUE "S".
012299         88  WS-PRECO-FILIAL-NAO-ACHADO VALUE "N".
012301     05  WS-SW-FIM-PRCFIL        PIC X(01) VALUE "N".
012302         88  FIM-PRCFIL                 VALUE "S".
012303         88  NAO-FIM-PRCFIL             VALUE "N".
012304     05  WS-SW-EVENTO-PROMO      PIC X(01) VALUE "I".
012305         88  WS-EVENTO-INICIO           VALUE "I".
012306         88  WS-EVENTO-FIM              VALUE "F".
012308     05  WS-SW-FIM-LIQFILE       PIC X(01) VALUE "N".
012310         88  FIM-LIQFILE                VALUE "S".
012312         88  NAO-FIM-LIQFILE            VALUE "N".
012314     05  WS-SW-FIM-MESTRE        PIC X(01) VALUE "N".
012316         88  FIM-MESTRE                 VALUE "S".
012318         88  NAO-FIM-MESTRE             VALUE "N".
012320     05  WS-SW-PROGRAMACAO       PIC X(01) VALUE "N".
012322         88  WS-PROGRAMACAO-ACHADA      VALUE "S".
012324         88  WS-PROGRAMACAO-NAO-ACHADA  VALUE "N".
012326     05  WS-SW-PROG-VALIDA       PIC X(01) VALUE "S".
012328         88  WS-PROGRAMACAO-VALIDA      VALUE "S".
012330         88  WS-PROGRAMACAO-INVALIDA    VALUE "N".
012332     05  WS-SW-FIM-ESTAGIOS      PIC X(01) VALUE "N".
012334         88  WS-FIM-ESTAGIOS            VALUE "S".
012336         88  WS-NAO-FIM-ESTAGIOS        VALUE "N".
012338     05  WS-SW-LIQ-ITEM          PIC X(01) VALUE "N".
012340         88  WS-LIQ-ITEM-ACHADO         VALUE "S".
012342         88  WS-LIQ-ITEM-NAO-ACHADO     VALUE "N".
012344     05  WS-SW-PISO              PIC X(01) VALUE "N".
012346         88  WS-VENDA-NO-PISO           VALUE "S".
012348         88  WS-VENDA-ACIMA-PISO        VALUE "N".
012358     05  WS-SW-AVANCO-ESTAGIO    PIC X(01) VALUE "N".
012368         88  WS-ESTAGIO-AVANCADO        VALUE "S".
012378         88  WS-ESTAGIO-NAO-AVANCADO    VALUE "N".
012390
012400*---------------------------------------------------------------*
012500*    CONTADORES DO PROCESSAMENTO                                *
012600*---------------------------------------------------------------*
013100 77  WS-VENDA-ANTERIOR-MST   PIC 9(06)V99 VALUE ZERO.
013200 77  WS-CONTADOR-POS         PIC 9(08) VALUE ZERO.
013300 77  WS-TOTAL-POS-VENDA      PIC 9(12)V99 VALUE ZERO.
013301 77  WS-FILIAL-POS           PIC X(04) VALUE SPACES.
013302 77  WS-VENDA-NOVA-POS       PIC 9(06)V99 VALUE ZERO.
013303 77  WS-VENDA-REGULAR        PIC 9(06)V99 VALUE ZERO.
013304 77  WS-COMPLEMENTO-AUDIT    PIC X(10) VALUE SPACES.
013305
013306 01  WS-COMPLEMENTO-FILIAL.
013307     05  FILLER                  PIC X(04) VALUE "FIL ".
013308     05  WS-CF-BRANCH-CODE       PIC X(04) VALUE SPACES.
013309     05  FILLER                  PIC X(02) VALUE SPACES.
013310
013320*---------------------------------------------------------------*
013330*    CONTADORES E AREA DE TRABALHO DAS PROMOCOES                 *
013406         10  WS-PROMO-INICIO     PIC 9(08).
013407         10  WS-PROMO-FIM        PIC 9(08).
013408
013409*---------------------------------------------------------------*
013410*    CONTADORES E AREA DE TRABALHO DAS LIQUIDACOES               *
013411*---------------------------------------------------------------*
013412 77  WS-CONTADOR-LIQ-LIDAS   PIC 9(08) VALUE ZERO.
013413 77  WS-CONTADOR-LIQ-INVAL   PIC 9(08) VALUE ZERO.
013414 77  WS-CONTADOR-LIQ-ITENS   PIC 9(08) VALUE ZERO.
013415 77  WS-CONTADOR-LIQ-APLIC   PIC 9(08) VALUE ZERO.
013416 77  WS-CONTADOR-LIQ-DESC    PIC 9(08) VALUE ZERO.
013417 77  WS-VENDA-ORIGINAL       PIC 9(06)V99 VALUE ZERO.
013418 77  WS-VENDA-ESTAGIO        PIC 9(06)V99 VALUE ZERO.
013419 77  WS-PISO-LIQ             PIC 9(06)V99 VALUE ZERO.
013420 77  WS-ALIQUOTA-LIQ         PIC 9(02)V99 VALUE ZERO.
013421 77  WS-ESTAGIO-ATUAL        PIC 9(01) VALUE ZERO.
013422 77  WS-ESTAGIO-DEVIDO       PIC 9(01) VALUE ZERO.
013423 77  WS-QTD-ESTAGIOS-PROG    PIC 9(01) VALUE ZERO.
013424 77  WS-SUB-ESTAGIO          PIC 9(02) VALUE ZERO.
013425 77  WS-DIA-ANTERIOR         PIC 9(03) VALUE ZERO.
013426 77  WS-PCT-ANTERIOR         PIC 9(02)V99 VALUE ZERO.
013427 77  WS-DIAS-AVANCAR         PIC 9(03) VALUE ZERO.
013428 77  WS-ULTIMO-DIA-MES       PIC 9(02) VALUE ZERO.
013429 77  WS-RESTO-LEAP-4         PIC 9(04) VALUE ZERO.
013430 77  WS-RESTO-LEAP-100       PIC 9(04) VALUE ZERO.
013431 77  WS-RESTO-LEAP-400       PIC 9(04) VALUE ZERO.
013432 77  WS-QUOCIENTE-LEAP       PIC 9(04) VALUE ZERO.
013433 77  WS-PCT-ESTAGIO-ANTERIOR PIC 9(02)V99 VALUE ZERO.
013434 77  WS-VENDA-FILIAL-LIQ     PIC 9(06)V99 VALUE ZERO.
013435 77  WS-PISO-FILIAL-LIQ      PIC 9(06)V99 VALUE ZERO.
013436 77  WS-CONTADOR-LIQ-FILIAIS PIC 9(08) VALUE ZERO.
013437 77  WS-CUSTO-PISO           PIC 9(06)V99 VALUE ZERO.
013438 77  WS-ALIQUOTA-PISO        PIC 9(02)V99 VALUE ZERO.
013439 77  WS-PISO-CUSTO           PIC 9(06)V99 VALUE ZERO.
013440 77  WS-PISO-CUSTO-CALC      PIC 9(06)V9(06) VALUE ZERO.
013441
013442 01  WS-COMPLEMENTO-LIQ.
013443     05  FILLER                  PIC X(08) VALUE "LIQ EST ".
013444     05  WS-CL-ESTAGIO           PIC 9(01) VALUE ZERO.
013445     05  FILLER                  PIC X(01) VALUE SPACES.
013446
013447 01  WS-DATA-ESTAGIO-DESM.
013448     05  WS-DE-ANO               PIC 9(04).
013449     05  WS-DE-MES               PIC 9(02).
013450     05  WS-DE-DIA               PIC 9(02).
013451
013452 01  WS-DIAS-MES-VALORES     PIC X(24)
013453                             VALUE "312831303130313130313031".
013454 01  WS-DIAS-MES-TABELA REDEFINES WS-DIAS-MES-VALORES.
013455     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
013456
013457*---------------------------------------------------------------*
013458*    PROGRAMACOES DE LIQUIDACAO VALIDAS CARREGADAS EM MEMORIA,   *
013459*    COM A DATA DE CADA ESTAGIO JA CALCULADA                     *
013460*---------------------------------------------------------------*
013461 01  WS-TABELA-LIQ-DADOS.
013462     05  WS-QTD-LIQ-TAB          PIC 9(04) VALUE ZERO.
013463     05  WS-TABELA-LIQ OCCURS 100 TIMES
013464             INDEXED BY WS-IDX-LIQ.
013465         10  WS-LQT-TIPO         PIC X(01).
013466             88  WS-LQT-ALVO-ITEM       VALUE "I".
013467             88  WS-LQT-ALVO-CATEGORIA  VALUE "C".
013468         10  WS-LQT-CODIGO       PIC X(10).
013469         10  WS-LQT-PISO         PIC 9(06)V99.
013470         10  WS-LQT-AUTORIZACAO  PIC X(01).
013471             88  WS-LQT-AUTORIZADA      VALUE "S".
013472             88  WS-LQT-SEM-AUTORIZACAO VALUE "N".
013473         10  WS-LQT-USO          PIC X(01).
013474             88  WS-LQT-USADA           VALUE "S".
013475             88  WS-LQT-NAO-USADA       VALUE "N".
013476         10  WS-LQT-QTD-ESTAGIOS PIC 9(01).
013477         10  WS-LQT-ESTAGIO OCCURS 5 TIMES
013478                 INDEXED BY WS-IDX-EST.
013479             15  WS-LQT-DIA      PIC 9(03).
013480             15  WS-LQT-PCT      PIC 9(02)V99.
013481             15  WS-LQT-DATA     PIC 9(08).
013482
013500 01  WS-DATA-HORA-SISTEMA.
013600     05  WS-DATA-SISTEMA         PIC 9(08).
013700     05  WS-HORA-SISTEMA         PIC 9(08).
014100*    CALCULO (CALCMRKP, CALCMRGN, CALCDESC)                     *
014200*---------------------------------------------------------------*
014300 COPY PCLINK.
014310
014320*---------------------------------------------------------------*
014330*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
014340*    (CALCICMS)                                                  *
014350*---------------------------------------------------------------*
014360 COPY ICLINK.
014365
014370*---------------------------------------------------------------*
014375*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SNAPSHOT DO MESTRE       *
014380*    (CALCSNAP)                                                  *
014385*---------------------------------------------------------------*
014390 COPY SNLINK.
014391
014392*---------------------------------------------------------------*
014393*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SIGN-ON (CALCSIGN),      *
014394*    QUE VALIDA O SUPERVISOR DO PISO ABAIXO DO CUSTO             *
014395*---------------------------------------------------------------*
014396 COPY SGLINK.
014400
014500*---------------------------------------------------------------*
014600*    LAYOUT DA LINHA DE RELATORIO                                *
016293     05  FILLER                  PIC X(02) VALUE SPACES.
016294     05  WS-LM-SITUACAO          PIC X(28).
016295     05  FILLER                  PIC X(54) VALUE SPACES.
016297
016298 01  WS-LINHA-LIQUIDACAO.
016299     05  WS-LL-ITEM-CODE         PIC X(10).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016301     05  WS-LL-CATEGORIA         PIC X(04).
016302     05  FILLER                  PIC X(02) VALUE SPACES.
016303     05  WS-LL-PROGRAMACAO       PIC X(09).
016304     05  FILLER                  PIC X(02) VALUE SPACES.
016305     05  WS-LL-VENDA-ORIGINAL    PIC ZZZ,ZZ9.99.
016306     05  FILLER                  PIC X(02) VALUE SPACES.
016307     05  WS-LL-VENDA-ATUAL       PIC ZZZ,ZZ9.99.
016308     05  FILLER                  PIC X(02) VALUE SPACES.
016309     05  WS-LL-CUSTO             PIC ZZZ,ZZ9.99.
016310     05  FILLER                  PIC X(02) VALUE SPACES.
016311     05  WS-LL-PISO              PIC ZZZ,ZZ9.99.
016312     05  FILLER                  PIC X(02) VALUE SPACES.
016313     05  WS-LL-ESTAGIO           PIC 9(01).
016314     05  FILLER                  PIC X(02) VALUE SPACES.
016315     05  WS-LL-PROXIMA-DATA      PIC X(08).
016316     05  FILLER                  PIC X(02) VALUE SPACES.
016317     05  WS-LL-SITUACAO          PIC X(28).
016318     05  FILLER                  PIC X(14) VALUE SPACES.
016319
016320 01  WS-LINHA-ESTAGIO.
016321     05  FILLER                  PIC X(12) VALUE SPACES.
016322     05  WS-LE-ESTAGIO           PIC 9(01).
016323     05  FILLER                  PIC X(04) VALUE SPACES.
016324     05  WS-LE-DIA               PIC ZZ9.
016325     05  FILLER                  PIC X(02) VALUE SPACES.
016326     05  WS-LE-DATA              PIC X(08).
016327     05  FILLER                  PIC X(02) VALUE SPACES.
016328     05  WS-LE-PCT               PIC Z9.99.
016329     05  FILLER                  PIC X(02) VALUE SPACES.
016330     05  WS-LE-VENDA             PIC ZZZ,ZZ9.99.
016331     05  FILLER                  PIC X(02) VALUE SPACES.
016332     05  WS-LE-PERCENTUAL        PIC -ZZ9.9999.
016333     05  FILLER                  PIC X(02) VALUE SPACES.
016334     05  WS-LE-MARCA-ATUAL       PIC X(05).
016335     05  FILLER                  PIC X(01) VALUE SPACES.
016336     05  WS-LE-MARCA-PISO        PIC X(07).
016337     05  FILLER                  PIC X(57) VALUE SPACES.
016338
016339 01  WS-LINHA-FILIAL-LIQ.
016340     05  FILLER                  PIC X(12) VALUE SPACES.
016341     05  FILLER                  PIC X(07) VALUE "FILIAL ".
016342     05  WS-LF-FILIAL            PIC X(04).
016343     05  FILLER                  PIC X(18) VALUE SPACES.
016344     05  WS-LF-VENDA-ATUAL       PIC ZZZ,ZZ9.99.
016345     05  FILLER                  PIC X(02) VALUE SPACES.
016346     05  WS-LF-CUSTO             PIC ZZZ,ZZ9.99.
016347     05  FILLER                  PIC X(02) VALUE SPACES.
016348     05  WS-LF-PISO              PIC ZZZ,ZZ9.99.
016349     05  FILLER                  PIC X(15) VALUE SPACES.
016350     05  WS-LF-SITUACAO          PIC X(28).
016351     05  FILLER                  PIC X(14) VALUE SPACES.
016352
016400 PROCEDURE DIVISION.
016500
016600 0000-MAINLINE.
018200     PERFORM 5000-PROCESSAR-PROMOCOES
018300         THRU 5000-PROCESSAR-PROMOCOES-EXIT.
018350
018360     PERFORM 6000-PROCESSAR-LIQUIDACOES
018370         THRU 6000-PROCESSAR-LIQUIDACOES-EXIT.
018380
018400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
018500
018600     GO TO 9999-EXIT.
019300     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
019400     ACCEPT WS-HORA-SISTEMA      FROM TIME.
019500
019600     MOVE WS-DATA-SISTEMA       TO SN-DATA-SNAPSHOT.
019700     MOVE WS-HORA-SISTEMA       TO SN-HORA-SNAPSHOT.
019800     MOVE "PRCATIV"             TO SN-SISTEMA-ORIGEM.
019900     CALL "CALCSNAP" USING SN-PARAMETROS-SNAPSHOT.
020000     IF  SN-ERRO-SNAPSHOT
020100         DISPLAY "SNAPSHOT DO MESTRE NAO GRAVADO - ATUALIZACAO"
020200             " NAO EXECUTADA."
020300         MOVE 16 TO RETURN-CODE
020400         GO TO 9999-EXIT
020500     END-IF.
020600     DISPLAY "SNAPSHOT DO MESTRE: " SN-QTD-ITENS " ITENS".
020700
020800     OPEN I-O PRODMAST-ARQ.
020900     IF  WS-FS-PRODMAST NOT = "00"
021000         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
022200     IF  WS-FS-PRICHIST = "35"
022300         OPEN OUTPUT PRICHIST-ARQ
022400     END-IF.
022410
022420     OPEN I-O PRCFIL-ARQ.
022430     IF  WS-FS-PRCFIL = "35"
022440         OPEN OUTPUT PRCFIL-ARQ
022450         CLOSE PRCFIL-ARQ
022460         OPEN I-O PRCFIL-ARQ
022470     END-IF.
022480     IF  WS-FS-PRCFIL NOT = "00"
022490         DISPLAY "ERRO AO ABRIR O ARQUIVO DE PRECOS POR FILIAL."
022491             " STATUS: " WS-FS-PRCFIL
022492         MOVE 16 TO RETURN-CODE
022493         GO TO 9999-EXIT
022494     END-IF.
022500
023400     OPEN OUTPUT POSFILE-ARQ.
023500     IF  WS-FS-POSFILE NOT = "00"
024400     MOVE "PRCATIV"             TO PS-HDR-SISTEMA-ORIGEM.
024500     WRITE PS-REGISTRO-INTERFACE.
024600
024610     OPEN EXTEND ETQMOV-ARQ.
024620     IF  WS-FS-ETQMOV = "35"
024630         OPEN OUTPUT ETQMOV-ARQ
024640     END-IF.
024650
024652     OPEN OUTPUT RELLIQ-ARQ.
024654     IF  WS-FS-RELLIQ NOT = "00"
024656         DISPLAY "ERRO AO ABRIR O RELATORIO DE LIQUIDACOES."
024658             " STATUS: " WS-FS-RELLIQ
024660         MOVE 16 TO RETURN-CODE
024662         GO TO 9999-EXIT
024664     END-IF.
024666     PERFORM 1400-GRAVAR-CABECALHO-LIQ
024668         THRU 1400-GRAVAR-CABECALHO-LIQ-EXIT.
024670
024700     OPEN OUTPUT RELATIV-ARQ.
024800     IF  WS-FS-RELATIV NOT = "00"
024900         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
027838 1310-ARMAZENAR-PROMOCAO-EXIT.
027839     EXIT.
027840
027842 1400-GRAVAR-CABECALHO-LIQ.
027844*---------------------------------------------------------------*
027846*    IMPRIME O CABECALHO DO RELATORIO DE SITUACAO DAS            *
027848*    LIQUIDACOES: UMA LINHA POR ITEM, UMA POR ESTAGIO E UMA POR  *
027849*    FILIAL COM PRECO PROPRIO                                    *
027850*---------------------------------------------------------------*
027852     MOVE "RELATORIO DE SITUACAO DAS LIQUIDACOES - PRCATIV"
027854         TO REL-LINHA-LIQUIDACAO.
027856     WRITE REL-LINHA-LIQUIDACAO.
027858     MOVE "ITEM        CAT   PROGRAMA     ORIGINAL       ATUAL    
027860-    "   CUSTO        PISO EST PROXIMO   SITUACAO"
027862         TO REL-LINHA-LIQUIDACAO.
027864     WRITE REL-LINHA-LIQUIDACAO.
027866     MOVE "           EST   DIA  DATA      RED.%       VENDA      
027868-    "MARKUP"
027870         TO REL-LINHA-LIQUIDACAO.
027872     WRITE REL-LINHA-LIQUIDACAO.
027874     MOVE SPACES                TO REL-LINHA-LIQUIDACAO.
027876     WRITE REL-LINHA-LIQUIDACAO.
027878
027880 1400-GRAVAR-CABECALHO-LIQ-EXIT.
027882     EXIT.
027884
027900 2000-TRATAR-PENDENTE.
028000*---------------------------------------------------------------*
028100*    DESTINA A ENTRADA CORRENTE - AINDA FUTURA FICA NO ARQUIVO   *
031400*---------------------------------------------------------------*
031500*    PROMOVE UMA ENTRADA VENCIDA AO MESTRE, COM HISTORICO,       *
031600*    AUDITORIA E DETALHE NO POS QUANDO A VENDA MUDOU.  ITEM NAO  *
031700*    CADASTRADO OU INATIVADO E DESCARTADO COM LINHA PROPRIA.     *
031710*    ENTRADA DE OUTRA FILIAL QUE NAO A DO MESTRE VAI PARA O      *
031720*    PRECO PROPRIO DA FILIAL (PRCFIL)                            *
031800*---------------------------------------------------------------*
031900     MOVE PN-ITEM-CODE          TO PM-ITEM-CODE.
032000     READ PRODMAST-ARQ
034100     MOVE PN-VALOR-VENDA        TO PC-VALOR-VENDA.
034200     MOVE ZERO                  TO PC-PERCENTUAL.
034300     SET PC-DIRECAO-DIRETA      TO TRUE.
034310*    O ICMS E O DA UF DA FILIAL DO PRECO QUE ESTA SENDO ATIVADO  *
034320     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
034330     IF  PN-BRANCH-CODE NOT = SPACES
034340         MOVE PN-BRANCH-CODE    TO IC-BRANCH-CODE
034350     ELSE
034360         MOVE PM-BRANCH-CODE    TO IC-BRANCH-CODE
034370     END-IF.
034380     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
034390     MOVE IC-ALIQUOTA           TO PC-ALIQUOTA-IMPOSTO.
034400     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
034500     IF  PC-ERRO-VALOR-ZERO
034600         MOVE "COMPRA INVALIDA" TO WS-LV-SITUACAO
034900         GO TO 3000-ATIVAR-UM-PRECO-EXIT
035000     END-IF.
035100
035110     IF  PN-BRANCH-CODE NOT = SPACES
035120     AND PM-BRANCH-CODE NOT = SPACES
035130     AND PN-BRANCH-CODE NOT = PM-BRANCH-CODE
035140         PERFORM 3050-ATIVAR-PRECO-FILIAL
035150             THRU 3050-ATIVAR-PRECO-FILIAL-EXIT
035160         GO TO 3000-ENVIAR-POS
035170     END-IF.
035180
035200     MOVE PM-VALOR-VENDA        TO WS-VENDA-ANTERIOR-MST.
035300
035400     IF  PN-DESCRICAO NOT = SPACES
038200
038300     PERFORM 3100-GRAVAR-HISTORICO
038400         THRU 3100-GRAVAR-HISTORICO-EXIT.
038410     MOVE "ATIVADO"             TO WS-COMPLEMENTO-AUDIT.
038500     PERFORM 3200-GRAVAR-AUDITORIA
038600         THRU 3200-GRAVAR-AUDITORIA-EXIT.
038610     MOVE PM-BRANCH-CODE        TO WS-FILIAL-POS.
038620     MOVE PM-VALOR-VENDA        TO WS-VENDA-NOVA-POS.
038700
038710 3000-ENVIAR-POS.
038730     MOVE PN-DATA-VIGENCIA      TO WS-POS-DATA-VIGENCIA.
038800     MOVE "ATIVADO"             TO WS-LV-SITUACAO.
038810     IF  WS-VENDA-NOVA-POS NOT = WS-VENDA-ANTERIOR-MST
038820*    ITEM COM PROMOCAO ATIVA NAO TEM O PRECO REGULAR ENVIADO AO  *
038830*    POS NO MEIO DA JANELA - O ENCERRAMENTO DA PROMOCAO JA       *
038840*    ENVIA A VENDA ATUALIZADA DO MESTRE                          *
039700
039800 3000-ATIVAR-UM-PRECO-EXIT.
039900     EXIT.
039901
039902 3050-ATIVAR-PRECO-FILIAL.
039903*---------------------------------------------------------------*
039904*    ATIVA A ENTRADA NO PRECO PROPRIO DA FILIAL (PRCFIL), SEM    *
039905*    TOCAR O MESTRE.  SEM ENTRADA ANTERIOR NO PRCFIL, A VENDA DE *
039906*    PARTIDA DA FILIAL ERA A DO MESTRE                           *
039907*---------------------------------------------------------------*
039908     MOVE PN-ITEM-CODE          TO PF-ITEM-CODE.
039909     MOVE PN-BRANCH-CODE        TO PF-BRANCH-CODE.
039910     READ PRCFIL-ARQ
039911         KEY IS PF-CHAVE
039912         INVALID KEY     SET WS-PRECO-FILIAL-NAO-ACHADO TO TRUE
039913         NOT INVALID KEY SET WS-PRECO-FILIAL-ACHADO     TO TRUE
039914     END-READ.
039915
039916     IF  WS-PRECO-FILIAL-ACHADO
039917         MOVE PF-VALOR-VENDA    TO WS-VENDA-ANTERIOR-MST
039918     ELSE
039919         MOVE SPACES            TO PF-REGISTRO-PRECO-FILIAL
039920         MOVE PN-ITEM-CODE      TO PF-ITEM-CODE
039921         MOVE PN-BRANCH-CODE    TO PF-BRANCH-CODE
039922         MOVE PM-VALOR-VENDA    TO WS-VENDA-ANTERIOR-MST
039923     END-IF.
039924
039925     MOVE PC-VALOR-COMPRA       TO PF-VALOR-COMPRA.
039926     MOVE PC-VALOR-VENDA        TO PF-VALOR-VENDA.
039927     MOVE PC-PERCENTUAL         TO PF-PERCENTUAL.
039928     IF  PC-EM-PREJUIZO
039929         SET PF-EM-PREJUIZO     TO TRUE
039930     ELSE
039931         SET PF-SEM-PREJUIZO    TO TRUE
039932     END-IF.
039933     MOVE WS-DATA-SISTEMA       TO PF-DATA-ULT-CALCULO.
039934     MOVE WS-HORA-SISTEMA       TO PF-HORA-ULT-CALCULO.
039935
039936     IF  WS-PRECO-FILIAL-ACHADO
039937         REWRITE PF-REGISTRO-PRECO-FILIAL
039938     ELSE
039939         WRITE PF-REGISTRO-PRECO-FILIAL
039940     END-IF.
039941     IF  WS-FS-PRCFIL NOT = "00"
039942         DISPLAY "ERRO AO GRAVAR O PRECO DA FILIAL. ITEM: "
039943             PN-ITEM-CODE " FILIAL: " PN-BRANCH-CODE
039944             " STATUS: " WS-FS-PRCFIL
039945         MOVE 16 TO RETURN-CODE
039946         GO TO 9999-EXIT
039947     END-IF.
039948
039949     PERFORM 3150-GRAVAR-HISTORICO-FILIAL
039950         THRU 3150-GRAVAR-HISTORICO-FILIAL-EXIT.
039951     MOVE PF-BRANCH-CODE        TO WS-CF-BRANCH-CODE.
039952     MOVE WS-COMPLEMENTO-FILIAL TO WS-COMPLEMENTO-AUDIT.
039953     PERFORM 3200-GRAVAR-AUDITORIA
039954         THRU 3200-GRAVAR-AUDITORIA-EXIT.
039955
039956     MOVE PF-BRANCH-CODE        TO WS-FILIAL-POS.
039957     MOVE PF-VALOR-VENDA        TO WS-VENDA-NOVA-POS.
039958
039959 3050-ATIVAR-PRECO-FILIAL-EXIT.
039960     EXIT.
040000
040100 3100-GRAVAR-HISTORICO.
040200*---------------------------------------------------------------*
041600
041700 3100-GRAVAR-HISTORICO-EXIT.
041800     EXIT.
041810
041820 3150-GRAVAR-HISTORICO-FILIAL.
041830*---------------------------------------------------------------*
041840*    APENDA O HISTORICO DO PRECO PROPRIO DA FILIAL ATIVADO,      *
041850*    MARCADO COMO PRECO DE FILIAL                                *
041860*---------------------------------------------------------------*
041870     MOVE SPACES                TO HS-REGISTRO-HISTORICO.
041880     MOVE PF-ITEM-CODE          TO HS-ITEM-CODE.
041881     MOVE PF-BRANCH-CODE        TO HS-BRANCH-CODE.
041882     MOVE PM-CATEGORY-CODE      TO HS-CATEGORY-CODE.
041883     MOVE PF-VALOR-COMPRA       TO HS-VALOR-COMPRA.
041884     MOVE PF-VALOR-VENDA        TO HS-VALOR-VENDA.
041885     MOVE PF-PERCENTUAL         TO HS-PERCENTUAL.
041886     MOVE PF-STATUS-PREJUIZO    TO HS-STATUS-PREJUIZO.
041887     MOVE PF-DATA-ULT-CALCULO   TO HS-DATA-CALCULO.
041888     MOVE PF-HORA-ULT-CALCULO   TO HS-HORA-CALCULO.
041889     SET HS-PRECO-FILIAL        TO TRUE.
041890     WRITE HS-REGISTRO-HISTORICO.
041891
041892 3150-GRAVAR-HISTORICO-FILIAL-EXIT.
041893     EXIT.
041900
042000 3200-GRAVAR-AUDITORIA.
042100*---------------------------------------------------------------*
043300     MOVE PC-VALOR-COMPRA       TO AUD-VALOR-COMPRA.
043400     MOVE PC-VALOR-VENDA        TO AUD-VALOR-VENDA.
043500     MOVE PC-PERCENTUAL         TO AUD-PERCENTUAL.
043600     MOVE WS-COMPLEMENTO-AUDIT  TO AUD-INFO-COMPLEMENTO.
043700     WRITE AUD-REGISTRO-LOG.
043800
043900 3200-GRAVAR-AUDITORIA-EXIT.
044100
044200 3300-GRAVAR-POS-DETALHE.
044300*---------------------------------------------------------------*
044400*    GRAVA O DETALHE DA MUDANCA DE PRECO NA INTERFACE DO POS E   *
044450*    O MOVIMENTO DE ETIQUETA DA FILIAL                           *
044500*---------------------------------------------------------------*
044600     MOVE SPACES                TO PS-REGISTRO-INTERFACE.
044700     MOVE "D"                   TO PS-TIPO-REGISTRO.
044800     MOVE PM-ITEM-CODE          TO PS-DET-ITEM-CODE.
044900     MOVE WS-FILIAL-POS         TO PS-DET-BRANCH-CODE.
045000     MOVE WS-VENDA-ANTERIOR-MST TO PS-DET-VENDA-ANTERIOR.
045100     MOVE WS-VENDA-NOVA-POS     TO PS-DET-VENDA-NOVA.
045200     MOVE WS-POS-DATA-VIGENCIA  TO PS-DET-DATA-VIGENCIA.
045300     WRITE PS-REGISTRO-INTERFACE.
045400     ADD 1                      TO WS-CONTADOR-POS.
045500     ADD WS-VENDA-NOVA-POS      TO WS-TOTAL-POS-VENDA.
045600
045605     MOVE SPACES                TO EM-REGISTRO-MOVIMENTO.
045610     MOVE WS-DATA-SISTEMA       TO EM-DATA-MOVIMENTO.
045615     MOVE WS-HORA-SISTEMA       TO EM-HORA-MOVIMENTO.
045620     MOVE PM-ITEM-CODE          TO EM-ITEM-CODE.
045625     MOVE WS-FILIAL-POS         TO EM-BRANCH-CODE.
045630     MOVE WS-VENDA-ANTERIOR-MST TO EM-VENDA-ANTERIOR.
045635     MOVE WS-VENDA-NOVA-POS     TO EM-VENDA-NOVA.
045640     MOVE WS-POS-DATA-VIGENCIA  TO EM-DATA-VIGENCIA.
045645     SET EM-PRECO-REGULAR       TO TRUE.
045650     MOVE "PRCATIV"             TO EM-SISTEMA-ORIGEM.
045655     WRITE EM-REGISTRO-MOVIMENTO.
045660
045700 3300-GRAVAR-POS-DETALHE-EXIT.
045800     EXIT.
045810
045881         WHEN WS-PROMO-ITEM (WS-IDX-PROMO) = PM-ITEM-CODE
045882          AND (WS-PROMO-FILIAL (WS-IDX-PROMO) = SPACES
045883               OR WS-PROMO-FILIAL (WS-IDX-PROMO)
045884                                    = WS-FILIAL-POS)
045885          AND WS-PROMO-INICIO (WS-IDX-PROMO) <= WS-DATA-SISTEMA
045886          AND WS-PROMO-FIM (WS-IDX-PROMO) >= WS-DATA-SISTEMA
045887             SET WS-ITEM-EM-PROMOCAO TO TRUE
050460         GO TO 5200-INICIAR-PROMOCAO-EXIT
050470     END-IF.
050480
050481     PERFORM 5250-OBTER-VENDA-REGULAR
050482         THRU 5250-OBTER-VENDA-REGULAR-EXIT.
050490     MOVE WS-VENDA-REGULAR      TO WS-POS-VENDA-ANTERIOR.
050500     MOVE PO-VALOR-PROMOCAO     TO WS-POS-VENDA-NOVA.
050510     MOVE PO-DATA-INICIO        TO WS-POS-DATA-VIGENCIA.
050520     IF  WS-POS-DATA-VIGENCIA < WS-DATA-SISTEMA
050530         MOVE WS-DATA-SISTEMA   TO WS-POS-DATA-VIGENCIA
050540     END-IF.
050545     SET WS-EVENTO-INICIO       TO TRUE.
050550     PERFORM 5400-GRAVAR-POS-PROMO
050560         THRU 5400-GRAVAR-POS-PROMO-EXIT.
050561     IF  PO-BRANCH-CODE = SPACES
050563         PERFORM 5450-POS-PROMO-FILIAIS
050564             THRU 5450-POS-PROMO-FILIAIS-EXIT
050565         MOVE PO-VALOR-PROMOCAO TO WS-POS-VENDA-NOVA
050566     END-IF.
050570
050580     MOVE "PROMO INI"           TO AUD-INFO-COMPLEMENTO.
050590     PERFORM 5500-GRAVAR-AUDITORIA-PROMO
050650
050660 5200-INICIAR-PROMOCAO-EXIT.
050670     EXIT.
050671
050672 5250-OBTER-VENDA-REGULAR.
050673*---------------------------------------------------------------*
050674*    DEVOLVE EM WS-VENDA-REGULAR O PRECO REGULAR DA FILIAL DA    *
050675*    PROMOCAO - O PRECO PROPRIO DELA NO PRCFIL QUANDO HOUVER, OU *
050676*    A VENDA DO MESTRE - E EM WS-FILIAL-POS A FILIAL DO DETALHE  *
050677*---------------------------------------------------------------*
050678     MOVE PM-VALOR-VENDA        TO WS-VENDA-REGULAR.
050679     IF  PO-BRANCH-CODE = SPACES
050680         MOVE PM-BRANCH-CODE    TO WS-FILIAL-POS
050681         GO TO 5250-OBTER-VENDA-REGULAR-EXIT
050682     END-IF.
050683     MOVE PO-BRANCH-CODE        TO WS-FILIAL-POS.
050684     IF  PO-BRANCH-CODE = PM-BRANCH-CODE
050685         GO TO 5250-OBTER-VENDA-REGULAR-EXIT
050686     END-IF.
050687
050688     MOVE PO-ITEM-CODE          TO PF-ITEM-CODE.
050689     MOVE PO-BRANCH-CODE        TO PF-BRANCH-CODE.
050690     READ PRCFIL-ARQ
050691         KEY IS PF-CHAVE
050692         INVALID KEY     SET WS-PRECO-FILIAL-NAO-ACHADO TO TRUE
050693         NOT INVALID KEY SET WS-PRECO-FILIAL-ACHADO     TO TRUE
050694     END-READ.
050695     IF  WS-PRECO-FILIAL-ACHADO
050696         MOVE PF-VALOR-VENDA    TO WS-VENDA-REGULAR
050697     END-IF.
050698
050699 5250-OBTER-VENDA-REGULAR-EXIT.
050700     EXIT.
050701
050702 5300-ENCERRAR-PROMOCAO.
050703*---------------------------------------------------------------*
050710*    ENVIA AO POS A VOLTA AO PRECO REGULAR DA FILIAL (PRCFIL OU  *
050720*    MESTRE) NO DIA SEGUINTE AO FIM DA PROMOCAO - A REVERSAO E   *
050730*    AUTOMATICA, SEM REDIGITACAO                                 *
050740*---------------------------------------------------------------*
050750     MOVE PO-ITEM-CODE          TO PM-ITEM-CODE.
050760     READ PRODMAST-ARQ
050870         GO TO 5300-ENCERRAR-PROMOCAO-EXIT
050880     END-IF.
050890
050891     PERFORM 5250-OBTER-VENDA-REGULAR
050892         THRU 5250-OBTER-VENDA-REGULAR-EXIT.
050900     MOVE PO-VALOR-PROMOCAO     TO WS-POS-VENDA-ANTERIOR.
050910     MOVE WS-VENDA-REGULAR      TO WS-POS-VENDA-NOVA.
050920     MOVE WS-DATA-SISTEMA       TO WS-POS-DATA-VIGENCIA.
050925     SET WS-EVENTO-FIM          TO TRUE.
050930     PERFORM 5400-GRAVAR-POS-PROMO
050940         THRU 5400-GRAVAR-POS-PROMO-EXIT.
050941     IF  PO-BRANCH-CODE = SPACES
050943         PERFORM 5450-POS-PROMO-FILIAIS
050944             THRU 5450-POS-PROMO-FILIAIS-EXIT
050945         MOVE WS-VENDA-REGULAR  TO WS-POS-VENDA-NOVA
050946     END-IF.
050950
050960     MOVE "PROMO FIM"           TO AUD-INFO-COMPLEMENTO.
050970     PERFORM 5500-GRAVAR-AUDITORIA-PROMO
051070 5400-GRAVAR-POS-PROMO.
051080*---------------------------------------------------------------*
051090*    GRAVA O DETALHE DA MUDANCA PROMOCIONAL NA INTERFACE DO POS  *
051095*    E O MOVIMENTO DE ETIQUETA - INICIO OU FIM CONFORME O EVENTO *
051100*---------------------------------------------------------------*
051110     MOVE SPACES                TO PS-REGISTRO-INTERFACE.
051120     MOVE "D"                   TO PS-TIPO-REGISTRO.
051130     MOVE PO-ITEM-CODE          TO PS-DET-ITEM-CODE.
051140     MOVE WS-FILIAL-POS         TO PS-DET-BRANCH-CODE.
051190     MOVE WS-POS-VENDA-ANTERIOR TO PS-DET-VENDA-ANTERIOR.
051200     MOVE WS-POS-VENDA-NOVA     TO PS-DET-VENDA-NOVA.
051210     MOVE WS-POS-DATA-VIGENCIA  TO PS-DET-DATA-VIGENCIA.
051220     WRITE PS-REGISTRO-INTERFACE.
051230     ADD 1                      TO WS-CONTADOR-POS.
051240     ADD WS-POS-VENDA-NOVA      TO WS-TOTAL-POS-VENDA.
051241
051242     MOVE SPACES                TO EM-REGISTRO-MOVIMENTO.
051243     MOVE WS-DATA-SISTEMA       TO EM-DATA-MOVIMENTO.
051244     MOVE WS-HORA-SISTEMA       TO EM-HORA-MOVIMENTO.
051245     MOVE PO-ITEM-CODE          TO EM-ITEM-CODE.
051246     MOVE WS-FILIAL-POS         TO EM-BRANCH-CODE.
051247     MOVE WS-POS-VENDA-ANTERIOR TO EM-VENDA-ANTERIOR.
051248     MOVE WS-POS-VENDA-NOVA     TO EM-VENDA-NOVA.
051249     MOVE WS-POS-DATA-VIGENCIA  TO EM-DATA-VIGENCIA.
051250     IF  WS-EVENTO-INICIO
051251         SET EM-PROMO-INICIO    TO TRUE
051252     ELSE
051253         SET EM-PROMO-FIM       TO TRUE
051254     END-IF.
051255     MOVE "PRCATIV"             TO EM-SISTEMA-ORIGEM.
051256     WRITE EM-REGISTRO-MOVIMENTO.
051257
051258 5400-GRAVAR-POS-PROMO-EXIT.
051259     EXIT.
051260
051277 5450-POS-PROMO-FILIAIS.
051283*---------------------------------------------------------------*
051289*    PROMOCAO SEM FILIAL VALE PARA TODAS: ALEM DO DETALHE DA     *
051295*    FILIAL DO MESTRE, CADA FILIAL COM PRECO PROPRIO NO PRCFIL   *
051301*    RECEBE O SEU, PARTINDO OU VOLTANDO AO PRECO DELA            *
051307*---------------------------------------------------------------*
051313     MOVE PO-ITEM-CODE          TO PF-ITEM-CODE.
051319     MOVE LOW-VALUES            TO PF-BRANCH-CODE.
051325     SET NAO-FIM-PRCFIL         TO TRUE.
051331     START PRCFIL-ARQ
051337         KEY IS NOT LESS THAN PF-CHAVE
051343         INVALID KEY SET FIM-PRCFIL TO TRUE
051349     END-START.
051355     IF  NAO-FIM-PRCFIL
051361         PERFORM 5460-LER-PRCFIL THRU 5460-LER-PRCFIL-EXIT
051367     END-IF.
051373     PERFORM 5470-POS-PROMO-UMA-FILIAL
051379         THRU 5470-POS-PROMO-UMA-FILIAL-EXIT
051385         UNTIL FIM-PRCFIL.
051391
051397 5450-POS-PROMO-FILIAIS-EXIT.
051403     EXIT.
051409
051415 5460-LER-PRCFIL.
051421*---------------------------------------------------------------*
051427*    LE O PROXIMO PRECO DE FILIAL; OUTRO ITEM ENCERRA A LEITURA  *
051433*---------------------------------------------------------------*
051439     READ PRCFIL-ARQ NEXT RECORD
051445         AT END SET FIM-PRCFIL TO TRUE
051451     END-READ.
051457     IF  NAO-FIM-PRCFIL
051463     AND PF-ITEM-CODE NOT = PO-ITEM-CODE
051469         SET FIM-PRCFIL         TO TRUE
051475     END-IF.
051481
051487 5460-LER-PRCFIL-EXIT.
051493     EXIT.
051499
051505 5470-POS-PROMO-UMA-FILIAL.
051511*---------------------------------------------------------------*
051517*    GRAVA O DETALHE DO POS DA PROMOCAO PARA UMA FILIAL COM      *
051523*    PRECO PROPRIO                                               *
051529*---------------------------------------------------------------*
051535     IF  PF-BRANCH-CODE = PM-BRANCH-CODE
051541         GO TO 5470-LER-PROXIMA
051547     END-IF.
051553     MOVE PF-BRANCH-CODE        TO WS-FILIAL-POS.
051559     IF  WS-EVENTO-INICIO
051565         MOVE PF-VALOR-VENDA    TO WS-POS-VENDA-ANTERIOR
051571         MOVE PO-VALOR-PROMOCAO TO WS-POS-VENDA-NOVA
051577     ELSE
051583         MOVE PO-VALOR-PROMOCAO TO WS-POS-VENDA-ANTERIOR
051589         MOVE PF-VALOR-VENDA    TO WS-POS-VENDA-NOVA
051595     END-IF.
051601     PERFORM 5400-GRAVAR-POS-PROMO
051607         THRU 5400-GRAVAR-POS-PROMO-EXIT.
051613
051619 5470-LER-PROXIMA.
051625     PERFORM 5460-LER-PRCFIL THRU 5460-LER-PRCFIL-EXIT.
051631
051637 5470-POS-PROMO-UMA-FILIAL-EXIT.
051643     EXIT.
051649
051655 5500-GRAVAR-AUDITORIA-PROMO.
051661*---------------------------------------------------------------*
051667*    GRAVA O REGISTRO DE AUDITORIA DO EVENTO PROMOCIONAL (TIPO   *
051673*    "O"), COM O COMPLEMENTO JA PREENCHIDO PELO CHAMADOR         *
051679*---------------------------------------------------------------*
051685     MOVE WS-DATA-SISTEMA       TO AUD-DATA.
051691     MOVE WS-HORA-SISTEMA       TO AUD-HORA.
051697     ACCEPT AUD-TERMINAL-USUARIO FROM ENVIRONMENT "USER".
051703     IF  AUD-TERMINAL-USUARIO = SPACES
051709         MOVE "PRCATIV"         TO AUD-TERMINAL-USUARIO
051715     END-IF.
051721     MOVE PO-ITEM-CODE          TO AUD-ITEM-CODE.
051727     MOVE "O"                   TO AUD-CALC-TYPE.
051733     MOVE PM-VALOR-COMPRA       TO AUD-VALOR-COMPRA.
051739     MOVE WS-POS-VENDA-NOVA     TO AUD-VALOR-VENDA.
051745     MOVE ZERO                  TO AUD-PERCENTUAL.
051751     WRITE AUD-REGISTRO-LOG.
051757
051763 5500-GRAVAR-AUDITORIA-PROMO-EXIT.
051769     EXIT.
051775
051781 5600-GRAVAR-LINHA-PROMO.
051787*---------------------------------------------------------------*
051793*    MONTA E GRAVA A LINHA DO RELATORIO DE PROMOCOES, COM A      *
051799*    SITUACAO JA PREENCHIDA PELO TRATAMENTO                      *
051805*---------------------------------------------------------------*
051811     MOVE PO-ITEM-CODE          TO WS-LM-ITEM-CODE.
051817     MOVE PO-BRANCH-CODE        TO WS-LM-FILIAL.
051823     MOVE PO-VALOR-PROMOCAO     TO WS-LM-VALOR-PROMO.
051829     MOVE PO-DATA-INICIO        TO WS-LM-DATA-INICIO.
051835     MOVE PO-DATA-FIM           TO WS-LM-DATA-FIM.
051841     MOVE WS-LINHA-PROMOCAO     TO REL-LINHA-PROMOCAO.
051847     WRITE REL-LINHA-PROMOCAO.
051853
051859 5600-GRAVAR-LINHA-PROMO-EXIT.
051865     EXIT.
051871
051877 5800-REGRAVAR-PROMOCOES.
051883*---------------------------------------------------------------*
051889*    REGRAVA O ARQUIVO DE PROMOCOES A PARTIR DO TRABALHO, JA COM *
051895*    OS STATUS ATUALIZADOS E SEM AS ENTRADAS DESCARTADAS         *
051901*---------------------------------------------------------------*
051907     CLOSE PROMFILE-ARQ.
051913     CLOSE PROMWRK-ARQ.
051919
051925     OPEN INPUT PROMWRK-ARQ.
051931     IF  WS-FS-PROMWRK NOT = "00"
051937         DISPLAY "ERRO AO REABRIR O TRABALHO DE PROMOCOES."
051943             " STATUS: " WS-FS-PROMWRK
051949         MOVE 16 TO RETURN-CODE
051955         GO TO 9999-EXIT
051961     END-IF.
051967     OPEN OUTPUT PROMFILE-ARQ.
051973     IF  WS-FS-PROMFILE NOT = "00"
051979         DISPLAY "ERRO AO REGRAVAR O ARQUIVO DE PROMOCOES."
051985             " STATUS: " WS-FS-PROMFILE
051991         MOVE 16 TO RETURN-CODE
051997         GO TO 9999-EXIT
052003     END-IF.
052009
052015     PERFORM 5990-LER-PROMWRK THRU 5990-LER-PROMWRK-EXIT.
052021     PERFORM 5850-COPIAR-PROMOCAO
052027         THRU 5850-COPIAR-PROMOCAO-EXIT
052033         UNTIL FIM-PROMWRK.
052039
052045     CLOSE PROMWRK-ARQ.
052051     CLOSE PROMFILE-ARQ.
052057
052063 5800-REGRAVAR-PROMOCOES-EXIT.
052069     EXIT.
052075
052081 5850-COPIAR-PROMOCAO.
052087*---------------------------------------------------------------*
052093*    COPIA UMA ENTRADA DO TRABALHO PARA O ARQUIVO DE PROMOCOES   *
052099*---------------------------------------------------------------*
052105     MOVE WRK-REGISTRO-PROMOCAO TO PO-REGISTRO-PROMOCAO.
052111     WRITE PO-REGISTRO-PROMOCAO.
052117     PERFORM 5990-LER-PROMWRK THRU 5990-LER-PROMWRK-EXIT.
052123
052129 5850-COPIAR-PROMOCAO-EXIT.
052135     EXIT.
052141
052147 5900-LER-PROMFILE.
052153*---------------------------------------------------------------*
052159*    LE UM REGISTRO DO ARQUIVO DE PROMOCOES                      *
052165*---------------------------------------------------------------*
052171     READ PROMFILE-ARQ
052177         AT END     SET FIM-PROMFILE     TO TRUE
052183         NOT AT END SET NAO-FIM-PROMFILE TO TRUE
052189     END-READ.
052195
052201 5900-LER-PROMFILE-EXIT.
052207     EXIT.
052213
052219 5990-LER-PROMWRK.
052225*---------------------------------------------------------------*
052231*    LE UMA ENTRADA DO TRABALHO DE PROMOCOES                     *
052237*---------------------------------------------------------------*
052243     READ PROMWRK-ARQ
052249         AT END     SET FIM-PROMWRK     TO TRUE
052255         NOT AT END SET NAO-FIM-PROMWRK TO TRUE
052261     END-READ.
052267
052273 5990-LER-PROMWRK-EXIT.
052279     EXIT.
052285
052286 6000-PROCESSAR-LIQUIDACOES.
052287*---------------------------------------------------------------*
052288*    CONDUZ O CICLO DIARIO DAS LIQUIDACOES: CARREGA AS           *
052289*    PROGRAMACOES VALIDAS, PERCORRE O MESTRE APLICANDO O ESTAGIO *
052290*    VENCIDO DE CADA ITEM EM LIQUIDACAO E RELATA A SITUACAO DE   *
052291*    TODOS; A POSICAO DE CADA ITEM FICA NO ARQUIVO DE ESTAGIOS   *
052292*    (LIQITEM)                                                   *
052293*---------------------------------------------------------------*
052294     SET NAO-FIM-LIQFILE        TO TRUE.
052295     OPEN INPUT LIQFILE-ARQ.
052296     IF  WS-FS-LIQFILE = "35"
052297         DISPLAY "SEM ARQUIVO DE LIQUIDACOES."
052298         GO TO 6000-PROCESSAR-LIQUIDACOES-EXIT
052299     END-IF.
052300     IF  WS-FS-LIQFILE NOT = "00"
052301         DISPLAY "ERRO AO ABRIR O ARQUIVO DE LIQUIDACOES."
052302             " STATUS: " WS-FS-LIQFILE
052303         MOVE 16 TO RETURN-CODE
052304         GO TO 9999-EXIT
052305     END-IF.
052306
052307     MOVE ZERO                  TO WS-QTD-LIQ-TAB.
052308     PERFORM 6900-LER-LIQFILE THRU 6900-LER-LIQFILE-EXIT.
052309     PERFORM 6100-CARREGAR-PROGRAMACAO
052310         THRU 6100-CARREGAR-PROGRAMACAO-EXIT
052311         UNTIL FIM-LIQFILE.
052312     CLOSE LIQFILE-ARQ.
052313
052314     IF  WS-QTD-LIQ-TAB = ZERO
052315         DISPLAY "SEM PROGRAMACOES DE LIQUIDACAO VALIDAS."
052316         GO TO 6000-PROCESSAR-LIQUIDACOES-EXIT
052317     END-IF.
052318
052319     OPEN I-O LIQITEM-ARQ.
052320     IF  WS-FS-LIQITEM = "35"
052321         OPEN OUTPUT LIQITEM-ARQ
052322         CLOSE LIQITEM-ARQ
052323         OPEN I-O LIQITEM-ARQ
052324     END-IF.
052325     IF  WS-FS-LIQITEM NOT = "00"
052326         DISPLAY "ERRO AO ABRIR O ARQUIVO DE ESTAGIOS."
052327             " STATUS: " WS-FS-LIQITEM
052328         MOVE 16 TO RETURN-CODE
052329         GO TO 9999-EXIT
052330     END-IF.
052331
052332     SET NAO-FIM-MESTRE         TO TRUE.
052333     MOVE LOW-VALUES            TO PM-ITEM-CODE.
052334     START PRODMAST-ARQ
052335         KEY IS NOT LESS THAN PM-ITEM-CODE
052336         INVALID KEY SET FIM-MESTRE TO TRUE
052337     END-START.
052338     IF  NAO-FIM-MESTRE
052339         PERFORM 6950-LER-MESTRE THRU 6950-LER-MESTRE-EXIT
052340     END-IF.
052341     PERFORM 6200-TRATAR-ITEM-MESTRE
052342         THRU 6200-TRATAR-ITEM-MESTRE-EXIT
052343         UNTIL FIM-MESTRE.
052344
052345     PERFORM 6700-RELATAR-NAO-USADA
052346         THRU 6700-RELATAR-NAO-USADA-EXIT
052347         VARYING WS-IDX-LIQ FROM 1 BY 1
052348         UNTIL WS-IDX-LIQ > WS-QTD-LIQ-TAB.
052349
052350     CLOSE LIQITEM-ARQ.
052351
052352 6000-PROCESSAR-LIQUIDACOES-EXIT.
052353     EXIT.
052354
052355 6100-CARREGAR-PROGRAMACAO.
052356*---------------------------------------------------------------*
052357*    VALIDA UMA PROGRAMACAO LIDA; A VALIDA VAI PARA A TABELA E A *
052358*    INVALIDA SAI NO RELATORIO COM O MOTIVO.  LE A PROXIMA       *
052359*---------------------------------------------------------------*
052360     ADD 1 TO WS-CONTADOR-LIQ-LIDAS.
052361     PERFORM 6110-VALIDAR-PROGRAMACAO
052362         THRU 6110-VALIDAR-PROGRAMACAO-EXIT.
052363     IF  WS-PROGRAMACAO-INVALIDA
052364         PERFORM 6180-GRAVAR-LINHA-INVALIDA
052365             THRU 6180-GRAVAR-LINHA-INVALIDA-EXIT
052366     ELSE
052367         PERFORM 6150-ARMAZENAR-PROGRAMACAO
052368             THRU 6150-ARMAZENAR-PROGRAMACAO-EXIT
052369     END-IF.
052370     PERFORM 6900-LER-LIQFILE THRU 6900-LER-LIQFILE-EXIT.
052371
052372 6100-CARREGAR-PROGRAMACAO-EXIT.
052373     EXIT.
052374
052375 6110-VALIDAR-PROGRAMACAO.
052376*---------------------------------------------------------------*
052377*    CONFERE ALVO, DATA DE INICIO, PISO E ESTAGIOS (DIAS E       *
052378*    PERCENTUAIS CRESCENTES, SEM BURACO).  PISO PROPRIO SO EM    *
052379*    PROGRAMACAO DE ITEM, E ABAIXO DO CUSTO COM ICMS DO MESTRE   *
052380*    (6260) SO COM SUPERVISOR; SUPERVISOR INFORMADO TEM DE SER   *
052381*    SUPERVISOR VALIDO NO CADASTRO DE USUARIOS (CALCSIGN)        *
052382*---------------------------------------------------------------*
052383     SET WS-PROGRAMACAO-INVALIDA TO TRUE.
052384     IF  NOT LQ-ALVO-ITEM
052385     AND NOT LQ-ALVO-CATEGORIA
052386         MOVE "ALVO INVALIDO"   TO WS-LL-SITUACAO
052387         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052388     END-IF.
052389     IF  LQ-CODIGO-ALVO = SPACES
052390         MOVE "ALVO INVALIDO"   TO WS-LL-SITUACAO
052391         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052392     END-IF.
052393
052394     IF  LQ-DATA-INICIO NOT NUMERIC
052395     OR  LQ-DATA-INICIO = ZERO
052396         MOVE "DATA DE INICIO INVALIDA" TO WS-LL-SITUACAO
052397         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052398     END-IF.
052399     MOVE LQ-DATA-INICIO        TO WS-DATA-ESTAGIO-DESM.
052400     IF  WS-DE-MES < 1
052401     OR  WS-DE-MES > 12
052402     OR  WS-DE-DIA < 1
052403         MOVE "DATA DE INICIO INVALIDA" TO WS-LL-SITUACAO
052404         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052405     END-IF.
052406     PERFORM 6145-OBTER-ULTIMO-DIA
052407         THRU 6145-OBTER-ULTIMO-DIA-EXIT.
052408     IF  WS-DE-DIA > WS-ULTIMO-DIA-MES
052409         MOVE "DATA DE INICIO INVALIDA" TO WS-LL-SITUACAO
052410         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052411     END-IF.
052412
052413     IF  LQ-VALOR-PISO NOT NUMERIC
052414         MOVE "PISO INVALIDO"   TO WS-LL-SITUACAO
052415         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052416     END-IF.
052417     IF  LQ-ALVO-CATEGORIA
052418     AND (LQ-VALOR-PISO NOT = ZERO
052419          OR LQ-SUPERVISOR NOT = SPACES)
052420         MOVE "PISO SO EM PROGRAMACAO ITEM" TO WS-LL-SITUACAO
052421         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052422     END-IF.
052423
052424     MOVE ZERO                  TO WS-QTD-ESTAGIOS-PROG.
052425     MOVE ZERO                  TO WS-DIA-ANTERIOR.
052426     MOVE ZERO                  TO WS-PCT-ANTERIOR.
052427     SET WS-NAO-FIM-ESTAGIOS    TO TRUE.
052428     SET WS-PROGRAMACAO-VALIDA  TO TRUE.
052429     PERFORM 6120-VALIDAR-ESTAGIO
052430         THRU 6120-VALIDAR-ESTAGIO-EXIT
052431         VARYING WS-SUB-ESTAGIO FROM 1 BY 1
052432         UNTIL WS-SUB-ESTAGIO > 5
052433            OR WS-PROGRAMACAO-INVALIDA.
052434     IF  WS-PROGRAMACAO-INVALIDA
052435         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052436     END-IF.
052437     SET WS-PROGRAMACAO-INVALIDA TO TRUE.
052438     IF  WS-QTD-ESTAGIOS-PROG = ZERO
052439         MOVE "SEM ESTAGIOS"    TO WS-LL-SITUACAO
052440         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052441     END-IF.
052442
052443     SET WS-PROGRAMACAO-NAO-ACHADA TO TRUE.
052444     IF  WS-QTD-LIQ-TAB > ZERO
052445         SET WS-IDX-LIQ         TO 1
052446         SEARCH WS-TABELA-LIQ
052447             AT END
052448                 CONTINUE
052449             WHEN WS-IDX-LIQ > WS-QTD-LIQ-TAB
052450                 CONTINUE
052451             WHEN WS-LQT-TIPO (WS-IDX-LIQ) = LQ-TIPO-ALVO
052452              AND WS-LQT-CODIGO (WS-IDX-LIQ) = LQ-CODIGO-ALVO
052453                 SET WS-PROGRAMACAO-ACHADA TO TRUE
052454         END-SEARCH
052455     END-IF.
052456     IF  WS-PROGRAMACAO-ACHADA
052457         MOVE "PROGRAMACAO DUPLICADA" TO WS-LL-SITUACAO
052458         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052459     END-IF.
052460     IF  WS-QTD-LIQ-TAB NOT < 100
052461         MOVE "TABELA DE LIQUIDACOES CHEIA" TO WS-LL-SITUACAO
052462         GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052463     END-IF.
052464
052465     IF  LQ-SUPERVISOR NOT = SPACES
052466         MOVE SPACES            TO SG-PARAMETROS-SIGNON
052467         MOVE LQ-SUPERVISOR     TO SG-USER-ID
052468         CALL "CALCSIGN" USING SG-PARAMETROS-SIGNON
052469         IF  NOT SG-SIGNON-OK
052470         OR  NOT SG-NIVEL-SUPERVISOR
052471             MOVE "AUTORIZACAO INVALIDA" TO WS-LL-SITUACAO
052472             GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052473         END-IF
052474     END-IF.
052475
052476     IF  LQ-ALVO-ITEM
052477     AND LQ-VALOR-PISO > ZERO
052478     AND LQ-SUPERVISOR = SPACES
052479         MOVE LQ-CODIGO-ALVO    TO PM-ITEM-CODE
052480         READ PRODMAST-ARQ
052481             KEY IS PM-ITEM-CODE
052482             INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
052483             NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
052484         END-READ
052485         IF  WS-MASTER-ACHADO
052486             MOVE PM-CATEGORY-CODE  TO IC-CATEGORY-CODE
052487             MOVE PM-BRANCH-CODE    TO IC-BRANCH-CODE
052488             CALL "CALCICMS" USING IC-PARAMETROS-ICMS
052489             MOVE PM-VALOR-COMPRA   TO WS-CUSTO-PISO
052490             MOVE IC-ALIQUOTA       TO WS-ALIQUOTA-PISO
052491             PERFORM 6260-CALCULAR-PISO-CUSTO
052492                 THRU 6260-CALCULAR-PISO-CUSTO-EXIT
052493             IF  LQ-VALOR-PISO < WS-PISO-CUSTO
052494                 MOVE "PISO ABAIXO DO CUSTO" TO WS-LL-SITUACAO
052495                 GO TO 6110-VALIDAR-PROGRAMACAO-EXIT
052496             END-IF
052497         END-IF
052498     END-IF.
052499
052500     SET WS-PROGRAMACAO-VALIDA  TO TRUE.
052501
052502 6110-VALIDAR-PROGRAMACAO-EXIT.
052503     EXIT.
052504
052505 6120-VALIDAR-ESTAGIO.
052506*---------------------------------------------------------------*
052507*    CONFERE UM ESTAGIO DA PROGRAMACAO.  ESTAGIO EM BRANCO OU    *
052508*    ZERADO ENCERRA A LISTA; NENHUM ESTAGIO PODE VIR DEPOIS DELE *
052509*---------------------------------------------------------------*
052510     IF  LQ-ESTAGIO (WS-SUB-ESTAGIO) = SPACES
052511         SET WS-FIM-ESTAGIOS    TO TRUE
052512         GO TO 6120-VALIDAR-ESTAGIO-EXIT
052513     END-IF.
052514     IF  LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO) NOT NUMERIC
052515     OR  LQ-PCT-REDUCAO (WS-SUB-ESTAGIO) NOT NUMERIC
052516         SET WS-PROGRAMACAO-INVALIDA TO TRUE
052517         MOVE "ESTAGIO INVALIDO" TO WS-LL-SITUACAO
052518         GO TO 6120-VALIDAR-ESTAGIO-EXIT
052519     END-IF.
052520     IF  LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO) = ZERO
052521     AND LQ-PCT-REDUCAO (WS-SUB-ESTAGIO) = ZERO
052522         SET WS-FIM-ESTAGIOS    TO TRUE
052523         GO TO 6120-VALIDAR-ESTAGIO-EXIT
052524     END-IF.
052525
052526     IF  WS-FIM-ESTAGIOS
052527         SET WS-PROGRAMACAO-INVALIDA TO TRUE
052528         MOVE "ESTAGIO APOS ESTAGIO VAZIO" TO WS-LL-SITUACAO
052529         GO TO 6120-VALIDAR-ESTAGIO-EXIT
052530     END-IF.
052531     IF  LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO) = ZERO
052532     OR  LQ-PCT-REDUCAO (WS-SUB-ESTAGIO) = ZERO
052533         SET WS-PROGRAMACAO-INVALIDA TO TRUE
052534         MOVE "ESTAGIO INVALIDO" TO WS-LL-SITUACAO
052535         GO TO 6120-VALIDAR-ESTAGIO-EXIT
052536     END-IF.
052537     IF  LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO) NOT > WS-DIA-ANTERIOR
052538     OR  LQ-PCT-REDUCAO (WS-SUB-ESTAGIO) NOT > WS-PCT-ANTERIOR
052539         SET WS-PROGRAMACAO-INVALIDA TO TRUE
052540         MOVE "ESTAGIOS FORA DE ORDEM" TO WS-LL-SITUACAO
052541         GO TO 6120-VALIDAR-ESTAGIO-EXIT
052542     END-IF.
052543
052544     MOVE LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO) TO WS-DIA-ANTERIOR.
052545     MOVE LQ-PCT-REDUCAO (WS-SUB-ESTAGIO) TO WS-PCT-ANTERIOR.
052546     ADD 1 TO WS-QTD-ESTAGIOS-PROG.
052547
052548 6120-VALIDAR-ESTAGIO-EXIT.
052549     EXIT.
052550
052551 6140-AVANCAR-UM-DIA.
052552*---------------------------------------------------------------*
052553*    AVANCA A DATA DESMEMBRADA EM UM DIA DE CALENDARIO, TRATANDO *
052554*    A VIRADA DE MES, DE ANO E O ANO BISSEXTO                    *
052555*---------------------------------------------------------------*
052556     PERFORM 6145-OBTER-ULTIMO-DIA
052557         THRU 6145-OBTER-ULTIMO-DIA-EXIT.
052558     IF  WS-DE-DIA < WS-ULTIMO-DIA-MES
052559         ADD 1 TO WS-DE-DIA
052560         GO TO 6140-AVANCAR-UM-DIA-EXIT
052561     END-IF.
052562
052563     MOVE 1                     TO WS-DE-DIA.
052564     ADD 1 TO WS-DE-MES.
052565     IF  WS-DE-MES > 12
052566         MOVE 1                 TO WS-DE-MES
052567         ADD 1 TO WS-DE-ANO
052568     END-IF.
052569
052570 6140-AVANCAR-UM-DIA-EXIT.
052571     EXIT.
052572
052573 6145-OBTER-ULTIMO-DIA.
052574*---------------------------------------------------------------*
052575*    OBTEM O ULTIMO DIA DO MES DA DATA DESMEMBRADA               *
052576*---------------------------------------------------------------*
052577     MOVE WS-DIAS-MES (WS-DE-MES) TO WS-ULTIMO-DIA-MES.
052578     IF  WS-DE-MES = 02
052579         DIVIDE WS-DE-ANO BY 4
052580             GIVING WS-QUOCIENTE-LEAP
052581             REMAINDER WS-RESTO-LEAP-4
052582         DIVIDE WS-DE-ANO BY 100
052583             GIVING WS-QUOCIENTE-LEAP
052584             REMAINDER WS-RESTO-LEAP-100
052585         DIVIDE WS-DE-ANO BY 400
052586             GIVING WS-QUOCIENTE-LEAP
052587             REMAINDER WS-RESTO-LEAP-400
052588         IF  WS-RESTO-LEAP-4 = ZERO
052589         AND (WS-RESTO-LEAP-100 NOT = ZERO
052590              OR WS-RESTO-LEAP-400 = ZERO)
052591             MOVE 29            TO WS-ULTIMO-DIA-MES
052592         END-IF
052593     END-IF.
052594
052595 6145-OBTER-ULTIMO-DIA-EXIT.
052596     EXIT.
052597
052598 6150-ARMAZENAR-PROGRAMACAO.
052599*---------------------------------------------------------------*
052600*    ARMAZENA A PROGRAMACAO VALIDA NA TABELA, COM A DATA DE CADA *
052601*    ESTAGIO: O DIA 1 E A PROPRIA DATA DE INICIO                 *
052602*---------------------------------------------------------------*
052603     ADD 1 TO WS-QTD-LIQ-TAB.
052604     SET WS-IDX-LIQ             TO WS-QTD-LIQ-TAB.
052605     MOVE LQ-TIPO-ALVO          TO WS-LQT-TIPO (WS-IDX-LIQ).
052606     MOVE LQ-CODIGO-ALVO        TO WS-LQT-CODIGO (WS-IDX-LIQ).
052607     MOVE LQ-VALOR-PISO         TO WS-LQT-PISO (WS-IDX-LIQ).
052608     IF  LQ-SUPERVISOR NOT = SPACES
052609         SET WS-LQT-AUTORIZADA (WS-IDX-LIQ) TO TRUE
052610     ELSE
052611         SET WS-LQT-SEM-AUTORIZACAO (WS-IDX-LIQ) TO TRUE
052612     END-IF.
052613     SET WS-LQT-NAO-USADA (WS-IDX-LIQ) TO TRUE.
052614     MOVE WS-QTD-ESTAGIOS-PROG
052615         TO WS-LQT-QTD-ESTAGIOS (WS-IDX-LIQ).
052616
052617     MOVE LQ-DATA-INICIO        TO WS-DATA-ESTAGIO-DESM.
052618     MOVE 1                     TO WS-DIA-ANTERIOR.
052619     PERFORM 6160-DATAR-ESTAGIO
052620         THRU 6160-DATAR-ESTAGIO-EXIT
052621         VARYING WS-SUB-ESTAGIO FROM 1 BY 1
052622         UNTIL WS-SUB-ESTAGIO > WS-QTD-ESTAGIOS-PROG.
052623
052624 6150-ARMAZENAR-PROGRAMACAO-EXIT.
052625     EXIT.
052626
052627 6160-DATAR-ESTAGIO.
052628*---------------------------------------------------------------*
052629*    COPIA UM ESTAGIO PARA A TABELA E AVANCA A DATA ATE O DIA DO *
052630*    ESTAGIO, CONTANDO DO DIA DO ESTAGIO ANTERIOR                *
052631*---------------------------------------------------------------*
052632     SET WS-IDX-EST             TO WS-SUB-ESTAGIO.
052633     MOVE LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO)
052634         TO WS-LQT-DIA (WS-IDX-LIQ, WS-IDX-EST).
052635     MOVE LQ-PCT-REDUCAO (WS-SUB-ESTAGIO)
052636         TO WS-LQT-PCT (WS-IDX-LIQ, WS-IDX-EST).
052637     COMPUTE WS-DIAS-AVANCAR =
052638         LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO) - WS-DIA-ANTERIOR.
052639     PERFORM 6140-AVANCAR-UM-DIA
052640         THRU 6140-AVANCAR-UM-DIA-EXIT
052641         WS-DIAS-AVANCAR TIMES.
052642     MOVE LQ-DIA-ESTAGIO (WS-SUB-ESTAGIO) TO WS-DIA-ANTERIOR.
052643     MOVE WS-DATA-ESTAGIO-DESM
052644         TO WS-LQT-DATA (WS-IDX-LIQ, WS-IDX-EST).
052645
052646 6160-DATAR-ESTAGIO-EXIT.
052647     EXIT.
052648
052649 6180-GRAVAR-LINHA-INVALIDA.
052650*---------------------------------------------------------------*
052651*    GRAVA A LINHA DA PROGRAMACAO RECUSADA, COM O MOTIVO JA      *
052652*    PREENCHIDO PELA VALIDACAO                                   *
052653*---------------------------------------------------------------*
052654     MOVE SPACES                TO WS-LL-ITEM-CODE.
052655     MOVE SPACES                TO WS-LL-CATEGORIA.
052656     IF  LQ-ALVO-CATEGORIA
052657         MOVE LQ-CODIGO-ALVO    TO WS-LL-CATEGORIA
052658         MOVE "CATEGORIA"       TO WS-LL-PROGRAMACAO
052659     ELSE
052660         MOVE LQ-CODIGO-ALVO    TO WS-LL-ITEM-CODE
052661         MOVE "ITEM"            TO WS-LL-PROGRAMACAO
052662     END-IF.
052663     MOVE ZERO                  TO WS-LL-VENDA-ORIGINAL.
052664     MOVE ZERO                  TO WS-LL-VENDA-ATUAL.
052665     MOVE ZERO                  TO WS-LL-CUSTO.
052666     IF  LQ-VALOR-PISO NUMERIC
052667         MOVE LQ-VALOR-PISO     TO WS-LL-PISO
052668     ELSE
052669         MOVE ZERO              TO WS-LL-PISO
052670     END-IF.
052671     MOVE ZERO                  TO WS-LL-ESTAGIO.
052672     MOVE SPACES                TO WS-LL-PROXIMA-DATA.
052673     MOVE WS-LINHA-LIQUIDACAO   TO REL-LINHA-LIQUIDACAO.
052674     WRITE REL-LINHA-LIQUIDACAO.
052675     ADD 1 TO WS-CONTADOR-LIQ-INVAL.
052676
052677 6180-GRAVAR-LINHA-INVALIDA-EXIT.
052678     EXIT.
052679
052680 6200-TRATAR-ITEM-MESTRE.
052681*---------------------------------------------------------------*
052682*    TRATA UM ITEM DO MESTRE COBERTO POR PROGRAMACAO: APURA O    *
052683*    ESTAGIO DEVIDO NA DATA E APLICA-O SE AINDA NAO APLICADO.    *
052684*    O PRECO ORIGINAL E O ESTAGIO ATUAL VEM DO LIQITEM; SEM      *
052685*    REGISTRO, O ORIGINAL E A VENDA ATUAL DO MESTRE.  O PISO E O *
052686*    CUSTO ACRESCIDO DO ICMS DA VENDA (6260), SALVO PISO PROPRIO *
052687*    DA PROGRAMACAO DE ITEM QUE NAO FIQUE ABAIXO DELE OU QUE     *
052688*    TENHA AUTORIZACAO.  POR FIM TRATA AS FILIAIS DO ITEM COM    *
052689*    PRECO PROPRIO (6500)                                        *
052690*---------------------------------------------------------------*
052691     PERFORM 6210-LOCALIZAR-PROGRAMACAO
052692         THRU 6210-LOCALIZAR-PROGRAMACAO-EXIT.
052693     IF  WS-PROGRAMACAO-NAO-ACHADA
052694         GO TO 6200-TRATAR-ITEM-MESTRE-LER
052695     END-IF.
052696     ADD 1 TO WS-CONTADOR-LIQ-ITENS.
052697
052698     MOVE PM-ITEM-CODE          TO LT-ITEM-CODE.
052699     READ LIQITEM-ARQ
052700         KEY IS LT-ITEM-CODE
052701         INVALID KEY     SET WS-LIQ-ITEM-NAO-ACHADO TO TRUE
052702         NOT INVALID KEY SET WS-LIQ-ITEM-ACHADO     TO TRUE
052703     END-READ.
052704     IF  WS-LIQ-ITEM-ACHADO
052705         MOVE LT-VALOR-ORIGINAL TO WS-VENDA-ORIGINAL
052706         MOVE LT-ESTAGIO-ATUAL  TO WS-ESTAGIO-ATUAL
052707     ELSE
052708         MOVE PM-VALOR-VENDA    TO WS-VENDA-ORIGINAL
052709         MOVE ZERO              TO WS-ESTAGIO-ATUAL
052710     END-IF.
052711*    ITEM QUE PASSOU PARA OUTRA PROGRAMACAO RECOMECA OS ESTAGIOS *
052712*    SOBRE O MESMO PRECO ORIGINAL                                *
052713     IF  WS-LIQ-ITEM-ACHADO
052714     AND (LT-TIPO-ALVO NOT = WS-LQT-TIPO (WS-IDX-LIQ)
052715          OR LT-CODIGO-ALVO NOT = WS-LQT-CODIGO (WS-IDX-LIQ))
052716         MOVE ZERO              TO WS-ESTAGIO-ATUAL
052717     END-IF.
052718     IF  WS-ESTAGIO-ATUAL > WS-LQT-QTD-ESTAGIOS (WS-IDX-LIQ)
052719         MOVE WS-LQT-QTD-ESTAGIOS (WS-IDX-LIQ) TO WS-ESTAGIO-ATUAL
052720     END-IF.
052721
052722     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
052723     MOVE PM-BRANCH-CODE        TO IC-BRANCH-CODE.
052724     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
052725     MOVE IC-ALIQUOTA           TO WS-ALIQUOTA-LIQ.
052726
052727     MOVE PM-VALOR-COMPRA       TO WS-CUSTO-PISO.
052728     MOVE WS-ALIQUOTA-LIQ       TO WS-ALIQUOTA-PISO.
052729     PERFORM 6260-CALCULAR-PISO-CUSTO
052730         THRU 6260-CALCULAR-PISO-CUSTO-EXIT.
052731     MOVE WS-PISO-CUSTO         TO WS-PISO-LIQ.
052732     IF  WS-LQT-PISO (WS-IDX-LIQ) > ZERO
052733         IF  WS-LQT-PISO (WS-IDX-LIQ) NOT < WS-PISO-CUSTO
052734         OR  WS-LQT-AUTORIZADA (WS-IDX-LIQ)
052735             MOVE WS-LQT-PISO (WS-IDX-LIQ) TO WS-PISO-LIQ
052736         END-IF
052737     END-IF.
052738
052739     SET WS-ESTAGIO-NAO-AVANCADO TO TRUE.
052740     MOVE ZERO                  TO WS-ESTAGIO-DEVIDO.
052741     PERFORM 6230-APURAR-ESTAGIO-DEVIDO
052742         THRU 6230-APURAR-ESTAGIO-DEVIDO-EXIT
052743         VARYING WS-IDX-EST FROM 1 BY 1
052744         UNTIL WS-IDX-EST > WS-LQT-QTD-ESTAGIOS (WS-IDX-LIQ).
052745
052746     IF  WS-ESTAGIO-DEVIDO > WS-ESTAGIO-ATUAL
052747         PERFORM 6300-APLICAR-ESTAGIO
052748             THRU 6300-APLICAR-ESTAGIO-EXIT
052749     ELSE
052750         IF  WS-ESTAGIO-ATUAL = ZERO
052751             MOVE "PROGRAMADA"  TO WS-LL-SITUACAO
052752         ELSE
052753             IF  WS-ESTAGIO-ATUAL
052754                     = WS-LQT-QTD-ESTAGIOS (WS-IDX-LIQ)
052755                 MOVE "ULTIMO ESTAGIO" TO WS-LL-SITUACAO
052756             ELSE
052757                 MOVE "EM LIQUIDACAO" TO WS-LL-SITUACAO
052758             END-IF
052759         END-IF
052760     END-IF.
052761
052762     PERFORM 6400-GRAVAR-LINHA-LIQUIDACAO
052763         THRU 6400-GRAVAR-LINHA-LIQUIDACAO-EXIT.
052764     PERFORM 6500-LIQUIDAR-FILIAIS
052765         THRU 6500-LIQUIDAR-FILIAIS-EXIT.
052766
052767 6200-TRATAR-ITEM-MESTRE-LER.
052768     PERFORM 6950-LER-MESTRE THRU 6950-LER-MESTRE-EXIT.
052769
052770 6200-TRATAR-ITEM-MESTRE-EXIT.
052771     EXIT.
052772
052773 6210-LOCALIZAR-PROGRAMACAO.
052774*---------------------------------------------------------------*
052775*    LOCALIZA A PROGRAMACAO DO ITEM CORRENTE: A DO PROPRIO ITEM  *
052776*    VALE EM QUALQUER SITUACAO; A DA CATEGORIA SO ALCANCA ITEM   *
052777*    INATIVO (DESCONTINUADO)                                     *
052778*---------------------------------------------------------------*
052779     SET WS-PROGRAMACAO-NAO-ACHADA TO TRUE.
052780     SET WS-IDX-LIQ             TO 1.
052781     SEARCH WS-TABELA-LIQ
052782         AT END
052783             CONTINUE
052784         WHEN WS-IDX-LIQ > WS-QTD-LIQ-TAB
052785             CONTINUE
052786         WHEN WS-LQT-ALVO-ITEM (WS-IDX-LIQ)
052787          AND WS-LQT-CODIGO (WS-IDX-LIQ) = PM-ITEM-CODE
052788             SET WS-PROGRAMACAO-ACHADA TO TRUE
052789             SET WS-LQT-USADA (WS-IDX-LIQ) TO TRUE
052790     END-SEARCH.
052791     IF  WS-PROGRAMACAO-ACHADA
052792     OR  PM-ITEM-ATIVO
052793         GO TO 6210-LOCALIZAR-PROGRAMACAO-EXIT
052794     END-IF.
052795
052796     SET WS-IDX-LIQ             TO 1.
052797     SEARCH WS-TABELA-LIQ
052798         AT END
052799             CONTINUE
052800         WHEN WS-IDX-LIQ > WS-QTD-LIQ-TAB
052801             CONTINUE
052802         WHEN WS-LQT-ALVO-CATEGORIA (WS-IDX-LIQ)
052803          AND WS-LQT-CODIGO (WS-IDX-LIQ) = PM-CATEGORY-CODE
052804             SET WS-PROGRAMACAO-ACHADA TO TRUE
052805     END-SEARCH.
052806
052807 6210-LOCALIZAR-PROGRAMACAO-EXIT.
052808     EXIT.
052809
052810 6230-APURAR-ESTAGIO-DEVIDO.
052811*---------------------------------------------------------------*
052812*    O ESTAGIO DEVIDO E O ULTIMO CUJA DATA JA CHEGOU             *
052813*---------------------------------------------------------------*
052814     IF  WS-LQT-DATA (WS-IDX-LIQ, WS-IDX-EST)
052815             NOT > WS-DATA-SISTEMA
052816         SET WS-ESTAGIO-DEVIDO  TO WS-IDX-EST
052817     END-IF.
052818
052819 6230-APURAR-ESTAGIO-DEVIDO-EXIT.
052820     EXIT.
052821
052822 6250-CALCULAR-ESTAGIO.
052823*---------------------------------------------------------------*
052824*    CALCULA A VENDA DO ESTAGIO APONTADO POR WS-IDX-EST SOBRE O  *
052825*    PRECO ORIGINAL, LIMITADA AO PISO, E O SEU MARKUP (CALCMRKP) *
052826*---------------------------------------------------------------*
052827     COMPUTE WS-VENDA-ESTAGIO ROUNDED =
052828         WS-VENDA-ORIGINAL
052829         * (100 - WS-LQT-PCT (WS-IDX-LIQ, WS-IDX-EST)) / 100.
052830     SET WS-VENDA-ACIMA-PISO    TO TRUE.
052831     IF  WS-VENDA-ESTAGIO NOT > WS-PISO-LIQ
052832         MOVE WS-PISO-LIQ       TO WS-VENDA-ESTAGIO
052833         SET WS-VENDA-NO-PISO   TO TRUE
052834     END-IF.
052835
052836     MOVE PM-VALOR-COMPRA       TO PC-VALOR-COMPRA.
052837     MOVE WS-VENDA-ESTAGIO      TO PC-VALOR-VENDA.
052838     MOVE ZERO                  TO PC-PERCENTUAL.
052839     SET PC-DIRECAO-DIRETA      TO TRUE.
052840     MOVE WS-ALIQUOTA-LIQ       TO PC-ALIQUOTA-IMPOSTO.
052841     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
052842
052843 6250-CALCULAR-ESTAGIO-EXIT.
052844     EXIT.
052845
052846 6260-CALCULAR-PISO-CUSTO.
052847*---------------------------------------------------------------*
052848*    OBTEM EM WS-PISO-CUSTO O MENOR PRECO DE PRATELEIRA QUE NAO  *
052849*    FICA ABAIXO DE WS-CUSTO-PISO: O CUSTO ACRESCIDO DO ICMS     *
052850*    EMBUTIDO NA VENDA (WS-ALIQUOTA-PISO), ARREDONDADO PARA CIMA *
052851*    NO CENTAVO COMO A VENDA SUGERIDA DO CALCMRKP                *
052852*---------------------------------------------------------------*
052853     IF  WS-ALIQUOTA-PISO = ZERO
052854         MOVE WS-CUSTO-PISO     TO WS-PISO-CUSTO
052855         GO TO 6260-CALCULAR-PISO-CUSTO-EXIT
052856     END-IF.
052857     COMPUTE WS-PISO-CUSTO-CALC =
052858         WS-CUSTO-PISO * 100 / (100 - WS-ALIQUOTA-PISO).
052859     MOVE WS-PISO-CUSTO-CALC    TO WS-PISO-CUSTO.
052860     IF  WS-PISO-CUSTO < WS-PISO-CUSTO-CALC
052861         ADD 0.01               TO WS-PISO-CUSTO
052862     END-IF.
052863
052864 6260-CALCULAR-PISO-CUSTO-EXIT.
052865     EXIT.
052866
052867 6300-APLICAR-ESTAGIO.
052868*---------------------------------------------------------------*
052869*    APLICA O ESTAGIO DEVIDO AO MESTRE, COM HISTORICO, AUDITORIA *
052870*    E DETALHE NO POS, E REGISTRA A POSICAO NO LIQITEM.  A       *
052871*    REMARCACAO SO BAIXA O PRECO: ESTAGIO QUE NAO REDUZ A VENDA  *
052872*    ATUAL SO AVANCA A POSICAO.  GUARDA A REDUCAO DO ESTAGIO     *
052873*    ANTERIOR PARA A REMARCACAO DAS FILIAIS                      *
052874*---------------------------------------------------------------*
052875     SET WS-IDX-EST             TO WS-ESTAGIO-DEVIDO.
052876     PERFORM 6250-CALCULAR-ESTAGIO
052877         THRU 6250-CALCULAR-ESTAGIO-EXIT.
052878     IF  PC-ERRO-VALOR-ZERO
052879         MOVE "CUSTO ZERADO - NAO APLICADO" TO WS-LL-SITUACAO
052880         ADD 1 TO WS-CONTADOR-LIQ-DESC
052881         GO TO 6300-APLICAR-ESTAGIO-EXIT
052882     END-IF.
052883     IF  WS-VENDA-ESTAGIO NOT < PM-VALOR-VENDA
052884         MOVE "ESTAGIO SEM REDUCAO DE PRECO" TO WS-LL-SITUACAO
052885         GO TO 6300-APLICAR-ESTAGIO-POSICAO
052886     END-IF.
052887
052888     MOVE PM-VALOR-VENDA        TO WS-VENDA-ANTERIOR-MST.
052889     MOVE PC-VALOR-VENDA        TO PM-VALOR-VENDA.
052890     MOVE PC-PERCENTUAL         TO PM-PERCENTUAL.
052891     IF  PC-EM-PREJUIZO
052892         SET PM-EM-PREJUIZO     TO TRUE
052893     ELSE
052894         SET PM-SEM-PREJUIZO    TO TRUE
052895     END-IF.
052896     MOVE WS-DATA-SISTEMA       TO PM-DATA-ULT-CALCULO.
052897     MOVE WS-HORA-SISTEMA       TO PM-HORA-ULT-CALCULO.
052898
052899     REWRITE PM-REGISTRO-MESTRE.
052900     IF  WS-FS-PRODMAST NOT = "00"
052901         DISPLAY "ERRO AO GRAVAR O ARQUIVO MESTRE. ITEM: "
052902             PM-ITEM-CODE " STATUS: " WS-FS-PRODMAST
052903         MOVE 16 TO RETURN-CODE
052904         GO TO 9999-EXIT
052905     END-IF.
052906
052907     PERFORM 3100-GRAVAR-HISTORICO
052908         THRU 3100-GRAVAR-HISTORICO-EXIT.
052909     MOVE WS-ESTAGIO-DEVIDO     TO WS-CL-ESTAGIO.
052910     MOVE WS-COMPLEMENTO-LIQ    TO WS-COMPLEMENTO-AUDIT.
052911     PERFORM 3200-GRAVAR-AUDITORIA
052912         THRU 3200-GRAVAR-AUDITORIA-EXIT.
052913     ADD 1 TO WS-CONTADOR-LIQ-APLIC.
052914
052915     MOVE "ESTAGIO APLICADO HOJE" TO WS-LL-SITUACAO.
052916     MOVE PM-BRANCH-CODE        TO WS-FILIAL-POS.
052917     MOVE PM-VALOR-VENDA        TO WS-VENDA-NOVA-POS.
052918     MOVE WS-DATA-SISTEMA       TO WS-POS-DATA-VIGENCIA.
052919     PERFORM 3350-VERIFICAR-PROMOCAO
052920         THRU 3350-VERIFICAR-PROMOCAO-EXIT.
052921     IF  WS-ITEM-EM-PROMOCAO
052922         ADD 1 TO WS-CONTADOR-POS-RETIDOS
052923         MOVE "APLICADO HOJE - POS RETIDO" TO WS-LL-SITUACAO
052924     ELSE
052925         PERFORM 3300-GRAVAR-POS-DETALHE
052926             THRU 3300-GRAVAR-POS-DETALHE-EXIT
052927     END-IF.
052928
052929 6300-APLICAR-ESTAGIO-POSICAO.
052930     SET WS-ESTAGIO-AVANCADO    TO TRUE.
052931     IF  WS-ESTAGIO-ATUAL = ZERO
052932         MOVE ZERO              TO WS-PCT-ESTAGIO-ANTERIOR
052933     ELSE
052934         SET WS-IDX-EST         TO WS-ESTAGIO-ATUAL
052935         MOVE WS-LQT-PCT (WS-IDX-LIQ, WS-IDX-EST)
052936             TO WS-PCT-ESTAGIO-ANTERIOR
052937     END-IF.
052938     MOVE WS-ESTAGIO-DEVIDO     TO WS-ESTAGIO-ATUAL.
052939     MOVE SPACES                TO LT-REGISTRO-LIQ-ITEM.
052940     MOVE PM-ITEM-CODE          TO LT-ITEM-CODE.
052941     MOVE WS-LQT-TIPO (WS-IDX-LIQ) TO LT-TIPO-ALVO.
052942     MOVE WS-LQT-CODIGO (WS-IDX-LIQ) TO LT-CODIGO-ALVO.
052943     MOVE WS-VENDA-ORIGINAL     TO LT-VALOR-ORIGINAL.
052944     MOVE WS-ESTAGIO-ATUAL      TO LT-ESTAGIO-ATUAL.
052945     MOVE WS-DATA-SISTEMA       TO LT-DATA-ESTAGIO.
052946     MOVE PM-VALOR-VENDA        TO LT-VALOR-LIQUIDACAO.
052947     IF  WS-LIQ-ITEM-ACHADO
052948         REWRITE LT-REGISTRO-LIQ-ITEM
052949     ELSE
052950         WRITE LT-REGISTRO-LIQ-ITEM
052951     END-IF.
052952     IF  WS-FS-LIQITEM NOT = "00"
052953         DISPLAY "ERRO AO GRAVAR O ARQUIVO DE ESTAGIOS. ITEM: "
052954             PM-ITEM-CODE " STATUS: " WS-FS-LIQITEM
052955         MOVE 16 TO RETURN-CODE
052956         GO TO 9999-EXIT
052957     END-IF.
052958     SET WS-LIQ-ITEM-ACHADO     TO TRUE.
052959
052960 6300-APLICAR-ESTAGIO-EXIT.
052961     EXIT.
052962
052963 6400-GRAVAR-LINHA-LIQUIDACAO.
052964*---------------------------------------------------------------*
052965*    GRAVA A LINHA DE SITUACAO DO ITEM, COM A SITUACAO JA        *
052966*    PREENCHIDA PELO CHAMADOR, E UMA LINHA POR ESTAGIO           *
052967*---------------------------------------------------------------*
052968     MOVE PM-ITEM-CODE          TO WS-LL-ITEM-CODE.
052969     MOVE PM-CATEGORY-CODE      TO WS-LL-CATEGORIA.
052970     IF  WS-LQT-ALVO-ITEM (WS-IDX-LIQ)
052971         MOVE "ITEM"            TO WS-LL-PROGRAMACAO
052972     ELSE
052973         MOVE "CATEGORIA"       TO WS-LL-PROGRAMACAO
052974     END-IF.
052975     MOVE WS-VENDA-ORIGINAL     TO WS-LL-VENDA-ORIGINAL.
052976     MOVE PM-VALOR-VENDA        TO WS-LL-VENDA-ATUAL.
052977     MOVE PM-VALOR-COMPRA       TO WS-LL-CUSTO.
052978     MOVE WS-PISO-LIQ           TO WS-LL-PISO.
052979     MOVE WS-ESTAGIO-ATUAL      TO WS-LL-ESTAGIO.
052980     IF  WS-ESTAGIO-ATUAL < WS-LQT-QTD-ESTAGIOS (WS-IDX-LIQ)
052981         COMPUTE WS-SUB-ESTAGIO = WS-ESTAGIO-ATUAL + 1
052982         SET WS-IDX-EST         TO WS-SUB-ESTAGIO
052983         MOVE WS-LQT-DATA (WS-IDX-LIQ, WS-IDX-EST)
052984             TO WS-LL-PROXIMA-DATA
052985     ELSE
052986         MOVE SPACES            TO WS-LL-PROXIMA-DATA
052987     END-IF.
052988     MOVE WS-LINHA-LIQUIDACAO   TO REL-LINHA-LIQUIDACAO.
052989     WRITE REL-LINHA-LIQUIDACAO.
052990
052991     PERFORM 6410-GRAVAR-LINHA-ESTAGIO
052992         THRU 6410-GRAVAR-LINHA-ESTAGIO-EXIT
052993         VARYING WS-IDX-EST FROM 1 BY 1
052994         UNTIL WS-IDX-EST > WS-LQT-QTD-ESTAGIOS (WS-IDX-LIQ).
052995
052996 6400-GRAVAR-LINHA-LIQUIDACAO-EXIT.
052997     EXIT.
052998
052999 6410-GRAVAR-LINHA-ESTAGIO.
053000*---------------------------------------------------------------*
053001*    GRAVA A LINHA DE UM ESTAGIO: DATA, REDUCAO, VENDA E MARKUP  *
053002*    RESULTANTES, MARCANDO O ESTAGIO ATUAL E O QUE BATE NO PISO  *
053003*---------------------------------------------------------------*
053004     PERFORM 6250-CALCULAR-ESTAGIO
053005         THRU 6250-CALCULAR-ESTAGIO-EXIT.
053006     SET WS-SUB-ESTAGIO         TO WS-IDX-EST.
053007     MOVE WS-SUB-ESTAGIO        TO WS-LE-ESTAGIO.
053008     MOVE WS-LQT-DIA (WS-IDX-LIQ, WS-IDX-EST) TO WS-LE-DIA.
053009     MOVE WS-LQT-DATA (WS-IDX-LIQ, WS-IDX-EST) TO WS-LE-DATA.
053010     MOVE WS-LQT-PCT (WS-IDX-LIQ, WS-IDX-EST) TO WS-LE-PCT.
053011     MOVE WS-VENDA-ESTAGIO      TO WS-LE-VENDA.
053012     IF  PC-ERRO-VALOR-ZERO
053013         MOVE ZERO              TO WS-LE-PERCENTUAL
053014     ELSE
053015         MOVE PC-PERCENTUAL     TO WS-LE-PERCENTUAL
053016     END-IF.
053017     IF  WS-SUB-ESTAGIO = WS-ESTAGIO-ATUAL
053018         MOVE "ATUAL"           TO WS-LE-MARCA-ATUAL
053019     ELSE
053020         MOVE SPACES            TO WS-LE-MARCA-ATUAL
053021     END-IF.
053022     IF  WS-VENDA-NO-PISO
053023         MOVE "NO PISO"         TO WS-LE-MARCA-PISO
053024     ELSE
053025         MOVE SPACES            TO WS-LE-MARCA-PISO
053026     END-IF.
053027     MOVE WS-LINHA-ESTAGIO      TO REL-LINHA-LIQUIDACAO.
053028     WRITE REL-LINHA-LIQUIDACAO.
053029
053030 6410-GRAVAR-LINHA-ESTAGIO-EXIT.
053031     EXIT.
053032
053033 6500-LIQUIDAR-FILIAIS.
053034*---------------------------------------------------------------*
053035*    TRATA AS FILIAIS COM PRECO PROPRIO (PRCFIL) DO ITEM EM      *
053036*    LIQUIDACAO, COMO AS PROMOCOES SEM FILIAL: NO DIA EM QUE O   *
053037*    ITEM AVANCA DE ESTAGIO CADA FILIAL RECEBE A MESMA           *
053038*    REMARCACAO, E TODAS SAEM NO RELATORIO ABAIXO DO ITEM        *
053039*---------------------------------------------------------------*
053040     MOVE PM-ITEM-CODE          TO PF-ITEM-CODE.
053041     MOVE LOW-VALUES            TO PF-BRANCH-CODE.
053042     SET NAO-FIM-PRCFIL         TO TRUE.
053043     START PRCFIL-ARQ
053044         KEY IS NOT LESS THAN PF-CHAVE
053045         INVALID KEY SET FIM-PRCFIL TO TRUE
053046     END-START.
053047     IF  NAO-FIM-PRCFIL
053048         PERFORM 6960-LER-PRCFIL THRU 6960-LER-PRCFIL-EXIT
053049     END-IF.
053050     PERFORM 6520-LIQUIDAR-UMA-FILIAL
053051         THRU 6520-LIQUIDAR-UMA-FILIAL-EXIT
053052         UNTIL FIM-PRCFIL.
053053
053054 6500-LIQUIDAR-FILIAIS-EXIT.
053055     EXIT.
053056
053057 6520-LIQUIDAR-UMA-FILIAL.
053058*---------------------------------------------------------------*
053059*    REMARCA UMA FILIAL COM PRECO PROPRIO.  A VENDA DA FILIAL    *
053060*    RECEBE A REDUCAO QUE LEVA DO ESTAGIO ANTERIOR AO DEVIDO,    *
053061*    COM O PISO PELA MESMA REGRA DO MESTRE SOBRE O CUSTO DA      *
053062*    FILIAL E A ALIQUOTA DE ICMS DA FILIAL (CALCICMS), QUE       *
053063*    TAMBEM DA O MARKUP (CALCMRKP).  GRAVA O HISTORICO, A        *
053064*    AUDITORIA, O DETALHE DO POS E A LINHA NO RELATORIO          *
053065*---------------------------------------------------------------*
053066     IF  PF-BRANCH-CODE = PM-BRANCH-CODE
053067         GO TO 6520-LER-PROXIMA
053068     END-IF.
053069     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
053070     MOVE PF-BRANCH-CODE        TO IC-BRANCH-CODE.
053071     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
053072     MOVE PF-VALOR-COMPRA       TO WS-CUSTO-PISO.
053073     MOVE IC-ALIQUOTA           TO WS-ALIQUOTA-PISO.
053074     PERFORM 6260-CALCULAR-PISO-CUSTO
053075         THRU 6260-CALCULAR-PISO-CUSTO-EXIT.
053076     MOVE WS-PISO-CUSTO         TO WS-PISO-FILIAL-LIQ.
053077     IF  WS-LQT-PISO (WS-IDX-LIQ) > ZERO
053078         IF  WS-LQT-PISO (WS-IDX-LIQ) NOT < WS-PISO-CUSTO
053079         OR  WS-LQT-AUTORIZADA (WS-IDX-LIQ)
053080             MOVE WS-LQT-PISO (WS-IDX-LIQ) TO WS-PISO-FILIAL-LIQ
053081         END-IF
053082     END-IF.
053083     MOVE WS-LL-SITUACAO        TO WS-LF-SITUACAO.
053084     IF  WS-ESTAGIO-NAO-AVANCADO
053085         GO TO 6520-GRAVAR-LINHA
053086     END-IF.
053087
053088     SET WS-IDX-EST             TO WS-ESTAGIO-DEVIDO.
053089     COMPUTE WS-VENDA-FILIAL-LIQ ROUNDED =
053090         PF-VALOR-VENDA
053091         * (100 - WS-LQT-PCT (WS-IDX-LIQ, WS-IDX-EST))
053092         / (100 - WS-PCT-ESTAGIO-ANTERIOR).
053093     IF  WS-VENDA-FILIAL-LIQ NOT > WS-PISO-FILIAL-LIQ
053094         MOVE WS-PISO-FILIAL-LIQ TO WS-VENDA-FILIAL-LIQ
053095     END-IF.
053096     IF  WS-VENDA-FILIAL-LIQ NOT < PF-VALOR-VENDA
053097         MOVE "ESTAGIO SEM REDUCAO DE PRECO" TO WS-LF-SITUACAO
053098         GO TO 6520-GRAVAR-LINHA
053099     END-IF.
053100
053101     MOVE PF-VALOR-COMPRA       TO PC-VALOR-COMPRA.
053102     MOVE WS-VENDA-FILIAL-LIQ   TO PC-VALOR-VENDA.
053103     MOVE ZERO                  TO PC-PERCENTUAL.
053104     SET PC-DIRECAO-DIRETA      TO TRUE.
053105     MOVE WS-ALIQUOTA-PISO      TO PC-ALIQUOTA-IMPOSTO.
053106     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
053107     IF  PC-ERRO-VALOR-ZERO
053108         MOVE "CUSTO ZERADO - NAO APLICADO" TO WS-LF-SITUACAO
053109         ADD 1 TO WS-CONTADOR-LIQ-DESC
053110         GO TO 6520-GRAVAR-LINHA
053111     END-IF.
053112
053113     MOVE PF-VALOR-VENDA        TO WS-VENDA-ANTERIOR-MST.
053114     MOVE PC-VALOR-VENDA        TO PF-VALOR-VENDA.
053115     MOVE PC-PERCENTUAL         TO PF-PERCENTUAL.
053116     IF  PC-EM-PREJUIZO
053117         SET PF-EM-PREJUIZO     TO TRUE
053118     ELSE
053119         SET PF-SEM-PREJUIZO    TO TRUE
053120     END-IF.
053121     MOVE WS-DATA-SISTEMA       TO PF-DATA-ULT-CALCULO.
053122     MOVE WS-HORA-SISTEMA       TO PF-HORA-ULT-CALCULO.
053123
053124     REWRITE PF-REGISTRO-PRECO-FILIAL.
053125     IF  WS-FS-PRCFIL NOT = "00"
053126         DISPLAY "ERRO AO GRAVAR O PRECO DA FILIAL. ITEM: "
053127             PF-ITEM-CODE " FILIAL: " PF-BRANCH-CODE
053128             " STATUS: " WS-FS-PRCFIL
053129         MOVE 16 TO RETURN-CODE
053130         GO TO 9999-EXIT
053131     END-IF.
053132
053133     PERFORM 3150-GRAVAR-HISTORICO-FILIAL
053134         THRU 3150-GRAVAR-HISTORICO-FILIAL-EXIT.
053135     MOVE PF-BRANCH-CODE        TO WS-CF-BRANCH-CODE.
053136     MOVE WS-COMPLEMENTO-FILIAL TO WS-COMPLEMENTO-AUDIT.
053137     PERFORM 3200-GRAVAR-AUDITORIA
053138         THRU 3200-GRAVAR-AUDITORIA-EXIT.
053139     ADD 1 TO WS-CONTADOR-LIQ-FILIAIS.
053140
053141     MOVE "ESTAGIO APLICADO HOJE" TO WS-LF-SITUACAO.
053142     MOVE PF-BRANCH-CODE        TO WS-FILIAL-POS.
053143     MOVE PF-VALOR-VENDA        TO WS-VENDA-NOVA-POS.
053144     MOVE WS-DATA-SISTEMA       TO WS-POS-DATA-VIGENCIA.
053145     PERFORM 3350-VERIFICAR-PROMOCAO
053146         THRU 3350-VERIFICAR-PROMOCAO-EXIT.
053147     IF  WS-ITEM-EM-PROMOCAO
053148         ADD 1 TO WS-CONTADOR-POS-RETIDOS
053149         MOVE "APLICADO HOJE - POS RETIDO" TO WS-LF-SITUACAO
053150     ELSE
053151         PERFORM 3300-GRAVAR-POS-DETALHE
053152             THRU 3300-GRAVAR-POS-DETALHE-EXIT
053153     END-IF.
053154
053155 6520-GRAVAR-LINHA.
053156     MOVE PF-BRANCH-CODE        TO WS-LF-FILIAL.
053157     MOVE PF-VALOR-VENDA        TO WS-LF-VENDA-ATUAL.
053158     MOVE PF-VALOR-COMPRA       TO WS-LF-CUSTO.
053159     MOVE WS-PISO-FILIAL-LIQ    TO WS-LF-PISO.
053160     MOVE WS-LINHA-FILIAL-LIQ   TO REL-LINHA-LIQUIDACAO.
053161     WRITE REL-LINHA-LIQUIDACAO.
053162
053163 6520-LER-PROXIMA.
053164     PERFORM 6960-LER-PRCFIL THRU 6960-LER-PRCFIL-EXIT.
053165
053166 6520-LIQUIDAR-UMA-FILIAL-EXIT.
053167     EXIT.
053168
053169 6700-RELATAR-NAO-USADA.
053170*---------------------------------------------------------------*
053171*    PROGRAMACAO DE ITEM QUE NAO ENCONTROU O ITEM NO MESTRE SAI  *
053172*    NO RELATORIO COMO DESCARTADA                                *
053173*---------------------------------------------------------------*
053174     IF  NOT WS-LQT-ALVO-ITEM (WS-IDX-LIQ)
053175     OR  WS-LQT-USADA (WS-IDX-LIQ)
053176         GO TO 6700-RELATAR-NAO-USADA-EXIT
053177     END-IF.
053178     MOVE WS-LQT-CODIGO (WS-IDX-LIQ) TO WS-LL-ITEM-CODE.
053179     MOVE SPACES                TO WS-LL-CATEGORIA.
053180     MOVE "ITEM"                TO WS-LL-PROGRAMACAO.
053181     MOVE ZERO                  TO WS-LL-VENDA-ORIGINAL.
053182     MOVE ZERO                  TO WS-LL-VENDA-ATUAL.
053183     MOVE ZERO                  TO WS-LL-CUSTO.
053184     MOVE WS-LQT-PISO (WS-IDX-LIQ) TO WS-LL-PISO.
053185     MOVE ZERO                  TO WS-LL-ESTAGIO.
053186     MOVE SPACES                TO WS-LL-PROXIMA-DATA.
053187     MOVE "ITEM NAO CADASTRADO" TO WS-LL-SITUACAO.
053188     MOVE WS-LINHA-LIQUIDACAO   TO REL-LINHA-LIQUIDACAO.
053189     WRITE REL-LINHA-LIQUIDACAO.
053190     ADD 1 TO WS-CONTADOR-LIQ-DESC.
053191
053192 6700-RELATAR-NAO-USADA-EXIT.
053193     EXIT.
053194
053195 6900-LER-LIQFILE.
053196*---------------------------------------------------------------*
053197*    LE UM REGISTRO DO ARQUIVO DE PROGRAMACOES DE LIQUIDACAO     *
053198*---------------------------------------------------------------*
053199     READ LIQFILE-ARQ
053200         AT END     SET FIM-LIQFILE     TO TRUE
053201         NOT AT END SET NAO-FIM-LIQFILE TO TRUE
053202     END-READ.
053203
053204 6900-LER-LIQFILE-EXIT.
053205     EXIT.
053206
053207 6950-LER-MESTRE.
053208*---------------------------------------------------------------*
053209*    LE O PROXIMO REGISTRO DO MESTRE NA VARREDURA DAS            *
053210*    LIQUIDACOES                                                 *
053211*---------------------------------------------------------------*
053212     READ PRODMAST-ARQ NEXT RECORD
053213         AT END SET FIM-MESTRE  TO TRUE
053214     END-READ.
053215
053216 6950-LER-MESTRE-EXIT.
053217     EXIT.
053218
053219 6960-LER-PRCFIL.
053220*---------------------------------------------------------------*
053221*    LE O PROXIMO PRECO DE FILIAL DO ITEM EM LIQUIDACAO; OUTRO   *
053222*    ITEM ENCERRA A LEITURA                                      *
053223*---------------------------------------------------------------*
053224     READ PRCFIL-ARQ NEXT RECORD
053225         AT END SET FIM-PRCFIL TO TRUE
053226     END-READ.
053227     IF  NAO-FIM-PRCFIL
053228     AND PF-ITEM-CODE NOT = PM-ITEM-CODE
053229         SET FIM-PRCFIL         TO TRUE
053230     END-IF.
053231
053232 6960-LER-PRCFIL-EXIT.
053233     EXIT.
053234
053235 8000-REGRAVAR-PENDENTES.
053236*---------------------------------------------------------------*
053237*    REGRAVA O ARQUIVO DE PENDENTES A PARTIR DO ARQUIVO DE       *
053238*    TRABALHO, SO COM AS ENTRADAS AINDA FUTURAS                  *
053239*---------------------------------------------------------------*
053240     CLOSE PENDPRC-ARQ.
053241     CLOSE PENDWRK-ARQ.
053242
053243     OPEN INPUT PENDWRK-ARQ.
053244     IF  WS-FS-PENDWRK NOT = "00"
053245         DISPLAY "ERRO AO REABRIR O ARQUIVO DE TRABALHO."
053246             " STATUS: " WS-FS-PENDWRK
053247         MOVE 16 TO RETURN-CODE
053248         GO TO 9999-EXIT
053249     END-IF.
053250     OPEN OUTPUT PENDPRC-ARQ.
053251     IF  WS-FS-PENDPRC NOT = "00"
053252         DISPLAY "ERRO AO REGRAVAR O ARQUIVO DE PENDENTES."
053253             " STATUS: " WS-FS-PENDPRC
053254         MOVE 16 TO RETURN-CODE
053255         GO TO 9999-EXIT
053256     END-IF.
053257
053258     PERFORM 8900-LER-PENDWRK THRU 8900-LER-PENDWRK-EXIT.
053259     PERFORM 8100-COPIAR-PENDENTE
053260         THRU 8100-COPIAR-PENDENTE-EXIT
053261         UNTIL FIM-PENDWRK.
053262
053263     CLOSE PENDWRK-ARQ.
053264     CLOSE PENDPRC-ARQ.
053265
053266 8000-REGRAVAR-PENDENTES-EXIT.
053267     EXIT.
053268
053269 8100-COPIAR-PENDENTE.
053270*---------------------------------------------------------------*
053271*    COPIA UMA ENTRADA DO ARQUIVO DE TRABALHO PARA O ARQUIVO DE  *
053272*    PENDENTES                                                   *
053273*---------------------------------------------------------------*
053274     MOVE WRK-REGISTRO-PENDENTE TO PN-REGISTRO-PENDENTE.
053275     WRITE PN-REGISTRO-PENDENTE.
053276     PERFORM 8900-LER-PENDWRK THRU 8900-LER-PENDWRK-EXIT.
053277
053278 8100-COPIAR-PENDENTE-EXIT.
053279     EXIT.
053900
054000 8900-LER-PENDWRK.
054100*---------------------------------------------------------------*
055900     MOVE WS-TOTAL-POS-VENDA    TO PS-TRL-TOTAL-VENDA-NOVA.
056000     WRITE PS-REGISTRO-INTERFACE.
056100     CLOSE POSFILE-ARQ.
056150     CLOSE ETQMOV-ARQ.
056200
056300     CLOSE PRODMAST-ARQ.
056400     CLOSE AUDITLOG-ARQ.
056500     CLOSE PRICHIST-ARQ.
056510     CLOSE PRCFIL-ARQ.
056600     CLOSE RELATIV-ARQ.
056610     CLOSE RELPROMO-ARQ.
056630     CLOSE RELLIQ-ARQ.
056700
056800     DISPLAY " ".
056900     DISPLAY "ATIVACAO DE PRECOS PENDENTES ENCERRADA.".
057320     DISPLAY "PROMOCOES INICIADAS..: " WS-CONTADOR-PROMO-INI.
057330     DISPLAY "PROMOCOES ENCERRADAS.: " WS-CONTADOR-PROMO-FIM.
057340     DISPLAY "PROMOCOES DESCARTADAS: " WS-CONTADOR-PROMO-DESC.
057350     DISPLAY "LIQUIDACOES LIDAS....: " WS-CONTADOR-LIQ-LIDAS.
057360     DISPLAY "LIQUIDACOES INVALIDAS: " WS-CONTADOR-LIQ-INVAL.
057370     DISPLAY "ITENS EM LIQUIDACAO..: " WS-CONTADOR-LIQ-ITENS.
057380     DISPLAY "ESTAGIOS APLICADOS...: " WS-CONTADOR-LIQ-APLIC.
057385     DISPLAY "FILIAIS REMARCADAS...: " WS-CONTADOR-LIQ-FILIAIS.
057390     DISPLAY "LIQUIDACOES COM ERRO.: " WS-CONTADOR-LIQ-DESC.
057400
057500     IF  WS-CONTADOR-DESCARTADOS > ZERO
057510     OR  WS-CONTADOR-PROMO-DESC > ZERO
057530     OR  WS-CONTADOR-LIQ-INVAL > ZERO
057550     OR  WS-CONTADOR-LIQ-DESC > ZERO
057600         MOVE 8 TO RETURN-CODE
057700     END-IF.
057800

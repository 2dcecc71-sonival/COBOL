007316*                     ALVO, VIGENCIA, USUARIO E LIMITE DE DIAS
007317*                     DO CAMBIO VEM DO ARQUIVO E NENHUM PROMPT
007318*                     E EMITIDO; SEM O ARQUIVO VALE O MENU.
007319*    2026-10-15 JA    PRECO POR FILIAL (PRCFIL): TRANSACAO DE UMA
007320*                     FILIAL DIFERENTE DA FILIAL DO MESTRE GRAVA
007321*                     O PRECO PROPRIO DA FILIAL SEM ALTERAR O
007322*                     PRODMAST; HISTORICO, AUDITORIA E DETALHE DO
007323*                     POS SAEM COM A FILIAL E O PRECO DELA.
007324*    2026-10-15 JA    CADA DETALHE GRAVADO NO POS GERA TAMBEM UM
007325*                     MOVIMENTO DE ETIQUETA (ETQMOV) COM A FILIAL
007326*                     E OS PRECOS ANTERIOR E NOVO, LIDO PELO
007327*                     RELETQ PARA AS ETIQUETAS DE GONDOLA.
007337*    2026-10-15 JA    RELATORIOS DE ROLLUP E DE EXCECOES IMPRIMEM
007347*                     O NOME DA FILIAL/CATEGORIA AO LADO DO
007357*                     CODIGO, LIDO DOS CADASTROS DE REFERENCIA
007367*                     (FILMAST/CATMAST); SEM O CADASTRO O NOME SAI
007372*                     EM BRANCO.
007373*    2026-10-15 JA    MARKUP SOBRE A VENDA LIQUIDA DE ICMS (VIA
007374*                     CALCICMS); EXCECOES COM MARKUP BRUTO, ICMS E
007375*                     VENDAS BRUTA E LIQUIDA; ROLLUP COM AS MEDIAS
007376*                     LIQUIDA E BRUTA.
007378*    2026-10-15 JA    SNAPSHOT DO MESTRE (CALCSNAP/SNAPMAST) ANTES
007380*                     DE TODA ATUALIZACAO - LOTE, INTERATIVO E
007382*                     APLICACAO DE PROPOSTAS - PARA A RECONSTRUCAO
007384*                     PONTUAL DO MESTRE PELO RESTMAST.
007386*    2026-10-15 JA    ALIQUOTA DE ICMS USA A CATEGORIA/FILIAL DO
007388*                     MESTRE QUANDO A TRANSACAO AS TRAZ EM BRANCO.
007390*****************************************************************
007400
007500 ENVIRONMENT DIVISION.
007600 CONFIGURATION SECTION.
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-FS-POSFILE.
010900
010920     SELECT ETQMOV-ARQ ASSIGN TO "ETQMOV"
010940         ORGANIZATION IS LINE SEQUENTIAL
010960         FILE STATUS IS WS-FS-ETQMOV.
010980
011000     SELECT PROPFILE-ARQ ASSIGN TO "PROPFILE"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-FS-PROPFILE.
012270     SELECT CALCPARM-ARQ ASSIGN TO "CALCPARM"
012280         ORGANIZATION IS LINE SEQUENTIAL
012290         FILE STATUS IS WS-FS-CALCPARM.
012291
012292     SELECT PRCFIL-ARQ ASSIGN TO "PRCFIL"
012293         ORGANIZATION IS INDEXED
012294         ACCESS MODE IS DYNAMIC
012295         RECORD KEY IS PF-CHAVE
012296         FILE STATUS IS WS-FS-PRCFIL.
012300
012310     SELECT RELCALC-ARQ ASSIGN TO "RELCALC"
012320         ORGANIZATION IS LINE SEQUENTIAL
013000     SELECT RELROLL-ARQ ASSIGN TO "RELROLL"
013100         ORGANIZATION IS LINE SEQUENTIAL
013200         FILE STATUS IS WS-FS-RELROLL.
013205
013210     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
013215         ORGANIZATION IS INDEXED
013220         ACCESS MODE IS DYNAMIC
013225         RECORD KEY IS FM-BRANCH-CODE
013230         FILE STATUS IS WS-FS-FILMAST.
013235
013240     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
013245         ORGANIZATION IS INDEXED
013250         ACCESS MODE IS DYNAMIC
013255         RECORD KEY IS CM-CATEGORY-CODE
013260         FILE STATUS IS WS-FS-CATMAST.
013300
013400 DATA DIVISION.
013500 FILE SECTION.
016100     LABEL RECORDS ARE STANDARD.
016200     COPY POSREC.
016300
016320 FD  ETQMOV-ARQ
016340     LABEL RECORDS ARE STANDARD.
016360     COPY ETQMOV.
016380
016400 FD  PROPFILE-ARQ
016500     LABEL RECORDS ARE STANDARD.
016600     COPY PROPREC.
017189     05  PRM-USUARIO             PIC X(08).
017190     05  PRM-DIAS-CAMBIO         PIC 9(03).
017191     05  FILLER                  PIC X(09).
017192
017193 FD  PRCFIL-ARQ
017194     LABEL RECORDS ARE STANDARD.
017195     COPY PRCFIL.
017201
017211 FD  RELPROP-ARQ
017300     LABEL RECORDS ARE STANDARD
018800     LABEL RECORDS ARE STANDARD
018900     RECORD CONTAINS 132 CHARACTERS.
019000 01  REL-LINHA-ROLLUP            PIC X(132).
019010
019020 FD  FILMAST-ARQ
019030     LABEL RECORDS ARE STANDARD.
019040     COPY FILMAST.
019050
019060 FD  CATMAST-ARQ
019070     LABEL RECORDS ARE STANDARD.
019080     COPY CATMAST.
019100
019200 WORKING-STORAGE SECTION.
019300
020100 77  WS-FS-TAXCAMBIO         PIC X(02).
020200 77  WS-FS-CHECKPT           PIC X(02).
020300 77  WS-FS-POSFILE           PIC X(02).
020350 77  WS-FS-ETQMOV            PIC X(02).
020400 77  WS-FS-PROPFILE          PIC X(02).
020500 77  WS-FS-PROPAPRV          PIC X(02).
020510 77  WS-FS-PENDPRC           PIC X(02).
020530 77  WS-FS-RUNCTL            PIC X(02).
020540 77  WS-FS-MRGPOL            PIC X(02).
020550 77  WS-FS-CALCPARM          PIC X(02).
020560 77  WS-FS-PRCFIL            PIC X(02).
020570 77  WS-FS-FILMAST           PIC X(02).
020580 77  WS-FS-CATMAST           PIC X(02).
020600 77  WS-FS-RELPROP           PIC X(02).
020700 77  WS-FS-RELCALC           PIC X(02).
020800 77  WS-FS-RELEXC            PIC X(02).
025803     05  WS-SW-PARAMETRIZADO     PIC X(01) VALUE "N".
025804         88  WS-MODO-PARAMETRIZADO      VALUE "S".
025805         88  WS-MODO-TERMINAL           VALUE "N".
025806     05  WS-SW-PRECO-FILIAL      PIC X(01) VALUE "N".
025807         88  WS-PRECO-FILIAL-ACHADO     VALUE "S".
025808         88  WS-PRECO-FILIAL-NAO-ACHADO VALUE "N".
025815
025900*---------------------------------------------------------------*
026000*    CONTADORES E PARAMETROS DE CONTROLE DO LOTE                *
028627 01  WS-SW-FIM-MRGPOL        PIC X(01) VALUE "N".
028628     88  FIM-MRGPOL                 VALUE "S".
028629     88  NAO-FIM-MRGPOL             VALUE "N".
028630 01  WS-SW-FILMAST-ABERTO    PIC X(01) VALUE "N".
028631     88  WS-FILMAST-ABERTO          VALUE "S".
028632     88  WS-FILMAST-FECHADO         VALUE "N".
028633 01  WS-SW-CATMAST-ABERTO    PIC X(01) VALUE "N".
028634     88  WS-CATMAST-ABERTO          VALUE "S".
028635     88  WS-CATMAST-FECHADO         VALUE "N".
028639
028649*---------------------------------------------------------------*
028700*    TABELAS DE ACUMULACAO PARA O RELATORIO DE FILIAL/CATEGORIA *
029300         10  WS-FILIAL-CODIGO        PIC X(04).
029400         10  WS-FILIAL-QTD-ITENS     PIC 9(08).
029500         10  WS-FILIAL-SOMA-PCT      PIC S9(09)V99.
029520         10  WS-FILIAL-SOMA-PCT-BRUTO
029540                                     PIC S9(09)V99.
029600
029700 01  WS-TABELA-CATEGORIA-DADOS.
029800     05  WS-QTD-CATEGORIAS       PIC 9(04) VALUE ZERO.
030100         10  WS-CATEGORIA-CODIGO     PIC X(04).
030200         10  WS-CATEGORIA-QTD-ITENS  PIC 9(08).
030300         10  WS-CATEGORIA-SOMA-PCT   PIC S9(09)V99.
030320         10  WS-CATEGORIA-SOMA-PCT-BRUTO
030340                                     PIC S9(09)V99.
030400
030500 77  WS-MEDIA-ROLLUP          PIC S9(03)V99 VALUE ZERO.
030510 77  WS-MEDIA-ROLLUP-BRUTO    PIC S9(03)V99 VALUE ZERO.
030520 77  WS-NOME-FILIAL           PIC X(30) VALUE SPACES.
030540 77  WS-NOME-CATEGORIA        PIC X(30) VALUE SPACES.
030600
030700 77  WS-LITERAL-SIMULACAO    PIC X(46) VALUE
030800     "*** SIMULACAO - NENHUM ARQUIVO FOI ATUALIZADO ".
032500 77  WS-VENDA-ANTERIOR-MST   PIC 9(06)V99 VALUE ZERO.
032600 77  WS-CONTADOR-POS         PIC 9(08) VALUE ZERO.
032700 77  WS-TOTAL-POS-VENDA      PIC 9(12)V99 VALUE ZERO.
032710 77  WS-FILIAL-POS           PIC X(04) VALUE SPACES.
032720 77  WS-VENDA-NOVA-POS       PIC 9(06)V99 VALUE ZERO.
032730
032740 01  WS-COMPLEMENTO-FILIAL.
032750     05  FILLER                  PIC X(04) VALUE "FIL ".
032760     05  WS-CF-BRANCH-CODE       PIC X(04) VALUE SPACES.
032770     05  FILLER                  PIC X(02) VALUE SPACES.
032800
032900*---------------------------------------------------------------*
033000*    BALANCEAMENTO DO ARQUIVO DE TRANSACOES CONTRA O TRAILER     *
039330*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SIGN-ON (CALCSIGN)       *
039340*---------------------------------------------------------------*
039350 COPY SGLINK.
039355
039360*---------------------------------------------------------------*
039365*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
039370*    (CALCICMS)                                                  *
039375*---------------------------------------------------------------*
039380 COPY ICLINK.
039382
039384*---------------------------------------------------------------*
039386*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SNAPSHOT DO MESTRE       *
039388*    (CALCSNAP)                                                  *
039390*---------------------------------------------------------------*
039392 COPY SNLINK.
039400
039500 77  WS-VENDA-BRUTA          PIC 9(06)V99 VALUE ZERO.
039600 77  WS-CATEGORIA-ARRED      PIC X(04) VALUE SPACES.
042500     05  FILLER                  PIC X(02) VALUE SPACES.
042600     05  WS-LE-FILIAL            PIC X(04).
042700     05  FILLER                  PIC X(02) VALUE SPACES.
042720     05  WS-LE-NOME-FILIAL       PIC X(30).
042740     05  FILLER                  PIC X(02) VALUE SPACES.
042800     05  WS-LE-PERCENTUAL        PIC -ZZ9.9999.
042900     05  FILLER                  PIC X(02) VALUE SPACES.
043000     05  WS-LE-MOTIVO            PIC X(24).
043100     05  FILLER                  PIC X(02) VALUE SPACES.
043105     05  WS-LE-PERCENTUAL-BRUTO  PIC -ZZ9.9999.
043110     05  FILLER                  PIC X(02) VALUE SPACES.
043115     05  WS-LE-ALIQUOTA          PIC Z9.99
043120                                 BLANK WHEN ZERO.
043125     05  FILLER                  PIC X(02) VALUE SPACES.
043130     05  WS-LE-VENDA-BRUTA       PIC ZZZ,ZZ9.99
043135                                 BLANK WHEN ZERO.
043140     05  FILLER                  PIC X(02) VALUE SPACES.
043145     05  WS-LE-VENDA-LIQUIDA     PIC ZZZ,ZZ9.99
043150                                 BLANK WHEN ZERO.
043155     05  FILLER                  PIC X(04) VALUE SPACES.
043200
043300 01  WS-LINHA-ROLLUP.
043400     05  WS-LR-TIPO              PIC X(10).
043500     05  FILLER                  PIC X(02) VALUE SPACES.
043600     05  WS-LR-CODIGO            PIC X(04).
043620     05  FILLER                  PIC X(04) VALUE SPACES.
043640     05  WS-LR-NOME              PIC X(30).
043700     05  FILLER                  PIC X(02) VALUE SPACES.
043800     05  WS-LR-QTD-ITENS         PIC ZZZ,ZZ9.
043900     05  FILLER                  PIC X(02) VALUE SPACES.
044000     05  WS-LR-MEDIA-PCT         PIC -ZZ9.99.
044100     05  FILLER                  PIC X(03) VALUE SPACES.
044120     05  WS-LR-MEDIA-PCT-BRUTO   PIC -ZZ9.99.
044140     05  FILLER                  PIC X(54) VALUE SPACES.
044200
044300 PROCEDURE DIVISION.
044400
064200     IF  WS-MODO-SIMULACAO
064300         OPEN INPUT PRODMAST-ARQ
064400     ELSE
064420         PERFORM 2140-TIRAR-SNAPSHOT
064440             THRU 2140-TIRAR-SNAPSHOT-EXIT
064500         OPEN I-O PRODMAST-ARQ
064600         IF  WS-FS-PRODMAST = "35"
064700             OPEN OUTPUT PRODMAST-ARQ
064800             CLOSE PRODMAST-ARQ
064900             OPEN I-O PRODMAST-ARQ
065000         END-IF
065010         PERFORM 2120-ABRIR-PRCFIL THRU 2120-ABRIR-PRCFIL-EXIT
065100     END-IF.
065200
065300     IF  WS-HOUVE-RESTART
066600         MOVE 16 TO RETURN-CODE
066700         GO TO 9999-EXIT
066800     END-IF.
066820
066840     PERFORM 2130-ABRIR-CADASTROS-REFERENCIA
066860         THRU 2130-ABRIR-CADASTROS-REFERENCIA-EXIT.
066900
067000     IF  WS-MODO-SIMULACAO
067100         GO TO 2100-ABRIR-ARQUIVOS-LOTE-EXIT
068330         OPEN OUTPUT PENDPRC-ARQ
068340     END-IF.
068350
068355     OPEN EXTEND ETQMOV-ARQ.
068360     IF  WS-FS-ETQMOV = "35"
068365         OPEN OUTPUT ETQMOV-ARQ
068370     END-IF.
068375
068400     PERFORM 2150-ABRIR-POSFILE THRU 2150-ABRIR-POSFILE-EXIT.
068500
068600 2100-ABRIR-ARQUIVOS-LOTE-EXIT.
071100         MOVE WS-LITERAL-SIMULACAO TO REL-LINHA-EXCECAO
071200         WRITE REL-LINHA-EXCECAO
071300     END-IF.
071350     MOVE "ITEM        FIL   NOME DA FILIAL                  MKP L
071400-    "IQ %  MOTIVO                    MKP BRUTO  ALIQ   VENDA BRUT
071450-    "A VENDA LIQ."
071500         TO REL-LINHA-EXCECAO.
071600     WRITE REL-LINHA-EXCECAO.
071700     MOVE SPACES TO REL-LINHA-EXCECAO.
071900
072000 2110-GRAVAR-CABECALHOS-EXIT.
072100     EXIT.
072110
072120 2120-ABRIR-PRCFIL.
072130*---------------------------------------------------------------*
072140*    ABRE O ARQUIVO DE PRECOS POR FILIAL PARA ATUALIZACAO,       *
072150*    CRIANDO-O SE AINDA NAO EXISTIR                              *
072160*---------------------------------------------------------------*
072170     OPEN I-O PRCFIL-ARQ.
072180     IF  WS-FS-PRCFIL = "35"
072190         OPEN OUTPUT PRCFIL-ARQ
072191         CLOSE PRCFIL-ARQ
072192         OPEN I-O PRCFIL-ARQ
072193     END-IF.
072194     IF  WS-FS-PRCFIL NOT = "00"
072195         DISPLAY "ERRO AO ABRIR O ARQUIVO DE PRECOS POR FILIAL."
072196             " STATUS: " WS-FS-PRCFIL
072197         MOVE 16 TO RETURN-CODE
072198         GO TO 9999-EXIT
072199     END-IF.
072200
072210 2120-ABRIR-PRCFIL-EXIT.
072220     EXIT.
072230
072232 2130-ABRIR-CADASTROS-REFERENCIA.
072234*---------------------------------------------------------------*
072236*    ABRE PARA CONSULTA OS CADASTROS DE FILIAIS E CATEGORIAS QUE *
072238*    DAO NOME AOS CODIGOS NOS RELATORIOS; SEM O CADASTRO O NOME  *
072240*    SAI EM BRANCO                                               *
072242*---------------------------------------------------------------*
072244     OPEN INPUT FILMAST-ARQ.
072246     IF  WS-FS-FILMAST = "00"
072248         SET WS-FILMAST-ABERTO  TO TRUE
072250     ELSE
072252         SET WS-FILMAST-FECHADO TO TRUE
072254     END-IF.
072256     OPEN INPUT CATMAST-ARQ.
072258     IF  WS-FS-CATMAST = "00"
072260         SET WS-CATMAST-ABERTO  TO TRUE
072262     ELSE
072264         SET WS-CATMAST-FECHADO TO TRUE
072266     END-IF.
072268
072270 2130-ABRIR-CADASTROS-REFERENCIA-EXIT.
072272     EXIT.
072274
072275 2140-TIRAR-SNAPSHOT.
072276*---------------------------------------------------------------*
072277*    FOTOGRAFA O MESTRE (CALCSNAP) ANTES DE ABRI-LO PARA         *
072278*    ATUALIZACAO, PARA QUE POSSA SER RECONSTRUIDO (RESTMAST)     *
072279*---------------------------------------------------------------*
072280     MOVE WS-DATA-SISTEMA       TO SN-DATA-SNAPSHOT.
072281     MOVE WS-HORA-SISTEMA       TO SN-HORA-SNAPSHOT.
072282     MOVE "CALC1"               TO SN-SISTEMA-ORIGEM.
072283     CALL "CALCSNAP" USING SN-PARAMETROS-SNAPSHOT.
072284     IF  SN-ERRO-SNAPSHOT
072285         DISPLAY "SNAPSHOT DO MESTRE NAO GRAVADO - ATUALIZACAO"
072286             " NAO EXECUTADA."
072287         MOVE 16 TO RETURN-CODE
072288         GO TO 9999-EXIT
072289     END-IF.
072290     DISPLAY "SNAPSHOT DO MESTRE: " SN-QTD-ITENS " ITENS".
072291
072292 2140-TIRAR-SNAPSHOT-EXIT.
072293     EXIT.
072294
072300 2150-ABRIR-POSFILE.
072400*---------------------------------------------------------------*
072500*    ABRE O ARQUIVO DE INTERFACE DO POS.  EM EXECUCAO NORMAL O   *
092530     ELSE
092540         MOVE ZERO              TO WS-IC-DATA-VIGENCIA
092550     END-IF.
092555
092560*    O NOME DA FILIAL DA TRANSACAO ACOMPANHA O CODIGO EM         *
092565*    QUALQUER LINHA DE EXCECAO GRAVADA PARA O ITEM               *
092570     MOVE WS-IC-BRANCH-CODE     TO FM-BRANCH-CODE.
092575     PERFORM 2530-BUSCAR-NOME-FILIAL
092580         THRU 2530-BUSCAR-NOME-FILIAL-EXIT.
092585     MOVE WS-NOME-FILIAL        TO WS-LE-NOME-FILIAL.
092587     MOVE ZERO                  TO WS-LE-PERCENTUAL-BRUTO
092589                                   WS-LE-ALIQUOTA
092591                                   WS-LE-VENDA-BRUTA
092593                                   WS-LE-VENDA-LIQUIDA.
092600
092700 2405-CARREGAR-ITEM-DO-TRANFILE-EXIT.
092800     EXIT.
112300         MOVE WS-LITERAL-SIMULACAO TO REL-LINHA-ROLLUP
112400         WRITE REL-LINHA-ROLLUP
112500     END-IF.
112550     MOVE "TIPO        CODIGO  NOME                          QTD I
112600-    "TENS  MEDIA LIQ MEDIA BRUTA"
112700         TO REL-LINHA-ROLLUP.
112800     WRITE REL-LINHA-ROLLUP.
112900     MOVE SPACES TO REL-LINHA-ROLLUP.
115400     MOVE "FILIAL"              TO WS-LR-TIPO.
115500     MOVE WS-FILIAL-CODIGO (WS-IDX-FILIAL)
115600                                TO WS-LR-CODIGO.
115610     MOVE WS-FILIAL-CODIGO (WS-IDX-FILIAL)
115620                                TO FM-BRANCH-CODE.
115630     PERFORM 2530-BUSCAR-NOME-FILIAL
115640         THRU 2530-BUSCAR-NOME-FILIAL-EXIT.
115650     MOVE WS-NOME-FILIAL        TO WS-LR-NOME.
115700     MOVE WS-FILIAL-QTD-ITENS (WS-IDX-FILIAL)
115800                                TO WS-LR-QTD-ITENS.
115900     MOVE WS-MEDIA-ROLLUP       TO WS-LR-MEDIA-PCT.
115920     COMPUTE WS-MEDIA-ROLLUP-BRUTO ROUNDED =
115940             WS-FILIAL-SOMA-PCT-BRUTO (WS-IDX-FILIAL) /
115960             WS-FILIAL-QTD-ITENS (WS-IDX-FILIAL).
115980     MOVE WS-MEDIA-ROLLUP-BRUTO TO WS-LR-MEDIA-PCT-BRUTO.
116000     MOVE WS-LINHA-ROLLUP       TO REL-LINHA-ROLLUP.
116100     WRITE REL-LINHA-ROLLUP.
116200 2510-GRAVAR-LINHA-FILIAL-EXIT.
117200     MOVE "CATEGORIA"           TO WS-LR-TIPO.
117300     MOVE WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
117400                                TO WS-LR-CODIGO.
117410     MOVE WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
117420                                TO CM-CATEGORY-CODE.
117430     PERFORM 2540-BUSCAR-NOME-CATEGORIA
117440         THRU 2540-BUSCAR-NOME-CATEGORIA-EXIT.
117450     MOVE WS-NOME-CATEGORIA     TO WS-LR-NOME.
117500     MOVE WS-CATEGORIA-QTD-ITENS (WS-IDX-CATEGORIA)
117600                                TO WS-LR-QTD-ITENS.
117700     MOVE WS-MEDIA-ROLLUP       TO WS-LR-MEDIA-PCT.
117720     COMPUTE WS-MEDIA-ROLLUP-BRUTO ROUNDED =
117740             WS-CATEGORIA-SOMA-PCT-BRUTO (WS-IDX-CATEGORIA) /
117760             WS-CATEGORIA-QTD-ITENS (WS-IDX-CATEGORIA).
117780     MOVE WS-MEDIA-ROLLUP-BRUTO TO WS-LR-MEDIA-PCT-BRUTO.
117800     MOVE WS-LINHA-ROLLUP       TO REL-LINHA-ROLLUP.
117900     WRITE REL-LINHA-ROLLUP.
118000 2520-GRAVAR-LINHA-CATEGORIA-EXIT.
118100     EXIT.
118102
118104 2530-BUSCAR-NOME-FILIAL.
118106*---------------------------------------------------------------*
118108*    DEVOLVE EM WS-NOME-FILIAL O NOME DA FILIAL DE FM-BRANCH-CODE*
118110*    (BRANCO SE O CODIGO OU O CADASTRO NAO EXISTIR)              *
118112*---------------------------------------------------------------*
118114     MOVE SPACES                TO WS-NOME-FILIAL.
118116     IF  WS-FILMAST-FECHADO
118118     OR  FM-BRANCH-CODE = SPACES
118120         GO TO 2530-BUSCAR-NOME-FILIAL-EXIT
118122     END-IF.
118124     READ FILMAST-ARQ
118126         KEY IS FM-BRANCH-CODE
118128         INVALID KEY     MOVE SPACES  TO WS-NOME-FILIAL
118130         NOT INVALID KEY MOVE FM-NOME TO WS-NOME-FILIAL
118132     END-READ.
118134
118136 2530-BUSCAR-NOME-FILIAL-EXIT.
118138     EXIT.
118140
118142 2540-BUSCAR-NOME-CATEGORIA.
118144*---------------------------------------------------------------*
118146*    DEVOLVE EM WS-NOME-CATEGORIA O NOME DA CATEGORIA DE         *
118148*    CM-CATEGORY-CODE (BRANCO SE O CODIGO OU O CADASTRO NAO      *
118150*    EXISTIR)                                                    *
118152*---------------------------------------------------------------*
118154     MOVE SPACES                TO WS-NOME-CATEGORIA.
118156     IF  WS-CATMAST-FECHADO
118158     OR  CM-CATEGORY-CODE = SPACES
118160         GO TO 2540-BUSCAR-NOME-CATEGORIA-EXIT
118162     END-IF.
118164     READ CATMAST-ARQ
118166         KEY IS CM-CATEGORY-CODE
118168         INVALID KEY     MOVE SPACES  TO WS-NOME-CATEGORIA
118170         NOT INVALID KEY MOVE CM-NOME TO WS-NOME-CATEGORIA
118172     END-READ.
118174
118176 2540-BUSCAR-NOME-CATEGORIA-EXIT.
118178     EXIT.
118180
118200 2600-FECHAR-ARQUIVOS-LOTE.
118300*---------------------------------------------------------------*
118400*    FECHA OS ARQUIVOS ABERTOS PELO PROCESSAMENTO EM LOTE        *
118700     CLOSE PRODMAST-ARQ.
118800     CLOSE RELCALC-ARQ.
118900     CLOSE RELEXC-ARQ.
118910     IF  WS-FILMAST-ABERTO
118920         CLOSE FILMAST-ARQ
118930     END-IF.
118940     IF  WS-CATMAST-ABERTO
118950         CLOSE CATMAST-ARQ
118960     END-IF.
119000     IF  NOT WS-MODO-SIMULACAO
119010         CLOSE PRCFIL-ARQ
119100         CLOSE AUDITLOG-ARQ
119200         CLOSE PRICHIST-ARQ
119210         CLOSE PENDPRC-ARQ
120000 2650-FECHAR-POSFILE.
120100*---------------------------------------------------------------*
120200*    GRAVA O TRAILER COM A CONTAGEM E O TOTAL DE VENDA NOVA E    *
120300*    FECHA A INTERFACE DO POS E O MOVIMENTO DE ETIQUETAS         *
120400*---------------------------------------------------------------*
120500     MOVE SPACES                TO PS-REGISTRO-INTERFACE.
120600     MOVE "T"                   TO PS-TIPO-REGISTRO.
120800     MOVE WS-TOTAL-POS-VENDA    TO PS-TRL-TOTAL-VENDA-NOVA.
120900     WRITE PS-REGISTRO-INTERFACE.
121000     CLOSE POSFILE-ARQ.
121050     CLOSE ETQMOV-ARQ.
121100     SET WS-POS-FECHADO         TO TRUE.
121200
121300 2650-FECHAR-POSFILE-EXIT.
128000 3050-VERIFICAR-ITEM-ATIVO-EXIT.
128100     EXIT.
128200
128205 3090-BUSCAR-ALIQUOTA-ICMS.
128210*---------------------------------------------------------------*
128215*    OBTEM PELO CALCICMS A ALIQUOTA DE ICMS EMBUTIDA NA VENDA    *
128220*    PARA A CATEGORIA/FILIAL JA MOVIDAS PARA IC-CATEGORY-CODE E  *
128225*    IC-BRANCH-CODE E A PASSA AO BLOCO DE CALCULO                *
128230*---------------------------------------------------------------*
128235     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
128240     MOVE IC-ALIQUOTA           TO PC-ALIQUOTA-IMPOSTO.
128245
128250 3090-BUSCAR-ALIQUOTA-ICMS-EXIT.
128255     EXIT.
128260
128261 3095-COMPLETAR-CODIGOS-ICMS.
128262*---------------------------------------------------------------*
128263*    MOVE PARA O CALCICMS A CATEGORIA E A FILIAL DA TRANSACAO;   *
128264*    CODIGO EM BRANCO E MANTIDO NO MESTRE PELO 3200, ENTAO VALE  *
128265*    O DO MESTRE.  NA TRANSACAO DE OUTRA FILIAL (PRCFIL) A       *
128266*    FILIAL VEM SEMPRE PREENCHIDA E SO A CATEGORIA E COMPLETADA  *
128267*---------------------------------------------------------------*
128268     MOVE WS-IC-CATEGORY-CODE   TO IC-CATEGORY-CODE.
128269     MOVE WS-IC-BRANCH-CODE     TO IC-BRANCH-CODE.
128270     IF  WS-IC-CATEGORY-CODE NOT = SPACES
128271     AND WS-IC-BRANCH-CODE NOT = SPACES
128272         GO TO 3095-COMPLETAR-CODIGOS-ICMS-EXIT
128273     END-IF.
128274     IF  WS-MODO-SIMULACAO AND WS-FS-PRODMAST NOT = "00"
128275         GO TO 3095-COMPLETAR-CODIGOS-ICMS-EXIT
128276     END-IF.
128277     MOVE WS-IC-ITEM-CODE       TO PM-ITEM-CODE.
128278     READ PRODMAST-ARQ
128279         KEY IS PM-ITEM-CODE
128280         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
128281         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
128282     END-READ.
128283     IF  WS-MASTER-NAO-ACHADO
128284         GO TO 3095-COMPLETAR-CODIGOS-ICMS-EXIT
128285     END-IF.
128286     IF  IC-CATEGORY-CODE = SPACES
128287         MOVE PM-CATEGORY-CODE  TO IC-CATEGORY-CODE
128288     END-IF.
128289     IF  IC-BRANCH-CODE = SPACES
128290         MOVE PM-BRANCH-CODE    TO IC-BRANCH-CODE
128291     END-IF.
128292
128293 3095-COMPLETAR-CODIGOS-ICMS-EXIT.
128294     EXIT.
128295
128300 3100-EXECUTAR-CALCULO.
128400*---------------------------------------------------------------*
128500*    CHAMA O SUBPROGRAMA DE CALCULO DE MARKUP, DIRETO OU INVERSO *
128600*---------------------------------------------------------------*
128700     MOVE WS-IC-VALOR-VENDA-ENT TO PC-VALOR-VENDA.
128800     MOVE WS-IC-PERCENTUAL-ALVO TO PC-PERCENTUAL.
128820     PERFORM 3095-COMPLETAR-CODIGOS-ICMS
128840         THRU 3095-COMPLETAR-CODIGOS-ICMS-EXIT.
128860     PERFORM 3090-BUSCAR-ALIQUOTA-ICMS
128880         THRU 3090-BUSCAR-ALIQUOTA-ICMS-EXIT.
128900
129000     IF  WS-IC-CALCULO-INVERSO
129100         SET PC-DIRECAO-INVERSA TO TRUE
133400 3200-ATUALIZAR-MASTER.
133500*---------------------------------------------------------------*
133600*    LE, ATUALIZA OU CRIA O REGISTRO DO ITEM NO ARQUIVO MESTRE   *
133610*    A VENDA DO MESTRE E A DA FILIAL DO ITEM E VALE PARA TODA    *
133620*    FILIAL SEM PRECO PROPRIO; TRANSACAO DE OUTRA FILIAL GRAVA O *
133630*    PRECO DAQUELA FILIAL NO PRCFIL E NAO TOCA O MESTRE          *
133700*---------------------------------------------------------------*
133800     MOVE WS-IC-ITEM-CODE       TO PM-ITEM-CODE.
133900     READ PRODMAST-ARQ
134100         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
134200         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
134300     END-READ.
134310
134320     IF  WS-MASTER-ACHADO
134330     AND WS-IC-BRANCH-CODE NOT = SPACES
134340     AND PM-BRANCH-CODE NOT = SPACES
134350     AND WS-IC-BRANCH-CODE NOT = PM-BRANCH-CODE
134360         PERFORM 3230-ATUALIZAR-PRECO-FILIAL
134370             THRU 3230-ATUALIZAR-PRECO-FILIAL-EXIT
134380         GO TO 3200-ATUALIZAR-MASTER-EXIT
134390     END-IF.
134400
134500     IF  WS-MASTER-ACHADO
134600         MOVE PM-VALOR-VENDA    TO WS-VENDA-ANTERIOR-MST
139100     PERFORM 3250-GRAVAR-HISTORICO
139200         THRU 3250-GRAVAR-HISTORICO-EXIT.
139300
139400     MOVE PM-BRANCH-CODE        TO WS-FILIAL-POS.
139500     MOVE PM-VALOR-VENDA        TO WS-VENDA-NOVA-POS.
139600     PERFORM 3240-AVALIAR-POS THRU 3240-AVALIAR-POS-EXIT.
139900
140000 3200-ATUALIZAR-MASTER-EXIT.
140100     EXIT.
140110
140111 3230-ATUALIZAR-PRECO-FILIAL.
140112*---------------------------------------------------------------*
140113*    LE, ATUALIZA OU CRIA O PRECO PROPRIO DA FILIAL DA TRANSACAO *
140114*    NO PRCFIL.  SEM ENTRADA ANTERIOR, A VENDA DE PARTIDA DA     *
140115*    FILIAL ERA A DO MESTRE.  HISTORICO, AUDITORIA E POS SAEM    *
140116*    COM A FILIAL E O PRECO DELA                                 *
140117*---------------------------------------------------------------*
140118     MOVE WS-IC-ITEM-CODE       TO PF-ITEM-CODE.
140119     MOVE WS-IC-BRANCH-CODE     TO PF-BRANCH-CODE.
140120     READ PRCFIL-ARQ
140121         KEY IS PF-CHAVE
140122         INVALID KEY     SET WS-PRECO-FILIAL-NAO-ACHADO TO TRUE
140123         NOT INVALID KEY SET WS-PRECO-FILIAL-ACHADO     TO TRUE
140124     END-READ.
140125
140126     IF  WS-PRECO-FILIAL-ACHADO
140127         MOVE PF-VALOR-VENDA    TO WS-VENDA-ANTERIOR-MST
140128     ELSE
140129         MOVE SPACES            TO PF-REGISTRO-PRECO-FILIAL
140130         MOVE WS-IC-ITEM-CODE   TO PF-ITEM-CODE
140131         MOVE WS-IC-BRANCH-CODE TO PF-BRANCH-CODE
140132         MOVE PM-VALOR-VENDA    TO WS-VENDA-ANTERIOR-MST
140133     END-IF.
140134
140135     MOVE PC-VALOR-COMPRA       TO PF-VALOR-COMPRA.
140136     MOVE PC-VALOR-VENDA        TO PF-VALOR-VENDA.
140137     MOVE PC-PERCENTUAL         TO PF-PERCENTUAL.
140138     IF  PC-EM-PREJUIZO
140139         SET PF-EM-PREJUIZO     TO TRUE
140140     ELSE
140141         SET PF-SEM-PREJUIZO    TO TRUE
140142     END-IF.
140143     MOVE WS-DATA-SISTEMA       TO PF-DATA-ULT-CALCULO.
140144     MOVE WS-HORA-SISTEMA       TO PF-HORA-ULT-CALCULO.
140145
140146     IF  WS-PRECO-FILIAL-ACHADO
140147         REWRITE PF-REGISTRO-PRECO-FILIAL
140148     ELSE
140149         WRITE PF-REGISTRO-PRECO-FILIAL
140150     END-IF.
140151     IF  WS-FS-PRCFIL NOT = "00"
140152         DISPLAY "ERRO AO GRAVAR O PRECO DA FILIAL. ITEM: "
140153             WS-IC-ITEM-CODE " FILIAL: " WS-IC-BRANCH-CODE
140154             " STATUS: " WS-FS-PRCFIL
140155         MOVE 16 TO RETURN-CODE
140156         GO TO 9999-EXIT
140157     END-IF.
140158
140159     PERFORM 3255-GRAVAR-HISTORICO-FILIAL
140160         THRU 3255-GRAVAR-HISTORICO-FILIAL-EXIT.
140161
140162     MOVE PF-BRANCH-CODE        TO WS-CF-BRANCH-CODE.
140163     MOVE WS-COMPLEMENTO-FILIAL TO WS-COMPLEMENTO-AUDIT.
140164
140165     MOVE PF-BRANCH-CODE        TO WS-FILIAL-POS.
140166     MOVE PF-VALOR-VENDA        TO WS-VENDA-NOVA-POS.
140167     PERFORM 3240-AVALIAR-POS THRU 3240-AVALIAR-POS-EXIT.
140168
140169 3230-ATUALIZAR-PRECO-FILIAL-EXIT.
140170     EXIT.
140171
140172 3240-AVALIAR-POS.
140173*---------------------------------------------------------------*
140174*    MANDA A FILIAL/VENDA NOVA PARA A INTERFACE DO POS QUANDO A  *
140175*    VENDA MUDOU, SALVO SE O ITEM ESTIVER EM PROMOCAO NA FILIAL  *
140176*---------------------------------------------------------------*
140177     IF  WS-POS-ABERTO
140178     AND WS-VENDA-NOVA-POS NOT = WS-VENDA-ANTERIOR-MST
140179         PERFORM 3270-VERIFICAR-PROMOCAO
140180             THRU 3270-VERIFICAR-PROMOCAO-EXIT
140181         IF  WS-ITEM-EM-PROMOCAO
140182             ADD 1 TO WS-CONTADOR-PROMO-RET
140183         ELSE
140184             PERFORM 3260-GRAVAR-POS-DETALHE
140185                 THRU 3260-GRAVAR-POS-DETALHE-EXIT
140186         END-IF
140187     END-IF.
140188
140189 3240-AVALIAR-POS-EXIT.
140190     EXIT.
140200
140300 3250-GRAVAR-HISTORICO.
140400*---------------------------------------------------------------*
142100
142200 3250-GRAVAR-HISTORICO-EXIT.
142300     EXIT.
142310
142320 3255-GRAVAR-HISTORICO-FILIAL.
142330*---------------------------------------------------------------*
142340*    APENDA UM REGISTRO DE HISTORICO COM O PRECO PROPRIO QUE     *
142350*    ACABOU DE SER GRAVADO NO PRCFIL, MARCADO COMO PRECO DE      *
142360*    FILIAL PARA NAO SER CONFUNDIDO COM O PRECO DO MESTRE        *
142370*---------------------------------------------------------------*
142380     MOVE SPACES                TO HS-REGISTRO-HISTORICO.
142390     MOVE PF-ITEM-CODE          TO HS-ITEM-CODE.
142391     MOVE PF-BRANCH-CODE        TO HS-BRANCH-CODE.
142392     MOVE PM-CATEGORY-CODE      TO HS-CATEGORY-CODE.
142393     MOVE PF-VALOR-COMPRA       TO HS-VALOR-COMPRA.
142394     MOVE PF-VALOR-VENDA        TO HS-VALOR-VENDA.
142395     MOVE PF-PERCENTUAL         TO HS-PERCENTUAL.
142396     MOVE PF-STATUS-PREJUIZO    TO HS-STATUS-PREJUIZO.
142397     MOVE PF-DATA-ULT-CALCULO   TO HS-DATA-CALCULO.
142398     MOVE PF-HORA-ULT-CALCULO   TO HS-HORA-CALCULO.
142399     SET HS-PRECO-FILIAL        TO TRUE.
142400
142401     WRITE HS-REGISTRO-HISTORICO.
142402
142403 3255-GRAVAR-HISTORICO-FILIAL-EXIT.
142404     EXIT.
142405
142500 3260-GRAVAR-POS-DETALHE.
142600*---------------------------------------------------------------*
142700*    GRAVA UM DETALHE NA INTERFACE DO POS QUANDO A VENDA DO ITEM *
142800*    REALMENTE MUDOU NESTA EXECUCAO; ITEM SEM MUDANCA DE PRECO   *
142900*    NAO ENTRA NO ARQUIVO.  O MESMO DETALHE VAI PARA O MOVIMENTO *
142950*    DE ETIQUETAS DA FILIAL                                      *
143000*---------------------------------------------------------------*
143100     MOVE SPACES                TO PS-REGISTRO-INTERFACE.
143200     MOVE "D"                   TO PS-TIPO-REGISTRO.
143300     MOVE PM-ITEM-CODE          TO PS-DET-ITEM-CODE.
143400     MOVE WS-FILIAL-POS         TO PS-DET-BRANCH-CODE.
143500     MOVE WS-VENDA-ANTERIOR-MST TO PS-DET-VENDA-ANTERIOR.
143600     MOVE WS-VENDA-NOVA-POS     TO PS-DET-VENDA-NOVA.
143700     MOVE WS-DATA-SISTEMA       TO PS-DET-DATA-VIGENCIA.
143800     WRITE PS-REGISTRO-INTERFACE.
143900     ADD 1                      TO WS-CONTADOR-POS.
144000     ADD WS-VENDA-NOVA-POS      TO WS-TOTAL-POS-VENDA.
144100
144105     MOVE SPACES                TO EM-REGISTRO-MOVIMENTO.
144110     MOVE WS-DATA-SISTEMA       TO EM-DATA-MOVIMENTO.
144115     MOVE WS-HORA-SISTEMA       TO EM-HORA-MOVIMENTO.
144120     MOVE PM-ITEM-CODE          TO EM-ITEM-CODE.
144125     MOVE WS-FILIAL-POS         TO EM-BRANCH-CODE.
144130     MOVE WS-VENDA-ANTERIOR-MST TO EM-VENDA-ANTERIOR.
144135     MOVE WS-VENDA-NOVA-POS     TO EM-VENDA-NOVA.
144140     MOVE WS-DATA-SISTEMA       TO EM-DATA-VIGENCIA.
144145     SET EM-PRECO-REGULAR       TO TRUE.
144150     MOVE "CALC1"               TO EM-SISTEMA-ORIGEM.
144155     WRITE EM-REGISTRO-MOVIMENTO.
144160
144200 3260-GRAVAR-POS-DETALHE-EXIT.
144300     EXIT.
144301
144316         WHEN WS-PROMO-ITEM (WS-IDX-PROMO) = PM-ITEM-CODE
144317          AND (WS-PROMO-FILIAL (WS-IDX-PROMO) = SPACES
144318               OR WS-PROMO-FILIAL (WS-IDX-PROMO)
144319                                    = WS-FILIAL-POS)
144320          AND WS-PROMO-INICIO (WS-IDX-PROMO) <= WS-DATA-SISTEMA
144321          AND WS-PROMO-FIM (WS-IDX-PROMO) >= WS-DATA-SISTEMA
144322             SET WS-ITEM-EM-PROMOCAO TO TRUE
149500                     TO WS-FILIAL-CODIGO (WS-IDX-FILIAL)
149600                 MOVE ZERO TO WS-FILIAL-QTD-ITENS (WS-IDX-FILIAL)
149700                 MOVE ZERO TO WS-FILIAL-SOMA-PCT  (WS-IDX-FILIAL)
149720                 MOVE ZERO
149740                     TO WS-FILIAL-SOMA-PCT-BRUTO (WS-IDX-FILIAL)
149800             END-IF
149900         WHEN WS-FILIAL-CODIGO (WS-IDX-FILIAL) = WS-IC-BRANCH-CODE
150000             CONTINUE
150300     IF  WS-IDX-FILIAL <= WS-QTD-FILIAIS
150400         ADD 1 TO WS-FILIAL-QTD-ITENS (WS-IDX-FILIAL)
150500         ADD PC-PERCENTUAL TO WS-FILIAL-SOMA-PCT (WS-IDX-FILIAL)
150520         ADD PC-PERCENTUAL-BRUTO
150540             TO WS-FILIAL-SOMA-PCT-BRUTO (WS-IDX-FILIAL)
150600     END-IF.
150700
150800 3410-ACUMULAR-FILIAL-EXIT.
152400                     TO WS-CATEGORIA-QTD-ITENS (WS-IDX-CATEGORIA)
152500                 MOVE ZERO
152600                     TO WS-CATEGORIA-SOMA-PCT  (WS-IDX-CATEGORIA)
152620                 MOVE ZERO TO WS-CATEGORIA-SOMA-PCT-BRUTO
152640                                  (WS-IDX-CATEGORIA)
152700             END-IF
152800         WHEN WS-CATEGORIA-CODIGO (WS-IDX-CATEGORIA)
152900                                    = WS-IC-CATEGORY-CODE
153400         ADD 1 TO WS-CATEGORIA-QTD-ITENS (WS-IDX-CATEGORIA)
153500         ADD PC-PERCENTUAL
153600             TO WS-CATEGORIA-SOMA-PCT (WS-IDX-CATEGORIA)
153620         ADD PC-PERCENTUAL-BRUTO
153640             TO WS-CATEGORIA-SOMA-PCT-BRUTO (WS-IDX-CATEGORIA)
153700     END-IF.
153800
153900 3420-ACUMULAR-CATEGORIA-EXIT.
154500*    CALCULADO ESTIVER FORA DA FAIXA DA POLITICA DE MARGEM DA    *
154600*    CATEGORIA/FILIAL DO ITEM (SEM POLITICA VALEM OS LIMITES     *
154610*    GLOBAIS, AINDA SOBREPONIVEIS PELO REGISTRO "P" DO FEED)     *
154612*    A FAIXA E CONFERIDA CONTRA O MARKUP SOBRE A VENDA LIQUIDA   *
154614*    DE ICMS; A LINHA MOSTRA TAMBEM O MARKUP BRUTO, A ALIQUOTA E *
154616*    AS VENDAS BRUTA E LIQUIDA                                   *
154620*---------------------------------------------------------------*
154630     MOVE WS-IC-CATEGORY-CODE   TO WS-BUSCA-CATEGORIA.
154640     MOVE WS-IC-BRANCH-CODE     TO WS-BUSCA-FILIAL.
154650     PERFORM 3550-BUSCAR-POLITICA
154660         THRU 3550-BUSCAR-POLITICA-EXIT.
154670
154675     MOVE PC-PERCENTUAL-BRUTO   TO WS-LE-PERCENTUAL-BRUTO.
154680     MOVE PC-ALIQUOTA-IMPOSTO   TO WS-LE-ALIQUOTA.
154685     MOVE PC-VALOR-VENDA        TO WS-LE-VENDA-BRUTA.
154690     MOVE PC-VALOR-LIQUIDO      TO WS-LE-VENDA-LIQUIDA.
154695
154700     IF  PC-PERCENTUAL < WS-PCT-MIN-EFETIVO
154800         MOVE WS-IC-ITEM-CODE   TO WS-LE-ITEM-CODE
154900         MOVE WS-IC-BRANCH-CODE TO WS-LE-FILIAL
166100*    ABRE O ARQUIVO MESTRE E O LOG DE AUDITORIA PARA O MODO      *
166200*    INTERATIVO, CRIANDO-OS SE AINDA NAO EXISTIREM               *
166300*---------------------------------------------------------------*
166320     PERFORM 2140-TIRAR-SNAPSHOT THRU 2140-TIRAR-SNAPSHOT-EXIT.
166340
166400     OPEN I-O PRODMAST-ARQ.
166500     IF  WS-FS-PRODMAST = "35"
166600         OPEN OUTPUT PRODMAST-ARQ
167700     IF  WS-FS-PRICHIST = "35"
167800         OPEN OUTPUT PRICHIST-ARQ
167900     END-IF.
167910
167920     PERFORM 2120-ABRIR-PRCFIL THRU 2120-ABRIR-PRCFIL-EXIT.
168000
168100 5100-ABRIR-ARQUIVOS-INTERATIVO-EXIT.
168200     EXIT.
174200     ELSE
174300         DISPLAY "Resultado (percentual) : " PC-PERCENTUAL
174400     END-IF.
174410     IF  PC-ALIQUOTA-IMPOSTO NOT = ZERO
174420         DISPLAY "Aliquota de ICMS embutida......: "
174430             PC-ALIQUOTA-IMPOSTO
174440         DISPLAY "Venda liquida de ICMS..........: "
174450             PC-VALOR-LIQUIDO
174460         DISPLAY "Percentual sobre venda bruta...: "
174470             PC-PERCENTUAL-BRUTO
174480     END-IF.
174500
174600     IF  PC-EM-PREJUIZO
174700         DISPLAY "*** ATENCAO: OPERACAO EM PREJUIZO (PERCENTUAL "
176600     CLOSE PRODMAST-ARQ.
176700     CLOSE AUDITLOG-ARQ.
176800     CLOSE PRICHIST-ARQ.
176810     CLOSE PRCFIL-ARQ.
176900
177000 5800-FECHAR-ARQUIVOS-INTERATIVO-EXIT.
177100     EXIT.
188400     MOVE ZERO                  TO PC-VALOR-VENDA.
188500     MOVE WS-PCT-ALVO-ITEM      TO PC-PERCENTUAL.
188600     SET PC-DIRECAO-INVERSA     TO TRUE.
188620     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
188640     MOVE PM-BRANCH-CODE        TO IC-BRANCH-CODE.
188660     PERFORM 3090-BUSCAR-ALIQUOTA-ICMS
188680         THRU 3090-BUSCAR-ALIQUOTA-ICMS-EXIT.
188700
188800     SET WS-SEM-ARRED           TO TRUE.
188900     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
196200         GO TO 9999-EXIT
196300     END-IF.
196400
196420     PERFORM 2140-TIRAR-SNAPSHOT THRU 2140-TIRAR-SNAPSHOT-EXIT.
196440
196500     OPEN I-O PRODMAST-ARQ.
196600     IF  WS-FS-PRODMAST NOT = "00"
196700         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
198020     IF  WS-FS-PENDPRC = "35"
198030         OPEN OUTPUT PENDPRC-ARQ
198040     END-IF.
198045     PERFORM 2120-ABRIR-PRCFIL THRU 2120-ABRIR-PRCFIL-EXIT.
198046     OPEN EXTEND ETQMOV-ARQ.
198047     IF  WS-FS-ETQMOV = "35"
198048         OPEN OUTPUT ETQMOV-ARQ
198049     END-IF.
198050     MOVE "PROPAPRV"            TO WS-ORIGEM-PENDENTE.
198100     PERFORM 2150-ABRIR-POSFILE
198200         THRU 2150-ABRIR-POSFILE-EXIT.
199100     CLOSE AUDITLOG-ARQ.
199200     CLOSE PRICHIST-ARQ.
199210     CLOSE PENDPRC-ARQ.
199220     CLOSE PRCFIL-ARQ.
199300     PERFORM 2650-FECHAR-POSFILE
199400         THRU 2650-FECHAR-POSFILE-EXIT.
199500
205100     MOVE APR-VENDA-PROPOSTA    TO PC-VALOR-VENDA.
205200     MOVE ZERO                  TO PC-PERCENTUAL.
205300     SET PC-DIRECAO-DIRETA      TO TRUE.
205320     MOVE APR-CATEGORY-CODE     TO IC-CATEGORY-CODE.
205340     MOVE APR-BRANCH-CODE       TO IC-BRANCH-CODE.
205360     PERFORM 3090-BUSCAR-ALIQUOTA-ICMS
205380         THRU 3090-BUSCAR-ALIQUOTA-ICMS-EXIT.
205400
205500     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
205600

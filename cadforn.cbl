000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADFORN.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: CONSULTA DAS COTACOES DE CUSTO POR FORNECEDOR
000900*                   (FORNCUST) DE UM ITEM E TROCA DO FORNECEDOR
001000*                   PREFERENCIAL (RESTRITA A SUPERVISOR).  A TROCA
001100*                   DESMARCA O PREFERENCIAL ANTERIOR, MARCA O NOVO
001200*                   E LEVA A COTACAO DELE AO VALOR DE COMPRA DO
001300*                   MESTRE, RECALCULANDO O MARKUP CONTRA A VENDA
001400*                   INALTERADA, COM HISTORICO (PRICHIST) E
001500*                   AUDITORIA DO CUSTO (TIPO "C") COMO NO CUSTBAT.
001600*                   A TROCA EM SI GRAVA UM REGISTRO DE AUDITORIA
001700*                   DE MANUTENCAO (TIPO "M") COM O NOVO FORNECEDOR
001800*                   NO COMPLEMENTO.
001900*-----------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRICAO
002200*    ---------- ----  -------------------------------------------
002300*    2026-10-15 JA    PROGRAMA ORIGINAL.
002320*    2026-10-15 JA    MARKUP DA TROCA DE FORNECEDOR SOBRE A VENDA
002340*                     LIQUIDA DE ICMS (CALCICMS).
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PRODMAST-ARQ ASSIGN TO "PRODMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PM-ITEM-CODE
003500         FILE STATUS IS WS-FS-PRODMAST.
003600
003700     SELECT FORNCUST-ARQ ASSIGN TO "FORNCUST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS FC-CHAVE
004100         FILE STATUS IS WS-FS-FORNCUST.
004200
004300     SELECT PRICHIST-ARQ ASSIGN TO "PRICHIST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-FS-PRICHIST.
004600
004700     SELECT AUDITLOG-ARQ ASSIGN TO "AUDITLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-AUDITLOG.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PRODMAST-ARQ
005400     LABEL RECORDS ARE STANDARD.
005500     COPY PRODMAST.
005600
005700 FD  FORNCUST-ARQ
005800     LABEL RECORDS ARE STANDARD.
005900     COPY FORNCUST.
006000
006100 FD  PRICHIST-ARQ
006200     LABEL RECORDS ARE STANDARD.
006300     COPY PRICHIST.
006400
006500 FD  AUDITLOG-ARQ
006600     LABEL RECORDS ARE STANDARD.
006700     COPY AUDITREC.
006800
006900 WORKING-STORAGE SECTION.
007000
007100*---------------------------------------------------------------*
007200*    STATUS DE ARQUIVO                                          *
007300*---------------------------------------------------------------*
007400 77  WS-FS-PRODMAST          PIC X(02).
007500 77  WS-FS-FORNCUST          PIC X(02).
007600 77  WS-FS-PRICHIST          PIC X(02).
007700 77  WS-FS-AUDITLOG          PIC X(02).
007800
007900*---------------------------------------------------------------*
008000*    CHAVES E INDICADORES DE CONTROLE                           *
008100*---------------------------------------------------------------*
008200 77  WS-OPCAO-MENU           PIC 9(01) VALUE ZERO.
008300     88  WS-OPCAO-CONSULTAR        VALUE 1.
008400     88  WS-OPCAO-PREFERENCIAL     VALUE 2.
008500     88  WS-OPCAO-SAIR             VALUE 9.
008600
008700 01  WS-SWITCHES.
008800     05  WS-SW-CONTINUAR         PIC X(01) VALUE "S".
008900         88  WS-CONTINUAR-MENU         VALUE "S".
009000         88  WS-ENCERRAR-MENU          VALUE "N".
009100     05  WS-SW-MASTER-ACHADO     PIC X(01) VALUE "N".
009200         88  WS-MASTER-ACHADO          VALUE "S".
009300         88  WS-MASTER-NAO-ACHADO      VALUE "N".
009400     05  WS-SW-COTACAO-ACHADA    PIC X(01) VALUE "N".
009500         88  WS-COTACAO-ACHADA         VALUE "S".
009600         88  WS-COTACAO-NAO-ACHADA     VALUE "N".
009700     05  WS-SW-FIM-FORNCUST      PIC X(01) VALUE "N".
009800         88  FIM-FORNCUST              VALUE "S".
009900         88  NAO-FIM-FORNCUST          VALUE "N".
010000
010100*---------------------------------------------------------------*
010200*    CAMPOS DE TRABALHO DA MANUTENCAO                           *
010300*---------------------------------------------------------------*
010400 77  WS-ITEM-PESQUISA        PIC X(10) VALUE SPACES.
010500 77  WS-NOVO-FORNECEDOR      PIC X(08) VALUE SPACES.
010600 77  WS-COMPRA-COTADA        PIC 9(06)V99 VALUE ZERO.
010700 77  WS-CONTADOR-COTACOES    PIC 9(04) VALUE ZERO.
010800 77  WS-COMPLEMENTO-AUDIT    PIC X(10) VALUE SPACES.
010900
011000 01  WS-DATA-HORA-SISTEMA.
011100     05  WS-DATA-SISTEMA         PIC 9(08).
011200     05  WS-HORA-SISTEMA         PIC 9(08).
011300
011400*---------------------------------------------------------------*
011500*    CAMPOS EDITADOS PARA EXIBICAO                              *
011600*---------------------------------------------------------------*
011700 01  WS-CAMPOS-EDITADOS.
011800     05  WS-ED-COMPRA            PIC ZZZ,ZZ9.99.
011900     05  WS-ED-VENDA             PIC ZZZ,ZZ9.99.
012000     05  WS-ED-PERCENTUAL        PIC -ZZ9.9999.
012100
012200*---------------------------------------------------------------*
012300*    BLOCO DE CHAMADA COMPARTILHADO COM OS SUBPROGRAMAS DE       *
012400*    CALCULO (CALCMRKP, CALCMRGN, CALCDESC)                     *
012500*---------------------------------------------------------------*
012600 COPY PCLINK.
012610
012620*---------------------------------------------------------------*
012630*    BLOCO DE CHAMADA DO SUBPROGRAMA DE ALIQUOTA DE ICMS         *
012640*    (CALCICMS)                                                  *
012650*---------------------------------------------------------------*
012660 COPY ICLINK.
012700
012800*---------------------------------------------------------------*
012900*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SIGN-ON (CALCSIGN)       *
013000*---------------------------------------------------------------*
013100 COPY SGLINK.
013200
013300 PROCEDURE DIVISION.
013400
013500 0000-MAINLINE.
013600*---------------------------------------------------------------*
013700*    PARAGRAFO PRINCIPAL                                        *
013800*---------------------------------------------------------------*
013900     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
014000     ACCEPT WS-HORA-SISTEMA      FROM TIME.
014100
014200     MOVE SPACES                TO SG-USER-ID.
014300     CALL "CALCSIGN" USING SG-PARAMETROS-SIGNON.
014400     IF  NOT SG-SIGNON-OK
014500         IF  SG-SEM-CADASTRO
014600             DISPLAY "CADASTRO DE USUARIOS (USRFILE)"
014700                 " INDISPONIVEL - EXECUCAO RECUSADA."
014800         ELSE
014900             DISPLAY "USUARIO NAO CADASTRADO: " SG-USER-ID
015000         END-IF
015100         MOVE 8 TO RETURN-CODE
015200         GO TO 9999-EXIT
015300     END-IF.
015400     DISPLAY "USUARIO ASSINADO: " SG-USER-ID " - " SG-NOME.
015500
015600     PERFORM 1000-ABRIR-ARQUIVOS
015700         THRU 1000-ABRIR-ARQUIVOS-EXIT.
015800
015900     PERFORM 2000-PROCESSAR-UMA-OPCAO
016000         THRU 2000-PROCESSAR-UMA-OPCAO-EXIT
016100         UNTIL WS-ENCERRAR-MENU.
016200
016300     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
016400
016500     GO TO 9999-EXIT.
016600
016700 1000-ABRIR-ARQUIVOS.
016800*---------------------------------------------------------------*
016900*    ABRE O MESTRE, O ARQUIVO DE CUSTOS POR FORNECEDOR (CRIANDO- *
017000*    O SE AINDA NAO EXISTIR), O HISTORICO E O LOG DE AUDITORIA   *
017100*---------------------------------------------------------------*
017200     OPEN I-O PRODMAST-ARQ.
017300     IF  WS-FS-PRODMAST NOT = "00"
017400         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
017500             WS-FS-PRODMAST
017600         MOVE 16 TO RETURN-CODE
017700         GO TO 9999-EXIT
017800     END-IF.
017900
018000     OPEN I-O FORNCUST-ARQ.
018100     IF  WS-FS-FORNCUST = "35"
018200         OPEN OUTPUT FORNCUST-ARQ
018300         CLOSE FORNCUST-ARQ
018400         OPEN I-O FORNCUST-ARQ
018500     END-IF.
018600     IF  WS-FS-FORNCUST NOT = "00"
018700         DISPLAY "ERRO AO ABRIR O CUSTO POR FORNECEDOR."
018800             " STATUS: " WS-FS-FORNCUST
018900         MOVE 16 TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF.
019200
019300     OPEN EXTEND PRICHIST-ARQ.
019400     IF  WS-FS-PRICHIST = "35"
019500         OPEN OUTPUT PRICHIST-ARQ
019600     END-IF.
019700
019800     OPEN EXTEND AUDITLOG-ARQ.
019900     IF  WS-FS-AUDITLOG = "35"
020000         OPEN OUTPUT AUDITLOG-ARQ
020100     END-IF.
020200
020300 1000-ABRIR-ARQUIVOS-EXIT.
020400     EXIT.
020500
020600 2000-PROCESSAR-UMA-OPCAO.
020700*---------------------------------------------------------------*
020800*    EXIBE O MENU, LE A OPCAO E CONDUZ A FUNCAO ESCOLHIDA        *
020900*---------------------------------------------------------------*
021000     DISPLAY " ".
021100     DISPLAY "=========================================".
021200     DISPLAY "COTACOES DE CUSTO POR FORNECEDOR".
021300     DISPLAY "=========================================".
021400     DISPLAY "1 - Consultar cotacoes de um item".
021500     DISPLAY "2 - Definir fornecedor preferencial".
021600     DISPLAY "9 - Encerrar".
021700     DISPLAY "Digite a opcao desejada".
021800     ACCEPT WS-OPCAO-MENU.
021900
022000     EVALUATE TRUE
022100         WHEN WS-OPCAO-CONSULTAR
022200             PERFORM 3000-CONSULTAR-COTACOES
022300                 THRU 3000-CONSULTAR-COTACOES-EXIT
022400         WHEN WS-OPCAO-PREFERENCIAL
022500*            A TROCA DO PREFERENCIAL ALTERA O CUSTO DO MESTRE E  *
022600*            E RESTRITA A SUPERVISOR                             *
022700             IF  NOT SG-NIVEL-SUPERVISOR
022800                 DISPLAY "FUNCAO RESTRITA A SUPERVISOR."
022900             ELSE
023000                 PERFORM 4000-DEFINIR-PREFERENCIAL
023100                     THRU 4000-DEFINIR-PREFERENCIAL-EXIT
023200             END-IF
023300         WHEN WS-OPCAO-SAIR
023400             SET WS-ENCERRAR-MENU TO TRUE
023500         WHEN OTHER
023600             DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
023700     END-EVALUATE.
023800
023900 2000-PROCESSAR-UMA-OPCAO-EXIT.
024000     EXIT.
024100
024200 2100-LER-ITEM-PESQUISA.
024300*---------------------------------------------------------------*
024400*    SOLICITA O CODIGO DO ITEM E POSICIONA O REGISTRO NO MESTRE  *
024500*---------------------------------------------------------------*
024600     DISPLAY "Codigo do item".
024700     ACCEPT WS-ITEM-PESQUISA.
024800
024900     MOVE WS-ITEM-PESQUISA      TO PM-ITEM-CODE.
025000     READ PRODMAST-ARQ
025100         KEY IS PM-ITEM-CODE
025200         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
025300         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
025400     END-READ.
025500
025600     IF  WS-MASTER-NAO-ACHADO
025700         DISPLAY "ITEM NAO CADASTRADO: " WS-ITEM-PESQUISA
025800     END-IF.
025900
026000 2100-LER-ITEM-PESQUISA-EXIT.
026100     EXIT.
026200
026300 3000-CONSULTAR-COTACOES.
026400*---------------------------------------------------------------*
026500*    EXIBE O CUSTO DO MESTRE E TODAS AS COTACOES DO ITEM         *
026600*---------------------------------------------------------------*
026700     PERFORM 2100-LER-ITEM-PESQUISA
026800         THRU 2100-LER-ITEM-PESQUISA-EXIT.
026900     IF  WS-MASTER-NAO-ACHADO
027000         GO TO 3000-CONSULTAR-COTACOES-EXIT
027100     END-IF.
027200
027300     PERFORM 3050-EXIBIR-ITEM
027400         THRU 3050-EXIBIR-ITEM-EXIT.
027500     PERFORM 3100-LISTAR-COTACOES
027600         THRU 3100-LISTAR-COTACOES-EXIT.
027700
027800 3000-CONSULTAR-COTACOES-EXIT.
027900     EXIT.
028000
028100 3050-EXIBIR-ITEM.
028200*---------------------------------------------------------------*
028300*    EXIBE OS VALORES CORRENTES DO ITEM NO MESTRE                *
028400*---------------------------------------------------------------*
028500     MOVE PM-VALOR-COMPRA       TO WS-ED-COMPRA.
028600     MOVE PM-VALOR-VENDA        TO WS-ED-VENDA.
028700     MOVE PM-PERCENTUAL         TO WS-ED-PERCENTUAL.
028800
028900     DISPLAY " ".
029000     DISPLAY "ITEM..............: " PM-ITEM-CODE.
029100     DISPLAY "DESCRICAO.........: " PM-DESCRICAO.
029200     DISPLAY "VALOR DE COMPRA...: " WS-ED-COMPRA.
029300     DISPLAY "VALOR DE VENDA....: " WS-ED-VENDA.
029400     DISPLAY "PERCENTUAL........: " WS-ED-PERCENTUAL.
029500     IF  PM-ITEM-INATIVO
029600         DISPLAY "SITUACAO..........: INATIVO"
029700     ELSE
029800         DISPLAY "SITUACAO..........: ATIVO"
029900     END-IF.
030000
030100 3050-EXIBIR-ITEM-EXIT.
030200     EXIT.
030300
030400 3100-LISTAR-COTACOES.
030500*---------------------------------------------------------------*
030600*    LISTA AS COTACOES GUARDADAS PARA O ITEM, UMA POR FORNECEDOR *
030700*---------------------------------------------------------------*
030800     MOVE ZERO                  TO WS-CONTADOR-COTACOES.
030900     MOVE PM-ITEM-CODE          TO FC-ITEM-CODE.
031000     MOVE LOW-VALUES            TO FC-FORNECEDOR.
031100     SET NAO-FIM-FORNCUST       TO TRUE.
031200     START FORNCUST-ARQ
031300         KEY IS NOT LESS THAN FC-CHAVE
031400         INVALID KEY SET FIM-FORNCUST TO TRUE
031500     END-START.
031600     PERFORM 3110-EXIBIR-COTACAO
031700         THRU 3110-EXIBIR-COTACAO-EXIT
031800         UNTIL FIM-FORNCUST.
031900
032000     IF  WS-CONTADOR-COTACOES = ZERO
032100         DISPLAY "COTACOES..........: NENHUMA PARA O ITEM"
032200     END-IF.
032300
032400 3100-LISTAR-COTACOES-EXIT.
032500     EXIT.
032600
032700 3110-EXIBIR-COTACAO.
032800*---------------------------------------------------------------*
032900*    LE A PROXIMA COTACAO E EXIBE UMA LINHA; OUTRO ITEM ENCERRA  *
033000*    A LISTAGEM                                                 *
033100*---------------------------------------------------------------*
033200     READ FORNCUST-ARQ NEXT RECORD
033300         AT END
033400             SET FIM-FORNCUST   TO TRUE
033500     END-READ.
033600     IF  FIM-FORNCUST
033700         GO TO 3110-EXIBIR-COTACAO-EXIT
033800     END-IF.
033900     IF  FC-ITEM-CODE NOT = PM-ITEM-CODE
034000         SET FIM-FORNCUST       TO TRUE
034100         GO TO 3110-EXIBIR-COTACAO-EXIT
034200     END-IF.
034300
034400     ADD 1 TO WS-CONTADOR-COTACOES.
034500     IF  WS-CONTADOR-COTACOES = 1
034600         DISPLAY "COTACOES:"
034700         DISPLAY "  FORNEC       COMPRA  VIGENCIA  ATUALIZ. PREF"
034800     END-IF.
034900     MOVE FC-VALOR-COMPRA       TO WS-ED-COMPRA.
035000     IF  FC-FORNECEDOR-PREFERIDO
035100         DISPLAY "  " FC-FORNECEDOR " " WS-ED-COMPRA "  "
035200             FC-DATA-VIGENCIA "  " FC-DATA-ULT-ATUALIZACAO " SIM"
035300     ELSE
035400         DISPLAY "  " FC-FORNECEDOR " " WS-ED-COMPRA "  "
035500             FC-DATA-VIGENCIA "  " FC-DATA-ULT-ATUALIZACAO
035600     END-IF.
035700
035800 3110-EXIBIR-COTACAO-EXIT.
035900     EXIT.
036000
036100 4000-DEFINIR-PREFERENCIAL.
036200*---------------------------------------------------------------*
036300*    TORNA PREFERENCIAL UM FORNECEDOR QUE JA COTOU O ITEM E LEVA *
036400*    A COTACAO DELE AO MESTRE.  A VENDA NAO MUDA; O MARKUP E     *
036500*    RECALCULADO PELO CALCMRKP, COMO NA CARGA DO CUSTBAT         *
036600*---------------------------------------------------------------*
036700     PERFORM 2100-LER-ITEM-PESQUISA
036800         THRU 2100-LER-ITEM-PESQUISA-EXIT.
036900     IF  WS-MASTER-NAO-ACHADO
037000         GO TO 4000-DEFINIR-PREFERENCIAL-EXIT
037100     END-IF.
037200     IF  PM-ITEM-INATIVO
037300         DISPLAY "ITEM INATIVO - NADA ALTERADO."
037400         GO TO 4000-DEFINIR-PREFERENCIAL-EXIT
037500     END-IF.
037600
037700     PERFORM 3050-EXIBIR-ITEM
037800         THRU 3050-EXIBIR-ITEM-EXIT.
037900     PERFORM 3100-LISTAR-COTACOES
038000         THRU 3100-LISTAR-COTACOES-EXIT.
038100     IF  WS-CONTADOR-COTACOES = ZERO
038200         GO TO 4000-DEFINIR-PREFERENCIAL-EXIT
038300     END-IF.
038400
038500     DISPLAY "Novo fornecedor preferencial".
038600     ACCEPT WS-NOVO-FORNECEDOR.
038700
038800     MOVE PM-ITEM-CODE          TO FC-ITEM-CODE.
038900     MOVE WS-NOVO-FORNECEDOR    TO FC-FORNECEDOR.
039000     READ FORNCUST-ARQ
039100         KEY IS FC-CHAVE
039200         INVALID KEY     SET WS-COTACAO-NAO-ACHADA TO TRUE
039300         NOT INVALID KEY SET WS-COTACAO-ACHADA     TO TRUE
039400     END-READ.
039500     IF  WS-COTACAO-NAO-ACHADA
039600         DISPLAY "FORNECEDOR " WS-NOVO-FORNECEDOR
039700             " SEM COTACAO PARA O ITEM - NADA ALTERADO."
039800         GO TO 4000-DEFINIR-PREFERENCIAL-EXIT
039900     END-IF.
040000     IF  FC-FORNECEDOR-PREFERIDO
040100         DISPLAY "FORNECEDOR " WS-NOVO-FORNECEDOR
040200             " JA E O PREFERENCIAL - NADA ALTERADO."
040300         GO TO 4000-DEFINIR-PREFERENCIAL-EXIT
040400     END-IF.
040500     MOVE FC-VALOR-COMPRA       TO WS-COMPRA-COTADA.
040600
040700*    O MARKUP E CALCULADO ANTES DE TOCAR NOS ARQUIVOS, PARA QUE  *
040800*    UM CALCULO INVALIDO NAO DEIXE A TROCA PELA METADE           *
040900     MOVE WS-COMPRA-COTADA      TO PC-VALOR-COMPRA.
041000     MOVE PM-VALOR-VENDA        TO PC-VALOR-VENDA.
041100     MOVE ZERO                  TO PC-PERCENTUAL.
041200     SET PC-DIRECAO-DIRETA      TO TRUE.
041220     MOVE PM-CATEGORY-CODE      TO IC-CATEGORY-CODE.
041240     MOVE PM-BRANCH-CODE        TO IC-BRANCH-CODE.
041260     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
041280     MOVE IC-ALIQUOTA           TO PC-ALIQUOTA-IMPOSTO.
041300     CALL "CALCMRKP" USING PC-PARAMETROS-CALCULO.
041400     IF  PC-ERRO-VALOR-ZERO
041500         DISPLAY "CALCULO INVALIDO PARA O ITEM - NADA ALTERADO."
041600         GO TO 4000-DEFINIR-PREFERENCIAL-EXIT
041700     END-IF.
041800
041900     PERFORM 4100-DESMARCAR-PREFERENCIAL
042000         THRU 4100-DESMARCAR-PREFERENCIAL-EXIT.
042100
042200     MOVE PM-ITEM-CODE          TO FC-ITEM-CODE.
042300     MOVE WS-NOVO-FORNECEDOR    TO FC-FORNECEDOR.
042400     READ FORNCUST-ARQ
042500         KEY IS FC-CHAVE
042600         INVALID KEY     SET WS-COTACAO-NAO-ACHADA TO TRUE
042700         NOT INVALID KEY SET WS-COTACAO-ACHADA     TO TRUE
042800     END-READ.
042900     SET FC-FORNECEDOR-PREFERIDO TO TRUE.
043000     MOVE WS-DATA-SISTEMA       TO FC-DATA-ULT-ATUALIZACAO.
043100     REWRITE FC-REGISTRO-FORNECEDOR.
043200     IF  WS-FS-FORNCUST NOT = "00"
043300         DISPLAY "ERRO AO GRAVAR O CUSTO POR FORNECEDOR."
043400             " STATUS: " WS-FS-FORNCUST
043500         MOVE 16 TO RETURN-CODE
043600         GO TO 9999-EXIT
043700     END-IF.
043800
043900     IF  WS-COMPRA-COTADA NOT = PM-VALOR-COMPRA
044000         PERFORM 4200-ATUALIZAR-MESTRE
044100             THRU 4200-ATUALIZAR-MESTRE-EXIT
044200     END-IF.
044300
044400     MOVE WS-NOVO-FORNECEDOR    TO WS-COMPLEMENTO-AUDIT.
044500     PERFORM 8000-GRAVAR-AUDITORIA
044600         THRU 8000-GRAVAR-AUDITORIA-EXIT.
044700     DISPLAY "FORNECEDOR PREFERENCIAL ALTERADO COM SUCESSO.".
044800
044900 4000-DEFINIR-PREFERENCIAL-EXIT.
045000     EXIT.
045100
045200 4100-DESMARCAR-PREFERENCIAL.
045300*---------------------------------------------------------------*
045400*    RETIRA A MARCA DE PREFERENCIAL DE TODAS AS COTACOES DO ITEM *
045500*---------------------------------------------------------------*
045600     MOVE PM-ITEM-CODE          TO FC-ITEM-CODE.
045700     MOVE LOW-VALUES            TO FC-FORNECEDOR.
045800     SET NAO-FIM-FORNCUST       TO TRUE.
045900     START FORNCUST-ARQ
046000         KEY IS NOT LESS THAN FC-CHAVE
046100         INVALID KEY SET FIM-FORNCUST TO TRUE
046200     END-START.
046300     PERFORM 4110-DESMARCAR-UMA-COTACAO
046400         THRU 4110-DESMARCAR-UMA-COTACAO-EXIT
046500         UNTIL FIM-FORNCUST.
046600
046700 4100-DESMARCAR-PREFERENCIAL-EXIT.
046800     EXIT.
046900
047000 4110-DESMARCAR-UMA-COTACAO.
047100*---------------------------------------------------------------*
047200*    LE A PROXIMA COTACAO DO ITEM E, SE PREFERENCIAL, A DESMARCA *
047300*---------------------------------------------------------------*
047400     READ FORNCUST-ARQ NEXT RECORD
047500         AT END
047600             SET FIM-FORNCUST   TO TRUE
047700     END-READ.
047800     IF  FIM-FORNCUST
047900         GO TO 4110-DESMARCAR-UMA-COTACAO-EXIT
048000     END-IF.
048100     IF  FC-ITEM-CODE NOT = PM-ITEM-CODE
048200         SET FIM-FORNCUST       TO TRUE
048300         GO TO 4110-DESMARCAR-UMA-COTACAO-EXIT
048400     END-IF.
048500     IF  FC-FORNECEDOR-ALTERNATIVO
048600         GO TO 4110-DESMARCAR-UMA-COTACAO-EXIT
048700     END-IF.
048800
048900     SET FC-FORNECEDOR-ALTERNATIVO TO TRUE.
049000     MOVE WS-DATA-SISTEMA       TO FC-DATA-ULT-ATUALIZACAO.
049100     REWRITE FC-REGISTRO-FORNECEDOR.
049200     IF  WS-FS-FORNCUST NOT = "00"
049300         DISPLAY "ERRO AO GRAVAR O CUSTO POR FORNECEDOR."
049400             " STATUS: " WS-FS-FORNCUST
049500         MOVE 16 TO RETURN-CODE
049600         GO TO 9999-EXIT
049700     END-IF.
049800
049900 4110-DESMARCAR-UMA-COTACAO-EXIT.
050000     EXIT.
050100
050200 4200-ATUALIZAR-MESTRE.
050300*---------------------------------------------------------------*
050400*    LEVA A COTACAO DO NOVO PREFERENCIAL AO MESTRE COM O MARKUP  *
050500*    JA CALCULADO E GRAVA HISTORICO E AUDITORIA DO CUSTO         *
050600*---------------------------------------------------------------*
050700     MOVE PC-VALOR-COMPRA       TO PM-VALOR-COMPRA.
050800     MOVE PC-PERCENTUAL         TO PM-PERCENTUAL.
050900     IF  PC-EM-PREJUIZO
051000         SET PM-EM-PREJUIZO     TO TRUE
051100     ELSE
051200         SET PM-SEM-PREJUIZO    TO TRUE
051300     END-IF.
051400     MOVE WS-DATA-SISTEMA       TO PM-DATA-ULT-CALCULO.
051500     MOVE WS-HORA-SISTEMA       TO PM-HORA-ULT-CALCULO.
051600
051700     REWRITE PM-REGISTRO-MESTRE.
051800     IF  WS-FS-PRODMAST NOT = "00"
051900         DISPLAY "ERRO AO REGRAVAR O MESTRE. STATUS: "
052000             WS-FS-PRODMAST
052100         MOVE 16 TO RETURN-CODE
052200         GO TO 9999-EXIT
052300     END-IF.
052400
052500     MOVE SPACES                TO HS-REGISTRO-HISTORICO.
052600     MOVE PM-ITEM-CODE          TO HS-ITEM-CODE.
052700     MOVE PM-BRANCH-CODE        TO HS-BRANCH-CODE.
052800     MOVE PM-CATEGORY-CODE      TO HS-CATEGORY-CODE.
052900     MOVE PM-VALOR-COMPRA       TO HS-VALOR-COMPRA.
053000     MOVE PM-VALOR-VENDA        TO HS-VALOR-VENDA.
053100     MOVE PM-PERCENTUAL         TO HS-PERCENTUAL.
053200     MOVE PM-STATUS-PREJUIZO    TO HS-STATUS-PREJUIZO.
053300     MOVE PM-DATA-ULT-CALCULO   TO HS-DATA-CALCULO.
053400     MOVE PM-HORA-ULT-CALCULO   TO HS-HORA-CALCULO.
053500     WRITE HS-REGISTRO-HISTORICO.
053600
053700     MOVE SPACES                TO AUD-REGISTRO-LOG.
053800     MOVE WS-DATA-SISTEMA       TO AUD-DATA.
053900     MOVE WS-HORA-SISTEMA       TO AUD-HORA.
054000     MOVE SG-USER-ID            TO AUD-TERMINAL-USUARIO.
054100     IF  AUD-TERMINAL-USUARIO = SPACES
054200         MOVE "CADFORN"         TO AUD-TERMINAL-USUARIO
054300     END-IF.
054400     MOVE PM-ITEM-CODE          TO AUD-ITEM-CODE.
054500     MOVE "C"                   TO AUD-CALC-TYPE.
054600     MOVE PC-VALOR-COMPRA       TO AUD-VALOR-COMPRA.
054700     MOVE PC-VALOR-VENDA        TO AUD-VALOR-VENDA.
054800     MOVE PC-PERCENTUAL         TO AUD-PERCENTUAL.
054900     MOVE WS-NOVO-FORNECEDOR    TO AUD-INFO-COMPLEMENTO.
055000     WRITE AUD-REGISTRO-LOG.
055100
055200 4200-ATUALIZAR-MESTRE-EXIT.
055300     EXIT.
055400
055500 8000-GRAVAR-AUDITORIA.
055600*---------------------------------------------------------------*
055700*    GRAVA UM REGISTRO DE AUDITORIA DE MANUTENCAO (TIPO "M")     *
055800*    COM O USUARIO, O ITEM E O NOVO FORNECEDOR PREFERENCIAL      *
055900*---------------------------------------------------------------*
056000     MOVE SPACES                TO AUD-REGISTRO-LOG.
056100     MOVE WS-DATA-SISTEMA       TO AUD-DATA.
056200     MOVE WS-HORA-SISTEMA       TO AUD-HORA.
056300     MOVE SG-USER-ID            TO AUD-TERMINAL-USUARIO.
056400     IF  AUD-TERMINAL-USUARIO = SPACES
056500         MOVE "CADFORN"         TO AUD-TERMINAL-USUARIO
056600     END-IF.
056700     MOVE PM-ITEM-CODE          TO AUD-ITEM-CODE.
056800     MOVE "M"                   TO AUD-CALC-TYPE.
056900     MOVE PM-VALOR-COMPRA       TO AUD-VALOR-COMPRA.
057000     MOVE PM-VALOR-VENDA        TO AUD-VALOR-VENDA.
057100     MOVE PM-PERCENTUAL         TO AUD-PERCENTUAL.
057200     MOVE WS-COMPLEMENTO-AUDIT  TO AUD-INFO-COMPLEMENTO.
057300
057400     WRITE AUD-REGISTRO-LOG.
057500
057600 8000-GRAVAR-AUDITORIA-EXIT.
057700     EXIT.
057800
057900 9000-FINALIZAR.
058000*---------------------------------------------------------------*
058100*    FECHA OS ARQUIVOS E ENCERRA                                 *
058200*---------------------------------------------------------------*
058300     CLOSE PRODMAST-ARQ.
058400     CLOSE FORNCUST-ARQ.
058500     CLOSE PRICHIST-ARQ.
058600     CLOSE AUDITLOG-ARQ.
058700     DISPLAY " ".
058800     DISPLAY "MANUTENCAO DE FORNECEDORES ENCERRADA.".
058900
059000 9000-FINALIZAR-EXIT.
059100     EXIT.
059200
059300 9999-EXIT.
059400     STOP RUN.
059500
059600 END PROGRAM CADFORN.

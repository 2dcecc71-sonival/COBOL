000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADICMS.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: MANUTENCAO E CONSULTA DA TABELA DE ALIQUOTAS
000900*                   DE ICMS (ICMSTAB), COMO O CADCAMB E PARA A
001000*                   TABELA DE CAMBIO.  CADA ENTRADA E CHAVEADA POR
001100*                   CATEGORIA E UF DA FILIAL; CATEGORIA EM BRANCO
001200*                   VALE PARA TODAS AS CATEGORIAS DA UF E UF EM
001300*                   BRANCO PARA TODAS AS UFS DA CATEGORIA.
001400*                   PERMITE CONSULTAR UMA ENTRADA, LISTAR TODAS,
001500*                   INCLUIR OU ALTERAR UMA ALIQUOTA (ZERO =
001600*                   ISENTO) E EXCLUIR UMA ENTRADA.  A TABELA E
001700*                   CARREGADA EM MEMORIA NA ABERTURA E O ARQUIVO E
001800*                   REGRAVADO INTEIRO A CADA ALTERACAO.  CADA
001900*                   MUDANCA GRAVA SEU PROPRIO REGISTRO DE
002000*                   AUDITORIA (TIPO "M") COM QUEM ALTEROU, A
002050*                   ALIQUOTA NOVA E A ANTERIOR.  A TABELA E LIDA
002070*                   PELO CALCICMS.
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
003800     SELECT AUDITLOG-ARQ ASSIGN TO "AUDITLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-FS-AUDITLOG.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ICMSTAB-ARQ
004500     LABEL RECORDS ARE STANDARD.
004600     COPY ICMSTAB.
004700
004800 FD  AUDITLOG-ARQ
004900     LABEL RECORDS ARE STANDARD.
005000     COPY AUDITREC.
005100
005200 WORKING-STORAGE SECTION.
005300
005400*---------------------------------------------------------------*
005500*    STATUS DE ARQUIVO                                          *
005600*---------------------------------------------------------------*
005700 77  WS-FS-ICMSTAB           PIC X(02).
005800 77  WS-FS-AUDITLOG          PIC X(02).
005900
006000*---------------------------------------------------------------*
006100*    CHAVES E INDICADORES DE CONTROLE                           *
006200*---------------------------------------------------------------*
006300 77  WS-OPCAO-MENU           PIC 9(01) VALUE ZERO.
006400     88  WS-OPCAO-CONSULTAR        VALUE 1.
006500     88  WS-OPCAO-LISTAR           VALUE 2.
006600     88  WS-OPCAO-INCLUIR          VALUE 3.
006700     88  WS-OPCAO-EXCLUIR          VALUE 4.
006800     88  WS-OPCAO-SAIR             VALUE 9.
006900
007000 01  WS-SWITCHES.
007100     05  WS-SW-CONTINUAR         PIC X(01) VALUE "S".
007200         88  WS-CONTINUAR-MENU         VALUE "S".
007300         88  WS-ENCERRAR-MENU          VALUE "N".
007400     05  WS-SW-FIM-ICMS          PIC X(01) VALUE "N".
007500         88  FIM-ICMS                  VALUE "S".
007600         88  NAO-FIM-ICMS              VALUE "N".
007700     05  WS-SW-ENTRADA-ACHADA    PIC X(01) VALUE "N".
007800         88  WS-ENTRADA-ACHADA         VALUE "S".
007900         88  WS-ENTRADA-NAO-ACHADA     VALUE "N".
008000
008100*---------------------------------------------------------------*
008200*    CAMPOS DE TRABALHO DA MANUTENCAO                           *
008300*---------------------------------------------------------------*
008400 77  WS-CATEGORIA-PESQUISA   PIC X(04) VALUE SPACES.
008500 77  WS-UF-PESQUISA          PIC X(02) VALUE SPACES.
008600 77  WS-NOVA-ALIQUOTA        PIC 9(02)V99 VALUE ZERO.
008700 77  WS-ALIQUOTA-ANTERIOR    PIC 9(02)V99 VALUE ZERO.
008800 77  WS-COMPLEMENTO-AUDIT    PIC X(10) VALUE SPACES.
008900 77  WS-POSICAO-ACHADA       PIC 9(04) VALUE ZERO.
009000 77  WS-INDICE-REGRAVACAO    PIC 9(04) VALUE ZERO.
009100 77  WS-ALIQUOTA-EDITADA     PIC Z9.99.
009200
009300 01  WS-CHAVE-AUDITORIA.
009400     05  WS-CA-CATEGORIA         PIC X(04).
009500     05  FILLER                  PIC X(01) VALUE "/".
009600     05  WS-CA-UF                PIC X(02).
009700     05  FILLER                  PIC X(03) VALUE SPACES.
009800
009900 01  WS-DATA-HORA-SISTEMA.
010000     05  WS-DATA-SISTEMA         PIC 9(08).
010100     05  WS-HORA-SISTEMA         PIC 9(08).
010200
010300*---------------------------------------------------------------*
010400*    TABELA DE ALIQUOTAS CARREGADA EM MEMORIA                   *
010500*---------------------------------------------------------------*
010600 01  WS-TABELA-ICMS-DADOS.
010700     05  WS-QTD-ALIQUOTAS        PIC 9(04) VALUE ZERO.
010800     05  WS-TABELA-ICMS OCCURS 500 TIMES
010900             INDEXED BY WS-IDX-ICMS.
011000         10  WS-ICMS-CATEGORIA   PIC X(04).
011100         10  WS-ICMS-UF          PIC X(02).
011200         10  WS-ICMS-ALIQUOTA    PIC 9(02)V99.
011300         10  WS-ICMS-DATA-ALT    PIC 9(08).
011400
011500 PROCEDURE DIVISION.
011600
011700 0000-MAINLINE.
011800*---------------------------------------------------------------*
011900*    PARAGRAFO PRINCIPAL                                        *
012000*---------------------------------------------------------------*
012100     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
012200     ACCEPT WS-HORA-SISTEMA      FROM TIME.
012300
012400     PERFORM 1000-CARREGAR-TABELA
012500         THRU 1000-CARREGAR-TABELA-EXIT.
012600
012700     OPEN EXTEND AUDITLOG-ARQ.
012800     IF  WS-FS-AUDITLOG = "35"
012900         OPEN OUTPUT AUDITLOG-ARQ
013000     END-IF.
013100
013200     PERFORM 2000-PROCESSAR-UMA-OPCAO
013300         THRU 2000-PROCESSAR-UMA-OPCAO-EXIT
013400         UNTIL WS-ENCERRAR-MENU.
013500
013600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
013700
013800     GO TO 9999-EXIT.
013900
014000 1000-CARREGAR-TABELA.
014100*---------------------------------------------------------------*
014200*    CARREGA A TABELA DE ICMS EM MEMORIA; SEM ARQUIVO A TABELA  *
014300*    COMECA VAZIA E SERA CRIADA NA PRIMEIRA INCLUSAO            *
014400*---------------------------------------------------------------*
014500     SET NAO-FIM-ICMS           TO TRUE.
014600     OPEN INPUT ICMSTAB-ARQ.
014700     IF  WS-FS-ICMSTAB NOT = "00"
014800         DISPLAY "TABELA DE ICMS INEXISTENTE - SERA CRIADA"
014900         DISPLAY "NA PRIMEIRA INCLUSAO."
015000         GO TO 1000-CARREGAR-TABELA-EXIT
015100     END-IF.
015200
015300     PERFORM 1100-LER-UMA-ALIQUOTA
015400         THRU 1100-LER-UMA-ALIQUOTA-EXIT.
015500     PERFORM 1200-ARMAZENAR-ALIQUOTA
015600         THRU 1200-ARMAZENAR-ALIQUOTA-EXIT
015700         UNTIL FIM-ICMS.
015800     CLOSE ICMSTAB-ARQ.
015900
016000 1000-CARREGAR-TABELA-EXIT.
016100     EXIT.
016200
016300 1100-LER-UMA-ALIQUOTA.
016400     READ ICMSTAB-ARQ
016500         AT END     SET FIM-ICMS     TO TRUE
016600         NOT AT END SET NAO-FIM-ICMS TO TRUE
016700     END-READ.
016800 1100-LER-UMA-ALIQUOTA-EXIT.
016900     EXIT.
017000
017100 1200-ARMAZENAR-ALIQUOTA.
017200*---------------------------------------------------------------*
017300*    ARMAZENA UMA ALIQUOTA NA TABELA EM MEMORIA E LE A PROXIMA  *
017400*---------------------------------------------------------------*
017500     IF  WS-QTD-ALIQUOTAS < 500
017600         ADD 1 TO WS-QTD-ALIQUOTAS
017700         MOVE TI-CATEGORY-CODE
017800             TO WS-ICMS-CATEGORIA (WS-QTD-ALIQUOTAS)
017900         MOVE TI-UF
018000             TO WS-ICMS-UF (WS-QTD-ALIQUOTAS)
018100         IF  TI-ALIQUOTA NUMERIC
018200             MOVE TI-ALIQUOTA
018300                 TO WS-ICMS-ALIQUOTA (WS-QTD-ALIQUOTAS)
018400         ELSE
018500             MOVE ZERO
018600                 TO WS-ICMS-ALIQUOTA (WS-QTD-ALIQUOTAS)
018700         END-IF
018800         IF  TI-DATA-ALTERACAO NUMERIC
018900             MOVE TI-DATA-ALTERACAO
019000                 TO WS-ICMS-DATA-ALT (WS-QTD-ALIQUOTAS)
019100         ELSE
019200             MOVE ZERO
019300                 TO WS-ICMS-DATA-ALT (WS-QTD-ALIQUOTAS)
019400         END-IF
019500     END-IF.
019600     PERFORM 1100-LER-UMA-ALIQUOTA
019700         THRU 1100-LER-UMA-ALIQUOTA-EXIT.
019800 1200-ARMAZENAR-ALIQUOTA-EXIT.
019900     EXIT.
020000
020100 2000-PROCESSAR-UMA-OPCAO.
020200*---------------------------------------------------------------*
020300*    EXIBE O MENU, LE A OPCAO E CONDUZ A FUNCAO ESCOLHIDA       *
020400*---------------------------------------------------------------*
020500     DISPLAY " ".
020600     DISPLAY "=========================================".
020700     DISPLAY "MANUTENCAO DA TABELA DE ICMS".
020800     DISPLAY "=========================================".
020900     DISPLAY "1 - Consultar uma aliquota".
021000     DISPLAY "2 - Listar todas as aliquotas".
021100     DISPLAY "3 - Incluir/alterar uma aliquota".
021200     DISPLAY "4 - Excluir uma aliquota".
021300     DISPLAY "9 - Encerrar".
021400     DISPLAY "Digite a opcao desejada".
021500     ACCEPT WS-OPCAO-MENU.
021600
021700     EVALUATE TRUE
021800         WHEN WS-OPCAO-CONSULTAR
021900             PERFORM 3000-CONSULTAR-ALIQUOTA
022000                 THRU 3000-CONSULTAR-ALIQUOTA-EXIT
022100         WHEN WS-OPCAO-LISTAR
022200             PERFORM 4000-LISTAR-ALIQUOTAS
022300                 THRU 4000-LISTAR-ALIQUOTAS-EXIT
022400         WHEN WS-OPCAO-INCLUIR
022500             PERFORM 5000-INCLUIR-ALTERAR
022600                 THRU 5000-INCLUIR-ALTERAR-EXIT
022700         WHEN WS-OPCAO-EXCLUIR
022800             PERFORM 6000-EXCLUIR-ALIQUOTA
022900                 THRU 6000-EXCLUIR-ALIQUOTA-EXIT
023000         WHEN WS-OPCAO-SAIR
023100             SET WS-ENCERRAR-MENU TO TRUE
023200         WHEN OTHER
023300             DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
023400     END-EVALUATE.
023500
023600 2000-PROCESSAR-UMA-OPCAO-EXIT.
023700     EXIT.
023800
023900 2050-PEDIR-CHAVE.
024000*---------------------------------------------------------------*
024100*    LE A CATEGORIA E A UF DA ENTRADA; QUALQUER UMA DAS DUAS    *
024200*    PODE FICAR EM BRANCO PARA VALER PARA TODAS                 *
024300*---------------------------------------------------------------*
024400     MOVE SPACES                TO WS-CATEGORIA-PESQUISA
024500                                   WS-UF-PESQUISA.
024600     DISPLAY "Codigo da categoria (em branco = todas)".
024700     ACCEPT WS-CATEGORIA-PESQUISA.
024800     DISPLAY "UF da filial, ex: SP (em branco = todas)".
024900     ACCEPT WS-UF-PESQUISA.
025000     MOVE WS-CATEGORIA-PESQUISA TO WS-CA-CATEGORIA.
025100     MOVE WS-UF-PESQUISA        TO WS-CA-UF.
025200
025300 2050-PEDIR-CHAVE-EXIT.
025400     EXIT.
025500
025600 2100-LOCALIZAR-ALIQUOTA.
025700*---------------------------------------------------------------*
025800*    PROCURA A CHAVE CATEGORIA+UF NA TABELA EM MEMORIA E GUARDA *
025900*    A POSICAO ENCONTRADA                                       *
026000*---------------------------------------------------------------*
026100     SET WS-ENTRADA-NAO-ACHADA  TO TRUE.
026200     MOVE ZERO                  TO WS-POSICAO-ACHADA.
026300     IF  WS-QTD-ALIQUOTAS = ZERO
026400         GO TO 2100-LOCALIZAR-ALIQUOTA-EXIT
026500     END-IF.
026600     SET WS-IDX-ICMS            TO 1.
026700     SEARCH WS-TABELA-ICMS
026800         AT END
026900             CONTINUE
027000         WHEN WS-IDX-ICMS > WS-QTD-ALIQUOTAS
027100             CONTINUE
027200         WHEN WS-ICMS-CATEGORIA (WS-IDX-ICMS)
027300                                    = WS-CATEGORIA-PESQUISA
027400          AND WS-ICMS-UF (WS-IDX-ICMS) = WS-UF-PESQUISA
027500             SET WS-ENTRADA-ACHADA TO TRUE
027600             SET WS-POSICAO-ACHADA TO WS-IDX-ICMS
027700     END-SEARCH.
027800
027900 2100-LOCALIZAR-ALIQUOTA-EXIT.
028000     EXIT.
028100
028200 3000-CONSULTAR-ALIQUOTA.
028300*---------------------------------------------------------------*
028400*    EXIBE A ALIQUOTA E A DATA DA ULTIMA ALTERACAO DE UMA       *
028500*    ENTRADA                                                    *
028600*---------------------------------------------------------------*
028700     PERFORM 2050-PEDIR-CHAVE THRU 2050-PEDIR-CHAVE-EXIT.
028800     PERFORM 2100-LOCALIZAR-ALIQUOTA
028900         THRU 2100-LOCALIZAR-ALIQUOTA-EXIT.
029000     IF  WS-ENTRADA-NAO-ACHADA
029100         DISPLAY "ALIQUOTA NAO CADASTRADA: " WS-CHAVE-AUDITORIA
029200         GO TO 3000-CONSULTAR-ALIQUOTA-EXIT
029300     END-IF.
029400
029500     MOVE WS-ICMS-ALIQUOTA (WS-POSICAO-ACHADA)
029600                                TO WS-ALIQUOTA-EDITADA.
029700     DISPLAY " ".
029800     DISPLAY "CATEGORIA.........: "
029900         WS-ICMS-CATEGORIA (WS-POSICAO-ACHADA).
030000     DISPLAY "UF................: "
030100         WS-ICMS-UF (WS-POSICAO-ACHADA).
030200     DISPLAY "ALIQUOTA ICMS %...: " WS-ALIQUOTA-EDITADA.
030300     DISPLAY "DATA ALTERACAO....: "
030400         WS-ICMS-DATA-ALT (WS-POSICAO-ACHADA).
030500     IF  WS-ICMS-ALIQUOTA (WS-POSICAO-ACHADA) = ZERO
030600         DISPLAY "*** COMBINACAO ISENTA DE ICMS ***"
030700     END-IF.
030800
030900 3000-CONSULTAR-ALIQUOTA-EXIT.
031000     EXIT.
031100
031200 4000-LISTAR-ALIQUOTAS.
031300*---------------------------------------------------------------*
031400*    LISTA TODAS AS ALIQUOTAS DA TABELA COM A DATA DA ALTERACAO *
031500*---------------------------------------------------------------*
031600     IF  WS-QTD-ALIQUOTAS = ZERO
031700         DISPLAY "TABELA DE ICMS VAZIA."
031800         GO TO 4000-LISTAR-ALIQUOTAS-EXIT
031900     END-IF.
032000     DISPLAY " ".
032100     DISPLAY "CATG  UF  ALIQ %  DATA ALTERACAO".
032200     PERFORM 4100-LISTAR-UMA-ALIQUOTA
032300         THRU 4100-LISTAR-UMA-ALIQUOTA-EXIT
032400         VARYING WS-IDX-ICMS FROM 1 BY 1
032500             UNTIL WS-IDX-ICMS > WS-QTD-ALIQUOTAS.
032600
032700 4000-LISTAR-ALIQUOTAS-EXIT.
032800     EXIT.
032900
033000 4100-LISTAR-UMA-ALIQUOTA.
033100*---------------------------------------------------------------*
033200*    EXIBE UMA LINHA DA LISTAGEM DE ALIQUOTAS                   *
033300*---------------------------------------------------------------*
033400     MOVE WS-ICMS-ALIQUOTA (WS-IDX-ICMS) TO WS-ALIQUOTA-EDITADA.
033500     DISPLAY WS-ICMS-CATEGORIA (WS-IDX-ICMS) "  "
033600         WS-ICMS-UF (WS-IDX-ICMS) "  "
033700         WS-ALIQUOTA-EDITADA "   "
033800         WS-ICMS-DATA-ALT (WS-IDX-ICMS).
033900 4100-LISTAR-UMA-ALIQUOTA-EXIT.
034000     EXIT.
034100
034200 5000-INCLUIR-ALTERAR.
034300*---------------------------------------------------------------*
034400*    INCLUI UMA ENTRADA NOVA OU ALTERA A ALIQUOTA DE UMA        *
034500*    EXISTENTE; ALIQUOTA ZERO REGISTRA A COMBINACAO COMO ISENTA *
034600*---------------------------------------------------------------*
034700     PERFORM 2050-PEDIR-CHAVE THRU 2050-PEDIR-CHAVE-EXIT.
034800
034900     DISPLAY "Aliquota de ICMS em % (ex: 18.00, 0 = isento)".
035000     ACCEPT WS-NOVA-ALIQUOTA.
035100     IF  WS-NOVA-ALIQUOTA NOT NUMERIC
035200         DISPLAY "ALIQUOTA INVALIDA. NADA FEITO."
035300         GO TO 5000-INCLUIR-ALTERAR-EXIT
035400     END-IF.
035500
035600     PERFORM 2100-LOCALIZAR-ALIQUOTA
035700         THRU 2100-LOCALIZAR-ALIQUOTA-EXIT.
035800
035900     IF  WS-ENTRADA-ACHADA
036000         MOVE WS-ICMS-ALIQUOTA (WS-POSICAO-ACHADA)
036100             TO WS-ALIQUOTA-ANTERIOR
036200         MOVE WS-NOVA-ALIQUOTA
036300             TO WS-ICMS-ALIQUOTA (WS-POSICAO-ACHADA)
036400         MOVE WS-DATA-SISTEMA
036500             TO WS-ICMS-DATA-ALT (WS-POSICAO-ACHADA)
036600         MOVE "ICMS ALT"         TO WS-COMPLEMENTO-AUDIT
036700     ELSE
036800         IF  WS-QTD-ALIQUOTAS >= 500
036900             DISPLAY "TABELA DE ICMS CHEIA. NADA FEITO."
037000             GO TO 5000-INCLUIR-ALTERAR-EXIT
037100         END-IF
037200         MOVE ZERO               TO WS-ALIQUOTA-ANTERIOR
037300         ADD 1 TO WS-QTD-ALIQUOTAS
037400         MOVE WS-CATEGORIA-PESQUISA
037500             TO WS-ICMS-CATEGORIA (WS-QTD-ALIQUOTAS)
037600         MOVE WS-UF-PESQUISA
037700             TO WS-ICMS-UF (WS-QTD-ALIQUOTAS)
037800         MOVE WS-NOVA-ALIQUOTA
037900             TO WS-ICMS-ALIQUOTA (WS-QTD-ALIQUOTAS)
038000         MOVE WS-DATA-SISTEMA
038100             TO WS-ICMS-DATA-ALT (WS-QTD-ALIQUOTAS)
038200         MOVE "ICMS INCL"        TO WS-COMPLEMENTO-AUDIT
038300     END-IF.
038400
038500     PERFORM 7000-REGRAVAR-TABELA
038600         THRU 7000-REGRAVAR-TABELA-EXIT.
038700     PERFORM 8000-GRAVAR-AUDITORIA
038800         THRU 8000-GRAVAR-AUDITORIA-EXIT.
038900     DISPLAY "ALIQUOTA GRAVADA COM SUCESSO.".
039000
039100 5000-INCLUIR-ALTERAR-EXIT.
039200     EXIT.
039300
039400 6000-EXCLUIR-ALIQUOTA.
039500*---------------------------------------------------------------*
039600*    REMOVE UMA ENTRADA DA TABELA, COMPRIMINDO AS POSICOES      *
039700*    SEGUINTES, E REGRAVA O ARQUIVO                             *
039800*---------------------------------------------------------------*
039900     PERFORM 2050-PEDIR-CHAVE THRU 2050-PEDIR-CHAVE-EXIT.
040000     PERFORM 2100-LOCALIZAR-ALIQUOTA
040100         THRU 2100-LOCALIZAR-ALIQUOTA-EXIT.
040200     IF  WS-ENTRADA-NAO-ACHADA
040300         DISPLAY "ALIQUOTA NAO CADASTRADA: " WS-CHAVE-AUDITORIA
040400         GO TO 6000-EXCLUIR-ALIQUOTA-EXIT
040500     END-IF.
040600
040700     MOVE WS-ICMS-ALIQUOTA (WS-POSICAO-ACHADA)
040800                                TO WS-ALIQUOTA-ANTERIOR.
040900     MOVE WS-POSICAO-ACHADA     TO WS-INDICE-REGRAVACAO.
041000     PERFORM 6100-COMPRIMIR-POSICAO
041100         THRU 6100-COMPRIMIR-POSICAO-EXIT
041200         UNTIL WS-INDICE-REGRAVACAO >= WS-QTD-ALIQUOTAS.
041300*    A POSICAO LIBERADA E LIMPA PARA NAO DEIXAR ENTRADA FANTASMA
041400*    ACIMA DA CONTAGEM, INVISIVEL NA REGRAVACAO DO ARQUIVO
041500     MOVE SPACES                TO WS-ICMS-CATEGORIA
041600                                       (WS-QTD-ALIQUOTAS)
041700                                   WS-ICMS-UF
041800                                       (WS-QTD-ALIQUOTAS).
041900     MOVE ZERO                  TO WS-ICMS-ALIQUOTA
042000                                       (WS-QTD-ALIQUOTAS)
042100                                   WS-ICMS-DATA-ALT
042200                                       (WS-QTD-ALIQUOTAS).
042300     SUBTRACT 1 FROM WS-QTD-ALIQUOTAS.
042400
042500     MOVE ZERO                  TO WS-NOVA-ALIQUOTA.
042600     MOVE "ICMS EXCL"           TO WS-COMPLEMENTO-AUDIT.
042700     PERFORM 7000-REGRAVAR-TABELA
042800         THRU 7000-REGRAVAR-TABELA-EXIT.
042900     PERFORM 8000-GRAVAR-AUDITORIA
043000         THRU 8000-GRAVAR-AUDITORIA-EXIT.
043100     DISPLAY "ALIQUOTA EXCLUIDA COM SUCESSO.".
043200
043300 6000-EXCLUIR-ALIQUOTA-EXIT.
043400     EXIT.
043500
043600 6100-COMPRIMIR-POSICAO.
043700*---------------------------------------------------------------*
043800*    PUXA A ENTRADA SEGUINTE PARA A POSICAO CORRENTE            *
043900*---------------------------------------------------------------*
044000     MOVE WS-TABELA-ICMS (WS-INDICE-REGRAVACAO + 1)
044100         TO WS-TABELA-ICMS (WS-INDICE-REGRAVACAO).
044200     ADD 1 TO WS-INDICE-REGRAVACAO.
044300 6100-COMPRIMIR-POSICAO-EXIT.
044400     EXIT.
044500
044600 7000-REGRAVAR-TABELA.
044700*---------------------------------------------------------------*
044800*    REGRAVA O ARQUIVO DE ICMS INTEIRO A PARTIR DA TABELA EM    *
044900*    MEMORIA                                                    *
045000*---------------------------------------------------------------*
045100     OPEN OUTPUT ICMSTAB-ARQ.
045200     IF  WS-FS-ICMSTAB NOT = "00"
045300         DISPLAY "ERRO AO REGRAVAR A TABELA DE ICMS. STATUS: "
045400             WS-FS-ICMSTAB
045500         MOVE 16 TO RETURN-CODE
045600         GO TO 9999-EXIT
045700     END-IF.
045800
045900     PERFORM 7100-GRAVAR-UMA-ALIQUOTA
046000         THRU 7100-GRAVAR-UMA-ALIQUOTA-EXIT
046100         VARYING WS-IDX-ICMS FROM 1 BY 1
046200             UNTIL WS-IDX-ICMS > WS-QTD-ALIQUOTAS.
046300
046400     CLOSE ICMSTAB-ARQ.
046500
046600 7000-REGRAVAR-TABELA-EXIT.
046700     EXIT.
046800
046900 7100-GRAVAR-UMA-ALIQUOTA.
047000*---------------------------------------------------------------*
047100*    GRAVA UMA ENTRADA DA TABELA NO ARQUIVO DE ICMS             *
047200*---------------------------------------------------------------*
047300     MOVE SPACES                TO TI-REGISTRO-ICMS.
047400     MOVE WS-ICMS-CATEGORIA (WS-IDX-ICMS)
047500                                TO TI-CATEGORY-CODE.
047600     MOVE WS-ICMS-UF (WS-IDX-ICMS)
047700                                TO TI-UF.
047800     MOVE WS-ICMS-ALIQUOTA (WS-IDX-ICMS)
047900                                TO TI-ALIQUOTA.
048000     MOVE WS-ICMS-DATA-ALT (WS-IDX-ICMS)
048100                                TO TI-DATA-ALTERACAO.
048200     WRITE TI-REGISTRO-ICMS.
048300 7100-GRAVAR-UMA-ALIQUOTA-EXIT.
048400     EXIT.
048500
048600 8000-GRAVAR-AUDITORIA.
048700*---------------------------------------------------------------*
048800*    GRAVA UM REGISTRO DE AUDITORIA DE MANUTENCAO (TIPO "M")    *
048900*    COM O USUARIO, A CHAVE CATEGORIA/UF, A ALIQUOTA NOVA (NO   *
049000*    CAMPO DE COMPRA) E A ANTERIOR (NO CAMPO DE VENDA)          *
049100*---------------------------------------------------------------*
049200     MOVE SPACES                TO AUD-REGISTRO-LOG.
049300     MOVE WS-DATA-SISTEMA       TO AUD-DATA.
049400     MOVE WS-HORA-SISTEMA       TO AUD-HORA.
049500     ACCEPT AUD-TERMINAL-USUARIO FROM ENVIRONMENT "USER".
049600     IF  AUD-TERMINAL-USUARIO = SPACES
049700         MOVE "CADICMS"         TO AUD-TERMINAL-USUARIO
049800     END-IF.
049900     MOVE WS-CHAVE-AUDITORIA    TO AUD-ITEM-CODE.
050000     MOVE "M"                   TO AUD-CALC-TYPE.
050100     MOVE WS-NOVA-ALIQUOTA      TO AUD-VALOR-COMPRA.
050200     MOVE WS-ALIQUOTA-ANTERIOR  TO AUD-VALOR-VENDA.
050300     MOVE ZERO                  TO AUD-PERCENTUAL.
050400     MOVE WS-COMPLEMENTO-AUDIT  TO AUD-INFO-COMPLEMENTO.
050500     WRITE AUD-REGISTRO-LOG.
050600
050700 8000-GRAVAR-AUDITORIA-EXIT.
050800     EXIT.
050900
051000 9000-FINALIZAR.
051100*---------------------------------------------------------------*
051200*    FECHA O LOG DE AUDITORIA E ENCERRA                         *
051300*---------------------------------------------------------------*
051400     CLOSE AUDITLOG-ARQ.
051500     DISPLAY " ".
051600     DISPLAY "MANUTENCAO DA TABELA DE ICMS ENCERRADA.".
051700
051800 9000-FINALIZAR-EXIT.
051900     EXIT.
052000
052100 9999-EXIT.
052200     STOP RUN.
052300
052400 END PROGRAM CADICMS.

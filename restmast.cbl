000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RESTMAST.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: RECONSTRUCAO DO MESTRE DE PRODUTOS (PRODMAST)
000850*                   COMO ESTAVA NUMA DATA E HORA ESCOLHIDAS, PARA
000900*                   RECUPERAR O MESTRE DANIFICADO OU DESFAZER UM
000950*                   TRANFILE PRECIFICADO POR ENGANO.  RESTRITA A
001000*                   SUPERVISOR (CALCSIGN).  PARTE DO SNAPSHOT
001050*                   COMPLETO (SNAPMAST, GRAVADO PELO CALCSNAP NO
001100*                   INICIO DE TODA EXECUCAO QUE ATUALIZA O MESTRE)
001150*                   MAIS RECENTE QUE NAO PASSE DA DATA/HORA E
001200*                   REAPLICA POR CIMA DELE AS ENTRADAS DO
001250*                   HISTORICO DE PRECOS (PRICHIST) DO MESTRE
001300*                   GRAVADAS DESDE O SNAPSHOT ATE A DATA/HORA - A
001350*                   ULTIMA DE CADA ITEM PREVALECE.  SO OS CAMPOS
001400*                   DE PRECO (COMPRA, VENDA, PERCENTUAL E
001450*                   PREJUIZO) VOLTAM; DESCRICAO, FILIAL,
001500*                   CATEGORIA, MOEDA E SITUACAO DO ITEM FICAM COMO
001550*                   ESTAO NO MESTRE.  ITEM QUE SUMIU DO MESTRE E
001600*                   RECRIADO A PARTIR DA IMAGEM DO SNAPSHOT.  CADA
001650*                   ITEM ALTERADO GANHA HISTORICO, AUDITORIA (TIPO
001700*                   "R") E, QUANDO A VENDA MUDOU, DETALHE NO POS
001750*                   (POSFILE) E MOVIMENTO DE ETIQUETA (ETQMOV),
001800*                   RETIDO SE O ITEM ESTA EM PROMOCAO COMO NO
001850*                   CALC1.  O RELATORIO (RELREST) MOSTRA O ANTES E
001900*                   O DEPOIS DE CADA ITEM ALTERADO.  O PROPRIO
001950*                   RESTMAST TIRA UM SNAPSHOT ANTES DE ATUALIZAR,
002000*                   DE MODO QUE A RECONSTRUCAO TAMBEM PODE SER
002050*                   DESFEITA.  OS PRECOS PROPRIOS DE FILIAL
002100*                   (PRCFIL) SAO RECONSTRUIDOS DA MESMA FORMA, POR
002150*                   ITEM E FILIAL: IMAGEM "F" DO SNAPSHOT
002200*                   SOBREPOSTA PELA ULTIMA ENTRADA "F" DO
002250*                   HISTORICO NA JANELA.  CADA PRECO DE FILIAL
002300*                   ALTERADO GANHA HISTORICO "F", AUDITORIA "R"
002350*                   COM "FIL" E A FILIAL NO COMPLEMENTO E
002400*                   POS/ETIQUETA NA PROPRIA FILIAL; PRECO DE
002450*                   FILIAL SUMIDO E RECRIADO SE O ITEM EXISTIR NO
002500*                   MESTRE, E PRECO DE FILIAL CRIADO DEPOIS DA
002550*                   DATA/HORA NAO E EXCLUIDO.
003400*-----------------------------------------------------------------
003500*    MODIFICATION HISTORY
003600*    DATE       INIT  DESCRICAO
003700*    ---------- ----  -------------------------------------------
003800*    2026-10-15 JA    PROGRAMA ORIGINAL.
003820*    2026-10-15 JA    RECONSTROI TAMBEM OS PRECOS PROPRIOS DE
003840*                     FILIAL (PRCFIL) A PARTIR DOS REGISTROS "F"
003860*                     DO SNAPSHOT E DO HISTORICO.
003900*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PRODMAST-ARQ ASSIGN TO "PRODMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PM-ITEM-CODE
005000         FILE STATUS IS WS-FS-PRODMAST.
005010
005020     SELECT PRCFIL-ARQ ASSIGN TO "PRCFIL"
005030         ORGANIZATION IS INDEXED
005040         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS PF-CHAVE
005060         FILE STATUS IS WS-FS-PRCFIL.
005100
005200     SELECT SNAPMAST-ARQ ASSIGN TO "SNAPMAST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-SNAPMAST.
005500
005600     SELECT PRICHIST-ARQ ASSIGN TO "PRICHIST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-FS-PRICHIST.
005900
006000     SELECT AUDITLOG-ARQ ASSIGN TO "AUDITLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-AUDITLOG.
006300
006400     SELECT POSFILE-ARQ ASSIGN TO "POSFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FS-POSFILE.
006700
006800     SELECT ETQMOV-ARQ ASSIGN TO "ETQMOV"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-FS-ETQMOV.
007100
007200     SELECT PROMFILE-ARQ ASSIGN TO "PROMFILE"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-FS-PROMFILE.
007500
007600     SELECT RELREST-ARQ ASSIGN TO "RELREST"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-FS-RELREST.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PRODMAST-ARQ
008300     LABEL RECORDS ARE STANDARD.
008400     COPY PRODMAST.
008420
008440 FD  PRCFIL-ARQ
008460     LABEL RECORDS ARE STANDARD.
008480     COPY PRCFIL.
008500
008600 FD  SNAPMAST-ARQ
008700     LABEL RECORDS ARE STANDARD.
008800     COPY SNAPMAST.
008900
009000 FD  PRICHIST-ARQ
009100     LABEL RECORDS ARE STANDARD.
009200     COPY PRICHIST.
009300
009400 FD  AUDITLOG-ARQ
009500     LABEL RECORDS ARE STANDARD.
009600     COPY AUDITREC.
009700
009800 FD  POSFILE-ARQ
009900     LABEL RECORDS ARE STANDARD.
010000     COPY POSREC.
010100
010200 FD  ETQMOV-ARQ
010300     LABEL RECORDS ARE STANDARD.
010400     COPY ETQMOV.
010500
010600 FD  PROMFILE-ARQ
010700     LABEL RECORDS ARE STANDARD.
010800     COPY PROMOREC.
010900
011000 FD  RELREST-ARQ
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 132 CHARACTERS.
011300 01  REL-LINHA-RESTAURACAO       PIC X(132).
011400
011500 WORKING-STORAGE SECTION.
011600
011700*---------------------------------------------------------------*
011800*    STATUS DE ARQUIVO                                          *
011900*---------------------------------------------------------------*
012000 77  WS-FS-PRODMAST          PIC X(02).
012050 77  WS-FS-PRCFIL            PIC X(02).
012100 77  WS-FS-SNAPMAST          PIC X(02).
012200 77  WS-FS-PRICHIST          PIC X(02).
012300 77  WS-FS-AUDITLOG          PIC X(02).
012400 77  WS-FS-POSFILE           PIC X(02).
012500 77  WS-FS-ETQMOV            PIC X(02).
012600 77  WS-FS-PROMFILE          PIC X(02).
012700 77  WS-FS-RELREST           PIC X(02).
012800
012900*---------------------------------------------------------------*
013000*    CHAVES E INDICADORES DE CONTROLE                           *
013100*---------------------------------------------------------------*
013200 01  WS-SWITCHES.
013300     05  WS-SW-FIM-SNAPMAST      PIC X(01) VALUE "N".
013400         88  FIM-SNAPMAST               VALUE "S".
013500         88  NAO-FIM-SNAPMAST           VALUE "N".
013600     05  WS-SW-FIM-PRICHIST      PIC X(01) VALUE "N".
013700         88  FIM-PRICHIST               VALUE "S".
013800         88  NAO-FIM-PRICHIST           VALUE "N".
013900     05  WS-SW-FIM-PROMFILE      PIC X(01) VALUE "N".
014000         88  FIM-PROMFILE               VALUE "S".
014100         88  NAO-FIM-PROMFILE           VALUE "N".
014200     05  WS-SW-MASTER-ACHADO     PIC X(01) VALUE "N".
014300         88  WS-MASTER-ACHADO           VALUE "S".
014400         88  WS-MASTER-NAO-ACHADO       VALUE "N".
014420     05  WS-SW-PRCFIL-ACHADO     PIC X(01) VALUE "N".
014440         88  WS-PRCFIL-ACHADO           VALUE "S".
014460         88  WS-PRCFIL-NAO-ACHADO       VALUE "N".
014500     05  WS-SW-ITEM-NA-TABELA    PIC X(01) VALUE "N".
014600         88  WS-ITEM-NA-TABELA          VALUE "S".
014700         88  WS-ITEM-FORA-TABELA        VALUE "N".
014800     05  WS-SW-EM-COPIA          PIC X(01) VALUE "N".
014900         88  WS-DENTRO-DA-COPIA         VALUE "S".
015000         88  WS-FORA-DA-COPIA           VALUE "N".
015100     05  WS-SW-SNAPSHOT-ESCOLHIDO PIC X(01) VALUE "N".
015200         88  WS-SNAPSHOT-ACHADO         VALUE "S".
015300         88  WS-SNAPSHOT-NAO-ACHADO     VALUE "N".
015400     05  WS-SW-IMAGEM            PIC X(01) VALUE "N".
015500         88  WS-COM-IMAGEM              VALUE "S".
015600         88  WS-SEM-IMAGEM              VALUE "N".
015700     05  WS-SW-ITEM-EM-PROMO     PIC X(01) VALUE "N".
015800         88  WS-ITEM-EM-PROMOCAO        VALUE "S".
015900         88  WS-ITEM-SEM-PROMOCAO       VALUE "N".
016000
016100*---------------------------------------------------------------*
016200*    CONTADORES DO PROCESSAMENTO                                *
016300*---------------------------------------------------------------*
016400 77  WS-CONTADOR-CONFERIDOS  PIC 9(08) VALUE ZERO.
016500 77  WS-CONTADOR-RESTAURADOS PIC 9(08) VALUE ZERO.
016600 77  WS-CONTADOR-RECRIADOS   PIC 9(08) VALUE ZERO.
016700 77  WS-CONTADOR-INALTERADOS PIC 9(08) VALUE ZERO.
016800 77  WS-CONTADOR-SEM-CADASTRO PIC 9(08) VALUE ZERO.
016810 77  WS-CONTADOR-FIL-CONFERIDOS PIC 9(08) VALUE ZERO.
016820 77  WS-CONTADOR-FIL-RESTAURADOS PIC 9(08) VALUE ZERO.
016830 77  WS-CONTADOR-FIL-RECRIADOS PIC 9(08) VALUE ZERO.
016840 77  WS-CONTADOR-FIL-INALTERADOS PIC 9(08) VALUE ZERO.
016850 77  WS-CONTADOR-FIL-SEM-CADASTRO PIC 9(08) VALUE ZERO.
016900 77  WS-CONTADOR-HIST-LIDAS  PIC 9(08) VALUE ZERO.
017000 77  WS-CONTADOR-HIST-REAPLIC PIC 9(08) VALUE ZERO.
017100 77  WS-CONTADOR-POS         PIC 9(08) VALUE ZERO.
017200 77  WS-CONTADOR-POS-RETIDOS PIC 9(08) VALUE ZERO.
017300 77  WS-CONTADOR-ESTOURO     PIC 9(08) VALUE ZERO.
017400 77  WS-CONTADOR-DETALHES    PIC 9(08) VALUE ZERO.
017500 77  WS-CONTADOR-EDITADO     PIC ZZZ,ZZZ,ZZ9.
017600 77  WS-TOTAL-POS-VENDA      PIC 9(12)V99 VALUE ZERO.
017700 77  WS-ORDEM-SNAPSHOT       PIC 9(06) VALUE ZERO.
017800 77  WS-POSICAO-CORRENTE     PIC 9(04) VALUE ZERO.
017900
018000*---------------------------------------------------------------*
018100*    DATA E HORA DA RECONSTRUCAO PEDIDAS PELO SUPERVISOR        *
018200*---------------------------------------------------------------*
018300 77  WS-ENTRADA-DATA         PIC X(08) VALUE SPACES.
018400 77  WS-ENTRADA-HORA         PIC X(06) VALUE SPACES.
018500 77  WS-HORA-DIGITADA        PIC 9(06) VALUE ZERO.
018600 77  WS-CONFIRMACAO          PIC X(01) VALUE SPACES.
018700 77  WS-COMPLEMENTO-AUDIT    PIC X(10) VALUE SPACES.
018705 77  WS-FILIAL-POS           PIC X(04) VALUE SPACES.
018710
018715 01  WS-COMPLEMENTO-FILIAL.
018720     05  FILLER                  PIC X(04) VALUE "FIL ".
018725     05  WS-CF-BRANCH-CODE       PIC X(04) VALUE SPACES.
018730     05  FILLER                  PIC X(02) VALUE SPACES.
018735
018740 01  WS-DESCRICAO-FILIAL.
018745     05  FILLER                  PIC X(16)
018750                                 VALUE "PRECO DA FILIAL ".
018755     05  WS-DF-BRANCH-CODE       PIC X(04) VALUE SPACES.
018800
018900*---------------------------------------------------------------*
019000*    CARIMBOS DATA+HORA COMPARADOS COMO UMA SO CHAVE            *
019100*---------------------------------------------------------------*
019200 01  WS-DATA-HORA-SISTEMA.
019300     05  WS-DATA-SISTEMA         PIC 9(08).
019400     05  WS-HORA-SISTEMA         PIC 9(08).
019500
019600 01  WS-CARIMBO-ALVO.
019700     05  WS-ALVO-DATA            PIC 9(08) VALUE ZERO.
019800     05  WS-ALVO-HORA            PIC 9(08) VALUE ZERO.
019900
020000 01  WS-CARIMBO-LIDO.
020100     05  WS-LIDO-DATA            PIC 9(08) VALUE ZERO.
020200     05  WS-LIDO-HORA            PIC 9(08) VALUE ZERO.
020300
020400*---------------------------------------------------------------*
020500*    COPIA EM LEITURA E COPIA ESCOLHIDA DO ARQUIVO DE SNAPSHOTS *
020600*---------------------------------------------------------------*
020700 01  WS-SNAPSHOT-CANDIDATO.
020800     05  WS-CAND-ORDEM           PIC 9(06) VALUE ZERO.
020900     05  WS-CAND-CARIMBO.
021000         10  WS-CAND-DATA        PIC 9(08) VALUE ZERO.
021100         10  WS-CAND-HORA        PIC 9(08) VALUE ZERO.
021200     05  WS-CAND-ORIGEM          PIC X(08) VALUE SPACES.
021300     05  WS-CAND-QTD-ITENS       PIC 9(08) VALUE ZERO.
021350     05  WS-CAND-QTD-FILIAIS     PIC 9(08) VALUE ZERO.
021400
021500 01  WS-SNAPSHOT-ESCOLHIDO.
021600     05  WS-ESC-ORDEM            PIC 9(06) VALUE ZERO.
021700     05  WS-ESC-CARIMBO.
021800         10  WS-ESC-DATA         PIC 9(08) VALUE ZERO.
021900         10  WS-ESC-HORA         PIC 9(08) VALUE ZERO.
022000     05  WS-ESC-ORIGEM           PIC X(08) VALUE SPACES.
022100     05  WS-ESC-QTD-ITENS        PIC 9(08) VALUE ZERO.
022150     05  WS-ESC-QTD-FILIAIS      PIC 9(08) VALUE ZERO.
022200
022300*---------------------------------------------------------------*
022400*    ULTIMA ENTRADA DO HISTORICO POR ITEM ENTRE O SNAPSHOT E A  *
022500*    DATA/HORA DA RECONSTRUCAO                                  *
022600*---------------------------------------------------------------*
022700 01  WS-TABELA-REPLAY-DADOS.
022800     05  WS-QTD-ITENS-REPLAY     PIC 9(04) VALUE ZERO.
022900     05  WS-TABELA-REPLAY OCCURS 1000 TIMES
023000             INDEXED BY WS-IDX-REPLAY.
023100         10  WS-RP-ITEM-CODE     PIC X(10).
023200         10  WS-RP-VALOR-COMPRA  PIC 9(06)V99.
023300         10  WS-RP-VALOR-VENDA   PIC 9(06)V99.
023400         10  WS-RP-PERCENTUAL    PIC S9(03)V9(12).
023500         10  WS-RP-STATUS-PREJUIZO PIC X(01).
023600         10  WS-RP-USADO         PIC X(01).
023700
023800*---------------------------------------------------------------*
023805*    ULTIMA ENTRADA "F" DO HISTORICO POR ITEM E FILIAL ENTRE O  *
023810*    SNAPSHOT E A DATA/HORA DA RECONSTRUCAO                     *
023815*---------------------------------------------------------------*
023820 01  WS-TABELA-REPLAY-FIL-DADOS.
023825     05  WS-QTD-FILIAIS-REPLAY   PIC 9(04) VALUE ZERO.
023830     05  WS-TABELA-REPLAY-FIL OCCURS 1000 TIMES
023835             INDEXED BY WS-IDX-REPLAY-FIL.
023840         10  WS-RF-ITEM-CODE     PIC X(10).
023845         10  WS-RF-BRANCH-CODE   PIC X(04).
023850         10  WS-RF-VALOR-COMPRA  PIC 9(06)V99.
023855         10  WS-RF-VALOR-VENDA   PIC 9(06)V99.
023860         10  WS-RF-PERCENTUAL    PIC S9(03)V9(12).
023865         10  WS-RF-STATUS-PREJUIZO PIC X(01).
023870         10  WS-RF-USADO         PIC X(01).
023875
023880*---------------------------------------------------------------*
023900*    TABELA DAS PROMOCOES NAO ENCERRADAS, PARA RETER O DETALHE  *
024000*    DO POS DO ITEM COM PROMOCAO ATIVA, COMO NO LOTE DO CALC1   *
024100*---------------------------------------------------------------*
024200 01  WS-TABELA-PROMO-DADOS.
024300     05  WS-QTD-PROMO-TAB        PIC 9(04) VALUE ZERO.
024400     05  WS-TABELA-PROMO OCCURS 200 TIMES
024500             INDEXED BY WS-IDX-PROMO.
024600         10  WS-PROMO-ITEM       PIC X(10).
024700         10  WS-PROMO-FILIAL     PIC X(04).
024800         10  WS-PROMO-INICIO     PIC 9(08).
024900         10  WS-PROMO-FIM        PIC 9(08).
025000
025100*---------------------------------------------------------------*
025150*    ITEM OU PRECO DE FILIAL EM RECONSTRUCAO: IMAGEM DO         *
025200*    SNAPSHOT, VALORES QUE VOLTAM E VALORES ANTES DA            *
025250*    RECONSTRUCAO                                               *
025400*---------------------------------------------------------------*
025500 77  WS-IMAGEM-SNAPSHOT      PIC X(99) VALUE SPACES.
025600
025700 01  WS-ITEM-RESTAURADO.
025800     05  WS-REST-ITEM-CODE       PIC X(10).
025900     05  WS-REST-VALOR-COMPRA    PIC 9(06)V99.
026000     05  WS-REST-VALOR-VENDA     PIC 9(06)V99.
026100     05  WS-REST-PERCENTUAL      PIC S9(03)V9(12).
026200     05  WS-REST-STATUS-PREJUIZO PIC X(01).
026250     05  WS-REST-BRANCH-CODE     PIC X(04).
026300
026400 01  WS-ITEM-ANTERIOR.
026500     05  WS-ANT-VALOR-COMPRA     PIC 9(06)V99.
026600     05  WS-ANT-VALOR-VENDA      PIC 9(06)V99.
026700     05  WS-ANT-PERCENTUAL       PIC S9(03)V9(12).
026800     05  WS-ANT-STATUS-PREJUIZO  PIC X(01).
026900
027000*---------------------------------------------------------------*
027100*    CAMPOS EDITADOS PARA EXIBICAO                              *
027200*---------------------------------------------------------------*
027300 01  WS-CAMPOS-EDITADOS.
027400     05  WS-ED-HORA              PIC 99B99B99.
027500
027600*---------------------------------------------------------------*
027700*    LAYOUT DA LINHA DE RELATORIO                                *
027800*---------------------------------------------------------------*
027900 01  WS-LINHA-RESTAURACAO.
028000     05  WS-LR-ITEM-CODE         PIC X(10).
028100     05  FILLER                  PIC X(02) VALUE SPACES.
028200     05  WS-LR-DESCRICAO         PIC X(20).
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  WS-LR-COMPRA-ANTES      PIC ZZZ,ZZ9.99.
028500     05  FILLER                  PIC X(01) VALUE SPACES.
028600     05  WS-LR-COMPRA-DEPOIS     PIC ZZZ,ZZ9.99.
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  WS-LR-VENDA-ANTES       PIC ZZZ,ZZ9.99.
028900     05  FILLER                  PIC X(01) VALUE SPACES.
029000     05  WS-LR-VENDA-DEPOIS      PIC ZZZ,ZZ9.99.
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  WS-LR-MKP-ANTES         PIC -ZZ9.99.
029300     05  FILLER                  PIC X(01) VALUE SPACES.
029400     05  WS-LR-MKP-DEPOIS        PIC -ZZ9.99.
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  WS-LR-SITUACAO          PIC X(28).
029700     05  FILLER                  PIC X(07) VALUE SPACES.
029800
029900*---------------------------------------------------------------*
030000*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SIGN-ON (CALCSIGN)       *
030100*---------------------------------------------------------------*
030200 COPY SGLINK.
030300
030400*---------------------------------------------------------------*
030500*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SNAPSHOT (CALCSNAP)      *
030600*---------------------------------------------------------------*
030700 COPY SNLINK.
030800
030900 PROCEDURE DIVISION.
031000
031100 0000-MAINLINE.
031200*---------------------------------------------------------------*
031300*    PARAGRAFO PRINCIPAL                                        *
031400*---------------------------------------------------------------*
031500     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
031600     ACCEPT WS-HORA-SISTEMA      FROM TIME.
031700
031800     PERFORM 1000-EFETUAR-SIGNON THRU 1000-EFETUAR-SIGNON-EXIT.
031900
032000     PERFORM 1100-SOLICITAR-DATA-HORA
032100         THRU 1100-SOLICITAR-DATA-HORA-EXIT.
032200
032300     PERFORM 2000-LOCALIZAR-SNAPSHOT
032400         THRU 2000-LOCALIZAR-SNAPSHOT-EXIT.
032500
032600     PERFORM 3000-CARREGAR-HISTORICO
032700         THRU 3000-CARREGAR-HISTORICO-EXIT.
032800
032900     PERFORM 4000-CONFIRMAR-RECONSTRUCAO
033000         THRU 4000-CONFIRMAR-RECONSTRUCAO-EXIT.
033100
033200     PERFORM 4100-TIRAR-SNAPSHOT THRU 4100-TIRAR-SNAPSHOT-EXIT.
033300
033400     PERFORM 4200-ABRIR-ARQUIVOS THRU 4200-ABRIR-ARQUIVOS-EXIT.
033500
033600     PERFORM 5000-RESTAURAR-DO-SNAPSHOT
033700         THRU 5000-RESTAURAR-DO-SNAPSHOT-EXIT.
033800
033900     PERFORM 6000-RESTAURAR-SO-HISTORICO
034000         THRU 6000-RESTAURAR-SO-HISTORICO-EXIT
034100         VARYING WS-IDX-REPLAY FROM 1 BY 1
034200             UNTIL WS-IDX-REPLAY > WS-QTD-ITENS-REPLAY.
034210
034220     PERFORM 6100-RESTAURAR-FIL-SO-HIST
034230         THRU 6100-RESTAURAR-FIL-SO-HIST-EXIT
034240         VARYING WS-IDX-REPLAY-FIL FROM 1 BY 1
034250             UNTIL WS-IDX-REPLAY-FIL > WS-QTD-FILIAIS-REPLAY.
034300
034400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
034500
034600     GO TO 9999-EXIT.
034700
034800 1000-EFETUAR-SIGNON.
034900*---------------------------------------------------------------*
035000*    IDENTIFICA O OPERADOR; A RECONSTRUCAO E RESTRITA A          *
035100*    SUPERVISOR                                                  *
035200*---------------------------------------------------------------*
035300     MOVE SPACES                TO SG-USER-ID.
035400     CALL "CALCSIGN" USING SG-PARAMETROS-SIGNON.
035500     IF  NOT SG-SIGNON-OK
035600         IF  SG-SEM-CADASTRO
035700             DISPLAY "CADASTRO DE USUARIOS (USRFILE)"
035800                 " INDISPONIVEL - EXECUCAO RECUSADA."
035900         ELSE
036000             DISPLAY "USUARIO NAO CADASTRADO: " SG-USER-ID
036100         END-IF
036200         MOVE 8 TO RETURN-CODE
036300         GO TO 9999-EXIT
036400     END-IF.
036500     DISPLAY "USUARIO ASSINADO: " SG-USER-ID " - " SG-NOME.
036600
036700     IF  NOT SG-NIVEL-SUPERVISOR
036800         DISPLAY "FUNCAO RESTRITA A SUPERVISOR."
036900         MOVE 8 TO RETURN-CODE
037000         GO TO 9999-EXIT
037100     END-IF.
037200
037300 1000-EFETUAR-SIGNON-EXIT.
037400     EXIT.
037500
037600 1100-SOLICITAR-DATA-HORA.
037700*---------------------------------------------------------------*
037800*    PEDE A DATA E A HORA ATE AS QUAIS O MESTRE SERA             *
037900*    RECONSTRUIDO.  HORA EM BRANCO VALE O FIM DO DIA; A HORA     *
038000*    VALE ATE O ULTIMO CENTESIMO DO SEGUNDO INFORMADO            *
038100*---------------------------------------------------------------*
038200     DISPLAY "Data da reconstrucao (AAAAMMDD)".
038300     ACCEPT WS-ENTRADA-DATA.
038400     IF  WS-ENTRADA-DATA NOT NUMERIC
038500         DISPLAY "DATA INVALIDA: " WS-ENTRADA-DATA
038600         MOVE 8 TO RETURN-CODE
038700         GO TO 9999-EXIT
038800     END-IF.
038900     MOVE WS-ENTRADA-DATA       TO WS-ALVO-DATA.
039000
039100     DISPLAY "Hora da reconstrucao (HHMMSS, branco = fim do dia)".
039200     ACCEPT WS-ENTRADA-HORA.
039300     IF  WS-ENTRADA-HORA = SPACES
039400         MOVE "235959"          TO WS-ENTRADA-HORA
039500     END-IF.
039600     IF  WS-ENTRADA-HORA NOT NUMERIC
039700         DISPLAY "HORA INVALIDA: " WS-ENTRADA-HORA
039800         MOVE 8 TO RETURN-CODE
039900         GO TO 9999-EXIT
040000     END-IF.
040100     MOVE WS-ENTRADA-HORA       TO WS-HORA-DIGITADA.
040200     IF  WS-HORA-DIGITADA > 235959
040300         DISPLAY "HORA INVALIDA: " WS-ENTRADA-HORA
040400         MOVE 8 TO RETURN-CODE
040500         GO TO 9999-EXIT
040600     END-IF.
040700     COMPUTE WS-ALVO-HORA = (WS-HORA-DIGITADA * 100) + 99.
040800
040900     IF  WS-CARIMBO-ALVO > WS-DATA-HORA-SISTEMA
041000         DISPLAY "DATA/HORA POSTERIOR AO MOMENTO ATUAL - "
041100             "RECONSTRUCAO RECUSADA."
041200         MOVE 8 TO RETURN-CODE
041300         GO TO 9999-EXIT
041400     END-IF.
041500
041600 1100-SOLICITAR-DATA-HORA-EXIT.
041700     EXIT.
041800
041900 2000-LOCALIZAR-SNAPSHOT.
042000*---------------------------------------------------------------*
042100*    VARRE O ARQUIVO DE SNAPSHOTS ESCOLHENDO A COPIA COMPLETA    *
042200*    (COM TRAILER CONFERIDO) MAIS RECENTE QUE NAO PASSE DA       *
042300*    DATA/HORA PEDIDA                                            *
042400*---------------------------------------------------------------*
042500     OPEN INPUT SNAPMAST-ARQ.
042600     IF  WS-FS-SNAPMAST = "35"
042700         DISPLAY "NAO HA SNAPSHOTS DO MESTRE (SNAPMAST) -"
042800             " RECONSTRUCAO IMPOSSIVEL."
042900         MOVE 8 TO RETURN-CODE
043000         GO TO 9999-EXIT
043100     END-IF.
043200     IF  WS-FS-SNAPMAST NOT = "00"
043300         DISPLAY "ERRO AO ABRIR O ARQUIVO DE SNAPSHOTS. STATUS: "
043400             WS-FS-SNAPMAST
043500         MOVE 16 TO RETURN-CODE
043600         GO TO 9999-EXIT
043700     END-IF.
043800
043900     MOVE ZERO                  TO WS-ORDEM-SNAPSHOT.
044000     SET WS-FORA-DA-COPIA       TO TRUE.
044100     SET WS-SNAPSHOT-NAO-ACHADO TO TRUE.
044200     PERFORM 2900-LER-SNAPMAST THRU 2900-LER-SNAPMAST-EXIT.
044300     PERFORM 2100-AVALIAR-REGISTRO-SNAP
044400         THRU 2100-AVALIAR-REGISTRO-SNAP-EXIT
044500         UNTIL FIM-SNAPMAST.
044600     CLOSE SNAPMAST-ARQ.
044700
044800     IF  WS-SNAPSHOT-NAO-ACHADO
044900         DISPLAY "NENHUM SNAPSHOT COMPLETO ATE A DATA/HORA"
045000             " PEDIDA - RECONSTRUCAO IMPOSSIVEL."
045100         MOVE 8 TO RETURN-CODE
045200         GO TO 9999-EXIT
045300     END-IF.
045400
045500 2000-LOCALIZAR-SNAPSHOT-EXIT.
045600     EXIT.
045700
045800 2100-AVALIAR-REGISTRO-SNAP.
045900*---------------------------------------------------------------*
045950*    HEADER ABRE UMA COPIA CANDIDATA, DETALHES DE ITEM E DE      *
046000*    PRECO DE FILIAL SAO CONTADOS E O TRAILER QUE BATE COM AS    *
046050*    CONTAGENS TORNA A COPIA ELEGIVEL.  COPIA GRAVADA ANTES DOS  *
046100*    REGISTROS "F" TEM A QUANTIDADE DE FILIAIS EM BRANCO         *
046200*---------------------------------------------------------------*
046300     EVALUATE TRUE
046400         WHEN SM-REGISTRO-HEADER
046500             ADD 1 TO WS-ORDEM-SNAPSHOT
046600             MOVE WS-ORDEM-SNAPSHOT     TO WS-CAND-ORDEM
046700             MOVE SM-HDR-DATA-SNAPSHOT  TO WS-CAND-DATA
046800             MOVE SM-HDR-HORA-SNAPSHOT  TO WS-CAND-HORA
046900             MOVE SM-HDR-SISTEMA-ORIGEM TO WS-CAND-ORIGEM
047000             MOVE ZERO                  TO WS-CAND-QTD-ITENS
047050             MOVE ZERO                  TO WS-CAND-QTD-FILIAIS
047100             SET WS-DENTRO-DA-COPIA     TO TRUE
047200         WHEN SM-REGISTRO-DETALHE
047300             IF  WS-DENTRO-DA-COPIA
047400                 ADD 1 TO WS-CAND-QTD-ITENS
047500             END-IF
047520         WHEN SM-REGISTRO-FILIAL
047540             IF  WS-DENTRO-DA-COPIA
047560                 ADD 1 TO WS-CAND-QTD-FILIAIS
047580             END-IF
047600         WHEN SM-REGISTRO-TRAILER
047700             IF  WS-DENTRO-DA-COPIA
047800             AND SM-TRL-QTD-ITENS = WS-CAND-QTD-ITENS
047820             AND (SM-TRL-QTD-FILIAIS = WS-CAND-QTD-FILIAIS
047840                  OR (SM-TRL-QTD-FILIAIS NOT NUMERIC
047860                      AND WS-CAND-QTD-FILIAIS = ZERO))
047900             AND WS-CAND-CARIMBO NOT > WS-CARIMBO-ALVO
048000             AND (WS-SNAPSHOT-NAO-ACHADO
048100                  OR WS-CAND-CARIMBO NOT < WS-ESC-CARIMBO)
048200                 MOVE WS-SNAPSHOT-CANDIDATO
048300                                        TO WS-SNAPSHOT-ESCOLHIDO
048400                 SET WS-SNAPSHOT-ACHADO TO TRUE
048500             END-IF
048600             SET WS-FORA-DA-COPIA       TO TRUE
048700     END-EVALUATE.
048800
048900     PERFORM 2900-LER-SNAPMAST THRU 2900-LER-SNAPMAST-EXIT.
049000
049100 2100-AVALIAR-REGISTRO-SNAP-EXIT.
049200     EXIT.
049300
049400 2900-LER-SNAPMAST.
049500*---------------------------------------------------------------*
049600*    LE UM REGISTRO DO ARQUIVO DE SNAPSHOTS                      *
049700*---------------------------------------------------------------*
049800     READ SNAPMAST-ARQ
049900         AT END     SET FIM-SNAPMAST     TO TRUE
050000         NOT AT END SET NAO-FIM-SNAPMAST TO TRUE
050100     END-READ.
050200
050300 2900-LER-SNAPMAST-EXIT.
050400     EXIT.
050500
050600 3000-CARREGAR-HISTORICO.
050700*---------------------------------------------------------------*
050800*    CARREGA A ULTIMA ENTRADA DO HISTORICO DO MESTRE DE CADA     *
050850*    ITEM, E A ULTIMA "F" DE CADA ITEM E FILIAL, GRAVADAS ENTRE  *
050900*    O SNAPSHOT E A DATA/HORA PEDIDA.  O CARIMBO DO SNAPSHOT E O *
051000*    DA EXECUCAO QUE O TIROU, ENTAO AS ENTRADAS DESSA MESMA      *
051100*    EXECUCAO ENTRAM NA REAPLICACAO.  ESTOURO DA TABELA RECUSA A *
051200*    RECONSTRUCAO ANTES DE TOCAR NO MESTRE                       *
051400*---------------------------------------------------------------*
051500     OPEN INPUT PRICHIST-ARQ.
051600     IF  WS-FS-PRICHIST = "35"
051700         GO TO 3000-CARREGAR-HISTORICO-EXIT
051800     END-IF.
051900     IF  WS-FS-PRICHIST NOT = "00"
052000         DISPLAY "ERRO AO ABRIR O HISTORICO DE PRECOS. STATUS: "
052100             WS-FS-PRICHIST
052200         MOVE 16 TO RETURN-CODE
052300         GO TO 9999-EXIT
052400     END-IF.
052500
052600     PERFORM 3900-LER-PRICHIST THRU 3900-LER-PRICHIST-EXIT.
052700     PERFORM 3100-GUARDAR-ENTRADA-HIST
052800         THRU 3100-GUARDAR-ENTRADA-HIST-EXIT
052900         UNTIL FIM-PRICHIST.
053000     CLOSE PRICHIST-ARQ.
053100
053200     IF  WS-CONTADOR-ESTOURO > ZERO
053300         MOVE WS-CONTADOR-ESTOURO TO WS-CONTADOR-EDITADO
053400         DISPLAY "ITENS DO HISTORICO ALEM DA CAPACIDADE: "
053500             WS-CONTADOR-EDITADO
053600         DISPLAY "RECONSTRUCAO RECUSADA - ESCOLHA UMA DATA/HORA"
053700             " MAIS PROXIMA DE UM SNAPSHOT."
053800         MOVE 8 TO RETURN-CODE
053900         GO TO 9999-EXIT
054000     END-IF.
054100
054200 3000-CARREGAR-HISTORICO-EXIT.
054300     EXIT.
054400
054500 3100-GUARDAR-ENTRADA-HIST.
054600*---------------------------------------------------------------*
054700*    GUARDA A ENTRADA CORRENTE SE ESTIVER NA JANELA E LE A       *
054800*    PROXIMA (A LEITURA SEQUENCIAL DEIXA SEMPRE A MAIS RECENTE)  *
054900*---------------------------------------------------------------*
055300     MOVE HS-DATA-CALCULO       TO WS-LIDO-DATA.
055400     MOVE HS-HORA-CALCULO       TO WS-LIDO-HORA.
055500     IF  WS-CARIMBO-LIDO < WS-ESC-CARIMBO
055600     OR  WS-CARIMBO-LIDO > WS-CARIMBO-ALVO
055700         GO TO 3100-GUARDAR-ENTRADA-HIST-LER
055800     END-IF.
055900
056000     ADD 1 TO WS-CONTADOR-HIST-LIDAS.
056010     IF  HS-PRECO-FILIAL
056020         PERFORM 3200-GUARDAR-ENTRADA-FILIAL
056030             THRU 3200-GUARDAR-ENTRADA-FILIAL-EXIT
056040         GO TO 3100-GUARDAR-ENTRADA-HIST-LER
056050     END-IF.
056060
056100     SET WS-ITEM-FORA-TABELA    TO TRUE.
056200     MOVE ZERO                  TO WS-POSICAO-CORRENTE.
056300     IF  WS-QTD-ITENS-REPLAY > ZERO
056400         SET WS-IDX-REPLAY      TO 1
056500         SEARCH WS-TABELA-REPLAY
056600             AT END
056700                 CONTINUE
056800             WHEN WS-IDX-REPLAY > WS-QTD-ITENS-REPLAY
056900                 CONTINUE
057000             WHEN WS-RP-ITEM-CODE (WS-IDX-REPLAY) = HS-ITEM-CODE
057100                 SET WS-ITEM-NA-TABELA TO TRUE
057200                 SET WS-POSICAO-CORRENTE TO WS-IDX-REPLAY
057300         END-SEARCH
057400     END-IF.
057500
057600     IF  WS-ITEM-FORA-TABELA
057700         IF  WS-QTD-ITENS-REPLAY < 1000
057800             ADD 1 TO WS-QTD-ITENS-REPLAY
057900             MOVE WS-QTD-ITENS-REPLAY TO WS-POSICAO-CORRENTE
058000         ELSE
058100             ADD 1 TO WS-CONTADOR-ESTOURO
058200             GO TO 3100-GUARDAR-ENTRADA-HIST-LER
058300         END-IF
058400     END-IF.
058500
058600     MOVE HS-ITEM-CODE
058700         TO WS-RP-ITEM-CODE (WS-POSICAO-CORRENTE).
058800     MOVE HS-VALOR-COMPRA
058900         TO WS-RP-VALOR-COMPRA (WS-POSICAO-CORRENTE).
059000     MOVE HS-VALOR-VENDA
059100         TO WS-RP-VALOR-VENDA (WS-POSICAO-CORRENTE).
059200     MOVE HS-PERCENTUAL
059300         TO WS-RP-PERCENTUAL (WS-POSICAO-CORRENTE).
059400     MOVE HS-STATUS-PREJUIZO
059500         TO WS-RP-STATUS-PREJUIZO (WS-POSICAO-CORRENTE).
059600     MOVE "N" TO WS-RP-USADO (WS-POSICAO-CORRENTE).
059700
059800 3100-GUARDAR-ENTRADA-HIST-LER.
059900
060000     PERFORM 3900-LER-PRICHIST THRU 3900-LER-PRICHIST-EXIT.
060100
060200 3100-GUARDAR-ENTRADA-HIST-EXIT.
060300     EXIT.
060400
060401 3200-GUARDAR-ENTRADA-FILIAL.
060402*---------------------------------------------------------------*
060403*    GUARDA A ENTRADA "F" CORRENTE NA POSICAO DO ITEM E FILIAL,  *
060404*    SOBREPONDO A ANTERIOR DO MESMO PAR                          *
060405*---------------------------------------------------------------*
060406     SET WS-ITEM-FORA-TABELA    TO TRUE.
060407     MOVE ZERO                  TO WS-POSICAO-CORRENTE.
060408     IF  WS-QTD-FILIAIS-REPLAY > ZERO
060409         SET WS-IDX-REPLAY-FIL  TO 1
060410         SEARCH WS-TABELA-REPLAY-FIL
060411             AT END
060412                 CONTINUE
060413             WHEN WS-IDX-REPLAY-FIL > WS-QTD-FILIAIS-REPLAY
060414                 CONTINUE
060415             WHEN WS-RF-ITEM-CODE (WS-IDX-REPLAY-FIL)
060416                                    = HS-ITEM-CODE
060417              AND WS-RF-BRANCH-CODE (WS-IDX-REPLAY-FIL)
060418                                    = HS-BRANCH-CODE
060419                 SET WS-ITEM-NA-TABELA TO TRUE
060420                 SET WS-POSICAO-CORRENTE TO WS-IDX-REPLAY-FIL
060421         END-SEARCH
060422     END-IF.
060423
060424     IF  WS-ITEM-FORA-TABELA
060425         IF  WS-QTD-FILIAIS-REPLAY < 1000
060426             ADD 1 TO WS-QTD-FILIAIS-REPLAY
060427             MOVE WS-QTD-FILIAIS-REPLAY TO WS-POSICAO-CORRENTE
060428         ELSE
060429             ADD 1 TO WS-CONTADOR-ESTOURO
060430             GO TO 3200-GUARDAR-ENTRADA-FILIAL-EXIT
060431         END-IF
060432     END-IF.
060433
060434     MOVE HS-ITEM-CODE
060435         TO WS-RF-ITEM-CODE (WS-POSICAO-CORRENTE).
060436     MOVE HS-BRANCH-CODE
060437         TO WS-RF-BRANCH-CODE (WS-POSICAO-CORRENTE).
060438     MOVE HS-VALOR-COMPRA
060439         TO WS-RF-VALOR-COMPRA (WS-POSICAO-CORRENTE).
060440     MOVE HS-VALOR-VENDA
060441         TO WS-RF-VALOR-VENDA (WS-POSICAO-CORRENTE).
060442     MOVE HS-PERCENTUAL
060443         TO WS-RF-PERCENTUAL (WS-POSICAO-CORRENTE).
060444     MOVE HS-STATUS-PREJUIZO
060445         TO WS-RF-STATUS-PREJUIZO (WS-POSICAO-CORRENTE).
060446     MOVE "N" TO WS-RF-USADO (WS-POSICAO-CORRENTE).
060447
060448 3200-GUARDAR-ENTRADA-FILIAL-EXIT.
060449     EXIT.
060450
060500 3900-LER-PRICHIST.
060600*---------------------------------------------------------------*
060700*    LE UM REGISTRO DO HISTORICO DE PRECOS                       *
060800*---------------------------------------------------------------*
060900     READ PRICHIST-ARQ
061000         AT END     SET FIM-PRICHIST     TO TRUE
061100         NOT AT END SET NAO-FIM-PRICHIST TO TRUE
061200     END-READ.
061300
061400 3900-LER-PRICHIST-EXIT.
061500     EXIT.
061600
061700 4000-CONFIRMAR-RECONSTRUCAO.
061800*---------------------------------------------------------------*
061900*    MOSTRA O SNAPSHOT ESCOLHIDO E O QUE SERA REAPLICADO E PEDE  *
062000*    CONFIRMACAO ANTES DE TOCAR NO MESTRE                        *
062100*---------------------------------------------------------------*
062200     MOVE WS-ESC-HORA (1:6)     TO WS-ED-HORA.
062300     DISPLAY " ".
062400     DISPLAY "SNAPSHOT UTILIZADO...: " WS-ESC-DATA " " WS-ED-HORA
062500         " (" WS-ESC-ORIGEM ")".
062600     DISPLAY "ITENS NO SNAPSHOT....: " WS-ESC-QTD-ITENS.
062700     DISPLAY "ENTRADAS DO HISTORICO: " WS-CONTADOR-HIST-LIDAS.
062800     DISPLAY "ITENS A REAPLICAR....: " WS-QTD-ITENS-REPLAY.
062820     DISPLAY "FILIAIS NO SNAPSHOT..: " WS-ESC-QTD-FILIAIS.
062840     DISPLAY "FILIAIS A REAPLICAR..: " WS-QTD-FILIAIS-REPLAY.
062900     MOVE WS-ALVO-HORA (1:6)    TO WS-ED-HORA.
063000     DISPLAY "RECONSTRUIR ATE......: " WS-ALVO-DATA " "
063050         WS-ED-HORA.
063100     DISPLAY "Confirma a reconstrucao do mestre (S/N)".
063200     ACCEPT WS-CONFIRMACAO.
063300     IF  WS-CONFIRMACAO NOT = "S" AND WS-CONFIRMACAO NOT = "s"
063400         DISPLAY "RECONSTRUCAO CANCELADA - NADA ALTERADO."
063500         GO TO 9999-EXIT
063600     END-IF.
063700
063800 4000-CONFIRMAR-RECONSTRUCAO-EXIT.
063900     EXIT.
064000
064100 4100-TIRAR-SNAPSHOT.
064200*---------------------------------------------------------------*
064300*    FOTOGRAFA O MESTRE ATUAL ANTES DE RECONSTRUI-LO, PARA QUE A *
064400*    PROPRIA RECONSTRUCAO POSSA SER DESFEITA                     *
064500*---------------------------------------------------------------*
064600     MOVE WS-DATA-SISTEMA       TO SN-DATA-SNAPSHOT.
064700     MOVE WS-HORA-SISTEMA       TO SN-HORA-SNAPSHOT.
064800     MOVE "RESTMAST"            TO SN-SISTEMA-ORIGEM.
064900     CALL "CALCSNAP" USING SN-PARAMETROS-SNAPSHOT.
065000     IF  SN-ERRO-SNAPSHOT
065100         DISPLAY "SNAPSHOT DO MESTRE NAO GRAVADO - RECONSTRUCAO"
065200             " NAO EXECUTADA."
065300         MOVE 16 TO RETURN-CODE
065400         GO TO 9999-EXIT
065500     END-IF.
065600
065700 4100-TIRAR-SNAPSHOT-EXIT.
065800     EXIT.
065900
066000 4200-ABRIR-ARQUIVOS.
066100*---------------------------------------------------------------*
066150*    ABRE O MESTRE E OS PRECOS POR FILIAL (CRIANDO-OS SE TIVEREM *
066200*    SIDO PERDIDOS), OS ARQUIVOS DE SAIDA E GRAVA O HEADER DO    *
066250*    POS E O CABECALHO DO RELATORIO                              *
066500*---------------------------------------------------------------*
066600     OPEN I-O PRODMAST-ARQ.
066700     IF  WS-FS-PRODMAST = "35"
066800         OPEN OUTPUT PRODMAST-ARQ
066900         CLOSE PRODMAST-ARQ
067000         OPEN I-O PRODMAST-ARQ
067100     END-IF.
067200     IF  WS-FS-PRODMAST NOT = "00"
067300         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE. STATUS: "
067400             WS-FS-PRODMAST
067405         MOVE 16 TO RETURN-CODE
067410         GO TO 9999-EXIT
067415     END-IF.
067420
067425     OPEN I-O PRCFIL-ARQ.
067430     IF  WS-FS-PRCFIL = "35"
067435         OPEN OUTPUT PRCFIL-ARQ
067440         CLOSE PRCFIL-ARQ
067445         OPEN I-O PRCFIL-ARQ
067450     END-IF.
067455     IF  WS-FS-PRCFIL NOT = "00"
067460         DISPLAY "ERRO AO ABRIR O ARQUIVO DE PRECOS POR FILIAL."
067465             " STATUS: " WS-FS-PRCFIL
067500         MOVE 16 TO RETURN-CODE
067600         GO TO 9999-EXIT
067700     END-IF.
067800
067900     OPEN EXTEND PRICHIST-ARQ.
068000     IF  WS-FS-PRICHIST = "35"
068100         OPEN OUTPUT PRICHIST-ARQ
068200     END-IF.
068300
068400     OPEN EXTEND AUDITLOG-ARQ.
068500     IF  WS-FS-AUDITLOG = "35"
068600         OPEN OUTPUT AUDITLOG-ARQ
068700     END-IF.
068800
068900     OPEN OUTPUT POSFILE-ARQ.
069000     IF  WS-FS-POSFILE NOT = "00"
069100         DISPLAY "ERRO AO ABRIR A INTERFACE DO POS. STATUS: "
069200             WS-FS-POSFILE
069300         MOVE 16 TO RETURN-CODE
069400         GO TO 9999-EXIT
069500     END-IF.
069600     MOVE SPACES                TO PS-REGISTRO-INTERFACE.
069700     MOVE "H"                   TO PS-TIPO-REGISTRO.
069800     MOVE WS-DATA-SISTEMA       TO PS-HDR-DATA-GERACAO.
069900     MOVE "RESTMAST"            TO PS-HDR-SISTEMA-ORIGEM.
070000     WRITE PS-REGISTRO-INTERFACE.
070100
070200     OPEN EXTEND ETQMOV-ARQ.
070300     IF  WS-FS-ETQMOV = "35"
070400         OPEN OUTPUT ETQMOV-ARQ
070500     END-IF.
070600
070700     OPEN OUTPUT RELREST-ARQ.
070800     IF  WS-FS-RELREST NOT = "00"
070900         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
071000             WS-FS-RELREST
071100         MOVE 16 TO RETURN-CODE
071200         GO TO 9999-EXIT
071300     END-IF.
071400     PERFORM 4210-GRAVAR-CABECALHO
071500         THRU 4210-GRAVAR-CABECALHO-EXIT.
071600
071700     PERFORM 4300-CARREGAR-TABELA-PROMO
071800         THRU 4300-CARREGAR-TABELA-PROMO-EXIT.
071900
072000 4200-ABRIR-ARQUIVOS-EXIT.
072100     EXIT.
072200
072300 4210-GRAVAR-CABECALHO.
072400*---------------------------------------------------------------*
072500*    IMPRIME O CABECALHO DO RELATORIO COM O SNAPSHOT UTILIZADO E *
072600*    A DATA/HORA DA RECONSTRUCAO                                 *
072700*---------------------------------------------------------------*
072800     MOVE "RELATORIO DE RECONSTRUCAO DO MESTRE - RESTMAST"
072900         TO REL-LINHA-RESTAURACAO.
073000     WRITE REL-LINHA-RESTAURACAO.
073100     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
073200     MOVE WS-ESC-HORA (1:6)     TO WS-ED-HORA.
073300     STRING "SNAPSHOT DE " WS-ESC-DATA " " WS-ED-HORA
073400         " (" WS-ESC-ORIGEM ")"
073500         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
073600     WRITE REL-LINHA-RESTAURACAO.
073700     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
073800     MOVE WS-ALVO-HORA (1:6)    TO WS-ED-HORA.
073900     STRING "RECONSTRUIDO ATE " WS-ALVO-DATA " " WS-ED-HORA
074000         " POR " SG-USER-ID
074100         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
074200     WRITE REL-LINHA-RESTAURACAO.
074300     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
074400     WRITE REL-LINHA-RESTAURACAO.
074500     MOVE "ITEM        DESCRICAO             COMPRA ANT COMPRA NOV
074600-    "   VENDA ANT  VENDA NOV  MKP ANT MKP NOV  SITUACAO"
074700         TO REL-LINHA-RESTAURACAO.
074800     WRITE REL-LINHA-RESTAURACAO.
074900     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
075000     WRITE REL-LINHA-RESTAURACAO.
075100
075200 4210-GRAVAR-CABECALHO-EXIT.
075300     EXIT.
075400
075500 4300-CARREGAR-TABELA-PROMO.
075600*---------------------------------------------------------------*
075700*    CARREGA EM MEMORIA AS PROMOCOES NAO ENCERRADAS; SEM ARQUIVO *
075800*    A TABELA FICA VAZIA                                         *
075900*---------------------------------------------------------------*
076000     SET NAO-FIM-PROMFILE       TO TRUE.
076100     OPEN INPUT PROMFILE-ARQ.
076200     IF  WS-FS-PROMFILE NOT = "00"
076300         GO TO 4300-CARREGAR-TABELA-PROMO-EXIT
076400     END-IF.
076500
076600     PERFORM 4390-LER-PROMFILE THRU 4390-LER-PROMFILE-EXIT.
076700     PERFORM 4310-ARMAZENAR-PROMOCAO
076800         THRU 4310-ARMAZENAR-PROMOCAO-EXIT
076900         UNTIL FIM-PROMFILE.
077000     CLOSE PROMFILE-ARQ.
077100
077200 4300-CARREGAR-TABELA-PROMO-EXIT.
077300     EXIT.
077400
077500 4310-ARMAZENAR-PROMOCAO.
077600*---------------------------------------------------------------*
077700*    ARMAZENA UMA PROMOCAO NAO ENCERRADA NA TABELA E LE A        *
077800*    PROXIMA                                                     *
077900*---------------------------------------------------------------*
078000     IF  NOT PO-PROMO-ENCERRADA
078100     AND WS-QTD-PROMO-TAB < 200
078200         ADD 1 TO WS-QTD-PROMO-TAB
078300         MOVE PO-ITEM-CODE
078400             TO WS-PROMO-ITEM (WS-QTD-PROMO-TAB)
078500         MOVE PO-BRANCH-CODE
078600             TO WS-PROMO-FILIAL (WS-QTD-PROMO-TAB)
078700         MOVE PO-DATA-INICIO
078800             TO WS-PROMO-INICIO (WS-QTD-PROMO-TAB)
078900         MOVE PO-DATA-FIM
079000             TO WS-PROMO-FIM (WS-QTD-PROMO-TAB)
079100     END-IF.
079200     PERFORM 4390-LER-PROMFILE THRU 4390-LER-PROMFILE-EXIT.
079300
079400 4310-ARMAZENAR-PROMOCAO-EXIT.
079500     EXIT.
079600
079700 4390-LER-PROMFILE.
079800*---------------------------------------------------------------*
079900*    LE UMA PROMOCAO DO ARQUIVO DE PROMOCOES                     *
080000*---------------------------------------------------------------*
080100     READ PROMFILE-ARQ
080200         AT END     SET FIM-PROMFILE     TO TRUE
080300         NOT AT END SET NAO-FIM-PROMFILE TO TRUE
080400     END-READ.
080500
080600 4390-LER-PROMFILE-EXIT.
080700     EXIT.
080800
080900 5000-RESTAURAR-DO-SNAPSHOT.
081000*---------------------------------------------------------------*
081100*    RELE O ARQUIVO DE SNAPSHOTS ATE O HEADER DA COPIA ESCOLHIDA *
081150*    E RESTAURA CADA ITEM E CADA PRECO DE FILIAL DELA ATE O      *
081200*    TRAILER                                                     *
081300*---------------------------------------------------------------*
081400     OPEN INPUT SNAPMAST-ARQ.
081500     IF  WS-FS-SNAPMAST NOT = "00"
081600         DISPLAY "ERRO AO ABRIR O ARQUIVO DE SNAPSHOTS. STATUS: "
081700             WS-FS-SNAPMAST
081800         MOVE 16 TO RETURN-CODE
081900         GO TO 9999-EXIT
082000     END-IF.
082100
082200     MOVE ZERO                  TO WS-ORDEM-SNAPSHOT.
082300     SET NAO-FIM-SNAPMAST       TO TRUE.
082400     PERFORM 5050-AVANCAR-SNAPSHOT
082500         THRU 5050-AVANCAR-SNAPSHOT-EXIT
082600         UNTIL WS-ORDEM-SNAPSHOT = WS-ESC-ORDEM
082700            OR FIM-SNAPMAST.
082800
082900     PERFORM 2900-LER-SNAPMAST THRU 2900-LER-SNAPMAST-EXIT.
083000     PERFORM 5100-RESTAURAR-UM-ITEM
083100         THRU 5100-RESTAURAR-UM-ITEM-EXIT
083200         UNTIL FIM-SNAPMAST
083300            OR SM-REGISTRO-TRAILER.
083400     CLOSE SNAPMAST-ARQ.
083500
083600 5000-RESTAURAR-DO-SNAPSHOT-EXIT.
083700     EXIT.
083800
083900 5050-AVANCAR-SNAPSHOT.
084000*---------------------------------------------------------------*
084100*    LE UM REGISTRO CONTANDO OS HEADERS ATE A COPIA ESCOLHIDA    *
084200*---------------------------------------------------------------*
084300     PERFORM 2900-LER-SNAPMAST THRU 2900-LER-SNAPMAST-EXIT.
084400     IF  NAO-FIM-SNAPMAST
084500     AND SM-REGISTRO-HEADER
084600         ADD 1 TO WS-ORDEM-SNAPSHOT
084700     END-IF.
084800
084900 5050-AVANCAR-SNAPSHOT-EXIT.
085000     EXIT.
085100
085200 5100-RESTAURAR-UM-ITEM.
085300*---------------------------------------------------------------*
085400*    TOMA OS PRECOS DA IMAGEM DO SNAPSHOT, SOBREPOE A ULTIMA     *
085500*    ENTRADA DO HISTORICO DO ITEM NA JANELA, SE HOUVER, APLICA   *
085550*    AO MESTRE E LE O PROXIMO; O REGISTRO "F" VAI PARA O PRECO   *
085600*    DE FILIAL                                                   *
085700*---------------------------------------------------------------*
085710     IF  SM-REGISTRO-FILIAL
085720         PERFORM 5300-RESTAURAR-PRECO-FILIAL
085730             THRU 5300-RESTAURAR-PRECO-FILIAL-EXIT
085740         GO TO 5100-RESTAURAR-UM-ITEM-LER
085750     END-IF.
085760
085800     MOVE SM-DADOS-SNAPSHOT     TO WS-IMAGEM-SNAPSHOT.
085900     MOVE SM-DADOS-SNAPSHOT     TO PM-REGISTRO-MESTRE.
086000     SET WS-COM-IMAGEM          TO TRUE.
086100     MOVE PM-ITEM-CODE          TO WS-REST-ITEM-CODE.
086200     MOVE PM-VALOR-COMPRA       TO WS-REST-VALOR-COMPRA.
086300     MOVE PM-VALOR-VENDA        TO WS-REST-VALOR-VENDA.
086400     MOVE PM-PERCENTUAL         TO WS-REST-PERCENTUAL.
086500     MOVE PM-STATUS-PREJUIZO    TO WS-REST-STATUS-PREJUIZO.
086600
086700     SET WS-ITEM-FORA-TABELA    TO TRUE.
086800     IF  WS-QTD-ITENS-REPLAY > ZERO
086900         SET WS-IDX-REPLAY      TO 1
087000         SEARCH WS-TABELA-REPLAY
087100             AT END
087200                 CONTINUE
087300             WHEN WS-IDX-REPLAY > WS-QTD-ITENS-REPLAY
087400                 CONTINUE
087500             WHEN WS-RP-ITEM-CODE (WS-IDX-REPLAY)
087600                                    = WS-REST-ITEM-CODE
087700                 SET WS-ITEM-NA-TABELA TO TRUE
087800         END-SEARCH
087900     END-IF.
088000     IF  WS-ITEM-NA-TABELA
088100         PERFORM 5200-TOMAR-VALORES-REPLAY
088200             THRU 5200-TOMAR-VALORES-REPLAY-EXIT
088300     END-IF.
088400
088500     PERFORM 7000-APLICAR-ITEM THRU 7000-APLICAR-ITEM-EXIT.
088600
088620 5100-RESTAURAR-UM-ITEM-LER.
088640
088700     PERFORM 2900-LER-SNAPMAST THRU 2900-LER-SNAPMAST-EXIT.
088800
088900 5100-RESTAURAR-UM-ITEM-EXIT.
089000     EXIT.
089100
089200 5200-TOMAR-VALORES-REPLAY.
089300*---------------------------------------------------------------*
089400*    LEVA A ENTRADA DO HISTORICO APONTADA PELO INDICE AOS        *
089500*    VALORES A RESTAURAR E A MARCA COMO USADA                    *
089600*---------------------------------------------------------------*
089700     MOVE WS-RP-VALOR-COMPRA (WS-IDX-REPLAY)
089800                                TO WS-REST-VALOR-COMPRA.
089900     MOVE WS-RP-VALOR-VENDA (WS-IDX-REPLAY)
090000                                TO WS-REST-VALOR-VENDA.
090100     MOVE WS-RP-PERCENTUAL (WS-IDX-REPLAY)
090200                                TO WS-REST-PERCENTUAL.
090300     MOVE WS-RP-STATUS-PREJUIZO (WS-IDX-REPLAY)
090400                                TO WS-REST-STATUS-PREJUIZO.
090500     MOVE "S"                   TO WS-RP-USADO (WS-IDX-REPLAY).
090600     ADD 1 TO WS-CONTADOR-HIST-REAPLIC.
090700
090800 5200-TOMAR-VALORES-REPLAY-EXIT.
090900     EXIT.
091000
091001 5300-RESTAURAR-PRECO-FILIAL.
091002*---------------------------------------------------------------*
091003*    TOMA OS PRECOS DA IMAGEM "F" DO SNAPSHOT, SOBREPOE A ULTIMA *
091004*    ENTRADA "F" DO HISTORICO DO ITEM E FILIAL NA JANELA, SE     *
091005*    HOUVER, E APLICA AO PRECO DE FILIAL                         *
091006*---------------------------------------------------------------*
091007     MOVE SM-DADOS-SNAPSHOT     TO PF-REGISTRO-PRECO-FILIAL.
091008     MOVE PF-ITEM-CODE          TO WS-REST-ITEM-CODE.
091009     MOVE PF-BRANCH-CODE        TO WS-REST-BRANCH-CODE.
091010     MOVE PF-VALOR-COMPRA       TO WS-REST-VALOR-COMPRA.
091011     MOVE PF-VALOR-VENDA        TO WS-REST-VALOR-VENDA.
091012     MOVE PF-PERCENTUAL         TO WS-REST-PERCENTUAL.
091013     MOVE PF-STATUS-PREJUIZO    TO WS-REST-STATUS-PREJUIZO.
091014
091015     SET WS-ITEM-FORA-TABELA    TO TRUE.
091016     IF  WS-QTD-FILIAIS-REPLAY > ZERO
091017         SET WS-IDX-REPLAY-FIL  TO 1
091018         SEARCH WS-TABELA-REPLAY-FIL
091019             AT END
091020                 CONTINUE
091021             WHEN WS-IDX-REPLAY-FIL > WS-QTD-FILIAIS-REPLAY
091022                 CONTINUE
091023             WHEN WS-RF-ITEM-CODE (WS-IDX-REPLAY-FIL)
091024                                    = WS-REST-ITEM-CODE
091025              AND WS-RF-BRANCH-CODE (WS-IDX-REPLAY-FIL)
091026                                    = WS-REST-BRANCH-CODE
091027                 SET WS-ITEM-NA-TABELA TO TRUE
091028         END-SEARCH
091029     END-IF.
091030     IF  WS-ITEM-NA-TABELA
091031         PERFORM 5400-TOMAR-VALORES-REPLAY-FIL
091032             THRU 5400-TOMAR-VALORES-REPLAY-FIL-EXIT
091033     END-IF.
091034
091035     PERFORM 7500-APLICAR-PRECO-FILIAL
091036         THRU 7500-APLICAR-PRECO-FILIAL-EXIT.
091037
091038 5300-RESTAURAR-PRECO-FILIAL-EXIT.
091039     EXIT.
091040
091041 5400-TOMAR-VALORES-REPLAY-FIL.
091042*---------------------------------------------------------------*
091043*    LEVA A ENTRADA "F" DO HISTORICO APONTADA PELO INDICE AOS    *
091044*    VALORES A RESTAURAR E A MARCA COMO USADA                    *
091045*---------------------------------------------------------------*
091046     MOVE WS-RF-VALOR-COMPRA (WS-IDX-REPLAY-FIL)
091047                                TO WS-REST-VALOR-COMPRA.
091048     MOVE WS-RF-VALOR-VENDA (WS-IDX-REPLAY-FIL)
091049                                TO WS-REST-VALOR-VENDA.
091050     MOVE WS-RF-PERCENTUAL (WS-IDX-REPLAY-FIL)
091051                                TO WS-REST-PERCENTUAL.
091052     MOVE WS-RF-STATUS-PREJUIZO (WS-IDX-REPLAY-FIL)
091053                                TO WS-REST-STATUS-PREJUIZO.
091054     MOVE "S"
091055         TO WS-RF-USADO (WS-IDX-REPLAY-FIL).
091056     ADD 1 TO WS-CONTADOR-HIST-REAPLIC.
091057
091058 5400-TOMAR-VALORES-REPLAY-FIL-EXIT.
091059     EXIT.
091060
091100 6000-RESTAURAR-SO-HISTORICO.
091200*---------------------------------------------------------------*
091300*    ITEM COM HISTORICO NA JANELA MAS FORA DO SNAPSHOT (CRIADO   *
091400*    DEPOIS DELE): OS PRECOS VEM SO DO HISTORICO E, SEM IMAGEM,  *
091500*    O ITEM NAO E RECRIADO SE TIVER SUMIDO DO MESTRE             *
091600*---------------------------------------------------------------*
091700     IF  WS-RP-USADO (WS-IDX-REPLAY) = "S"
091800         GO TO 6000-RESTAURAR-SO-HISTORICO-EXIT
091900     END-IF.
092000
092100     SET WS-SEM-IMAGEM          TO TRUE.
092200     MOVE SPACES                TO WS-IMAGEM-SNAPSHOT.
092300     MOVE WS-RP-ITEM-CODE (WS-IDX-REPLAY)
092400                                TO WS-REST-ITEM-CODE.
092500     PERFORM 5200-TOMAR-VALORES-REPLAY
092600         THRU 5200-TOMAR-VALORES-REPLAY-EXIT.
092700
092800     PERFORM 7000-APLICAR-ITEM THRU 7000-APLICAR-ITEM-EXIT.
092900
093000 6000-RESTAURAR-SO-HISTORICO-EXIT.
093002     EXIT.
093004
093006 6100-RESTAURAR-FIL-SO-HIST.
093008*---------------------------------------------------------------*
093010*    PRECO DE FILIAL COM ENTRADA "F" NA JANELA MAS FORA DO       *
093012*    SNAPSHOT (CRIADO DEPOIS DELE): OS PRECOS VEM SO DO          *
093014*    HISTORICO, QUE TRAZ TODOS OS CAMPOS DO PRECO DE FILIAL      *
093016*---------------------------------------------------------------*
093018     IF  WS-RF-USADO (WS-IDX-REPLAY-FIL) = "S"
093020         GO TO 6100-RESTAURAR-FIL-SO-HIST-EXIT
093022     END-IF.
093024
093026     MOVE WS-RF-ITEM-CODE (WS-IDX-REPLAY-FIL)
093028                                TO WS-REST-ITEM-CODE.
093030     MOVE WS-RF-BRANCH-CODE (WS-IDX-REPLAY-FIL)
093032                                TO WS-REST-BRANCH-CODE.
093034     PERFORM 5400-TOMAR-VALORES-REPLAY-FIL
093036         THRU 5400-TOMAR-VALORES-REPLAY-FIL-EXIT.
093038
093040     PERFORM 7500-APLICAR-PRECO-FILIAL
093042         THRU 7500-APLICAR-PRECO-FILIAL-EXIT.
093044
093046 6100-RESTAURAR-FIL-SO-HIST-EXIT.
093100     EXIT.
093200
093300 7000-APLICAR-ITEM.
093400*---------------------------------------------------------------*
093500*    CONFERE O ITEM NO MESTRE E, SE OS PRECOS DIFEREM DOS        *
093600*    RECONSTRUIDOS, REGRAVA SO OS CAMPOS DE PRECO (OU RECRIA O   *
093700*    ITEM SUMIDO A PARTIR DA IMAGEM), COM HISTORICO, AUDITORIA,  *
093800*    POS E LINHA DE ANTES/DEPOIS NO RELATORIO                    *
093900*---------------------------------------------------------------*
094000     ADD 1 TO WS-CONTADOR-CONFERIDOS.
094100     MOVE WS-REST-ITEM-CODE     TO PM-ITEM-CODE.
094200     READ PRODMAST-ARQ
094300         KEY IS PM-ITEM-CODE
094400         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
094500         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
094600     END-READ.
094700
094800     IF  WS-MASTER-NAO-ACHADO
094900     AND WS-SEM-IMAGEM
095000         MOVE ZERO              TO WS-ANT-VALOR-COMPRA
095100         MOVE ZERO              TO WS-ANT-VALOR-VENDA
095200         MOVE ZERO              TO WS-ANT-PERCENTUAL
095300         MOVE SPACES            TO WS-LR-DESCRICAO
095400         MOVE "SEM CADASTRO - NAO RECRIADO"
095500                                TO WS-LR-SITUACAO
095600         ADD 1 TO WS-CONTADOR-SEM-CADASTRO
095700         PERFORM 7400-GRAVAR-LINHA THRU 7400-GRAVAR-LINHA-EXIT
095800         GO TO 7000-APLICAR-ITEM-EXIT
095900     END-IF.
096000
096100     IF  WS-MASTER-ACHADO
096200         MOVE PM-VALOR-COMPRA     TO WS-ANT-VALOR-COMPRA
096300         MOVE PM-VALOR-VENDA      TO WS-ANT-VALOR-VENDA
096400         MOVE PM-PERCENTUAL       TO WS-ANT-PERCENTUAL
096500         MOVE PM-STATUS-PREJUIZO  TO WS-ANT-STATUS-PREJUIZO
096600         IF  WS-ANT-VALOR-COMPRA = WS-REST-VALOR-COMPRA
096700         AND WS-ANT-VALOR-VENDA = WS-REST-VALOR-VENDA
096800         AND WS-ANT-PERCENTUAL = WS-REST-PERCENTUAL
096900         AND WS-ANT-STATUS-PREJUIZO = WS-REST-STATUS-PREJUIZO
097000             ADD 1 TO WS-CONTADOR-INALTERADOS
097100             GO TO 7000-APLICAR-ITEM-EXIT
097200         END-IF
097300     ELSE
097400         MOVE WS-IMAGEM-SNAPSHOT  TO PM-REGISTRO-MESTRE
097500         MOVE ZERO                TO WS-ANT-VALOR-COMPRA
097600         MOVE ZERO                TO WS-ANT-VALOR-VENDA
097700         MOVE ZERO                TO WS-ANT-PERCENTUAL
097800         MOVE SPACES              TO WS-ANT-STATUS-PREJUIZO
097900     END-IF.
098000
098100     MOVE WS-REST-VALOR-COMPRA  TO PM-VALOR-COMPRA.
098200     MOVE WS-REST-VALOR-VENDA   TO PM-VALOR-VENDA.
098300     MOVE WS-REST-PERCENTUAL    TO PM-PERCENTUAL.
098400     MOVE WS-REST-STATUS-PREJUIZO TO PM-STATUS-PREJUIZO.
098500     MOVE WS-DATA-SISTEMA       TO PM-DATA-ULT-CALCULO.
098600     MOVE WS-HORA-SISTEMA       TO PM-HORA-ULT-CALCULO.
098700
098800     IF  WS-MASTER-ACHADO
098900         REWRITE PM-REGISTRO-MESTRE
099000         MOVE "RESTAURADO"      TO WS-COMPLEMENTO-AUDIT
099100         MOVE "RESTAURADO"      TO WS-LR-SITUACAO
099200         ADD 1 TO WS-CONTADOR-RESTAURADOS
099300     ELSE
099400         WRITE PM-REGISTRO-MESTRE
099500         MOVE "RECRIADO"        TO WS-COMPLEMENTO-AUDIT
099600         MOVE "RECRIADO DO SNAPSHOT"
099700                                TO WS-LR-SITUACAO
099800         ADD 1 TO WS-CONTADOR-RECRIADOS
099900     END-IF.
100000     IF  WS-FS-PRODMAST NOT = "00"
100100         DISPLAY "ERRO AO GRAVAR O ARQUIVO MESTRE. ITEM: "
100200             PM-ITEM-CODE " STATUS: " WS-FS-PRODMAST
100300         MOVE 16 TO RETURN-CODE
100400         GO TO 9999-EXIT
100500     END-IF.
100600     MOVE PM-DESCRICAO          TO WS-LR-DESCRICAO.
100650     MOVE PM-BRANCH-CODE        TO WS-FILIAL-POS.
100700
100800     PERFORM 7100-GRAVAR-HISTORICO
100820         THRU 7100-GRAVAR-HISTORICO-EXIT.
100840     PERFORM 7200-GRAVAR-AUDITORIA
100860         THRU 7200-GRAVAR-AUDITORIA-EXIT.
101000     PERFORM 7300-AVALIAR-POS THRU 7300-AVALIAR-POS-EXIT.
101100     PERFORM 7400-GRAVAR-LINHA THRU 7400-GRAVAR-LINHA-EXIT.
101200
101300 7000-APLICAR-ITEM-EXIT.
101400     EXIT.
101500
101600 7100-GRAVAR-HISTORICO.
101700*---------------------------------------------------------------*
101800*    APENDA O HISTORICO DE PRECO DO ITEM RECONSTRUIDO, PARA QUE  *
101900*    O RECONC CONTINUE BATENDO O MESTRE COM O HISTORICO          *
102000*---------------------------------------------------------------*
102100     MOVE SPACES                TO HS-REGISTRO-HISTORICO.
102200     MOVE PM-ITEM-CODE          TO HS-ITEM-CODE.
102300     MOVE PM-BRANCH-CODE        TO HS-BRANCH-CODE.
102400     MOVE PM-CATEGORY-CODE      TO HS-CATEGORY-CODE.
102500     MOVE PM-VALOR-COMPRA       TO HS-VALOR-COMPRA.
102600     MOVE PM-VALOR-VENDA        TO HS-VALOR-VENDA.
102700     MOVE PM-PERCENTUAL         TO HS-PERCENTUAL.
102800     MOVE PM-STATUS-PREJUIZO    TO HS-STATUS-PREJUIZO.
102900     MOVE PM-DATA-ULT-CALCULO   TO HS-DATA-CALCULO.
103000     MOVE PM-HORA-ULT-CALCULO   TO HS-HORA-CALCULO.
103100     WRITE HS-REGISTRO-HISTORICO.
103200
103300 7100-GRAVAR-HISTORICO-EXIT.
103400     EXIT.
103500
103502 7110-GRAVAR-HISTORICO-FILIAL.
103504*---------------------------------------------------------------*
103506*    APENDA O HISTORICO DO PRECO DE FILIAL RECONSTRUIDO, MARCADO *
103508*    COMO PRECO DE FILIAL                                        *
103510*---------------------------------------------------------------*
103512     MOVE SPACES                TO HS-REGISTRO-HISTORICO.
103514     MOVE PF-ITEM-CODE          TO HS-ITEM-CODE.
103516     MOVE PF-BRANCH-CODE        TO HS-BRANCH-CODE.
103518     MOVE PM-CATEGORY-CODE      TO HS-CATEGORY-CODE.
103520     MOVE PF-VALOR-COMPRA       TO HS-VALOR-COMPRA.
103522     MOVE PF-VALOR-VENDA        TO HS-VALOR-VENDA.
103524     MOVE PF-PERCENTUAL         TO HS-PERCENTUAL.
103526     MOVE PF-STATUS-PREJUIZO    TO HS-STATUS-PREJUIZO.
103528     MOVE PF-DATA-ULT-CALCULO   TO HS-DATA-CALCULO.
103530     MOVE PF-HORA-ULT-CALCULO   TO HS-HORA-CALCULO.
103532     SET HS-PRECO-FILIAL        TO TRUE.
103534     WRITE HS-REGISTRO-HISTORICO.
103536
103538 7110-GRAVAR-HISTORICO-FILIAL-EXIT.
103540     EXIT.
103542
103600 7200-GRAVAR-AUDITORIA.
103700*---------------------------------------------------------------*
103800*    GRAVA A AUDITORIA DA RECONSTRUCAO (TIPO "R") COM O          *
103850*    SUPERVISOR E OS PRECOS QUE VOLTARAM AO MESTRE OU AO PRECO   *
103900*    DE FILIAL                                                   *
104000*---------------------------------------------------------------*
104100     MOVE SPACES                TO AUD-REGISTRO-LOG.
104200     MOVE WS-DATA-SISTEMA       TO AUD-DATA.
104300     MOVE WS-HORA-SISTEMA       TO AUD-HORA.
104400     MOVE SG-USER-ID            TO AUD-TERMINAL-USUARIO.
104500     IF  AUD-TERMINAL-USUARIO = SPACES
104600         MOVE "RESTMAST"        TO AUD-TERMINAL-USUARIO
104700     END-IF.
104800     MOVE WS-REST-ITEM-CODE     TO AUD-ITEM-CODE.
104900     MOVE "R"                   TO AUD-CALC-TYPE.
105000     MOVE WS-REST-VALOR-COMPRA  TO AUD-VALOR-COMPRA.
105100     MOVE WS-REST-VALOR-VENDA   TO AUD-VALOR-VENDA.
105200     MOVE WS-REST-PERCENTUAL    TO AUD-PERCENTUAL.
105300     MOVE WS-COMPLEMENTO-AUDIT  TO AUD-INFO-COMPLEMENTO.
105400     WRITE AUD-REGISTRO-LOG.
105500
105600 7200-GRAVAR-AUDITORIA-EXIT.
105700     EXIT.
105800
105900 7300-AVALIAR-POS.
106000*---------------------------------------------------------------*
106100*    MANDA A VENDA RESTAURADA PARA A INTERFACE DO POS QUANDO     *
106200*    MUDOU, SALVO SE O ITEM ESTIVER EM PROMOCAO NA FILIAL - O    *
106300*    ENCERRAMENTO DA PROMOCAO JA ENVIA A VENDA DO MESTRE         *
106400*---------------------------------------------------------------*
106500     IF  WS-REST-VALOR-VENDA = WS-ANT-VALOR-VENDA
106600         GO TO 7300-AVALIAR-POS-EXIT
106700     END-IF.
106800
106900     PERFORM 7310-VERIFICAR-PROMOCAO
107000         THRU 7310-VERIFICAR-PROMOCAO-EXIT.
107100     IF  WS-ITEM-EM-PROMOCAO
107200         ADD 1 TO WS-CONTADOR-POS-RETIDOS
107300         MOVE "RESTAURADO - POS RETIDO"
107400                                TO WS-LR-SITUACAO
107500     ELSE
107600         PERFORM 7320-GRAVAR-POS-DETALHE
107700             THRU 7320-GRAVAR-POS-DETALHE-EXIT
107800     END-IF.
107900
108000 7300-AVALIAR-POS-EXIT.
108100     EXIT.
108200
108300 7310-VERIFICAR-PROMOCAO.
108400*---------------------------------------------------------------*
108500*    VERIFICA SE O ITEM ESTA COM PROMOCAO ATIVA NA DATA DO DIA   *
108600*    (FILIAL DA PROMOCAO EM BRANCO VALE PARA TODAS AS FILIAIS),  *
108700*    COMO O 3270 DO CALC1                                        *
108800*---------------------------------------------------------------*
108900     SET WS-ITEM-SEM-PROMOCAO   TO TRUE.
109000     IF  WS-QTD-PROMO-TAB = ZERO
109100         GO TO 7310-VERIFICAR-PROMOCAO-EXIT
109200     END-IF.
109300     SET WS-IDX-PROMO           TO 1.
109400     SEARCH WS-TABELA-PROMO
109500         AT END
109600             CONTINUE
109700         WHEN WS-IDX-PROMO > WS-QTD-PROMO-TAB
109800             CONTINUE
109900         WHEN WS-PROMO-ITEM (WS-IDX-PROMO) = WS-REST-ITEM-CODE
110000          AND (WS-PROMO-FILIAL (WS-IDX-PROMO) = SPACES
110100               OR WS-PROMO-FILIAL (WS-IDX-PROMO)
110200                                    = WS-FILIAL-POS)
110300          AND WS-PROMO-INICIO (WS-IDX-PROMO) <= WS-DATA-SISTEMA
110400          AND WS-PROMO-FIM (WS-IDX-PROMO) >= WS-DATA-SISTEMA
110500             SET WS-ITEM-EM-PROMOCAO TO TRUE
110600     END-SEARCH.
110700
110800 7310-VERIFICAR-PROMOCAO-EXIT.
110900     EXIT.
111000
111100 7320-GRAVAR-POS-DETALHE.
111200*---------------------------------------------------------------*
111300*    GRAVA O DETALHE DA VENDA RESTAURADA NA INTERFACE DO POS E O *
111400*    MOVIMENTO DE ETIQUETA DA FILIAL                             *
111500*---------------------------------------------------------------*
111600     MOVE SPACES                TO PS-REGISTRO-INTERFACE.
111700     MOVE "D"                   TO PS-TIPO-REGISTRO.
111800     MOVE WS-REST-ITEM-CODE     TO PS-DET-ITEM-CODE.
111900     MOVE WS-FILIAL-POS         TO PS-DET-BRANCH-CODE.
112000     MOVE WS-ANT-VALOR-VENDA    TO PS-DET-VENDA-ANTERIOR.
112100     MOVE WS-REST-VALOR-VENDA   TO PS-DET-VENDA-NOVA.
112200     MOVE WS-DATA-SISTEMA       TO PS-DET-DATA-VIGENCIA.
112300     WRITE PS-REGISTRO-INTERFACE.
112400     ADD 1                      TO WS-CONTADOR-POS.
112500     ADD WS-REST-VALOR-VENDA    TO WS-TOTAL-POS-VENDA.
112600
112700     MOVE SPACES                TO EM-REGISTRO-MOVIMENTO.
112800     MOVE WS-DATA-SISTEMA       TO EM-DATA-MOVIMENTO.
112900     MOVE WS-HORA-SISTEMA       TO EM-HORA-MOVIMENTO.
113000     MOVE WS-REST-ITEM-CODE     TO EM-ITEM-CODE.
113100     MOVE WS-FILIAL-POS         TO EM-BRANCH-CODE.
113200     MOVE WS-ANT-VALOR-VENDA    TO EM-VENDA-ANTERIOR.
113300     MOVE WS-REST-VALOR-VENDA   TO EM-VENDA-NOVA.
113400     MOVE WS-DATA-SISTEMA       TO EM-DATA-VIGENCIA.
113500     SET EM-PRECO-REGULAR       TO TRUE.
113600     MOVE "RESTMAST"            TO EM-SISTEMA-ORIGEM.
113700     WRITE EM-REGISTRO-MOVIMENTO.
113800
113900 7320-GRAVAR-POS-DETALHE-EXIT.
114000     EXIT.
114100
114200 7400-GRAVAR-LINHA.
114300*---------------------------------------------------------------*
114400*    IMPRIME A LINHA DE ANTES/DEPOIS DO ITEM                     *
114500*---------------------------------------------------------------*
114600     MOVE WS-REST-ITEM-CODE     TO WS-LR-ITEM-CODE.
114700     MOVE WS-ANT-VALOR-COMPRA   TO WS-LR-COMPRA-ANTES.
114800     MOVE WS-REST-VALOR-COMPRA  TO WS-LR-COMPRA-DEPOIS.
114900     MOVE WS-ANT-VALOR-VENDA    TO WS-LR-VENDA-ANTES.
115000     MOVE WS-REST-VALOR-VENDA   TO WS-LR-VENDA-DEPOIS.
115100     MOVE WS-ANT-PERCENTUAL     TO WS-LR-MKP-ANTES.
115200     MOVE WS-REST-PERCENTUAL    TO WS-LR-MKP-DEPOIS.
115300     MOVE WS-LINHA-RESTAURACAO  TO REL-LINHA-RESTAURACAO.
115400     WRITE REL-LINHA-RESTAURACAO.
115500
115600 7400-GRAVAR-LINHA-EXIT.
115601     EXIT.
115602
115603 7500-APLICAR-PRECO-FILIAL.
115604*---------------------------------------------------------------*
115605*    CONFERE O PRECO DE FILIAL E, SE DIFERE DO RECONSTRUIDO,     *
115606*    REGRAVA-O (OU RECRIA-O, DESDE QUE O ITEM EXISTA NO MESTRE), *
115607*    COM HISTORICO "F", AUDITORIA, POS DA FILIAL E LINHA DE      *
115608*    ANTES/DEPOIS NO RELATORIO                                   *
115609*---------------------------------------------------------------*
115610     ADD 1 TO WS-CONTADOR-FIL-CONFERIDOS.
115611     MOVE WS-REST-BRANCH-CODE   TO WS-DF-BRANCH-CODE.
115612     MOVE WS-DESCRICAO-FILIAL   TO WS-LR-DESCRICAO.
115613     MOVE WS-REST-ITEM-CODE     TO PM-ITEM-CODE.
115614     READ PRODMAST-ARQ
115615         KEY IS PM-ITEM-CODE
115616         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
115617         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
115618     END-READ.
115619     MOVE WS-REST-ITEM-CODE     TO PF-ITEM-CODE.
115620     MOVE WS-REST-BRANCH-CODE   TO PF-BRANCH-CODE.
115621     READ PRCFIL-ARQ
115622         KEY IS PF-CHAVE
115623         INVALID KEY     SET WS-PRCFIL-NAO-ACHADO TO TRUE
115624         NOT INVALID KEY SET WS-PRCFIL-ACHADO     TO TRUE
115625     END-READ.
115626
115627     IF  WS-MASTER-NAO-ACHADO
115628         MOVE ZERO              TO WS-ANT-VALOR-COMPRA
115629         MOVE ZERO              TO WS-ANT-VALOR-VENDA
115630         MOVE ZERO              TO WS-ANT-PERCENTUAL
115631         MOVE "SEM CADASTRO - NAO RECRIADO"
115632                                TO WS-LR-SITUACAO
115633         ADD 1 TO WS-CONTADOR-FIL-SEM-CADASTRO
115634         PERFORM 7400-GRAVAR-LINHA THRU 7400-GRAVAR-LINHA-EXIT
115635         GO TO 7500-APLICAR-PRECO-FILIAL-EXIT
115636     END-IF.
115637
115638     IF  WS-PRCFIL-ACHADO
115639         MOVE PF-VALOR-COMPRA     TO WS-ANT-VALOR-COMPRA
115640         MOVE PF-VALOR-VENDA      TO WS-ANT-VALOR-VENDA
115641         MOVE PF-PERCENTUAL       TO WS-ANT-PERCENTUAL
115642         MOVE PF-STATUS-PREJUIZO  TO WS-ANT-STATUS-PREJUIZO
115643         IF  WS-ANT-VALOR-COMPRA = WS-REST-VALOR-COMPRA
115644         AND WS-ANT-VALOR-VENDA = WS-REST-VALOR-VENDA
115645         AND WS-ANT-PERCENTUAL = WS-REST-PERCENTUAL
115646         AND WS-ANT-STATUS-PREJUIZO = WS-REST-STATUS-PREJUIZO
115647             ADD 1 TO WS-CONTADOR-FIL-INALTERADOS
115648             GO TO 7500-APLICAR-PRECO-FILIAL-EXIT
115649         END-IF
115650     ELSE
115651         MOVE SPACES              TO PF-REGISTRO-PRECO-FILIAL
115652         MOVE WS-REST-ITEM-CODE   TO PF-ITEM-CODE
115653         MOVE WS-REST-BRANCH-CODE TO PF-BRANCH-CODE
115654         MOVE ZERO                TO WS-ANT-VALOR-COMPRA
115655         MOVE ZERO                TO WS-ANT-VALOR-VENDA
115656         MOVE ZERO                TO WS-ANT-PERCENTUAL
115657         MOVE SPACES              TO WS-ANT-STATUS-PREJUIZO
115658     END-IF.
115659
115660     MOVE WS-REST-VALOR-COMPRA  TO PF-VALOR-COMPRA.
115661     MOVE WS-REST-VALOR-VENDA   TO PF-VALOR-VENDA.
115662     MOVE WS-REST-PERCENTUAL    TO PF-PERCENTUAL.
115663     MOVE WS-REST-STATUS-PREJUIZO TO PF-STATUS-PREJUIZO.
115664     MOVE WS-DATA-SISTEMA       TO PF-DATA-ULT-CALCULO.
115665     MOVE WS-HORA-SISTEMA       TO PF-HORA-ULT-CALCULO.
115666
115667     IF  WS-PRCFIL-ACHADO
115668         REWRITE PF-REGISTRO-PRECO-FILIAL
115669         MOVE "RESTAURADO"      TO WS-LR-SITUACAO
115670         ADD 1 TO WS-CONTADOR-FIL-RESTAURADOS
115671     ELSE
115672         WRITE PF-REGISTRO-PRECO-FILIAL
115673         MOVE "RECRIADO"        TO WS-LR-SITUACAO
115674         ADD 1 TO WS-CONTADOR-FIL-RECRIADOS
115675     END-IF.
115676     IF  WS-FS-PRCFIL NOT = "00"
115677         DISPLAY "ERRO AO GRAVAR O ARQUIVO DE PRECOS POR FILIAL."
115678             " ITEM: " PF-ITEM-CODE " FILIAL: " PF-BRANCH-CODE
115679             " STATUS: " WS-FS-PRCFIL
115680         MOVE 16 TO RETURN-CODE
115681         GO TO 9999-EXIT
115682     END-IF.
115683     MOVE PF-BRANCH-CODE        TO WS-CF-BRANCH-CODE.
115684     MOVE WS-COMPLEMENTO-FILIAL TO WS-COMPLEMENTO-AUDIT.
115685     MOVE PF-BRANCH-CODE        TO WS-FILIAL-POS.
115686
115687     PERFORM 7110-GRAVAR-HISTORICO-FILIAL
115688         THRU 7110-GRAVAR-HISTORICO-FILIAL-EXIT.
115689     PERFORM 7200-GRAVAR-AUDITORIA
115690         THRU 7200-GRAVAR-AUDITORIA-EXIT.
115691     PERFORM 7300-AVALIAR-POS THRU 7300-AVALIAR-POS-EXIT.
115692     PERFORM 7400-GRAVAR-LINHA THRU 7400-GRAVAR-LINHA-EXIT.
115693
115694 7500-APLICAR-PRECO-FILIAL-EXIT.
115700     EXIT.
115800
115900 9000-FINALIZAR.
116000*---------------------------------------------------------------*
116100*    GRAVA O TRAILER DO POS E O RESUMO, FECHA OS ARQUIVOS E      *
116200*    DEFINE O RETURN-CODE                                        *
116300*---------------------------------------------------------------*
116400     MOVE SPACES                TO PS-REGISTRO-INTERFACE.
116500     MOVE "T"                   TO PS-TIPO-REGISTRO.
116600     MOVE WS-CONTADOR-POS       TO PS-TRL-QTD-DETALHES.
116700     MOVE WS-TOTAL-POS-VENDA    TO PS-TRL-TOTAL-VENDA-NOVA.
116800     WRITE PS-REGISTRO-INTERFACE.
116900
117000     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
117100     WRITE REL-LINHA-RESTAURACAO.
117200     MOVE WS-CONTADOR-CONFERIDOS TO WS-CONTADOR-EDITADO.
117300     STRING "ITENS CONFERIDOS..........: " WS-CONTADOR-EDITADO
117400         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
117500     WRITE REL-LINHA-RESTAURACAO.
117600     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
117700     MOVE WS-CONTADOR-RESTAURADOS TO WS-CONTADOR-EDITADO.
117800     STRING "ITENS RESTAURADOS.........: " WS-CONTADOR-EDITADO
117900         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
118000     WRITE REL-LINHA-RESTAURACAO.
118100     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
118200     MOVE WS-CONTADOR-RECRIADOS TO WS-CONTADOR-EDITADO.
118300     STRING "ITENS RECRIADOS...........: " WS-CONTADOR-EDITADO
118400         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
118500     WRITE REL-LINHA-RESTAURACAO.
118600     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
118700     MOVE WS-CONTADOR-INALTERADOS TO WS-CONTADOR-EDITADO.
118800     STRING "ITENS JA CORRETOS.........: " WS-CONTADOR-EDITADO
118900         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
119000     WRITE REL-LINHA-RESTAURACAO.
119100     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
119200     MOVE WS-CONTADOR-SEM-CADASTRO TO WS-CONTADOR-EDITADO.
119300     STRING "SEM CADASTRO NAO RECRIADOS: " WS-CONTADOR-EDITADO
119400         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
119500     WRITE REL-LINHA-RESTAURACAO.
119600     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
119602     MOVE WS-CONTADOR-FIL-CONFERIDOS TO WS-CONTADOR-EDITADO.
119604     STRING "FILIAIS CONFERIDAS........: " WS-CONTADOR-EDITADO
119606         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
119608     WRITE REL-LINHA-RESTAURACAO.
119610     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
119612     MOVE WS-CONTADOR-FIL-RESTAURADOS TO WS-CONTADOR-EDITADO.
119614     STRING "FILIAIS RESTAURADAS.......: " WS-CONTADOR-EDITADO
119616         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
119618     WRITE REL-LINHA-RESTAURACAO.
119620     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
119622     MOVE WS-CONTADOR-FIL-RECRIADOS TO WS-CONTADOR-EDITADO.
119624     STRING "FILIAIS RECRIADAS.........: " WS-CONTADOR-EDITADO
119626         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
119628     WRITE REL-LINHA-RESTAURACAO.
119630     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
119632     MOVE WS-CONTADOR-FIL-INALTERADOS TO WS-CONTADOR-EDITADO.
119634     STRING "FILIAIS JA CORRETAS.......: " WS-CONTADOR-EDITADO
119636         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
119638     WRITE REL-LINHA-RESTAURACAO.
119640     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
119642     MOVE WS-CONTADOR-FIL-SEM-CADASTRO TO WS-CONTADOR-EDITADO.
119644     STRING "FILIAIS SEM ITEM NO MESTRE: " WS-CONTADOR-EDITADO
119646         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
119648     WRITE REL-LINHA-RESTAURACAO.
119650     MOVE SPACES                TO REL-LINHA-RESTAURACAO.
119700     MOVE WS-CONTADOR-POS       TO WS-CONTADOR-EDITADO.
119800     STRING "DETALHES ENVIADOS AO POS..: " WS-CONTADOR-EDITADO
119900         DELIMITED BY SIZE INTO REL-LINHA-RESTAURACAO.
120000     WRITE REL-LINHA-RESTAURACAO.
120100
120200     CLOSE PRODMAST-ARQ.
120250     CLOSE PRCFIL-ARQ.
120300     CLOSE PRICHIST-ARQ.
120400     CLOSE AUDITLOG-ARQ.
120500     CLOSE POSFILE-ARQ.
120600     CLOSE ETQMOV-ARQ.
120700     CLOSE RELREST-ARQ.
120800
120900     DISPLAY " ".
121000     DISPLAY "RECONSTRUCAO DO MESTRE ENCERRADA.".
121100     DISPLAY "SNAPSHOT DE SEGURANCA: " SN-QTD-ITENS " ITENS".
121200     DISPLAY "ITENS CONFERIDOS.....: " WS-CONTADOR-CONFERIDOS.
121300     DISPLAY "ITENS RESTAURADOS....: " WS-CONTADOR-RESTAURADOS.
121400     DISPLAY "ITENS RECRIADOS......: " WS-CONTADOR-RECRIADOS.
121500     DISPLAY "ITENS JA CORRETOS....: " WS-CONTADOR-INALTERADOS.
121600     DISPLAY "SEM CADASTRO.........: " WS-CONTADOR-SEM-CADASTRO.
121605     DISPLAY "FILIAIS CONFERIDAS...: "
121610         WS-CONTADOR-FIL-CONFERIDOS.
121615     DISPLAY "FILIAIS RESTAURADAS..: "
121620         WS-CONTADOR-FIL-RESTAURADOS.
121625     DISPLAY "FILIAIS RECRIADAS....: "
121630         WS-CONTADOR-FIL-RECRIADOS.
121635     DISPLAY "FILIAIS JA CORRETAS..: "
121640         WS-CONTADOR-FIL-INALTERADOS.
121645     DISPLAY "FILIAIS SEM CADASTRO.: "
121650         WS-CONTADOR-FIL-SEM-CADASTRO.
121700     DISPLAY "DETALHES NO POS......: " WS-CONTADOR-POS.
121800     DISPLAY "POS RETIDO (PROMO)...: " WS-CONTADOR-POS-RETIDOS.
121900
122000     IF  WS-CONTADOR-SEM-CADASTRO > ZERO
122050     OR  WS-CONTADOR-FIL-SEM-CADASTRO > ZERO
122100         MOVE 4 TO RETURN-CODE
122200     END-IF.
122300
122400 9000-FINALIZAR-EXIT.
122500     EXIT.
122600
122700 9999-EXIT.
122800     STOP RUN.
122900
123000 END PROGRAM RESTMAST.

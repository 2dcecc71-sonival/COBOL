001600*                   ITEM DESCONTINUADO.  CADA ALTERACAO GRAVA
001700*                   SEU PROPRIO REGISTRO DE AUDITORIA (TIPO "M")
001800*                   DIZENDO QUEM ALTEROU E QUAL CAMPO.
001810*                   A CONSULTA TAMBEM MOSTRA OS PRECOS PROPRIOS
001820*                   DAS FILIAIS (PRCFIL) DO ITEM.
001840*                   FILIAL E CATEGORIA NOVAS PRECISAM ESTAR NOS
001860*                   CADASTROS DE REFERENCIA (FILMAST/CATMAST), E A
001880*                   FILIAL PRECISA ESTAR ABERTA.
001885*                   ITEM QUE E COMPONENTE DE UM KIT ATIVO NA
001890*                   COMPOSICAO DE KITS (KITCOMP) NAO PODE SER
001895*                   INATIVADO.
001900*-----------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRICAO
002620*                     USUARIO ASSINADO VAI NA AUDITORIA E A
002630*                     ATIVACAO/INATIVACAO DE ITEM PASSOU A SER
002640*                     RESTRITA A SUPERVISOR.
002650*    2026-10-15 JA    CONSULTA LISTA OS PRECOS POR FILIAL DO ITEM
002660*                     (PRCFIL); TROCA DA FILIAL DO MESTRE PARA
002670*                     UMA FILIAL COM PRECO PROPRIO E RECUSADA.
002675*    2026-10-15 JA    ALTERACAO DESCRITIVA RECUSA FILIAL OU
002680*                     CATEGORIA FORA DOS CADASTROS DE REFERENCIA
002685*                     (FILMAST/CATMAST) E FILIAL FECHADA.
002690*    2026-10-15 JA    INATIVACAO RECUSADA PARA ITEM QUE E
002695*                     COMPONENTE DE KIT ATIVO (KITCOMP).
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
004000     SELECT AUDITLOG-ARQ ASSIGN TO "AUDITLOG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FS-AUDITLOG.
004210
004220     SELECT PRCFIL-ARQ ASSIGN TO "PRCFIL"
004230         ORGANIZATION IS INDEXED
004240         ACCESS MODE IS DYNAMIC
004250         RECORD KEY IS PF-CHAVE
004260         FILE STATUS IS WS-FS-PRCFIL.
004262
004264     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
004266         ORGANIZATION IS INDEXED
004268         ACCESS MODE IS DYNAMIC
004270         RECORD KEY IS FM-BRANCH-CODE
004272         FILE STATUS IS WS-FS-FILMAST.
004274
004276     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
004278         ORGANIZATION IS INDEXED
004280         ACCESS MODE IS DYNAMIC
004282         RECORD KEY IS CM-CATEGORY-CODE
004284         FILE STATUS IS WS-FS-CATMAST.
004286
004288     SELECT KITCOMP-ARQ ASSIGN TO "KITCOMP"
004290         ORGANIZATION IS LINE SEQUENTIAL
004292         FILE STATUS IS WS-FS-KITCOMP.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005000 FD  AUDITLOG-ARQ
005100     LABEL RECORDS ARE STANDARD.
005200     COPY AUDITREC.
005210
005220 FD  PRCFIL-ARQ
005230     LABEL RECORDS ARE STANDARD.
005240     COPY PRCFIL.
005245
005250 FD  FILMAST-ARQ
005255     LABEL RECORDS ARE STANDARD.
005260     COPY FILMAST.
005265
005270 FD  CATMAST-ARQ
005275     LABEL RECORDS ARE STANDARD.
005280     COPY CATMAST.
005282
005284 FD  KITCOMP-ARQ
005286     LABEL RECORDS ARE STANDARD.
005288     COPY KITCOMP.
005300
005400 WORKING-STORAGE SECTION.
005500
005800*---------------------------------------------------------------*
005900 77  WS-FS-PRODMAST          PIC X(02).
006000 77  WS-FS-AUDITLOG          PIC X(02).
006010 77  WS-FS-PRCFIL            PIC X(02).
006030 77  WS-FS-FILMAST           PIC X(02).
006050 77  WS-FS-CATMAST           PIC X(02).
006070 77  WS-FS-KITCOMP           PIC X(02).
006100
006200*---------------------------------------------------------------*
006300*    CHAVES E INDICADORES DE CONTROLE                           *
008200     05  WS-SW-HOUVE-ALTERACAO   PIC X(01) VALUE "N".
008300         88  WS-HOUVE-ALTERACAO        VALUE "S".
008400         88  WS-SEM-ALTERACAO          VALUE "N".
008410     05  WS-SW-PRCFIL-ABERTO     PIC X(01) VALUE "N".
008420         88  WS-PRCFIL-ABERTO          VALUE "S".
008430         88  WS-PRCFIL-FECHADO         VALUE "N".
008440     05  WS-SW-FIM-PRCFIL        PIC X(01) VALUE "N".
008450         88  FIM-PRCFIL                VALUE "S".
008460         88  NAO-FIM-PRCFIL            VALUE "N".
008470     05  WS-SW-PRECO-FILIAL      PIC X(01) VALUE "N".
008480         88  WS-PRECO-FILIAL-ACHADO    VALUE "S".
008490         88  WS-PRECO-FILIAL-NAO-ACHADO VALUE "N".
008500     05  WS-SW-FILMAST-ABERTO    PIC X(01) VALUE "N".
008510         88  WS-FILMAST-ABERTO         VALUE "S".
008520         88  WS-FILMAST-FECHADO        VALUE "N".
008530     05  WS-SW-CATMAST-ABERTO    PIC X(01) VALUE "N".
008540         88  WS-CATMAST-ABERTO         VALUE "S".
008550         88  WS-CATMAST-FECHADO        VALUE "N".
008560     05  WS-SW-REFERENCIA        PIC X(01) VALUE "S".
008570         88  WS-REFERENCIA-ACEITA      VALUE "S".
008580         88  WS-REFERENCIA-RECUSADA    VALUE "N".
008581     05  WS-SW-FIM-KITCOMP       PIC X(01) VALUE "N".
008582         88  FIM-KITCOMP               VALUE "S".
008583         88  NAO-FIM-KITCOMP           VALUE "N".
008584     05  WS-SW-KIT-ATIVO         PIC X(01) VALUE "N".
008585         88  WS-KIT-ATIVO-ACHADO       VALUE "S".
008586         88  WS-KIT-ATIVO-NAO-ACHADO   VALUE "N".
008590
008600*---------------------------------------------------------------*
008700*    CAMPOS DE TRABALHO DA MANUTENCAO                           *
008800*---------------------------------------------------------------*
009400 77  WS-LIMITE-LISTAGEM      PIC 9(02) VALUE 20.
009500 77  WS-CONTADOR-LISTADOS    PIC 9(02) VALUE ZERO.
009600 77  WS-COMPLEMENTO-AUDIT    PIC X(10) VALUE SPACES.
009610 77  WS-CONTADOR-FILIAIS     PIC 9(04) VALUE ZERO.
009630 77  WS-KIT-ATIVO            PIC X(10) VALUE SPACES.
009700
009800 01  WS-DATA-HORA-SISTEMA.
009900     05  WS-DATA-SISTEMA         PIC 9(08).
014400     IF  WS-FS-AUDITLOG = "35"
014500         OPEN OUTPUT AUDITLOG-ARQ
014600     END-IF.
014610
014620*    O ARQUIVO DE PRECOS POR FILIAL SO E CONSULTADO AQUI; SEM    *
014630*    ELE NENHUM ITEM TEM PRECO PROPRIO DE FILIAL                 *
014640     OPEN INPUT PRCFIL-ARQ.
014650     IF  WS-FS-PRCFIL = "00"
014660         SET WS-PRCFIL-ABERTO   TO TRUE
014670     ELSE
014680         SET WS-PRCFIL-FECHADO  TO TRUE
014690     END-IF.
014695
014700*    OS CADASTROS DE FILIAIS E CATEGORIAS SO SAO CONSULTADOS;    *
014705*    SEM ELES A FILIAL/CATEGORIA NOVA NAO E CRITICADA            *
014710     OPEN INPUT FILMAST-ARQ.
014715     IF  WS-FS-FILMAST = "00"
014720         SET WS-FILMAST-ABERTO  TO TRUE
014725     ELSE
014730         SET WS-FILMAST-FECHADO TO TRUE
014735     END-IF.
014740     OPEN INPUT CATMAST-ARQ.
014745     IF  WS-FS-CATMAST = "00"
014750         SET WS-CATMAST-ABERTO  TO TRUE
014755     ELSE
014760         SET WS-CATMAST-FECHADO TO TRUE
014765     END-IF.
014770
014800 1000-ABRIR-ARQUIVOS-EXIT.
014900     EXIT.
015000
024200     ELSE
024300         DISPLAY "SITUACAO..........: ATIVO"
024400     END-IF.
024410
024420     PERFORM 3100-LISTAR-PRECOS-FILIAL
024430         THRU 3100-LISTAR-PRECOS-FILIAL-EXIT.
024500
024600 3000-CONSULTAR-ITEM-EXIT.
024700     EXIT.
024701
024702 3100-LISTAR-PRECOS-FILIAL.
024703*---------------------------------------------------------------*
024704*    LISTA OS PRECOS PROPRIOS DAS FILIAIS PARA O ITEM; AS DEMAIS *
024705*    FILIAIS VENDEM PELO PRECO DO MESTRE                         *
024706*---------------------------------------------------------------*
024707     IF  WS-PRCFIL-FECHADO
024708         GO TO 3100-LISTAR-PRECOS-FILIAL-EXIT
024709     END-IF.
024710
024711     MOVE ZERO                  TO WS-CONTADOR-FILIAIS.
024712     MOVE PM-ITEM-CODE          TO PF-ITEM-CODE.
024713     MOVE LOW-VALUES            TO PF-BRANCH-CODE.
024714     SET NAO-FIM-PRCFIL         TO TRUE.
024715     START PRCFIL-ARQ
024716         KEY IS NOT LESS THAN PF-CHAVE
024717         INVALID KEY SET FIM-PRCFIL TO TRUE
024718     END-START.
024719     PERFORM 3110-EXIBIR-PRECO-FILIAL
024720         THRU 3110-EXIBIR-PRECO-FILIAL-EXIT
024721         UNTIL FIM-PRCFIL.
024722
024723     IF  WS-CONTADOR-FILIAIS = ZERO
024724         DISPLAY "PRECO POR FILIAL..: NENHUM (TODAS PELO MESTRE)"
024725     END-IF.
024726
024727 3100-LISTAR-PRECOS-FILIAL-EXIT.
024728     EXIT.
024729
024730 3110-EXIBIR-PRECO-FILIAL.
024731*---------------------------------------------------------------*
024732*    LE O PROXIMO PRECO DE FILIAL E EXIBE UMA LINHA; OUTRO ITEM  *
024733*    ENCERRA A LISTAGEM                                          *
024734*---------------------------------------------------------------*
024735     READ PRCFIL-ARQ NEXT RECORD
024736         AT END
024737             SET FIM-PRCFIL     TO TRUE
024738     END-READ.
024739     IF  FIM-PRCFIL
024740         GO TO 3110-EXIBIR-PRECO-FILIAL-EXIT
024741     END-IF.
024742     IF  PF-ITEM-CODE NOT = PM-ITEM-CODE
024743         SET FIM-PRCFIL         TO TRUE
024744         GO TO 3110-EXIBIR-PRECO-FILIAL-EXIT
024745     END-IF.
024746
024747     ADD 1 TO WS-CONTADOR-FILIAIS.
024748     IF  WS-CONTADOR-FILIAIS = 1
024749         DISPLAY "PRECOS POR FILIAL:"
024750         DISPLAY "  FIL       COMPRA      VENDA PERCENTUAL  DATA"
024751     END-IF.
024752     MOVE PF-VALOR-COMPRA       TO WS-ED-COMPRA.
024753     MOVE PF-VALOR-VENDA        TO WS-ED-VENDA.
024754     MOVE PF-PERCENTUAL         TO WS-ED-PERCENTUAL.
024755     DISPLAY "  " PF-BRANCH-CODE " " WS-ED-COMPRA " " WS-ED-VENDA
024756         " " WS-ED-PERCENTUAL "  " PF-DATA-ULT-CALCULO.
024757
024758 3110-EXIBIR-PRECO-FILIAL-EXIT.
024759     EXIT.
024800
024900 4000-LISTAR-ITENS.
025000*---------------------------------------------------------------*
032400     DISPLAY "Nova categoria (branco = manter)".
032500     ACCEPT WS-NOVA-CATEGORIA.
032600
032605*    A FILIAL DO MESTRE NAO PODE PASSAR A SER UMA FILIAL QUE JA  *
032610*    TEM PRECO PROPRIO NO PRCFIL - O ITEM FICARIA COM DOIS       *
032615*    PRECOS PARA A MESMA FILIAL                                  *
032620     IF  WS-NOVA-FILIAL NOT = SPACES
032625     AND WS-NOVA-FILIAL NOT = PM-BRANCH-CODE
032630         PERFORM 5100-VERIFICAR-PRECO-FILIAL
032635             THRU 5100-VERIFICAR-PRECO-FILIAL-EXIT
032640         IF  WS-PRECO-FILIAL-ACHADO
032645             DISPLAY "FILIAL " WS-NOVA-FILIAL " TEM PRECO PROPRIO"
032650                 " PARA O ITEM - NADA ALTERADO."
032655             GO TO 5000-ALTERAR-DESCRITIVOS-EXIT
032660         END-IF
032665     END-IF.
032667
032669     PERFORM 5050-VERIFICAR-CADASTROS
032671         THRU 5050-VERIFICAR-CADASTROS-EXIT.
032673     IF  WS-REFERENCIA-RECUSADA
032675         GO TO 5000-ALTERAR-DESCRITIVOS-EXIT
032677     END-IF.
032679
032700     IF  WS-NOVA-DESCRICAO NOT = SPACES
032800         MOVE WS-NOVA-DESCRICAO TO PM-DESCRICAO
032900         SET WS-HOUVE-ALTERACAO TO TRUE
037300
037400 5000-ALTERAR-DESCRITIVOS-EXIT.
037500     EXIT.
037502
037504 5050-VERIFICAR-CADASTROS.
037506*---------------------------------------------------------------*
037508*    A FILIAL NOVA PRECISA ESTAR NO CADASTRO DE FILIAIS E ABERTA *
037510*    E A CATEGORIA NOVA NO CADASTRO DE CATEGORIAS; A RECUSA NAO  *
037512*    ALTERA NENHUM CAMPO                                         *
037514*---------------------------------------------------------------*
037516     SET WS-REFERENCIA-ACEITA   TO TRUE.
037518
037520     IF  WS-NOVA-FILIAL NOT = SPACES
037522     AND WS-NOVA-FILIAL NOT = PM-BRANCH-CODE
037524     AND WS-FILMAST-ABERTO
037526         MOVE WS-NOVA-FILIAL    TO FM-BRANCH-CODE
037528         READ FILMAST-ARQ
037530             KEY IS FM-BRANCH-CODE
037532             INVALID KEY
037534                 DISPLAY "FILIAL " WS-NOVA-FILIAL
037536                     " NAO CADASTRADA - NADA ALTERADO."
037538                 SET WS-REFERENCIA-RECUSADA TO TRUE
037540             NOT INVALID KEY
037542                 IF  FM-FILIAL-FECHADA
037544                     DISPLAY "FILIAL " WS-NOVA-FILIAL
037546                         " FECHADA - NADA ALTERADO."
037548                     SET WS-REFERENCIA-RECUSADA TO TRUE
037550                 END-IF
037552         END-READ
037554     END-IF.
037556     IF  WS-REFERENCIA-RECUSADA
037558         GO TO 5050-VERIFICAR-CADASTROS-EXIT
037560     END-IF.
037562
037564     IF  WS-NOVA-CATEGORIA NOT = SPACES
037566     AND WS-NOVA-CATEGORIA NOT = PM-CATEGORY-CODE
037568     AND WS-CATMAST-ABERTO
037570         MOVE WS-NOVA-CATEGORIA TO CM-CATEGORY-CODE
037572         READ CATMAST-ARQ
037574             KEY IS CM-CATEGORY-CODE
037576             INVALID KEY
037578                 DISPLAY "CATEGORIA " WS-NOVA-CATEGORIA
037580                     " NAO CADASTRADA - NADA ALTERADO."
037582                 SET WS-REFERENCIA-RECUSADA TO TRUE
037584         END-READ
037586     END-IF.
037588
037590 5050-VERIFICAR-CADASTROS-EXIT.
037592     EXIT.
037594
037605 5100-VERIFICAR-PRECO-FILIAL.
037610*---------------------------------------------------------------*
037615*    VERIFICA SE A NOVA FILIAL JA TEM PRECO PROPRIO PARA O ITEM  *
037620*---------------------------------------------------------------*
037625     SET WS-PRECO-FILIAL-NAO-ACHADO TO TRUE.
037630     IF  WS-PRCFIL-FECHADO
037635         GO TO 5100-VERIFICAR-PRECO-FILIAL-EXIT
037640     END-IF.
037645     MOVE PM-ITEM-CODE          TO PF-ITEM-CODE.
037650     MOVE WS-NOVA-FILIAL        TO PF-BRANCH-CODE.
037655     READ PRCFIL-ARQ
037660         KEY IS PF-CHAVE
037665         INVALID KEY     SET WS-PRECO-FILIAL-NAO-ACHADO TO TRUE
037670         NOT INVALID KEY SET WS-PRECO-FILIAL-ACHADO     TO TRUE
037675     END-READ.
037680
037685 5100-VERIFICAR-PRECO-FILIAL-EXIT.
037690     EXIT.
037695
037700 6000-ATIVAR-INATIVAR.
037800*---------------------------------------------------------------*
037900*    MARCA O ITEM COMO INATIVO (DESCONTINUADO) OU O REATIVA;     *
039300     DISPLAY "Nova situacao (A = ativo, I = inativo)".
039400     ACCEPT WS-NOVO-STATUS.
039500
039505     IF  WS-NOVO-STATUS = "I"
039510     AND PM-ITEM-ATIVO
039515         PERFORM 6100-VERIFICAR-COMPONENTE-KIT
039520             THRU 6100-VERIFICAR-COMPONENTE-KIT-EXIT
039525         IF  WS-KIT-ATIVO-ACHADO
039530             DISPLAY "ITEM E COMPONENTE DO KIT " WS-KIT-ATIVO
039535                 " ATIVO - NADA ALTERADO."
039540             GO TO 6000-ATIVAR-INATIVAR-EXIT
039545         END-IF
039550     END-IF.
039555
039600     EVALUATE WS-NOVO-STATUS
039700         WHEN "A"
039800             SET PM-ITEM-ATIVO  TO TRUE
041900
042000 6000-ATIVAR-INATIVAR-EXIT.
042100     EXIT.
042101
042102 6100-VERIFICAR-COMPONENTE-KIT.
042103*---------------------------------------------------------------*
042104*    PROCURA NA COMPOSICAO DE KITS UM KIT ATIVO QUE TENHA O ITEM *
042105*    COMO COMPONENTE E DEVOLVE O CODIGO EM WS-KIT-ATIVO; SEM O   *
042106*    ARQUIVO NAO HA KITS.  A COMPOSICAO E RELIDA A CADA PEDIDO E *
042107*    O REGISTRO DO ITEM E RELIDO NO FIM, POIS A LEITURA DO KIT   *
042108*    OCUPA A MESMA AREA DO MESTRE                                *
042109*---------------------------------------------------------------*
042110     SET WS-KIT-ATIVO-NAO-ACHADO TO TRUE.
042111     MOVE SPACES                TO WS-KIT-ATIVO.
042112     OPEN INPUT KITCOMP-ARQ.
042113     IF  WS-FS-KITCOMP NOT = "00"
042114         GO TO 6100-VERIFICAR-COMPONENTE-KIT-EXIT
042115     END-IF.
042116
042117     SET NAO-FIM-KITCOMP        TO TRUE.
042118     PERFORM 6110-LER-KITCOMP THRU 6110-LER-KITCOMP-EXIT.
042119     PERFORM 6120-VERIFICAR-LINHA-KIT
042120         THRU 6120-VERIFICAR-LINHA-KIT-EXIT
042121         UNTIL FIM-KITCOMP
042122            OR WS-KIT-ATIVO-ACHADO.
042123     CLOSE KITCOMP-ARQ.
042124
042125     MOVE WS-ITEM-PESQUISA      TO PM-ITEM-CODE.
042126     READ PRODMAST-ARQ
042127         KEY IS PM-ITEM-CODE
042128         INVALID KEY     SET WS-MASTER-NAO-ACHADO TO TRUE
042129         NOT INVALID KEY SET WS-MASTER-ACHADO     TO TRUE
042130     END-READ.
042131     IF  WS-MASTER-NAO-ACHADO
042132         DISPLAY "ERRO AO RELER O MESTRE. STATUS: "
042133             WS-FS-PRODMAST
042134         MOVE 16 TO RETURN-CODE
042135         GO TO 9999-EXIT
042136     END-IF.
042137
042138 6100-VERIFICAR-COMPONENTE-KIT-EXIT.
042139     EXIT.
042140
042141 6110-LER-KITCOMP.
042142*---------------------------------------------------------------*
042143*    LE UM REGISTRO DA COMPOSICAO DE KITS                        *
042144*---------------------------------------------------------------*
042145     READ KITCOMP-ARQ
042146         AT END     SET FIM-KITCOMP     TO TRUE
042147         NOT AT END SET NAO-FIM-KITCOMP TO TRUE
042148     END-READ.
042149
042150 6110-LER-KITCOMP-EXIT.
042151     EXIT.
042152
042153 6120-VERIFICAR-LINHA-KIT.
042154*---------------------------------------------------------------*
042155*    SE A LINHA TEM O ITEM COMO COMPONENTE, VERIFICA NO MESTRE   *
042156*    SE O KIT ESTA ATIVO; SENAO LE A PROXIMA LINHA               *
042157*---------------------------------------------------------------*
042158     IF  KC-COMPONENTE = WS-ITEM-PESQUISA
042159     AND KC-KIT-CODE NOT = WS-ITEM-PESQUISA
042160     AND KC-KIT-CODE NOT = SPACES
042161         MOVE KC-KIT-CODE       TO PM-ITEM-CODE
042162         READ PRODMAST-ARQ
042163             KEY IS PM-ITEM-CODE
042164             INVALID KEY
042165                 CONTINUE
042166             NOT INVALID KEY
042167                 IF  PM-ITEM-ATIVO
042168                     SET WS-KIT-ATIVO-ACHADO TO TRUE
042169                     MOVE KC-KIT-CODE TO WS-KIT-ATIVO
042170                 END-IF
042171         END-READ
042172     END-IF.
042173     IF  WS-KIT-ATIVO-NAO-ACHADO
042174         PERFORM 6110-LER-KITCOMP THRU 6110-LER-KITCOMP-EXIT
042175     END-IF.
042176
042177 6120-VERIFICAR-LINHA-KIT-EXIT.
042178     EXIT.
042200
042300 8000-GRAVAR-AUDITORIA.
042400*---------------------------------------------------------------*
045000*---------------------------------------------------------------*
045100     CLOSE PRODMAST-ARQ.
045200     CLOSE AUDITLOG-ARQ.
045220     IF  WS-PRCFIL-ABERTO
045240         CLOSE PRCFIL-ARQ
045260     END-IF.
045265     IF  WS-FILMAST-ABERTO
045270         CLOSE FILMAST-ARQ
045275     END-IF.
045280     IF  WS-CATMAST-ABERTO
045285         CLOSE CATMAST-ARQ
045290     END-IF.
045300     DISPLAY " ".
045400     DISPLAY "MANUTENCAO DO CADASTRO ENCERRADA.".
045500

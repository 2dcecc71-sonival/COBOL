003891*                     CUJO MARKUP IMPLICITO ESTA FORA DA
003892*                     POLITICA DE MARGEM (MRGPOL) DA CATEGORIA/
003893*                     FILIAL DO ITEM, ANTES DO LOTE VER O FEED.
003894*    2026-10-15 JA    FILIAL E CATEGORIA DO DETALHE CRITICADAS
003895*                     CONTRA OS CADASTROS DE REFERENCIA (FILMAST/
003896*                     CATMAST): FILIAL DESCONHECIDA (E010), FILIAL
003897*                     FECHADA (E011) E CATEGORIA DESCONHECIDA
003898*                     (E012).  SEM O CADASTRO A CRITICA E OMITIDA.
003918*    2026-10-15 JA    MARKUP IMPLICITO DO AVISO DE POLITICA PASSA
003938*                     A SER CALCULADO SOBRE A VENDA LIQUIDA DO
003958*                     ICMS DA CATEGORIA/UF DA FILIAL (CALCICMS).
003990*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
006060     SELECT MRGPOL-ARQ ASSIGN TO "MRGPOL"
006070         ORGANIZATION IS LINE SEQUENTIAL
006080         FILE STATUS IS WS-FS-MRGPOL.
006081
006082     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
006083         ORGANIZATION IS INDEXED
006084         ACCESS MODE IS DYNAMIC
006085         RECORD KEY IS FM-BRANCH-CODE
006086         FILE STATUS IS WS-FS-FILMAST.
006087
006088     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
006089         ORGANIZATION IS INDEXED
006090         ACCESS MODE IS DYNAMIC
006091         RECORD KEY IS CM-CATEGORY-CODE
006092         FILE STATUS IS WS-FS-CATMAST.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
007860 FD  MRGPOL-ARQ
007870     LABEL RECORDS ARE STANDARD.
007880     COPY MRGNPOL.
007882
007884 FD  FILMAST-ARQ
007886     LABEL RECORDS ARE STANDARD.
007888     COPY FILMAST.
007890
007892 FD  CATMAST-ARQ
007894     LABEL RECORDS ARE STANDARD.
007896     COPY CATMAST.
007900
008000 WORKING-STORAGE SECTION.
008100
008800 77  WS-FS-TAXCAMBIO         PIC X(02).
008810 77  WS-FS-RUNCTL            PIC X(02).
008820 77  WS-FS-MRGPOL            PIC X(02).
008840 77  WS-FS-FILMAST           PIC X(02).
008860 77  WS-FS-CATMAST           PIC X(02).
008900
009000*---------------------------------------------------------------*
009100*    CHAVES E INDICADORES DE CONTROLE                           *
010840     05  WS-SW-POLITICA          PIC X(01) VALUE "N".
010850         88  WS-POLITICA-ACHADA         VALUE "S".
010860         88  WS-POLITICA-NAO-ACHADA     VALUE "N".
010862     05  WS-SW-FILMAST-ABERTO    PIC X(01) VALUE "N".
010864         88  WS-FILMAST-ABERTO          VALUE "S".
010866         88  WS-FILMAST-FECHADO         VALUE "N".
010868     05  WS-SW-CATMAST-ABERTO    PIC X(01) VALUE "N".
010870         88  WS-CATMAST-ABERTO          VALUE "S".
010872         88  WS-CATMAST-FECHADO         VALUE "N".
010874     05  WS-SW-REFERENCIA        PIC X(01) VALUE "N".
010876         88  WS-REFERENCIA-ACHADA       VALUE "S".
010878         88  WS-REFERENCIA-NAO-ACHADA   VALUE "N".
010900
011000*---------------------------------------------------------------*
011100*    CONTADORES DO PROCESSAMENTO                                *
016000             INDEXED BY WS-IDX-CAMBIO.
016100         10  WS-MOEDA-CODIGO     PIC X(03).
016200         10  WS-MOEDA-TAXA       PIC 9(04)V9(06).
016210
016220*---------------------------------------------------------------*
016230*    PARAMETROS DA CONSULTA DE ALIQUOTA DE ICMS (CALCICMS)      *
016240*---------------------------------------------------------------*
016250     COPY ICLINK.
016300
016400 PROCEDURE DIVISION.
016500
020410
020420     PERFORM 1300-CARREGAR-POLITICAS
020430         THRU 1300-CARREGAR-POLITICAS-EXIT.
020440
020450     PERFORM 1400-ABRIR-CADASTROS-REFERENCIA
020460         THRU 1400-ABRIR-CADASTROS-REFERENCIA-EXIT.
020500
020600     ACCEPT WS-DATA-SISTEMA     FROM DATE YYYYMMDD.
020610     ACCEPT WS-HORA-SISTEMA     FROM TIME.
026601         THRU 1310-LER-UMA-POLITICA-EXIT.
026602 1320-ARMAZENAR-POLITICA-EXIT.
026603     EXIT.
026605
026607 1400-ABRIR-CADASTROS-REFERENCIA.
026609*---------------------------------------------------------------*
026611*    ABRE OS CADASTROS DE FILIAIS E CATEGORIAS PARA CONSULTA, SE *
026613*    EXISTIREM; SEM O CADASTRO OS CODIGOS NAO SAO CRITICADOS     *
026615*---------------------------------------------------------------*
026617     OPEN INPUT FILMAST-ARQ.
026619     IF  WS-FS-FILMAST = "00"
026621         SET WS-FILMAST-ABERTO  TO TRUE
026623     ELSE
026625         SET WS-FILMAST-FECHADO TO TRUE
026627         DISPLAY "AVISO: CADASTRO DE FILIAIS (FILMAST)"
026629             " INDISPONIVEL - FILIAIS NAO CRITICADAS."
026631     END-IF.
026633
026635     OPEN INPUT CATMAST-ARQ.
026637     IF  WS-FS-CATMAST = "00"
026639         SET WS-CATMAST-ABERTO  TO TRUE
026641     ELSE
026643         SET WS-CATMAST-FECHADO TO TRUE
026645         DISPLAY "AVISO: CADASTRO DE CATEGORIAS (CATMAST)"
026647             " INDISPONIVEL - CATEGORIAS NAO CRITICADAS."
026649     END-IF.
026651
026653 1400-ABRIR-CADASTROS-REFERENCIA-EXIT.
026655     EXIT.
026657
026700 2000-CRITICAR-REGISTRO.
026800*---------------------------------------------------------------*
026900*    VALIDA O REGISTRO CORRENTE, GRAVA NO ARQUIVO LIMPO OU NO    *
037690         GO TO 2100-VALIDAR-CAMPOS-EXIT
037695     END-IF.
037700
037710     PERFORM 2300-VALIDAR-REFERENCIAS
037720         THRU 2300-VALIDAR-REFERENCIAS-EXIT.
037730     IF  WS-REGISTRO-REJEITADO
037740         GO TO 2100-VALIDAR-CAMPOS-EXIT
037750     END-IF.
037760
037800     PERFORM 2200-VALIDAR-MOEDA THRU 2200-VALIDAR-MOEDA-EXIT.
037900
038000 2100-VALIDAR-CAMPOS-EXIT.
040900
041000 2200-VALIDAR-MOEDA-EXIT.
041100     EXIT.
041101
041102 2300-VALIDAR-REFERENCIAS.
041103*---------------------------------------------------------------*
041104*    FILIAL E CATEGORIA EM BRANCO MANTEM AS DO MESTRE; QUALQUER  *
041105*    OUTRO CODIGO PRECISA ESTAR NO CADASTRO DE REFERENCIA, E A   *
041106*    FILIAL PRECISA ESTAR ABERTA                                 *
041107*---------------------------------------------------------------*
041108     IF  TR-BRANCH-CODE = SPACES
041109     OR  WS-FILMAST-FECHADO
041110         GO TO 2300-VALIDAR-REFERENCIAS-CAT
041111     END-IF.
041112
041113     MOVE TR-BRANCH-CODE        TO FM-BRANCH-CODE.
041114     READ FILMAST-ARQ
041115         KEY IS FM-BRANCH-CODE
041116         INVALID KEY     SET WS-REFERENCIA-NAO-ACHADA TO TRUE
041117         NOT INVALID KEY SET WS-REFERENCIA-ACHADA     TO TRUE
041118     END-READ.
041119
041120     IF  WS-REFERENCIA-NAO-ACHADA
041121         MOVE "E010"            TO WS-MR-CODIGO
041122         MOVE "TR-BRANCH-CODE"  TO WS-MR-CAMPO
041123         SET WS-REGISTRO-REJEITADO TO TRUE
041124         GO TO 2300-VALIDAR-REFERENCIAS-EXIT
041125     END-IF.
041126     IF  FM-FILIAL-FECHADA
041127         MOVE "E011"            TO WS-MR-CODIGO
041128         MOVE "TR-BRANCH-CODE"  TO WS-MR-CAMPO
041129         SET WS-REGISTRO-REJEITADO TO TRUE
041130         GO TO 2300-VALIDAR-REFERENCIAS-EXIT
041131     END-IF.
041132
041133 2300-VALIDAR-REFERENCIAS-CAT.
041134
041135     IF  TR-CATEGORY-CODE = SPACES
041136     OR  WS-CATMAST-FECHADO
041137         GO TO 2300-VALIDAR-REFERENCIAS-EXIT
041138     END-IF.
041139
041140     MOVE TR-CATEGORY-CODE      TO CM-CATEGORY-CODE.
041141     READ CATMAST-ARQ
041142         KEY IS CM-CATEGORY-CODE
041143         INVALID KEY     SET WS-REFERENCIA-NAO-ACHADA TO TRUE
041144         NOT INVALID KEY SET WS-REFERENCIA-ACHADA     TO TRUE
041145     END-READ.
041146
041147     IF  WS-REFERENCIA-NAO-ACHADA
041148         MOVE "E012"            TO WS-MR-CODIGO
041149         MOVE "TR-CATEGORY-CODE"
041150                                TO WS-MR-CAMPO
041151         SET WS-REGISTRO-REJEITADO TO TRUE
041152     END-IF.
041153
041154 2300-VALIDAR-REFERENCIAS-EXIT.
041155     EXIT.
041200
041300 2700-GRAVAR-LIMPO.
041400*---------------------------------------------------------------*
044601         GO TO 2750-AVISAR-POLITICA-EXIT
044602     END-IF.
044603
044604     PERFORM 2760-CALCULAR-MARKUP-LIQUIDO
044605         THRU 2760-CALCULAR-MARKUP-LIQUIDO-EXIT.
044607
044608     IF  WS-MARKUP-IMPLICITO < WS-POL-MINIMO (WS-IDX-POLITICA)
044609     OR  WS-MARKUP-IMPLICITO > WS-POL-MAXIMO (WS-IDX-POLITICA)
044618 2750-AVISAR-POLITICA-EXIT.
044619     EXIT.
044629
044631 2760-CALCULAR-MARKUP-LIQUIDO.
044633*---------------------------------------------------------------*
044635*    MARKUP IMPLICITO SOBRE A VENDA LIQUIDA DO ICMS DA           *
044637*    CATEGORIA/UF DA FILIAL - MESMA BASE DO CALCMRKP             *
044639*---------------------------------------------------------------*
044641     MOVE TR-CATEGORY-CODE      TO IC-CATEGORY-CODE.
044643     MOVE TR-BRANCH-CODE        TO IC-BRANCH-CODE.
044645     CALL "CALCICMS" USING IC-PARAMETROS-ICMS.
044647
044649     COMPUTE WS-MARKUP-IMPLICITO ROUNDED =
044651             (((TR-VALOR-VENDA * (1 - (IC-ALIQUOTA / 100)))
044653              - TR-VALOR-COMPRA) / TR-VALOR-COMPRA) * 100.
044655
044657 2760-CALCULAR-MARKUP-LIQUIDO-EXIT.
044659     EXIT.
044661
044700 2800-GRAVAR-REJEITO.
044800*---------------------------------------------------------------*
044900*    GRAVA O REGISTRO REJEITADO COM O MOTIVO E O CAMPO EM ERRO   *
050700     CLOSE TRANRAW-ARQ.
050800     CLOSE TRANFILE-ARQ.
050900     CLOSE TRANREJ-ARQ.
050910     IF  WS-FILMAST-ABERTO
050920         CLOSE FILMAST-ARQ
050930     END-IF.
050940     IF  WS-CATMAST-ABERTO
050950         CLOSE CATMAST-ARQ
050960     END-IF.
051000
051100     PERFORM 9100-CONFERIR-TRAILER-BRUTO
051200         THRU 9100-CONFERIR-TRAILER-BRUTO-EXIT.

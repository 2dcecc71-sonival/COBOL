000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADREF.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: MANUTENCAO E CONSULTA DOS CADASTROS DE
000900*                   REFERENCIA DE FILIAIS (FILMAST) E DE
001000*                   CATEGORIAS (CATMAST).  PERMITE CONSULTAR E
001100*                   LISTAR FILIAIS E CATEGORIAS, INCLUIR OU
001200*                   ALTERAR NOME, REGIAO E UF DA FILIAL, NOME E
001300*                   DEPARTAMENTO DA CATEGORIA, E ABRIR/FECHAR UMA
001400*                   FILIAL (RESTRITO A SUPERVISOR).  O TRNEDIT
001500*                   REJEITA E O CADPROD RECUSA CODIGOS QUE NAO
001600*                   ESTAO NESTES CADASTROS OU DE FILIAL FECHADA.
001700*                   CADA INCLUSAO OU ALTERACAO GRAVA SEU PROPRIO
001800*                   REGISTRO DE AUDITORIA (TIPO "M") COM O CODIGO
001900*                   PREFIXADO POR "FIL " OU "CAT ".
002000*-----------------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRICAO
002300*    ---------- ----  -------------------------------------------
002400*    2026-10-15 JA    PROGRAMA ORIGINAL.
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FILMAST-ARQ ASSIGN TO "FILMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS FM-BRANCH-CODE
003600         FILE STATUS IS WS-FS-FILMAST.
003700
003800     SELECT CATMAST-ARQ ASSIGN TO "CATMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CM-CATEGORY-CODE
004200         FILE STATUS IS WS-FS-CATMAST.
004300
004400     SELECT AUDITLOG-ARQ ASSIGN TO "AUDITLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FS-AUDITLOG.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FILMAST-ARQ
005100     LABEL RECORDS ARE STANDARD.
005200     COPY FILMAST.
005300
005400 FD  CATMAST-ARQ
005500     LABEL RECORDS ARE STANDARD.
005600     COPY CATMAST.
005700
005800 FD  AUDITLOG-ARQ
005900     LABEL RECORDS ARE STANDARD.
006000     COPY AUDITREC.
006100
006200 WORKING-STORAGE SECTION.
006300
006400*---------------------------------------------------------------*
006500*    STATUS DE ARQUIVO                                          *
006600*---------------------------------------------------------------*
006700 77  WS-FS-FILMAST           PIC X(02).
006800 77  WS-FS-CATMAST           PIC X(02).
006900 77  WS-FS-AUDITLOG          PIC X(02).
007000
007100*---------------------------------------------------------------*
007200*    CHAVES E INDICADORES DE CONTROLE                           *
007300*---------------------------------------------------------------*
007400 77  WS-OPCAO-MENU           PIC 9(01) VALUE ZERO.
007500     88  WS-OPCAO-CONSULTAR-FILIAL VALUE 1.
007600     88  WS-OPCAO-LISTAR-FILIAIS   VALUE 2.
007700     88  WS-OPCAO-MANTER-FILIAL    VALUE 3.
007800     88  WS-OPCAO-STATUS-FILIAL    VALUE 4.
007900     88  WS-OPCAO-CONSULTAR-CATEG  VALUE 5.
008000     88  WS-OPCAO-LISTAR-CATEGS    VALUE 6.
008100     88  WS-OPCAO-MANTER-CATEG     VALUE 7.
008200     88  WS-OPCAO-SAIR             VALUE 9.
008300
008400 01  WS-SWITCHES.
008500     05  WS-SW-CONTINUAR         PIC X(01) VALUE "S".
008600         88  WS-CONTINUAR-MENU         VALUE "S".
008700         88  WS-ENCERRAR-MENU          VALUE "N".
008800     05  WS-SW-FILIAL-ACHADA     PIC X(01) VALUE "N".
008900         88  WS-FILIAL-ACHADA          VALUE "S".
009000         88  WS-FILIAL-NAO-ACHADA      VALUE "N".
009100     05  WS-SW-CATEGORIA-ACHADA  PIC X(01) VALUE "N".
009200         88  WS-CATEGORIA-ACHADA       VALUE "S".
009300         88  WS-CATEGORIA-NAO-ACHADA   VALUE "N".
009400     05  WS-SW-FIM-BROWSE        PIC X(01) VALUE "N".
009500         88  FIM-BROWSE                VALUE "S".
009600         88  NAO-FIM-BROWSE            VALUE "N".
009700     05  WS-SW-HOUVE-ALTERACAO   PIC X(01) VALUE "N".
009800         88  WS-HOUVE-ALTERACAO        VALUE "S".
009900         88  WS-SEM-ALTERACAO          VALUE "N".
010000
010100*---------------------------------------------------------------*
010200*    CAMPOS DE TRABALHO DA MANUTENCAO                           *
010300*---------------------------------------------------------------*
010400 77  WS-FILIAL-PESQUISA      PIC X(04) VALUE SPACES.
010500 77  WS-CATEGORIA-PESQUISA   PIC X(04) VALUE SPACES.
010600 77  WS-NOVO-NOME            PIC X(30) VALUE SPACES.
010700 77  WS-NOVA-REGIAO          PIC X(10) VALUE SPACES.
010800 77  WS-NOVA-UF              PIC X(02) VALUE SPACES.
010900 77  WS-NOVO-DEPARTAMENTO    PIC X(20) VALUE SPACES.
011000 77  WS-NOVO-STATUS          PIC X(01) VALUE SPACE.
011100 77  WS-LIMITE-LISTAGEM      PIC 9(02) VALUE 20.
011200 77  WS-CONTADOR-LISTADOS    PIC 9(02) VALUE ZERO.
011300 77  WS-COMPLEMENTO-AUDIT    PIC X(10) VALUE SPACES.
011400
011500 01  WS-CHAVE-AUDIT.
011600     05  WS-CA-TIPO              PIC X(04) VALUE SPACES.
011700     05  WS-CA-CODIGO            PIC X(04) VALUE SPACES.
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900
012000 01  WS-DATA-HORA-SISTEMA.
012100     05  WS-DATA-SISTEMA         PIC 9(08).
012200     05  WS-HORA-SISTEMA         PIC 9(08).
012300
012400*---------------------------------------------------------------*
012500*    BLOCO DE CHAMADA DO SUBPROGRAMA DE SIGN-ON (CALCSIGN)       *
012600*---------------------------------------------------------------*
012700 COPY SGLINK.
012800
012900 PROCEDURE DIVISION.
013000
013100 0000-MAINLINE.
013200*---------------------------------------------------------------*
013300*    PARAGRAFO PRINCIPAL                                        *
013400*---------------------------------------------------------------*
013500     ACCEPT WS-DATA-SISTEMA      FROM DATE YYYYMMDD.
013600     ACCEPT WS-HORA-SISTEMA      FROM TIME.
013700
013800     MOVE SPACES                TO SG-USER-ID.
013900     CALL "CALCSIGN" USING SG-PARAMETROS-SIGNON.
014000     IF  NOT SG-SIGNON-OK
014100         IF  SG-SEM-CADASTRO
014200             DISPLAY "CADASTRO DE USUARIOS (USRFILE)"
014300                 " INDISPONIVEL - EXECUCAO RECUSADA."
014400         ELSE
014500             DISPLAY "USUARIO NAO CADASTRADO: " SG-USER-ID
014600         END-IF
014700         MOVE 8 TO RETURN-CODE
014800         GO TO 9999-EXIT
014900     END-IF.
015000     DISPLAY "USUARIO ASSINADO: " SG-USER-ID " - " SG-NOME.
015100
015200     PERFORM 1000-ABRIR-ARQUIVOS
015300         THRU 1000-ABRIR-ARQUIVOS-EXIT.
015400
015500     PERFORM 2000-PROCESSAR-UMA-OPCAO
015600         THRU 2000-PROCESSAR-UMA-OPCAO-EXIT
015700         UNTIL WS-ENCERRAR-MENU.
015800
015900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
016000
016100     GO TO 9999-EXIT.
016200
016300 1000-ABRIR-ARQUIVOS.
016400*---------------------------------------------------------------*
016500*    ABRE OS CADASTROS DE FILIAIS E CATEGORIAS, CRIANDO-OS SE    *
016600*    AINDA NAO EXISTIREM, E O LOG DE AUDITORIA                  *
016700*---------------------------------------------------------------*
016800     OPEN I-O FILMAST-ARQ.
016900     IF  WS-FS-FILMAST = "35"
017000         OPEN OUTPUT FILMAST-ARQ
017100         CLOSE FILMAST-ARQ
017200         OPEN I-O FILMAST-ARQ
017300     END-IF.
017400     IF  WS-FS-FILMAST NOT = "00"
017500         DISPLAY "ERRO AO ABRIR O CADASTRO DE FILIAIS. STATUS: "
017600             WS-FS-FILMAST
017700         MOVE 16 TO RETURN-CODE
017800         GO TO 9999-EXIT
017900     END-IF.
018000
018100     OPEN I-O CATMAST-ARQ.
018200     IF  WS-FS-CATMAST = "35"
018300         OPEN OUTPUT CATMAST-ARQ
018400         CLOSE CATMAST-ARQ
018500         OPEN I-O CATMAST-ARQ
018600     END-IF.
018700     IF  WS-FS-CATMAST NOT = "00"
018800         DISPLAY "ERRO AO ABRIR O CADASTRO DE CATEGORIAS."
018900             " STATUS: " WS-FS-CATMAST
019000         MOVE 16 TO RETURN-CODE
019100         GO TO 9999-EXIT
019200     END-IF.
019300
019400     OPEN EXTEND AUDITLOG-ARQ.
019500     IF  WS-FS-AUDITLOG = "35"
019600         OPEN OUTPUT AUDITLOG-ARQ
019700     END-IF.
019800
019900 1000-ABRIR-ARQUIVOS-EXIT.
020000     EXIT.
020100
020200 2000-PROCESSAR-UMA-OPCAO.
020300*---------------------------------------------------------------*
020400*    EXIBE O MENU, LE A OPCAO E CONDUZ A FUNCAO ESCOLHIDA        *
020500*---------------------------------------------------------------*
020600     DISPLAY " ".
020700     DISPLAY "=========================================".
020800     DISPLAY "CADASTROS DE FILIAIS E CATEGORIAS".
020900     DISPLAY "=========================================".
021000     DISPLAY "1 - Consultar uma filial".
021100     DISPLAY "2 - Listar filiais a partir de uma chave".
021200     DISPLAY "3 - Incluir/alterar filial".
021300     DISPLAY "4 - Abrir/fechar filial".
021400     DISPLAY "5 - Consultar uma categoria".
021500     DISPLAY "6 - Listar categorias a partir de uma chave".
021600     DISPLAY "7 - Incluir/alterar categoria".
021700     DISPLAY "9 - Encerrar".
021800     DISPLAY "Digite a opcao desejada".
021900     ACCEPT WS-OPCAO-MENU.
022000
022100     EVALUATE TRUE
022200         WHEN WS-OPCAO-CONSULTAR-FILIAL
022300             PERFORM 3000-CONSULTAR-FILIAL
022400                 THRU 3000-CONSULTAR-FILIAL-EXIT
022500         WHEN WS-OPCAO-LISTAR-FILIAIS
022600             PERFORM 3200-LISTAR-FILIAIS
022700                 THRU 3200-LISTAR-FILIAIS-EXIT
022800         WHEN WS-OPCAO-MANTER-FILIAL
022900             PERFORM 4000-MANTER-FILIAL
023000                 THRU 4000-MANTER-FILIAL-EXIT
023100         WHEN WS-OPCAO-STATUS-FILIAL
023200*            ABRIR/FECHAR FILIAL E RESTRITO A SUPERVISOR         *
023300             IF  NOT SG-NIVEL-SUPERVISOR
023400                 DISPLAY "FUNCAO RESTRITA A SUPERVISOR."
023500             ELSE
023600                 PERFORM 4500-ABRIR-FECHAR-FILIAL
023700                     THRU 4500-ABRIR-FECHAR-FILIAL-EXIT
023800             END-IF
023900         WHEN WS-OPCAO-CONSULTAR-CATEG
024000             PERFORM 5000-CONSULTAR-CATEGORIA
024100                 THRU 5000-CONSULTAR-CATEGORIA-EXIT
024200         WHEN WS-OPCAO-LISTAR-CATEGS
024300             PERFORM 5200-LISTAR-CATEGORIAS
024400                 THRU 5200-LISTAR-CATEGORIAS-EXIT
024500         WHEN WS-OPCAO-MANTER-CATEG
024600             PERFORM 6000-MANTER-CATEGORIA
024700                 THRU 6000-MANTER-CATEGORIA-EXIT
024800         WHEN WS-OPCAO-SAIR
024900             SET WS-ENCERRAR-MENU TO TRUE
025000         WHEN OTHER
025100             DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
025200     END-EVALUATE.
025300
025400 2000-PROCESSAR-UMA-OPCAO-EXIT.
025500     EXIT.
025600
025700 2100-LER-FILIAL-PESQUISA.
025800*---------------------------------------------------------------*
025900*    SOLICITA O CODIGO DA FILIAL E POSICIONA O REGISTRO          *
026000*---------------------------------------------------------------*
026100     DISPLAY "Codigo da filial".
026200     ACCEPT WS-FILIAL-PESQUISA.
026300
026400     MOVE WS-FILIAL-PESQUISA    TO FM-BRANCH-CODE.
026500     READ FILMAST-ARQ
026600         KEY IS FM-BRANCH-CODE
026700         INVALID KEY     SET WS-FILIAL-NAO-ACHADA TO TRUE
026800         NOT INVALID KEY SET WS-FILIAL-ACHADA     TO TRUE
026900     END-READ.
027000
027100 2100-LER-FILIAL-PESQUISA-EXIT.
027200     EXIT.
027300
027400 2200-LER-CATEGORIA-PESQUISA.
027500*---------------------------------------------------------------*
027600*    SOLICITA O CODIGO DA CATEGORIA E POSICIONA O REGISTRO       *
027700*---------------------------------------------------------------*
027800     DISPLAY "Codigo da categoria".
027900     ACCEPT WS-CATEGORIA-PESQUISA.
028000
028100     MOVE WS-CATEGORIA-PESQUISA TO CM-CATEGORY-CODE.
028200     READ CATMAST-ARQ
028300         KEY IS CM-CATEGORY-CODE
028400         INVALID KEY     SET WS-CATEGORIA-NAO-ACHADA TO TRUE
028500         NOT INVALID KEY SET WS-CATEGORIA-ACHADA     TO TRUE
028600     END-READ.
028700
028800 2200-LER-CATEGORIA-PESQUISA-EXIT.
028900     EXIT.
029000
029100 3000-CONSULTAR-FILIAL.
029200*---------------------------------------------------------------*
029300*    EXIBE TODOS OS CAMPOS DO REGISTRO DA FILIAL                 *
029400*---------------------------------------------------------------*
029500     PERFORM 2100-LER-FILIAL-PESQUISA
029600         THRU 2100-LER-FILIAL-PESQUISA-EXIT.
029700     IF  WS-FILIAL-NAO-ACHADA
029800         DISPLAY "FILIAL NAO CADASTRADA: " WS-FILIAL-PESQUISA
029900         GO TO 3000-CONSULTAR-FILIAL-EXIT
030000     END-IF.
030100
030200     DISPLAY " ".
030300     DISPLAY "FILIAL............: " FM-BRANCH-CODE.
030400     DISPLAY "NOME..............: " FM-NOME.
030500     DISPLAY "REGIAO............: " FM-REGIAO.
030600     DISPLAY "UF................: " FM-UF.
030700     IF  FM-FILIAL-FECHADA
030800         DISPLAY "SITUACAO..........: FECHADA"
030900     ELSE
031000         DISPLAY "SITUACAO..........: ABERTA"
031100     END-IF.
031200     DISPLAY "ULT ALTERACAO.....: " FM-DATA-ULT-ALTERACAO.
031300
031400 3000-CONSULTAR-FILIAL-EXIT.
031500     EXIT.
031600
031700 3200-LISTAR-FILIAIS.
031800*---------------------------------------------------------------*
031900*    LISTA ATE 20 FILIAIS SEQUENCIALMENTE A PARTIR DA CHAVE      *
032000*    INFORMADA                                                  *
032100*---------------------------------------------------------------*
032200     DISPLAY "Chave inicial (branco = do comeco)".
032300     ACCEPT WS-FILIAL-PESQUISA.
032400
032500     SET NAO-FIM-BROWSE         TO TRUE.
032600     MOVE ZERO                  TO WS-CONTADOR-LISTADOS.
032700     MOVE WS-FILIAL-PESQUISA    TO FM-BRANCH-CODE.
032800     START FILMAST-ARQ
032900         KEY IS NOT LESS THAN FM-BRANCH-CODE
033000         INVALID KEY SET FIM-BROWSE TO TRUE
033100     END-START.
033200
033300     IF  FIM-BROWSE
033400         DISPLAY "NENHUMA FILIAL A PARTIR DA CHAVE INFORMADA."
033500         GO TO 3200-LISTAR-FILIAIS-EXIT
033600     END-IF.
033700
033800     DISPLAY " ".
033900     DISPLAY "FIL   NOME                            "
033950         "REGIAO      UF  SIT".
034000     PERFORM 3210-LISTAR-UMA-FILIAL
034100         THRU 3210-LISTAR-UMA-FILIAL-EXIT
034200         UNTIL FIM-BROWSE
034300            OR WS-CONTADOR-LISTADOS >= WS-LIMITE-LISTAGEM.
034400
034500 3200-LISTAR-FILIAIS-EXIT.
034600     EXIT.
034700
034800 3210-LISTAR-UMA-FILIAL.
034900*---------------------------------------------------------------*
035000*    LE O PROXIMO REGISTRO DO CADASTRO DE FILIAIS E EXIBE UMA    *
035100*    LINHA                                                      *
035200*---------------------------------------------------------------*
035300     READ FILMAST-ARQ NEXT RECORD
035400         AT END
035500             SET FIM-BROWSE     TO TRUE
035600         NOT AT END
035700             ADD 1 TO WS-CONTADOR-LISTADOS
035800             IF  FM-FILIAL-FECHADA
035900                 DISPLAY FM-BRANCH-CODE "  " FM-NOME "  "
036000                     FM-REGIAO "  " FM-UF "  FECH"
036100             ELSE
036200                 DISPLAY FM-BRANCH-CODE "  " FM-NOME "  "
036300                     FM-REGIAO "  " FM-UF "  ABER"
036400             END-IF
036500     END-READ.
036600
036700 3210-LISTAR-UMA-FILIAL-EXIT.
036800     EXIT.
036900
037000 4000-MANTER-FILIAL.
037100*---------------------------------------------------------------*
037200*    INCLUI A FILIAL QUE NAO EXISTE (ABERTA) OU ALTERA NOME,     *
037300*    REGIAO E UF DA EXISTENTE; BRANCO MANTEM O VALOR ATUAL;      *
037400*    CADA CAMPO ALTERADO GERA SEU PROPRIO REGISTRO DE AUDITORIA  *
037500*---------------------------------------------------------------*
037600     PERFORM 2100-LER-FILIAL-PESQUISA
037700         THRU 2100-LER-FILIAL-PESQUISA-EXIT.
037800     IF  WS-FILIAL-PESQUISA = SPACES
037900         DISPLAY "CODIGO DE FILIAL EM BRANCO. NADA ALTERADO."
038000         GO TO 4000-MANTER-FILIAL-EXIT
038100     END-IF.
038200
038300     IF  WS-FILIAL-NAO-ACHADA
038400         PERFORM 4100-INCLUIR-FILIAL
038500             THRU 4100-INCLUIR-FILIAL-EXIT
038600         GO TO 4000-MANTER-FILIAL-EXIT
038700     END-IF.
038800
038900     SET WS-SEM-ALTERACAO       TO TRUE.
039000
039100     DISPLAY "NOME ATUAL........: " FM-NOME.
039200     DISPLAY "Novo nome (branco = manter)".
039300     ACCEPT WS-NOVO-NOME.
039400
039500     DISPLAY "REGIAO ATUAL......: " FM-REGIAO.
039600     DISPLAY "Nova regiao (branco = manter)".
039700     ACCEPT WS-NOVA-REGIAO.
039800
039900     DISPLAY "UF ATUAL..........: " FM-UF.
040000     DISPLAY "Nova UF (branco = manter)".
040100     ACCEPT WS-NOVA-UF.
040200
040300     IF  WS-NOVO-NOME NOT = SPACES
040400         MOVE WS-NOVO-NOME      TO FM-NOME
040500         SET WS-HOUVE-ALTERACAO TO TRUE
040600     END-IF.
040700
040800     IF  WS-NOVA-REGIAO NOT = SPACES
040900         MOVE WS-NOVA-REGIAO    TO FM-REGIAO
041000         SET WS-HOUVE-ALTERACAO TO TRUE
041100     END-IF.
041200
041300     IF  WS-NOVA-UF NOT = SPACES
041400         MOVE WS-NOVA-UF        TO FM-UF
041500         SET WS-HOUVE-ALTERACAO TO TRUE
041600     END-IF.
041700
041800     IF  NOT WS-HOUVE-ALTERACAO
041900         DISPLAY "NENHUM CAMPO ALTERADO."
042000         GO TO 4000-MANTER-FILIAL-EXIT
042100     END-IF.
042200
042300     MOVE WS-DATA-SISTEMA       TO FM-DATA-ULT-ALTERACAO.
042400     REWRITE FM-REGISTRO-FILIAL.
042500     IF  WS-FS-FILMAST NOT = "00"
042600         DISPLAY "ERRO AO REGRAVAR O CADASTRO DE FILIAIS."
042700             " STATUS: " WS-FS-FILMAST
042800         MOVE 16 TO RETURN-CODE
042900         GO TO 9999-EXIT
043000     END-IF.
043100
043200*    A AUDITORIA SO E GRAVADA DEPOIS DO REWRITE BEM SUCEDIDO,    *
043300*    PARA NAO REGISTRAR ALTERACAO QUE NAO CHEGOU AO CADASTRO     *
043400     MOVE "FIL "                TO WS-CA-TIPO.
043500     MOVE FM-BRANCH-CODE        TO WS-CA-CODIGO.
043600     IF  WS-NOVO-NOME NOT = SPACES
043700         MOVE "NOME"            TO WS-COMPLEMENTO-AUDIT
043800         PERFORM 8000-GRAVAR-AUDITORIA
043900             THRU 8000-GRAVAR-AUDITORIA-EXIT
044000     END-IF.
044100     IF  WS-NOVA-REGIAO NOT = SPACES
044200         MOVE "REGIAO"          TO WS-COMPLEMENTO-AUDIT
044300         PERFORM 8000-GRAVAR-AUDITORIA
044400             THRU 8000-GRAVAR-AUDITORIA-EXIT
044500     END-IF.
044600     IF  WS-NOVA-UF NOT = SPACES
044700         MOVE "UF"              TO WS-COMPLEMENTO-AUDIT
044800         PERFORM 8000-GRAVAR-AUDITORIA
044900             THRU 8000-GRAVAR-AUDITORIA-EXIT
045000     END-IF.
045100     DISPLAY "FILIAL ALTERADA COM SUCESSO.".
045200
045300 4000-MANTER-FILIAL-EXIT.
045400     EXIT.
045500
045600 4100-INCLUIR-FILIAL.
045700*---------------------------------------------------------------*
045800*    INCLUI UMA FILIAL NOVA, JA ABERTA; O NOME E OBRIGATORIO     *
045900*---------------------------------------------------------------*
046000     DISPLAY "FILIAL NAO CADASTRADA - INCLUSAO.".
046100     DISPLAY "Nome da filial".
046200     ACCEPT WS-NOVO-NOME.
046300     IF  WS-NOVO-NOME = SPACES
046400         DISPLAY "NOME OBRIGATORIO. FILIAL NAO INCLUIDA."
046500         GO TO 4100-INCLUIR-FILIAL-EXIT
046600     END-IF.
046700     DISPLAY "Regiao".
046800     ACCEPT WS-NOVA-REGIAO.
046900     DISPLAY "UF".
047000     ACCEPT WS-NOVA-UF.
047100
047200     MOVE SPACES                TO FM-REGISTRO-FILIAL.
047300     MOVE WS-FILIAL-PESQUISA    TO FM-BRANCH-CODE.
047400     MOVE WS-NOVO-NOME          TO FM-NOME.
047500     MOVE WS-NOVA-REGIAO        TO FM-REGIAO.
047600     MOVE WS-NOVA-UF            TO FM-UF.
047700     SET FM-FILIAL-ABERTA       TO TRUE.
047800     MOVE WS-DATA-SISTEMA       TO FM-DATA-ULT-ALTERACAO.
047900     WRITE FM-REGISTRO-FILIAL.
048000     IF  WS-FS-FILMAST NOT = "00"
048100         DISPLAY "ERRO AO GRAVAR O CADASTRO DE FILIAIS. STATUS: "
048200             WS-FS-FILMAST
048300         MOVE 16 TO RETURN-CODE
048400         GO TO 9999-EXIT
048500     END-IF.
048600
048700     MOVE "FIL "                TO WS-CA-TIPO.
048800     MOVE FM-BRANCH-CODE        TO WS-CA-CODIGO.
048900     MOVE "INCLUSAO"            TO WS-COMPLEMENTO-AUDIT.
049000     PERFORM 8000-GRAVAR-AUDITORIA
049100         THRU 8000-GRAVAR-AUDITORIA-EXIT.
049200     DISPLAY "FILIAL INCLUIDA COM SUCESSO.".
049300
049400 4100-INCLUIR-FILIAL-EXIT.
049500     EXIT.
049600
049700 4500-ABRIR-FECHAR-FILIAL.
049800*---------------------------------------------------------------*
049900*    MARCA A FILIAL COMO FECHADA OU A REABRE; FILIAL FECHADA NAO *
050000*    RECEBE TRANSACOES NOVAS NEM ITENS NOVOS NO CADPROD          *
050100*---------------------------------------------------------------*
050200     PERFORM 2100-LER-FILIAL-PESQUISA
050300         THRU 2100-LER-FILIAL-PESQUISA-EXIT.
050400     IF  WS-FILIAL-NAO-ACHADA
050500         DISPLAY "FILIAL NAO CADASTRADA: " WS-FILIAL-PESQUISA
050600         GO TO 4500-ABRIR-FECHAR-FILIAL-EXIT
050700     END-IF.
050800
050900     IF  FM-FILIAL-FECHADA
051000         DISPLAY "SITUACAO ATUAL....: FECHADA"
051100     ELSE
051200         DISPLAY "SITUACAO ATUAL....: ABERTA"
051300     END-IF.
051400     DISPLAY "Nova situacao (A = aberta, F = fechada)".
051500     ACCEPT WS-NOVO-STATUS.
051600
051700     EVALUATE WS-NOVO-STATUS
051800         WHEN "A"
051900             SET FM-FILIAL-ABERTA TO TRUE
052000             MOVE "REABERTA"    TO WS-COMPLEMENTO-AUDIT
052100         WHEN "F"
052200             SET FM-FILIAL-FECHADA TO TRUE
052300             MOVE "FECHADA"     TO WS-COMPLEMENTO-AUDIT
052400         WHEN OTHER
052500             DISPLAY "SITUACAO INVALIDA. NADA ALTERADO."
052600             GO TO 4500-ABRIR-FECHAR-FILIAL-EXIT
052700     END-EVALUATE.
052800
052900     MOVE WS-DATA-SISTEMA       TO FM-DATA-ULT-ALTERACAO.
053000     REWRITE FM-REGISTRO-FILIAL.
053100     IF  WS-FS-FILMAST NOT = "00"
053200         DISPLAY "ERRO AO REGRAVAR O CADASTRO DE FILIAIS."
053300             " STATUS: " WS-FS-FILMAST
053400         MOVE 16 TO RETURN-CODE
053500         GO TO 9999-EXIT
053600     END-IF.
053700
053800     MOVE "FIL "                TO WS-CA-TIPO.
053900     MOVE FM-BRANCH-CODE        TO WS-CA-CODIGO.
054000     PERFORM 8000-GRAVAR-AUDITORIA
054100         THRU 8000-GRAVAR-AUDITORIA-EXIT.
054200     DISPLAY "SITUACAO ALTERADA COM SUCESSO.".
054300
054400 4500-ABRIR-FECHAR-FILIAL-EXIT.
054500     EXIT.
054600
054700 5000-CONSULTAR-CATEGORIA.
054800*---------------------------------------------------------------*
054900*    EXIBE TODOS OS CAMPOS DO REGISTRO DA CATEGORIA              *
055000*---------------------------------------------------------------*
055100     PERFORM 2200-LER-CATEGORIA-PESQUISA
055200         THRU 2200-LER-CATEGORIA-PESQUISA-EXIT.
055300     IF  WS-CATEGORIA-NAO-ACHADA
055400         DISPLAY "CATEGORIA NAO CADASTRADA: "
055450             WS-CATEGORIA-PESQUISA
055500         GO TO 5000-CONSULTAR-CATEGORIA-EXIT
055600     END-IF.
055700
055800     DISPLAY " ".
055900     DISPLAY "CATEGORIA.........: " CM-CATEGORY-CODE.
056000     DISPLAY "NOME..............: " CM-NOME.
056100     DISPLAY "DEPARTAMENTO......: " CM-DEPARTAMENTO.
056200     DISPLAY "ULT ALTERACAO.....: " CM-DATA-ULT-ALTERACAO.
056300
056400 5000-CONSULTAR-CATEGORIA-EXIT.
056500     EXIT.
056600
056700 5200-LISTAR-CATEGORIAS.
056800*---------------------------------------------------------------*
056900*    LISTA ATE 20 CATEGORIAS SEQUENCIALMENTE A PARTIR DA CHAVE   *
057000*    INFORMADA                                                  *
057100*---------------------------------------------------------------*
057200     DISPLAY "Chave inicial (branco = do comeco)".
057300     ACCEPT WS-CATEGORIA-PESQUISA.
057400
057500     SET NAO-FIM-BROWSE         TO TRUE.
057600     MOVE ZERO                  TO WS-CONTADOR-LISTADOS.
057700     MOVE WS-CATEGORIA-PESQUISA TO CM-CATEGORY-CODE.
057800     START CATMAST-ARQ
057900         KEY IS NOT LESS THAN CM-CATEGORY-CODE
058000         INVALID KEY SET FIM-BROWSE TO TRUE
058100     END-START.
058200
058300     IF  FIM-BROWSE
058400         DISPLAY "NENHUMA CATEGORIA A PARTIR DA CHAVE INFORMADA."
058500         GO TO 5200-LISTAR-CATEGORIAS-EXIT
058600     END-IF.
058700
058800     DISPLAY " ".
058900     DISPLAY "CAT   NOME                            DEPARTAMENTO".
059000     PERFORM 5210-LISTAR-UMA-CATEGORIA
059100         THRU 5210-LISTAR-UMA-CATEGORIA-EXIT
059200         UNTIL FIM-BROWSE
059300            OR WS-CONTADOR-LISTADOS >= WS-LIMITE-LISTAGEM.
059400
059500 5200-LISTAR-CATEGORIAS-EXIT.
059600     EXIT.
059700
059800 5210-LISTAR-UMA-CATEGORIA.
059900*---------------------------------------------------------------*
060000*    LE O PROXIMO REGISTRO DO CADASTRO DE CATEGORIAS E EXIBE     *
060100*    UMA LINHA                                                  *
060200*---------------------------------------------------------------*
060300     READ CATMAST-ARQ NEXT RECORD
060400         AT END
060500             SET FIM-BROWSE     TO TRUE
060600         NOT AT END
060700             ADD 1 TO WS-CONTADOR-LISTADOS
060800             DISPLAY CM-CATEGORY-CODE "  " CM-NOME "  "
060900                 CM-DEPARTAMENTO
061000     END-READ.
061100
061200 5210-LISTAR-UMA-CATEGORIA-EXIT.
061300     EXIT.
061400
061500 6000-MANTER-CATEGORIA.
061600*---------------------------------------------------------------*
061700*    INCLUI A CATEGORIA QUE NAO EXISTE OU ALTERA NOME E          *
061800*    DEPARTAMENTO DA EXISTENTE; BRANCO MANTEM O VALOR ATUAL;     *
061900*    CADA CAMPO ALTERADO GERA SEU PROPRIO REGISTRO DE AUDITORIA  *
062000*---------------------------------------------------------------*
062100     PERFORM 2200-LER-CATEGORIA-PESQUISA
062200         THRU 2200-LER-CATEGORIA-PESQUISA-EXIT.
062300     IF  WS-CATEGORIA-PESQUISA = SPACES
062400         DISPLAY "CODIGO DE CATEGORIA EM BRANCO. NADA ALTERADO."
062500         GO TO 6000-MANTER-CATEGORIA-EXIT
062600     END-IF.
062700
062800     IF  WS-CATEGORIA-NAO-ACHADA
062900         PERFORM 6100-INCLUIR-CATEGORIA
063000             THRU 6100-INCLUIR-CATEGORIA-EXIT
063100         GO TO 6000-MANTER-CATEGORIA-EXIT
063200     END-IF.
063300
063400     SET WS-SEM-ALTERACAO       TO TRUE.
063500
063600     DISPLAY "NOME ATUAL........: " CM-NOME.
063700     DISPLAY "Novo nome (branco = manter)".
063800     ACCEPT WS-NOVO-NOME.
063900
064000     DISPLAY "DEPARTAMENTO ATUAL: " CM-DEPARTAMENTO.
064100     DISPLAY "Novo departamento (branco = manter)".
064200     ACCEPT WS-NOVO-DEPARTAMENTO.
064300
064400     IF  WS-NOVO-NOME NOT = SPACES
064500         MOVE WS-NOVO-NOME      TO CM-NOME
064600         SET WS-HOUVE-ALTERACAO TO TRUE
064700     END-IF.
064800
064900     IF  WS-NOVO-DEPARTAMENTO NOT = SPACES
065000         MOVE WS-NOVO-DEPARTAMENTO TO CM-DEPARTAMENTO
065100         SET WS-HOUVE-ALTERACAO TO TRUE
065200     END-IF.
065300
065400     IF  NOT WS-HOUVE-ALTERACAO
065500         DISPLAY "NENHUM CAMPO ALTERADO."
065600         GO TO 6000-MANTER-CATEGORIA-EXIT
065700     END-IF.
065800
065900     MOVE WS-DATA-SISTEMA       TO CM-DATA-ULT-ALTERACAO.
066000     REWRITE CM-REGISTRO-CATEGORIA.
066100     IF  WS-FS-CATMAST NOT = "00"
066200         DISPLAY "ERRO AO REGRAVAR O CADASTRO DE CATEGORIAS."
066300             " STATUS: " WS-FS-CATMAST
066400         MOVE 16 TO RETURN-CODE
066500         GO TO 9999-EXIT
066600     END-IF.
066700
066800     MOVE "CAT "                TO WS-CA-TIPO.
066900     MOVE CM-CATEGORY-CODE      TO WS-CA-CODIGO.
067000     IF  WS-NOVO-NOME NOT = SPACES
067100         MOVE "NOME"            TO WS-COMPLEMENTO-AUDIT
067200         PERFORM 8000-GRAVAR-AUDITORIA
067300             THRU 8000-GRAVAR-AUDITORIA-EXIT
067400     END-IF.
067500     IF  WS-NOVO-DEPARTAMENTO NOT = SPACES
067600         MOVE "DEPTO"           TO WS-COMPLEMENTO-AUDIT
067700         PERFORM 8000-GRAVAR-AUDITORIA
067800             THRU 8000-GRAVAR-AUDITORIA-EXIT
067900     END-IF.
068000     DISPLAY "CATEGORIA ALTERADA COM SUCESSO.".
068100
068200 6000-MANTER-CATEGORIA-EXIT.
068300     EXIT.
068400
068500 6100-INCLUIR-CATEGORIA.
068600*---------------------------------------------------------------*
068700*    INCLUI UMA CATEGORIA NOVA; O NOME E OBRIGATORIO             *
068800*---------------------------------------------------------------*
068900     DISPLAY "CATEGORIA NAO CADASTRADA - INCLUSAO.".
069000     DISPLAY "Nome da categoria".
069100     ACCEPT WS-NOVO-NOME.
069200     IF  WS-NOVO-NOME = SPACES
069300         DISPLAY "NOME OBRIGATORIO. CATEGORIA NAO INCLUIDA."
069400         GO TO 6100-INCLUIR-CATEGORIA-EXIT
069500     END-IF.
069600     DISPLAY "Departamento".
069700     ACCEPT WS-NOVO-DEPARTAMENTO.
069800
069900     MOVE SPACES                TO CM-REGISTRO-CATEGORIA.
070000     MOVE WS-CATEGORIA-PESQUISA TO CM-CATEGORY-CODE.
070100     MOVE WS-NOVO-NOME          TO CM-NOME.
070200     MOVE WS-NOVO-DEPARTAMENTO  TO CM-DEPARTAMENTO.
070300     MOVE WS-DATA-SISTEMA       TO CM-DATA-ULT-ALTERACAO.
070400     WRITE CM-REGISTRO-CATEGORIA.
070500     IF  WS-FS-CATMAST NOT = "00"
070600         DISPLAY "ERRO AO GRAVAR O CADASTRO DE CATEGORIAS."
070700             " STATUS: " WS-FS-CATMAST
070800         MOVE 16 TO RETURN-CODE
070900         GO TO 9999-EXIT
071000     END-IF.
071100
071200     MOVE "CAT "                TO WS-CA-TIPO.
071300     MOVE CM-CATEGORY-CODE      TO WS-CA-CODIGO.
071400     MOVE "INCLUSAO"            TO WS-COMPLEMENTO-AUDIT.
071500     PERFORM 8000-GRAVAR-AUDITORIA
071600         THRU 8000-GRAVAR-AUDITORIA-EXIT.
071700     DISPLAY "CATEGORIA INCLUIDA COM SUCESSO.".
071800
071900 6100-INCLUIR-CATEGORIA-EXIT.
072000     EXIT.
072100
072200 8000-GRAVAR-AUDITORIA.
072300*---------------------------------------------------------------*
072400*    GRAVA UM REGISTRO DE AUDITORIA DE MANUTENCAO (TIPO "M")     *
072500*    COM O USUARIO, O CODIGO PREFIXADO ("FIL "/"CAT ") E O       *
072600*    COMPLEMENTO DA ACAO REALIZADA                              *
072700*---------------------------------------------------------------*
072800     MOVE SPACES                TO AUD-REGISTRO-LOG.
072900     MOVE WS-DATA-SISTEMA       TO AUD-DATA.
073000     MOVE WS-HORA-SISTEMA       TO AUD-HORA.
073100     MOVE SG-USER-ID            TO AUD-TERMINAL-USUARIO.
073200     IF  AUD-TERMINAL-USUARIO = SPACES
073300         MOVE "CADREF"          TO AUD-TERMINAL-USUARIO
073400     END-IF.
073500     MOVE WS-CHAVE-AUDIT        TO AUD-ITEM-CODE.
073600     MOVE "M"                   TO AUD-CALC-TYPE.
073700     MOVE ZERO                  TO AUD-VALOR-COMPRA.
073800     MOVE ZERO                  TO AUD-VALOR-VENDA.
073900     MOVE ZERO                  TO AUD-PERCENTUAL.
074000     MOVE WS-COMPLEMENTO-AUDIT  TO AUD-INFO-COMPLEMENTO.
074100
074200     WRITE AUD-REGISTRO-LOG.
074300
074400 8000-GRAVAR-AUDITORIA-EXIT.
074500     EXIT.
074600
074700 9000-FINALIZAR.
074800*---------------------------------------------------------------*
074900*    FECHA OS ARQUIVOS E ENCERRA                                 *
075000*---------------------------------------------------------------*
075100     CLOSE FILMAST-ARQ.
075200     CLOSE CATMAST-ARQ.
075300     CLOSE AUDITLOG-ARQ.
075400     DISPLAY " ".
075500     DISPLAY "MANUTENCAO DOS CADASTROS ENCERRADA.".
075600
075700 9000-FINALIZAR-EXIT.
075800     EXIT.
075900
076000 9999-EXIT.
076100     STOP RUN.
076200
076300 END PROGRAM CADREF.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCSNAP.
000300 AUTHOR.        J. ALMEIDA - PRECIFICACAO.
000400 INSTALLATION.  DEPTO DE PRECIFICACAO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    DESCRICAO....: FOTOGRAFIA (SNAPSHOT) DO MESTRE DE
000850*                   PRODUTOS.  CHAMADO POR TODA EXECUCAO QUE
000900*                   ATUALIZA O PRODMAST (CALC1 LOTE, INTERATIVO E
000950*                   APLICACAO DE PROPOSTAS, CUSTBAT, CUSTKIT,
001000*                   PRCATIV E RESTMAST) ANTES DE ABRI-LO PARA
001050*                   ATUALIZACAO.  LE O MESTRE INTEIRO EM SEQUENCIA
001100*                   E ACRESCENTA A COPIA AO ARQUIVO DE SNAPSHOTS
001150*                   (SNAPMAST), SEGUIDA DA COPIA DOS PRECOS
001200*                   PROPRIOS DE FILIAL (PRCFIL, REGISTROS "F"),
001250*                   ENTRE UM HEADER COM A DATA, A HORA E O
001300*                   PROGRAMA DE ORIGEM - OS MESMOS QUE O CHAMADOR
001350*                   GRAVA NO MESTRE E NO HISTORICO - E UM TRAILER
001400*                   COM AS QUANTIDADES DE ITENS E DE PRECOS DE
001450*                   FILIAL.  MESTRE AINDA INEXISTENTE NAO E ERRO
001500*                   (NADA A PROTEGER), NEM ARQUIVO DE PRECOS DE
001550*                   FILIAL INEXISTENTE (NENHUM PRECO DE FILIAL);
001600*                   ERRO AO LER OS PRECOS DE FILIAL OU AO GRAVAR A
001650*                   COPIA VOLTA CODIGO 16 E O CHAMADOR NAO DEVE
001700*                   ATUALIZAR O MESTRE.
002100*-----------------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRICAO
002400*    ---------- ----  -------------------------------------------
002500*    2026-10-15 JA    PROGRAMA ORIGINAL.
002520*    2026-10-15 JA    COPIA TAMBEM OS PRECOS PROPRIOS DE FILIAL
002540*                     (PRCFIL) COMO REGISTROS "F" DO SNAPSHOT.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PRODMAST-ARQ ASSIGN TO "PRODMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS PM-ITEM-CODE
003700         FILE STATUS IS WS-FS-PRODMAST.
003800
003810     SELECT PRCFIL-ARQ ASSIGN TO "PRCFIL"
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS SEQUENTIAL
003840         RECORD KEY IS PF-CHAVE
003850         FILE STATUS IS WS-FS-PRCFIL.
003860
003900     SELECT SNAPMAST-ARQ ASSIGN TO "SNAPMAST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-SNAPMAST.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PRODMAST-ARQ
004600     LABEL RECORDS ARE STANDARD.
004700     COPY PRODMAST.
004720
004740 FD  PRCFIL-ARQ
004760     LABEL RECORDS ARE STANDARD.
004780     COPY PRCFIL.
004800
004900 FD  SNAPMAST-ARQ
005000     LABEL RECORDS ARE STANDARD.
005100     COPY SNAPMAST.
005200
005300 WORKING-STORAGE SECTION.
005400
005500*---------------------------------------------------------------*
005600*    STATUS DE ARQUIVO                                          *
005700*---------------------------------------------------------------*
005800 77  WS-FS-PRODMAST          PIC X(02).
005900 77  WS-FS-SNAPMAST          PIC X(02).
005950 77  WS-FS-PRCFIL            PIC X(02).
006000
006100*---------------------------------------------------------------*
006200*    CHAVES E INDICADORES DE CONTROLE                           *
006300*---------------------------------------------------------------*
006400 01  WS-SWITCHES.
006500     05  WS-SW-FIM-MASTER        PIC X(01) VALUE "N".
006600         88  FIM-MASTER                 VALUE "S".
006700         88  NAO-FIM-MASTER             VALUE "N".
006720     05  WS-SW-FIM-PRCFIL        PIC X(01) VALUE "N".
006740         88  FIM-PRCFIL                 VALUE "S".
006760         88  NAO-FIM-PRCFIL             VALUE "N".
006800
006900*---------------------------------------------------------------*
007000*    CONTADORES DO PROCESSAMENTO                                *
007100*---------------------------------------------------------------*
007200 77  WS-CONTADOR-ITENS       PIC 9(08) VALUE ZERO.
007250 77  WS-CONTADOR-FILIAIS     PIC 9(08) VALUE ZERO.
007300
007400 LINKAGE SECTION.
007500 COPY SNLINK.
007600
007700 PROCEDURE DIVISION USING SN-PARAMETROS-SNAPSHOT.
007800
007900 0000-MAINLINE.
008000*---------------------------------------------------------------*
008100*    PARAGRAFO PRINCIPAL                                        *
008200*---------------------------------------------------------------*
008300     SET SN-SNAPSHOT-OK         TO TRUE.
008400     MOVE ZERO                  TO SN-QTD-ITENS.
008500     MOVE ZERO                  TO WS-CONTADOR-ITENS.
008550     MOVE ZERO                  TO WS-CONTADOR-FILIAIS.
008600     SET NAO-FIM-MASTER         TO TRUE.
008650     SET NAO-FIM-PRCFIL         TO TRUE.
008700
008800     PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-ABRIR-ARQUIVOS-EXIT.
008900     IF  NOT SN-SNAPSHOT-OK
009000         GO TO 9999-EXIT
009100     END-IF.
009200
009300     PERFORM 2900-LER-MESTRE THRU 2900-LER-MESTRE-EXIT.
009400     PERFORM 2000-COPIAR-UM-ITEM
009500         THRU 2000-COPIAR-UM-ITEM-EXIT
009600         UNTIL FIM-MASTER
009700            OR NOT SN-SNAPSHOT-OK.
009710
009720     IF  SN-SNAPSHOT-OK
009730         PERFORM 2500-COPIAR-PRECOS-FILIAL
009740             THRU 2500-COPIAR-PRECOS-FILIAL-EXIT
009750     END-IF.
009800
009900     IF  SN-SNAPSHOT-OK
010000         PERFORM 3000-GRAVAR-TRAILER
010100             THRU 3000-GRAVAR-TRAILER-EXIT
010200     END-IF.
010300
010400     CLOSE PRODMAST-ARQ.
010500     CLOSE SNAPMAST-ARQ.
010600     MOVE WS-CONTADOR-ITENS     TO SN-QTD-ITENS.
010700
010800     GO TO 9999-EXIT.
010900
011000 1000-ABRIR-ARQUIVOS.
011100*---------------------------------------------------------------*
011200*    ABRE O MESTRE PARA LEITURA E ESTENDE O ARQUIVO DE          *
011300*    SNAPSHOTS (CRIANDO-O NA PRIMEIRA VEZ), GRAVANDO O HEADER   *
011400*    DA COPIA                                                   *
011500*---------------------------------------------------------------*
011600     OPEN INPUT PRODMAST-ARQ.
011700     IF  WS-FS-PRODMAST = "35"
011800         SET SN-SEM-MESTRE      TO TRUE
011900         GO TO 1000-ABRIR-ARQUIVOS-EXIT
012000     END-IF.
012100     IF  WS-FS-PRODMAST NOT = "00"
012200         DISPLAY "ERRO AO ABRIR O ARQUIVO MESTRE PARA O SNAPSHOT."
012300             " STATUS: " WS-FS-PRODMAST
012400         SET SN-ERRO-SNAPSHOT   TO TRUE
012500         GO TO 1000-ABRIR-ARQUIVOS-EXIT
012600     END-IF.
012700
012800     OPEN EXTEND SNAPMAST-ARQ.
012900     IF  WS-FS-SNAPMAST = "35"
013000         OPEN OUTPUT SNAPMAST-ARQ
013100     END-IF.
013200     IF  WS-FS-SNAPMAST NOT = "00"
013300         DISPLAY "ERRO AO ABRIR O ARQUIVO DE SNAPSHOTS. STATUS: "
013400             WS-FS-SNAPMAST
013500         CLOSE PRODMAST-ARQ
013600         SET SN-ERRO-SNAPSHOT   TO TRUE
013700         GO TO 1000-ABRIR-ARQUIVOS-EXIT
013800     END-IF.
013900
014000     MOVE SPACES                TO SM-REGISTRO-SNAPSHOT.
014100     SET SM-REGISTRO-HEADER     TO TRUE.
014200     MOVE SN-DATA-SNAPSHOT      TO SM-HDR-DATA-SNAPSHOT.
014300     MOVE SN-HORA-SNAPSHOT      TO SM-HDR-HORA-SNAPSHOT.
014400     MOVE SN-SISTEMA-ORIGEM     TO SM-HDR-SISTEMA-ORIGEM.
014500     PERFORM 8000-GRAVAR-SNAPSHOT THRU 8000-GRAVAR-SNAPSHOT-EXIT.
014600
014700 1000-ABRIR-ARQUIVOS-EXIT.
014800     EXIT.
014900
015000 2000-COPIAR-UM-ITEM.
015100*---------------------------------------------------------------*
015200*    GRAVA A IMAGEM DO ITEM CORRENTE DO MESTRE E LE O PROXIMO   *
015300*---------------------------------------------------------------*
015400     MOVE SPACES                TO SM-REGISTRO-SNAPSHOT.
015500     SET SM-REGISTRO-DETALHE    TO TRUE.
015600     MOVE PM-REGISTRO-MESTRE    TO SM-DADOS-SNAPSHOT.
015700     PERFORM 8000-GRAVAR-SNAPSHOT THRU 8000-GRAVAR-SNAPSHOT-EXIT.
015800     ADD 1 TO WS-CONTADOR-ITENS.
015900
016000     PERFORM 2900-LER-MESTRE THRU 2900-LER-MESTRE-EXIT.
016100
016200 2000-COPIAR-UM-ITEM-EXIT.
016300     EXIT.
016400
016402 2500-COPIAR-PRECOS-FILIAL.
016404*---------------------------------------------------------------*
016406*    COPIA OS PRECOS PROPRIOS DE FILIAL DEPOIS DOS ITENS, NO     *
016408*    MESMO QUADRO HEADER/TRAILER; ARQUIVO AINDA INEXISTENTE      *
016410*    SIGNIFICA QUE NENHUMA FILIAL TEM PRECO PROPRIO              *
016412*---------------------------------------------------------------*
016414     OPEN INPUT PRCFIL-ARQ.
016416     IF  WS-FS-PRCFIL = "35"
016418         GO TO 2500-COPIAR-PRECOS-FILIAL-EXIT
016420     END-IF.
016422     IF  WS-FS-PRCFIL NOT = "00"
016424         DISPLAY "ERRO AO ABRIR OS PRECOS POR FILIAL PARA O"
016426             " SNAPSHOT. STATUS: " WS-FS-PRCFIL
016428         SET SN-ERRO-SNAPSHOT   TO TRUE
016430         GO TO 2500-COPIAR-PRECOS-FILIAL-EXIT
016432     END-IF.
016434
016436     PERFORM 2950-LER-PRCFIL THRU 2950-LER-PRCFIL-EXIT.
016438     PERFORM 2600-COPIAR-UM-PRECO-FILIAL
016440         THRU 2600-COPIAR-UM-PRECO-FILIAL-EXIT
016442         UNTIL FIM-PRCFIL
016444            OR NOT SN-SNAPSHOT-OK.
016446
016448     CLOSE PRCFIL-ARQ.
016450
016452 2500-COPIAR-PRECOS-FILIAL-EXIT.
016454     EXIT.
016456
016458 2600-COPIAR-UM-PRECO-FILIAL.
016460*---------------------------------------------------------------*
016462*    GRAVA A IMAGEM DO PRECO DE FILIAL CORRENTE E LE O PROXIMO   *
016464*---------------------------------------------------------------*
016466     MOVE SPACES                TO SM-REGISTRO-SNAPSHOT.
016468     SET SM-REGISTRO-FILIAL     TO TRUE.
016470     MOVE PF-REGISTRO-PRECO-FILIAL TO SM-DADOS-SNAPSHOT.
016472     PERFORM 8000-GRAVAR-SNAPSHOT THRU 8000-GRAVAR-SNAPSHOT-EXIT.
016474     ADD 1 TO WS-CONTADOR-FILIAIS.
016476
016478     PERFORM 2950-LER-PRCFIL THRU 2950-LER-PRCFIL-EXIT.
016480
016482 2600-COPIAR-UM-PRECO-FILIAL-EXIT.
016484     EXIT.
016486
016500 2900-LER-MESTRE.
016600*---------------------------------------------------------------*
016700*    LE O PROXIMO REGISTRO DO MESTRE NA VARREDURA SEQUENCIAL    *
016800*---------------------------------------------------------------*
016900     READ PRODMAST-ARQ NEXT RECORD
017000         AT END     SET FIM-MASTER     TO TRUE
017100         NOT AT END SET NAO-FIM-MASTER TO TRUE
017200     END-READ.
017300
017400 2900-LER-MESTRE-EXIT.
017500     EXIT.
017600
017605 2950-LER-PRCFIL.
017610*---------------------------------------------------------------*
017615*    LE O PROXIMO PRECO DE FILIAL NA VARREDURA SEQUENCIAL; ERRO  *
017620*    DE LEITURA INTERROMPE A COPIA SEM TRAILER                   *
017625*---------------------------------------------------------------*
017630     READ PRCFIL-ARQ NEXT RECORD
017635         AT END     SET FIM-PRCFIL     TO TRUE
017640         NOT AT END SET NAO-FIM-PRCFIL TO TRUE
017645     END-READ.
017650     IF  WS-FS-PRCFIL NOT = "00" AND WS-FS-PRCFIL NOT = "10"
017655         DISPLAY "ERRO AO LER OS PRECOS POR FILIAL PARA O"
017660             " SNAPSHOT. STATUS: " WS-FS-PRCFIL
017665         SET SN-ERRO-SNAPSHOT   TO TRUE
017670     END-IF.
017675
017680 2950-LER-PRCFIL-EXIT.
017685     EXIT.
017690
017700 3000-GRAVAR-TRAILER.
017800*---------------------------------------------------------------*
017900*    FECHA A COPIA COM O TRAILER; SO A COPIA COM TRAILER E      *
018000*    ACEITA NA RECONSTRUCAO DO MESTRE                           *
018100*---------------------------------------------------------------*
018200     MOVE SPACES                TO SM-REGISTRO-SNAPSHOT.
018300     SET SM-REGISTRO-TRAILER    TO TRUE.
018400     MOVE WS-CONTADOR-ITENS     TO SM-TRL-QTD-ITENS.
018500     MOVE SN-DATA-SNAPSHOT      TO SM-TRL-DATA-SNAPSHOT.
018600     MOVE SN-HORA-SNAPSHOT      TO SM-TRL-HORA-SNAPSHOT.
018650     MOVE WS-CONTADOR-FILIAIS   TO SM-TRL-QTD-FILIAIS.
018700     PERFORM 8000-GRAVAR-SNAPSHOT THRU 8000-GRAVAR-SNAPSHOT-EXIT.
018800
018900 3000-GRAVAR-TRAILER-EXIT.
019000     EXIT.
019100
019200 8000-GRAVAR-SNAPSHOT.
019300*---------------------------------------------------------------*
019400*    GRAVA UM REGISTRO NO ARQUIVO DE SNAPSHOTS; FALHA NA        *
019500*    GRAVACAO INTERROMPE A COPIA SEM TRAILER                    *
019600*---------------------------------------------------------------*
019700     WRITE SM-REGISTRO-SNAPSHOT.
019800     IF  WS-FS-SNAPMAST NOT = "00"
019900         DISPLAY "ERRO AO GRAVAR O ARQUIVO DE SNAPSHOTS. STATUS: "
020000             WS-FS-SNAPMAST
020100         SET SN-ERRO-SNAPSHOT   TO TRUE
020200     END-IF.
020300
020400 8000-GRAVAR-SNAPSHOT-EXIT.
020500     EXIT.
020600
020700 9999-EXIT.
020800     GOBACK.
020900
021000 END PROGRAM CALCSNAP.

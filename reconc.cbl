002200*                   SCHEDULER ACIONAR A OPERACAO APOS O LOTE
002300*                   NOTURNO.  REGISTROS DE AUDITORIA DE
002400*                   MANUTENCAO ("M") E DE PROMOCAO ("O") NAO
002500*                   CONTAM COMO CALCULO.  PRECOS PROPRIOS DE
002510*                   FILIAL (HISTORICO "F" E AUDITORIA COM
002520*                   COMPLEMENTO "FIL") FICAM NO PRCFIL E NAO
002530*                   ENTRAM NA CONFERENCIA DO MESTRE.
002600*-----------------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRICAO
002900*    ---------- ----  -------------------------------------------
003000*    2026-09-01 JA    PROGRAMA ORIGINAL.
003010*    2026-10-15 JA    HISTORICO E AUDITORIA DE PRECO PROPRIO DE
003020*                     FILIAL (PRCFIL) IGNORADOS NA CONFERENCIA
003030*                     CONTRA O MESTRE.
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
023900*    GUARDA A ENTRADA CORRENTE COMO A ULTIMA VISTA DO ITEM E LE  *
024000*    A PROXIMA                                                   *
024100*---------------------------------------------------------------*
024110     IF  HS-PRECO-FILIAL
024120         GO TO 2100-GUARDAR-ENTRADA-HIST-LER
024130     END-IF.
024140
024200     SET WS-ITEM-FORA-TABELA    TO TRUE.
024300     MOVE ZERO                  TO WS-POSICAO-CORRENTE.
024400     IF  WS-QTD-ITENS-HIST > ZERO
031500     IF  AUD-CALC-TYPE = "M" OR AUD-CALC-TYPE = "O"
031600         GO TO 3100-GUARDAR-ENTRADA-AUD-LER
031700     END-IF.
031710     IF  AUD-INFO-COMPLEMENTO (1:4) = "FIL "
031720         GO TO 3100-GUARDAR-ENTRADA-AUD-LER
031730     END-IF.
031800
031900     SET WS-ITEM-FORA-TABELA    TO TRUE.
032000     MOVE ZERO                  TO WS-POSICAO-CORRENTE.

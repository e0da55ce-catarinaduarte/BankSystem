000215*                    com divergencias - e este registo que a
000216*                    TAREFA-23 verifica antes de extrair a
000217*                    razao da mesma data.
000218*   17/06/2024  RSA  O relatorio passa a mostrar o saldo do
000219*                    suspenso das transferencias recebidas
000220*                    (TRFSUSP, em suspenso e a devolver) - so
000221*                    informativo, nao conta como divergencia.
000223******************************************************************
000225 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. TAREFA-17.
000240
000250 ENVIRONMENT DIVISION.
000360     SELECT CONCILIA-RPT ASSIGN TO "CONCRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-RPT.
000381     SELECT SUSPENSO ASSIGN TO "TRFSUSP"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS SEQUENTIAL
000384         RECORD KEY IS SUS-ID
000385         FILE STATUS IS WS-FS-SUSP.
000390     SELECT SORT-MOVTOS ASSIGN TO "SORTWK".
000400
000410 DATA DIVISION.
000480
000490 FD  CONCILIA-RPT.
000500 01  RPT-LINHA               PIC X(80).
000502 FD  SUSPENSO.
000504     COPY SUSREC.
000510
000520 SD  SORT-MOVTOS.
000530 01  SRT-REC.
000650     05  WS-FS-MOVTO         PIC X(02) VALUE "00".
000660     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000670     05  WS-FS-RPT           PIC X(02) VALUE "00".
000672     05  WS-FS-SUSP          PIC X(02) VALUE "00".
000680     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
000690         88  FIM-MOVTO           VALUE "S".
000700     05  WS-FIM-SORT         PIC X(01) VALUE "N".
000710         88  FIM-SORT            VALUE "S".
000720     05  WS-FIM-CONTAS       PIC X(01) VALUE "N".
000730         88  FIM-CONTAS          VALUE "S".
000732     05  WS-FIM-SUSP         PIC X(01) VALUE "N".
000734         88  FIM-SUSP            VALUE "S".
000740
000750 01  WS-CONTADORES.
000760     05  WS-QTD-MOVTOS       PIC 9(09) VALUE 0.
000770     05  WS-QTD-CONTAS       PIC 9(07) VALUE 0.
000780     05  WS-QTD-DIVERG       PIC 9(07) VALUE 0.
000790     05  WS-SEQ-RELEASE      PIC 9(09) VALUE 0.
000792     05  WS-QTD-SUSPENSO     PIC 9(07) VALUE 0.
000794     05  WS-QTD-A-DEVOLVER   PIC 9(07) VALUE 0.
000796     05  WS-SALDO-SUSPENSO   PIC 9(13)V99 VALUE 0.
000800
000810******************************************************************
000820* Grupo corrente do emparelhamento: a conta vinda do SORT com o
001260     05  FILLER            PIC X(13) VALUE " MOVIMENTOS,".
001270     05  WS-RES-DIVERG     PIC ZZZZZZ9.
001280     05  FILLER            PIC X(14) VALUE " DIVERGENTES.".
001281 01  WS-LINHA-SUSPENSO.
001282     05  FILLER              PIC X(21)
001283         VALUE "SUSP.TRF.RECEBIDAS:".
001284     05  WS-SUS-QTD          PIC ZZZZZZ9.
001285     05  FILLER              PIC X(11) VALUE " EM ABERTO,".
001286     05  WS-SUS-DEVOLVER     PIC ZZZZZZ9.
001287     05  FILLER              PIC X(12) VALUE " A DEVOLVER,".
001288     05  FILLER              PIC X(06) VALUE " SALDO".
001289     05  WS-SUS-SALDO        PIC Z(12)9V,99.
001290
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
003720     END-IF.
003730 7000-EXIT.
003740     EXIT.
003741******************************************************************
003742* 7500-SALDO-SUSPENSO - soma o suspenso das transferencias
003743* recebidas da TAREFA-41 ainda por tratar na TAREFA-42 (em
003744* suspenso ou marcadas para devolucao) e escreve a linha do saldo
003745* no relatorio. Suspenso inexistente = saldo zero.
003746******************************************************************
003747 7500-SALDO-SUSPENSO.
003748     OPEN INPUT SUSPENSO
003749     IF WS-FS-SUSP = "35" THEN
003750         MOVE "S" TO WS-FIM-SUSP
003751     END-IF
003752     PERFORM 7510-SOMA-SUSPENSO THRU 7510-EXIT
003753         UNTIL FIM-SUSP
003754     IF WS-FS-SUSP NOT = "35" THEN
003755         CLOSE SUSPENSO
003756     END-IF
003757     MOVE WS-QTD-SUSPENSO TO WS-SUS-QTD
003758     MOVE WS-QTD-A-DEVOLVER TO WS-SUS-DEVOLVER
003759     MOVE WS-SALDO-SUSPENSO TO WS-SUS-SALDO
003760     WRITE RPT-LINHA FROM WS-LINHA-SUSPENSO.
003761 7500-EXIT.
003762     EXIT.
003763
003764 7510-SOMA-SUSPENSO.
003765     READ SUSPENSO NEXT RECORD
003766         AT END
003767             MOVE "S" TO WS-FIM-SUSP
003768             GO TO 7510-EXIT
003769     END-READ
003770     IF SUS-EM-SALDO THEN
003771         ADD 1 TO WS-QTD-SUSPENSO
003772         ADD SUS-VALOR TO WS-SALDO-SUSPENSO
003773     END-IF
003774     IF SUS-A-DEVOLVER THEN
003775         ADD 1 TO WS-QTD-A-DEVOLVER
003776     END-IF.
003777 7510-EXIT.
003778     EXIT.
003780
003782 8000-IMPRIME-RESUMO.
003784     IF WS-QTD-DIVERG = 0 THEN
003786         WRITE RPT-LINHA FROM WS-LINHA-SEM-DIVERG
003790     END-IF
003792     MOVE SPACES TO RPT-LINHA
003794     WRITE RPT-LINHA
003796     PERFORM 7500-SALDO-SUSPENSO THRU 7500-EXIT
003800     MOVE SPACES TO RPT-LINHA
003810     WRITE RPT-LINHA
003820     MOVE WS-QTD-CONTAS TO WS-RES-CONTAS

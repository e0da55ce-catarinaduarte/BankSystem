000352*                    tambem recusa uma segunda execucao na
000353*                    mesma data de negocio e regista o fim
000354*                    limpo em RUNREG.
000355*   29/07/2024  RSA  Cada ordem rejeitada gera um evento de
000356*                    notificacao (tipo OR, com o motivo) no
000357*                    ficheiro NOTEVT, para a carta ao cliente da
000358*                    TAREFA-46.
000359*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000360*                    CONTA-MASTER (TAREFA-49) estiver pendente
000361*                    (retorno 40 do RUNCTL).
000362*   23/09/2024  RSA  NOTEVT que nao abre termina com RC 16.
000363******************************************************************
000365 IDENTIFICATION DIVISION.
000367 PROGRAM-ID. TAREFA-16.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000540     SELECT ORDENS-REJEITADAS ASSIGN TO "ORDREJ"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-REJ.
000562     SELECT NOTIFICACOES ASSIGN TO "NOTEVT"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-FS-EVT.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000700 FD  ORDENS-REJEITADAS.
000710 01  REJ-LINHA                   PIC X(80).
000720
000722 FD  NOTIFICACOES.
000724     COPY EVTREC.
000726
000730 WORKING-STORAGE SECTION.
000740 01  WS-STATUS-FLAGS.
000760     05  WS-FS-ORDENS            PIC X(02) VALUE "00".
000770     05  WS-FS-CONTA             PIC X(02) VALUE "00".
000780     05  WS-FS-REJ               PIC X(02) VALUE "00".
000782     05  WS-FS-EVT               PIC X(02) VALUE "00".
000790     05  WS-FIM-ORDENS           PIC X(01) VALUE "N".
000800         88  FIM-ORDENS              VALUE "S".
000810
000820 01  WS-DATA-EXEC                PIC 9(08) VALUE 0.
000822 01  WS-DATA-HORA                PIC X(21) VALUE SPACES.
000824 01  WS-MOTIVO-REJ               PIC X(40) VALUE SPACES.
000830
000840 01  WS-RETURN-CD                PIC 9(02) VALUE 0.
000850     88  POSTADO                     VALUE 00.
001270******************************************************************
001280* 1000-INICIALIZAR - obtem a data de negocio do controlo central
001290* RUNCTL (que recusa uma segunda execucao na mesma data), abre
001300* os ficheiros de ordens, de contas e de rejeitados e o de
001310* eventos de notificacao (acrescentado; criado vazio se ainda
001312* nao existir), e le a primeira ordem.
001315******************************************************************
001320 1000-INICIALIZAR.
001330     MOVE "I" TO RUN-FUNCAO
001370         DISPLAY "TAREFA-16: JA EXECUTADA NA DATA DE NEGOCIO "
001380             RUN-DATA
001390         MOVE 12 TO RETURN-CODE
001391         STOP RUN
001392     END-IF
001393     IF RUN-RECUPERACAO-PENDENTE THEN
001394         DISPLAY "TAREFA-16: CONTA-MASTER POR RECUPERAR - "&
001395         "TERMINAR PRIMEIRO A TAREFA-49"
001396         MOVE 16 TO RETURN-CODE
001400         STOP RUN
001410     END-IF
001412     IF NOT RUN-OK THEN
001560     END-IF
001570
001580     OPEN OUTPUT ORDENS-REJEITADAS
001581
001582     OPEN EXTEND NOTIFICACOES
001583     IF WS-FS-EVT = "05" OR WS-FS-EVT = "35" THEN
001584         OPEN OUTPUT NOTIFICACOES
001585         CLOSE NOTIFICACOES
001586         OPEN EXTEND NOTIFICACOES
001587     END-IF
001588     IF WS-FS-EVT NOT = "00" THEN
001589         DISPLAY "TAREFA-16: NAO FOI POSSIVEL ABRIR O "&
001590         "NOTEVT - FS=" WS-FS-EVT
001591         MOVE 16 TO RETURN-CODE
001592         STOP RUN
001593     END-IF
001594
001595     MOVE SPACES TO PST-OPERADOR
001600     PERFORM 2100-LER-ORDEM THRU 2100-EXIT.
001610 1000-EXIT.
001700     ADD 1 TO WS-QTD-ORDENS
001710     IF STD-ORDEM-ATIVA THEN
001720         IF STD-PROX-EXEC IS NOT NUMERIC OR STD-PROX-EXEC = 0 THEN
001722             MOVE "DATA DE EXECUCAO DA ORDEM INVALIDA"
001724                 TO WS-MOTIVO-REJ
001730             PERFORM 2300-REJEITA-ORDEM THRU 2300-EXIT
001740         ELSE
001750             IF STD-PROX-EXEC <= WS-DATA-EXEC THEN
002000     MOVE STD-CONTA-ORIGEM TO CT-CONTA-NUM
002010     READ CONTA-MASTER
002020         INVALID KEY
002022             MOVE "CONTA DE ORIGEM INEXISTENTE" TO WS-MOTIVO-REJ
002030             PERFORM 2300-REJEITA-ORDEM THRU 2300-EXIT
002040         NOT INVALID KEY
002050             MOVE "O" TO PST-ORIGEM
002080                 REWRITE CONTA-REC
002090                 PERFORM 2400-CREDITA-DESTINO THRU 2400-EXIT
002100             ELSE
002101                 EVALUATE TRUE
002102                     WHEN CONTA-BLOQUEADA
002103                         MOVE "CONTA BLOQUEADA OU ENCERRADA"
002104                             TO WS-MOTIVO-REJ
002105                     WHEN LIMITE-DIARIO
002106                         MOVE "TECTO DIARIO DE DEBITOS EXCEDIDO"
002107                             TO WS-MOTIVO-REJ
002108                     WHEN OTHER
002109                         MOVE "SALDO INSUFICIENTE"
002110                             TO WS-MOTIVO-REJ
002111                 END-EVALUATE
002112                 PERFORM 2300-REJEITA-ORDEM THRU 2300-EXIT
002120             END-IF
002130     END-READ.
002140 2200-EXIT.
002250         " " DELIMITED BY SIZE
002260         STD-VALOR DELIMITED BY SIZE
002270         INTO REJ-LINHA
002280     WRITE REJ-LINHA
002282     PERFORM 2600-NOTIFICA-REJEICAO THRU 2600-EXIT.
002290 2300-EXIT.
002300     EXIT.
002310
002600* os dias seguintes.
002610******************************************************************
002620 2350-REJEITA-ORDEM-DEBITADA.
002622     MOVE "CONTA DE DESTINO INVALIDA - ORDEM SUSPENSA"
002624         TO WS-MOTIVO-REJ
002630     PERFORM 2300-REJEITA-ORDEM THRU 2300-EXIT
002640     MOVE "N" TO STD-ATIVA
002650     REWRITE STD-ORDER-REC.
003260 2500-EXIT.
003270     EXIT.
003280
003281******************************************************************
003282* 2600-NOTIFICA-REJEICAO - acrescenta ao NOTEVT o evento da ordem
003283* rejeitada, em nome da conta de origem, com o motivo preparado
003284* por quem chamou a 2300; a carta ao cliente sai na TAREFA-46.
003285******************************************************************
003286 2600-NOTIFICA-REJEICAO.
003287     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
003288     MOVE SPACES TO EVENTO-REC
003289     MOVE STD-CONTA-ORIGEM TO EVT-CONTA-NUM
003290     MOVE WS-DATA-EXEC TO EVT-DATA
003291     MOVE WS-DATA-HORA (9:6) TO EVT-HORA
003292     MOVE "OR" TO EVT-TIPO
003293     MOVE "TAREFA16" TO EVT-ORIGEM
003294     MOVE STD-VALOR TO EVT-VALOR
003295     MOVE STD-ID TO EVT-REF
003296     MOVE 0 TO EVT-DATA-AUX
003297     MOVE WS-MOTIVO-REJ TO EVT-TEXTO
003298     WRITE EVENTO-REC.
003299 2600-EXIT.
003300     EXIT.
003301
003303 8000-IMPRIME-RESUMO.
003305     MOVE WS-QTD-DEVIDAS TO WS-RES-DEVIDAS
003310     MOVE WS-QTD-POSTADAS TO WS-RES-POSTADAS
003320     MOVE WS-QTD-REJEITADAS TO WS-RES-REJEITADAS
003330     DISPLAY WS-LINHA-RESUMO.
003380     CLOSE ORDENS-PERM
003390     CLOSE CONTA-MASTER
003400     CLOSE ORDENS-REJEITADAS
003402     CLOSE NOTIFICACOES
003405     MOVE "F" TO RUN-FUNCAO
003410     CALL "RUNCTL" USING RUN-AREA.
003411 9999-EXIT.

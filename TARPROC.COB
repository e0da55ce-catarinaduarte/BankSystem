000330*                    ficheiros ordenados contra o CONTA-MASTER
000340*                    em ordem de chave, como a TAREFA-17 - sem
000350*                    tecto de contas e sem pesquisa linear.
000352*   01/07/2024  RSA  Contas dormentes (CT-ESTADO "D", TAREFA-43)
000354*                    continuam a pagar a mensalidade - a CONTAPST
000356*                    aceita a origem F numa conta dormente.
000357*   29/07/2024  RSA  Cada cobranca postada gera um evento de
000358*                    notificacao (tipo TA, com o valor e o mes)
000359*                    no ficheiro NOTEVT, para a carta ao cliente
000360*                    da TAREFA-46.
000361*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000362*                    CONTA-MASTER (TAREFA-49) estiver pendente
000363*                    (retorno 40 do RUNCTL).
000364*   23/09/2024  RSA  NOTEVT que nao abre termina com RC 16.
000365******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. TAREFA-26.
000390
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CT-CONTA-NUM
000580         FILE STATUS IS WS-FS-CONTA.
000582     SELECT NOTIFICACOES ASSIGN TO "NOTEVT"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-FS-EVT.
000590     SELECT SORT-COMISSOES ASSIGN TO "SORTWK".
000600
000610 DATA DIVISION.
000730 FD  CONTA-MASTER.
000740     COPY CONTAREC.
000750
000752 FD  NOTIFICACOES.
000754     COPY EVTREC.
000756
000760 SD  SORT-COMISSOES.
000770 01  SRT-REC.
000780     05  SRT-CONTA-NUM       PIC 9(08).
000840     05  WS-FS-TARIFAS       PIC X(02) VALUE "00".
000850     05  WS-FS-MOVTO         PIC X(02) VALUE "00".
000860     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000862     05  WS-FS-EVT           PIC X(02) VALUE "00".
000870     05  WS-FIM-TARIFAS      PIC X(01) VALUE "N".
000880         88  FIM-TARIFAS         VALUE "S".
000890     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
000980 01  WS-MENSALIDADE          PIC 9(06)V99 VALUE 0.
000990 01  WS-TOTAL-CONTA          PIC 9(10)V99 VALUE 0.
001000 01  WS-COMISSOES-CONTA      PIC 9(08)V99 VALUE 0.
001002 01  WS-DATA-HORA            PIC X(21) VALUE SPACES.
001010
001020******************************************************************
001030* Grupo corrente do emparelhamento: a conta vinda do SORT com as
001650* RUNCTL (que recusa uma segunda execucao na mesma data), le o
001660* cartao de parametros com o mes a cobrar (AAAAMM), carrega a
001670* tabela de precos do TARMST e abre o ficheiro de movimentos
001680* para a passagem de apuramento e o de eventos de notificacao
001682* (em acrescento, criado vazio se ainda nao existir).
001690******************************************************************
001700 1000-INICIALIZAR.
001710     MOVE "I" TO RUN-FUNCAO
001750         DISPLAY "TAREFA-26: JA EXECUTADA NA DATA DE NEGOCIO "
001760             RUN-DATA
001770         MOVE 12 TO RETURN-CODE
001771         STOP RUN
001772     END-IF
001773     IF RUN-RECUPERACAO-PENDENTE THEN
001774         DISPLAY "TAREFA-26: CONTA-MASTER POR RECUPERAR - "&
001775         "TERMINAR PRIMEIRO A TAREFA-49"
001776         MOVE 16 TO RETURN-CODE
001780         STOP RUN
001790     END-IF
001800     IF NOT RUN-OK THEN
002240         "MOVIMENTOS - FS=" WS-FS-MOVTO
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002261     END-IF
002262
002263     OPEN EXTEND NOTIFICACOES
002264     IF WS-FS-EVT = "05" OR WS-FS-EVT = "35" THEN
002265         OPEN OUTPUT NOTIFICACOES
002266         CLOSE NOTIFICACOES
002267         OPEN EXTEND NOTIFICACOES
002270     END-IF
002271     IF WS-FS-EVT NOT = "00" THEN
002272         DISPLAY "TAREFA-26: NAO FOI POSSIVEL ABRIR O "&
002273         "NOTEVT - FS=" WS-FS-EVT
002274         MOVE 16 TO RETURN-CODE
002275         STOP RUN
002276     END-IF
002280
002290     MOVE SPACES TO PST-OPERADOR
002300     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
003880******************************************************************
003890* 3300-COBRA-UMA-CONTA - debita a conta corrente do CONTA-MASTER
003900* (mensalidade mais WS-COMISSOES-CONTA); contas isentas,
003910* bloqueadas ou encerradas nao sao cobradas (as dormentes sao),
003920* e um debito recusado pelo limite de descoberto fica contado
003930* como nao cobrado. Cada cobranca postada fica no NOTEVT para a
003932* carta ao cliente.
003940******************************************************************
003950 3300-COBRA-UMA-CONTA.
003960     ADD 1 TO WS-QTD-CONTAS
003970     IF CT-CONTA-ISENTA THEN
003980         ADD 1 TO WS-QTD-ISENTAS
003990     ELSE
004000         IF CT-CONTA-ATIVA OR CT-CONTA-DORMENTE THEN
004010             COMPUTE WS-TOTAL-CONTA =
004020                 WS-MENSALIDADE + WS-COMISSOES-CONTA
004030             IF WS-TOTAL-CONTA > 0 THEN
004080                 IF POSTADO THEN
004090                     REWRITE CONTA-REC
004100                     ADD 1 TO WS-QTD-COBRADAS
004102                     PERFORM 3400-NOTIFICA-COBRANCA THRU 3400-EXIT
004110                 ELSE
004120                     ADD 1 TO WS-QTD-NAO-COBRADAS
004130                 END-IF
004150         END-IF
004160     END-IF.
004170 3300-EXIT.
004171     EXIT.
004172
004173******************************************************************
004174* 3400-NOTIFICA-COBRANCA - acrescenta ao NOTEVT o evento da
004175* tarifa cobrada a conta corrente, com a referencia do movimento
004176* postado e o mes cobrado.
004177******************************************************************
004178 3400-NOTIFICA-COBRANCA.
004179     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
004180     MOVE SPACES TO EVENTO-REC
004181     MOVE CT-CONTA-NUM TO EVT-CONTA-NUM
004182     MOVE RUN-DATA TO EVT-DATA
004183     MOVE WS-DATA-HORA (9:6) TO EVT-HORA
004184     MOVE "TA" TO EVT-TIPO
004185     MOVE "TAREFA26" TO EVT-ORIGEM
004186     MOVE WS-TOTAL-CONTA TO EVT-VALOR
004187     MOVE PST-MOV-REF TO EVT-REF
004188     MOVE 0 TO EVT-DATA-AUX
004189     STRING "MANUTENCAO E COMISSOES DO MES " DELIMITED BY SIZE
004190         WS-MES-COBRANCA DELIMITED BY SIZE
004191         INTO EVT-TEXTO
004192     WRITE EVENTO-REC.
004193 3400-EXIT.
004194     EXIT.
004195
004200 8000-IMPRIME-RESUMO.
004210     MOVE WS-QTD-CONTAS TO WS-RES-CONTAS
004220     MOVE WS-QTD-COBRADAS TO WS-RES-COBRADAS
004280
004290 9999-FINALIZAR.
004300     CLOSE MOVIMENTOS
004302     CLOSE NOTIFICACOES
004310     MOVE "F" TO RUN-FUNCAO
004320     CALL "RUNCTL" USING RUN-AREA.
004330 9999-EXIT.

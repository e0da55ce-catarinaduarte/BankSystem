000160*
000170* Modification history:
000180*   12/02/2024  RSA  Programa original.
000182*   29/07/2024  RSA  Cada devolucao creditada gera um evento de
000184*                    notificacao (tipo TD) no ficheiro NOTEVT,
000186*                    para a carta ao cliente da TAREFA-46.
000187*   23/09/2024  RSA  Registo no RUNCTL (I, fim F ou E): recusa
000188*                    a corrida com o CONTA-MASTER por recuperar.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. TAREFA-31.
000390     SELECT LIQ-REJEITADOS ASSIGN TO "LIQREJ"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-LIQREJ.
000412     SELECT NOTIFICACOES ASSIGN TO "NOTEVT"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-FS-EVT.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000580 FD  LIQ-REJEITADOS.
000590 01  REJ-LINHA               PIC X(80).
000600
000602 FD  NOTIFICACOES.
000604     COPY EVTREC.
000606
000610 WORKING-STORAGE SECTION.
000620 01  WS-STATUS-FLAGS.
000630     05  WS-FS-LIQIN         PIC X(02) VALUE "00".
000640     05  WS-FS-PENDEXT       PIC X(02) VALUE "00".
000650     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000660     05  WS-FS-LIQREJ        PIC X(02) VALUE "00".
000662     05  WS-FS-EVT           PIC X(02) VALUE "00".
000670     05  WS-FIM-LIQ          PIC X(01) VALUE "N".
000680         88  FIM-LIQ             VALUE "S".
000690
000700 01  WS-MOTIVO               PIC X(02) VALUE SPACES.
000702 01  WS-DATA-HORA            PIC X(21) VALUE SPACES.
000710
000720 01  WS-RETURN-CD            PIC 9(02) VALUE 0.
000730     88  POSTADO                 VALUE 00.
000740
000750 COPY PSTAREA.
000752
000754 COPY RUNAREA.
000756 01  WS-RETORNO              PIC 9(02) VALUE 0.
000760
000770 01  WS-CONTADORES.
000780     05  WS-QTD-LIDAS        PIC 9(07) VALUE 0.
001020     STOP RUN.
001030
001040******************************************************************
001050* 1000-INICIALIZAR - abre os ficheiros (o de eventos de
001060* notificacao em acrescento, criado vazio se ainda nao existir)
001062* e le a primeira confirmacao. Regista-se no RUNCTL (funcao I)
001064* e recusa correr com o CONTA-MASTER por recuperar (TAREFA-49);
001066* uma segunda corrida na mesma data e aceite (retorno 10) - uma
001068* confirmacao ja aplicada e rejeitada com o motivo 02.
001070******************************************************************
001080 1000-INICIALIZAR.
001081     MOVE "I" TO RUN-FUNCAO
001082     MOVE "TAREFA31" TO RUN-JOB
001083     CALL "RUNCTL" USING RUN-AREA
001084     IF NOT RUN-OK AND NOT RUN-JA-EXECUTADO THEN
001085         DISPLAY "TAREFA-31: RECUSADA PELO RUNCTL - RETORNO "
001086             RUN-RETORNO " (40 = TERMINAR PRIMEIRO A TAREFA-49)"
001087         MOVE 16 TO RETURN-CODE
001088         STOP RUN
001089     END-IF
001090     OPEN INPUT LIQ-IN
001100     IF WS-FS-LIQIN NOT = "00" THEN
001110         DISPLAY "TAREFA-31: NAO FOI POSSIVEL ABRIR O "&
001120         "LIQIN - FS=" WS-FS-LIQIN
001130         MOVE 16 TO RETURN-CODE
001140         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001150     END-IF
001160     OPEN I-O PENDENTES-EXT
001170     IF WS-FS-PENDEXT NOT = "00" THEN
001180         DISPLAY "TAREFA-31: NAO FOI POSSIVEL ABRIR O "&
001190         "PENDEXT - FS=" WS-FS-PENDEXT
001200         MOVE 16 TO RETURN-CODE
001210         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001220     END-IF
001230     OPEN I-O CONTA-MASTER
001240     IF WS-FS-CONTA NOT = "00" THEN
001250         DISPLAY "TAREFA-31: NAO FOI POSSIVEL ABRIR O "&
001260         "CONTA-MASTER - FS=" WS-FS-CONTA
001270         MOVE 16 TO RETURN-CODE
001280         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001290     END-IF
001300     OPEN OUTPUT LIQ-REJEITADOS
001301     OPEN EXTEND NOTIFICACOES
001302     IF WS-FS-EVT = "05" OR WS-FS-EVT = "35" THEN
001303         OPEN OUTPUT NOTIFICACOES
001304         CLOSE NOTIFICACOES
001305         OPEN EXTEND NOTIFICACOES
001306     END-IF
001310     MOVE SPACES TO PST-OPERADOR
001312     IF WS-FS-EVT NOT = "00" THEN
001313         DISPLAY "TAREFA-31: NAO FOI POSSIVEL ABRIR O "&
001314         "NOTEVT - FS=" WS-FS-EVT
001315         MOVE 16 TO RETURN-CODE
001316         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001317     END-IF
001320     PERFORM 2100-LER-CONFIRMACAO THRU 2100-EXIT.
001330 1000-EXIT.
001340     EXIT.
002020* atraves da CONTAPST (origem X) e fecha o pendente como
002030* devolvido. Conta de origem entretanto inexistente ou credito
002040* recusado deixam o pendente no estado E, para ser tratado a
002050* mao, e a confirmacao vai para os rejeitados. A devolucao
002052* creditada fica no NOTEVT para a carta ao cliente.
002060******************************************************************
002070 2400-DEVOLVE-PENDENTE.
002080     MOVE PEX-CONTA-ORIGEM TO CT-CONTA-NUM
002200                 MOVE "D" TO PEX-ESTADO
002210                 REWRITE PEND-EXT-REC
002220                 ADD 1 TO WS-QTD-DEVOLVIDAS
002222                 PERFORM 2500-NOTIFICA-DEVOLUCAO THRU 2500-EXIT
002230             ELSE
002240                 MOVE "05" TO WS-MOTIVO
002250                 PERFORM 2300-REJEITA-CONFIRMACAO THRU 2300-EXIT
002260             END-IF
002270     END-READ.
002280 2400-EXIT.
002281     EXIT.
002282
002283******************************************************************
002284* 2500-NOTIFICA-DEVOLUCAO - acrescenta ao NOTEVT o evento da
002285* transferencia devolvida, em nome da conta de origem, com o
002286* banco, agencia e conta de destino e a data da transferencia.
002287******************************************************************
002288 2500-NOTIFICA-DEVOLUCAO.
002289     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002290     MOVE SPACES TO EVENTO-REC
002291     MOVE PEX-CONTA-ORIGEM TO EVT-CONTA-NUM
002292     MOVE WS-DATA-HORA (1:8) TO EVT-DATA
002293     MOVE WS-DATA-HORA (9:6) TO EVT-HORA
002294     MOVE "TD" TO EVT-TIPO
002295     MOVE "TAREFA31" TO EVT-ORIGEM
002296     MOVE PEX-VALOR TO EVT-VALOR
002297     MOVE PEX-ID TO EVT-REF
002298     MOVE PEX-DATA TO EVT-DATA-AUX
002299     STRING "BANCO " DELIMITED BY SIZE
002300         PEX-BANCO-DEST DELIMITED BY SIZE
002301         " AG " DELIMITED BY SIZE
002302         PEX-AGENCIA-DEST DELIMITED BY SIZE
002303         " CONTA " DELIMITED BY SIZE
002304         PEX-CONTA-DEST DELIMITED BY SIZE
002305         INTO EVT-TEXTO
002306     WRITE EVENTO-REC.
002307 2500-EXIT.
002308     EXIT.
002309
002310 8000-IMPRIME-RESUMO.
002320     MOVE WS-QTD-LIDAS TO WS-RES-LIDAS
002330     MOVE WS-QTD-LIQUIDADAS TO WS-RES-LIQ
002370 8000-EXIT.
002380     EXIT.
002390
002391 9100-TERMINA-ERRO.
002392     MOVE RETURN-CODE TO WS-RETORNO
002393     MOVE "E" TO RUN-FUNCAO
002394     CALL "RUNCTL" USING RUN-AREA
002395     MOVE WS-RETORNO TO RETURN-CODE
002396     STOP RUN.
002397 9100-EXIT.
002398     EXIT.
002399
002400 9999-FINALIZAR.
002410     CLOSE LIQ-IN
002420     CLOSE PENDENTES-EXT
002430     CLOSE CONTA-MASTER
002440     CLOSE LIQ-REJEITADOS
002442     CLOSE NOTIFICACOES
002444     MOVE RETURN-CODE TO WS-RETORNO
002446     MOVE "F" TO RUN-FUNCAO
002447     CALL "RUNCTL" USING RUN-AREA
002448     MOVE WS-RETORNO TO RETURN-CODE.
002450 9999-EXIT.
002460     EXIT.
002470

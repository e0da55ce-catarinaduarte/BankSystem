000186*                    ser recusado pelo tecto diario de debitos
000188*                    (retorno 50 da CONTAPST), que antes caia no
000189*                    motivo generico 99.
000190*   23/09/2024  RSA  Registo no RUNCTL (I, fim F ou E): recusa
000191*                    a corrida com o CONTA-MASTER por recuperar.
000192******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. TAREFA-24.
000220
000722     88  LIMITE-DIARIO               VALUE 50.
000730
000740 COPY PSTAREA.
000742
000744 COPY RUNAREA.
000746 01  WS-RETORNO                  PIC 9(02) VALUE 0.
000750
000760 01  WS-LINHA-RESUMO.
000770     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-24:".
000950******************************************************************
000960* 1000-INICIALIZAR - abre o ficheiro de contas, o ficheiro de
000970* pedidos de estorno e o ficheiro de rejeitados, e le o primeiro
000980* pedido. Regista-se no RUNCTL (funcao I) e recusa correr com o
000982* CONTA-MASTER por recuperar (TAREFA-49); uma segunda corrida na
000984* mesma data e aceite (retorno 10) - a CONTAPST rejeita os
000986* estornos ja aplicados.
000990******************************************************************
001000 1000-INICIALIZAR.
001001     MOVE "I" TO RUN-FUNCAO
001002     MOVE "TAREFA24" TO RUN-JOB
001003     CALL "RUNCTL" USING RUN-AREA
001004     IF NOT RUN-OK AND NOT RUN-JA-EXECUTADO THEN
001005         DISPLAY "TAREFA-24: RECUSADA PELO RUNCTL - RETORNO "
001006             RUN-RETORNO " (40 = TERMINAR PRIMEIRO A TAREFA-49)"
001007         MOVE 16 TO RETURN-CODE
001008         STOP RUN
001009     END-IF
001010     OPEN I-O CONTA-MASTER
001020     IF WS-FS-CONTA NOT = "00" THEN
001030         DISPLAY "TAREFA-24: NAO FOI POSSIVEL ABRIR O "&
001040         "CONTA-MASTER - FS=" WS-FS-CONTA
001050         MOVE 16 TO RETURN-CODE
001060         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001070     END-IF
001080
001090     OPEN INPUT EST-IN
001110         DISPLAY "TAREFA-24: NAO FOI POSSIVEL ABRIR O "&
001120         "ESTIN - FS=" WS-FS-ESTIN
001130         MOVE 16 TO RETURN-CODE
001140         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001150     END-IF
001160     OPEN OUTPUT EST-REJEITADOS
001170
001910 8000-EXIT.
001920     EXIT.
001930
001931 9100-TERMINA-ERRO.
001932     MOVE RETURN-CODE TO WS-RETORNO
001933     MOVE "E" TO RUN-FUNCAO
001934     CALL "RUNCTL" USING RUN-AREA
001935     MOVE WS-RETORNO TO RETURN-CODE
001936     STOP RUN.
001937 9100-EXIT.
001938     EXIT.
001939
001940 9999-FINALIZAR.
001950     CLOSE CONTA-MASTER
001960     CLOSE EST-IN
001970     CLOSE EST-REJEITADOS
001972     MOVE RETURN-CODE TO WS-RETORNO
001974     MOVE "F" TO RUN-FUNCAO
001976     CALL "RUNCTL" USING RUN-AREA
001978     MOVE WS-RETORNO TO RETURN-CODE.
001980 9999-EXIT.
001990     EXIT.
002000

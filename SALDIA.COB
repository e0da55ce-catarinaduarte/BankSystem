000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  20/05/2024
000050* Date-Compiled:
000060* Purpose:       Registo nocturno dos saldos de fim de dia -
000070*                depois da conciliacao da TAREFA-17 terminar
000080*                limpa, grava no ficheiro SALDIA um registo por
000090*                conta com o saldo do CONTA-MASTER e a data de
000100*                negocio. E a base do juro devedor cobrado no fim
000110*                do mes pela TAREFA-38 sobre os dias em
000120*                descoberto. Contas encerradas ficam de fora.
000130* Tectonics:     cobc
000140*
000150* Modification history:
000160*   20/05/2024  RSA  Programa original.
000162*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000164*                    CONTA-MASTER (TAREFA-49) estiver pendente
000166*                    (retorno 40 do RUNCTL).
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. TAREFA-37.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS CT-CONTA-NUM
000280         FILE STATUS IS WS-FS-CONTA.
000290     SELECT SALDOS-DIA ASSIGN TO "SALDIA"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-FS-SALDIA.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CONTA-MASTER.
000360     COPY CONTAREC.
000370
000380 FD  SALDOS-DIA.
000390     COPY SDIREC.
000400
000410 WORKING-STORAGE SECTION.
000420 01  WS-STATUS-FLAGS.
000430     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000440     05  WS-FS-SALDIA        PIC X(02) VALUE "00".
000450     05  WS-FIM-CONTA        PIC X(01) VALUE "N".
000460         88  FIM-CONTA           VALUE "S".
000470
000480 01  WS-DATA-NEGOCIO         PIC 9(08) VALUE 0.
000490
000500 COPY RUNAREA.
000505 01  WS-RETORNO              PIC 9(02) VALUE 0.
000510
000520 01  WS-CONTADORES.
000530     05  WS-QTD-CONTAS       PIC 9(07) VALUE 0.
000540     05  WS-QTD-GRAVADOS     PIC 9(07) VALUE 0.
000550     05  WS-QTD-DEVEDORES    PIC 9(07) VALUE 0.
000560
000570 01  WS-LINHA-RESUMO.
000580     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-37:".
000590     05  FILLER            PIC X(01) VALUE SPACES.
000600     05  WS-RES-GRAVADOS   PIC ZZZZZZ9.
000610     05  FILLER            PIC X(09) VALUE " SALDOS,".
000620     05  WS-RES-DEVEDORES  PIC ZZZZZZ9.
000630     05  FILLER            PIC X(12) VALUE " DEVEDORES.".
000640
000650 PROCEDURE DIVISION.
000660 0000-MAINLINE.
000670     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000680     PERFORM 2000-GRAVA-SALDO THRU 2000-EXIT
000690         UNTIL FIM-CONTA
000700     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
000710     PERFORM 9999-FINALIZAR THRU 9999-EXIT
000720     STOP RUN.
000730
000740******************************************************************
000750* 1000-INICIALIZAR - obtem a data de negocio do controlo central
000760* RUNCTL (que recusa uma segunda corrida na mesma data - o dia
000770* contaria em dobro no juro devedor), verifica que a TAREFA-17
000780* terminou limpa nessa data e abre os ficheiros.
000790******************************************************************
000800 1000-INICIALIZAR.
000810     MOVE "I" TO RUN-FUNCAO
000820     MOVE "TAREFA37" TO RUN-JOB
000830     CALL "RUNCTL" USING RUN-AREA
000840     IF RUN-JA-EXECUTADO THEN
000850         DISPLAY "TAREFA-37: JA EXECUTADA NA DATA DE NEGOCIO "
000860             RUN-DATA
000870         MOVE 12 TO RETURN-CODE
000880         STOP RUN
000890     END-IF
000891     IF RUN-RECUPERACAO-PENDENTE THEN
000892         DISPLAY "TAREFA-37: CONTA-MASTER POR RECUPERAR - "&
000893         "TERMINAR PRIMEIRO A TAREFA-49"
000894         MOVE 16 TO RETURN-CODE
000895         STOP RUN
000896     END-IF
000900     IF NOT RUN-OK THEN
000910         DISPLAY "TAREFA-37: DATA DE NEGOCIO INDISPONIVEL "&
000920         "(DATCTL)"
000930         MOVE 16 TO RETURN-CODE
000940         STOP RUN
000950     END-IF
000960     MOVE RUN-DATA TO WS-DATA-NEGOCIO
000970
000980*    SEQUENCIA DA NOITE: OS SALDOS SO SAO GRAVADOS DEPOIS DA
000990*    CONCILIACAO TERMINAR LIMPA NA MESMA DATA.
001000     MOVE "V" TO RUN-FUNCAO
001010     MOVE "TAREFA17" TO RUN-JOB
001020     CALL "RUNCTL" USING RUN-AREA
001030     IF RUN-NAO-EXECUTADO THEN
001040         DISPLAY "TAREFA-37: TAREFA-17 AINDA NAO TERMINOU "&
001050         "LIMPA NA DATA " WS-DATA-NEGOCIO
001060         MOVE 16 TO RETURN-CODE
001070         STOP RUN
001080     END-IF
001090     MOVE "TAREFA37" TO RUN-JOB
001100     MOVE WS-DATA-NEGOCIO TO RUN-DATA
001110
001120     OPEN INPUT CONTA-MASTER
001130     IF WS-FS-CONTA NOT = "00" THEN
001140         DISPLAY "TAREFA-37: NAO FOI POSSIVEL ABRIR O "&
001150         "CONTA-MASTER - FS=" WS-FS-CONTA
001160         MOVE 16 TO RETURN-CODE
001165         MOVE RETURN-CODE TO WS-RETORNO
001170         MOVE "E" TO RUN-FUNCAO
001180         CALL "RUNCTL" USING RUN-AREA
001185         MOVE WS-RETORNO TO RETURN-CODE
001190         STOP RUN
001200     END-IF
001210     OPEN EXTEND SALDOS-DIA
001220     IF WS-FS-SALDIA = "05" OR WS-FS-SALDIA = "35" THEN
001230         OPEN OUTPUT SALDOS-DIA
001240         CLOSE SALDOS-DIA
001250         OPEN EXTEND SALDOS-DIA
001260     END-IF
001270     PERFORM 2100-LER-CONTA THRU 2100-EXIT.
001280 1000-EXIT.
001290     EXIT.
001300
001310******************************************************************
001320* 2000-GRAVA-SALDO - um registo de fim de dia por conta nao
001330* encerrada, com o saldo gravado no CONTA-MASTER.
001340******************************************************************
001350 2000-GRAVA-SALDO.
001360     ADD 1 TO WS-QTD-CONTAS
001370     IF NOT CT-CONTA-ENCERRADA THEN
001380         MOVE CT-CONTA-NUM TO SDI-CONTA-NUM
001390         MOVE WS-DATA-NEGOCIO TO SDI-DATA
001400         MOVE CT-SALDO TO SDI-SALDO
001410         MOVE "D" TO SDI-ORIGEM
001420         WRITE SALDO-DIA-REC
001430         ADD 1 TO WS-QTD-GRAVADOS
001440         IF CT-SALDO < 0 THEN
001450             ADD 1 TO WS-QTD-DEVEDORES
001460         END-IF
001470     END-IF
001480     PERFORM 2100-LER-CONTA THRU 2100-EXIT.
001490 2000-EXIT.
001500     EXIT.
001510
001520 2100-LER-CONTA.
001530     READ CONTA-MASTER NEXT RECORD
001540         AT END
001550             MOVE "S" TO WS-FIM-CONTA
001560     END-READ.
001570 2100-EXIT.
001580     EXIT.
001590
001600 8000-IMPRIME-RESUMO.
001610     MOVE WS-QTD-GRAVADOS TO WS-RES-GRAVADOS
001620     MOVE WS-QTD-DEVEDORES TO WS-RES-DEVEDORES
001630     DISPLAY WS-LINHA-RESUMO.
001640 8000-EXIT.
001650     EXIT.
001660
001670 9999-FINALIZAR.
001680     CLOSE CONTA-MASTER
001690     CLOSE SALDOS-DIA
001695     MOVE RETURN-CODE TO WS-RETORNO
001700     MOVE "F" TO RUN-FUNCAO
001710     CALL "RUNCTL" USING RUN-AREA
001715     MOVE WS-RETORNO TO RETURN-CODE.
001720 9999-EXIT.
001730     EXIT.
001740
001750 END PROGRAM TAREFA-37.

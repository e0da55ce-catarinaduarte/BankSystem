000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  26/08/2024
000050* Date-Compiled:
000060* Purpose:       Snapshot nocturno do CONTA-MASTER - primeiro
000070*                passo da janela de lotes, antes da TAREFA-13:
000080*                copia todos os registos do CONTA-MASTER para uma
000090*                nova geracao do ficheiro CTASNAP (SNPREC), com um
000100*                cabecalho que leva a data de negocio do DATCTL e
000110*                a ultima referencia de movimento atribuida no
000120*                MOVCTL, e um trailer com o numero de contas e a
000130*                soma dos saldos. E o ponto de partida da
000140*                recuperacao da TAREFA-49, que reaplica os
000150*                movimentos com MOV-REF acima da referencia do
000160*                cabecalho.
000170* Tectonics:     cobc
000180*
000190* Modification history:
000200*   26/08/2024  RSA  Programa original.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. TAREFA-48.
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS CT-CONTA-NUM
000320         FILE STATUS IS WS-FS-CONTA.
000330     SELECT MOV-CONTROLO ASSIGN TO "MOVCTL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-CTL.
000360     SELECT CONTA-SNAPSHOT ASSIGN TO "CTASNAP"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-SNAP.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CONTA-MASTER.
000430     COPY CONTAREC.
000440
000450 FD  MOV-CONTROLO.
000460 01  CTL-REC.
000470     05  CTL-ULTIMA-REF      PIC 9(08).
000480
000490 FD  CONTA-SNAPSHOT.
000500     COPY SNPREC.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-STATUS-FLAGS.
000540     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000550     05  WS-FS-CTL           PIC X(02) VALUE "00".
000560     05  WS-FS-SNAP          PIC X(02) VALUE "00".
000570     05  WS-FIM-CONTA        PIC X(01) VALUE "N".
000580         88  FIM-CONTA           VALUE "S".
000590
000600 01  WS-DATA-NEGOCIO         PIC 9(08) VALUE 0.
000610 01  WS-ULTIMA-REF           PIC 9(08) VALUE 0.
000615 01  WS-RETORNO              PIC 9(02) VALUE 0.
000620 01  WS-DATA-HORA            PIC X(21) VALUE SPACES.
000630
000640 COPY RUNAREA.
000650
000660 01  WS-CONTADORES.
000670     05  WS-QTD-CONTAS       PIC 9(07) VALUE 0.
000680     05  WS-TOTAL-SALDOS     PIC S9(13)V99 VALUE 0.
000690
000700 01  WS-LINHA-RESUMO.
000710     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-48:".
000720     05  FILLER            PIC X(01) VALUE SPACES.
000730     05  WS-RES-CONTAS     PIC ZZZZZZ9.
000740     05  FILLER            PIC X(23)
000750         VALUE " CONTAS COPIADAS, DATA ".
000760     05  WS-RES-DATA       PIC 9(08).
000770     05  FILLER            PIC X(12) VALUE ", ULT. REF. ".
000780     05  WS-RES-REF        PIC 9(08).
000790     05  FILLER            PIC X(01) VALUE ".".
000800
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000840     PERFORM 2000-COPIA-CONTA THRU 2000-EXIT
000850         UNTIL FIM-CONTA
000860     PERFORM 3000-GRAVA-TRAILER THRU 3000-EXIT
000870     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
000880     PERFORM 9999-FINALIZAR THRU 9999-EXIT
000890     STOP RUN.
000900
000910******************************************************************
000920* 1000-INICIALIZAR - obtem a data de negocio do controlo central
000930* RUNCTL (um snapshot por data de negocio; o RUNCTL recusa tambem
000940* a corrida com uma recuperacao pendente - nao se fotografa um
000950* CONTA-MASTER por recuperar), le a ultima referencia do MOVCTL,
000960* abre os ficheiros e grava o cabecalho.
000970******************************************************************
000980 1000-INICIALIZAR.
000990     MOVE "I" TO RUN-FUNCAO
001000     MOVE "TAREFA48" TO RUN-JOB
001010     CALL "RUNCTL" USING RUN-AREA
001020     IF RUN-JA-EXECUTADO THEN
001030         DISPLAY "TAREFA-48: JA EXECUTADA NA DATA DE NEGOCIO "
001040             RUN-DATA
001050         MOVE 12 TO RETURN-CODE
001060         STOP RUN
001070     END-IF
001080     IF RUN-RECUPERACAO-PENDENTE THEN
001090         DISPLAY "TAREFA-48: CONTA-MASTER POR RECUPERAR - "&
001100         "TERMINAR PRIMEIRO A TAREFA-49"
001110         MOVE 16 TO RETURN-CODE
001120         STOP RUN
001130     END-IF
001140     IF NOT RUN-OK THEN
001150         DISPLAY "TAREFA-48: DATA DE NEGOCIO INDISPONIVEL "&
001160         "(DATCTL)"
001170         MOVE 16 TO RETURN-CODE
001180         STOP RUN
001190     END-IF
001200     MOVE RUN-DATA TO WS-DATA-NEGOCIO
001210
001220*    ULTIMA REFERENCIA ATRIBUIDA PELA CONTAPST; MOVCTL AINDA
001230*    INEXISTENTE = NENHUM MOVIMENTO POSTADO ATE HOJE.
001240     OPEN INPUT MOV-CONTROLO
001250     IF WS-FS-CTL = "00" THEN
001260         READ MOV-CONTROLO
001270             NOT AT END
001280                 MOVE CTL-ULTIMA-REF TO WS-ULTIMA-REF
001290         END-READ
001300         CLOSE MOV-CONTROLO
001310     END-IF
001320
001330     OPEN INPUT CONTA-MASTER
001340     IF WS-FS-CONTA NOT = "00" THEN
001350         DISPLAY "TAREFA-48: NAO FOI POSSIVEL ABRIR O "&
001360         "CONTA-MASTER - FS=" WS-FS-CONTA
001370         MOVE 16 TO RETURN-CODE
001380         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001390     END-IF
001400     OPEN OUTPUT CONTA-SNAPSHOT
001410     IF WS-FS-SNAP NOT = "00" THEN
001420         DISPLAY "TAREFA-48: NAO FOI POSSIVEL CRIAR O "&
001430         "CTASNAP - FS=" WS-FS-SNAP
001440         MOVE 16 TO RETURN-CODE
001450         CLOSE CONTA-MASTER
001460         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
001470     END-IF
001480
001490     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
001500     MOVE SPACES TO SNP-CAB-REC
001510     MOVE "H" TO SNP-CAB-TIPO-REG
001520     MOVE WS-DATA-NEGOCIO TO SNP-CAB-DATA-NEGOCIO
001530     MOVE WS-ULTIMA-REF TO SNP-CAB-ULTIMA-REF
001540     MOVE WS-DATA-HORA (1:8) TO SNP-CAB-DATA
001550     MOVE WS-DATA-HORA (9:6) TO SNP-CAB-HORA
001560     WRITE SNP-CAB-REC
001570     PERFORM 2100-LER-CONTA THRU 2100-EXIT.
001580 1000-EXIT.
001590     EXIT.
001600
001610******************************************************************
001620* 2000-COPIA-CONTA - um registo "C" por conta, com a imagem do
001630* registo do CONTA-MASTER tal como esta (todas as contas, mesmo
001640* as encerradas - a recuperacao repoe o ficheiro inteiro).
001650******************************************************************
001660 2000-COPIA-CONTA.
001670     MOVE SPACES TO SNP-REC
001680     MOVE "C" TO SNP-TIPO-REG
001690     MOVE CONTA-REC TO SNP-CONTA-REG
001700     WRITE SNP-REC
001710     ADD 1 TO WS-QTD-CONTAS
001720     ADD CT-SALDO TO WS-TOTAL-SALDOS
001730     PERFORM 2100-LER-CONTA THRU 2100-EXIT.
001740 2000-EXIT.
001750     EXIT.
001760
001770 2100-LER-CONTA.
001780     READ CONTA-MASTER NEXT RECORD
001790         AT END
001800             MOVE "S" TO WS-FIM-CONTA
001810     END-READ.
001820 2100-EXIT.
001830     EXIT.
001840
001850******************************************************************
001860* 3000-GRAVA-TRAILER - numero de contas e soma dos saldos, para a
001870* TAREFA-49 confirmar que o snapshot esta completo.
001880******************************************************************
001890 3000-GRAVA-TRAILER.
001900     MOVE SPACES TO SNP-TRL-REC
001910     MOVE "T" TO SNP-TRL-TIPO-REG
001920     MOVE WS-QTD-CONTAS TO SNP-TRL-QTD
001930     MOVE WS-TOTAL-SALDOS TO SNP-TRL-SALDO
001940     WRITE SNP-TRL-REC.
001950 3000-EXIT.
001960     EXIT.
001970
001980 8000-IMPRIME-RESUMO.
001990     MOVE WS-QTD-CONTAS TO WS-RES-CONTAS
002000     MOVE WS-DATA-NEGOCIO TO WS-RES-DATA
002010     MOVE WS-ULTIMA-REF TO WS-RES-REF
002020     DISPLAY WS-LINHA-RESUMO.
002030 8000-EXIT.
002040     EXIT.
002050
002060 9100-TERMINA-ERRO.
002065     MOVE RETURN-CODE TO WS-RETORNO
002070     MOVE "E" TO RUN-FUNCAO
002080     CALL "RUNCTL" USING RUN-AREA
002085     MOVE WS-RETORNO TO RETURN-CODE
002090     STOP RUN.
002100 9100-EXIT.
002110     EXIT.
002120
002130 9999-FINALIZAR.
002140     CLOSE CONTA-MASTER
002150     CLOSE CONTA-SNAPSHOT
002160     MOVE "F" TO RUN-FUNCAO
002170     CALL "RUNCTL" USING RUN-AREA.
002180 9999-EXIT.
002190     EXIT.
002200
002210 END PROGRAM TAREFA-48.

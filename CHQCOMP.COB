000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  03/06/2024
000050* Date-Compiled:
000060* Purpose:       Compensacao de cheques recebida: aplica o
000070*                ficheiro CHQIN dos cheques sacados sobre contas
000080*                deste banco e apresentados por outros bancos, com
000090*                cabecalho e trailer de controlo validados numa
000100*                pre-passagem e registo de lotes ja aplicados,
000110*                como o TRXIN da TAREFA-13. Cada cheque e
000120*                debitado atraves da CONTAPST com a origem Q
000130*                depois de verificar que pertence a uma serie
000140*                ativa emitida a conta (CHQMST) e que nao esta
000150*                suspenso nem ja pago (CHQSIT, ecra da
000160*                TAREFA-39); os cheques pagos ficam marcados em
000170*                CHQSIT. Os que nao podem ser pagos vao para o
000180*                ficheiro de devolucoes CHQDEV, com o motivo, para
000190*                a camara de compensacao.
000200* Tectonics:     cobc
000210*
000220* Modification history:
000230*   03/06/2024  RSA  Programa original.
000232*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000234*                    CONTA-MASTER (TAREFA-49) estiver pendente
000236*                    (retorno 40 do RUNCTL).
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TAREFA-40.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CT-CONTA-NUM
000350         FILE STATUS IS WS-FS-CONTA.
000360     SELECT CHEQUE-SERIES ASSIGN TO "CHQMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CHQ-CHAVE
000400         FILE STATUS IS WS-FS-CHQMST.
000410     SELECT CHEQUE-SITUACAO ASSIGN TO "CHQSIT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CHS-CHAVE
000450         FILE STATUS IS WS-FS-CHQSIT.
000460     SELECT CHQ-IN ASSIGN TO "CHQIN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-CHQIN.
000490     SELECT CHQ-DEVOLVIDOS ASSIGN TO "CHQDEV"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-CHQDEV.
000520     SELECT CHQ-CHECKPOINT ASSIGN TO "CHQCHKPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-CHKPT.
000550     SELECT CHQ-APLICADOS ASSIGN TO "CHQAPLIC"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-APLIC.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CONTA-MASTER.
000620     COPY CONTAREC.
000630
000640 FD  CHEQUE-SERIES.
000650     COPY CHQREC.
000660
000670 FD  CHEQUE-SITUACAO.
000680     COPY CHSREC.
000690
000700 FD  CHQ-IN.
000710     COPY CHIREC.
000720
000730 FD  CHQ-DEVOLVIDOS.
000740     COPY CHDREC.
000750
000760 FD  CHQ-CHECKPOINT.
000770 01  CHK-REC.
000780     05  CHK-QTD-PROCESSADAS    PIC 9(07).
000790     05  CHK-LOTE-ID            PIC X(16).
000800     05  CHK-QTD-DEVOLVIDOS     PIC 9(07).
000810     05  CHK-HASH-DEVOLVIDOS    PIC 9(13)V99.
000820
000830 FD  CHQ-APLICADOS.
000840 01  APL-REC.
000850     05  APL-LOTE-ID            PIC X(16).
000860     05  APL-DATA               PIC 9(08).
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-STATUS-FLAGS.
000900     05  WS-FS-CONTA             PIC X(02) VALUE "00".
000910     05  WS-FS-CHQMST            PIC X(02) VALUE "00".
000920     05  WS-FS-CHQSIT            PIC X(02) VALUE "00".
000930     05  WS-FS-CHQIN             PIC X(02) VALUE "00".
000940     05  WS-FS-CHQDEV            PIC X(02) VALUE "00".
000950     05  WS-FS-CHKPT             PIC X(02) VALUE "00".
000960     05  WS-FS-APLIC             PIC X(02) VALUE "00".
000970     05  WS-FIM-CHQ              PIC X(01) VALUE "N".
000980         88  FIM-CHQ                 VALUE "S".
000990     05  WS-RECOMECO             PIC X(01) VALUE "N".
001000         88  RECOMECO                VALUE "S".
001010     05  WS-FIM-VALIDACAO        PIC X(01) VALUE "N".
001020         88  FIM-VALIDACAO           VALUE "S".
001030     05  WS-FIM-APLIC            PIC X(01) VALUE "N".
001040         88  FIM-APLIC               VALUE "S".
001050     05  WS-TEM-CABECALHO        PIC X(01) VALUE "N".
001060         88  TEM-CABECALHO           VALUE "S".
001070     05  WS-TEM-TRAILER          PIC X(01) VALUE "N".
001080         88  TEM-TRAILER             VALUE "S".
001090     05  WS-FIM-SERIES           PIC X(01) VALUE "N".
001100         88  FIM-SERIES              VALUE "S".
001110     05  WS-SERIE-OK             PIC X(01) VALUE "N".
001120         88  SERIE-OK                VALUE "S".
001130     05  WS-SIT-EXISTE           PIC X(01) VALUE "N".
001140         88  SIT-EXISTE              VALUE "S".
001150
001160 01  WS-DATA-NEGOCIO             PIC 9(08) VALUE 0.
001170
001180 01  WS-CONTADORES.
001190     05  WS-QTD-LIDOS             PIC 9(07) VALUE 0.
001200     05  WS-QTD-PAGOS             PIC 9(07) VALUE 0.
001210     05  WS-QTD-DEVOLVIDOS        PIC 9(07) VALUE 0.
001220     05  WS-QTD-AVISOS            PIC 9(07) VALUE 0.
001230     05  WS-QTD-SALTAR            PIC 9(07) VALUE 0.
001240     05  WS-QTD-SALTADAS          PIC 9(07) VALUE 0.
001250     05  WS-QTD-PROC-TOTAL        PIC 9(07) VALUE 0.
001260     05  WS-QTD-DETALHES          PIC 9(07) VALUE 0.
001270     05  WS-QTD-DEV-TOTAL         PIC 9(07) VALUE 0.
001280     05  WS-HASH-DEV-TOTAL        PIC 9(13)V99 VALUE 0.
001290
001300 01  WS-LOTE.
001310     05  WS-LOTE-ID               PIC X(16) VALUE SPACES.
001320     05  WS-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
001330     05  WS-TRL-QTD-GRAVADA       PIC 9(07) VALUE 0.
001340     05  WS-TRL-HASH-GRAVADO      PIC 9(13)V99 VALUE 0.
001350     05  WS-MOTIVO                PIC X(02) VALUE SPACES.
001360     05  WS-MOTIVO-DESCR          PIC X(30) VALUE SPACES.
001370     05  WS-DATA-HORA             PIC X(21) VALUE SPACES.
001380
001390 01  WS-RETURN-CD                PIC 9(02) VALUE 0.
001400     88  POSTADO                     VALUE 00.
001410     88  REJEITADO-LIMITE            VALUE 10.
001420     88  CONTA-BLOQUEADA             VALUE 30.
001430     88  LIMITE-DIARIO               VALUE 50.
001440
001450 COPY PSTAREA.
001460
001470 COPY RUNAREA.
001475 01  WS-RETORNO                  PIC 9(02) VALUE 0.
001480
001490 01  WS-LINHA-RESUMO.
001500     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-40:".
001510     05  FILLER            PIC X(01) VALUE SPACES.
001520     05  WS-RES-LIDOS            PIC ZZZZZZ9.
001530     05  FILLER                  PIC X(09) VALUE " LIDOS,".
001540     05  WS-RES-PAGOS            PIC ZZZZZZ9.
001550     05  FILLER                  PIC X(09) VALUE " PAGOS,".
001560     05  WS-RES-DEVOLVIDOS       PIC ZZZZZZ9.
001570     05  FILLER                  PIC X(13) VALUE " DEVOLVIDOS.".
001580
001590 01  WS-LINHA-RECOMECO.
001600     05  FILLER            PIC X(26)
001610         VALUE "LOTE TAREFA-40: RECOMECO -".
001620     05  WS-REC-SALTADAS         PIC ZZZZZZ9.
001630     05  FILLER                  PIC X(25)
001640         VALUE " JA PROCESSADOS, RETOMADO".
001650     05  FILLER                  PIC X(12) VALUE " NO REGISTO ".
001660     05  WS-REC-REGISTO          PIC ZZZZZZ9.
001670     05  FILLER                  PIC X(01) VALUE ".".
001680
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001720     PERFORM 2000-PROCESSA-CHEQUE THRU 2000-EXIT
001730         UNTIL FIM-CHQ
001740     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
001750     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001760     STOP RUN.
001770
001780******************************************************************
001790* 1000-INICIALIZAR - controlo central RUNCTL, abertura dos
001800* ficheiros, validacao do lote e leitura do checkpoint. Os
001810* ficheiros de series e de situacao sao criados vazios na
001820* primeira execucao no site (sem series, todos os cheques sao
001830* devolvidos como fora de serie).
001840******************************************************************
001850 1000-INICIALIZAR.
001860     MOVE "I" TO RUN-FUNCAO
001870     MOVE "TAREFA40" TO RUN-JOB
001880     CALL "RUNCTL" USING RUN-AREA
001890     IF RUN-JA-EXECUTADO THEN
001900         DISPLAY "TAREFA-40: JA EXECUTADA NA DATA DE NEGOCIO "
001910             RUN-DATA
001920         MOVE 12 TO RETURN-CODE
001930         STOP RUN
001940     END-IF
001941     IF RUN-RECUPERACAO-PENDENTE THEN
001942         DISPLAY "TAREFA-40: CONTA-MASTER POR RECUPERAR - "&
001943         "TERMINAR PRIMEIRO A TAREFA-49"
001944         MOVE 16 TO RETURN-CODE
001945         STOP RUN
001946     END-IF
001950     IF NOT RUN-OK THEN
001960         DISPLAY "TAREFA-40: DATA DE NEGOCIO INDISPONIVEL "&
001970         "(DATCTL)"
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002010     MOVE RUN-DATA TO WS-DATA-NEGOCIO
002020
002030     OPEN I-O CONTA-MASTER
002040     IF WS-FS-CONTA = "35" THEN
002050         OPEN OUTPUT CONTA-MASTER
002060         CLOSE CONTA-MASTER
002070         OPEN I-O CONTA-MASTER
002080     END-IF
002090     OPEN INPUT CHEQUE-SERIES
002100     IF WS-FS-CHQMST = "35" THEN
002110         OPEN OUTPUT CHEQUE-SERIES
002120         CLOSE CHEQUE-SERIES
002130         OPEN INPUT CHEQUE-SERIES
002140     END-IF
002150     OPEN I-O CHEQUE-SITUACAO
002160     IF WS-FS-CHQSIT = "35" THEN
002170         OPEN OUTPUT CHEQUE-SITUACAO
002180         CLOSE CHEQUE-SITUACAO
002190         OPEN I-O CHEQUE-SITUACAO
002200     END-IF
002210
002220     MOVE SPACES TO PST-OPERADOR
002230     OPEN INPUT CHQ-IN
002240
002250     PERFORM 1400-VALIDA-LOTE THRU 1400-EXIT
002260     PERFORM 1200-LE-CHECKPOINT THRU 1200-EXIT
002270     PERFORM 1600-ABRE-DEVOLUCOES THRU 1600-EXIT
002280
002290*    O PRIMEIRO REGISTO E O CABECALHO JA VALIDADO - CONSOME-SE
002300*    ANTES DO PRIMEIRO DETALHE.
002310     PERFORM 2100-LER-CHEQUE THRU 2100-EXIT
002320     PERFORM 2100-LER-CHEQUE THRU 2100-EXIT
002330
002340     IF RECOMECO THEN
002350         PERFORM 1300-SALTA-PROCESSADO THRU 1300-EXIT
002360             UNTIL WS-QTD-SALTADAS = WS-QTD-SALTAR OR FIM-CHQ
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420* 1200-LE-CHECKPOINT - como na TAREFA-13: um checkpoint do mesmo
002430* lote acima de zero significa que a corrida anterior caiu a
002440* meio e esta e um recomeco, saltando os cheques ja processados.
002450* O checkpoint guarda tambem a contagem e o hash das devolucoes
002460* ja escritas, para o trailer do CHQDEV sair certo no recomeco.
002470******************************************************************
002480 1200-LE-CHECKPOINT.
002490     MOVE 0 TO WS-QTD-SALTAR
002500     OPEN INPUT CHQ-CHECKPOINT
002510     IF WS-FS-CHKPT = "00" THEN
002520         READ CHQ-CHECKPOINT
002530             AT END
002540                 CONTINUE
002550             NOT AT END
002560                 IF CHK-LOTE-ID = WS-LOTE-ID THEN
002570                     MOVE CHK-QTD-PROCESSADAS TO WS-QTD-SALTAR
002580                     MOVE CHK-QTD-DEVOLVIDOS TO WS-QTD-DEV-TOTAL
002590                     MOVE CHK-HASH-DEVOLVIDOS TO WS-HASH-DEV-TOTAL
002600                 END-IF
002610         END-READ
002620         CLOSE CHQ-CHECKPOINT
002630     END-IF
002640     MOVE WS-QTD-SALTAR TO WS-QTD-PROC-TOTAL
002650     IF WS-QTD-SALTAR > 0 THEN
002660         MOVE "S" TO WS-RECOMECO
002670     END-IF.
002680 1200-EXIT.
002690     EXIT.
002700
002710 1300-SALTA-PROCESSADO.
002720     ADD 1 TO WS-QTD-SALTADAS
002730     PERFORM 2100-LER-CHEQUE THRU 2100-EXIT.
002740 1300-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780* 1400-VALIDA-LOTE - pre-passagem ao CHQIN antes de pagar o que
002790* quer que seja (mesmas regras da TAREFA-13): cabecalho primeiro,
002800* trailer no fim, contagem e hash total de CHI-VALOR a bater com
002810* o trailer e lote ainda nao aplicado (registo CHQAPLIC).
002820******************************************************************
002830 1400-VALIDA-LOTE.
002840     MOVE 0 TO WS-QTD-DETALHES
002850     MOVE 0 TO WS-HASH-TOTAL
002860     PERFORM 1410-VALIDA-REGISTO THRU 1410-EXIT
002870         UNTIL FIM-VALIDACAO
002880     IF WS-MOTIVO = SPACES THEN
002890         EVALUATE TRUE
002900             WHEN NOT TEM-CABECALHO
002910                 MOVE "10" TO WS-MOTIVO
002920             WHEN NOT TEM-TRAILER
002930                 MOVE "11" TO WS-MOTIVO
002940             WHEN WS-TRL-QTD-GRAVADA NOT = WS-QTD-DETALHES
002950                 MOVE "12" TO WS-MOTIVO
002960             WHEN WS-TRL-HASH-GRAVADO NOT = WS-HASH-TOTAL
002970                 MOVE "13" TO WS-MOTIVO
002980             WHEN OTHER
002990                 PERFORM 1450-CONSULTA-REGISTO THRU 1450-EXIT
003000         END-EVALUATE
003010     END-IF
003020     IF WS-MOTIVO NOT = SPACES THEN
003030         PERFORM 1500-REJEITA-LOTE THRU 1500-EXIT
003040     END-IF
003050*    LOTE ACEITE - REPOSICIONA A ENTRADA PARA OS PAGAMENTOS.
003060     CLOSE CHQ-IN
003070     OPEN INPUT CHQ-IN
003080     MOVE "N" TO WS-FIM-CHQ.
003090 1400-EXIT.
003100     EXIT.
003110
003120 1410-VALIDA-REGISTO.
003130     READ CHQ-IN
003140         AT END
003150             MOVE "S" TO WS-FIM-VALIDACAO
003160         NOT AT END
003170             EVALUATE TRUE
003180                 WHEN CHI-REG-CABECALHO
003190                     IF TEM-CABECALHO OR TEM-TRAILER OR
003200                        WS-QTD-DETALHES > 0 THEN
003210                         MOVE "10" TO WS-MOTIVO
003220                         MOVE "S" TO WS-FIM-VALIDACAO
003230                     ELSE
003240                         MOVE "S" TO WS-TEM-CABECALHO
003250                         MOVE CHI-CAB-LOTE-ID TO WS-LOTE-ID
003260                     END-IF
003270                 WHEN CHI-REG-TRAILER
003280                     IF TEM-TRAILER THEN
003290                         MOVE "11" TO WS-MOTIVO
003300                         MOVE "S" TO WS-FIM-VALIDACAO
003310                     ELSE
003320                         MOVE "S" TO WS-TEM-TRAILER
003330                         MOVE CHI-TRL-QTD
003340                             TO WS-TRL-QTD-GRAVADA
003350                         MOVE CHI-TRL-HASH
003360                             TO WS-TRL-HASH-GRAVADO
003370                     END-IF
003380                 WHEN OTHER
003390                     IF NOT TEM-CABECALHO THEN
003400                         MOVE "10" TO WS-MOTIVO
003410                         MOVE "S" TO WS-FIM-VALIDACAO
003420                     ELSE
003430                         IF TEM-TRAILER THEN
003440                             MOVE "11" TO WS-MOTIVO
003450                             MOVE "S" TO WS-FIM-VALIDACAO
003460                         ELSE
003470                             ADD 1 TO WS-QTD-DETALHES
003480                             ADD CHI-VALOR TO WS-HASH-TOTAL
003490                         END-IF
003500                     END-IF
003510             END-EVALUATE
003520     END-READ.
003530 1410-EXIT.
003540     EXIT.
003550
003560 1450-CONSULTA-REGISTO.
003570     OPEN INPUT CHQ-APLICADOS
003580     IF WS-FS-APLIC = "00" THEN
003590         MOVE "N" TO WS-FIM-APLIC
003600         PERFORM 1460-COMPARA-LOTE THRU 1460-EXIT
003610             UNTIL FIM-APLIC
003620         CLOSE CHQ-APLICADOS
003630     END-IF.
003640 1450-EXIT.
003650     EXIT.
003660
003670 1460-COMPARA-LOTE.
003680     READ CHQ-APLICADOS
003690         AT END
003700             MOVE "S" TO WS-FIM-APLIC
003710         NOT AT END
003720             IF APL-LOTE-ID = WS-LOTE-ID THEN
003730                 MOVE "14" TO WS-MOTIVO
003740                 MOVE "S" TO WS-FIM-APLIC
003750             END-IF
003760     END-READ.
003770 1460-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 1500-REJEITA-LOTE - o lote inteiro e devolvido a camara de
003820* compensacao: o CHQDEV leva o cabecalho e um unico registo "R"
003830* com o motivo, em vez de devolucoes cheque a cheque. Nenhum
003840* cheque e pago; o checkpoint fica como estava.
003850******************************************************************
003860 1500-REJEITA-LOTE.
003870     EVALUATE WS-MOTIVO
003880         WHEN "10"
003890             MOVE "CABECALHO EM FALTA/INVALIDO"
003900                 TO WS-MOTIVO-DESCR
003910         WHEN "11"
003920             MOVE "TRAILER EM FALTA/INVALIDO"
003930                 TO WS-MOTIVO-DESCR
003940         WHEN "12"
003950             MOVE "CONTAGEM DIVERGENTE"
003960                 TO WS-MOTIVO-DESCR
003970         WHEN "13"
003980             MOVE "HASH TOTAL DIVERGENTE"
003990                 TO WS-MOTIVO-DESCR
004000         WHEN "14"
004010             MOVE "LOTE JA APLICADO"
004020                 TO WS-MOTIVO-DESCR
004030     END-EVALUATE
004040     OPEN OUTPUT CHQ-DEVOLVIDOS
004050     MOVE SPACES TO CHD-CAB-REC
004060     MOVE "H" TO CHD-CAB-TIPO-REG
004070     MOVE WS-LOTE-ID TO CHD-CAB-LOTE-ID
004080     MOVE WS-DATA-NEGOCIO TO CHD-CAB-DATA
004090     WRITE CHD-CAB-REC
004100     MOVE "R" TO CHD-CAB-TIPO-REG
004110     MOVE WS-MOTIVO TO CHD-CAB-MOTIVO
004120     MOVE WS-MOTIVO-DESCR TO CHD-CAB-MOTIVO-DESCR
004130     WRITE CHD-CAB-REC
004140     CLOSE CHQ-DEVOLVIDOS
004150     DISPLAY "LOTE TAREFA-40: LOTE RECUSADO - MOTIVO "
004160         WS-MOTIVO " " WS-MOTIVO-DESCR
004170     MOVE 12 TO RETURN-CODE
004180     CLOSE CONTA-MASTER
004190     CLOSE CHEQUE-SERIES
004200     CLOSE CHEQUE-SITUACAO
004210     CLOSE CHQ-IN
004215     MOVE RETURN-CODE TO WS-RETORNO
004220     MOVE "E" TO RUN-FUNCAO
004230     CALL "RUNCTL" USING RUN-AREA
004235     MOVE WS-RETORNO TO RETURN-CODE
004240     STOP RUN.
004250 1500-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 1600-ABRE-DEVOLUCOES - corrida normal: CHQDEV novo, comecado
004300* pelo cabecalho com o id do lote a que responde. Recomeco: as
004310* devolucoes da corrida que caiu ficam e as novas acrescentam-se.
004320******************************************************************
004330 1600-ABRE-DEVOLUCOES.
004340     IF RECOMECO THEN
004350         OPEN EXTEND CHQ-DEVOLVIDOS
004360         IF WS-FS-CHQDEV = "00" THEN
004370             GO TO 1600-EXIT
004380         END-IF
004390*        DEVOLUCOES DA CORRIDA ANTERIOR PERDIDAS - RECOMECA-SE O
004400*        FICHEIRO, SO COM AS DEVOLUCOES DAQUI PARA A FRENTE.
004410         DISPLAY "TAREFA-40: CHQDEV DA CORRIDA ANTERIOR "&
004420         "INDISPONIVEL - FS=" WS-FS-CHQDEV
004430         MOVE 0 TO WS-QTD-DEV-TOTAL
004440         MOVE 0 TO WS-HASH-DEV-TOTAL
004450     END-IF
004460     OPEN OUTPUT CHQ-DEVOLVIDOS
004470     MOVE SPACES TO CHD-CAB-REC
004480     MOVE "H" TO CHD-CAB-TIPO-REG
004490     MOVE WS-LOTE-ID TO CHD-CAB-LOTE-ID
004500     MOVE WS-DATA-NEGOCIO TO CHD-CAB-DATA
004510     WRITE CHD-CAB-REC.
004520 1600-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 2000-PROCESSA-CHEQUE - um cheque apresentado: a conta tem de
004570* existir, o numero tem de estar numa serie ativa emitida a
004580* conta e o cheque nao pode estar suspenso nem ja pago; passados
004590* os testes, o cheque e debitado atraves da CONTAPST (origem Q),
004600* que ainda o pode recusar (provisao, conta bloqueada, tecto
004610* diario). Todo o cheque nao pago vai para o CHQDEV.
004620******************************************************************
004630 2000-PROCESSA-CHEQUE.
004640     ADD 1 TO WS-QTD-LIDOS
004650     MOVE SPACES TO WS-MOTIVO
004660     MOVE CHI-CONTA-NUM TO CT-CONTA-NUM
004670     READ CONTA-MASTER
004680         INVALID KEY
004690             MOVE "04" TO WS-MOTIVO
004700     END-READ
004710     IF WS-MOTIVO = SPACES THEN
004720         PERFORM 2200-VERIFICA-SERIE THRU 2200-EXIT
004730     END-IF
004740     IF WS-MOTIVO = SPACES THEN
004750         PERFORM 2300-VERIFICA-SITUACAO THRU 2300-EXIT
004760     END-IF
004770     IF WS-MOTIVO = SPACES THEN
004780         PERFORM 2400-PAGA-CHEQUE THRU 2400-EXIT
004790     END-IF
004800     IF WS-MOTIVO NOT = SPACES THEN
004810         PERFORM 2500-DEVOLVE-CHEQUE THRU 2500-EXIT
004820     END-IF
004830     ADD 1 TO WS-QTD-PROC-TOTAL
004840     PERFORM 2600-GRAVA-CHECKPOINT THRU 2600-EXIT
004850     PERFORM 2100-LER-CHEQUE THRU 2100-EXIT.
004860 2000-EXIT.
004870     EXIT.
004880
004890 2100-LER-CHEQUE.
004900     READ CHQ-IN
004910         AT END
004920             MOVE "S" TO WS-FIM-CHQ
004930         NOT AT END
004940*            O TRAILER MARCA O FIM DOS DETALHES DO LOTE.
004950             IF CHI-REG-TRAILER THEN
004960                 MOVE "S" TO WS-FIM-CHQ
004970             END-IF
004980     END-READ.
004990 2100-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 2200-VERIFICA-SERIE - percorre as series da conta (chave conta
005040* + primeiro numero, por ordem) ate encontrar uma ativa que
005050* contenha o numero do cheque; sem nenhuma, motivo 03.
005060******************************************************************
005070 2200-VERIFICA-SERIE.
005080     MOVE "N" TO WS-SERIE-OK
005090     MOVE "N" TO WS-FIM-SERIES
005100     MOVE CHI-CONTA-NUM TO CHQ-CONTA-NUM
005110     MOVE 0 TO CHQ-NUM-INICIAL
005120     START CHEQUE-SERIES KEY IS NOT LESS THAN CHQ-CHAVE
005130         INVALID KEY
005140             MOVE "S" TO WS-FIM-SERIES
005150     END-START
005160     PERFORM 2210-LE-SERIE THRU 2210-EXIT
005170         UNTIL FIM-SERIES
005180     IF NOT SERIE-OK THEN
005190         MOVE "03" TO WS-MOTIVO
005200     END-IF.
005210 2200-EXIT.
005220     EXIT.
005230
005240 2210-LE-SERIE.
005250     READ CHEQUE-SERIES NEXT RECORD
005260         AT END
005270             MOVE "S" TO WS-FIM-SERIES
005280         NOT AT END
005290             IF CHQ-CONTA-NUM NOT = CHI-CONTA-NUM OR
005300                CHQ-NUM-INICIAL > CHI-CHEQUE-NUM THEN
005310                 MOVE "S" TO WS-FIM-SERIES
005320             ELSE
005330                 IF CHI-CHEQUE-NUM <= CHQ-NUM-FINAL AND
005340                    CHQ-SERIE-ATIVA THEN
005350                     MOVE "S" TO WS-SERIE-OK
005360                     MOVE "S" TO WS-FIM-SERIES
005370                 END-IF
005380             END-IF
005390     END-READ.
005400 2210-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 2300-VERIFICA-SITUACAO - cheque com pagamento suspenso (motivo
005450* 01) ou ja pago (motivo 02) e devolvido; suspensao levantada ou
005460* cheque sem registo segue para pagamento.
005470******************************************************************
005480 2300-VERIFICA-SITUACAO.
005490     MOVE "N" TO WS-SIT-EXISTE
005500     MOVE CHI-CONTA-NUM TO CHS-CONTA-NUM
005510     MOVE CHI-CHEQUE-NUM TO CHS-CHEQUE-NUM
005520     READ CHEQUE-SITUACAO
005530         INVALID KEY
005540             GO TO 2300-EXIT
005550     END-READ
005560     MOVE "S" TO WS-SIT-EXISTE
005570     EVALUATE TRUE
005580         WHEN CHS-SUSPENSO
005590             MOVE "01" TO WS-MOTIVO
005600         WHEN CHS-PAGO
005610             MOVE "02" TO WS-MOTIVO
005620         WHEN OTHER
005630             CONTINUE
005640     END-EVALUATE.
005650 2300-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 2400-PAGA-CHEQUE - debita o cheque atraves da CONTAPST com a
005700* origem Q; postado, o cheque fica marcado como pago em CHQSIT
005710* com a referencia do movimento e o lote. Recusado, o retorno da
005720* CONTAPST passa a ser o motivo da devolucao (10, 30 ou 50).
005730******************************************************************
005740 2400-PAGA-CHEQUE.
005750     MOVE "Q" TO PST-ORIGEM
005760     MOVE 0 TO PST-ESTORNO-REF
005770     CALL "CONTAPST" USING CONTA-REC, "D", CHI-VALOR,
005780         PST-AREA, WS-RETURN-CD
005790     EVALUATE TRUE
005800         WHEN POSTADO
005810             CONTINUE
005820         WHEN REJEITADO-LIMITE
005830             MOVE "10" TO WS-MOTIVO
005840             GO TO 2400-EXIT
005850         WHEN CONTA-BLOQUEADA
005860             MOVE "30" TO WS-MOTIVO
005870             GO TO 2400-EXIT
005880         WHEN LIMITE-DIARIO
005890             MOVE "50" TO WS-MOTIVO
005900             GO TO 2400-EXIT
005910         WHEN OTHER
005920             MOVE "99" TO WS-MOTIVO
005930             GO TO 2400-EXIT
005940     END-EVALUATE
005950     REWRITE CONTA-REC
005960     ADD 1 TO WS-QTD-PAGOS
005970
005980     IF NOT SIT-EXISTE THEN
005990         MOVE CHI-CONTA-NUM TO CHS-CONTA-NUM
006000         MOVE CHI-CHEQUE-NUM TO CHS-CHEQUE-NUM
006010         MOVE SPACES TO CHS-MOTIVO
006020     END-IF
006030     MOVE "P" TO CHS-ESTADO
006040     MOVE WS-DATA-NEGOCIO TO CHS-DATA
006050     MOVE CHI-VALOR TO CHS-VALOR
006060     MOVE SPACES TO CHS-OPERADOR
006070     MOVE PST-MOV-REF TO CHS-MOV-REF
006080     MOVE WS-LOTE-ID TO CHS-LOTE-ID
006090     IF SIT-EXISTE THEN
006100         REWRITE CHEQUE-SIT-REC
006110     ELSE
006120         WRITE CHEQUE-SIT-REC
006130     END-IF
006140     IF WS-FS-CHQSIT NOT = "00" THEN
006150*        O DEBITO JA FOI POSTADO - SEM A MARCA DE PAGO UMA SEGUNDA
006160*        APRESENTACAO DO MESMO CHEQUE NAO SERIA DEVOLVIDA.
006170         ADD 1 TO WS-QTD-AVISOS
006180         DISPLAY "TAREFA-40: ERRO A MARCAR O CHEQUE "
006190             CHI-CHEQUE-NUM
006200             " DA CONTA " CHI-CONTA-NUM " COMO PAGO (FS="
006210             WS-FS-CHQSIT ") - MOVIMENTO " PST-MOV-REF
006220     END-IF.
006230 2400-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 2500-DEVOLVE-CHEQUE - escreve a devolucao no CHQDEV com o
006280* motivo e acumula a contagem e o hash para o trailer.
006290******************************************************************
006300 2500-DEVOLVE-CHEQUE.
006310     EVALUATE WS-MOTIVO
006320         WHEN "01"
006330             MOVE "PAGAMENTO SUSPENSO" TO WS-MOTIVO-DESCR
006340         WHEN "02"
006350             MOVE "CHEQUE JA PAGO" TO WS-MOTIVO-DESCR
006360         WHEN "03"
006370             MOVE "FORA DE SERIE EMITIDA" TO WS-MOTIVO-DESCR
006380         WHEN "04"
006390             MOVE "CONTA INEXISTENTE" TO WS-MOTIVO-DESCR
006400         WHEN "10"
006410             MOVE "SEM PROVISAO" TO WS-MOTIVO-DESCR
006420         WHEN "30"
006430             MOVE "CONTA BLOQUEADA/ENCERRADA" TO WS-MOTIVO-DESCR
006440         WHEN "50"
006450             MOVE "LIMITE DIARIO EXCEDIDO" TO WS-MOTIVO-DESCR
006460         WHEN OTHER
006470             MOVE "OUTRO RETORNO DA POSTAGEM" TO WS-MOTIVO-DESCR
006480     END-EVALUATE
006490     MOVE SPACES TO CHD-REC
006500     MOVE CHI-CONTA-NUM TO CHD-CONTA-NUM
006510     MOVE CHI-CHEQUE-NUM TO CHD-CHEQUE-NUM
006520     MOVE CHI-VALOR TO CHD-VALOR
006530     MOVE CHI-BANCO-APRES TO CHD-BANCO-APRES
006540     MOVE WS-MOTIVO TO CHD-MOTIVO
006550     MOVE WS-MOTIVO-DESCR TO CHD-MOTIVO-DESCR
006560     WRITE CHD-REC
006570     ADD 1 TO WS-QTD-DEVOLVIDOS
006580     ADD 1 TO WS-QTD-DEV-TOTAL
006590     ADD CHI-VALOR TO WS-HASH-DEV-TOTAL.
006600 2500-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640* 2600-GRAVA-CHECKPOINT - regrava o checkpoint com o total de
006650* cheques ja processados (pagos ou devolvidos) e os totais das
006660* devolucoes, como o TRXCHKPT da TAREFA-13.
006670******************************************************************
006680 2600-GRAVA-CHECKPOINT.
006690     OPEN OUTPUT CHQ-CHECKPOINT
006700     MOVE WS-QTD-PROC-TOTAL TO CHK-QTD-PROCESSADAS
006710     MOVE WS-LOTE-ID TO CHK-LOTE-ID
006720     MOVE WS-QTD-DEV-TOTAL TO CHK-QTD-DEVOLVIDOS
006730     MOVE WS-HASH-DEV-TOTAL TO CHK-HASH-DEVOLVIDOS
006740     WRITE CHK-REC
006750     CLOSE CHQ-CHECKPOINT.
006760 2600-EXIT.
006770     EXIT.
006780
006790 8000-IMPRIME-RESUMO.
006800     IF RECOMECO THEN
006810         MOVE WS-QTD-SALTADAS TO WS-REC-SALTADAS
006820         COMPUTE WS-REC-REGISTO = WS-QTD-SALTADAS + 1
006830         DISPLAY WS-LINHA-RECOMECO
006840     END-IF
006850     MOVE WS-QTD-LIDOS TO WS-RES-LIDOS
006860     MOVE WS-QTD-PAGOS TO WS-RES-PAGOS
006870     MOVE WS-QTD-DEVOLVIDOS TO WS-RES-DEVOLVIDOS
006880     DISPLAY WS-LINHA-RESUMO
006890     IF WS-QTD-AVISOS > 0 THEN
006900         MOVE 4 TO RETURN-CODE
006910     END-IF.
006920 8000-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960* 9999-FINALIZAR - fecha o CHQDEV com o trailer de controlo,
006970* regista o lote como aplicado e volta o checkpoint a zero.
006980******************************************************************
006990 9999-FINALIZAR.
007000     MOVE SPACES TO CHD-TRL-REC
007010     MOVE "T" TO CHD-TRL-TIPO-REG
007020     MOVE WS-QTD-DEV-TOTAL TO CHD-TRL-QTD
007030     MOVE WS-HASH-DEV-TOTAL TO CHD-TRL-HASH
007040     WRITE CHD-TRL-REC
007050     PERFORM 9100-REGISTA-LOTE THRU 9100-EXIT
007060     MOVE 0 TO WS-QTD-PROC-TOTAL
007070     MOVE 0 TO WS-QTD-DEV-TOTAL
007080     MOVE 0 TO WS-HASH-DEV-TOTAL
007090     PERFORM 2600-GRAVA-CHECKPOINT THRU 2600-EXIT
007100     CLOSE CONTA-MASTER
007110     CLOSE CHEQUE-SERIES
007120     CLOSE CHEQUE-SITUACAO
007130     CLOSE CHQ-IN
007140     CLOSE CHQ-DEVOLVIDOS
007145     MOVE RETURN-CODE TO WS-RETORNO
007150     MOVE "F" TO RUN-FUNCAO
007160     CALL "RUNCTL" USING RUN-AREA
007165     MOVE WS-RETORNO TO RETURN-CODE.
007170 9999-EXIT.
007180     EXIT.
007190
007200 9100-REGISTA-LOTE.
007210     OPEN EXTEND CHQ-APLICADOS
007220     IF WS-FS-APLIC = "05" OR WS-FS-APLIC = "35" THEN
007230         OPEN OUTPUT CHQ-APLICADOS
007240         CLOSE CHQ-APLICADOS
007250         OPEN EXTEND CHQ-APLICADOS
007260     END-IF
007270     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
007280     MOVE WS-LOTE-ID TO APL-LOTE-ID
007290     MOVE WS-DATA-HORA (1:8) TO APL-DATA
007300     WRITE APL-REC
007310     CLOSE CHQ-APLICADOS.
007320 9100-EXIT.
007330     EXIT.
007340
007350 END PROGRAM TAREFA-40.

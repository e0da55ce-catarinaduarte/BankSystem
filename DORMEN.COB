000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  01/07/2024
000050* Date-Compiled:
000060* Purpose:       Deteccao mensal de contas dormentes - le o
000070*                ficheiro de movimentos corrente e os arquivos
000080*                mensais MOVARQ concatenados no JCL e apura, por
000090*                conta, a data do ultimo movimento do cliente. As
000100*                postagens de sistema (juros J, retencao R,
000110*                tarifas F, juro devedor V), os saldos
000120*                transportados S e os estornos E nao contam como
000130*                atividade. Uma conta ativa sem atividade desde a
000140*                data limite (data de negocio menos o numero de
000150*                meses do cartao de parametros) e dormente.
000160*                Em simulacao (modo S) so imprime o relatorio; em
000170*                marcacao (modo M) passa a conta ao estado "D" no
000180*                CONTA-MASTER e grava-a no registo de dormentes
000190*                DORMST. O relatorio lista tambem as contas que ja
000200*                estavam dormentes. A reativacao e feita na
000210*                TAREFA-18, com aprovacao de um supervisor; a
000212*                data da reativacao conta como atividade.
000220* Tectonics:     cobc
000230*
000240* Modification history:
000250*   01/07/2024  RSA  Programa original.
000252*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000254*                    CONTA-MASTER (TAREFA-49) estiver pendente
000256*                    (retorno 40 do RUNCTL).
000257*   23/09/2024  RSA  Uma conta reativada na TAREFA-18 conta a
000258*                    data da reativacao (DORMST) como atividade.
000259*                    Erro de gravacao termina com RC 16.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. TAREFA-43.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DOR-PARM ASSIGN TO "DORPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-PARM.
000360     SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-MOVTO.
000390     SELECT OPTIONAL MOVIMENTOS-ARQ ASSIGN TO "MOVARQ"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-ARQ.
000420     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CT-CONTA-NUM
000460         FILE STATUS IS WS-FS-CONTA.
000470     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CLI-CONTA-NUM
000510         FILE STATUS IS WS-FS-CLIENTE.
000520     SELECT DORMENTES ASSIGN TO "DORMST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DOR-CONTA-NUM
000560         FILE STATUS IS WS-FS-DORMST.
000570     SELECT DORMENTES-RPT ASSIGN TO "DORRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RPT.
000600     SELECT SORT-ATIVIDADE ASSIGN TO "SORTWK".
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DOR-PARM.
000650 01  DORP-REC.
000660     05  DORP-MESES          PIC 9(03).
000670     05  DORP-MODO           PIC X(01).
000680
000690 FD  MOVIMENTOS.
000700     COPY MOVREC.
000710
000720 FD  MOVIMENTOS-ARQ.
000730 01  ARQ-LINHA               PIC X(68).
000740
000750 FD  CONTA-MASTER.
000760     COPY CONTAREC.
000770
000780 FD  CLIENTE-MASTER.
000790     COPY CLIREC.
000800
000810 FD  DORMENTES.
000820     COPY DORREC.
000830
000840 FD  DORMENTES-RPT.
000850 01  RPT-LINHA               PIC X(80).
000860
000870 SD  SORT-ATIVIDADE.
000880 01  SRT-REC.
000890     05  SRT-CONTA-NUM       PIC 9(08).
000900     05  SRT-DATA            PIC 9(08).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-STATUS-FLAGS.
000940     05  WS-FS-PARM          PIC X(02) VALUE "00".
000950     05  WS-FS-MOVTO         PIC X(02) VALUE "00".
000960     05  WS-FS-ARQ           PIC X(02) VALUE "00".
000970     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000980     05  WS-FS-CLIENTE       PIC X(02) VALUE "00".
000990     05  WS-FS-DORMST        PIC X(02) VALUE "00".
001000     05  WS-FS-RPT           PIC X(02) VALUE "00".
001010     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
001020         88  FIM-MOVTO           VALUE "S".
001030     05  WS-FASE-ARQ         PIC X(01) VALUE "N".
001040         88  FASE-ARQUIVO        VALUE "S".
001050     05  WS-FIM-SORT         PIC X(01) VALUE "N".
001060         88  FIM-SORT            VALUE "S".
001070     05  WS-FIM-CONTAS       PIC X(01) VALUE "N".
001080         88  FIM-CONTAS          VALUE "S".
001090     05  WS-CLIENTE-ABERTO   PIC X(01) VALUE "N".
001100         88  CLIENTE-ABERTO      VALUE "S".
001102     05  WS-DORMST-ABERTO    PIC X(01) VALUE "N".
001104         88  DORMST-ABERTO       VALUE "S".
001110     05  WS-MODO             PIC X(01) VALUE "S".
001120         88  MODO-SIMULACAO      VALUE "S".
001130         88  MODO-MARCACAO       VALUE "M".
001140
001150 01  WS-DATA-LIMITE          PIC 9(08) VALUE 0.
001160 01  WS-ULT-MOV              PIC 9(08) VALUE 0.
001170 01  WS-TOTAL-MESES          PIC 9(06) VALUE 0.
001180
001190 01  WS-DATA-PARTES.
001200     05  WS-ANO              PIC 9(04).
001210     05  WS-MES              PIC 9(02).
001220     05  WS-DIA              PIC 9(02).
001230
001240 01  WS-EDIT-VALOR           PIC ZZBZZZBZZZBZZZBV,99.
001250 01  WS-VALOR-A-FORMATAR     PIC S9(10)V99 VALUE 0.
001260 01  WS-VALOR-FMT            PIC X(20)     VALUE SPACES.
001270
001280 COPY RUNAREA.
001285 01  WS-RETORNO              PIC 9(02) VALUE 0.
001290
001300 01  WS-CONTADORES.
001310     05  WS-QTD-MOVIMENTOS   PIC 9(09) VALUE 0.
001320     05  WS-QTD-ATIVIDADE    PIC 9(09) VALUE 0.
001330     05  WS-QTD-CONTAS       PIC 9(07) VALUE 0.
001340     05  WS-QTD-NOVAS        PIC 9(07) VALUE 0.
001350     05  WS-QTD-JA-DORMENTES PIC 9(07) VALUE 0.
001360
001370 01  WS-LINHA-TITULO.
001380     05  FILLER              PIC X(17)
001390         VALUE "CONTAS DORMENTES".
001400     05  FILLER              PIC X(15)
001410         VALUE " - SEM MOV. HA ".
001420     05  WS-TIT-MESES        PIC ZZ9.
001430     05  FILLER              PIC X(06) VALUE " MESES".
001440     05  FILLER              PIC X(03) VALUE " - ".
001450     05  WS-TIT-MODO         PIC X(10).
001460     05  FILLER              PIC X(26) VALUE SPACES.
001470
001480 01  WS-LINHA-LIMITE.
001490     05  FILLER              PIC X(24)
001500         VALUE "DATA DE NEGOCIO:".
001510     05  WS-LIM-DATA-NEG     PIC 9(08).
001520     05  FILLER              PIC X(04) VALUE SPACES.
001530     05  FILLER              PIC X(20)
001540         VALUE "SEM ATIVIDADE DESDE:".
001550     05  FILLER              PIC X(01) VALUE SPACES.
001560     05  WS-LIM-DATA         PIC 9(08).
001570     05  FILLER              PIC X(15) VALUE SPACES.
001580
001590 01  WS-LINHA-COLUNAS.
001600     05  FILLER              PIC X(10) VALUE "CONTA".
001610     05  FILLER              PIC X(21) VALUE "TITULAR".
001620     05  FILLER              PIC X(10) VALUE "ULT. MOV.".
001630     05  FILLER              PIC X(23) VALUE "SALDO".
001640     05  FILLER              PIC X(16) VALUE "SITUACAO".
001650
001660 01  WS-LINHA-CONTA.
001670     05  WS-LIN-CONTA        PIC 9(08).
001680     05  FILLER              PIC X(02) VALUE SPACES.
001690     05  WS-LIN-NOME         PIC X(20).
001700     05  FILLER              PIC X(01) VALUE SPACES.
001710     05  WS-LIN-ULT-MOV      PIC X(08).
001720     05  FILLER              PIC X(02) VALUE SPACES.
001730     05  WS-LIN-SALDO        PIC X(21).
001740     05  FILLER              PIC X(02) VALUE SPACES.
001750     05  WS-LIN-SITUACAO     PIC X(16).
001760
001770 01  WS-LINHA-TOTAL.
001780     05  FILLER              PIC X(10) VALUE "TOTAIS".
001790     05  WS-TOT-LIN-NOVAS    PIC ZZZZZ9.
001800     05  FILLER              PIC X(20)
001810         VALUE " NOVAS DORMENTES,".
001820     05  WS-TOT-LIN-JA       PIC ZZZZZ9.
001830     05  FILLER              PIC X(38)
001840         VALUE " JA DORMENTES".
001850
001860 01  WS-LINHA-RESUMO.
001870     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-43:".
001880     05  FILLER            PIC X(01) VALUE SPACES.
001890     05  WS-RES-CONTAS     PIC ZZZZZZ9.
001900     05  FILLER            PIC X(08) VALUE " CONTAS,".
001910     05  WS-RES-NOVAS      PIC ZZZZZZ9.
001920     05  FILLER            PIC X(06) VALUE " NOVAS".
001930     05  WS-RES-MODO       PIC X(10).
001940     05  WS-RES-JA         PIC ZZZZZZ9.
001950     05  FILLER            PIC X(15) VALUE " JA DORMENTES.".
001960
001970 01  WS-LINHA-MOVTOS.
001980     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-43:".
001990     05  FILLER            PIC X(01) VALUE SPACES.
002000     05  WS-RES-MOVTOS     PIC ZZZZZZZZ9.
002010     05  FILLER            PIC X(18) VALUE " MOVIMENTOS LIDOS,".
002020     05  WS-RES-ATIVIDADE  PIC ZZZZZZZZ9.
002030     05  FILLER            PIC X(14) VALUE " DE ATIVIDADE.".
002040
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002080     SORT SORT-ATIVIDADE
002090         ON ASCENDING KEY SRT-CONTA-NUM SRT-DATA
002100         INPUT PROCEDURE IS 2000-SELECIONA-MOVIMENTOS
002110             THRU 2000-EXIT
002120         OUTPUT PROCEDURE IS 3000-AVALIA-CONTAS
002130             THRU 3000-EXIT
002140     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
002150     PERFORM 9999-FINALIZAR THRU 9999-EXIT
002160     STOP RUN.
002170
002180******************************************************************
002190* 1000-INICIALIZAR - le o cartao DORPARM (meses sem atividade e
002200* modo), obtem a data de negocio do controlo central RUNCTL - em
002210* marcacao recusa uma segunda corrida na mesma data; em simulacao
002220* so le a data, repetivel -, apura a data limite e abre os
002230* ficheiros.
002240******************************************************************
002250 1000-INICIALIZAR.
002260     OPEN INPUT DOR-PARM
002270     READ DOR-PARM
002280         AT END
002290             DISPLAY "TAREFA-43: CARTAO DE PARAMETROS EM BRANCO"
002300             MOVE 16 TO RETURN-CODE
002310             CLOSE DOR-PARM
002320             STOP RUN
002330     END-READ
002340     CLOSE DOR-PARM
002350     IF DORP-MESES IS NOT NUMERIC OR DORP-MESES = 0 THEN
002360         DISPLAY "TAREFA-43: NUMERO DE MESES INVALIDO (001-999)"
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     MOVE DORP-MODO TO WS-MODO
002410     IF NOT MODO-SIMULACAO AND NOT MODO-MARCACAO THEN
002420         DISPLAY "TAREFA-43: MODO INVALIDO (S=SIMULACAO, "&
002430         "M=MARCACAO)"
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470
002480     IF MODO-MARCACAO THEN
002490         MOVE "I" TO RUN-FUNCAO
002500     ELSE
002510         MOVE "D" TO RUN-FUNCAO
002520     END-IF
002530     MOVE "TAREFA43" TO RUN-JOB
002540     CALL "RUNCTL" USING RUN-AREA
002550     IF RUN-JA-EXECUTADO THEN
002560         DISPLAY "TAREFA-43: JA EXECUTADA NA DATA DE NEGOCIO "
002570             RUN-DATA
002580         MOVE 12 TO RETURN-CODE
002590         STOP RUN
002600     END-IF
002601     IF RUN-RECUPERACAO-PENDENTE THEN
002602         DISPLAY "TAREFA-43: CONTA-MASTER POR RECUPERAR - "&
002603         "TERMINAR PRIMEIRO A TAREFA-49"
002604         MOVE 16 TO RETURN-CODE
002605         STOP RUN
002606     END-IF
002610     IF NOT RUN-OK THEN
002620         DISPLAY "TAREFA-43: DATA DE NEGOCIO INDISPONIVEL "&
002630         "(DATCTL)"
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF
002670
002680*    DATA LIMITE = DATA DE NEGOCIO MENOS OS MESES DO CARTAO, NO
002690*    MESMO DIA DO MES (SO SERVE DE COMPARACAO COM MOV-DATA).
002700     MOVE RUN-DATA TO WS-DATA-PARTES
002710     COMPUTE WS-TOTAL-MESES =
002720         WS-ANO * 12 + WS-MES - 1 - DORP-MESES
002730     DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-ANO
002740         REMAINDER WS-MES
002750     ADD 1 TO WS-MES
002760     MOVE WS-DATA-PARTES TO WS-DATA-LIMITE
002770
002780     OPEN INPUT MOVIMENTOS-ARQ
002790     OPEN INPUT MOVIMENTOS
002800     IF WS-FS-MOVTO NOT = "00" THEN
002810         DISPLAY "TAREFA-43: NAO FOI POSSIVEL ABRIR O "&
002820         "MOVIMENTOS - FS=" WS-FS-MOVTO
002830         MOVE 16 TO RETURN-CODE
002840         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
002850     END-IF
002860     MOVE "S" TO WS-FASE-ARQ
002870
002880     IF MODO-MARCACAO THEN
002890         OPEN I-O CONTA-MASTER
002900     ELSE
002910         OPEN INPUT CONTA-MASTER
002920     END-IF
002930     IF WS-FS-CONTA NOT = "00" THEN
002940         DISPLAY "TAREFA-43: NAO FOI POSSIVEL ABRIR O "&
002950         "CONTA-MASTER - FS=" WS-FS-CONTA
002960         MOVE 16 TO RETURN-CODE
002970         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
002980     END-IF
002990
003000     IF MODO-MARCACAO THEN
003010         OPEN I-O DORMENTES
003020         IF WS-FS-DORMST = "35" THEN
003030*            PRIMEIRA MARCACAO - CRIA O REGISTO DE DORMENTES.
003040             OPEN OUTPUT DORMENTES
003050             CLOSE DORMENTES
003060             OPEN I-O DORMENTES
003070         END-IF
003080         IF WS-FS-DORMST NOT = "00" THEN
003090             DISPLAY "TAREFA-43: NAO FOI POSSIVEL ABRIR O "&
003100             "DORMST - FS=" WS-FS-DORMST
003110             MOVE 16 TO RETURN-CODE
003120             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003130         END-IF
003132         MOVE "S" TO WS-DORMST-ABERTO
003134     ELSE
003136         OPEN INPUT DORMENTES
003137         IF WS-FS-DORMST = "00" THEN
003138             MOVE "S" TO WS-DORMST-ABERTO
003139         END-IF
003140     END-IF
003150
003160     OPEN INPUT CLIENTE-MASTER
003170     IF WS-FS-CLIENTE = "00" THEN
003180         MOVE "S" TO WS-CLIENTE-ABERTO
003190     END-IF
003200     OPEN OUTPUT DORMENTES-RPT
003210
003220     MOVE DORP-MESES TO WS-TIT-MESES
003230     IF MODO-MARCACAO THEN
003240         MOVE "MARCACAO" TO WS-TIT-MODO
003250         MOVE " MARCADAS," TO WS-RES-MODO
003260     ELSE
003270         MOVE "SIMULACAO" TO WS-TIT-MODO
003280         MOVE " A MARCAR," TO WS-RES-MODO
003290     END-IF
003300     MOVE RUN-DATA TO WS-LIM-DATA-NEG
003310     MOVE WS-DATA-LIMITE TO WS-LIM-DATA
003320     WRITE RPT-LINHA FROM WS-LINHA-TITULO
003330     WRITE RPT-LINHA FROM WS-LINHA-LIMITE
003340     MOVE SPACES TO RPT-LINHA
003350     WRITE RPT-LINHA
003360     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS
003370     MOVE SPACES TO RPT-LINHA
003380     WRITE RPT-LINHA
003390
003400     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
003410 1000-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450* 2000-SELECIONA-MOVIMENTOS - passagem de entrada do SORT: cada
003460* movimento de atividade do cliente liberta a conta e a data; as
003470* postagens de sistema, os saldos transportados e os estornos
003480* ficam de fora.
003490******************************************************************
003500 2000-SELECIONA-MOVIMENTOS.
003510     PERFORM 2050-AVALIA-MOVIMENTO THRU 2050-EXIT
003520         UNTIL FIM-MOVTO.
003530 2000-EXIT.
003540     EXIT.
003550
003560 2050-AVALIA-MOVIMENTO.
003570     ADD 1 TO WS-QTD-MOVIMENTOS
003580     EVALUATE TRUE
003590         WHEN MOV-SALDO-TRANSP
003600         WHEN MOV-ORIG-TRANSPORTE
003610         WHEN MOV-ORIG-JURO
003620         WHEN MOV-ORIG-RETENCAO
003630         WHEN MOV-ORIG-TARIFA
003640         WHEN MOV-ORIG-DEVEDOR
003650         WHEN MOV-ORIG-ESTORNO
003660             CONTINUE
003670         WHEN OTHER
003680             ADD 1 TO WS-QTD-ATIVIDADE
003690             MOVE MOV-CONTA-NUM TO SRT-CONTA-NUM
003700             MOVE MOV-DATA TO SRT-DATA
003710             RELEASE SRT-REC
003720     END-EVALUATE
003730     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
003740 2050-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780* 2100-LER-MOVIMENTO - le o proximo movimento: primeiro do
003790* arquivo opcional MOVARQ (meses arquivados, concatenados no
003800* JCL), depois do ficheiro corrente MOVIMENT (mesma leitura em
003810* duas fases da TAREFA-27).
003820******************************************************************
003830 2100-LER-MOVIMENTO.
003840     IF FASE-ARQUIVO THEN
003850         READ MOVIMENTOS-ARQ
003860             AT END
003870                 MOVE "N" TO WS-FASE-ARQ
003880             NOT AT END
003890                 MOVE ARQ-LINHA TO MOV-REC
003900         END-READ
003910     END-IF
003920     IF NOT FASE-ARQUIVO THEN
003930         READ MOVIMENTOS
003940             AT END
003950                 MOVE "S" TO WS-FIM-MOVTO
003960         END-READ
003970     END-IF.
003980 2100-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020* 3000-AVALIA-CONTAS - passagem de saida do SORT, emparelhada com
004030* a leitura sequencial do CONTA-MASTER (ambos por ordem de conta):
004040* por cada conta, os registos de atividade da conta dao a data do
004050* ultimo movimento (o SORT ordena por data dentro da conta, fica o
004060* ultimo); atividade de contas que ja nao existem e ignorada.
004070******************************************************************
004080 3000-AVALIA-CONTAS.
004090     PERFORM 3050-RETURN-ATIVIDADE THRU 3050-EXIT
004100     PERFORM 3150-LER-CONTA THRU 3150-EXIT
004110     PERFORM 3100-AVALIA-UMA-CONTA THRU 3100-EXIT
004120         UNTIL FIM-CONTAS.
004130 3000-EXIT.
004140     EXIT.
004150
004160 3050-RETURN-ATIVIDADE.
004170     RETURN SORT-ATIVIDADE
004180         AT END
004190             MOVE "S" TO WS-FIM-SORT
004200     END-RETURN.
004210 3050-EXIT.
004220     EXIT.
004230
004240 3100-AVALIA-UMA-CONTA.
004250     ADD 1 TO WS-QTD-CONTAS
004260     PERFORM 3050-RETURN-ATIVIDADE THRU 3050-EXIT
004270         UNTIL FIM-SORT OR SRT-CONTA-NUM NOT < CT-CONTA-NUM
004280     MOVE 0 TO WS-ULT-MOV
004290     PERFORM 3120-GUARDA-DATA THRU 3120-EXIT
004300         UNTIL FIM-SORT OR SRT-CONTA-NUM NOT = CT-CONTA-NUM
004302     IF CT-CONTA-ATIVA AND WS-ULT-MOV < WS-DATA-LIMITE THEN
004304         PERFORM 3180-VE-REATIVACAO THRU 3180-EXIT
004306     END-IF
004310     EVALUATE TRUE
004320         WHEN CT-CONTA-DORMENTE
004330             ADD 1 TO WS-QTD-JA-DORMENTES
004340             MOVE "JA DORMENTE" TO WS-LIN-SITUACAO
004350             PERFORM 3300-IMPRIME-CONTA THRU 3300-EXIT
004360         WHEN CT-CONTA-ATIVA AND WS-ULT-MOV < WS-DATA-LIMITE
004370             PERFORM 3200-MARCA-DORMENTE THRU 3200-EXIT
004380         WHEN OTHER
004390             CONTINUE
004400     END-EVALUATE
004410     PERFORM 3150-LER-CONTA THRU 3150-EXIT.
004420 3100-EXIT.
004430     EXIT.
004440
004450 3120-GUARDA-DATA.
004460     MOVE SRT-DATA TO WS-ULT-MOV
004470     PERFORM 3050-RETURN-ATIVIDADE THRU 3050-EXIT.
004480 3120-EXIT.
004490     EXIT.
004500
004510 3150-LER-CONTA.
004520     READ CONTA-MASTER NEXT RECORD
004530         AT END
004540             MOVE "S" TO WS-FIM-CONTAS
004550     END-READ.
004560 3150-EXIT.
004570     EXIT.
004571
004572******************************************************************
004573* 3180-VE-REATIVACAO - conta sem movimentos desde a data limite:
004574* se foi reativada na TAREFA-18 depois do ultimo movimento, a data
004575* da reativacao passa a ser a data de atividade (senao a conta era
004576* marcada de novo logo na corrida seguinte a aprovacao).
004577******************************************************************
004578 3180-VE-REATIVACAO.
004579     IF NOT DORMST-ABERTO THEN
004580         GO TO 3180-EXIT
004581     END-IF
004582     MOVE CT-CONTA-NUM TO DOR-CONTA-NUM
004583     READ DORMENTES
004584         INVALID KEY
004585             GO TO 3180-EXIT
004586     END-READ
004587     IF DOR-REATIVADA AND DOR-DATA-REATIVACAO > WS-ULT-MOV THEN
004588         MOVE DOR-DATA-REATIVACAO TO WS-ULT-MOV
004589     END-IF.
004590 3180-EXIT.
004591     EXIT.
004592
004593******************************************************************
004600* 3200-MARCA-DORMENTE - conta ativa sem atividade desde a data
004610* limite. Em marcacao passa ao estado "D" e grava (ou regrava, se
004620* ja foi dormente e reativada) o registo no DORMST; as contas
004630* bloqueadas e encerradas nunca sao marcadas.
004640******************************************************************
004650 3200-MARCA-DORMENTE.
004660     ADD 1 TO WS-QTD-NOVAS
004670     IF MODO-SIMULACAO THEN
004680         MOVE "A MARCAR" TO WS-LIN-SITUACAO
004690         PERFORM 3300-IMPRIME-CONTA THRU 3300-EXIT
004700         GO TO 3200-EXIT
004710     END-IF
004720     MOVE "D" TO CT-ESTADO
004730     REWRITE CONTA-REC
004731         INVALID KEY
004732             DISPLAY "TAREFA-43: ERRO A REGRAVAR O "
004733                 "CONTA-MASTER - CONTA " CT-CONTA-NUM
004734                 " - FS=" WS-FS-CONTA
004735             MOVE 16 TO RETURN-CODE
004736             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004737     END-REWRITE
004740     MOVE CT-CONTA-NUM TO DOR-CONTA-NUM
004750     READ DORMENTES
004760         INVALID KEY
004770             MOVE "N" TO DOR-ESTADO
004780     END-READ
004790     MOVE CT-CONTA-NUM TO DOR-CONTA-NUM
004800     MOVE RUN-DATA TO DOR-DATA-DORMENCIA
004810     MOVE WS-ULT-MOV TO DOR-DATA-ULT-MOV
004820     MOVE CT-SALDO TO DOR-SALDO-DORMENCIA
004830     MOVE 0 TO DOR-DATA-REATIVACAO
004840     MOVE SPACES TO DOR-SUPERVISOR
004850     MOVE SPACES TO DOR-ESTADO-NOVO
004860     MOVE SPACES TO DORMENTE-REC (51:20)
004870     IF DOR-ESTADO = "N" THEN
004880         MOVE "D" TO DOR-ESTADO
004890         WRITE DORMENTE-REC
004891             INVALID KEY
004892                 DISPLAY "TAREFA-43: ERRO A GRAVAR O "
004893                     "DORMST - CONTA " DOR-CONTA-NUM
004894                     " - FS=" WS-FS-DORMST
004895                 MOVE 16 TO RETURN-CODE
004896                 PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004897         END-WRITE
004900     ELSE
004910         MOVE "D" TO DOR-ESTADO
004920         REWRITE DORMENTE-REC
004921             INVALID KEY
004922                 DISPLAY "TAREFA-43: ERRO A REGRAVAR O "
004923                     "DORMST - CONTA " DOR-CONTA-NUM
004924                     " - FS=" WS-FS-DORMST
004925                 MOVE 16 TO RETURN-CODE
004926                 PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004927         END-REWRITE
004930     END-IF
004940     MOVE "MARCADA" TO WS-LIN-SITUACAO
004950     PERFORM 3300-IMPRIME-CONTA THRU 3300-EXIT.
004960 3200-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 3300-IMPRIME-CONTA - linha do relatorio com o titular (CLIMST),
005010* a data do ultimo movimento do cliente (NENHUM quando nao ha
005020* nenhum no periodo lido) e o saldo.
005030******************************************************************
005040 3300-IMPRIME-CONTA.
005050     MOVE CT-CONTA-NUM TO WS-LIN-CONTA
005060     MOVE SPACES TO WS-LIN-NOME
005070     IF CLIENTE-ABERTO THEN
005080         MOVE CT-CONTA-NUM TO CLI-CONTA-NUM
005090         READ CLIENTE-MASTER
005100             INVALID KEY
005110                 MOVE "(SEM FICHA)" TO WS-LIN-NOME
005120             NOT INVALID KEY
005130                 MOVE CLI-NOME TO WS-LIN-NOME
005140         END-READ
005150     END-IF
005160     IF WS-ULT-MOV = 0 THEN
005170         MOVE "NENHUM" TO WS-LIN-ULT-MOV
005180     ELSE
005190         MOVE WS-ULT-MOV TO WS-LIN-ULT-MOV
005200     END-IF
005210     MOVE CT-SALDO TO WS-VALOR-A-FORMATAR
005220     PERFORM 7000-FORMATA-VALOR-SINAL THRU 7000-EXIT
005230     MOVE WS-VALOR-FMT TO WS-LIN-SALDO
005240     WRITE RPT-LINHA FROM WS-LINHA-CONTA.
005250 3300-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290* 7000-FORMATA-VALOR-SINAL - edita WS-VALOR-A-FORMATAR (com
005300* sinal) para WS-VALOR-FMT, prefixando "- " quando negativo -
005310* mesma edicao da TAREFA-17.
005320******************************************************************
005330 7000-FORMATA-VALOR-SINAL.
005340     MOVE WS-VALOR-A-FORMATAR TO WS-EDIT-VALOR
005350     IF WS-VALOR-A-FORMATAR < 0 THEN
005360         MOVE FUNCTION CONCATENATE ("- ",
005370             FUNCTION TRIM (WS-EDIT-VALOR)) TO WS-VALOR-FMT
005380     ELSE
005390         MOVE FUNCTION TRIM (WS-EDIT-VALOR) TO WS-VALOR-FMT
005400     END-IF.
005410 7000-EXIT.
005420     EXIT.
005430
005440 8000-IMPRIME-RESUMO.
005450     MOVE SPACES TO RPT-LINHA
005460     WRITE RPT-LINHA
005470     MOVE WS-QTD-NOVAS TO WS-TOT-LIN-NOVAS
005480     MOVE WS-QTD-JA-DORMENTES TO WS-TOT-LIN-JA
005490     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
005500     MOVE WS-QTD-CONTAS TO WS-RES-CONTAS
005510     MOVE WS-QTD-NOVAS TO WS-RES-NOVAS
005520     MOVE WS-QTD-JA-DORMENTES TO WS-RES-JA
005530     DISPLAY WS-LINHA-RESUMO
005540     MOVE WS-QTD-MOVIMENTOS TO WS-RES-MOVTOS
005550     MOVE WS-QTD-ATIVIDADE TO WS-RES-ATIVIDADE
005560     DISPLAY WS-LINHA-MOVTOS.
005570 8000-EXIT.
005580     EXIT.
005590
005600 9100-TERMINA-ERRO.
005610     IF MODO-MARCACAO THEN
005615         MOVE RETURN-CODE TO WS-RETORNO
005620         MOVE "E" TO RUN-FUNCAO
005630         CALL "RUNCTL" USING RUN-AREA
005635         MOVE WS-RETORNO TO RETURN-CODE
005640     END-IF
005650     STOP RUN.
005660 9100-EXIT.
005670     EXIT.
005680
005690 9999-FINALIZAR.
005700     CLOSE MOVIMENTOS-ARQ
005710     CLOSE MOVIMENTOS
005720     CLOSE CONTA-MASTER
005730     IF DORMST-ABERTO THEN
005740         CLOSE DORMENTES
005750     END-IF
005760     IF CLIENTE-ABERTO THEN
005770         CLOSE CLIENTE-MASTER
005780     END-IF
005790     CLOSE DORMENTES-RPT
005800     IF MODO-MARCACAO THEN
005805         MOVE RETURN-CODE TO WS-RETORNO
005810         MOVE "F" TO RUN-FUNCAO
005820         CALL "RUNCTL" USING RUN-AREA
005825         MOVE WS-RETORNO TO RETURN-CODE
005830     END-IF.
005840 9999-EXIT.
005850     EXIT.
005860
005870 END PROGRAM TAREFA-43.

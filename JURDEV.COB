000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  20/05/2024
000050* Date-Compiled:
000060* Purpose:       Juro devedor mensal sobre os descobertos - le
000070*                os saldos de fim de dia gravados pela TAREFA-37
000080*                no ficheiro SALDIA para o mes indicado no cartao
000090*                de parametros e, por conta, soma os numeros
000100*                devedores (saldo devedor x dias em que vigorou;
000110*                cada saldo vale ate ao registo seguinte da conta
000120*                ou ate ao fim do mes). O juro e os numeros
000130*                devedores x taxa anual / 365, a taxa propria da
000140*                conta (CT-TAXA-DEVEDORA, TAREFA-18) ou, sem ela,
000150*                a taxa por omissao do TARMST (codigo "JD").
000160*                Em simulacao (modo S) so imprime o relatorio do
000170*                juro apurado, para revisao antes da cobranca; em
000180*                lancamento (modo L) debita o juro na conta
000190*                atraves da CONTAPST com a origem V e reescreve o
000200*                SALDIA sem o mes cobrado, com um saldo
000210*                transportado para as contas que fecham o mes
000220*                devedoras.
000230* Tectonics:     cobc
000240*
000250* Modification history:
000260*   20/05/2024  RSA  Programa original.
000262*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000264*                    CONTA-MASTER (TAREFA-49) estiver pendente
000266*                    (retorno 40 do RUNCTL).
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. TAREFA-38.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT JDV-PARM ASSIGN TO "JDVPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-FS-PARM.
000370     SELECT TARIFAS ASSIGN TO "TARMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS TAR-CODIGO
000410         FILE STATUS IS WS-FS-TARIFAS.
000420     SELECT SALDOS-DIA ASSIGN TO "SALDIA"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-SALDIA.
000450     SELECT SALDOS-NOVO ASSIGN TO "SALNOVO"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-NOVO.
000480     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CT-CONTA-NUM
000520         FILE STATUS IS WS-FS-CONTA.
000530     SELECT JURO-RPT ASSIGN TO "JDVRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-RPT.
000560     SELECT SORT-SALDOS ASSIGN TO "SORTWK".
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  JDV-PARM.
000610 01  JDVP-REC.
000620     05  JDVP-MES            PIC 9(06).
000630     05  JDVP-MODO           PIC X(01).
000640
000650 FD  TARIFAS.
000660     COPY TARREC.
000670
000680 FD  SALDOS-DIA.
000690     COPY SDIREC.
000700
000710 FD  SALDOS-NOVO.
000720 01  NOVO-LINHA              PIC X(32).
000730
000740 FD  CONTA-MASTER.
000750     COPY CONTAREC.
000760
000770 FD  JURO-RPT.
000780 01  RPT-LINHA               PIC X(80).
000790
000800 SD  SORT-SALDOS.
000810 01  SRT-REC.
000820     05  SRT-CONTA-NUM       PIC 9(08).
000830     05  SRT-DATA            PIC 9(08).
000840     05  SRT-SEQ             PIC 9(09).
000850     05  SRT-SALDO           PIC S9(10)V99.
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-STATUS-FLAGS.
000890     05  WS-FS-PARM          PIC X(02) VALUE "00".
000900     05  WS-FS-TARIFAS       PIC X(02) VALUE "00".
000910     05  WS-FS-SALDIA        PIC X(02) VALUE "00".
000920     05  WS-FS-NOVO          PIC X(02) VALUE "00".
000930     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000940     05  WS-FS-RPT           PIC X(02) VALUE "00".
000950     05  WS-FIM-SALDIA       PIC X(01) VALUE "N".
000960         88  FIM-SALDIA          VALUE "S".
000970     05  WS-FIM-SORT         PIC X(01) VALUE "N".
000980         88  FIM-SORT            VALUE "S".
000990     05  WS-MODO             PIC X(01) VALUE "S".
001000         88  MODO-SIMULACAO      VALUE "S".
001010         88  MODO-LANCAMENTO     VALUE "L".
001020
001030 01  WS-MES-COBRANCA         PIC 9(06) VALUE 0.
001040 01  WS-DATA-FIM-PERIODO     PIC 9(08) VALUE 0.
001050 01  WS-TAXA-OMISSAO         PIC 9(02)V9(04) VALUE 0.
001060 01  WS-TAXA                 PIC 9(02)V9(04) VALUE 0.
001070 01  WS-DIAS                 PIC 9(05) VALUE 0.
001080 01  WS-JURO                 PIC 9(10)V99 VALUE 0.
001090 01  WS-ATE-DATA             PIC 9(08) VALUE 0.
001100
001110 01  WS-DATA-PARTES.
001120     05  WS-ANO              PIC 9(04).
001130     05  WS-MES              PIC 9(02).
001140
001150******************************************************************
001160* Quebra de conta da passagem de saida do SORT: o saldo do registo
001170* anterior da conta vigora ate a data do registo seguinte (ou ate
001180* ao fim do mes, na quebra); se devedor, soma saldo x dias aos
001190* numeros devedores da conta.
001200******************************************************************
001210 01  WS-QUEBRA.
001220     05  WS-SEQ-RELEASE      PIC 9(09) VALUE 0.
001230     05  WS-GRP-CONTA        PIC 9(08) VALUE 0.
001240     05  WS-GRP-DIAS         PIC 9(05) VALUE 0.
001250     05  WS-GRP-NUMEROS      PIC 9(15)V99 VALUE 0.
001260     05  WS-ANT-DATA         PIC 9(08) VALUE 0.
001270     05  WS-ANT-SALDO        PIC S9(10)V99 VALUE 0.
001280     05  WS-TEM-GRUPO        PIC X(01) VALUE "N".
001290         88  TEM-GRUPO           VALUE "S".
001300
001310 COPY PSTAREA.
001320
001330 COPY RUNAREA.
001340
001350 01  WS-RETURN-CD            PIC 9(02)    VALUE 0.
001360     88  POSTADO                 VALUE 00.
001370     88  REJEITADO-LIMITE        VALUE 10.
001380     88  CONTA-BLOQUEADA         VALUE 30.
001390     88  LIMITE-DIARIO           VALUE 50.
001400
001402 01  WS-RETORNO              PIC 9(02) VALUE 0.
001404
001410 01  WS-CONTADORES.
001420     05  WS-QTD-SALDOS       PIC 9(07) VALUE 0.
001430     05  WS-QTD-DEVEDORAS    PIC 9(07) VALUE 0.
001440     05  WS-QTD-COBRADAS     PIC 9(07) VALUE 0.
001450     05  WS-QTD-RECUSADAS    PIC 9(07) VALUE 0.
001460     05  WS-QTD-TRANSPORTES  PIC 9(07) VALUE 0.
001470     05  WS-QTD-MANTIDOS     PIC 9(07) VALUE 0.
001480     05  WS-TOT-JURO         PIC 9(13)V99 VALUE 0.
001490
001500 01  WS-LINHA-TITULO.
001510     05  FILLER              PIC X(18)
001520         VALUE "JURO DEVEDOR - MES".
001530     05  FILLER              PIC X(01) VALUE SPACES.
001540     05  WS-TIT-MES          PIC 9(06).
001550     05  FILLER              PIC X(03) VALUE " - ".
001560     05  WS-TIT-MODO         PIC X(20).
001570     05  FILLER              PIC X(25) VALUE SPACES.
001580
001590 01  WS-LINHA-COLUNAS.
001600     05  FILLER              PIC X(10) VALUE "CONTA".
001610     05  FILLER              PIC X(06) VALUE "  DIAS".
001620     05  FILLER              PIC X(20)
001630         VALUE "   NUMEROS DEVEDORES".
001640     05  FILLER              PIC X(09) VALUE "     TAXA".
001650     05  FILLER              PIC X(16) VALUE "            JURO".
001660     05  FILLER              PIC X(18) VALUE "  SITUACAO".
001670
001680 01  WS-LINHA-CONTA.
001690     05  WS-LIN-CONTA        PIC 9(08).
001700     05  FILLER              PIC X(02) VALUE SPACES.
001710     05  WS-LIN-DIAS         PIC ZZZZZ9.
001720     05  WS-LIN-NUMEROS      PIC Z(16)9V,99.
001730     05  WS-LIN-TAXA         PIC ZZZ9V,9999.
001740     05  WS-LIN-JURO         PIC Z(12)9V,99.
001750     05  FILLER              PIC X(02) VALUE SPACES.
001760     05  WS-LIN-SITUACAO     PIC X(16).
001770
001780 01  WS-SITUACAO-RECUSA.
001790     05  FILLER              PIC X(13) VALUE "RECUSADO RC ".
001800     05  WS-SIT-RETORNO      PIC 9(02).
001810     05  FILLER              PIC X(01) VALUE SPACES.
001820
001830 01  WS-LINHA-TOTAL.
001840     05  FILLER              PIC X(10) VALUE "TOTAIS".
001850     05  WS-TOT-LIN-CONTAS   PIC ZZZZZ9.
001860     05  FILLER              PIC X(30)
001870         VALUE " CONTAS DEVEDORAS".
001880     05  WS-TOT-LIN-JURO     PIC Z(12)9V,99.
001890
001900 01  WS-LINHA-RESUMO.
001910     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-38:".
001920     05  FILLER            PIC X(01) VALUE SPACES.
001930     05  WS-RES-DEVEDORAS  PIC ZZZZZZ9.
001940     05  FILLER            PIC X(11) VALUE " DEVEDORAS,".
001950     05  WS-RES-COBRADAS   PIC ZZZZZZ9.
001960     05  FILLER            PIC X(10) VALUE " COBRADAS,".
001970     05  WS-RES-JURO       PIC Z(12)9V,99.
001980     05  FILLER            PIC X(07) VALUE " JURO.".
001990
002000 01  WS-LINHA-RECUSAS.
002010     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-38:".
002020     05  FILLER            PIC X(01) VALUE SPACES.
002030     05  WS-RES-RECUSADAS  PIC ZZZZZZ9.
002040     05  FILLER            PIC X(34)
002050         VALUE " COBRANCAS RECUSADAS - VER JDVRPT.".
002060
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002100     SORT SORT-SALDOS
002110         ON ASCENDING KEY SRT-CONTA-NUM SRT-DATA SRT-SEQ
002120         INPUT PROCEDURE IS 2000-SELECIONA-SALDOS
002130             THRU 2000-EXIT
002140         OUTPUT PROCEDURE IS 3000-APURA-JURO
002150             THRU 3000-EXIT
002160     PERFORM 4000-COPIA-MESES-ABERTOS THRU 4000-EXIT
002170     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
002180     PERFORM 9999-FINALIZAR THRU 9999-EXIT
002190     STOP RUN.
002200
002210******************************************************************
002220* 1000-INICIALIZAR - le o cartao JDVPARM (mes a cobrar e modo),
002230* obtem a data de negocio do controlo central RUNCTL - em
002240* lancamento recusa uma segunda corrida na mesma data e exige o
002250* mes ja terminado; em simulacao so le a data, repetivel -,
002260* apura o primeiro dia do mes seguinte, le a taxa por omissao do
002270* TARMST e abre os ficheiros.
002280******************************************************************
002290 1000-INICIALIZAR.
002300     OPEN INPUT JDV-PARM
002310     READ JDV-PARM
002320         AT END
002330             DISPLAY "TAREFA-38: CARTAO DE PARAMETROS EM BRANCO"
002340             MOVE 16 TO RETURN-CODE
002350             CLOSE JDV-PARM
002360             STOP RUN
002370     END-READ
002380     CLOSE JDV-PARM
002390     IF JDVP-MES IS NOT NUMERIC OR JDVP-MES (5:2) < "01"
002400         OR JDVP-MES (5:2) > "12" THEN
002410         DISPLAY "TAREFA-38: MES A COBRAR INVALIDO (AAAAMM)"
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
002450     MOVE JDVP-MES TO WS-MES-COBRANCA
002460     MOVE JDVP-MODO TO WS-MODO
002470     IF NOT MODO-SIMULACAO AND NOT MODO-LANCAMENTO THEN
002480         DISPLAY "TAREFA-38: MODO INVALIDO (S=SIMULACAO, "&
002490         "L=LANCAMENTO)"
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002530
002540     IF MODO-LANCAMENTO THEN
002550         MOVE "I" TO RUN-FUNCAO
002560     ELSE
002570         MOVE "D" TO RUN-FUNCAO
002580     END-IF
002590     MOVE "TAREFA38" TO RUN-JOB
002600     CALL "RUNCTL" USING RUN-AREA
002610     IF RUN-JA-EXECUTADO THEN
002620         DISPLAY "TAREFA-38: JA EXECUTADA NA DATA DE NEGOCIO "
002630             RUN-DATA
002640         MOVE 12 TO RETURN-CODE
002650         STOP RUN
002660     END-IF
002661     IF RUN-RECUPERACAO-PENDENTE THEN
002662         DISPLAY "TAREFA-38: CONTA-MASTER POR RECUPERAR - "&
002663         "TERMINAR PRIMEIRO A TAREFA-49"
002664         MOVE 16 TO RETURN-CODE
002665         STOP RUN
002666     END-IF
002670     IF NOT RUN-OK THEN
002680         DISPLAY "TAREFA-38: DATA DE NEGOCIO INDISPONIVEL "&
002690         "(DATCTL)"
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002730
002740*    FIM DO PERIODO = PRIMEIRO DIA DO MES SEGUINTE AO COBRADO.
002750     MOVE WS-MES-COBRANCA (1:4) TO WS-ANO
002760     MOVE WS-MES-COBRANCA (5:2) TO WS-MES
002770     ADD 1 TO WS-MES
002780     IF WS-MES > 12 THEN
002790         MOVE 1 TO WS-MES
002800         ADD 1 TO WS-ANO
002810     END-IF
002820     STRING WS-ANO DELIMITED BY SIZE
002830         WS-MES DELIMITED BY SIZE
002840         "01" DELIMITED BY SIZE
002850         INTO WS-DATA-FIM-PERIODO
002860
002870     IF MODO-LANCAMENTO AND RUN-DATA < WS-DATA-FIM-PERIODO THEN
002880         DISPLAY "TAREFA-38: MES " WS-MES-COBRANCA
002890         " AINDA NAO TERMINOU NA DATA DE NEGOCIO " RUN-DATA
002900         MOVE 16 TO RETURN-CODE
002905         MOVE RETURN-CODE TO WS-RETORNO
002910         MOVE "E" TO RUN-FUNCAO
002920         CALL "RUNCTL" USING RUN-AREA
002925         MOVE WS-RETORNO TO RETURN-CODE
002930         STOP RUN
002940     END-IF
002950
002960     OPEN INPUT TARIFAS
002970     IF WS-FS-TARIFAS = "00" THEN
002980         MOVE "JD" TO TAR-CODIGO
002990         READ TARIFAS
003000             INVALID KEY
003010                 MOVE 0 TO TAR-VALOR
003020         END-READ
003030         MOVE TAR-VALOR TO WS-TAXA-OMISSAO
003040         CLOSE TARIFAS
003050     END-IF
003060
003070     OPEN INPUT SALDOS-DIA
003080     IF WS-FS-SALDIA = "35" THEN
003090*        AINDA NENHUM SALDO DIARIO GRAVADO - NADA A COBRAR.
003100         MOVE "S" TO WS-FIM-SALDIA
003110     ELSE
003120         IF WS-FS-SALDIA NOT = "00" THEN
003130             DISPLAY "TAREFA-38: NAO FOI POSSIVEL ABRIR O "&
003140             "SALDIA - FS=" WS-FS-SALDIA
003150             MOVE 16 TO RETURN-CODE
003160             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003170         END-IF
003180     END-IF
003190     IF MODO-LANCAMENTO THEN
003200         OPEN I-O CONTA-MASTER
003210     ELSE
003220         OPEN INPUT CONTA-MASTER
003230     END-IF
003240     IF WS-FS-CONTA NOT = "00" THEN
003250         DISPLAY "TAREFA-38: NAO FOI POSSIVEL ABRIR O "&
003260         "CONTA-MASTER - FS=" WS-FS-CONTA
003270         MOVE 16 TO RETURN-CODE
003280         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003290     END-IF
003300     OPEN OUTPUT SALDOS-NOVO
003310     OPEN OUTPUT JURO-RPT
003320     MOVE SPACES TO PST-OPERADOR
003330
003340     MOVE WS-MES-COBRANCA TO WS-TIT-MES
003350     IF MODO-LANCAMENTO THEN
003360         MOVE "LANCAMENTO" TO WS-TIT-MODO
003370     ELSE
003380         MOVE "SIMULACAO" TO WS-TIT-MODO
003390     END-IF
003400     WRITE RPT-LINHA FROM WS-LINHA-TITULO
003410     MOVE SPACES TO RPT-LINHA
003420     WRITE RPT-LINHA
003430     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS
003440     MOVE SPACES TO RPT-LINHA
003450     WRITE RPT-LINHA.
003460 1000-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500* 2000-SELECIONA-SALDOS - passagem de entrada do SORT: os saldos
003510* do mes cobrado (e de meses anteriores, se ainda la estiverem)
003520* sao libertados com um numero de sequencia crescente, para dois
003530* registos da mesma conta e data manterem a ordem de gravacao; os
003540* restantes ficam para a segunda passagem.
003550******************************************************************
003560 2000-SELECIONA-SALDOS.
003570     IF NOT FIM-SALDIA THEN
003580         PERFORM 2100-LER-SALDO THRU 2100-EXIT
003590     END-IF
003600     PERFORM 2050-SELECIONA-UM-SALDO THRU 2050-EXIT
003610         UNTIL FIM-SALDIA.
003620 2000-EXIT.
003630     EXIT.
003640
003650 2050-SELECIONA-UM-SALDO.
003660     IF SDI-DATA < WS-DATA-FIM-PERIODO THEN
003670         ADD 1 TO WS-QTD-SALDOS
003680         ADD 1 TO WS-SEQ-RELEASE
003690         MOVE SDI-CONTA-NUM TO SRT-CONTA-NUM
003700         MOVE SDI-DATA TO SRT-DATA
003710         MOVE WS-SEQ-RELEASE TO SRT-SEQ
003720         MOVE SDI-SALDO TO SRT-SALDO
003730         RELEASE SRT-REC
003740     END-IF
003750     PERFORM 2100-LER-SALDO THRU 2100-EXIT.
003760 2050-EXIT.
003770     EXIT.
003780
003790 2100-LER-SALDO.
003800     READ SALDOS-DIA
003810         AT END
003820             MOVE "S" TO WS-FIM-SALDIA
003830     END-READ.
003840 2100-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 3000-APURA-JURO - passagem de saida do SORT: por conta, soma os
003890* numeros devedores de cada saldo ate ao registo seguinte e, na
003900* quebra, fecha o ultimo saldo ate ao fim do mes, apura o juro
003910* (3200) e, em lancamento, transporta o saldo devedor (3300).
003920******************************************************************
003930 3000-APURA-JURO.
003940     MOVE "N" TO WS-TEM-GRUPO
003950     PERFORM 3050-RETURN-SALDO THRU 3050-EXIT
003960     PERFORM 3100-QUEBRA-CONTA THRU 3100-EXIT
003970         UNTIL FIM-SORT
003980     IF TEM-GRUPO THEN
003990         PERFORM 3180-FECHA-CONTA THRU 3180-EXIT
004000     END-IF.
004010 3000-EXIT.
004020     EXIT.
004030
004040 3050-RETURN-SALDO.
004050     RETURN SORT-SALDOS
004060         AT END
004070             MOVE "S" TO WS-FIM-SORT
004080     END-RETURN.
004090 3050-EXIT.
004100     EXIT.
004110
004120 3100-QUEBRA-CONTA.
004130     IF TEM-GRUPO AND SRT-CONTA-NUM NOT = WS-GRP-CONTA THEN
004140         PERFORM 3180-FECHA-CONTA THRU 3180-EXIT
004150     END-IF
004160     IF TEM-GRUPO THEN
004170         MOVE SRT-DATA TO WS-ATE-DATA
004180         PERFORM 3150-SOMA-NUMEROS THRU 3150-EXIT
004190     ELSE
004200         MOVE SRT-CONTA-NUM TO WS-GRP-CONTA
004210         MOVE 0 TO WS-GRP-DIAS
004220         MOVE 0 TO WS-GRP-NUMEROS
004230         MOVE "S" TO WS-TEM-GRUPO
004240     END-IF
004250     MOVE SRT-DATA TO WS-ANT-DATA
004260     MOVE SRT-SALDO TO WS-ANT-SALDO
004270     PERFORM 3050-RETURN-SALDO THRU 3050-EXIT.
004280 3100-EXIT.
004290     EXIT.
004300
004310 3150-SOMA-NUMEROS.
004320     IF WS-ANT-SALDO < 0 THEN
004330         COMPUTE WS-DIAS =
004340             FUNCTION INTEGER-OF-DATE (WS-ATE-DATA)
004350             - FUNCTION INTEGER-OF-DATE (WS-ANT-DATA)
004360         ADD WS-DIAS TO WS-GRP-DIAS
004370         COMPUTE WS-GRP-NUMEROS =
004380             WS-GRP-NUMEROS - WS-ANT-SALDO * WS-DIAS
004390     END-IF.
004400 3150-EXIT.
004410     EXIT.
004420
004430 3180-FECHA-CONTA.
004440     MOVE WS-DATA-FIM-PERIODO TO WS-ATE-DATA
004450     PERFORM 3150-SOMA-NUMEROS THRU 3150-EXIT
004460     IF WS-GRP-NUMEROS > 0 THEN
004470         PERFORM 3200-COBRA-JURO THRU 3200-EXIT
004480     END-IF
004490     IF MODO-LANCAMENTO AND WS-ANT-SALDO < 0 THEN
004500         PERFORM 3300-TRANSPORTA-SALDO THRU 3300-EXIT
004510     END-IF
004520     MOVE "N" TO WS-TEM-GRUPO.
004530 3180-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 3200-COBRA-JURO - le a conta, escolhe a taxa (propria ou a do
004580* TARMST), apura o juro dos numeros devedores e, em lancamento,
004590* debita-o com a origem V (a CONTAPST nao aplica o limite de
004600* descoberto nem o tecto diario ao juro; conta bloqueada ou
004610* encerrada recusa com retorno 30). Cada conta devedora sai numa
004620* linha do relatorio com a situacao da cobranca.
004630******************************************************************
004640 3200-COBRA-JURO.
004650     ADD 1 TO WS-QTD-DEVEDORAS
004660     MOVE WS-GRP-CONTA TO WS-LIN-CONTA
004670     MOVE WS-GRP-DIAS TO WS-LIN-DIAS
004680     MOVE WS-GRP-NUMEROS TO WS-LIN-NUMEROS
004690     MOVE 0 TO WS-JURO
004700     MOVE 0 TO WS-TAXA
004710
004720     MOVE WS-GRP-CONTA TO CT-CONTA-NUM
004730     READ CONTA-MASTER
004740         INVALID KEY
004750             MOVE "CONTA INEXISTENTE" TO WS-LIN-SITUACAO
004760             GO TO 3200-IMPRIME
004770     END-READ
004780     IF CT-TAXA-DEVEDORA IS NUMERIC AND CT-TAXA-DEVEDORA > 0
004790         THEN
004800         MOVE CT-TAXA-DEVEDORA TO WS-TAXA
004810     ELSE
004820         MOVE WS-TAXA-OMISSAO TO WS-TAXA
004830     END-IF
004840     COMPUTE WS-JURO ROUNDED =
004850         WS-GRP-NUMEROS * WS-TAXA / 100 / 365
004860     IF WS-JURO = 0 THEN
004870         MOVE "SEM JURO" TO WS-LIN-SITUACAO
004880         GO TO 3200-IMPRIME
004890     END-IF
004900
004910     IF MODO-SIMULACAO THEN
004920         MOVE "A LANCAR" TO WS-LIN-SITUACAO
004930         ADD 1 TO WS-QTD-COBRADAS
004940         ADD WS-JURO TO WS-TOT-JURO
004950         GO TO 3200-IMPRIME
004960     END-IF
004970     MOVE "V" TO PST-ORIGEM
004980     MOVE 0 TO PST-ESTORNO-REF
004990     CALL "CONTAPST" USING CONTA-REC, "D", WS-JURO,
005000         PST-AREA, WS-RETURN-CD
005010     IF POSTADO THEN
005020         REWRITE CONTA-REC
005030         MOVE "LANCADO" TO WS-LIN-SITUACAO
005040         ADD 1 TO WS-QTD-COBRADAS
005050         ADD WS-JURO TO WS-TOT-JURO
005060     ELSE
005070         MOVE WS-RETURN-CD TO WS-SIT-RETORNO
005080         MOVE WS-SITUACAO-RECUSA TO WS-LIN-SITUACAO
005090         ADD 1 TO WS-QTD-RECUSADAS
005100     END-IF.
005110 3200-IMPRIME.
005120     MOVE WS-TAXA TO WS-LIN-TAXA
005130     MOVE WS-JURO TO WS-LIN-JURO
005140     WRITE RPT-LINHA FROM WS-LINHA-CONTA.
005150 3200-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 3300-TRANSPORTA-SALDO - a conta fecha o mes devedora: o ultimo
005200* saldo passa para o novo SALDIA datado do primeiro dia do mes
005210* seguinte, para os dias ate ao proximo fim de dia gravado
005220* entrarem na cobranca do mes seguinte.
005230******************************************************************
005240 3300-TRANSPORTA-SALDO.
005250     MOVE WS-GRP-CONTA TO SDI-CONTA-NUM
005260     MOVE WS-DATA-FIM-PERIODO TO SDI-DATA
005270     MOVE WS-ANT-SALDO TO SDI-SALDO
005280     MOVE "S" TO SDI-ORIGEM
005290     MOVE SPACES TO SALDO-DIA-REC (30:3)
005300     WRITE NOVO-LINHA FROM SALDO-DIA-REC
005310     ADD 1 TO WS-QTD-TRANSPORTES.
005320 3300-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 4000-COPIA-MESES-ABERTOS - segunda passagem ao SALDIA: em
005370* lancamento copia para o novo ficheiro so os saldos posteriores
005380* ao mes cobrado; em simulacao copia tudo (o ficheiro fica igual).
005390******************************************************************
005400 4000-COPIA-MESES-ABERTOS.
005410     IF WS-FS-SALDIA = "35" THEN
005420         GO TO 4000-EXIT
005430     END-IF
005440     CLOSE SALDOS-DIA
005450     OPEN INPUT SALDOS-DIA
005460     MOVE "N" TO WS-FIM-SALDIA
005470     PERFORM 2100-LER-SALDO THRU 2100-EXIT
005480     PERFORM 4100-COPIA-SALDO THRU 4100-EXIT
005490         UNTIL FIM-SALDIA.
005500 4000-EXIT.
005510     EXIT.
005520
005530 4100-COPIA-SALDO.
005540     IF MODO-SIMULACAO OR SDI-DATA >= WS-DATA-FIM-PERIODO THEN
005550         WRITE NOVO-LINHA FROM SALDO-DIA-REC
005560         ADD 1 TO WS-QTD-MANTIDOS
005570     END-IF
005580     PERFORM 2100-LER-SALDO THRU 2100-EXIT.
005590 4100-EXIT.
005600     EXIT.
005610
005620 8000-IMPRIME-RESUMO.
005630     MOVE SPACES TO RPT-LINHA
005640     WRITE RPT-LINHA
005650     MOVE WS-QTD-DEVEDORAS TO WS-TOT-LIN-CONTAS
005660     MOVE WS-TOT-JURO TO WS-TOT-LIN-JURO
005670     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
005680     MOVE WS-QTD-DEVEDORAS TO WS-RES-DEVEDORAS
005690     MOVE WS-QTD-COBRADAS TO WS-RES-COBRADAS
005700     MOVE WS-TOT-JURO TO WS-RES-JURO
005710     DISPLAY WS-LINHA-RESUMO
005720     IF WS-QTD-RECUSADAS > 0 THEN
005730         MOVE WS-QTD-RECUSADAS TO WS-RES-RECUSADAS
005740         DISPLAY WS-LINHA-RECUSAS
005750     END-IF.
005760 8000-EXIT.
005770     EXIT.
005780
005790 9100-TERMINA-ERRO.
005795     MOVE RETURN-CODE TO WS-RETORNO
005800     IF MODO-LANCAMENTO THEN
005810         MOVE "E" TO RUN-FUNCAO
005820         CALL "RUNCTL" USING RUN-AREA
005830     END-IF
005835     MOVE WS-RETORNO TO RETURN-CODE
005840     STOP RUN.
005850 9100-EXIT.
005860     EXIT.
005870
005880 9999-FINALIZAR.
005890     IF WS-FS-SALDIA NOT = "35" THEN
005900         CLOSE SALDOS-DIA
005910     END-IF
005920     CLOSE SALDOS-NOVO
005930     CLOSE CONTA-MASTER
005940     CLOSE JURO-RPT
005950     IF MODO-LANCAMENTO THEN
005960         MOVE "F" TO RUN-FUNCAO
005970         CALL "RUNCTL" USING RUN-AREA
005980     END-IF.
005990 9999-EXIT.
006000     EXIT.
006010
006020 END PROGRAM TAREFA-38.

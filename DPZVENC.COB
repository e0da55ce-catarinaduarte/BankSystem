000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  06/05/2024
000050* Date-Compiled:
000060* Purpose:       Corrida nocturna de vencimentos dos depositos a
000070*                prazo (ficheiro DEPPRAZO, constituidos no balcao
000080*                da TAREFA-35). Cada deposito ativo vencido ate a
000090*                data de negocio vence juro pelos dias do prazo a
000100*                taxa anual do deposito (base 365); o juro bruto
000110*                e creditado na conta associada com a origem J e
000120*                a retencao na fonte debitada com a origem R,
000130*                como na TAREFA-14 (taxa do cartao DPZPARM).
000140*                Conforme a instrucao de renovacao, o capital
000150*                volta a conta (origem P) e o deposito fica
000160*                vencido, ou o deposito renova por igual prazo
000170*                com o capital (C) ou com o capital mais o juro
000180*                liquido (T). Cada liquidacao fica no historico
000190*                DPZLIQ, lido pelo relatorio fiscal TAREFA-27.
000200* Tectonics:     cobc
000210*
000220* Modification history:
000230*   06/05/2024  RSA  Programa original.
000232*   01/07/2024  RSA  Conta associada dormente (TAREFA-43) tambem
000234*                    deixa o deposito por liquidar, ate ser
000236*                    reativada na TAREFA-18.
000237*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000238*                    CONTA-MASTER (TAREFA-49) estiver pendente
000239*                    (retorno 40 do RUNCTL).
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TAREFA-36.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DPZ-PARM ASSIGN TO "DPZPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-FS-PARM.
000340     SELECT DEPOSITOS ASSIGN TO "DEPPRAZO"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS DPZ-ID
000380         FILE STATUS IS WS-FS-DEPOSITOS.
000390     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CT-CONTA-NUM
000430         FILE STATUS IS WS-FS-CONTA.
000440     SELECT DPZ-LIQUIDACOES ASSIGN TO "DPZLIQ"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-DPZLIQ.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DPZ-PARM.
000510 01  DPZP-REC.
000520     05  DPZP-TAXA-RETENCAO  PIC 9(02)V99.
000530
000540 FD  DEPOSITOS.
000550     COPY DPZREC.
000560
000570 FD  CONTA-MASTER.
000580     COPY CONTAREC.
000590
000600 FD  DPZ-LIQUIDACOES.
000610     COPY DPLREC.
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-STATUS-FLAGS.
000650     05  WS-FS-PARM          PIC X(02) VALUE "00".
000660     05  WS-FS-DEPOSITOS     PIC X(02) VALUE "00".
000670     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000680     05  WS-FS-DPZLIQ        PIC X(02) VALUE "00".
000690     05  WS-FIM-DEPOSITOS    PIC X(01) VALUE "N".
000700         88  FIM-DEPOSITOS       VALUE "S".
000710
000720 01  WS-DATA-NEGOCIO         PIC 9(08) VALUE 0.
000730 01  WS-TAXA-RETENCAO        PIC 9(02)V99 VALUE 0.
000740 01  WS-DIAS                 PIC 9(05) VALUE 0.
000750 01  WS-DATA-INTEIRA         PIC 9(07) VALUE 0.
000760 01  WS-JUROS                PIC 9(10)V99 VALUE 0.
000770 01  WS-RETENCAO             PIC 9(10)V99 VALUE 0.
000780 01  WS-RETENCAO-POSTADA     PIC 9(10)V99 VALUE 0.
000790 01  WS-LIQUIDO              PIC 9(10)V99 VALUE 0.
000800
000810 COPY PSTAREA.
000820
000830 COPY RUNAREA.
000835 01  WS-RETORNO              PIC 9(02) VALUE 0.
000840
000850 01  WS-RETURN-CD            PIC 9(02)    VALUE 0.
000860     88  POSTADO                 VALUE 00.
000870     88  REJEITADO-LIMITE        VALUE 10.
000880     88  CONTA-BLOQUEADA         VALUE 30.
000890     88  LIMITE-DIARIO           VALUE 50.
000900
000910 01  WS-CONTADORES.
000920     05  WS-QTD-LIDOS        PIC 9(07) VALUE 0.
000930     05  WS-QTD-VENCIDOS     PIC 9(07) VALUE 0.
000940     05  WS-QTD-RENOVADOS    PIC 9(07) VALUE 0.
000950     05  WS-QTD-POR-LIQUIDAR PIC 9(07) VALUE 0.
000960     05  WS-QTD-RET-RECUSADAS PIC 9(07) VALUE 0.
000970     05  WS-TOT-CAPITAL      PIC 9(13)V99 VALUE 0.
000980     05  WS-TOT-BRUTO        PIC 9(13)V99 VALUE 0.
000990     05  WS-TOT-RETIDO       PIC 9(13)V99 VALUE 0.
001000
001010 01  WS-LINHA-RESUMO.
001020     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-36:".
001030     05  FILLER            PIC X(01) VALUE SPACES.
001040     05  WS-RES-VENCIDOS   PIC ZZZZZZ9.
001050     05  FILLER            PIC X(12) VALUE " LIQUIDADOS,".
001060     05  WS-RES-RENOVADOS  PIC ZZZZZZ9.
001070     05  FILLER            PIC X(11) VALUE " RENOVADOS.".
001080
001090 01  WS-LINHA-VALORES.
001100     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-36:".
001110     05  WS-RES-CAPITAL    PIC Z(12)9V,99.
001120     05  FILLER            PIC X(10) VALUE " CAPITAL,".
001130     05  WS-RES-BRUTO      PIC Z(12)9V,99.
001140     05  FILLER            PIC X(08) VALUE " BRUTO,".
001150     05  WS-RES-RETIDO     PIC Z(12)9V,99.
001160     05  FILLER            PIC X(09) VALUE " RETIDO.".
001170
001180 01  WS-LINHA-PENDENTES.
001190     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-36:".
001200     05  FILLER            PIC X(01) VALUE SPACES.
001210     05  WS-RES-PENDENTES  PIC ZZZZZZ9.
001220     05  FILLER            PIC X(34)
001230         VALUE " POR LIQUIDAR - VER LOG.".
001240
001250 01  WS-LINHA-RET-RECUSA.
001260     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-36:".
001270     05  FILLER            PIC X(01) VALUE SPACES.
001280     05  WS-RES-RET-REC    PIC ZZZZZZ9.
001290     05  FILLER            PIC X(32)
001300         VALUE " RETENCOES RECUSADAS - VER LOG.".
001310
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001350     PERFORM 2000-PROCESSA-DEPOSITO THRU 2000-EXIT
001360         UNTIL FIM-DEPOSITOS
001370     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
001380     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001390     STOP RUN.
001400
001410******************************************************************
001420* 1000-INICIALIZAR - obtem a data de negocio do controlo central
001430* RUNCTL (que recusa uma segunda corrida na mesma data - pagaria
001440* os vencimentos em dobro), le a taxa de retencao do cartao
001450* DPZPARM e abre os ficheiros.
001460******************************************************************
001470 1000-INICIALIZAR.
001480     MOVE "I" TO RUN-FUNCAO
001490     MOVE "TAREFA36" TO RUN-JOB
001500     CALL "RUNCTL" USING RUN-AREA
001510     IF RUN-JA-EXECUTADO THEN
001520         DISPLAY "TAREFA-36: JA EXECUTADA NA DATA DE NEGOCIO "
001530             RUN-DATA
001540         MOVE 12 TO RETURN-CODE
001550         STOP RUN
001560     END-IF
001561     IF RUN-RECUPERACAO-PENDENTE THEN
001562         DISPLAY "TAREFA-36: CONTA-MASTER POR RECUPERAR - "&
001563         "TERMINAR PRIMEIRO A TAREFA-49"
001564         MOVE 16 TO RETURN-CODE
001565         STOP RUN
001566     END-IF
001570     IF NOT RUN-OK THEN
001580         DISPLAY "TAREFA-36: DATA DE NEGOCIO INDISPONIVEL "&
001590         "(DATCTL)"
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF
001630     MOVE RUN-DATA TO WS-DATA-NEGOCIO
001640
001650     OPEN INPUT DPZ-PARM
001660     READ DPZ-PARM
001670         AT END
001680             DISPLAY "TAREFA-36: CARTAO DE PARAMETROS EM BRANCO"
001690             MOVE 16 TO RETURN-CODE
001700             CLOSE DPZ-PARM
001710             STOP RUN
001720     END-READ
001730     IF DPZP-TAXA-RETENCAO IS NOT NUMERIC THEN
001740         DISPLAY "TAREFA-36: TAXA DE RETENCAO INVALIDA"
001750         MOVE 16 TO RETURN-CODE
001760         CLOSE DPZ-PARM
001770         STOP RUN
001780     END-IF
001790     MOVE DPZP-TAXA-RETENCAO TO WS-TAXA-RETENCAO
001800     CLOSE DPZ-PARM
001810     MOVE SPACES TO PST-OPERADOR
001820
001830     OPEN I-O DEPOSITOS
001840     IF WS-FS-DEPOSITOS = "35" THEN
001850*        AINDA NENHUM DEPOSITO CONSTITUIDO NO SITE - NADA VENCE.
001860         MOVE "S" TO WS-FIM-DEPOSITOS
001870         GO TO 1000-EXIT
001880     END-IF
001890     IF WS-FS-DEPOSITOS NOT = "00" THEN
001900         DISPLAY "TAREFA-36: NAO FOI POSSIVEL ABRIR O "&
001910         "DEPPRAZO - FS=" WS-FS-DEPOSITOS
001920         MOVE 16 TO RETURN-CODE
001925         MOVE RETURN-CODE TO WS-RETORNO
001930         MOVE "E" TO RUN-FUNCAO
001940         CALL "RUNCTL" USING RUN-AREA
001945         MOVE WS-RETORNO TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001970     OPEN I-O CONTA-MASTER
001980     IF WS-FS-CONTA NOT = "00" THEN
001990         DISPLAY "TAREFA-36: NAO FOI POSSIVEL ABRIR O "&
002000         "CONTA-MASTER - FS=" WS-FS-CONTA
002010         MOVE 16 TO RETURN-CODE
002015         MOVE RETURN-CODE TO WS-RETORNO
002020         MOVE "E" TO RUN-FUNCAO
002030         CALL "RUNCTL" USING RUN-AREA
002035         MOVE WS-RETORNO TO RETURN-CODE
002040         STOP RUN
002050     END-IF
002060     OPEN EXTEND DPZ-LIQUIDACOES
002070     IF WS-FS-DPZLIQ = "05" OR WS-FS-DPZLIQ = "35" THEN
002080         OPEN OUTPUT DPZ-LIQUIDACOES
002090         CLOSE DPZ-LIQUIDACOES
002100         OPEN EXTEND DPZ-LIQUIDACOES
002110     END-IF
002120     PERFORM 2100-LER-DEPOSITO THRU 2100-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150
002160******************************************************************
002170* 2000-PROCESSA-DEPOSITO - deposito ativo com vencimento ate a
002180* data de negocio e liquidado; os restantes passam.
002190******************************************************************
002200 2000-PROCESSA-DEPOSITO.
002210     ADD 1 TO WS-QTD-LIDOS
002220     IF DPZ-ATIVO AND DPZ-DATA-VENCIMENTO <= WS-DATA-NEGOCIO
002230         THEN
002240         PERFORM 3000-VENCE-DEPOSITO THRU 3000-EXIT
002250     END-IF
002260     PERFORM 2100-LER-DEPOSITO THRU 2100-EXIT.
002270 2000-EXIT.
002280     EXIT.
002290
002300 2100-LER-DEPOSITO.
002310     READ DEPOSITOS NEXT RECORD
002320         AT END
002330             MOVE "S" TO WS-FIM-DEPOSITOS
002340     END-READ.
002350 2100-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390* 3000-VENCE-DEPOSITO - le a conta associada, apura o juro do
002400* prazo e posta-o (J, depois R); sem renovacao devolve tambem o
002410* capital (P) e fecha o deposito, com renovacao abre novo prazo
002420* a partir do vencimento. Conta inexistente, bloqueada ou
002430* encerrada deixa o deposito ativo e avisado no log - volta a
002440* ser tentado na noite seguinte, depois de regularizada a conta.
002450******************************************************************
002460 3000-VENCE-DEPOSITO.
002470     MOVE DPZ-CONTA-NUM TO CT-CONTA-NUM
002480     READ CONTA-MASTER
002490         INVALID KEY
002500             ADD 1 TO WS-QTD-POR-LIQUIDAR
002510             DISPLAY "TAREFA-36: DEPOSITO " DPZ-ID
002520             " - CONTA ASSOCIADA INEXISTENTE " DPZ-CONTA-NUM
002530             GO TO 3000-EXIT
002540     END-READ
002550     IF NOT CT-CONTA-ATIVA THEN
002560         ADD 1 TO WS-QTD-POR-LIQUIDAR
002570         DISPLAY "TAREFA-36: DEPOSITO " DPZ-ID
002580         " - CONTA ASSOCIADA NAO ATIVA (BLOQ./ENC./DORM.) "
002590         DPZ-CONTA-NUM
002600         GO TO 3000-EXIT
002610     END-IF
002620
002630     COMPUTE WS-DIAS =
002640         FUNCTION INTEGER-OF-DATE (DPZ-DATA-VENCIMENTO)
002650         - FUNCTION INTEGER-OF-DATE (DPZ-DATA-INICIO)
002660     COMPUTE WS-JUROS ROUNDED =
002670         DPZ-CAPITAL * DPZ-TAXA / 100 * WS-DIAS / 365
002680     MOVE 0 TO WS-RETENCAO-POSTADA
002690
002700     IF WS-JUROS > 0 THEN
002710         MOVE "J" TO PST-ORIGEM
002720         MOVE 0 TO PST-ESTORNO-REF
002730         CALL "CONTAPST" USING CONTA-REC, "C", WS-JUROS,
002740             PST-AREA, WS-RETURN-CD
002750         IF NOT POSTADO THEN
002760             ADD 1 TO WS-QTD-POR-LIQUIDAR
002770             DISPLAY "TAREFA-36: DEPOSITO " DPZ-ID
002780             " - JURO RECUSADO, RETORNO " WS-RETURN-CD
002790             GO TO 3000-EXIT
002800         END-IF
002810         ADD WS-JUROS TO WS-TOT-BRUTO
002820         PERFORM 3100-RETEM-IMPOSTO THRU 3100-EXIT
002830     END-IF
002840
002850     MOVE DPZ-ID TO DPL-DPZ-ID
002860     MOVE DPZ-CONTA-NUM TO DPL-CONTA-NUM
002870     MOVE WS-DATA-NEGOCIO TO DPL-DATA
002880     MOVE DPZ-CAPITAL TO DPL-CAPITAL
002890     MOVE WS-JUROS TO DPL-JUROS-BRUTOS
002900     MOVE WS-RETENCAO-POSTADA TO DPL-RETENCAO
002910
002920     EVALUATE TRUE
002930         WHEN DPZ-RENOVA-CAPITAL
002940             MOVE "C" TO DPL-TIPO
002950             PERFORM 3300-RENOVA-DEPOSITO THRU 3300-EXIT
002960         WHEN DPZ-CAPITALIZA
002970             MOVE "T" TO DPL-TIPO
002980             PERFORM 3250-CAPITALIZA-JURO THRU 3250-EXIT
002990             PERFORM 3300-RENOVA-DEPOSITO THRU 3300-EXIT
003000         WHEN OTHER
003010             MOVE "V" TO DPL-TIPO
003020             PERFORM 3200-DEVOLVE-CAPITAL THRU 3200-EXIT
003030     END-EVALUATE
003040
003050     REWRITE CONTA-REC
003060     REWRITE DEPOSITO-REC
003070     WRITE DPZ-LIQ-REC.
003080 3000-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120* 3100-RETEM-IMPOSTO - retencao na fonte sobre o juro bruto
003130* acabado de creditar, debitada com a origem R (mesma regra da
003140* 2500-RETEM-IMPOSTO da TAREFA-14): recusada, o cliente fica com
003150* o bruto e a conta e avisada para regularizacao a mao.
003160******************************************************************
003170 3100-RETEM-IMPOSTO.
003180     IF WS-TAXA-RETENCAO > 0 THEN
003190         COMPUTE WS-RETENCAO ROUNDED =
003200             WS-JUROS * WS-TAXA-RETENCAO / 100
003210         IF WS-RETENCAO > 0 THEN
003220             MOVE "R" TO PST-ORIGEM
003230             MOVE 0 TO PST-ESTORNO-REF
003240             CALL "CONTAPST" USING CONTA-REC, "D", WS-RETENCAO,
003250                 PST-AREA, WS-RETURN-CD
003260             IF POSTADO THEN
003270                 MOVE WS-RETENCAO TO WS-RETENCAO-POSTADA
003280                 ADD WS-RETENCAO TO WS-TOT-RETIDO
003290             ELSE
003300                 ADD 1 TO WS-QTD-RET-RECUSADAS
003310                 DISPLAY "TAREFA-36: RETENCAO RECUSADA NA "&
003320                 "CONTA " CT-CONTA-NUM " - RETORNO "
003330                     WS-RETURN-CD
003340             END-IF
003350         END-IF
003360     END-IF.
003370 3100-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 3200-DEVOLVE-CAPITAL - deposito sem renovacao: o capital volta
003420* a conta associada (origem P) e o deposito fica vencido. O
003430* credito so e recusado a conta inativa, ja excluida na 3000.
003440******************************************************************
003450 3200-DEVOLVE-CAPITAL.
003460     MOVE "P" TO PST-ORIGEM
003470     MOVE 0 TO PST-ESTORNO-REF
003480     CALL "CONTAPST" USING CONTA-REC, "C", DPZ-CAPITAL,
003490         PST-AREA, WS-RETURN-CD
003500     ADD DPZ-CAPITAL TO WS-TOT-CAPITAL
003510     MOVE "V" TO DPZ-ESTADO
003520     MOVE WS-DATA-NEGOCIO TO DPZ-DATA-LIQUIDACAO
003530     ADD 1 TO WS-QTD-VENCIDOS.
003540 3200-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 3250-CAPITALIZA-JURO - renovacao T: o juro liquido (bruto menos
003590* a retencao postada) sai da conta associada de volta para o
003600* deposito (debito P) e soma ao capital do novo prazo. Debito
003610* recusado (cativo, tecto diario) deixa o juro na conta e o
003620* deposito renova so com o capital, avisado no log.
003630******************************************************************
003640 3250-CAPITALIZA-JURO.
003650     COMPUTE WS-LIQUIDO = WS-JUROS - WS-RETENCAO-POSTADA
003660     IF WS-LIQUIDO > 0 THEN
003670         MOVE "P" TO PST-ORIGEM
003680         MOVE 0 TO PST-ESTORNO-REF
003690         CALL "CONTAPST" USING CONTA-REC, "D", WS-LIQUIDO,
003700             PST-AREA, WS-RETURN-CD
003710         IF POSTADO THEN
003720             ADD WS-LIQUIDO TO DPZ-CAPITAL
003730         ELSE
003740             MOVE "C" TO DPL-TIPO
003750             DISPLAY "TAREFA-36: DEPOSITO " DPZ-ID
003760             " - JURO NAO CAPITALIZADO, RETORNO " WS-RETURN-CD
003770         END-IF
003780     END-IF.
003790 3250-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 3300-RENOVA-DEPOSITO - novo prazo igual ao anterior, a contar
003840* da data de vencimento, a mesma taxa; o deposito fica ativo.
003850******************************************************************
003860 3300-RENOVA-DEPOSITO.
003870     MOVE DPZ-DATA-VENCIMENTO TO DPZ-DATA-INICIO
003880     COMPUTE WS-DATA-INTEIRA =
003890         FUNCTION INTEGER-OF-DATE (DPZ-DATA-INICIO)
003900         + DPZ-PRAZO-DIAS
003910     MOVE FUNCTION DATE-OF-INTEGER (WS-DATA-INTEIRA)
003920         TO DPZ-DATA-VENCIMENTO
003930     ADD 1 TO WS-QTD-RENOVADOS.
003940 3300-EXIT.
003950     EXIT.
003960
003970 8000-IMPRIME-RESUMO.
003980     MOVE WS-QTD-VENCIDOS TO WS-RES-VENCIDOS
003990     MOVE WS-QTD-RENOVADOS TO WS-RES-RENOVADOS
004000     DISPLAY WS-LINHA-RESUMO
004010     MOVE WS-TOT-CAPITAL TO WS-RES-CAPITAL
004020     MOVE WS-TOT-BRUTO TO WS-RES-BRUTO
004030     MOVE WS-TOT-RETIDO TO WS-RES-RETIDO
004040     DISPLAY WS-LINHA-VALORES
004050     IF WS-QTD-POR-LIQUIDAR > 0 THEN
004060         MOVE WS-QTD-POR-LIQUIDAR TO WS-RES-PENDENTES
004070         DISPLAY WS-LINHA-PENDENTES
004080     END-IF
004090     IF WS-QTD-RET-RECUSADAS > 0 THEN
004100         MOVE WS-QTD-RET-RECUSADAS TO WS-RES-RET-REC
004110         DISPLAY WS-LINHA-RET-RECUSA
004120     END-IF.
004130 8000-EXIT.
004140     EXIT.
004150
004160 9999-FINALIZAR.
004170     IF WS-FS-DEPOSITOS NOT = "35" THEN
004180         CLOSE DEPOSITOS
004190         CLOSE CONTA-MASTER
004200         CLOSE DPZ-LIQUIDACOES
004210     END-IF
004215     MOVE RETURN-CODE TO WS-RETORNO
004220     MOVE "F" TO RUN-FUNCAO
004230     CALL "RUNCTL" USING RUN-AREA
004235     MOVE WS-RETORNO TO RETURN-CODE.
004240 9999-EXIT.
004250     EXIT.
004260
004270 END PROGRAM TAREFA-36.

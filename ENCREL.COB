000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  09/09/2024
000050* Date-Compiled:
000060* Purpose:       Relatorio mensal de contas encerradas para o
000070*                gerente do balcao - le o registo de encerramentos
000080*                ENCMST (ENCREC) e imprime, para o mes indicado no
000090*                cartao de parametros, as contas encerradas pela
000100*                TAREFA-50 nesse mes, com o titular, as datas do
000110*                pedido e do encerramento, o operador, os valores
000120*                da liquidacao e o destino do saldo, seguidas dos
000130*                pedidos recusados no mes com o motivo, os totais
000140*                e a linha de visto do gerente.
000150* Tectonics:     cobc
000160*
000170* Modification history:
000180*   09/09/2024  RSA  Programa original.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. TAREFA-51.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ENCREL-PARM ASSIGN TO "ENCRPARM"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-FS-PARM.
000290     SELECT ENCERRAMENTOS ASSIGN TO "ENCMST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS ENC-CONTA-NUM
000330         FILE STATUS IS WS-FS-ENC.
000340     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CLI-CONTA-NUM
000380         FILE STATUS IS WS-FS-CLI.
000390     SELECT ENCREL-RPT ASSIGN TO "ENCRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-RPT.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ENCREL-PARM.
000460 01  ENCR-REC.
000470     05  ENCR-MES            PIC 9(06).
000480
000490 FD  ENCERRAMENTOS.
000500     COPY ENCREC.
000510
000520 FD  CLIENTE-MASTER.
000530     COPY CLIREC.
000540
000550 FD  ENCREL-RPT.
000560 01  RPT-LINHA               PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-STATUS-FLAGS.
000600     05  WS-FS-PARM          PIC X(02) VALUE "00".
000610     05  WS-FS-ENC           PIC X(02) VALUE "00".
000620     05  WS-FS-CLI           PIC X(02) VALUE "00".
000630     05  WS-FS-RPT           PIC X(02) VALUE "00".
000640     05  WS-FIM-ENC          PIC X(01) VALUE "N".
000650         88  FIM-ENC             VALUE "S".
000660     05  WS-CLI-ABERTO       PIC X(01) VALUE "N".
000670         88  CLI-ABERTO          VALUE "S".
000680
000690 01  WS-MES-RELATORIO        PIC 9(06) VALUE 0.
000700 01  WS-MES-RELATORIO-PARTES REDEFINES WS-MES-RELATORIO.
000710     05  WS-MES-REL-ANO      PIC 9(04).
000720     05  WS-MES-REL-MES      PIC 9(02).
000730 01  WS-MES-PROCESSO         PIC 9(06) VALUE 0.
000740
000750 01  WS-CONTADORES.
000760     05  WS-QTD-ENCERRADAS   PIC 9(07) VALUE 0.
000770     05  WS-QTD-RECUSADAS    PIC 9(07) VALUE 0.
000780     05  WS-TOT-JURO         PIC 9(13)V99 VALUE 0.
000790     05  WS-TOT-RETENCAO     PIC 9(13)V99 VALUE 0.
000800     05  WS-TOT-TARIFAS      PIC 9(13)V99 VALUE 0.
000810     05  WS-TOT-PAGO         PIC 9(13)V99 VALUE 0.
000820
000830******************************************************************
000840* Datas do relatorio em DD-MM-AAAA, como nas cartas da TAREFA-46.
000850******************************************************************
000860 01  WS-DATA-A-FORMATAR      PIC 9(08) VALUE 0.
000870 01  WS-DATA-PARTES REDEFINES WS-DATA-A-FORMATAR.
000880     05  WS-ANO              PIC 9(04).
000890     05  WS-MES              PIC 9(02).
000900     05  WS-DIA              PIC 9(02).
000910 01  WS-DATA-FMT             PIC X(10) VALUE SPACES.
000920
000930 01  WS-EDIT-VALOR           PIC Z(09)9V,99.
000940
000950 01  WS-LINHA-TITULO.
000960     05  FILLER              PIC X(34)
000970         VALUE "CONTAS ENCERRADAS NO MES  -  ".
000980     05  WS-TIT-MES          PIC 9(02).
000990     05  FILLER              PIC X(01) VALUE "/".
001000     05  WS-TIT-ANO          PIC 9(04).
001010     05  FILLER              PIC X(39) VALUE SPACES.
001020
001030 01  WS-LINHA-COLUNAS-1.
001040     05  FILLER              PIC X(10) VALUE "CONTA".
001050     05  FILLER              PIC X(32) VALUE "TITULAR".
001060     05  FILLER              PIC X(12) VALUE "PEDIDO".
001070     05  FILLER              PIC X(12) VALUE "ENCERRADA".
001080     05  FILLER              PIC X(14) VALUE "OPER.".
001090
001100 01  WS-LINHA-COLUNAS-2.
001110     05  FILLER              PIC X(10) VALUE SPACES.
001120     05  FILLER              PIC X(15) VALUE "         JUROS".
001130     05  FILLER              PIC X(15) VALUE "      RETENCAO".
001140     05  FILLER              PIC X(15) VALUE "       TARIFAS".
001150     05  FILLER              PIC X(15) VALUE "    SALDO PAGO".
001160     05  FILLER              PIC X(10) VALUE SPACES.
001170
001180 01  WS-LINHA-CONTA.
001190     05  WS-LIN-CONTA        PIC 9(08).
001200     05  FILLER              PIC X(02) VALUE SPACES.
001210     05  WS-LIN-TITULAR      PIC X(30).
001220     05  FILLER              PIC X(02) VALUE SPACES.
001230     05  WS-LIN-PEDIDO       PIC X(10).
001240     05  FILLER              PIC X(02) VALUE SPACES.
001250     05  WS-LIN-ENCERRADA    PIC X(10).
001260     05  FILLER              PIC X(02) VALUE SPACES.
001270     05  WS-LIN-OPERADOR     PIC X(04).
001280     05  FILLER              PIC X(10) VALUE SPACES.
001290
001300 01  WS-LINHA-VALORES.
001310     05  FILLER              PIC X(10) VALUE SPACES.
001320     05  WS-LIN-JURO         PIC X(15).
001330     05  WS-LIN-RETENCAO     PIC X(15).
001340     05  WS-LIN-TARIFAS      PIC X(15).
001350     05  WS-LIN-PAGO         PIC X(15).
001360     05  FILLER              PIC X(10) VALUE SPACES.
001370
001380 01  WS-LINHA-DESTINO.
001390     05  FILLER              PIC X(10) VALUE SPACES.
001400     05  WS-LIN-DESTINO      PIC X(70).
001410
001420 01  WS-LINHA-TITULO-REC.
001430     05  FILLER              PIC X(24)
001440         VALUE "PEDIDOS RECUSADOS NO MES".
001450     05  FILLER              PIC X(56) VALUE SPACES.
001460
001470 01  WS-LINHA-COLUNAS-REC.
001480     05  FILLER              PIC X(10) VALUE "CONTA".
001490     05  FILLER              PIC X(12) VALUE "PEDIDO".
001500     05  FILLER              PIC X(12) VALUE "RECUSADO".
001510     05  FILLER              PIC X(06) VALUE "OPER.".
001520     05  FILLER              PIC X(40) VALUE "MOTIVO".
001530
001540 01  WS-LINHA-RECUSA.
001550     05  WS-REC-CONTA        PIC 9(08).
001560     05  FILLER              PIC X(02) VALUE SPACES.
001570     05  WS-REC-PEDIDO       PIC X(10).
001580     05  FILLER              PIC X(02) VALUE SPACES.
001590     05  WS-REC-RECUSA       PIC X(10).
001600     05  FILLER              PIC X(02) VALUE SPACES.
001610     05  WS-REC-OPERADOR     PIC X(04).
001620     05  FILLER              PIC X(02) VALUE SPACES.
001630     05  WS-REC-MOTIVO       PIC X(40).
001640
001650 01  WS-LINHA-TOTAL.
001660     05  WS-TOT-ROTULO       PIC X(34).
001670     05  WS-TOT-VALOR        PIC Z(12)9V,99.
001680     05  FILLER              PIC X(29) VALUE SPACES.
001690
001700 01  WS-LINHA-QTD.
001710     05  WS-QTD-ROTULO       PIC X(34).
001720     05  WS-QTD-VALOR        PIC ZZZZZZ9.
001730     05  FILLER              PIC X(39) VALUE SPACES.
001740
001750 01  WS-LINHA-ASSINATURA.
001760     05  FILLER              PIC X(32)
001770         VALUE "CONFERIDO PELO GERENTE: ________".
001780     05  FILLER              PIC X(48) VALUE SPACES.
001790
001800 01  WS-LINHA-RESUMO.
001810     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-51:".
001820     05  FILLER            PIC X(01) VALUE SPACES.
001830     05  WS-RES-ENCERRADAS PIC ZZZZZZ9.
001840     05  FILLER            PIC X(20) VALUE " CONTAS ENCERRADAS,".
001850     05  WS-RES-RECUSADAS  PIC ZZZZZZ9.
001860     05  FILLER            PIC X(20) VALUE " PEDIDOS RECUSADOS.".
001870
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001910     PERFORM 2000-AVALIA-ENCERRADA THRU 2000-EXIT
001920         UNTIL FIM-ENC
001930     PERFORM 3000-INICIA-RECUSADOS THRU 3000-EXIT
001940     PERFORM 3100-AVALIA-RECUSADO THRU 3100-EXIT
001950         UNTIL FIM-ENC
001960     PERFORM 4000-IMPRIME-TOTAIS THRU 4000-EXIT
001970     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
001980     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001990     STOP RUN.
002000
002010******************************************************************
002020* 1000-INICIALIZAR - le o cartao de parametros com o mes do
002030* relatorio (AAAAMM), abre os ficheiros e imprime o cabecalho. O
002040* CLIMST e opcional: sem ele o titular sai em branco.
002050******************************************************************
002060 1000-INICIALIZAR.
002070     OPEN INPUT ENCREL-PARM
002080     READ ENCREL-PARM
002090         AT END
002100             DISPLAY "TAREFA-51: CARTAO DE PARAMETROS EM BRANCO"
002110             MOVE 16 TO RETURN-CODE
002120             CLOSE ENCREL-PARM
002130             STOP RUN
002140     END-READ
002150     MOVE ENCR-MES TO WS-MES-RELATORIO
002160     CLOSE ENCREL-PARM
002170     IF ENCR-MES IS NOT NUMERIC OR WS-MES-REL-MES < 1 OR
002180        WS-MES-REL-MES > 12 THEN
002190         DISPLAY "TAREFA-51: MES INVALIDO NO CARTAO (AAAAMM)"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF
002230
002240     OPEN INPUT ENCERRAMENTOS
002250     IF WS-FS-ENC NOT = "00" THEN
002260         DISPLAY "TAREFA-51: NAO FOI POSSIVEL ABRIR O "&
002270         "ENCMST - FS=" WS-FS-ENC
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF
002310     OPEN INPUT CLIENTE-MASTER
002320     IF WS-FS-CLI = "00" THEN
002330         MOVE "S" TO WS-CLI-ABERTO
002340     END-IF
002350     OPEN OUTPUT ENCREL-RPT
002360
002370     MOVE WS-MES-REL-MES TO WS-TIT-MES
002380     MOVE WS-MES-REL-ANO TO WS-TIT-ANO
002390     WRITE RPT-LINHA FROM WS-LINHA-TITULO
002400     MOVE SPACES TO RPT-LINHA
002410     WRITE RPT-LINHA
002420     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS-1
002430     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS-2
002440     MOVE SPACES TO RPT-LINHA
002450     WRITE RPT-LINHA
002460
002470     PERFORM 2100-LER-ENCERRAMENTO THRU 2100-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520* 2000-AVALIA-ENCERRADA - tres linhas por conta encerrada no mes
002530* (estado E, data de processo no mes): conta, titular, datas e
002540* operador; valores da liquidacao; destino do saldo e ordens
002550* permanentes desativadas.
002560******************************************************************
002570 2000-AVALIA-ENCERRADA.
002580     MOVE ENC-DATA-PROCESSO (1:6) TO WS-MES-PROCESSO
002590     IF ENC-ENCERRADA AND WS-MES-PROCESSO = WS-MES-RELATORIO THEN
002600         PERFORM 2200-IMPRIME-ENCERRADA THRU 2200-EXIT
002610     END-IF
002620     PERFORM 2100-LER-ENCERRAMENTO THRU 2100-EXIT.
002630 2000-EXIT.
002640     EXIT.
002650
002660 2100-LER-ENCERRAMENTO.
002670     READ ENCERRAMENTOS NEXT RECORD
002680         AT END
002690             MOVE "S" TO WS-FIM-ENC
002700     END-READ.
002710 2100-EXIT.
002720     EXIT.
002730
002740 2200-IMPRIME-ENCERRADA.
002750     ADD 1 TO WS-QTD-ENCERRADAS
002760     ADD ENC-JURO TO WS-TOT-JURO
002770     ADD ENC-RETENCAO TO WS-TOT-RETENCAO
002780     ADD ENC-TARIFAS TO WS-TOT-TARIFAS
002790     ADD ENC-VALOR-PAGO TO WS-TOT-PAGO
002800
002810     MOVE ENC-CONTA-NUM TO WS-LIN-CONTA
002820     MOVE SPACES TO WS-LIN-TITULAR
002830     IF CLI-ABERTO THEN
002840         MOVE ENC-CONTA-NUM TO CLI-CONTA-NUM
002850         READ CLIENTE-MASTER
002860             INVALID KEY
002870                 MOVE "(SEM FICHA DE CLIENTE)" TO WS-LIN-TITULAR
002880             NOT INVALID KEY
002890                 MOVE CLI-NOME TO WS-LIN-TITULAR
002900         END-READ
002910     END-IF
002920     MOVE ENC-DATA-PEDIDO TO WS-DATA-A-FORMATAR
002930     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
002940     MOVE WS-DATA-FMT TO WS-LIN-PEDIDO
002950     MOVE ENC-DATA-PROCESSO TO WS-DATA-A-FORMATAR
002960     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
002970     MOVE WS-DATA-FMT TO WS-LIN-ENCERRADA
002980     MOVE ENC-OPERADOR TO WS-LIN-OPERADOR
002990     WRITE RPT-LINHA FROM WS-LINHA-CONTA
003000
003010     MOVE ENC-JURO TO WS-EDIT-VALOR
003020     MOVE WS-EDIT-VALOR TO WS-LIN-JURO
003030     MOVE ENC-RETENCAO TO WS-EDIT-VALOR
003040     MOVE WS-EDIT-VALOR TO WS-LIN-RETENCAO
003050     MOVE ENC-TARIFAS TO WS-EDIT-VALOR
003060     MOVE WS-EDIT-VALOR TO WS-LIN-TARIFAS
003070     MOVE ENC-VALOR-PAGO TO WS-EDIT-VALOR
003080     MOVE WS-EDIT-VALOR TO WS-LIN-PAGO
003090     WRITE RPT-LINHA FROM WS-LINHA-VALORES
003100
003110     MOVE SPACES TO WS-LIN-DESTINO
003120     IF ENC-DESTINO-INTERNO THEN
003130         STRING "DESTINO: CONTA " DELIMITED BY SIZE
003140             ENC-CONTA-DESTINO DELIMITED BY SIZE
003150             "   ORDENS DESATIVADAS: " DELIMITED BY SIZE
003160             ENC-ORDENS-DESATIVADAS DELIMITED BY SIZE
003170             INTO WS-LIN-DESTINO
003180     ELSE
003190         STRING "DESTINO: BANCO " DELIMITED BY SIZE
003200             ENC-BANCO-DEST DELIMITED BY SIZE
003210             " BALCAO " DELIMITED BY SIZE
003220             ENC-AGENCIA-DEST DELIMITED BY SIZE
003230             " CONTA " DELIMITED BY SIZE
003240             ENC-CONTA-EXT DELIMITED BY SIZE
003250             "   ORDENS DESATIVADAS: " DELIMITED BY SIZE
003260             ENC-ORDENS-DESATIVADAS DELIMITED BY SIZE
003270             INTO WS-LIN-DESTINO
003280     END-IF
003290     WRITE RPT-LINHA FROM WS-LINHA-DESTINO.
003300 2200-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 3000-INICIA-RECUSADOS - segunda leitura do ENCMST para a seccao
003350* dos pedidos recusados no mes (estado R, data de processo no
003360* mes), com o motivo gravado pela TAREFA-50.
003370******************************************************************
003380 3000-INICIA-RECUSADOS.
003390     CLOSE ENCERRAMENTOS
003400     OPEN INPUT ENCERRAMENTOS
003410     MOVE "N" TO WS-FIM-ENC
003420     MOVE SPACES TO RPT-LINHA
003430     WRITE RPT-LINHA
003440     WRITE RPT-LINHA FROM WS-LINHA-TITULO-REC
003450     MOVE SPACES TO RPT-LINHA
003460     WRITE RPT-LINHA
003470     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS-REC
003480     MOVE SPACES TO RPT-LINHA
003490     WRITE RPT-LINHA
003500     PERFORM 2100-LER-ENCERRAMENTO THRU 2100-EXIT.
003510 3000-EXIT.
003520     EXIT.
003530
003540 3100-AVALIA-RECUSADO.
003550     MOVE ENC-DATA-PROCESSO (1:6) TO WS-MES-PROCESSO
003560     IF ENC-RECUSADO AND WS-MES-PROCESSO = WS-MES-RELATORIO THEN
003570         PERFORM 3200-IMPRIME-RECUSADO THRU 3200-EXIT
003580     END-IF
003590     PERFORM 2100-LER-ENCERRAMENTO THRU 2100-EXIT.
003600 3100-EXIT.
003610     EXIT.
003620
003630 3200-IMPRIME-RECUSADO.
003640     ADD 1 TO WS-QTD-RECUSADAS
003650     MOVE ENC-CONTA-NUM TO WS-REC-CONTA
003660     MOVE ENC-DATA-PEDIDO TO WS-DATA-A-FORMATAR
003670     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
003680     MOVE WS-DATA-FMT TO WS-REC-PEDIDO
003690     MOVE ENC-DATA-PROCESSO TO WS-DATA-A-FORMATAR
003700     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
003710     MOVE WS-DATA-FMT TO WS-REC-RECUSA
003720     MOVE ENC-OPERADOR TO WS-REC-OPERADOR
003730     EVALUATE TRUE
003740         WHEN ENC-MOT-INEXISTENTE
003750             MOVE "CONTA INEXISTENTE" TO WS-REC-MOTIVO
003760         WHEN ENC-MOT-ESTADO
003770             MOVE "CONTA BLOQUEADA, DORMENTE OU ENCERRADA"
003780                 TO WS-REC-MOTIVO
003790         WHEN ENC-MOT-CATIVOS
003800             MOVE "CONTA COM CATIVOS ATIVOS" TO WS-REC-MOTIVO
003810         WHEN ENC-MOT-TRANSF-PEND
003820             MOVE "TRANSFERENCIAS EXTERNAS POR LIQUIDAR"
003830                 TO WS-REC-MOTIVO
003840         WHEN ENC-MOT-DESTINO
003850             MOVE "DESTINO DO SALDO INVALIDO" TO WS-REC-MOTIVO
003860         WHEN ENC-MOT-SALDO
003870             MOVE "SALDO FINAL DEVEDOR" TO WS-REC-MOTIVO
003880         WHEN OTHER
003890             MOVE "POSTAGEM RECUSADA - REGULARIZAR A MAO"
003900                 TO WS-REC-MOTIVO
003910     END-EVALUATE
003920     WRITE RPT-LINHA FROM WS-LINHA-RECUSA.
003930 3200-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 4000-IMPRIME-TOTAIS - totais do mes e linha de visto do gerente.
003980******************************************************************
003990 4000-IMPRIME-TOTAIS.
004000     MOVE SPACES TO RPT-LINHA
004010     WRITE RPT-LINHA
004020     MOVE "CONTAS ENCERRADAS NO MES:" TO WS-QTD-ROTULO
004030     MOVE WS-QTD-ENCERRADAS TO WS-QTD-VALOR
004040     WRITE RPT-LINHA FROM WS-LINHA-QTD
004050     MOVE "PEDIDOS RECUSADOS NO MES:" TO WS-QTD-ROTULO
004060     MOVE WS-QTD-RECUSADAS TO WS-QTD-VALOR
004070     WRITE RPT-LINHA FROM WS-LINHA-QTD
004080     MOVE "TOTAL DE JUROS CREDITADOS:" TO WS-TOT-ROTULO
004090     MOVE WS-TOT-JURO TO WS-TOT-VALOR
004100     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
004110     MOVE "TOTAL DE RETENCOES NA FONTE:" TO WS-TOT-ROTULO
004120     MOVE WS-TOT-RETENCAO TO WS-TOT-VALOR
004130     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
004140     MOVE "TOTAL DE TARIFAS COBRADAS:" TO WS-TOT-ROTULO
004150     MOVE WS-TOT-TARIFAS TO WS-TOT-VALOR
004160     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
004170     MOVE "TOTAL DE SALDOS PAGOS:" TO WS-TOT-ROTULO
004180     MOVE WS-TOT-PAGO TO WS-TOT-VALOR
004190     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
004200     MOVE SPACES TO RPT-LINHA
004210     WRITE RPT-LINHA
004220     WRITE RPT-LINHA
004230     WRITE RPT-LINHA FROM WS-LINHA-ASSINATURA.
004240 4000-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 7100-FORMATA-DATA - WS-DATA-A-FORMATAR (AAAAMMDD) para
004290* WS-DATA-FMT (DD-MM-AAAA).
004300******************************************************************
004310 7100-FORMATA-DATA.
004320     MOVE SPACES TO WS-DATA-FMT
004330     STRING WS-DIA DELIMITED BY SIZE
004340         "-" DELIMITED BY SIZE
004350         WS-MES DELIMITED BY SIZE
004360         "-" DELIMITED BY SIZE
004370         WS-ANO DELIMITED BY SIZE
004380         INTO WS-DATA-FMT.
004390 7100-EXIT.
004400     EXIT.
004410
004420 8000-IMPRIME-RESUMO.
004430     MOVE WS-QTD-ENCERRADAS TO WS-RES-ENCERRADAS
004440     MOVE WS-QTD-RECUSADAS TO WS-RES-RECUSADAS
004450     DISPLAY WS-LINHA-RESUMO.
004460 8000-EXIT.
004470     EXIT.
004480
004490 9999-FINALIZAR.
004500     CLOSE ENCERRAMENTOS
004510     IF CLI-ABERTO THEN
004520         CLOSE CLIENTE-MASTER
004530     END-IF
004540     CLOSE ENCREL-RPT.
004550 9999-EXIT.
004560     EXIT.
004570
004580 END PROGRAM TAREFA-51.

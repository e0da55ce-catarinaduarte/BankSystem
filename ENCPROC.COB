000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  09/09/2024
000050* Date-Compiled:
000060* Purpose:       Liquidacao e encerramento de contas - corrida
000070*                nocturna que trata os pedidos de encerramento
000080*                registados no ecra da TAREFA-18 (ENCMST, estado
000090*                P). Recusa a conta com cativos ativos ou com
000100*                transferencias externas por liquidar; de outro
000110*                modo credita o juro do mes pro-rata ate a data
000120*                de negocio (origem J) e retem o imposto (origem
000130*                R) como a TAREFA-14, cobra a mensalidade e as
000140*                comissoes do mes do TARMST (origem F) como a
000150*                TAREFA-26, paga o saldo a outra conta do mesmo
000160*                cliente (origem T) ou por transferencia para
000170*                outro banco (origem X, pendente no PENDEXT para
000180*                a TAREFA-30), desativa as ordens permanentes em
000190*                que a conta e ordenante ou beneficiaria e so
000200*                entao passa a conta ao estado E. Cada conta
000210*                encerrada leva um extrato de encerramento ao
000220*                cliente no ENCEXT; os valores e as recusas ficam
000230*                no ENCMST para o relatorio mensal da TAREFA-51.
000240* Tectonics:     cobc
000250*
000260* Modification history:
000270*   09/09/2024  RSA  Programa original.
000272*   23/09/2024  RSA  Erro a regravar o CONTA-MASTER ou o
000274*                    ENCERRAMENTOS termina com RC 16.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TAREFA-50.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ENCPROC-PARM ASSIGN TO "ENCPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-FS-PARM.
000380     SELECT ENCERRAMENTOS ASSIGN TO "ENCMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS ENC-CONTA-NUM
000420         FILE STATUS IS WS-FS-ENC.
000430     SELECT TARIFAS ASSIGN TO "TARMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS TAR-CODIGO
000470         FILE STATUS IS WS-FS-TARIFAS.
000480     SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-MOVTO.
000510     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CT-CONTA-NUM
000550         FILE STATUS IS WS-FS-CONTA.
000560     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CLI-CONTA-NUM
000600         FILE STATUS IS WS-FS-CLI.
000610     SELECT CATIVOS ASSIGN TO "CATIVOS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS CAT-ID
000650         FILE STATUS IS WS-FS-CATIVOS.
000660     SELECT PENDENTES-EXT ASSIGN TO "PENDEXT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PEX-ID
000700         FILE STATUS IS WS-FS-PENDEXT.
000710     SELECT ORDENS-PERM ASSIGN TO "ORDPERM"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS STD-ID
000750         FILE STATUS IS WS-FS-ORDENS.
000760     SELECT EXTRATO-ENC ASSIGN TO "ENCEXT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FS-EXT.
000790     SELECT SORT-COMISSOES ASSIGN TO "SORTWK".
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ENCPROC-PARM.
000840 01  ENCP-REC.
000850     05  ENCP-TAXA-RETENCAO  PIC 9(02)V99.
000860
000870 FD  ENCERRAMENTOS.
000880     COPY ENCREC.
000890
000900 FD  TARIFAS.
000910     COPY TARREC.
000920
000930 FD  MOVIMENTOS.
000940     COPY MOVREC.
000950
000960 FD  CONTA-MASTER.
000970     COPY CONTAREC.
000980
000990 FD  CLIENTE-MASTER.
001000     COPY CLIREC.
001010
001020 FD  CATIVOS.
001030     COPY CATREC.
001040
001050 FD  PENDENTES-EXT.
001060     COPY PEXREC.
001070
001080 FD  ORDENS-PERM.
001090     COPY STDOREC.
001100
001110 FD  EXTRATO-ENC.
001120 01  EXT-LINHA               PIC X(80).
001130
001140 SD  SORT-COMISSOES.
001150 01  SRT-REC.
001160     05  SRT-CONTA-NUM       PIC 9(08).
001170     05  SRT-COMISSAO        PIC 9(06)V99.
001180
001190 WORKING-STORAGE SECTION.
001200 01  WS-STATUS-FLAGS.
001210     05  WS-FS-PARM          PIC X(02) VALUE "00".
001220     05  WS-FS-ENC           PIC X(02) VALUE "00".
001230     05  WS-FS-TARIFAS       PIC X(02) VALUE "00".
001240     05  WS-FS-MOVTO         PIC X(02) VALUE "00".
001250     05  WS-FS-CONTA         PIC X(02) VALUE "00".
001260     05  WS-FS-CLI           PIC X(02) VALUE "00".
001270     05  WS-FS-CATIVOS       PIC X(02) VALUE "00".
001280     05  WS-FS-PENDEXT       PIC X(02) VALUE "00".
001290     05  WS-FS-ORDENS        PIC X(02) VALUE "00".
001300     05  WS-FS-EXT           PIC X(02) VALUE "00".
001310     05  WS-FIM-TARIFAS      PIC X(01) VALUE "N".
001320         88  FIM-TARIFAS         VALUE "S".
001330     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
001340         88  FIM-MOVTO           VALUE "S".
001350     05  WS-FIM-SORT         PIC X(01) VALUE "N".
001360         88  FIM-SORT            VALUE "S".
001370     05  WS-FIM-PEDIDOS      PIC X(01) VALUE "N".
001380         88  FIM-PEDIDOS         VALUE "S".
001390     05  WS-FIM-LEITURA      PIC X(01) VALUE "N".
001400         88  FIM-LEITURA         VALUE "S".
001410     05  WS-CLI-ABERTO       PIC X(01) VALUE "N".
001420         88  CLI-ABERTO          VALUE "S".
001430     05  WS-TEM-FICHA        PIC X(01) VALUE "N".
001440         88  TEM-FICHA           VALUE "S".
001450     05  WS-RECUSADO         PIC X(01) VALUE "N".
001460         88  PEDIDO-RECUSADO     VALUE "S".
001470
001480 01  WS-TAXA-RETENCAO        PIC 9(02)V99 VALUE 0.
001490 01  WS-MES-ENCERRAMENTO     PIC 9(06) VALUE 0.
001500 01  WS-MOV-MES              PIC 9(06) VALUE 0.
001510 01  WS-MENSALIDADE          PIC 9(06)V99 VALUE 0.
001520 01  WS-COMISSOES-CONTA      PIC 9(08)V99 VALUE 0.
001530 01  WS-DATA-HORA            PIC X(21) VALUE SPACES.
001540 01  WS-DATA-HOJE            PIC 9(08) VALUE 0.
001550 01  WS-RETORNO              PIC 9(02) VALUE 0.
001560 01  WS-MOTIVO               PIC X(02) VALUE SPACES.
001570 01  WS-MOTIVO-TEXTO         PIC X(40) VALUE SPACES.
001580 01  WS-NIF-CONTA            PIC 9(09) VALUE 0.
001590 01  WS-CONTA-GUARDA         PIC X(62) VALUE SPACES.
001600 01  WS-TECTO-DIARIO         PIC 9(10)V99 VALUE 0.
001610
001620******************************************************************
001630* Dias do mes para o juro pro-rata: o dia da data de negocio e o
001640* numero de dias do mes, pela diferenca entre o dia 1 do mes
001650* seguinte e o dia 1 do mes (INTEGER-OF-DATE, como na TAREFA-44).
001660******************************************************************
001670 01  WS-DATA-CALC            PIC 9(08) VALUE 0.
001680 01  WS-DATA-CALC-PARTES REDEFINES WS-DATA-CALC.
001690     05  WS-CALC-ANO         PIC 9(04).
001700     05  WS-CALC-MES         PIC 9(02).
001710     05  WS-CALC-DIA         PIC 9(02).
001720 01  WS-INICIO-MES-INT       PIC 9(07) VALUE 0.
001730 01  WS-DIA-ENCERRAMENTO     PIC 9(02) VALUE 0.
001740 01  WS-DIAS-MES             PIC 9(02) VALUE 0.
001750
001760******************************************************************
001770* Liquidacao da conta corrente, apurada antes de postar.
001780******************************************************************
001790 01  WS-LIQUIDACAO.
001800     05  WS-SALDO-INICIAL    PIC S9(10)V99 VALUE 0.
001810     05  WS-JURO             PIC 9(10)V99 VALUE 0.
001820     05  WS-RETENCAO         PIC 9(10)V99 VALUE 0.
001830     05  WS-TARIFAS          PIC 9(10)V99 VALUE 0.
001840     05  WS-SALDO-FINAL      PIC S9(10)V99 VALUE 0.
001850     05  WS-VALOR-PAGO       PIC 9(10)V99 VALUE 0.
001860
001870 01  WS-RETURN-CD            PIC 9(02) VALUE 0.
001880     88  POSTADO                 VALUE 00.
001890
001900 COPY PSTAREA.
001910
001920 COPY RUNAREA.
001930
001940******************************************************************
001950* Tabela de precos carregada do TARMST, como na TAREFA-26: os
001960* codigos de uma letra sao comissoes por origem de movimento; a
001970* comissao de manutencao (MN) fica em WS-MENSALIDADE.
001980******************************************************************
001990 01  WS-TABELA-TARIFAS.
002000     05  WS-TRF-QTD          PIC 9(02) COMP VALUE 0.
002010     05  WS-TRF-MAX          PIC 9(02) COMP VALUE 10.
002020     05  WS-TRF-ENTRADA OCCURS 10 TIMES
002030             INDEXED BY TRF-IDX.
002040         10  WS-TRF-CODIGO       PIC X(01).
002050         10  WS-TRF-VALOR        PIC 9(06)V99.
002060
002070 01  WS-CONTADORES.
002080     05  WS-QTD-PEDIDOS      PIC 9(07) VALUE 0.
002090     05  WS-QTD-ENCERRADAS   PIC 9(07) VALUE 0.
002100     05  WS-QTD-RECUSADAS    PIC 9(07) VALUE 0.
002110     05  WS-QTD-ORDENS       PIC 9(07) VALUE 0.
002120     05  WS-TOT-PAGO         PIC 9(13)V99 VALUE 0.
002130
002140******************************************************************
002150* Linhas do extrato de encerramento (80 colunas, uma pagina por
002160* conta, bloco de endereco a coluna 41 como nas cartas da
002170* TAREFA-46).
002180******************************************************************
002190 01  WS-DATA-A-FORMATAR      PIC 9(08) VALUE 0.
002200 01  WS-DATA-PARTES REDEFINES WS-DATA-A-FORMATAR.
002210     05  WS-ANO              PIC 9(04).
002220     05  WS-MES              PIC 9(02).
002230     05  WS-DIA              PIC 9(02).
002240 01  WS-DATA-FMT             PIC X(10) VALUE SPACES.
002250 01  WS-DATA-FMT-PEDIDO      PIC X(10) VALUE SPACES.
002260
002270 01  WS-EDIT-VALOR           PIC ZZBZZZBZZZBZZZBV,99.
002280
002290 01  WS-EXT-ENDERECO.
002300     05  FILLER              PIC X(40) VALUE SPACES.
002310     05  WS-END-TEXTO        PIC X(40).
002320
002330 01  WS-EXT-DATA.
002340     05  FILLER              PIC X(40) VALUE SPACES.
002350     05  FILLER              PIC X(06) VALUE "DATA: ".
002360     05  WS-EDT-DATA         PIC X(10).
002370     05  FILLER              PIC X(24) VALUE SPACES.
002380
002390 01  WS-EXT-ASSUNTO.
002400     05  FILLER              PIC X(45)
002410         VALUE "ASSUNTO: EXTRATO DE ENCERRAMENTO DA CONTA N.".
002420     05  FILLER              PIC X(01) VALUE SPACES.
002430     05  WS-ASS-CONTA        PIC 9(08).
002440     05  FILLER              PIC X(26) VALUE SPACES.
002450
002460 01  WS-EXT-VALOR.
002470     05  FILLER              PIC X(04) VALUE SPACES.
002480     05  WS-VAL-ROTULO       PIC X(48).
002490     05  WS-VAL-SINAL        PIC X(02).
002500     05  WS-VAL-VALOR        PIC ZZBZZZBZZZBZZZBV,99.
002510     05  FILLER              PIC X(07) VALUE SPACES.
002520
002530 01  WS-EXT-TRACO.
002540     05  FILLER              PIC X(54) VALUE SPACES.
002550     05  FILLER              PIC X(19) VALUE ALL "-".
002560     05  FILLER              PIC X(07) VALUE SPACES.
002570
002580 01  WS-LINHA-RESUMO.
002590     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-50:".
002600     05  FILLER            PIC X(01) VALUE SPACES.
002610     05  WS-RES-PEDIDOS    PIC ZZZZZZ9.
002620     05  FILLER            PIC X(10) VALUE " PEDIDOS,".
002630     05  WS-RES-ENCERRADAS PIC ZZZZZZ9.
002640     05  FILLER            PIC X(13) VALUE " ENCERRADAS,".
002650     05  WS-RES-RECUSADAS  PIC ZZZZZZ9.
002660     05  FILLER            PIC X(12) VALUE " RECUSADAS,".
002670     05  WS-RES-ORDENS     PIC ZZZZZZ9.
002680     05  FILLER            PIC X(20) VALUE " ORDENS DESATIVADAS.".
002690
002700 PROCEDURE DIVISION.
002710 0000-MAINLINE.
002720     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002730     SORT SORT-COMISSOES
002740         ON ASCENDING KEY SRT-CONTA-NUM
002750         INPUT PROCEDURE IS 2000-CARREGA-COMISSOES
002760             THRU 2000-EXIT
002770         OUTPUT PROCEDURE IS 3000-TRATA-PEDIDOS
002780             THRU 3000-EXIT
002790     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
002800     PERFORM 9999-FINALIZAR THRU 9999-EXIT
002810     STOP RUN.
002820
002830******************************************************************
002840* 1000-INICIALIZAR - obtem a data de negocio do controlo central
002850* RUNCTL (uma corrida por data de negocio), le o cartao com a
002860* taxa de retencao na fonte (o mesmo valor do JURPARM da
002870* TAREFA-14), apura os dias do mes para o juro pro-rata, carrega
002880* a tabela de precos do TARMST e abre os ficheiros.
002890******************************************************************
002900 1000-INICIALIZAR.
002910     MOVE "I" TO RUN-FUNCAO
002920     MOVE "TAREFA50" TO RUN-JOB
002930     CALL "RUNCTL" USING RUN-AREA
002940     IF RUN-JA-EXECUTADO THEN
002950         DISPLAY "TAREFA-50: JA EXECUTADA NA DATA DE NEGOCIO "
002960             RUN-DATA
002970         MOVE 12 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     IF RUN-RECUPERACAO-PENDENTE THEN
003010         DISPLAY "TAREFA-50: CONTA-MASTER POR RECUPERAR - "&
003020         "TERMINAR PRIMEIRO A TAREFA-49"
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     IF NOT RUN-OK THEN
003070         DISPLAY "TAREFA-50: DATA DE NEGOCIO INDISPONIVEL "&
003080         "(DATCTL)"
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF
003120
003130     OPEN INPUT ENCPROC-PARM
003140     READ ENCPROC-PARM
003150         AT END
003160             DISPLAY "TAREFA-50: CARTAO DE PARAMETROS EM BRANCO"
003170             MOVE 16 TO RETURN-CODE
003180             CLOSE ENCPROC-PARM
003190             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003200     END-READ
003210     IF ENCP-TAXA-RETENCAO IS NOT NUMERIC THEN
003220         DISPLAY "TAREFA-50: TAXA DE RETENCAO INVALIDA (99V99)"
003230         MOVE 16 TO RETURN-CODE
003240         CLOSE ENCPROC-PARM
003250         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003260     END-IF
003270     MOVE ENCP-TAXA-RETENCAO TO WS-TAXA-RETENCAO
003280     CLOSE ENCPROC-PARM
003290
003300     MOVE RUN-DATA (1:6) TO WS-MES-ENCERRAMENTO
003310     MOVE RUN-DATA TO WS-DATA-CALC
003320     MOVE WS-CALC-DIA TO WS-DIA-ENCERRAMENTO
003330     MOVE 1 TO WS-CALC-DIA
003340     COMPUTE WS-INICIO-MES-INT =
003350         FUNCTION INTEGER-OF-DATE (WS-DATA-CALC)
003360     IF WS-CALC-MES = 12 THEN
003370         ADD 1 TO WS-CALC-ANO
003380         MOVE 1 TO WS-CALC-MES
003390     ELSE
003400         ADD 1 TO WS-CALC-MES
003410     END-IF
003420     COMPUTE WS-DIAS-MES =
003430         FUNCTION INTEGER-OF-DATE (WS-DATA-CALC)
003440           - WS-INICIO-MES-INT
003450
003460     OPEN INPUT TARIFAS
003470     IF WS-FS-TARIFAS NOT = "00" THEN
003480         DISPLAY "TAREFA-50: NAO FOI POSSIVEL ABRIR O "&
003490         "TARMST - FS=" WS-FS-TARIFAS
003500         MOVE 16 TO RETURN-CODE
003510         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003520     END-IF
003530     PERFORM 1100-CARREGA-TARIFA THRU 1100-EXIT
003540         UNTIL FIM-TARIFAS
003550     CLOSE TARIFAS
003560
003570     OPEN INPUT MOVIMENTOS
003580     IF WS-FS-MOVTO = "35" THEN
003590*        AINDA SEM MOVIMENTOS - NENHUMA COMISSAO POR MOVIMENTO.
003600         MOVE "S" TO WS-FIM-MOVTO
003610     ELSE
003620         IF WS-FS-MOVTO NOT = "00" THEN
003630             DISPLAY "TAREFA-50: NAO FOI POSSIVEL ABRIR O "&
003640             "MOVIMENTOS - FS=" WS-FS-MOVTO
003650             MOVE 16 TO RETURN-CODE
003660             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003670         END-IF
003680     END-IF
003690
003700     OPEN I-O ENCERRAMENTOS
003710     IF WS-FS-ENC = "35" THEN
003720         OPEN OUTPUT ENCERRAMENTOS
003730         CLOSE ENCERRAMENTOS
003740         OPEN I-O ENCERRAMENTOS
003750     END-IF
003760     IF WS-FS-ENC NOT = "00" THEN
003770         DISPLAY "TAREFA-50: NAO FOI POSSIVEL ABRIR O "&
003780         "ENCMST - FS=" WS-FS-ENC
003790         MOVE 16 TO RETURN-CODE
003800         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003810     END-IF
003820     OPEN I-O CONTA-MASTER
003830     IF WS-FS-CONTA NOT = "00" THEN
003840         DISPLAY "TAREFA-50: NAO FOI POSSIVEL ABRIR O "&
003850         "CONTA-MASTER - FS=" WS-FS-CONTA
003860         MOVE 16 TO RETURN-CODE
003870         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003880     END-IF
003890     OPEN INPUT CLIENTE-MASTER
003900     IF WS-FS-CLI = "00" THEN
003910         MOVE "S" TO WS-CLI-ABERTO
003920     ELSE
003930         DISPLAY "TAREFA-50: CLIMST INDISPONIVEL - SO DESTINOS "&
003940         "NOUTRO BANCO, EXTRATOS SEM MORADA"
003950     END-IF
003960     OPEN OUTPUT EXTRATO-ENC
003970
003980     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
003990     MOVE WS-DATA-HORA (1:8) TO WS-DATA-HOJE
004000     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
004010 1000-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 1100-CARREGA-TARIFA - mesma carga da TAREFA-26: MN para a
004060* mensalidade, codigos de uma letra para a tabela de comissoes;
004070* valor zero nao cobra e nao ocupa entrada.
004080******************************************************************
004090 1100-CARREGA-TARIFA.
004100     READ TARIFAS NEXT RECORD
004110         AT END
004120             MOVE "S" TO WS-FIM-TARIFAS
004130         NOT AT END
004140             IF TAR-VALOR > 0 THEN
004150                 IF TAR-MANUTENCAO THEN
004160                     MOVE TAR-VALOR TO WS-MENSALIDADE
004170                 ELSE
004180                     IF TAR-CODIGO (2:1) = SPACE AND
004190                        WS-TRF-QTD < WS-TRF-MAX THEN
004200                         ADD 1 TO WS-TRF-QTD
004210                         SET TRF-IDX TO WS-TRF-QTD
004220                         MOVE TAR-CODIGO (1:1)
004230                             TO WS-TRF-CODIGO (TRF-IDX)
004240                         MOVE TAR-VALOR
004250                             TO WS-TRF-VALOR (TRF-IDX)
004260                     END-IF
004270                 END-IF
004280             END-IF
004290     END-READ.
004300 1100-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 2000-CARREGA-COMISSOES - passagem de entrada do SORT: cada
004350* movimento do mes da data de negocio cuja origem tem comissao
004360* liberta a conta e a comissao, com as mesmas exclusoes da
004370* TAREFA-26 (saldos transportados e estornos). O MOVIMENTOS e
004380* fechado no fim, antes das postagens da liquidacao.
004390******************************************************************
004400 2000-CARREGA-COMISSOES.
004410     PERFORM 2050-AVALIA-MOVIMENTO THRU 2050-EXIT
004420         UNTIL FIM-MOVTO
004430     IF WS-FS-MOVTO NOT = "35" THEN
004440         CLOSE MOVIMENTOS
004450     END-IF.
004460 2000-EXIT.
004470     EXIT.
004480
004490 2050-AVALIA-MOVIMENTO.
004500     MOVE MOV-DATA (1:6) TO WS-MOV-MES
004510     IF WS-MOV-MES = WS-MES-ENCERRAMENTO AND
004520        NOT MOV-SALDO-TRANSP AND NOT MOV-ORIG-ESTORNO THEN
004530         SET TRF-IDX TO 1
004540         SEARCH WS-TRF-ENTRADA
004550             AT END
004560                 CONTINUE
004570             WHEN TRF-IDX > WS-TRF-QTD
004580                 CONTINUE
004590             WHEN WS-TRF-CODIGO (TRF-IDX) = MOV-ORIGEM
004600                 MOVE MOV-CONTA-NUM TO SRT-CONTA-NUM
004610                 MOVE WS-TRF-VALOR (TRF-IDX) TO SRT-COMISSAO
004620                 RELEASE SRT-REC
004630         END-SEARCH
004640     END-IF
004650     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
004660 2050-EXIT.
004670     EXIT.
004680
004690 2100-LER-MOVIMENTO.
004700     IF NOT FIM-MOVTO THEN
004710         READ MOVIMENTOS
004720             AT END
004730                 MOVE "S" TO WS-FIM-MOVTO
004740         END-READ
004750     END-IF.
004760 2100-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 3000-TRATA-PEDIDOS - passagem de saida do SORT: le o ENCMST em
004810* ordem de chave e, para cada registo, consome os grupos de
004820* comissoes das contas anteriores e soma as da propria conta;
004830* so os pedidos pendentes (P) sao liquidados.
004840******************************************************************
004850 3000-TRATA-PEDIDOS.
004860     PERFORM 3050-RETURN-COMISSAO THRU 3050-EXIT
004870     PERFORM 3100-LER-PEDIDO THRU 3100-EXIT
004880     PERFORM 3150-TRATA-PEDIDO THRU 3150-EXIT
004890         UNTIL FIM-PEDIDOS.
004900 3000-EXIT.
004910     EXIT.
004920
004930 3050-RETURN-COMISSAO.
004940     RETURN SORT-COMISSOES
004950         AT END
004960             MOVE "S" TO WS-FIM-SORT
004970     END-RETURN.
004980 3050-EXIT.
004990     EXIT.
005000
005010 3100-LER-PEDIDO.
005020     READ ENCERRAMENTOS NEXT RECORD
005030         AT END
005040             MOVE "S" TO WS-FIM-PEDIDOS
005050     END-READ.
005060 3100-EXIT.
005070     EXIT.
005080
005090 3150-TRATA-PEDIDO.
005100     PERFORM 3050-RETURN-COMISSAO THRU 3050-EXIT
005110         UNTIL FIM-SORT OR SRT-CONTA-NUM NOT < ENC-CONTA-NUM
005120     MOVE 0 TO WS-COMISSOES-CONTA
005130     PERFORM 3250-SOMA-COMISSAO THRU 3250-EXIT
005140         UNTIL FIM-SORT OR SRT-CONTA-NUM NOT = ENC-CONTA-NUM
005150     IF ENC-PENDENTE THEN
005160         PERFORM 4000-ENCERRA-CONTA THRU 4000-EXIT
005170     END-IF
005180     PERFORM 3100-LER-PEDIDO THRU 3100-EXIT.
005190 3150-EXIT.
005200     EXIT.
005210
005220 3250-SOMA-COMISSAO.
005230     ADD SRT-COMISSAO TO WS-COMISSOES-CONTA
005240     PERFORM 3050-RETURN-COMISSAO THRU 3050-EXIT.
005250 3250-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290* 4000-ENCERRA-CONTA - um pedido pendente, pela ordem pedida:
005300* valida o destino e a conta, apura a liquidacao, posta-a, entrega
005310* o saldo ao destino, desativa as ordens permanentes, encerra a
005320* conta e imprime o extrato. Qualquer recusa fica no ENCMST com o
005330* motivo e a conta nao e encerrada.
005340******************************************************************
005350 4000-ENCERRA-CONTA.
005360     ADD 1 TO WS-QTD-PEDIDOS
005370     MOVE "N" TO WS-RECUSADO
005380     MOVE SPACES TO WS-MOTIVO
005390     MOVE 0 TO WS-SALDO-INICIAL WS-JURO WS-RETENCAO WS-TARIFAS
005400     MOVE 0 TO WS-SALDO-FINAL WS-VALOR-PAGO
005410     MOVE 0 TO ENC-SALDO-INICIAL ENC-JURO ENC-RETENCAO
005420     MOVE 0 TO ENC-TARIFAS ENC-VALOR-PAGO ENC-REF-PAGAMENTO
005430     MOVE 0 TO ENC-ORDENS-DESATIVADAS ENC-DIAS-JURO ENC-DIAS-MES
005440
005450     PERFORM 4100-VALIDA-DESTINO THRU 4100-EXIT
005460     IF PEDIDO-RECUSADO THEN
005470         GO TO 4000-RECUSA
005480     END-IF
005490     PERFORM 4200-VALIDA-CONTA THRU 4200-EXIT
005500     IF PEDIDO-RECUSADO THEN
005510         GO TO 4000-RECUSA
005520     END-IF
005530     PERFORM 4300-APURA-LIQUIDACAO THRU 4300-EXIT
005540     IF PEDIDO-RECUSADO THEN
005550         GO TO 4000-RECUSA
005560     END-IF
005570     PERFORM 4400-POSTA-LIQUIDACAO THRU 4400-EXIT
005580     IF PEDIDO-RECUSADO THEN
005590         GO TO 4000-RECUSA
005600     END-IF
005610     PERFORM 4500-ENTREGA-SALDO THRU 4500-EXIT
005620     IF PEDIDO-RECUSADO THEN
005630         GO TO 4000-RECUSA
005640     END-IF
005650     PERFORM 4600-DESATIVA-ORDENS THRU 4600-EXIT
005660     PERFORM 4700-MARCA-ENCERRADA THRU 4700-EXIT
005670     PERFORM 4800-IMPRIME-EXTRATO THRU 4800-EXIT
005680     GO TO 4000-EXIT.
005690 4000-RECUSA.
005700     PERFORM 4900-RECUSA-PEDIDO THRU 4900-EXIT.
005710 4000-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 4100-VALIDA-DESTINO - o destino e revalidado na corrida (o
005760* pedido pode ter dias): I = conta ativa, diferente, do mesmo
005770* cliente (mesmo CLI-NIF no CLIMST); X = banco, balcao e conta
005780* diferentes de zero.
005790******************************************************************
005800 4100-VALIDA-DESTINO.
005810     EVALUATE TRUE
005820         WHEN ENC-DESTINO-EXTERNO
005830             IF ENC-BANCO-DEST IS NOT NUMERIC OR
005840                ENC-AGENCIA-DEST IS NOT NUMERIC OR
005850                ENC-CONTA-EXT IS NOT NUMERIC THEN
005860                 MOVE "DI" TO WS-MOTIVO
005870             ELSE
005880                 IF ENC-BANCO-DEST = 0 OR ENC-AGENCIA-DEST = 0 OR
005890                    ENC-CONTA-EXT = 0 THEN
005900                     MOVE "DI" TO WS-MOTIVO
005910                 END-IF
005920             END-IF
005930         WHEN ENC-DESTINO-INTERNO
005940             PERFORM 4150-VALIDA-CONTA-DESTINO THRU 4150-EXIT
005950         WHEN OTHER
005960             MOVE "DI" TO WS-MOTIVO
005970     END-EVALUATE
005980     IF WS-MOTIVO NOT = SPACES THEN
005990         MOVE "S" TO WS-RECUSADO
006000     END-IF.
006010 4100-EXIT.
006020     EXIT.
006030
006040 4150-VALIDA-CONTA-DESTINO.
006050     IF NOT CLI-ABERTO OR ENC-CONTA-DESTINO IS NOT NUMERIC THEN
006060         MOVE "DI" TO WS-MOTIVO
006070         GO TO 4150-EXIT
006080     END-IF
006090     IF ENC-CONTA-DESTINO = ENC-CONTA-NUM OR
006100        ENC-CONTA-DESTINO = 0 THEN
006110         MOVE "DI" TO WS-MOTIVO
006120         GO TO 4150-EXIT
006130     END-IF
006140     MOVE ENC-CONTA-NUM TO CLI-CONTA-NUM
006150     READ CLIENTE-MASTER
006160         INVALID KEY
006170             MOVE 0 TO WS-NIF-CONTA
006180         NOT INVALID KEY
006190             MOVE CLI-NIF TO WS-NIF-CONTA
006200     END-READ
006210     MOVE ENC-CONTA-DESTINO TO CLI-CONTA-NUM
006220     READ CLIENTE-MASTER
006230         INVALID KEY
006240             MOVE 0 TO CLI-NIF
006250     END-READ
006260     IF WS-NIF-CONTA = 0 OR CLI-NIF NOT = WS-NIF-CONTA THEN
006270         MOVE "DI" TO WS-MOTIVO
006280         GO TO 4150-EXIT
006290     END-IF
006300     MOVE ENC-CONTA-DESTINO TO CT-CONTA-NUM
006310     READ CONTA-MASTER
006320         INVALID KEY
006330             MOVE "DI" TO WS-MOTIVO
006340         NOT INVALID KEY
006350             IF NOT CT-CONTA-ATIVA THEN
006360                 MOVE "DI" TO WS-MOTIVO
006370             END-IF
006380     END-READ.
006390 4150-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 4200-VALIDA-CONTA - le a conta a encerrar: tem de existir e
006440* estar ativa (bloqueadas e dormentes tem de ser tratadas na
006450* TAREFA-18 primeiro), sem cativos ativos e nao expirados (mesmo
006460* teste da CONTAPST) e sem transferencias externas por enviar (P)
006470* ou enviadas e por liquidar (E) no PENDEXT. Le tambem a ficha do
006480* cliente, para o endereco do extrato.
006490******************************************************************
006500 4200-VALIDA-CONTA.
006510     MOVE ENC-CONTA-NUM TO CT-CONTA-NUM
006520     READ CONTA-MASTER
006530         INVALID KEY
006540             MOVE "CI" TO WS-MOTIVO
006550             MOVE "S" TO WS-RECUSADO
006560             GO TO 4200-EXIT
006570     END-READ
006580     MOVE CT-SALDO TO WS-SALDO-INICIAL
006590     IF NOT CT-CONTA-ATIVA THEN
006600         MOVE "ES" TO WS-MOTIVO
006610         MOVE "S" TO WS-RECUSADO
006620         GO TO 4200-EXIT
006630     END-IF
006640
006650     MOVE "N" TO WS-FIM-LEITURA
006660     OPEN INPUT CATIVOS
006670     IF WS-FS-CATIVOS = "00" THEN
006680         PERFORM 4210-LE-CATIVO THRU 4210-EXIT
006690             UNTIL FIM-LEITURA
006700         CLOSE CATIVOS
006710     END-IF
006720     IF PEDIDO-RECUSADO THEN
006730         GO TO 4200-EXIT
006740     END-IF
006750
006760     MOVE "N" TO WS-FIM-LEITURA
006770     OPEN INPUT PENDENTES-EXT
006780     IF WS-FS-PENDEXT = "00" THEN
006790         PERFORM 4220-LE-PENDENTE THRU 4220-EXIT
006800             UNTIL FIM-LEITURA
006810         CLOSE PENDENTES-EXT
006820     END-IF
006830     IF PEDIDO-RECUSADO THEN
006840         GO TO 4200-EXIT
006850     END-IF
006860
006870     MOVE "N" TO WS-TEM-FICHA
006880     IF CLI-ABERTO THEN
006890         MOVE ENC-CONTA-NUM TO CLI-CONTA-NUM
006900         READ CLIENTE-MASTER
006910             INVALID KEY
006920                 CONTINUE
006930             NOT INVALID KEY
006940                 MOVE "S" TO WS-TEM-FICHA
006950         END-READ
006960     END-IF.
006970 4200-EXIT.
006980     EXIT.
006990
007000 4210-LE-CATIVO.
007010     READ CATIVOS NEXT RECORD
007020         AT END
007030             MOVE "S" TO WS-FIM-LEITURA
007040         NOT AT END
007050             IF CAT-CONTA-NUM = ENC-CONTA-NUM AND CAT-ATIVO AND
007060                (CAT-DATA-EXPIRA = 0 OR
007070                 CAT-DATA-EXPIRA >= WS-DATA-HOJE) THEN
007080                 MOVE "CT" TO WS-MOTIVO
007090                 MOVE "S" TO WS-RECUSADO
007100                 MOVE "S" TO WS-FIM-LEITURA
007110             END-IF
007120     END-READ.
007130 4210-EXIT.
007140     EXIT.
007150
007160 4220-LE-PENDENTE.
007170     READ PENDENTES-EXT NEXT RECORD
007180         AT END
007190             MOVE "S" TO WS-FIM-LEITURA
007200         NOT AT END
007210             IF PEX-CONTA-ORIGEM = ENC-CONTA-NUM AND
007220                (PEX-PENDENTE OR PEX-ENVIADA) THEN
007230                 MOVE "TP" TO WS-MOTIVO
007240                 MOVE "S" TO WS-RECUSADO
007250                 MOVE "S" TO WS-FIM-LEITURA
007260             END-IF
007270     END-READ.
007280 4220-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 4300-APURA-LIQUIDACAO - juro credor do mes pro-rata (saldo x
007330* taxa mensal x dias decorridos / dias do mes, so com taxa e
007340* saldo positivos, como na TAREFA-14), retencao na fonte sobre o
007350* juro, mensalidade e comissoes do mes em curso como na TAREFA-26
007360* (contas isentas nao pagam). Um saldo final devedor nao pode ser
007370* pago nem encerrado: o pedido e recusado sem postar nada.
007380******************************************************************
007390 4300-APURA-LIQUIDACAO.
007400     IF CT-TAXA-JURO > 0 AND CT-SALDO > 0 THEN
007410         COMPUTE WS-JURO ROUNDED =
007420             CT-SALDO * CT-TAXA-JURO / 100
007430             * WS-DIA-ENCERRAMENTO / WS-DIAS-MES
007440     END-IF
007450     IF WS-JURO > 0 AND WS-TAXA-RETENCAO > 0 THEN
007460         COMPUTE WS-RETENCAO ROUNDED =
007470             WS-JURO * WS-TAXA-RETENCAO / 100
007480     END-IF
007490     IF NOT CT-CONTA-ISENTA THEN
007500         COMPUTE WS-TARIFAS = WS-MENSALIDADE + WS-COMISSOES-CONTA
007510     END-IF
007520     COMPUTE WS-SALDO-FINAL =
007530         CT-SALDO + WS-JURO - WS-RETENCAO - WS-TARIFAS
007540     IF WS-SALDO-FINAL < 0 THEN
007550         MOVE "SD" TO WS-MOTIVO
007560         MOVE "S" TO WS-RECUSADO
007570     END-IF.
007580 4300-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620* 4400-POSTA-LIQUIDACAO - posta na conta a encerrar o juro (J), a
007630* retencao (R), as tarifas (F) e o debito do saldo a pagar (T para
007640* outra conta do cliente, X para outro banco), com o operador que
007650* registou o pedido. O tecto diario de debitos nao se aplica a
007660* liquidacao: e anulado em memoria durante as postagens e reposto
007670* antes de regravar. Sem cativos e com saldo final nao negativo
007680* nenhuma postagem deve ser recusada; se for, as ja feitas ficam
007690* gravadas e o pedido e recusado para regularizacao manual.
007700******************************************************************
007710 4400-POSTA-LIQUIDACAO.
007720     IF CT-LIMITE-DIARIO IS NUMERIC THEN
007730         MOVE CT-LIMITE-DIARIO TO WS-TECTO-DIARIO
007740     ELSE
007750         MOVE 0 TO WS-TECTO-DIARIO
007760     END-IF
007770     MOVE 0 TO CT-LIMITE-DIARIO
007780     MOVE ENC-OPERADOR TO PST-OPERADOR
007790     MOVE 0 TO PST-ESTORNO-REF
007800
007810     IF WS-JURO > 0 THEN
007820         MOVE "J" TO PST-ORIGEM
007830         CALL "CONTAPST" USING CONTA-REC, "C", WS-JURO,
007840             PST-AREA, WS-RETURN-CD
007850         IF NOT POSTADO THEN
007860             GO TO 4400-RECUSADA
007870         END-IF
007880         MOVE WS-JURO TO ENC-JURO
007890     END-IF
007900     IF WS-RETENCAO > 0 THEN
007910         MOVE "R" TO PST-ORIGEM
007920         CALL "CONTAPST" USING CONTA-REC, "D", WS-RETENCAO,
007930             PST-AREA, WS-RETURN-CD
007940         IF NOT POSTADO THEN
007950             GO TO 4400-RECUSADA
007960         END-IF
007970         MOVE WS-RETENCAO TO ENC-RETENCAO
007980     END-IF
007990     IF WS-TARIFAS > 0 THEN
008000         MOVE "F" TO PST-ORIGEM
008010         CALL "CONTAPST" USING CONTA-REC, "D", WS-TARIFAS,
008020             PST-AREA, WS-RETURN-CD
008030         IF NOT POSTADO THEN
008040             GO TO 4400-RECUSADA
008050         END-IF
008060         MOVE WS-TARIFAS TO ENC-TARIFAS
008070     END-IF
008080
008090     MOVE CT-SALDO TO WS-VALOR-PAGO
008100     IF WS-VALOR-PAGO > 0 THEN
008110         IF ENC-DESTINO-INTERNO THEN
008120             MOVE "T" TO PST-ORIGEM
008130         ELSE
008140             MOVE "X" TO PST-ORIGEM
008150         END-IF
008160         CALL "CONTAPST" USING CONTA-REC, "D", WS-VALOR-PAGO,
008170             PST-AREA, WS-RETURN-CD
008180         IF NOT POSTADO THEN
008190             GO TO 4400-RECUSADA
008200         END-IF
008210         MOVE WS-VALOR-PAGO TO ENC-VALOR-PAGO
008220         MOVE PST-MOV-REF TO ENC-REF-PAGAMENTO
008230     END-IF
008240     GO TO 4400-GRAVA.
008250 4400-RECUSADA.
008260     DISPLAY "TAREFA-50: POSTAGEM " PST-ORIGEM
008270         " RECUSADA NA CONTA "
008280         CT-CONTA-NUM " - RETORNO " WS-RETURN-CD
008290     MOVE "PR" TO WS-MOTIVO
008300     MOVE "S" TO WS-RECUSADO.
008310 4400-GRAVA.
008320     MOVE WS-TECTO-DIARIO TO CT-LIMITE-DIARIO
008330     REWRITE CONTA-REC
008331         INVALID KEY
008332             DISPLAY "TAREFA-50: ERRO A REGRAVAR O "
008333                 "CONTA-MASTER - CONTA " CT-CONTA-NUM
008334                 " - FS=" WS-FS-CONTA
008335             MOVE 16 TO RETURN-CODE
008336             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
008337     END-REWRITE.
008340 4400-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 4500-ENTREGA-SALDO - o saldo ja debitado chega ao destino: na
008390* outra conta do cliente, credito T (registo da conta a encerrar
008400* guardado e reposto a volta); noutro banco, um pendente no
008410* PENDEXT com a referencia do debito X como chave e o estado P,
008420* para o envio da TAREFA-30, tal como a transferencia do balcao.
008430* Um credito recusado devolve o valor a conta a encerrar.
008440******************************************************************
008450 4500-ENTREGA-SALDO.
008460     IF ENC-VALOR-PAGO = 0 THEN
008470         GO TO 4500-EXIT
008480     END-IF
008490     IF ENC-DESTINO-EXTERNO THEN
008500         PERFORM 4550-GRAVA-PENDENTE THRU 4550-EXIT
008510         GO TO 4500-EXIT
008520     END-IF
008530
008540     MOVE CONTA-REC TO WS-CONTA-GUARDA
008550     MOVE ENC-CONTA-DESTINO TO CT-CONTA-NUM
008560     READ CONTA-MASTER
008570         INVALID KEY
008580             MOVE 99 TO WS-RETURN-CD
008590         NOT INVALID KEY
008600             MOVE "T" TO PST-ORIGEM
008610             CALL "CONTAPST" USING CONTA-REC, "C", ENC-VALOR-PAGO,
008620                 PST-AREA, WS-RETURN-CD
008630             IF POSTADO THEN
008640                 REWRITE CONTA-REC
008641                     INVALID KEY
008642                         DISPLAY "TAREFA-50: ERRO A REGRAVAR O "
008643                             "CONTA-MASTER - CONTA " CT-CONTA-NUM
008644                             " - FS=" WS-FS-CONTA
008645                         MOVE 16 TO RETURN-CODE
008646                         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
008647                 END-REWRITE
008650             END-IF
008660     END-READ
008670     MOVE WS-CONTA-GUARDA TO CONTA-REC
008680     IF POSTADO THEN
008690         GO TO 4500-EXIT
008700     END-IF
008710
008720     DISPLAY "TAREFA-50: CREDITO RECUSADO NA CONTA DE DESTINO "
008730         ENC-CONTA-DESTINO " - RETORNO " WS-RETURN-CD
008740         " - SALDO DEVOLVIDO A CONTA " ENC-CONTA-NUM
008750     MOVE "T" TO PST-ORIGEM
008760     CALL "CONTAPST" USING CONTA-REC, "C", ENC-VALOR-PAGO,
008770         PST-AREA, WS-RETURN-CD
008780     IF POSTADO THEN
008790         REWRITE CONTA-REC
008791             INVALID KEY
008792                 DISPLAY "TAREFA-50: ERRO A REGRAVAR O "
008793                     "CONTA-MASTER - CONTA " CT-CONTA-NUM
008794                     " - FS=" WS-FS-CONTA
008795                 MOVE 16 TO RETURN-CODE
008796                 PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
008797         END-REWRITE
008800         MOVE 0 TO ENC-VALOR-PAGO ENC-REF-PAGAMENTO
008810     ELSE
008820         DISPLAY "TAREFA-50: DEVOLUCAO RECUSADA - RETORNO "
008830             WS-RETURN-CD " - REGULARIZAR A MAO"
008840     END-IF
008850     MOVE "PR" TO WS-MOTIVO
008860     MOVE "S" TO WS-RECUSADO.
008870 4500-EXIT.
008880     EXIT.
008890
008900 4550-GRAVA-PENDENTE.
008910     OPEN I-O PENDENTES-EXT
008920     IF WS-FS-PENDEXT = "35" THEN
008930         OPEN OUTPUT PENDENTES-EXT
008940         CLOSE PENDENTES-EXT
008950         OPEN I-O PENDENTES-EXT
008960     END-IF
008970     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
008980     MOVE SPACES TO PEND-EXT-REC
008990     MOVE ENC-REF-PAGAMENTO TO PEX-ID
009000     MOVE ENC-CONTA-NUM TO PEX-CONTA-ORIGEM
009010     MOVE ENC-BANCO-DEST TO PEX-BANCO-DEST
009020     MOVE ENC-AGENCIA-DEST TO PEX-AGENCIA-DEST
009030     MOVE ENC-CONTA-EXT TO PEX-CONTA-DEST
009040     MOVE ENC-VALOR-PAGO TO PEX-VALOR
009050     MOVE WS-DATA-HORA (1:8) TO PEX-DATA
009060     MOVE "P" TO PEX-ESTADO
009070     WRITE PEND-EXT-REC
009080     IF WS-FS-PENDEXT NOT = "00" THEN
009090*        DEBITO X JA POSTADO SEM PENDENTE - A CONTA FICA ABERTA
009100*        COM O PEDIDO RECUSADO, PARA REGULARIZACAO MANUAL.
009110         DISPLAY "TAREFA-50: ERRO A GRAVAR O PENDENTE DA CONTA "
009120             ENC-CONTA-NUM " (FS=" WS-FS-PENDEXT
009130             ") - DEBITO REF. "
009140             ENC-REF-PAGAMENTO " POR REGULARIZAR A MAO"
009150         MOVE "PR" TO WS-MOTIVO
009160         MOVE "S" TO WS-RECUSADO
009170     END-IF
009180     CLOSE PENDENTES-EXT.
009190 4550-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230* 4600-DESATIVA-ORDENS - percorre o ORDPERM e desativa (STD-ATIVA
009240* "N") as ordens ativas em que a conta e ordenante ou
009250* beneficiaria, para a TAREFA-16 deixar de as executar.
009260******************************************************************
009270 4600-DESATIVA-ORDENS.
009280     MOVE "N" TO WS-FIM-LEITURA
009290     OPEN I-O ORDENS-PERM
009300     IF WS-FS-ORDENS = "00" THEN
009310         PERFORM 4610-LE-ORDEM THRU 4610-EXIT
009320             UNTIL FIM-LEITURA
009330         CLOSE ORDENS-PERM
009340     END-IF.
009350 4600-EXIT.
009360     EXIT.
009370
009380 4610-LE-ORDEM.
009390     READ ORDENS-PERM NEXT RECORD
009400         AT END
009410             MOVE "S" TO WS-FIM-LEITURA
009420             GO TO 4610-EXIT
009430     END-READ
009440     IF STD-ORDEM-ATIVA AND
009450        (STD-CONTA-ORIGEM = ENC-CONTA-NUM OR
009460         STD-CONTA-DESTINO = ENC-CONTA-NUM) THEN
009470         MOVE "N" TO STD-ATIVA
009480         REWRITE STD-ORDER-REC
009490         IF WS-FS-ORDENS = "00" THEN
009500             ADD 1 TO ENC-ORDENS-DESATIVADAS
009510             ADD 1 TO WS-QTD-ORDENS
009520         END-IF
009530     END-IF.
009540 4610-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 4700-MARCA-ENCERRADA - liquidada e paga, a conta passa ao
009590* estado E; o pedido fica encerrado no ENCMST com a data de
009600* negocio e os valores postados.
009610******************************************************************
009620 4700-MARCA-ENCERRADA.
009630     MOVE "E" TO CT-ESTADO
009640     REWRITE CONTA-REC
009641         INVALID KEY
009642             DISPLAY "TAREFA-50: ERRO A REGRAVAR O "
009643                 "CONTA-MASTER - CONTA " CT-CONTA-NUM
009644                 " - FS=" WS-FS-CONTA
009645             MOVE 16 TO RETURN-CODE
009646             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
009647     END-REWRITE
009650     MOVE "E" TO ENC-ESTADO
009660     MOVE RUN-DATA TO ENC-DATA-PROCESSO
009670     MOVE WS-SALDO-INICIAL TO ENC-SALDO-INICIAL
009680     MOVE WS-DIA-ENCERRAMENTO TO ENC-DIAS-JURO
009690     MOVE WS-DIAS-MES TO ENC-DIAS-MES
009700     MOVE SPACES TO ENC-MOTIVO
009710     REWRITE ENCERRAMENTO-REC
009711         INVALID KEY
009712             DISPLAY "TAREFA-50: ERRO A REGRAVAR O "
009713                 "ENCMST - CONTA " ENC-CONTA-NUM
009714                 " - FS=" WS-FS-ENC
009715             MOVE 16 TO RETURN-CODE
009716             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
009717     END-REWRITE
009720     ADD 1 TO WS-QTD-ENCERRADAS
009730     ADD ENC-VALOR-PAGO TO WS-TOT-PAGO.
009740 4700-EXIT.
009750     EXIT.
009760
009770******************************************************************
009780* 4800-IMPRIME-EXTRATO - uma pagina do ENCEXT por conta
009790* encerrada: endereco do titular (CLIMST), data, assunto, os
009800* movimentos da liquidacao, o destino do saldo e as ordens
009810* desativadas. Sem ficha de cliente o extrato sai sem endereco e
009820* fica o aviso no log.
009830******************************************************************
009840 4800-IMPRIME-EXTRATO.
009850     IF TEM-FICHA THEN
009860         MOVE CLI-NOME TO WS-END-TEXTO
009870         WRITE EXT-LINHA FROM WS-EXT-ENDERECO
009880             AFTER ADVANCING PAGE
009890         MOVE CLI-MORADA TO WS-END-TEXTO
009900         WRITE EXT-LINHA FROM WS-EXT-ENDERECO
009910         MOVE CLI-LOCALIDADE TO WS-END-TEXTO
009920         WRITE EXT-LINHA FROM WS-EXT-ENDERECO
009930     ELSE
009940         DISPLAY "TAREFA-50: CONTA " ENC-CONTA-NUM
009950             " SEM FICHA DE CLIENTE - EXTRATO SEM ENDERECO"
009960         MOVE "(SEM FICHA DE CLIENTE)" TO WS-END-TEXTO
009970         WRITE EXT-LINHA FROM WS-EXT-ENDERECO
009980             AFTER ADVANCING PAGE
009990         MOVE SPACES TO EXT-LINHA
010000         WRITE EXT-LINHA
010010         WRITE EXT-LINHA
010020     END-IF
010030     MOVE SPACES TO EXT-LINHA
010040     WRITE EXT-LINHA
010050     WRITE EXT-LINHA
010060     MOVE ENC-DATA-PEDIDO TO WS-DATA-A-FORMATAR
010070     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
010080     MOVE WS-DATA-FMT TO WS-DATA-FMT-PEDIDO
010090     MOVE RUN-DATA TO WS-DATA-A-FORMATAR
010100     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
010110     MOVE WS-DATA-FMT TO WS-EDT-DATA
010120     WRITE EXT-LINHA FROM WS-EXT-DATA
010130     MOVE SPACES TO EXT-LINHA
010140     WRITE EXT-LINHA
010150     MOVE ENC-CONTA-NUM TO WS-ASS-CONTA
010160     WRITE EXT-LINHA FROM WS-EXT-ASSUNTO
010170     MOVE SPACES TO EXT-LINHA
010180     WRITE EXT-LINHA
010190     MOVE "EXMO(A). SENHOR(A)," TO EXT-LINHA
010200     WRITE EXT-LINHA
010210     MOVE SPACES TO EXT-LINHA
010220     WRITE EXT-LINHA
010230     STRING "CONFORME O SEU PEDIDO DE " DELIMITED BY SIZE
010240         WS-DATA-FMT-PEDIDO DELIMITED BY SIZE
010250         ", A CONTA FOI ENCERRADA EM " DELIMITED BY SIZE
010260         WS-DATA-FMT DELIMITED BY SIZE
010270         "," DELIMITED BY SIZE
010280         INTO EXT-LINHA
010290     WRITE EXT-LINHA
010300     MOVE "COM A SEGUINTE LIQUIDACAO:" TO EXT-LINHA
010310     WRITE EXT-LINHA
010320     MOVE SPACES TO EXT-LINHA
010330     WRITE EXT-LINHA
010340
010350     MOVE "SALDO DA CONTA ANTES DA LIQUIDACAO" TO WS-VAL-ROTULO
010360     MOVE SPACES TO WS-VAL-SINAL
010370     MOVE ENC-SALDO-INICIAL TO WS-VAL-VALOR
010380     WRITE EXT-LINHA FROM WS-EXT-VALOR
010390     MOVE SPACES TO WS-VAL-ROTULO
010400     STRING "JUROS CREDORES DO MES (" DELIMITED BY SIZE
010410         ENC-DIAS-JURO DELIMITED BY SIZE
010420         " DE " DELIMITED BY SIZE
010430         ENC-DIAS-MES DELIMITED BY SIZE
010440         " DIAS)" DELIMITED BY SIZE
010450         INTO WS-VAL-ROTULO
010460     MOVE "+" TO WS-VAL-SINAL
010470     MOVE ENC-JURO TO WS-VAL-VALOR
010480     WRITE EXT-LINHA FROM WS-EXT-VALOR
010490     MOVE "RETENCAO NA FONTE SOBRE OS JUROS" TO WS-VAL-ROTULO
010500     MOVE "-" TO WS-VAL-SINAL
010510     MOVE ENC-RETENCAO TO WS-VAL-VALOR
010520     WRITE EXT-LINHA FROM WS-EXT-VALOR
010530     IF CT-CONTA-ISENTA THEN
010540         MOVE "MENSALIDADE E COMISSOES DO MES (ISENTA)"
010550             TO WS-VAL-ROTULO
010560     ELSE
010570         MOVE "MENSALIDADE E COMISSOES DO MES" TO WS-VAL-ROTULO
010580     END-IF
010590     MOVE "-" TO WS-VAL-SINAL
010600     MOVE ENC-TARIFAS TO WS-VAL-VALOR
010610     WRITE EXT-LINHA FROM WS-EXT-VALOR
010620     MOVE "SALDO TRANSFERIDO" TO WS-VAL-ROTULO
010630     MOVE "-" TO WS-VAL-SINAL
010640     MOVE ENC-VALOR-PAGO TO WS-VAL-VALOR
010650     WRITE EXT-LINHA FROM WS-EXT-VALOR
010660     WRITE EXT-LINHA FROM WS-EXT-TRACO
010670     MOVE "SALDO FINAL" TO WS-VAL-ROTULO
010680     MOVE SPACES TO WS-VAL-SINAL
010690     MOVE CT-SALDO TO WS-VAL-VALOR
010700     WRITE EXT-LINHA FROM WS-EXT-VALOR
010710     MOVE SPACES TO EXT-LINHA
010720     WRITE EXT-LINHA
010730
010740     MOVE SPACES TO EXT-LINHA
010750     EVALUATE TRUE
010760         WHEN ENC-VALOR-PAGO = 0
010770             MOVE "NAO HAVIA SALDO A TRANSFERIR." TO EXT-LINHA
010780         WHEN ENC-DESTINO-INTERNO
010790             STRING "O SALDO FOI TRANSFERIDO PARA A SUA CONTA N. "
010800                 DELIMITED BY SIZE
010810                 ENC-CONTA-DESTINO DELIMITED BY SIZE
010820                 "." DELIMITED BY SIZE
010830                 INTO EXT-LINHA
010840         WHEN OTHER
010850             STRING "O SALDO FOI TRANSFERIDO PARA O BANCO "
010860                 DELIMITED BY SIZE
010870                 ENC-BANCO-DEST DELIMITED BY SIZE
010880                 ", BALCAO " DELIMITED BY SIZE
010890                 ENC-AGENCIA-DEST DELIMITED BY SIZE
010900                 ", CONTA " DELIMITED BY SIZE
010910                 ENC-CONTA-EXT DELIMITED BY SIZE
010920                 "." DELIMITED BY SIZE
010930                 INTO EXT-LINHA
010940     END-EVALUATE
010950     WRITE EXT-LINHA
010960     IF ENC-ORDENS-DESATIVADAS > 0 THEN
010970         MOVE SPACES TO EXT-LINHA
010980         STRING "FORAM CANCELADAS " DELIMITED BY SIZE
010990             ENC-ORDENS-DESATIVADAS DELIMITED BY SIZE
011000             " ORDENS PERMANENTES DE OU PARA ESTA CONTA."
011010             DELIMITED BY SIZE
011020             INTO EXT-LINHA
011030         WRITE EXT-LINHA
011040     END-IF
011050
011060     MOVE SPACES TO EXT-LINHA
011070     WRITE EXT-LINHA
011080     MOVE "PARA QUALQUER ESCLARECIMENTO, CONTACTE O SEU BALCAO."
011090         TO EXT-LINHA
011100     WRITE EXT-LINHA
011110     MOVE SPACES TO EXT-LINHA
011120     WRITE EXT-LINHA
011130     MOVE "COM OS MELHORES CUMPRIMENTOS," TO EXT-LINHA
011140     WRITE EXT-LINHA
011150     MOVE SPACES TO EXT-LINHA
011160     WRITE EXT-LINHA
011170     MOVE "O BACK OFFICE" TO EXT-LINHA
011180     WRITE EXT-LINHA.
011190 4800-EXIT.
011200     EXIT.
011210
011220******************************************************************
011230* 4900-RECUSA-PEDIDO - o pedido fica recusado (estado R) com o
011240* motivo e a data de negocio, a conta fica como estava (salvo as
011250* postagens ja feitas numa recusa de postagem, que ficam no
011260* ENCMST) e o operador tem de registar novo pedido na TAREFA-18
011270* depois de resolvida a causa. Retorno 4; uma recusa de postagem
011280* deixa a conta por regularizar e da retorno 8.
011290******************************************************************
011300 4900-RECUSA-PEDIDO.
011310     EVALUATE WS-MOTIVO
011320         WHEN "CI"
011330             MOVE "CONTA INEXISTENTE" TO WS-MOTIVO-TEXTO
011340         WHEN "ES"
011350             MOVE "CONTA BLOQUEADA, DORMENTE OU ENCERRADA"
011360                 TO WS-MOTIVO-TEXTO
011370         WHEN "CT"
011380             MOVE "CONTA COM CATIVOS ATIVOS" TO WS-MOTIVO-TEXTO
011390         WHEN "TP"
011400             MOVE "TRANSFERENCIAS EXTERNAS POR LIQUIDAR"
011410                 TO WS-MOTIVO-TEXTO
011420         WHEN "DI"
011430             MOVE "DESTINO DO SALDO INVALIDO" TO WS-MOTIVO-TEXTO
011440         WHEN "SD"
011450             MOVE "SALDO FINAL DEVEDOR" TO WS-MOTIVO-TEXTO
011460         WHEN OTHER
011470             MOVE "POSTAGEM RECUSADA - REGULARIZAR A MAO"
011480                 TO WS-MOTIVO-TEXTO
011490     END-EVALUATE
011500     DISPLAY "TAREFA-50: PEDIDO DA CONTA " ENC-CONTA-NUM
011510         " RECUSADO - " WS-MOTIVO-TEXTO
011520     MOVE "R" TO ENC-ESTADO
011530     MOVE WS-MOTIVO TO ENC-MOTIVO
011540     MOVE RUN-DATA TO ENC-DATA-PROCESSO
011550     MOVE WS-SALDO-INICIAL TO ENC-SALDO-INICIAL
011560     REWRITE ENCERRAMENTO-REC
011561         INVALID KEY
011562             DISPLAY "TAREFA-50: ERRO A REGRAVAR O "
011563                 "ENCMST - CONTA " ENC-CONTA-NUM
011564                 " - FS=" WS-FS-ENC
011565             MOVE 16 TO RETURN-CODE
011566             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
011567     END-REWRITE
011570     ADD 1 TO WS-QTD-RECUSADAS
011580     IF WS-MOTIVO = "PR" THEN
011590         MOVE 8 TO WS-RETORNO
011600     ELSE
011610         IF WS-RETORNO < 4 THEN
011620             MOVE 4 TO WS-RETORNO
011630         END-IF
011640     END-IF.
011650 4900-EXIT.
011660     EXIT.
011670
011680******************************************************************
011690* 7100-FORMATA-DATA - WS-DATA-A-FORMATAR (AAAAMMDD) para
011700* WS-DATA-FMT (DD-MM-AAAA), como nas cartas da TAREFA-46.
011710******************************************************************
011720 7100-FORMATA-DATA.
011730     MOVE SPACES TO WS-DATA-FMT
011740     STRING WS-DIA DELIMITED BY SIZE
011750         "-" DELIMITED BY SIZE
011760         WS-MES DELIMITED BY SIZE
011770         "-" DELIMITED BY SIZE
011780         WS-ANO DELIMITED BY SIZE
011790         INTO WS-DATA-FMT.
011800 7100-EXIT.
011810     EXIT.
011820
011830 8000-IMPRIME-RESUMO.
011840     MOVE WS-QTD-PEDIDOS TO WS-RES-PEDIDOS
011850     MOVE WS-QTD-ENCERRADAS TO WS-RES-ENCERRADAS
011860     MOVE WS-QTD-RECUSADAS TO WS-RES-RECUSADAS
011870     MOVE WS-QTD-ORDENS TO WS-RES-ORDENS
011880     DISPLAY WS-LINHA-RESUMO.
011890 8000-EXIT.
011900     EXIT.
011910
011920 9100-TERMINA-ERRO.
011930     MOVE RETURN-CODE TO WS-RETORNO
011940     MOVE "E" TO RUN-FUNCAO
011950     CALL "RUNCTL" USING RUN-AREA
011960     MOVE WS-RETORNO TO RETURN-CODE
011970     STOP RUN.
011980 9100-EXIT.
011990     EXIT.
012000
012010******************************************************************
012020* 9999-FINALIZAR - fecha os ficheiros, regista o fim limpo no
012030* RUNCTL e devolve o retorno da corrida (4 com pedidos recusados,
012040* 8 com postagens por regularizar), que o GOBACK do RUNCTL
012050* repunha a zero.
012060******************************************************************
012070 9999-FINALIZAR.
012080     CLOSE ENCERRAMENTOS
012090     CLOSE CONTA-MASTER
012100     IF CLI-ABERTO THEN
012110         CLOSE CLIENTE-MASTER
012120     END-IF
012130     CLOSE EXTRATO-ENC
012140     MOVE "F" TO RUN-FUNCAO
012150     CALL "RUNCTL" USING RUN-AREA
012160     MOVE WS-RETORNO TO RETURN-CODE.
012170 9999-EXIT.
012180     EXIT.
012190
012200 END PROGRAM TAREFA-50.

000130*                alcance de meses arquivados da TAREFA-12).
000140*                Contas sem registo de cliente sao agrupadas na
000150*                linha SEM NIF, para nada ficar por declarar.
000151*                Os juros de depositos a prazo (historico de
000152*                liquidacoes DPZLIQ das TAREFA-35/36) ja estao nos
000153*                juros pagos, creditados na conta associada com a
000154*                origem J; saem tambem destacados na coluna JUROS
000155*                D.PRAZO.
000160* Tectonics:     cobc
000170*
000180* Modification history:
000270*                    trabalho FISTRAB, e um segundo SORT por
000280*                    NIF agrupa e imprime - sem tecto de contas
000290*                    nem de contribuintes, como a TAREFA-17.
000292*   06/05/2024  RSA  Coluna JUROS D.PRAZO com os juros brutos de
000294*                    depositos a prazo vencidos no ano, lidos do
000296*                    historico opcional DPZLIQ (registo FISTRAB
000298*                    passa a 48 posicoes).
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. TAREFA-27.
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CLI-CONTA-NUM
000500         FILE STATUS IS WS-FS-CLIENTE.
000502     SELECT OPTIONAL DPZ-LIQUIDACOES ASSIGN TO "DPZLIQ"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-FS-DPZLIQ.
000510     SELECT FISCAL-TRABALHO ASSIGN TO "FISTRAB"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-TRAB.
000720 FD  CLIENTE-MASTER.
000730     COPY CLIREC.
000740
000742 FD  DPZ-LIQUIDACOES.
000744     COPY DPLREC.
000746
000750 FD  FISCAL-TRABALHO.
000760 01  TRB-REC.
000770     05  TRB-NIF             PIC 9(09).
000780     05  TRB-JUROS           PIC 9(11)V99.
000790     05  TRB-RETIDO          PIC 9(11)V99.
000792     05  TRB-PRAZO           PIC 9(11)V99.
000800
000810 FD  FISCAL-RPT.
000820 01  RPT-LINHA               PIC X(80).
000860     05  SRT-CONTA-NUM       PIC 9(08).
000870     05  SRT-JUROS           PIC 9(11)V99.
000880     05  SRT-RETIDO          PIC 9(11)V99.
000882     05  SRT-PRAZO           PIC 9(11)V99.
000890
000900 SD  SORT-NIFS.
000910 01  SR2-REC.
000920     05  SR2-NIF             PIC 9(09).
000930     05  SR2-JUROS           PIC 9(11)V99.
000940     05  SR2-RETIDO          PIC 9(11)V99.
000942     05  SR2-PRAZO           PIC 9(11)V99.
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-STATUS-FLAGS.
001010     05  WS-FS-CLIENTE       PIC X(02) VALUE "00".
001020     05  WS-FS-TRAB          PIC X(02) VALUE "00".
001030     05  WS-FS-RPT           PIC X(02) VALUE "00".
001032     05  WS-FS-DPZLIQ        PIC X(02) VALUE "00".
001040     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
001050         88  FIM-MOVTO           VALUE "S".
001052     05  WS-FIM-DPZLIQ       PIC X(01) VALUE "N".
001054         88  FIM-DPZLIQ          VALUE "S".
001060     05  WS-FASE-ARQ         PIC X(01) VALUE "N".
001070         88  FASE-ARQUIVO        VALUE "S".
001080     05  WS-FIM-SORT         PIC X(01) VALUE "N".
001210     05  WS-GRP-CONTA        PIC 9(08) VALUE 0.
001220     05  WS-GRP-JUROS        PIC 9(11)V99 VALUE 0.
001230     05  WS-GRP-RETIDO       PIC 9(11)V99 VALUE 0.
001232     05  WS-GRP-PRAZO        PIC 9(11)V99 VALUE 0.
001240
001250 01  WS-GRUPO-NIF.
001260     05  WS-GRP-NIF          PIC 9(09) VALUE 0.
001270     05  WS-GRP-NIF-JUROS    PIC 9(11)V99 VALUE 0.
001280     05  WS-GRP-NIF-RETIDO   PIC 9(11)V99 VALUE 0.
001282     05  WS-GRP-NIF-PRAZO    PIC 9(11)V99 VALUE 0.
001290     05  WS-GRP-NIF-CONTAS   PIC 9(05) VALUE 0.
001300
001310 01  WS-CONTADORES.
001330     05  WS-QTD-NIFS         PIC 9(07) VALUE 0.
001340     05  WS-TOT-JUROS        PIC 9(13)V99 VALUE 0.
001350     05  WS-TOT-RETIDO       PIC 9(13)V99 VALUE 0.
001352     05  WS-TOT-PRAZO        PIC 9(13)V99 VALUE 0.
001360
001370 01  WS-LINHA-TITULO.
001380     05  FILLER              PIC X(42)
001460     05  FILLER              PIC X(20) VALUE "     JUROS PAGOS".
001470     05  FILLER              PIC X(20) VALUE "  IMPOSTO RETIDO".
001480     05  FILLER              PIC X(08) VALUE "  CONTAS".
001482     05  FILLER              PIC X(20) VALUE "   JUROS D.PRAZO".
001500
001510 01  WS-LINHA-NIF.
001520     05  WS-LIN-NIF          PIC X(12).
001530     05  WS-LIN-JUROS        PIC Z(16)9V,99.
001540     05  WS-LIN-RETIDO       PIC Z(16)9V,99.
001550     05  WS-LIN-CONTAS       PIC ZZZZZZZ9.
001552     05  WS-LIN-PRAZO        PIC Z(16)9V,99.
001570
001580 01  WS-LINHA-TOTAL.
001590     05  FILLER              PIC X(12) VALUE "TOTAIS".
001600     05  WS-TOT-LIN-JUROS    PIC Z(16)9V,99.
001610     05  WS-TOT-LIN-RETIDO   PIC Z(16)9V,99.
001612     05  FILLER              PIC X(08) VALUE SPACES.
001614     05  WS-TOT-LIN-PRAZO    PIC Z(16)9V,99.
001630
001640 01  WS-LINHA-RESUMO.
001650     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-27:".
002200     END-IF
002210     MOVE "S" TO WS-FASE-ARQ
002220
002222     OPEN INPUT DPZ-LIQUIDACOES
002224     PERFORM 2300-LER-LIQUIDACAO THRU 2300-EXIT
002230     OPEN INPUT CLIENTE-MASTER
002240     OPEN OUTPUT FISCAL-RPT
002250
002300******************************************************************
002310* 2000-CARREGA-MOVIMENTOS - passagem de entrada do primeiro
002320* SORT: cada credito J e cada debito R do ano fiscal liberta a
002322* conta com a parcela de juros ou de retencao respectiva; cada
002324* liquidacao de deposito a prazo do ano liberta a conta associada
002326* com os juros brutos na parcela D.PRAZO.
002340******************************************************************
002350 2000-CARREGA-MOVIMENTOS.
002360     PERFORM 2050-AVALIA-MOVIMENTO THRU 2050-EXIT
002362         UNTIL FIM-MOVTO
002364     PERFORM 2250-AVALIA-LIQUIDACAO THRU 2250-EXIT
002366         UNTIL FIM-DPZLIQ.
002380 2000-EXIT.
002390     EXIT.
002400
002450                 MOVE MOV-CONTA-NUM TO SRT-CONTA-NUM
002460                 MOVE MOV-VALOR TO SRT-JUROS
002470                 MOVE 0 TO SRT-RETIDO
002472                 MOVE 0 TO SRT-PRAZO
002480                 RELEASE SRT-REC
002490             WHEN MOV-ORIG-RETENCAO AND MOV-DEBITO
002500                 MOVE MOV-CONTA-NUM TO SRT-CONTA-NUM
002510                 MOVE 0 TO SRT-JUROS
002520                 MOVE MOV-VALOR TO SRT-RETIDO
002522                 MOVE 0 TO SRT-PRAZO
002530                 RELEASE SRT-REC
002540             WHEN OTHER
002550                 CONTINUE
002820     END-IF.
002830 2100-EXIT.
002840     EXIT.
002841******************************************************************
002842* 2250-AVALIA-LIQUIDACAO - liquidacao de deposito a prazo do ano
002843* fiscal com juros (vencimentos e renovacoes; as mobilizacoes
002844* perdem os juros e nao contam).
002845******************************************************************
002846 2250-AVALIA-LIQUIDACAO.
002847     IF DPL-DATA (1:4) = WS-ANO-FISCAL AND DPL-JUROS-BRUTOS > 0
002848         THEN
002849         MOVE DPL-CONTA-NUM TO SRT-CONTA-NUM
002850         MOVE 0 TO SRT-JUROS
002851         MOVE 0 TO SRT-RETIDO
002852         MOVE DPL-JUROS-BRUTOS TO SRT-PRAZO
002853         RELEASE SRT-REC
002854     END-IF
002855     PERFORM 2300-LER-LIQUIDACAO THRU 2300-EXIT.
002856 2250-EXIT.
002857     EXIT.
002858
002859 2300-LER-LIQUIDACAO.
002860     READ DPZ-LIQUIDACOES
002861         AT END
002862             MOVE "S" TO WS-FIM-DPZLIQ
002863     END-READ.
002864 2300-EXIT.
002865     EXIT.
002867
002869******************************************************************
002870* 3000-AGRUPA-POR-CONTA - passagem de saida do primeiro SORT:
002880* fecha o total de juros/retido de cada conta na quebra e
002890* verte-o, com o NIF lido do ficheiro de clientes, para o
003110     MOVE SRT-CONTA-NUM TO WS-GRP-CONTA
003120     MOVE 0 TO WS-GRP-JUROS
003130     MOVE 0 TO WS-GRP-RETIDO
003132     MOVE 0 TO WS-GRP-PRAZO
003140     PERFORM 3150-SOMA-MOVIMENTO THRU 3150-EXIT
003150         UNTIL FIM-SORT OR SRT-CONTA-NUM NOT = WS-GRP-CONTA
003160     PERFORM 3200-ESCREVE-CONTA THRU 3200-EXIT.
003200 3150-SOMA-MOVIMENTO.
003210     ADD SRT-JUROS TO WS-GRP-JUROS
003220     ADD SRT-RETIDO TO WS-GRP-RETIDO
003222     ADD SRT-PRAZO TO WS-GRP-PRAZO
003230     PERFORM 3050-RETURN-MOVIMENTO THRU 3050-EXIT.
003240 3150-EXIT.
003250     EXIT.
003380     END-IF
003390     MOVE WS-GRP-JUROS TO TRB-JUROS
003400     MOVE WS-GRP-RETIDO TO TRB-RETIDO
003402     MOVE WS-GRP-PRAZO TO TRB-PRAZO
003410     WRITE TRB-REC.
003420 3200-EXIT.
003430     EXIT.
003650     WRITE RPT-LINHA
003660     MOVE WS-TOT-JUROS TO WS-TOT-LIN-JUROS
003670     MOVE WS-TOT-RETIDO TO WS-TOT-LIN-RETIDO
003672     MOVE WS-TOT-PRAZO TO WS-TOT-LIN-PRAZO
003680     WRITE RPT-LINHA FROM WS-LINHA-TOTAL.
003690 4000-EXIT.
003700     EXIT.
003810     MOVE SR2-NIF TO WS-GRP-NIF
003820     MOVE 0 TO WS-GRP-NIF-JUROS
003830     MOVE 0 TO WS-GRP-NIF-RETIDO
003832     MOVE 0 TO WS-GRP-NIF-PRAZO
003840     MOVE 0 TO WS-GRP-NIF-CONTAS
003850     PERFORM 4150-SOMA-CONTA THRU 4150-EXIT
003860         UNTIL FIM-SORT2 OR SR2-NIF NOT = WS-GRP-NIF
003910 4150-SOMA-CONTA.
003920     ADD SR2-JUROS TO WS-GRP-NIF-JUROS
003930     ADD SR2-RETIDO TO WS-GRP-NIF-RETIDO
003932     ADD SR2-PRAZO TO WS-GRP-NIF-PRAZO
003940     ADD 1 TO WS-GRP-NIF-CONTAS
003950     PERFORM 4050-RETURN-NIF THRU 4050-EXIT.
003960 4150-EXIT.
004060     MOVE WS-GRP-NIF-JUROS TO WS-LIN-JUROS
004070     MOVE WS-GRP-NIF-RETIDO TO WS-LIN-RETIDO
004080     MOVE WS-GRP-NIF-CONTAS TO WS-LIN-CONTAS
004082     MOVE WS-GRP-NIF-PRAZO TO WS-LIN-PRAZO
004090     WRITE RPT-LINHA FROM WS-LINHA-NIF
004100     ADD WS-GRP-NIF-JUROS TO WS-TOT-JUROS
004102     ADD WS-GRP-NIF-RETIDO TO WS-TOT-RETIDO
004104     ADD WS-GRP-NIF-PRAZO TO WS-TOT-PRAZO.
004120 4200-EXIT.
004130     EXIT.
004140
004210
004220 9999-FINALIZAR.
004230     CLOSE MOVIMENTOS-ARQ
004232     CLOSE DPZ-LIQUIDACOES
004240     CLOSE MOVIMENTOS
004250     IF WS-FS-CLIENTE = "00" THEN
004260         CLOSE CLIENTE-MASTER

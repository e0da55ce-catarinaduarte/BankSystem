000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  03/06/2024
000050* Date-Compiled:
000060* Purpose:       Balcao de cheques (nos moldes da TAREFA-35): para
000070*                uma conta mostra as series de cheques emitidas
000080*                (ficheiro CHQMST) e permite emitir uma serie nova
000090*                (caderneta entregue ao cliente), anular uma serie
000100*                (caderneta extraviada), suspender o pagamento de
000110*                um cheque ou levantar a suspensao (ficheiro
000120*                CHQSIT). A compensacao da TAREFA-40 devolve os
000130*                cheques fora de serie ativa, suspensos ou ja
000140*                pagos. O operador identifica-se no OPERMST
000150*                (TAREFA-28) como na TAREFA-11 e o seu id fica nas
000160*                series e nas suspensoes.
000170* Tectonics:     cobc
000180*
000190* Modification history:
000200*   03/06/2024  RSA  Programa original.
000202*   23/09/2024  RSA  Erro a regravar a serie ou a suspensao
000204*                    fica no ecra.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. TAREFA-39.
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CHEQUE-SERIES ASSIGN TO "CHQMST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CHQ-CHAVE
000320         FILE STATUS IS WS-FS-CHQMST.
000330     SELECT CHEQUE-SITUACAO ASSIGN TO "CHQSIT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CHS-CHAVE
000370         FILE STATUS IS WS-FS-CHQSIT.
000380     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CT-CONTA-NUM
000420         FILE STATUS IS WS-FS-CONTA.
000430     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OPR-ID
000470         FILE STATUS IS WS-FS-OPER.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CHEQUE-SERIES.
000520     COPY CHQREC.
000530
000540 FD  CHEQUE-SITUACAO.
000550     COPY CHSREC.
000560
000570 FD  CONTA-MASTER.
000580     COPY CONTAREC.
000590
000600 FD  OPERADOR-MASTER.
000610     COPY OPRREC.
000620
000630 WORKING-STORAGE SECTION.
000640 77  WS-FS-CHQMST        PIC X(02) VALUE "00".
000650 77  WS-FS-CHQSIT        PIC X(02) VALUE "00".
000660 77  WS-FS-CONTA         PIC X(02) VALUE "00".
000670 77  WS-FS-OPER          PIC X(02) VALUE "00".
000680 77  WS-TEMP             PIC X(14) VALUE SPACES.
000690 77  WS-TEXTO            PIC X(30) VALUE SPACES.
000700 77  WS-CONTA-NUM        PIC 9(08) VALUE 0.
000710 77  WS-NUM-INICIAL      PIC 9(07) VALUE 0.
000720 77  WS-NUM-FINAL        PIC 9(07) VALUE 0.
000730 77  WS-CHEQUE-NUM       PIC 9(07) VALUE 0.
000740 77  WS-LINHA            PIC 9(02) VALUE 0.
000750 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000760 77  WS-DATA-HOJE        PIC 9(08) VALUE 0.
000770 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000780 77  WS-ACCAO            PIC X(01) VALUE SPACES.
000790 77  WS-FIM-MANUTENCAO   PIC X(01) VALUE "N".
000800     88  FIM-MANUTENCAO      VALUE "S".
000810 77  WS-FIM-SERIES       PIC X(01) VALUE "N".
000820     88  FIM-SERIES          VALUE "S".
000830 77  WS-SERIE-OK         PIC X(01) VALUE "N".
000840     88  SERIE-OK            VALUE "S".
000850 77  WS-SOBREPOSTA       PIC X(01) VALUE "N".
000860     88  SOBREPOSTA          VALUE "S".
000870 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000880     88  CAMPO-OK            VALUE "S".
000890 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000900     88  SIGNON-OK           VALUE "S".
000910 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000920
000930 01  WS-LINHA-SERIE.
000940     05  WS-LS-INICIAL       PIC 9(07).
000950     05  FILLER              PIC X(03) VALUE " - ".
000960     05  WS-LS-FINAL         PIC 9(07).
000970     05  FILLER              PIC X(04) VALUE SPACES.
000980     05  WS-LS-ESTADO        PIC X(01).
000990     05  FILLER              PIC X(04) VALUE SPACES.
001000     05  WS-LS-EMISSAO       PIC 9(08).
001010     05  FILLER              PIC X(03) VALUE SPACES.
001020     05  WS-LS-OPERADOR      PIC X(04).
001030
001040 SCREEN SECTION.
001050 01  CLS BLANK SCREEN.
001060
001070 01  CLEAN-LINE.
001080     05  COL 1 VALUE " " LINE 20 ERASE EOL.
001090     05  COL 1 VALUE " " LINE 22 ERASE EOL.
001100
001110 01  SIGNON-PROMPT.
001120     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
001130         LINE 2.
001140     05  COL 12 VALUE "OPERADOR:"                   LINE 6
001150         HIGHLIGHT.
001160     05  COL 12 VALUE "PIN:"                        LINE 8
001170         HIGHLIGHT.
001180
001190 01  CONTA-PROMPT.
001200     05  COL 10 VALUE "---------- CHEQUES ----------------------"
001210         LINE 2.
001220     05  COL 12 VALUE "NUMERO DA CONTA (0 PARA SAIR):" LINE 6
001230         HIGHLIGHT.
001240
001250 01  CHEQUES-DADOS.
001260     05  COL 10 VALUE "---------- CHEQUES ----------------------"
001270         LINE 2.
001280     05  COL 12 VALUE "CONTA:"                      LINE 4
001290         HIGHLIGHT.
001300     05  COL 12 VALUE "SERIE              ESTADO EMISSAO    OPER"
001310         LINE 6 HIGHLIGHT.
001320
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001360     PERFORM 2000-MANTER-CHEQUES THRU 2000-EXIT
001370         UNTIL FIM-MANUTENCAO
001380     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001390     STOP RUN.
001400
001410******************************************************************
001420* 1000-INICIALIZAR - abre os ficheiros (series e situacao de
001430* cheques criados vazios na primeira execucao no site) e
001440* identifica o operador; sem sign-on valido o programa termina
001450* sem mexer em nada.
001460******************************************************************
001470 1000-INICIALIZAR.
001480     OPEN I-O CHEQUE-SERIES
001490     IF WS-FS-CHQMST = "35" THEN
001500         OPEN OUTPUT CHEQUE-SERIES
001510         CLOSE CHEQUE-SERIES
001520         OPEN I-O CHEQUE-SERIES
001530     END-IF
001540     OPEN I-O CHEQUE-SITUACAO
001550     IF WS-FS-CHQSIT = "35" THEN
001560         OPEN OUTPUT CHEQUE-SITUACAO
001570         CLOSE CHEQUE-SITUACAO
001580         OPEN I-O CHEQUE-SITUACAO
001590     END-IF
001600     OPEN INPUT CONTA-MASTER
001610     IF WS-FS-CONTA NOT = "00" THEN
001620         DISPLAY CLS
001630         DISPLAY "CONTA-MASTER INDISPONIVEL - FS=" AT 1209
001640         HIGHLIGHT FOREGROUND-COLOR 4
001650         DISPLAY WS-FS-CONTA AT 1240 HIGHLIGHT FOREGROUND-COLOR 4
001660         CLOSE CHEQUE-SERIES
001670         CLOSE CHEQUE-SITUACAO
001680         STOP RUN
001690     END-IF
001700     OPEN INPUT OPERADOR-MASTER
001710     IF WS-FS-OPER NOT = "00" THEN
001720         DISPLAY CLS
001730         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
001740         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
001750         FOREGROUND-COLOR 4
001760         CLOSE CHEQUE-SERIES
001770         CLOSE CHEQUE-SITUACAO
001780         CLOSE CONTA-MASTER
001790         STOP RUN
001800     END-IF
001810
001820     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
001830     IF NOT SIGNON-OK THEN
001840         DISPLAY CLS
001850         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
001860         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001870         PERFORM 9999-FINALIZAR THRU 9999-EXIT
001880         STOP RUN
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920
001930******************************************************************
001940* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
001950* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
001960* TAREFA-11); operadores desactivados na TAREFA-28 nao entram.
001970******************************************************************
001980 1100-SIGNON-OPERADOR.
001990     MOVE "N" TO WS-SIGNON-OK
002000     MOVE 0 TO WS-SIGNON-TENTATIVAS
002010     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
002020         ADD 1 TO WS-SIGNON-TENTATIVAS
002030         DISPLAY CLS
002040         DISPLAY SIGNON-PROMPT
002050         MOVE SPACES TO WS-TEMP
002060         ACCEPT WS-TEMP AT 0622
002070         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
002080         MOVE OPR-ID TO WS-OPERADOR
002090         MOVE SPACES TO WS-TEMP
002100         ACCEPT WS-TEMP AT 0817 SECURE
002110         READ OPERADOR-MASTER
002120             INVALID KEY
002130                 CONTINUE
002140             NOT INVALID KEY
002150                 IF OPR-OPERADOR-ATIVO AND
002160                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
002170                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
002180                     MOVE "S" TO WS-SIGNON-OK
002190                 END-IF
002200         END-READ
002210         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
002220             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
002230             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
002240             ACCEPT WS-TEMP AT 1409
002250         END-IF
002260     END-PERFORM.
002270 1100-EXIT.
002280     EXIT.
002290
002300******************************************************************
002310* 2000-MANTER-CHEQUES - pede o numero da conta; "0" termina o
002320* programa. Conta existente: mostra as series emitidas e pede a
002330* accao. Nada e apagado - series anuladas e suspensoes
002340* levantadas ficam nos ficheiros com o estado.
002350******************************************************************
002360 2000-MANTER-CHEQUES.
002370     DISPLAY CLS
002380     DISPLAY CONTA-PROMPT
002390     MOVE SPACES TO WS-TEMP
002400     ACCEPT WS-TEMP AT 0643
002410     MOVE WS-TEMP TO WS-CONTA-NUM
002420     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002430     MOVE WS-DATA-HORA (1:8) TO WS-DATA-HOJE
002440
002450     IF WS-CONTA-NUM = 0 THEN
002460         MOVE "S" TO WS-FIM-MANUTENCAO
002470         GO TO 2000-EXIT
002480     END-IF
002490     MOVE WS-CONTA-NUM TO CT-CONTA-NUM
002500     READ CONTA-MASTER
002510         INVALID KEY
002520             DISPLAY "CONTA INEXISTENTE" AT 2009 HIGHLIGHT
002530             FOREGROUND-COLOR 4
002540             DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2209
002550             ACCEPT WS-TEMP AT 2236
002560             GO TO 2000-EXIT
002570     END-READ
002580
002590     DISPLAY CLS
002600     DISPLAY CHEQUES-DADOS
002610     DISPLAY WS-CONTA-NUM AT 0419
002620     IF CT-CONTA-ENCERRADA THEN
002630         DISPLAY "(ENCERRADA)" AT 0429 HIGHLIGHT
002640         FOREGROUND-COLOR 4
002650     END-IF
002660     PERFORM 2100-MOSTRA-SERIES THRU 2100-EXIT
002670     PERFORM 2200-ACCAO-CHEQUES THRU 2200-EXIT
002680     DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2209
002690     ACCEPT WS-TEMP AT 2236.
002700 2000-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 2100-MOSTRA-SERIES - lista as series da conta, pela ordem do
002750* primeiro numero, nas linhas 7 a 15 do ecra; se houver mais,
002760* a ultima linha avisa.
002770******************************************************************
002780 2100-MOSTRA-SERIES.
002790     MOVE 7 TO WS-LINHA
002800     MOVE "N" TO WS-FIM-SERIES
002810     MOVE WS-CONTA-NUM TO CHQ-CONTA-NUM
002820     MOVE 0 TO CHQ-NUM-INICIAL
002830     START CHEQUE-SERIES KEY IS NOT LESS THAN CHQ-CHAVE
002840         INVALID KEY
002850             MOVE "S" TO WS-FIM-SERIES
002860     END-START
002870     PERFORM 2110-MOSTRA-SERIE THRU 2110-EXIT
002880         UNTIL FIM-SERIES
002890     IF WS-LINHA = 7 THEN
002900         DISPLAY "SEM SERIES EMITIDAS" AT 0712
002910     END-IF.
002920 2100-EXIT.
002930     EXIT.
002940
002950 2110-MOSTRA-SERIE.
002960     READ CHEQUE-SERIES NEXT RECORD
002970         AT END
002980             MOVE "S" TO WS-FIM-SERIES
002990             GO TO 2110-EXIT
003000     END-READ
003010     IF CHQ-CONTA-NUM NOT = WS-CONTA-NUM THEN
003020         MOVE "S" TO WS-FIM-SERIES
003030         GO TO 2110-EXIT
003040     END-IF
003050     IF WS-LINHA > 15 THEN
003060         DISPLAY "(MAIS SERIES NAO MOSTRADAS)" AT COL 12
003070             LINE WS-LINHA
003080         MOVE "S" TO WS-FIM-SERIES
003090         GO TO 2110-EXIT
003100     END-IF
003110     MOVE CHQ-NUM-INICIAL TO WS-LS-INICIAL
003120     MOVE CHQ-NUM-FINAL TO WS-LS-FINAL
003130     MOVE CHQ-ESTADO TO WS-LS-ESTADO
003140     MOVE CHQ-DATA-EMISSAO TO WS-LS-EMISSAO
003150     MOVE CHQ-OPERADOR TO WS-LS-OPERADOR
003160     DISPLAY WS-LINHA-SERIE AT COL 12 LINE WS-LINHA
003170     ADD 1 TO WS-LINHA.
003180 2110-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220* 2200-ACCAO-CHEQUES - E emite uma serie nova, A anula uma serie,
003230* S suspende o pagamento de um cheque, L levanta a suspensao;
003240* ENTER volta atras. Conta encerrada e so consultada.
003250******************************************************************
003260 2200-ACCAO-CHEQUES.
003270     IF CT-CONTA-ENCERRADA THEN
003280         GO TO 2200-EXIT
003290     END-IF
003300     DISPLAY "ACCAO: E=EMITIR A=ANULAR SERIE S=SUSPENDER "&
003310         "L=LEVANTAR:" AT 1709 HIGHLIGHT
003320     MOVE SPACES TO WS-TEMP
003330     ACCEPT WS-TEMP AT 1765
003340     MOVE FUNCTION UPPER-CASE (WS-TEMP (1:1)) TO WS-ACCAO
003350     EVALUATE WS-ACCAO
003360         WHEN "E"
003370             PERFORM 2300-EMITE-SERIE THRU 2300-EXIT
003380         WHEN "A"
003390             PERFORM 2400-ANULA-SERIE THRU 2400-EXIT
003400         WHEN "S"
003410             PERFORM 2500-SUSPENDE-CHEQUE THRU 2500-EXIT
003420         WHEN "L"
003430             PERFORM 2600-LEVANTA-SUSPENSAO THRU 2600-EXIT
003440         WHEN OTHER
003450             CONTINUE
003460     END-EVALUATE.
003470 2200-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* 2300-EMITE-SERIE - regista a caderneta entregue: primeiro e
003520* ultimo numero; a serie nao pode sobrepor-se a nenhuma outra da
003530* mesma conta (ativa ou anulada), para um numero de cheque
003540* pertencer sempre a uma so serie.
003550******************************************************************
003560 2300-EMITE-SERIE.
003570     DISPLAY "PRIMEIRO NUMERO:" AT 1809 HIGHLIGHT
003580     PERFORM 2700-PEDE-NUMERO THRU 2700-EXIT
003590     MOVE WS-CHEQUE-NUM TO WS-NUM-INICIAL
003600     DISPLAY "ULTIMO NUMERO:" AT 1909 HIGHLIGHT
003610     MOVE "N" TO WS-CAMPO-OK
003620     PERFORM UNTIL CAMPO-OK
003630         MOVE SPACES TO WS-TEMP
003640         ACCEPT WS-TEMP AT 1926
003650         IF FUNCTION TRIM (WS-TEMP) IS NUMERIC
003660            AND FUNCTION NUMVAL (WS-TEMP) >= WS-NUM-INICIAL
003670            AND FUNCTION NUMVAL (WS-TEMP) < 10000000 THEN
003680             MOVE WS-TEMP TO WS-NUM-FINAL
003690             MOVE "S" TO WS-CAMPO-OK
003700         ELSE
003710             DISPLAY "NUMERO INVALIDO - NAO PODE SER INFERIOR "&
003720             "AO PRIMEIRO" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003730         END-IF
003740     END-PERFORM
003750     DISPLAY CLEAN-LINE
003760
003770     MOVE "N" TO WS-SOBREPOSTA
003780     MOVE "N" TO WS-FIM-SERIES
003790     MOVE WS-CONTA-NUM TO CHQ-CONTA-NUM
003800     MOVE 0 TO CHQ-NUM-INICIAL
003810     START CHEQUE-SERIES KEY IS NOT LESS THAN CHQ-CHAVE
003820         INVALID KEY
003830             MOVE "S" TO WS-FIM-SERIES
003840     END-START
003850     PERFORM 2310-TESTA-SOBREPOSICAO THRU 2310-EXIT
003860         UNTIL FIM-SERIES
003870     IF SOBREPOSTA THEN
003880         DISPLAY "SERIE RECUSADA - SOBREPOE-SE A UMA SERIE JA "&
003890         "EMITIDA" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003900         GO TO 2300-EXIT
003910     END-IF
003920
003930     MOVE WS-CONTA-NUM TO CHQ-CONTA-NUM
003940     MOVE WS-NUM-INICIAL TO CHQ-NUM-INICIAL
003950     MOVE WS-NUM-FINAL TO CHQ-NUM-FINAL
003960     MOVE WS-DATA-HOJE TO CHQ-DATA-EMISSAO
003970     MOVE "A" TO CHQ-ESTADO
003980     MOVE WS-OPERADOR TO CHQ-OPERADOR
003990     WRITE CHEQUE-SERIE-REC
004000     IF WS-FS-CHQMST NOT = "00" THEN
004010         DISPLAY "ERRO A GRAVAR A SERIE - FS=" AT 2009
004020         HIGHLIGHT FOREGROUND-COLOR 4
004030         DISPLAY WS-FS-CHQMST AT 2037 HIGHLIGHT FOREGROUND-COLOR 4
004040         GO TO 2300-EXIT
004050     END-IF
004060     PERFORM 2100-MOSTRA-SERIES THRU 2100-EXIT
004070     DISPLAY "SERIE EMITIDA" AT 2009 HIGHLIGHT FOREGROUND-COLOR 2.
004080 2300-EXIT.
004090     EXIT.
004100
004110 2310-TESTA-SOBREPOSICAO.
004120     READ CHEQUE-SERIES NEXT RECORD
004130         AT END
004140             MOVE "S" TO WS-FIM-SERIES
004150             GO TO 2310-EXIT
004160     END-READ
004170     IF CHQ-CONTA-NUM NOT = WS-CONTA-NUM OR
004180        CHQ-NUM-INICIAL > WS-NUM-FINAL THEN
004190         MOVE "S" TO WS-FIM-SERIES
004200         GO TO 2310-EXIT
004210     END-IF
004220     IF CHQ-NUM-FINAL >= WS-NUM-INICIAL THEN
004230         MOVE "S" TO WS-SOBREPOSTA
004240         MOVE "S" TO WS-FIM-SERIES
004250     END-IF.
004260 2310-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 2400-ANULA-SERIE - caderneta extraviada ou devolvida: a serie
004310* ativa indicada pelo primeiro numero passa a anulada (C) e os
004320* seus cheques passam a ser devolvidos como fora de serie.
004330******************************************************************
004340 2400-ANULA-SERIE.
004350     DISPLAY "PRIMEIRO NUMERO DA SERIE:" AT 1809 HIGHLIGHT
004360     PERFORM 2700-PEDE-NUMERO THRU 2700-EXIT
004370     DISPLAY CLEAN-LINE
004380     MOVE WS-CONTA-NUM TO CHQ-CONTA-NUM
004390     MOVE WS-CHEQUE-NUM TO CHQ-NUM-INICIAL
004400     READ CHEQUE-SERIES
004410         INVALID KEY
004420             DISPLAY "SERIE INEXISTENTE NESTA CONTA" AT 2009
004430             HIGHLIGHT FOREGROUND-COLOR 4
004440             GO TO 2400-EXIT
004450     END-READ
004460     IF NOT CHQ-SERIE-ATIVA THEN
004470         DISPLAY "SERIE JA ANULADA" AT 2009 HIGHLIGHT
004480         FOREGROUND-COLOR 4
004490         GO TO 2400-EXIT
004500     END-IF
004510     MOVE "C" TO CHQ-ESTADO
004520     MOVE WS-OPERADOR TO CHQ-OPERADOR
004530     REWRITE CHEQUE-SERIE-REC
004531         INVALID KEY
004532             DISPLAY "ERRO A GRAVAR A SERIE - FS=" AT 2009
004533             HIGHLIGHT FOREGROUND-COLOR 4
004534             DISPLAY WS-FS-CHQMST AT 2037 HIGHLIGHT
004535             FOREGROUND-COLOR 4
004536             DISPLAY CHQ-CHAVE AT 2040 HIGHLIGHT
004537             FOREGROUND-COLOR 4
004538             GO TO 2400-EXIT
004539     END-REWRITE
004540     PERFORM 2100-MOSTRA-SERIES THRU 2100-EXIT
004550     DISPLAY "SERIE ANULADA" AT 2009 HIGHLIGHT FOREGROUND-COLOR 2.
004560 2400-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 2500-SUSPENDE-CHEQUE - o cheque tem de pertencer a uma serie
004610* ativa da conta e nao pode estar ja pago; o motivo e
004620* obrigatorio. Fica em CHQSIT com o estado S, a data e o
004630* operador, e a compensacao devolve-o com o motivo 01.
004640******************************************************************
004650 2500-SUSPENDE-CHEQUE.
004660     DISPLAY "NUMERO DO CHEQUE:" AT 1809 HIGHLIGHT
004670     PERFORM 2700-PEDE-NUMERO THRU 2700-EXIT
004680     DISPLAY CLEAN-LINE
004690     PERFORM 2800-PROCURA-SERIE THRU 2800-EXIT
004700     IF NOT SERIE-OK THEN
004710         DISPLAY "CHEQUE FORA DAS SERIES ATIVAS DESTA CONTA"
004720         AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
004730         GO TO 2500-EXIT
004740     END-IF
004750
004760     MOVE "N" TO WS-CAMPO-OK
004770     MOVE WS-CONTA-NUM TO CHS-CONTA-NUM
004780     MOVE WS-CHEQUE-NUM TO CHS-CHEQUE-NUM
004790     READ CHEQUE-SITUACAO
004800         INVALID KEY
004810             MOVE "S" TO WS-CAMPO-OK
004820     END-READ
004830     IF NOT CAMPO-OK THEN
004840         IF CHS-PAGO THEN
004850             DISPLAY "CHEQUE JA PAGO EM" AT 2009 HIGHLIGHT
004860             FOREGROUND-COLOR 4
004870             DISPLAY CHS-DATA AT 2027 HIGHLIGHT FOREGROUND-COLOR 4
004880             GO TO 2500-EXIT
004890         END-IF
004900         IF CHS-SUSPENSO THEN
004910             DISPLAY "CHEQUE JA SUSPENSO" AT 2009 HIGHLIGHT
004920             FOREGROUND-COLOR 4
004930             GO TO 2500-EXIT
004940         END-IF
004950     END-IF
004960
004970     DISPLAY "MOTIVO:" AT 1909 HIGHLIGHT
004980     MOVE SPACES TO WS-TEXTO
004990     PERFORM UNTIL WS-TEXTO NOT = SPACES
005000         ACCEPT WS-TEXTO AT 1917
005010         IF WS-TEXTO = SPACES THEN
005020             DISPLAY "MOTIVO E OBRIGATORIO" AT 2009 HIGHLIGHT
005030             FOREGROUND-COLOR 4
005040         END-IF
005050     END-PERFORM
005060     DISPLAY CLEAN-LINE
005070
005080     MOVE WS-CONTA-NUM TO CHS-CONTA-NUM
005090     MOVE WS-CHEQUE-NUM TO CHS-CHEQUE-NUM
005100     MOVE "S" TO CHS-ESTADO
005110     MOVE WS-DATA-HOJE TO CHS-DATA
005120     MOVE 0 TO CHS-VALOR
005130     MOVE WS-TEXTO TO CHS-MOTIVO
005140     MOVE WS-OPERADOR TO CHS-OPERADOR
005150     MOVE 0 TO CHS-MOV-REF
005160     MOVE SPACES TO CHS-LOTE-ID
005170*    CAMPO-OK AQUI = CHEQUE AINDA SEM REGISTO EM CHQSIT.
005180     IF CAMPO-OK THEN
005190         WRITE CHEQUE-SIT-REC
005200     ELSE
005210         REWRITE CHEQUE-SIT-REC
005220     END-IF
005230     IF WS-FS-CHQSIT NOT = "00" THEN
005240         DISPLAY "ERRO A GRAVAR A SUSPENSAO - FS=" AT 2009
005250         HIGHLIGHT FOREGROUND-COLOR 4
005260         DISPLAY WS-FS-CHQSIT AT 2041 HIGHLIGHT FOREGROUND-COLOR 4
005270         GO TO 2500-EXIT
005280     END-IF
005290     DISPLAY "PAGAMENTO DO CHEQUE SUSPENSO" AT 2009 HIGHLIGHT
005300     FOREGROUND-COLOR 2.
005310 2500-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 2600-LEVANTA-SUSPENSAO - so um cheque suspenso pode ser
005360* levantado; passa ao estado L (volta a ser pagavel), com a data
005370* e o operador do levantamento. O motivo da suspensao fica.
005380******************************************************************
005390 2600-LEVANTA-SUSPENSAO.
005400     DISPLAY "NUMERO DO CHEQUE:" AT 1809 HIGHLIGHT
005410     PERFORM 2700-PEDE-NUMERO THRU 2700-EXIT
005420     DISPLAY CLEAN-LINE
005430     MOVE WS-CONTA-NUM TO CHS-CONTA-NUM
005440     MOVE WS-CHEQUE-NUM TO CHS-CHEQUE-NUM
005450     READ CHEQUE-SITUACAO
005460         INVALID KEY
005470             DISPLAY "CHEQUE SEM SUSPENSAO" AT 2009 HIGHLIGHT
005480             FOREGROUND-COLOR 4
005490             GO TO 2600-EXIT
005500     END-READ
005510     IF NOT CHS-SUSPENSO THEN
005520         DISPLAY "CHEQUE SEM SUSPENSAO" AT 2009 HIGHLIGHT
005530         FOREGROUND-COLOR 4
005540         GO TO 2600-EXIT
005550     END-IF
005560     MOVE "L" TO CHS-ESTADO
005570     MOVE WS-DATA-HOJE TO CHS-DATA
005580     MOVE WS-OPERADOR TO CHS-OPERADOR
005590     REWRITE CHEQUE-SIT-REC
005591         INVALID KEY
005592             DISPLAY "ERRO A GRAVAR A SUSPENSAO - FS=" AT 2009
005593             HIGHLIGHT FOREGROUND-COLOR 4
005594             DISPLAY WS-FS-CHQSIT AT 2041 HIGHLIGHT
005595             FOREGROUND-COLOR 4
005596             DISPLAY CHS-CHAVE AT 2044 HIGHLIGHT
005597             FOREGROUND-COLOR 4
005598             GO TO 2600-EXIT
005599     END-REWRITE
005600     DISPLAY "SUSPENSAO LEVANTADA" AT 2009 HIGHLIGHT
005610     FOREGROUND-COLOR 2.
005620 2600-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660* 2700-PEDE-NUMERO - aceita um numero de cheque na linha 18
005670* (numerico, maior que zero, ate 7 digitos) para WS-CHEQUE-NUM.
005680******************************************************************
005690 2700-PEDE-NUMERO.
005700     MOVE "N" TO WS-CAMPO-OK
005710     PERFORM UNTIL CAMPO-OK
005720         MOVE SPACES TO WS-TEMP
005730         ACCEPT WS-TEMP AT 1836
005740         IF FUNCTION TRIM (WS-TEMP) IS NUMERIC
005750            AND FUNCTION NUMVAL (WS-TEMP) > 0
005760            AND FUNCTION NUMVAL (WS-TEMP) < 10000000 THEN
005770             MOVE WS-TEMP TO WS-CHEQUE-NUM
005780             MOVE "S" TO WS-CAMPO-OK
005790         ELSE
005800             DISPLAY "NUMERO INVALIDO - NUMERICO, DE 1 A 9999999"
005810             AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
005820         END-IF
005830     END-PERFORM.
005840 2700-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880* 2800-PROCURA-SERIE - procura uma serie ativa da conta que
005890* contenha WS-CHEQUE-NUM (mesmo teste da compensacao da
005900* TAREFA-40).
005910******************************************************************
005920 2800-PROCURA-SERIE.
005930     MOVE "N" TO WS-SERIE-OK
005940     MOVE "N" TO WS-FIM-SERIES
005950     MOVE WS-CONTA-NUM TO CHQ-CONTA-NUM
005960     MOVE 0 TO CHQ-NUM-INICIAL
005970     START CHEQUE-SERIES KEY IS NOT LESS THAN CHQ-CHAVE
005980         INVALID KEY
005990             MOVE "S" TO WS-FIM-SERIES
006000     END-START
006010     PERFORM 2810-LE-SERIE THRU 2810-EXIT
006020         UNTIL FIM-SERIES.
006030 2800-EXIT.
006040     EXIT.
006050
006060 2810-LE-SERIE.
006070     READ CHEQUE-SERIES NEXT RECORD
006080         AT END
006090             MOVE "S" TO WS-FIM-SERIES
006100             GO TO 2810-EXIT
006110     END-READ
006120     IF CHQ-CONTA-NUM NOT = WS-CONTA-NUM OR
006130        CHQ-NUM-INICIAL > WS-CHEQUE-NUM THEN
006140         MOVE "S" TO WS-FIM-SERIES
006150         GO TO 2810-EXIT
006160     END-IF
006170     IF WS-CHEQUE-NUM <= CHQ-NUM-FINAL AND CHQ-SERIE-ATIVA THEN
006180         MOVE "S" TO WS-SERIE-OK
006190         MOVE "S" TO WS-FIM-SERIES
006200     END-IF.
006210 2810-EXIT.
006220     EXIT.
006230
006240 9999-FINALIZAR.
006250     CLOSE CHEQUE-SERIES
006260     CLOSE CHEQUE-SITUACAO
006270     CLOSE CONTA-MASTER
006280     CLOSE OPERADOR-MASTER.
006290 9999-EXIT.
006300     EXIT.
006310
006320 END PROGRAM TAREFA-39.

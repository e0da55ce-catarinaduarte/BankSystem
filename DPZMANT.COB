000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  06/05/2024
000050* Date-Compiled:
000060* Purpose:       Balcao de depositos a prazo (ficheiro DEPPRAZO,
000070*                nos moldes da TAREFA-32): constitui um deposito
000080*                novo, debitando o capital na conta corrente
000090*                associada atraves da CONTAPST (origem P), mostra
000100*                um deposito existente, deixa mudar a instrucao
000110*                de renovacao e mobiliza-o antes do vencimento -
000120*                a mobilizacao antecipada devolve so o capital a
000130*                conta e perde a totalidade dos juros decorridos
000140*                (penalizacao). O vencimento, com os juros, e
000150*                tratado na corrida nocturna da TAREFA-36. O
000160*                operador identifica-se no OPERMST (TAREFA-28)
000170*                como na TAREFA-11 e o seu id fica no movimento.
000180* Tectonics:     cobc
000190*
000200* Modification history:
000210*   06/05/2024  RSA  Programa original.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. TAREFA-35.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DEPOSITOS ASSIGN TO "DEPPRAZO"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS DPZ-ID
000330         FILE STATUS IS WS-FS-DEPOSITOS.
000340     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CT-CONTA-NUM
000380         FILE STATUS IS WS-FS-CONTA.
000390     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OPR-ID
000430         FILE STATUS IS WS-FS-OPER.
000440     SELECT DPZ-LIQUIDACOES ASSIGN TO "DPZLIQ"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-DPZLIQ.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DEPOSITOS.
000510     COPY DPZREC.
000520
000530 FD  CONTA-MASTER.
000540     COPY CONTAREC.
000550
000560 FD  OPERADOR-MASTER.
000570     COPY OPRREC.
000580
000590 FD  DPZ-LIQUIDACOES.
000600     COPY DPLREC.
000610
000620 WORKING-STORAGE SECTION.
000630 77  WS-FS-DEPOSITOS     PIC X(02) VALUE "00".
000640 77  WS-FS-CONTA         PIC X(02) VALUE "00".
000650 77  WS-FS-OPER          PIC X(02) VALUE "00".
000660 77  WS-FS-DPZLIQ        PIC X(02) VALUE "00".
000670 77  WS-TEMP             PIC X(14) VALUE SPACES.
000680 77  WS-DPZ-ID           PIC 9(08) VALUE 0.
000690 77  WS-VALOR-DISP       PIC Z(09)9V,99.
000700 77  WS-TAXA-DISP        PIC Z9V,9999.
000710 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000720 77  WS-DATA-HOJE        PIC 9(08) VALUE 0.
000730 77  WS-DATA-INTEIRA     PIC 9(07) VALUE 0.
000740 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000750 77  WS-ACCAO            PIC X(01) VALUE SPACES.
000760 77  WS-FIM-MANUTENCAO   PIC X(01) VALUE "N".
000770     88  FIM-MANUTENCAO      VALUE "S".
000780 77  WS-DEPOSITO-NOVO    PIC X(01) VALUE "N".
000790     88  DEPOSITO-NOVO       VALUE "S".
000800 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000810     88  CAMPO-OK            VALUE "S".
000820 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000830     88  SIGNON-OK           VALUE "S".
000840 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000850 77  WS-ACESSO-OK        PIC X(01) VALUE "N".
000860     88  ACESSO-OK           VALUE "S".
000870 77  WS-PIN-TENTATIVAS   PIC 9(01) VALUE 0.
000880 77  WS-RETURN-CD        PIC 9(02) VALUE 0.
000890     88  POSTADO             VALUE 00.
000900     88  REJEITADO-LIMITE    VALUE 10.
000910     88  CONTA-BLOQUEADA     VALUE 30.
000920     88  LIMITE-DIARIO       VALUE 50.
000930
000940 COPY PSTAREA.
000950
000960 SCREEN SECTION.
000970 01  CLS BLANK SCREEN.
000980
000990 01  CLEAN-LINE.
001000     05  COL 1 VALUE " " LINE 20 ERASE EOL.
001010     05  COL 1 VALUE " " LINE 22 ERASE EOL.
001020
001030 01  SIGNON-PROMPT.
001040     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
001050         LINE 2.
001060     05  COL 12 VALUE "OPERADOR:"                   LINE 6
001070         HIGHLIGHT.
001080     05  COL 12 VALUE "PIN:"                        LINE 8
001090         HIGHLIGHT.
001100
001110 01  DEPOSITO-PROMPT.
001120     05  COL 10 VALUE "---------- DEPOSITOS A PRAZO ------------"
001130         LINE 2.
001140     05  COL 12 VALUE "NUMERO DO DEPOSITO (0 PARA SAIR):" LINE 6
001150         HIGHLIGHT.
001160
001170 01  DEPOSITO-DADOS.
001180     05  COL 10 VALUE "---------- DEPOSITOS A PRAZO ------------"
001190         LINE 2.
001200     05  COL 12 VALUE "CONTA ASSOCIADA:"            LINE 6
001210         HIGHLIGHT.
001220     05  COL 12 VALUE "PIN DA CONTA:"               LINE 7
001230         HIGHLIGHT.
001240     05  COL 12 VALUE "CAPITAL:"                    LINE 8
001250         HIGHLIGHT.
001260     05  COL 12 VALUE "TAXA ANUAL (%):"             LINE 10
001270         HIGHLIGHT.
001280     05  COL 12 VALUE "PRAZO (DIAS):"               LINE 12
001290         HIGHLIGHT.
001300     05  COL 12 VALUE "RENOVACAO (N=NAO C=CAPITAL T=CAP+JURO):"
001310         LINE 14 HIGHLIGHT.
001320     05  COL 12 VALUE "INICIO / VENCIMENTO:"        LINE 16
001330         HIGHLIGHT.
001340     05  COL 12 VALUE "ESTADO (A=ATIVO V=VENCIDO M=MOBILIZADO):"
001350         LINE 17 HIGHLIGHT.
001360
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001400     PERFORM 2000-MANTER-DEPOSITO THRU 2000-EXIT
001410         UNTIL FIM-MANUTENCAO
001420     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001430     STOP RUN.
001440
001450******************************************************************
001460* 1000-INICIALIZAR - abre os ficheiros (o de depositos e criado
001470* vazio na primeira execucao no site, como os restantes
001480* ficheiros indexados) e identifica o operador; sem sign-on
001490* valido o programa termina sem mexer em nada.
001500******************************************************************
001510 1000-INICIALIZAR.
001520     OPEN I-O DEPOSITOS
001530     IF WS-FS-DEPOSITOS = "35" THEN
001540         OPEN OUTPUT DEPOSITOS
001550         CLOSE DEPOSITOS
001560         OPEN I-O DEPOSITOS
001570     END-IF
001580     OPEN I-O CONTA-MASTER
001590     IF WS-FS-CONTA NOT = "00" THEN
001600         DISPLAY CLS
001610         DISPLAY "CONTA-MASTER INDISPONIVEL - FS=" AT 1209
001620         HIGHLIGHT FOREGROUND-COLOR 4
001630         DISPLAY WS-FS-CONTA AT 1240 HIGHLIGHT FOREGROUND-COLOR 4
001640         CLOSE DEPOSITOS
001650         STOP RUN
001660     END-IF
001670     OPEN INPUT OPERADOR-MASTER
001680     IF WS-FS-OPER NOT = "00" THEN
001690         DISPLAY CLS
001700         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
001710         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
001720         FOREGROUND-COLOR 4
001730         CLOSE DEPOSITOS
001740         CLOSE CONTA-MASTER
001750         STOP RUN
001760     END-IF
001770
001780     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
001790     IF NOT SIGNON-OK THEN
001800         DISPLAY CLS
001810         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
001820         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001830         PERFORM 9999-FINALIZAR THRU 9999-EXIT
001840         STOP RUN
001850     END-IF
001860     MOVE WS-OPERADOR TO PST-OPERADOR.
001870 1000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
001920* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
001930* TAREFA-11); operadores desactivados na TAREFA-28 nao entram.
001940******************************************************************
001950 1100-SIGNON-OPERADOR.
001960     MOVE "N" TO WS-SIGNON-OK
001970     MOVE 0 TO WS-SIGNON-TENTATIVAS
001980     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
001990         ADD 1 TO WS-SIGNON-TENTATIVAS
002000         DISPLAY CLS
002010         DISPLAY SIGNON-PROMPT
002020         MOVE SPACES TO WS-TEMP
002030         ACCEPT WS-TEMP AT 0622
002040         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
002050         MOVE OPR-ID TO WS-OPERADOR
002060         MOVE SPACES TO WS-TEMP
002070         ACCEPT WS-TEMP AT 0817 SECURE
002080         READ OPERADOR-MASTER
002090             INVALID KEY
002100                 CONTINUE
002110             NOT INVALID KEY
002120                 IF OPR-OPERADOR-ATIVO AND
002130                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
002140                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
002150                     MOVE "S" TO WS-SIGNON-OK
002160                 END-IF
002170         END-READ
002180         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
002190             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
002200             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
002210             ACCEPT WS-TEMP AT 1409
002220         END-IF
002230     END-PERFORM.
002240 1100-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280* 2000-MANTER-DEPOSITO - pede o numero do deposito; "0" termina
002290* o programa. Deposito inexistente e constituido; existente e
002300* mostrado, com as accoes possiveis enquanto estiver ativo. Um
002310* deposito nunca e apagado - fica vencido ou mobilizado, para o
002320* rasto no DPZLIQ e no relatorio fiscal da TAREFA-27.
002330******************************************************************
002340 2000-MANTER-DEPOSITO.
002350     DISPLAY CLS
002360     DISPLAY DEPOSITO-PROMPT
002370     MOVE SPACES TO WS-TEMP
002380     ACCEPT WS-TEMP AT 0646
002390     MOVE WS-TEMP TO WS-DPZ-ID
002400     MOVE WS-DPZ-ID TO DPZ-ID
002410     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002420     MOVE WS-DATA-HORA (1:8) TO WS-DATA-HOJE
002430
002440     IF DPZ-ID = 0 THEN
002450         MOVE "S" TO WS-FIM-MANUTENCAO
002460     ELSE
002470         MOVE "N" TO WS-DEPOSITO-NOVO
002480         READ DEPOSITOS
002490             INVALID KEY
002500                 MOVE "S" TO WS-DEPOSITO-NOVO
002510         END-READ
002520         DISPLAY CLS
002530         DISPLAY DEPOSITO-DADOS
002540         IF DEPOSITO-NOVO THEN
002550             PERFORM 2100-CONSTITUI-DEPOSITO THRU 2100-EXIT
002560         ELSE
002570             PERFORM 2300-MOSTRA-DEPOSITO THRU 2300-EXIT
002580             PERFORM 2400-ACCAO-DEPOSITO THRU 2400-EXIT
002590         END-IF
002600         DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2209
002610         ACCEPT WS-TEMP AT 2236
002620     END-IF.
002630 2000-EXIT.
002640     EXIT.
002650
002660******************************************************************
002670* 2100-CONSTITUI-DEPOSITO - pede a conta associada (tem de
002680* existir e o titular confirma com o PIN da conta), o capital, a
002690* taxa anual, o prazo em dias e a instrucao de renovacao; o
002700* capital e debitado na conta atraves da CONTAPST (origem P) e
002710* so com o debito postado o deposito e gravado ativo, com inicio
002720* hoje e vencimento no fim do prazo.
002730******************************************************************
002740 2100-CONSTITUI-DEPOSITO.
002750*    A AREA DO REGISTO E INDEFINIDA DEPOIS DO READ FALHADO - A
002760*    CHAVE VOLTA A SER SEMEADA DO NUMERO PEDIDO, COMO NA
002770*    TAREFA-32.
002780     MOVE WS-DPZ-ID TO DPZ-ID
002790     MOVE 0 TO DPZ-CONTA-NUM DPZ-CAPITAL DPZ-TAXA DPZ-PRAZO-DIAS
002800     MOVE 0 TO DPZ-DATA-LIQUIDACAO
002810     MOVE WS-DATA-HOJE TO DPZ-DATA-INICIO
002820     MOVE "N" TO DPZ-RENOVACAO
002830     MOVE "A" TO DPZ-ESTADO
002840     MOVE WS-OPERADOR TO DPZ-OPERADOR
002850
002860     PERFORM 2150-PEDE-CONTA THRU 2150-EXIT
002870     IF NOT ACESSO-OK THEN
002880         DISPLAY "ACESSO NEGADO - CONTA OU PIN INVALIDOS"
002890         AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
002900         GO TO 2100-EXIT
002910     END-IF
002920
002930     MOVE "N" TO WS-CAMPO-OK
002940     PERFORM UNTIL CAMPO-OK
002950         MOVE SPACES TO WS-TEMP
002960         ACCEPT WS-TEMP AT 0830
002970         IF FUNCTION TRIM (WS-TEMP) IS NUMERIC
002980            AND FUNCTION NUMVAL (WS-TEMP) > 0 THEN
002990             MOVE WS-TEMP TO DPZ-CAPITAL
003000             MOVE "S" TO WS-CAMPO-OK
003010         ELSE
003020             DISPLAY "CAPITAL INVALIDO - TEM DE SER NUMERICO"&
003030             " E MAIOR QUE ZERO" AT 2009 HIGHLIGHT
003040             FOREGROUND-COLOR 4
003050         END-IF
003060     END-PERFORM
003070
003080     MOVE "N" TO WS-CAMPO-OK
003090     PERFORM UNTIL CAMPO-OK
003100         MOVE SPACES TO WS-TEMP
003110         ACCEPT WS-TEMP AT 1030
003120         IF FUNCTION TRIM (WS-TEMP) = SPACES THEN
003130             DISPLAY "TAXA E OBRIGATORIA (0 = SEM JURO)"
003140             AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003150         ELSE
003160             IF FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
003170                FUNCTION NUMVAL (WS-TEMP) < 100 THEN
003180                 COMPUTE DPZ-TAXA = FUNCTION NUMVAL (WS-TEMP)
003190                 MOVE "S" TO WS-CAMPO-OK
003200             ELSE
003210                 DISPLAY "TAXA INVALIDA - NUMERICA, DE 0 A 99"
003220                 AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003230             END-IF
003240         END-IF
003250     END-PERFORM
003260
003270     MOVE "N" TO WS-CAMPO-OK
003280     PERFORM UNTIL CAMPO-OK
003290         MOVE SPACES TO WS-TEMP
003300         ACCEPT WS-TEMP AT 1230
003310         IF FUNCTION TRIM (WS-TEMP) IS NUMERIC
003320            AND FUNCTION NUMVAL (WS-TEMP) > 0
003330            AND FUNCTION NUMVAL (WS-TEMP) < 10000 THEN
003340             MOVE WS-TEMP TO DPZ-PRAZO-DIAS
003350             MOVE "S" TO WS-CAMPO-OK
003360         ELSE
003370             DISPLAY "PRAZO INVALIDO - DE 1 A 9999 DIAS"
003380             AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003390         END-IF
003400     END-PERFORM
003410
003420     PERFORM 2200-PEDE-RENOVACAO THRU 2200-EXIT
003430
003440     COMPUTE WS-DATA-INTEIRA =
003450         FUNCTION INTEGER-OF-DATE (DPZ-DATA-INICIO)
003460         + DPZ-PRAZO-DIAS
003470     MOVE FUNCTION DATE-OF-INTEGER (WS-DATA-INTEIRA)
003480         TO DPZ-DATA-VENCIMENTO
003490
003500     MOVE "P" TO PST-ORIGEM
003510     MOVE 0 TO PST-ESTORNO-REF
003520     CALL "CONTAPST" USING CONTA-REC, "D", DPZ-CAPITAL,
003530         PST-AREA, WS-RETURN-CD
003540     EVALUATE TRUE
003550         WHEN POSTADO
003560             REWRITE CONTA-REC
003570             WRITE DEPOSITO-REC
003580             PERFORM 2300-MOSTRA-DEPOSITO THRU 2300-EXIT
003590             DISPLAY "DEPOSITO CONSTITUIDO - MOVIMENTO" AT 2009
003600             HIGHLIGHT FOREGROUND-COLOR 2
003610             DISPLAY PST-MOV-REF AT 2043 HIGHLIGHT
003620             FOREGROUND-COLOR 2
003630         WHEN REJEITADO-LIMITE
003640             DISPLAY "DEPOSITO RECUSADO - EXCEDE O LIMITE DE "&
003650             "DESCOBERTO" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003660         WHEN LIMITE-DIARIO
003670             DISPLAY "DEPOSITO RECUSADO - EXCEDE O TECTO "&
003680             "DIARIO DE DEBITOS" AT 2009 HIGHLIGHT
003690             FOREGROUND-COLOR 4
003700         WHEN CONTA-BLOQUEADA
003710             DISPLAY "DEPOSITO RECUSADO - CONTA BLOQUEADA OU "&
003720             "ENCERRADA" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003730         WHEN OTHER
003740             DISPLAY "DEPOSITO RECUSADO - RETORNO DA POSTAGEM"
003750             AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003760             DISPLAY WS-RETURN-CD AT 2050 HIGHLIGHT
003770             FOREGROUND-COLOR 4
003780     END-EVALUATE.
003790 2100-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 2150-PEDE-CONTA - le a conta associada ao deposito (novo: pede
003840* o numero; existente: a do registo) e confirma o PIN da conta
003850* com ate 3 tentativas, como a VALIDA-PIN da TAREFA-11 - e o
003860* titular quem autoriza mexer no dinheiro.
003870******************************************************************
003880 2150-PEDE-CONTA.
003890     MOVE "N" TO WS-ACESSO-OK
003900     IF DEPOSITO-NOVO THEN
003910         MOVE "N" TO WS-CAMPO-OK
003920         PERFORM UNTIL CAMPO-OK
003930             MOVE SPACES TO WS-TEMP
003940             ACCEPT WS-TEMP AT 0630
003950             IF FUNCTION TRIM (WS-TEMP) IS NUMERIC
003960                AND FUNCTION NUMVAL (WS-TEMP) > 0 THEN
003970                 MOVE WS-TEMP TO DPZ-CONTA-NUM
003980                 MOVE "S" TO WS-CAMPO-OK
003990             ELSE
004000                 DISPLAY "CONTA INVALIDA - TEM DE SER NUMERICA"&
004010                 " E MAIOR QUE ZERO" AT 2009 HIGHLIGHT
004020                 FOREGROUND-COLOR 4
004030             END-IF
004040         END-PERFORM
004050     END-IF
004060     MOVE DPZ-CONTA-NUM TO CT-CONTA-NUM
004070     READ CONTA-MASTER
004080         INVALID KEY
004090             GO TO 2150-EXIT
004100     END-READ
004110     MOVE 0 TO WS-PIN-TENTATIVAS
004120     PERFORM UNTIL ACESSO-OK OR WS-PIN-TENTATIVAS = 3
004130         ADD 1 TO WS-PIN-TENTATIVAS
004140         MOVE SPACES TO WS-TEMP
004150         ACCEPT WS-TEMP AT 0730 SECURE
004160         IF FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
004170            FUNCTION NUMVAL (WS-TEMP) = CT-PIN THEN
004180             MOVE "S" TO WS-ACESSO-OK
004190         ELSE
004200             IF WS-PIN-TENTATIVAS < 3 THEN
004210                 DISPLAY "PIN INCORRECTO - TENTE OUTRA VEZ"
004220                 AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
004230             END-IF
004240         END-IF
004250     END-PERFORM
004260     DISPLAY CLEAN-LINE.
004270 2150-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* 2200-PEDE-RENOVACAO - instrucao para o vencimento; em branco
004320* mantem a actual (N no deposito novo).
004330******************************************************************
004340 2200-PEDE-RENOVACAO.
004350     MOVE "N" TO WS-CAMPO-OK
004360     PERFORM UNTIL CAMPO-OK
004370         MOVE SPACES TO WS-TEMP
004380         ACCEPT WS-TEMP AT 1452
004390         IF FUNCTION TRIM (WS-TEMP) = SPACES THEN
004400             MOVE "S" TO WS-CAMPO-OK
004410         ELSE
004420             IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) = "N" OR
004430                "C" OR "T" THEN
004440                 MOVE FUNCTION UPPER-CASE (WS-TEMP (1:1))
004450                     TO DPZ-RENOVACAO
004460                 MOVE "S" TO WS-CAMPO-OK
004470             ELSE
004480                 DISPLAY "RENOVACAO INVALIDA - TEM DE SER N, C"&
004490                 " OU T" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
004500             END-IF
004510         END-IF
004520     END-PERFORM
004530     DISPLAY DPZ-RENOVACAO AT 1452.
004540 2200-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 2300-MOSTRA-DEPOSITO - mostra os dados gravados do deposito.
004590******************************************************************
004600 2300-MOSTRA-DEPOSITO.
004610     MOVE DPZ-CONTA-NUM TO WS-TEMP
004620     DISPLAY WS-TEMP AT 0630
004630     MOVE DPZ-CAPITAL TO WS-VALOR-DISP
004640     DISPLAY WS-VALOR-DISP AT 0830
004650     MOVE DPZ-TAXA TO WS-TAXA-DISP
004660     DISPLAY WS-TAXA-DISP AT 1030
004670     MOVE DPZ-PRAZO-DIAS TO WS-TEMP
004680     DISPLAY WS-TEMP AT 1230
004690     DISPLAY DPZ-RENOVACAO AT 1452
004700     DISPLAY DPZ-DATA-INICIO AT 1633
004710     DISPLAY "/" AT 1642
004720     DISPLAY DPZ-DATA-VENCIMENTO AT 1644
004730     DISPLAY DPZ-ESTADO AT 1753.
004740 2300-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 2400-ACCAO-DEPOSITO - deposito ativo: R muda a instrucao de
004790* renovacao, M mobiliza antes do vencimento; ENTER volta atras.
004800* Deposito ja vencido ou mobilizado e so consultado.
004810******************************************************************
004820 2400-ACCAO-DEPOSITO.
004830     IF NOT DPZ-ATIVO THEN
004840         GO TO 2400-EXIT
004850     END-IF
004860     DISPLAY "ACCAO: R=RENOVACAO M=MOBILIZAR ENTER=VOLTAR:"
004870         AT 1909 HIGHLIGHT
004880     MOVE SPACES TO WS-TEMP
004890     ACCEPT WS-TEMP AT 1955
004900     MOVE FUNCTION UPPER-CASE (WS-TEMP (1:1)) TO WS-ACCAO
004910     EVALUATE WS-ACCAO
004920         WHEN "R"
004930             PERFORM 2200-PEDE-RENOVACAO THRU 2200-EXIT
004940             REWRITE DEPOSITO-REC
004950             DISPLAY "INSTRUCAO DE RENOVACAO GRAVADA" AT 2009
004960             HIGHLIGHT FOREGROUND-COLOR 2
004970         WHEN "M"
004980             PERFORM 2500-MOBILIZA-DEPOSITO THRU 2500-EXIT
004990         WHEN OTHER
005000             CONTINUE
005010     END-EVALUATE.
005020 2400-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 2500-MOBILIZA-DEPOSITO - mobilizacao antecipada: so antes da
005070* data de vencimento (no proprio dia o deposito e liquidado, com
005080* juros, na corrida da noite da TAREFA-36). Penalizacao: os
005090* juros decorridos perdem-se na totalidade - so o capital volta
005100* a conta associada, creditado atraves da CONTAPST (origem P).
005110* A mobilizacao fica no historico DPZLIQ com juro zero.
005120******************************************************************
005130 2500-MOBILIZA-DEPOSITO.
005140     IF WS-DATA-HOJE >= DPZ-DATA-VENCIMENTO THEN
005150         DISPLAY "DEPOSITO VENCIDO - E LIQUIDADO NA CORRIDA "&
005160         "DA NOITE (TAREFA-36)" AT 2009 HIGHLIGHT
005170         FOREGROUND-COLOR 4
005180         GO TO 2500-EXIT
005190     END-IF
005200     PERFORM 2150-PEDE-CONTA THRU 2150-EXIT
005210     IF NOT ACESSO-OK THEN
005220         DISPLAY "ACESSO NEGADO - CONTA OU PIN INVALIDOS"
005230         AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
005240         GO TO 2500-EXIT
005250     END-IF
005260
005270     MOVE "P" TO PST-ORIGEM
005280     MOVE 0 TO PST-ESTORNO-REF
005290     CALL "CONTAPST" USING CONTA-REC, "C", DPZ-CAPITAL,
005300         PST-AREA, WS-RETURN-CD
005310     IF NOT POSTADO THEN
005320         DISPLAY "MOBILIZACAO RECUSADA - CONTA ASSOCIADA "&
005330         "BLOQUEADA OU ENCERRADA" AT 2009 HIGHLIGHT
005340         FOREGROUND-COLOR 4
005350         GO TO 2500-EXIT
005360     END-IF
005370     REWRITE CONTA-REC
005380
005390     MOVE "M" TO DPZ-ESTADO
005400     MOVE WS-DATA-HOJE TO DPZ-DATA-LIQUIDACAO
005410     REWRITE DEPOSITO-REC
005420
005430     MOVE DPZ-ID TO DPL-DPZ-ID
005440     MOVE DPZ-CONTA-NUM TO DPL-CONTA-NUM
005450     MOVE WS-DATA-HOJE TO DPL-DATA
005460     MOVE "M" TO DPL-TIPO
005470     MOVE DPZ-CAPITAL TO DPL-CAPITAL
005480     MOVE 0 TO DPL-JUROS-BRUTOS
005490     MOVE 0 TO DPL-RETENCAO
005500     PERFORM 2550-GRAVA-LIQUIDACAO THRU 2550-EXIT
005510
005520     DISPLAY DPZ-ESTADO AT 1753
005530     DISPLAY "DEPOSITO MOBILIZADO - CAPITAL CREDITADO, JUROS "&
005540     "PERDIDOS" AT 2009 HIGHLIGHT FOREGROUND-COLOR 2.
005550 2500-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 2550-GRAVA-LIQUIDACAO - acrescenta o registo ao historico
005600* DPZLIQ, aberto e fechado a cada escrita como o MOVIMENTOS nas
005610* origens de balcao; ficheiro inexistente e criado.
005620******************************************************************
005630 2550-GRAVA-LIQUIDACAO.
005640     OPEN EXTEND DPZ-LIQUIDACOES
005650     IF WS-FS-DPZLIQ = "05" OR WS-FS-DPZLIQ = "35" THEN
005660         OPEN OUTPUT DPZ-LIQUIDACOES
005670         CLOSE DPZ-LIQUIDACOES
005680         OPEN EXTEND DPZ-LIQUIDACOES
005690     END-IF
005700     WRITE DPZ-LIQ-REC
005710     CLOSE DPZ-LIQUIDACOES.
005720 2550-EXIT.
005730     EXIT.
005740
005750 9999-FINALIZAR.
005760     CLOSE DEPOSITOS
005770     CLOSE CONTA-MASTER
005780     CLOSE OPERADOR-MASTER.
005790 9999-EXIT.
005800     EXIT.
005810
005820 END PROGRAM TAREFA-35.

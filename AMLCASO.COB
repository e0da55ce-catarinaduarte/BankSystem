000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  15/07/2024
000050* Date-Compiled:
000060* Purpose:       Casos de branqueamento de capitais (nos moldes
000070*                da TAREFA-42): lista os alertas em aberto
000080*                gravados no AMLALR pela monitorizacao nocturna
000090*                da TAREFA-44 e, para o escolhido, mostra a regra,
000100*                a conta, o titular (CLIMST) e o NIF, e permite ao
000110*                compliance fecha-lo como justificado (J) ou como
000120*                reportado as autoridades (R), com uma nota. O
000130*                operador identifica-se no OPERMST (TAREFA-28)
000140*                como na TAREFA-11 e o seu id fica no alerta; um
000150*                alerta sobre os estornos do proprio operador tem
000160*                de ser fechado por outro.
000170* Tectonics:     cobc
000180*
000190* Modification history:
000200*   15/07/2024  RSA  Programa original.
000202*   23/09/2024  RSA  CLIMST indisponivel termina o ecra em vez
000204*                    de criar o ficheiro vazio.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. TAREFA-45.
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ALERTAS ASSIGN TO "AMLALR"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS ALR-ID
000320         FILE STATUS IS WS-FS-ALERTA.
000330     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CLI-CONTA-NUM
000370         FILE STATUS IS WS-FS-CLIENTE.
000380     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OPR-ID
000420         FILE STATUS IS WS-FS-OPER.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ALERTAS.
000470     COPY ALRREC.
000480
000490 FD  CLIENTE-MASTER.
000500     COPY CLIREC.
000510
000520 FD  OPERADOR-MASTER.
000530     COPY OPRREC.
000540
000550 WORKING-STORAGE SECTION.
000560 77  WS-FS-ALERTA        PIC X(02) VALUE "00".
000570 77  WS-FS-CLIENTE       PIC X(02) VALUE "00".
000580 77  WS-FS-OPER          PIC X(02) VALUE "00".
000590 77  WS-TEMP             PIC X(14) VALUE SPACES.
000600 77  WS-NOTA             PIC X(60) VALUE SPACES.
000610 77  WS-ALR-ID           PIC 9(08) VALUE 0.
000620 77  WS-LINHA            PIC 9(02) VALUE 0.
000630 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000640 77  WS-DATA-HOJE        PIC 9(08) VALUE 0.
000650 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000660 77  WS-ACCAO            PIC X(01) VALUE SPACES.
000670 77  WS-FIM-MANUTENCAO   PIC X(01) VALUE "N".
000680     88  FIM-MANUTENCAO      VALUE "S".
000690 77  WS-FIM-ALERTAS      PIC X(01) VALUE "N".
000700     88  FIM-ALERTAS         VALUE "S".
000710 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000720     88  CAMPO-OK            VALUE "S".
000730 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000740     88  SIGNON-OK           VALUE "S".
000750 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000760
000770 01  ZVALOR              PIC ZZZBZZZBZZZBZZ9V,99.
000780
000790 01  WS-LINHA-ALERTA.
000800     05  WS-LA-ID            PIC 9(08).
000810     05  FILLER              PIC X(02) VALUE SPACES.
000820     05  WS-LA-DATA          PIC 9(08).
000830     05  FILLER              PIC X(02) VALUE SPACES.
000840     05  WS-LA-REGRA         PIC X(02).
000850     05  FILLER              PIC X(02) VALUE SPACES.
000860     05  WS-LA-CONTA         PIC 9(08).
000870     05  FILLER              PIC X(02) VALUE SPACES.
000880     05  WS-LA-NIF           PIC 9(09).
000890     05  FILLER              PIC X(01) VALUE SPACES.
000900     05  WS-LA-VALOR         PIC ZZZBZZZBZZZBZZ9V,99.
000910     05  FILLER              PIC X(02) VALUE SPACES.
000920     05  WS-LA-ESCALADO      PIC X(01).
000930
000940 SCREEN SECTION.
000950 01  CLS BLANK SCREEN.
000960
000970 01  CLEAN-LINE.
000980     05  COL 1 VALUE " " LINE 20 ERASE EOL.
000990     05  COL 1 VALUE " " LINE 22 ERASE EOL.
001000
001010 01  SIGNON-PROMPT.
001020     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
001030         LINE 2.
001040     05  COL 12 VALUE "OPERADOR:"                   LINE 6
001050         HIGHLIGHT.
001060     05  COL 12 VALUE "PIN:"                        LINE 8
001070         HIGHLIGHT.
001080
001090 01  LISTA-ALERTAS.
001100     05  COL 10 VALUE "---------- ALERTAS DE BRANQUEAMENTO -----"
001110         LINE 2.
001120     05  COL 12 VALUE "NUMERO    DATA      RG  CONTA     NIF"
001130         LINE 4 HIGHLIGHT.
001140     05  COL 56 VALUE "             VALOR ESC"      LINE 4
001150         HIGHLIGHT.
001160     05  COL 12 VALUE "NUMERO DO ALERTA (0 PARA SAIR):"  LINE 17
001170         HIGHLIGHT.
001180
001190 01  ALERTA-DADOS.
001200     05  COL 10 VALUE "---------- ALERTAS DE BRANQUEAMENTO -----"
001210         LINE 2.
001220     05  COL 12 VALUE "NUMERO:"                     LINE 4
001230         HIGHLIGHT.
001240     05  COL 40 VALUE "DETECTADO EM:"               LINE 4
001250         HIGHLIGHT.
001260     05  COL 12 VALUE "REGRA:"                      LINE 5
001270         HIGHLIGHT.
001280     05  COL 12 VALUE "CONTA:"                      LINE 6
001290         HIGHLIGHT.
001300     05  COL 40 VALUE "NIF:"                        LINE 6
001310         HIGHLIGHT.
001320     05  COL 12 VALUE "TITULAR:"                    LINE 7
001330         HIGHLIGHT.
001340     05  COL 12 VALUE "OPERADOR DOS MOVIMENTOS:"    LINE 8
001350         HIGHLIGHT.
001360     05  COL 12 VALUE "MOVIMENTOS:"                 LINE 9
001370         HIGHLIGHT.
001380     05  COL 40 VALUE "VALOR:"                      LINE 9
001390         HIGHLIGHT.
001400     05  COL 12 VALUE "ULTIMO MOVIMENTO:"           LINE 10
001410         HIGHLIGHT.
001420     05  COL 12 VALUE "ESTADO:"                     LINE 11
001430         HIGHLIGHT.
001440     05  COL 12 VALUE "NOTA:"                       LINE 12
001450         HIGHLIGHT.
001460
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001500     PERFORM 2000-TRATAR-ALERTA THRU 2000-EXIT
001510         UNTIL FIM-MANUTENCAO
001520     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001530     STOP RUN.
001540
001550******************************************************************
001560* 1000-INICIALIZAR - abre os ficheiros (alertas criado vazio na
001570* primeira execucao no site) e identifica o operador; sem sign-on
001580* valido o programa termina sem mexer em nada.
001590******************************************************************
001600 1000-INICIALIZAR.
001610     OPEN I-O ALERTAS
001620     IF WS-FS-ALERTA = "35" THEN
001630         OPEN OUTPUT ALERTAS
001640         CLOSE ALERTAS
001650         OPEN I-O ALERTAS
001660     END-IF
001670     OPEN INPUT CLIENTE-MASTER
001680     IF WS-FS-CLIENTE NOT = "00" THEN
001690         DISPLAY CLS
001700         DISPLAY "FICHEIRO DE CLIENTES INDISPONIVEL - FS="
001710         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001712         DISPLAY WS-FS-CLIENTE AT 1248 HIGHLIGHT
001714         FOREGROUND-COLOR 4
001716         CLOSE ALERTAS
001718         STOP RUN
001720     END-IF
001730     OPEN INPUT OPERADOR-MASTER
001740     IF WS-FS-OPER NOT = "00" THEN
001750         DISPLAY CLS
001760         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
001770         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
001780         FOREGROUND-COLOR 4
001790         CLOSE ALERTAS
001800         CLOSE CLIENTE-MASTER
001810         STOP RUN
001820     END-IF
001830
001840     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
001850     IF NOT SIGNON-OK THEN
001860         DISPLAY CLS
001870         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
001880         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001890         PERFORM 9999-FINALIZAR THRU 9999-EXIT
001900         STOP RUN
001910     END-IF.
001920 1000-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
001970* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
001980* TAREFA-11); operadores desactivados na TAREFA-28 nao entram.
001990******************************************************************
002000 1100-SIGNON-OPERADOR.
002010     MOVE "N" TO WS-SIGNON-OK
002020     MOVE 0 TO WS-SIGNON-TENTATIVAS
002030     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
002040         ADD 1 TO WS-SIGNON-TENTATIVAS
002050         DISPLAY CLS
002060         DISPLAY SIGNON-PROMPT
002070         MOVE SPACES TO WS-TEMP
002080         ACCEPT WS-TEMP AT 0622
002090         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
002100         MOVE OPR-ID TO WS-OPERADOR
002110         MOVE SPACES TO WS-TEMP
002120         ACCEPT WS-TEMP AT 0817 SECURE
002130         READ OPERADOR-MASTER
002140             INVALID KEY
002150                 CONTINUE
002160             NOT INVALID KEY
002170                 IF OPR-OPERADOR-ATIVO AND
002180                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
002190                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
002200                     MOVE "S" TO WS-SIGNON-OK
002210                 END-IF
002220         END-READ
002230         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
002240             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
002250             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
002260             ACCEPT WS-TEMP AT 1409
002270         END-IF
002280     END-PERFORM.
002290 1100-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 2000-TRATAR-ALERTA - lista os alertas em aberto e pede o numero
002340* do alerta; "0" termina o programa. Qualquer alerta existente
002350* pode ser consultado; so os em aberto sao fechados. Nada e
002360* apagado - os fechados ficam no ficheiro com o estado.
002370******************************************************************
002380 2000-TRATAR-ALERTA.
002390     DISPLAY CLS
002400     DISPLAY LISTA-ALERTAS
002410     PERFORM 2100-LISTA-ABERTOS THRU 2100-EXIT
002420     MOVE SPACES TO WS-TEMP
002430     ACCEPT WS-TEMP AT 1744
002440     MOVE WS-TEMP TO WS-ALR-ID
002450     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002460     MOVE WS-DATA-HORA (1:8) TO WS-DATA-HOJE
002470
002480     IF WS-ALR-ID = 0 THEN
002490         MOVE "S" TO WS-FIM-MANUTENCAO
002500         GO TO 2000-EXIT
002510     END-IF
002520     MOVE WS-ALR-ID TO ALR-ID
002530     READ ALERTAS
002540         INVALID KEY
002550             DISPLAY "ALERTA INEXISTENTE" AT 2009 HIGHLIGHT
002560             FOREGROUND-COLOR 4
002570             DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2209
002580             ACCEPT WS-TEMP AT 2236
002590             GO TO 2000-EXIT
002600     END-READ
002610
002620     PERFORM 2200-MOSTRA-ALERTA THRU 2200-EXIT
002630     PERFORM 2300-ACCAO-ALERTA THRU 2300-EXIT
002640     DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2209
002650     ACCEPT WS-TEMP AT 2236.
002660 2000-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700* 2100-LISTA-ABERTOS - lista, por ordem de numero, os alertas em
002710* aberto nas linhas 5 a 15 do ecra (ESC = ja saiu no relatorio
002720* de escalamento); se houver mais, a ultima linha avisa.
002730******************************************************************
002740 2100-LISTA-ABERTOS.
002750     MOVE 5 TO WS-LINHA
002760     MOVE "N" TO WS-FIM-ALERTAS
002770     MOVE 0 TO ALR-ID
002780     START ALERTAS KEY IS NOT LESS THAN ALR-ID
002790         INVALID KEY
002800             MOVE "S" TO WS-FIM-ALERTAS
002810     END-START
002820     PERFORM 2110-LISTA-ABERTO THRU 2110-EXIT
002830         UNTIL FIM-ALERTAS
002840     IF WS-LINHA = 5 THEN
002850         DISPLAY "SEM ALERTAS EM ABERTO" AT 0512
002860     END-IF.
002870 2100-EXIT.
002880     EXIT.
002890
002900 2110-LISTA-ABERTO.
002910     READ ALERTAS NEXT RECORD
002920         AT END
002930             MOVE "S" TO WS-FIM-ALERTAS
002940             GO TO 2110-EXIT
002950     END-READ
002960     IF NOT ALR-ABERTO THEN
002970         GO TO 2110-EXIT
002980     END-IF
002990     IF WS-LINHA > 15 THEN
003000         DISPLAY "(MAIS ALERTAS NAO MOSTRADOS)" AT COL 12
003010             LINE WS-LINHA
003020         MOVE "S" TO WS-FIM-ALERTAS
003030         GO TO 2110-EXIT
003040     END-IF
003050     MOVE ALR-ID TO WS-LA-ID
003060     MOVE ALR-DATA TO WS-LA-DATA
003070     MOVE ALR-REGRA TO WS-LA-REGRA
003080     MOVE ALR-CONTA-NUM TO WS-LA-CONTA
003090     MOVE ALR-NIF TO WS-LA-NIF
003100     MOVE ALR-VALOR TO WS-LA-VALOR
003110     IF ALR-DATA-ESCALADA = 0 THEN
003120         MOVE SPACES TO WS-LA-ESCALADO
003130     ELSE
003140         MOVE "S" TO WS-LA-ESCALADO
003150     END-IF
003160     DISPLAY WS-LINHA-ALERTA AT COL 12 LINE WS-LINHA
003170     ADD 1 TO WS-LINHA.
003180 2110-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220* 2200-MOSTRA-ALERTA - mostra o alerta com o titular da conta
003230* (CLIMST) e o estado; nos fechados, a data, o operador que
003240* fechou e a nota.
003250******************************************************************
003260 2200-MOSTRA-ALERTA.
003270     DISPLAY CLS
003280     DISPLAY ALERTA-DADOS
003290     DISPLAY ALR-ID AT 0420
003300     DISPLAY ALR-DATA AT 0454
003310     DISPLAY ALR-REGRA AT 0519
003320     DISPLAY ALR-DESCRICAO AT 0522
003330     IF ALR-CONTA-NUM = 0 THEN
003340         DISPLAY "(ALERTA SOBRE UM OPERADOR)" AT 0619
003350     ELSE
003360         DISPLAY ALR-CONTA-NUM AT 0619
003370         DISPLAY ALR-NIF AT 0645
003380         MOVE ALR-CONTA-NUM TO CLI-CONTA-NUM
003390         READ CLIENTE-MASTER
003400             INVALID KEY
003410                 MOVE "(SEM FICHA DE CLIENTE)" TO CLI-NOME
003420         END-READ
003430         DISPLAY CLI-NOME AT 0721
003440     END-IF
003450     DISPLAY ALR-OPERADOR-MOV AT 0837
003460     DISPLAY ALR-QTD AT 0924
003470     MOVE ALR-VALOR TO ZVALOR
003480     DISPLAY ZVALOR AT 0947
003490     DISPLAY ALR-MOV-REF AT 1030
003500     EVALUATE TRUE
003510         WHEN ALR-ABERTO
003520             DISPLAY "EM ABERTO" AT 1120
003530             IF ALR-DATA-ESCALADA NOT = 0 THEN
003540                 DISPLAY "- ESCALADO EM" AT 1130
003550                 DISPLAY ALR-DATA-ESCALADA AT 1144
003560             END-IF
003570         WHEN ALR-JUSTIFICADO
003580             DISPLAY "JUSTIFICADO EM" AT 1120
003590             DISPLAY ALR-DATA-FECHO AT 1135
003600             DISPLAY "POR" AT 1144
003610             DISPLAY ALR-OPERADOR AT 1148
003620         WHEN ALR-REPORTADO
003630             DISPLAY "REPORTADO EM" AT 1120
003640             DISPLAY ALR-DATA-FECHO AT 1133
003650             DISPLAY "POR" AT 1142
003660             DISPLAY ALR-OPERADOR AT 1146
003670     END-EVALUATE
003680     DISPLAY ALR-NOTA AT 1218.
003690 2200-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 2300-ACCAO-ALERTA - J fecha o alerta como justificado, R como
003740* reportado as autoridades; ENTER volta atras. Um alerta de
003750* estornos (EO) do proprio operador tem de ser fechado por
003760* outro.
003770******************************************************************
003780 2300-ACCAO-ALERTA.
003790     IF NOT ALR-ABERTO THEN
003800         GO TO 2300-EXIT
003810     END-IF
003820     IF ALR-OPERADOR-MOV = WS-OPERADOR THEN
003830         DISPLAY "ALERTA SOBRE O PROPRIO OPERADOR - TEM DE SER "&
003840         "FECHADO POR OUTRO" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
003850         GO TO 2300-EXIT
003860     END-IF
003870     DISPLAY "ACCAO: J=FECHAR COMO JUSTIFICADO R=FECHAR COMO "&
003880         "REPORTADO:" AT 1509 HIGHLIGHT
003890     MOVE SPACES TO WS-TEMP
003900     ACCEPT WS-TEMP AT 1566
003910     MOVE FUNCTION UPPER-CASE (WS-TEMP (1:1)) TO WS-ACCAO
003920     IF WS-ACCAO NOT = "J" AND WS-ACCAO NOT = "R" THEN
003930         GO TO 2300-EXIT
003940     END-IF
003950
003960     DISPLAY "NOTA:" AT 1709 HIGHLIGHT
003970     MOVE "N" TO WS-CAMPO-OK
003980     PERFORM UNTIL CAMPO-OK
003990         MOVE SPACES TO WS-NOTA
004000         ACCEPT WS-NOTA AT 1715
004010         IF WS-NOTA NOT = SPACES THEN
004020             MOVE "S" TO WS-CAMPO-OK
004030         ELSE
004040             DISPLAY "A NOTA E OBRIGATORIA" AT 2009 HIGHLIGHT
004050             FOREGROUND-COLOR 4
004060         END-IF
004070     END-PERFORM
004080     DISPLAY CLEAN-LINE
004090
004100     DISPLAY "CONFIRMA O FECHO (S/N)?" AT 1909 HIGHLIGHT
004110     MOVE SPACES TO WS-TEMP
004120     ACCEPT WS-TEMP AT 1933
004130     IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) NOT = "S" THEN
004140         DISPLAY "ALERTA NAO FECHADO" AT 2009 HIGHLIGHT
004150         FOREGROUND-COLOR 4
004160         GO TO 2300-EXIT
004170     END-IF
004180
004190     MOVE WS-ACCAO TO ALR-ESTADO
004200     MOVE WS-DATA-HOJE TO ALR-DATA-FECHO
004210     MOVE WS-OPERADOR TO ALR-OPERADOR
004220     MOVE FUNCTION UPPER-CASE (WS-NOTA) TO ALR-NOTA
004230     REWRITE ALERTA-REC
004240     IF WS-FS-ALERTA NOT = "00" THEN
004250         DISPLAY "ERRO A ACTUALIZAR O ALERTA - FS=" AT 2009
004260         HIGHLIGHT FOREGROUND-COLOR 4
004270         DISPLAY WS-FS-ALERTA AT 2041 HIGHLIGHT FOREGROUND-COLOR 4
004280         GO TO 2300-EXIT
004290     END-IF
004300     PERFORM 2200-MOSTRA-ALERTA THRU 2200-EXIT
004310     IF ALR-REPORTADO THEN
004320         DISPLAY "ALERTA FECHADO COMO REPORTADO" AT 2009
004330         HIGHLIGHT FOREGROUND-COLOR 2
004340     ELSE
004350         DISPLAY "ALERTA FECHADO COMO JUSTIFICADO" AT 2009
004360         HIGHLIGHT FOREGROUND-COLOR 2
004370     END-IF.
004380 2300-EXIT.
004390     EXIT.
004400
004410 9999-FINALIZAR.
004420     CLOSE ALERTAS
004430     CLOSE CLIENTE-MASTER
004440     CLOSE OPERADOR-MASTER.
004450 9999-EXIT.
004460     EXIT.
004470
004480 END PROGRAM TAREFA-45.

000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  17/06/2024
000050* Date-Compiled:
000060* Purpose:       Reparacao do suspenso das transferencias
000070*                recebidas (nos moldes da TAREFA-39): lista as
000080*                transferencias parqueadas no TRFSUSP pela
000090*                TAREFA-41 (conta inexistente, encerrada ou
000100*                bloqueada, nome que nao confere, credito
000110*                recusado) e, para a escolhida, permite credita-la
000120*                na conta certa - atraves da CONTAPST com a origem
000130*                I - ou marca-la para devolucao ao banco
000140*                ordenante, que segue no proximo envio da
000150*                TAREFA-30. O operador identifica-se no OPERMST
000160*                (TAREFA-28) como na TAREFA-11 e o seu id fica no
000170*                movimento e no registo do suspenso.
000180* Tectonics:     cobc
000190*
000200* Modification history:
000210*   17/06/2024  RSA  Programa original.
000212*   01/07/2024  RSA  Motivo 06 (conta dormente) no ecra do item;
000214*                    conta dormente tambem nao pode receber o
000216*                    credito de um item.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. TAREFA-42.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SUSPENSO ASSIGN TO "TRFSUSP"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SUS-ID
000330         FILE STATUS IS WS-FS-SUSP.
000340     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CT-CONTA-NUM
000380         FILE STATUS IS WS-FS-CONTA.
000390     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CLI-CONTA-NUM
000430         FILE STATUS IS WS-FS-CLIENTE.
000440     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OPR-ID
000480         FILE STATUS IS WS-FS-OPER.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SUSPENSO.
000530     COPY SUSREC.
000540
000550 FD  CONTA-MASTER.
000560     COPY CONTAREC.
000570
000580 FD  CLIENTE-MASTER.
000590     COPY CLIREC.
000600
000610 FD  OPERADOR-MASTER.
000620     COPY OPRREC.
000630
000640 WORKING-STORAGE SECTION.
000650 77  WS-FS-SUSP          PIC X(02) VALUE "00".
000660 77  WS-FS-CONTA         PIC X(02) VALUE "00".
000670 77  WS-FS-CLIENTE       PIC X(02) VALUE "00".
000680 77  WS-FS-OPER          PIC X(02) VALUE "00".
000690 77  WS-TEMP             PIC X(14) VALUE SPACES.
000700 77  WS-SUS-ID           PIC 9(08) VALUE 0.
000710 77  WS-CONTA-DESTINO    PIC 9(08) VALUE 0.
000720 77  WS-LINHA            PIC 9(02) VALUE 0.
000730 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000740 77  WS-DATA-HOJE        PIC 9(08) VALUE 0.
000750 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000760 77  WS-ACCAO            PIC X(01) VALUE SPACES.
000770 77  WS-MOTIVO-DESCR     PIC X(24) VALUE SPACES.
000780 77  WS-FIM-MANUTENCAO   PIC X(01) VALUE "N".
000790     88  FIM-MANUTENCAO      VALUE "S".
000800 77  WS-FIM-SUSP         PIC X(01) VALUE "N".
000810     88  FIM-SUSP            VALUE "S".
000820 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000830     88  CAMPO-OK            VALUE "S".
000840 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000850     88  SIGNON-OK           VALUE "S".
000860 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000870
000880 01  WS-RETURN-CD        PIC 9(02) VALUE 0.
000890     88  POSTADO             VALUE 00.
000900     88  CONTA-BLOQUEADA     VALUE 30.
000910
000920 COPY PSTAREA.
000930
000940 01  ZVALOR              PIC ZZZBZZZBZZZBZZ9V,99.
000950
000960 01  WS-LINHA-SUSPENSO.
000970     05  WS-LS-ID            PIC 9(08).
000980     05  FILLER              PIC X(02) VALUE SPACES.
000990     05  WS-LS-ENTRADA       PIC 9(08).
001000     05  FILLER              PIC X(02) VALUE SPACES.
001010     05  WS-LS-CONTA         PIC 9(08).
001020     05  FILLER              PIC X(01) VALUE SPACES.
001030     05  WS-LS-VALOR         PIC ZZZBZZZBZZZBZZ9V,99.
001040     05  FILLER              PIC X(02) VALUE SPACES.
001050     05  WS-LS-MOTIVO        PIC X(02).
001060     05  FILLER              PIC X(03) VALUE SPACES.
001070     05  WS-LS-ESTADO        PIC X(01).
001080
001090 SCREEN SECTION.
001100 01  CLS BLANK SCREEN.
001110
001120 01  CLEAN-LINE.
001130     05  COL 1 VALUE " " LINE 20 ERASE EOL.
001140     05  COL 1 VALUE " " LINE 22 ERASE EOL.
001150
001160 01  SIGNON-PROMPT.
001170     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
001180         LINE 2.
001190     05  COL 12 VALUE "OPERADOR:"                   LINE 6
001200         HIGHLIGHT.
001210     05  COL 12 VALUE "PIN:"                        LINE 8
001220         HIGHLIGHT.
001230
001240 01  LISTA-SUSPENSO.
001250     05  COL 10 VALUE "---------- SUSPENSO TRANSF. RECEBIDAS ---"
001260         LINE 2.
001270     05  COL 12 VALUE "NUMERO    ENTRADA   CONTA    "     LINE 4
001280         HIGHLIGHT.
001290     05  COL 41 VALUE "             VALOR  MOT EST"       LINE 4
001300         HIGHLIGHT.
001310     05  COL 12 VALUE "NUMERO DO SUSPENSO (0 PARA SAIR):" LINE 17
001320         HIGHLIGHT.
001330
001340 01  SUSPENSO-DADOS.
001350     05  COL 10 VALUE "---------- SUSPENSO TRANSF. RECEBIDAS ---"
001360         LINE 2.
001370     05  COL 12 VALUE "NUMERO:"                     LINE 4
001380         HIGHLIGHT.
001390     05  COL 40 VALUE "ENTRADA:"                    LINE 4
001400         HIGHLIGHT.
001410     05  COL 12 VALUE "CONTA INDICADA:"             LINE 5
001420         HIGHLIGHT.
001430     05  COL 12 VALUE "BENEFICIARIO:"               LINE 6
001440         HIGHLIGHT.
001450     05  COL 12 VALUE "VALOR:"                      LINE 7
001460         HIGHLIGHT.
001470     05  COL 12 VALUE "ORDENANTE:"                  LINE 8
001480         HIGHLIGHT.
001490     05  COL 12 VALUE "BANCO/BALCAO/CONTA:"         LINE 9
001500         HIGHLIGHT.
001510     05  COL 12 VALUE "REFERENCIA:"                 LINE 10
001520         HIGHLIGHT.
001530     05  COL 12 VALUE "MOTIVO:"                     LINE 11
001540         HIGHLIGHT.
001550     05  COL 12 VALUE "ESTADO:"                     LINE 12
001560         HIGHLIGHT.
001570
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001610     PERFORM 2000-REPARAR-SUSPENSO THRU 2000-EXIT
001620         UNTIL FIM-MANUTENCAO
001630     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001640     STOP RUN.
001650
001660******************************************************************
001670* 1000-INICIALIZAR - abre os ficheiros (suspenso criado vazio na
001680* primeira execucao no site) e identifica o operador; sem sign-on
001690* valido o programa termina sem mexer em nada.
001700******************************************************************
001710 1000-INICIALIZAR.
001720     OPEN I-O SUSPENSO
001730     IF WS-FS-SUSP = "35" THEN
001740         OPEN OUTPUT SUSPENSO
001750         CLOSE SUSPENSO
001760         OPEN I-O SUSPENSO
001770     END-IF
001780     OPEN I-O CONTA-MASTER
001790     IF WS-FS-CONTA NOT = "00" THEN
001800         DISPLAY CLS
001810         DISPLAY "CONTA-MASTER INDISPONIVEL - FS=" AT 1209
001820         HIGHLIGHT FOREGROUND-COLOR 4
001830         DISPLAY WS-FS-CONTA AT 1240 HIGHLIGHT FOREGROUND-COLOR 4
001840         CLOSE SUSPENSO
001850         STOP RUN
001860     END-IF
001870     OPEN INPUT CLIENTE-MASTER
001880     IF WS-FS-CLIENTE = "35" THEN
001890         OPEN OUTPUT CLIENTE-MASTER
001900         CLOSE CLIENTE-MASTER
001910         OPEN INPUT CLIENTE-MASTER
001920     END-IF
001930     OPEN INPUT OPERADOR-MASTER
001940     IF WS-FS-OPER NOT = "00" THEN
001950         DISPLAY CLS
001960         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
001970         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
001980         FOREGROUND-COLOR 4
001990         CLOSE SUSPENSO
002000         CLOSE CONTA-MASTER
002010         CLOSE CLIENTE-MASTER
002020         STOP RUN
002030     END-IF
002040
002050     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
002060     IF NOT SIGNON-OK THEN
002070         DISPLAY CLS
002080         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
002090         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
002100         PERFORM 9999-FINALIZAR THRU 9999-EXIT
002110         STOP RUN
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150
002160******************************************************************
002170* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
002180* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
002190* TAREFA-11); operadores desactivados na TAREFA-28 nao entram.
002200******************************************************************
002210 1100-SIGNON-OPERADOR.
002220     MOVE "N" TO WS-SIGNON-OK
002230     MOVE 0 TO WS-SIGNON-TENTATIVAS
002240     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
002250         ADD 1 TO WS-SIGNON-TENTATIVAS
002260         DISPLAY CLS
002270         DISPLAY SIGNON-PROMPT
002280         MOVE SPACES TO WS-TEMP
002290         ACCEPT WS-TEMP AT 0622
002300         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
002310         MOVE OPR-ID TO WS-OPERADOR
002320         MOVE SPACES TO WS-TEMP
002330         ACCEPT WS-TEMP AT 0817 SECURE
002340         READ OPERADOR-MASTER
002350             INVALID KEY
002360                 CONTINUE
002370             NOT INVALID KEY
002380                 IF OPR-OPERADOR-ATIVO AND
002390                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
002400                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
002410                     MOVE "S" TO WS-SIGNON-OK
002420                 END-IF
002430         END-READ
002440         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
002450             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
002460             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
002470             ACCEPT WS-TEMP AT 1409
002480         END-IF
002490     END-PERFORM.
002500 1100-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540* 2000-REPARAR-SUSPENSO - lista as transferencias por tratar e
002550* pede o numero do suspenso; "0" termina o programa. Suspenso
002560* existente: mostra-o e pede a accao. Nada e apagado - as
002570* tratadas ficam no ficheiro com o estado.
002580******************************************************************
002590 2000-REPARAR-SUSPENSO.
002600     DISPLAY CLS
002610     DISPLAY LISTA-SUSPENSO
002620     PERFORM 2100-LISTA-PENDENTES THRU 2100-EXIT
002630     MOVE SPACES TO WS-TEMP
002640     ACCEPT WS-TEMP AT 1746
002650     MOVE WS-TEMP TO WS-SUS-ID
002660     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002670     MOVE WS-DATA-HORA (1:8) TO WS-DATA-HOJE
002680
002690     IF WS-SUS-ID = 0 THEN
002700         MOVE "S" TO WS-FIM-MANUTENCAO
002710         GO TO 2000-EXIT
002720     END-IF
002730     MOVE WS-SUS-ID TO SUS-ID
002740     READ SUSPENSO
002750         INVALID KEY
002760             DISPLAY "SUSPENSO INEXISTENTE" AT 2009 HIGHLIGHT
002770             FOREGROUND-COLOR 4
002780             DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2209
002790             ACCEPT WS-TEMP AT 2236
002800             GO TO 2000-EXIT
002810     END-READ
002820
002830     PERFORM 2200-MOSTRA-SUSPENSO THRU 2200-EXIT
002840     PERFORM 2300-ACCAO-SUSPENSO THRU 2300-EXIT
002850     DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 2209
002860     ACCEPT WS-TEMP AT 2236.
002870 2000-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 2100-LISTA-PENDENTES - lista, por ordem de numero, as
002920* transferencias ainda em saldo (em suspenso ou a devolver) nas
002930* linhas 5 a 15 do ecra; se houver mais, a ultima linha avisa.
002940******************************************************************
002950 2100-LISTA-PENDENTES.
002960     MOVE 5 TO WS-LINHA
002970     MOVE "N" TO WS-FIM-SUSP
002980     MOVE 0 TO SUS-ID
002990     START SUSPENSO KEY IS NOT LESS THAN SUS-ID
003000         INVALID KEY
003010             MOVE "S" TO WS-FIM-SUSP
003020     END-START
003030     PERFORM 2110-LISTA-PENDENTE THRU 2110-EXIT
003040         UNTIL FIM-SUSP
003050     IF WS-LINHA = 5 THEN
003060         DISPLAY "SEM TRANSFERENCIAS EM SUSPENSO" AT 0512
003070     END-IF.
003080 2100-EXIT.
003090     EXIT.
003100
003110 2110-LISTA-PENDENTE.
003120     READ SUSPENSO NEXT RECORD
003130         AT END
003140             MOVE "S" TO WS-FIM-SUSP
003150             GO TO 2110-EXIT
003160     END-READ
003170     IF NOT SUS-EM-SALDO THEN
003180         GO TO 2110-EXIT
003190     END-IF
003200     IF WS-LINHA > 15 THEN
003210         DISPLAY "(MAIS TRANSFERENCIAS NAO MOSTRADAS)" AT COL 12
003220             LINE WS-LINHA
003230         MOVE "S" TO WS-FIM-SUSP
003240         GO TO 2110-EXIT
003250     END-IF
003260     MOVE SUS-ID TO WS-LS-ID
003270     MOVE SUS-DATA-ENTRADA TO WS-LS-ENTRADA
003280     MOVE SUS-CONTA-BENEF TO WS-LS-CONTA
003290     MOVE SUS-VALOR TO WS-LS-VALOR
003300     MOVE SUS-MOTIVO TO WS-LS-MOTIVO
003310     MOVE SUS-ESTADO TO WS-LS-ESTADO
003320     DISPLAY WS-LINHA-SUSPENSO AT COL 12 LINE WS-LINHA
003330     ADD 1 TO WS-LINHA.
003340 2110-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380* 2200-MOSTRA-SUSPENSO - mostra a transferencia parqueada com o
003390* motivo por extenso e o estado (com a conta e o movimento, se ja
003400* foi creditada).
003410******************************************************************
003420 2200-MOSTRA-SUSPENSO.
003430     EVALUATE TRUE
003440         WHEN SUS-CONTA-INEXISTENTE
003450             MOVE "CONTA INEXISTENTE" TO WS-MOTIVO-DESCR
003460         WHEN SUS-CONTA-ENCERRADA
003470             MOVE "CONTA ENCERRADA" TO WS-MOTIVO-DESCR
003480         WHEN SUS-CONTA-BLOQUEADA
003490             MOVE "CONTA BLOQUEADA" TO WS-MOTIVO-DESCR
003500         WHEN SUS-NOME-DIVERGENTE
003510             MOVE "NOME NAO CONFERE" TO WS-MOTIVO-DESCR
003520         WHEN SUS-CREDITO-RECUSADO
003530             MOVE "CREDITO RECUSADO" TO WS-MOTIVO-DESCR
003532         WHEN SUS-CONTA-DORMENTE
003534             MOVE "CONTA DORMENTE" TO WS-MOTIVO-DESCR
003540         WHEN OTHER
003550             MOVE SPACES TO WS-MOTIVO-DESCR
003560     END-EVALUATE
003570     DISPLAY CLS
003580     DISPLAY SUSPENSO-DADOS
003590     DISPLAY SUS-ID AT 0420
003600     DISPLAY SUS-DATA-ENTRADA AT 0449
003610     DISPLAY SUS-CONTA-BENEF AT 0428
003620     DISPLAY SUS-NOME-BENEF AT 0626
003630     MOVE SUS-VALOR TO ZVALOR
003640     DISPLAY ZVALOR AT 0719
003650     DISPLAY SUS-NOME-ORD AT 0823
003660     DISPLAY SUS-BANCO-ORD AT 0932
003670     DISPLAY SUS-AGENCIA-ORD AT 0937
003680     DISPLAY SUS-CONTA-ORD AT 0942
003690     DISPLAY SUS-REF-EXT AT 1024
003700     DISPLAY SUS-MOTIVO AT 1120
003710     DISPLAY WS-MOTIVO-DESCR AT 1123
003720     EVALUATE TRUE
003730         WHEN SUS-EM-SUSPENSO
003740             DISPLAY "EM SUSPENSO" AT 1220
003750         WHEN SUS-A-DEVOLVER
003760             DISPLAY "A DEVOLVER NO PROXIMO ENVIO" AT 1220
003770         WHEN SUS-APLICADA
003780             DISPLAY "CREDITADA NA CONTA" AT 1220
003790             DISPLAY SUS-CONTA-APLICADA AT 1239
003800             DISPLAY "MOVIMENTO" AT 1249
003810             DISPLAY SUS-MOV-REF AT 1259
003820         WHEN SUS-DEVOLVIDA
003830             DISPLAY "DEVOLVIDA EM" AT 1220
003840             DISPLAY SUS-DATA-ENVIO AT 1233
003850     END-EVALUATE.
003860 2200-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900* 2300-ACCAO-SUSPENSO - C credita a transferencia numa conta, D
003910* marca-a para devolucao ao banco ordenante; ENTER volta atras.
003920* So as transferencias em suspenso sao tratadas - as marcadas
003930* para devolucao ainda podem ser creditadas ate a TAREFA-30 as
003940* enviar; creditadas e devolvidas sao so consultadas.
003950******************************************************************
003960 2300-ACCAO-SUSPENSO.
003970     IF NOT SUS-EM-SALDO THEN
003980         GO TO 2300-EXIT
003990     END-IF
004000     DISPLAY "ACCAO: C=CREDITAR NUMA CONTA D=DEVOLVER AO "&
004010         "BANCO ORDENANTE:" AT 1509 HIGHLIGHT
004020     MOVE SPACES TO WS-TEMP
004030     ACCEPT WS-TEMP AT 1569
004040     MOVE FUNCTION UPPER-CASE (WS-TEMP (1:1)) TO WS-ACCAO
004050     EVALUATE WS-ACCAO
004060         WHEN "C"
004070             PERFORM 2400-CREDITA-CONTA THRU 2400-EXIT
004080         WHEN "D"
004090             PERFORM 2500-MARCA-DEVOLUCAO THRU 2500-EXIT
004100         WHEN OTHER
004110             CONTINUE
004120     END-EVALUATE.
004130 2300-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 2400-CREDITA-CONTA - pede a conta a creditar (pode ser a
004180* propria conta indicada, entretanto desbloqueada, ou outra),
004190* mostra o titular para o operador confirmar e credita o valor
004200* atraves da CONTAPST com a origem I. So com o credito postado o
004210* suspenso passa a aplicado, com a conta, o movimento, a data e o
004220* operador.
004230******************************************************************
004240 2400-CREDITA-CONTA.
004250     DISPLAY "CONTA A CREDITAR:" AT 1709 HIGHLIGHT
004260     MOVE "N" TO WS-CAMPO-OK
004270     PERFORM UNTIL CAMPO-OK
004280         MOVE SPACES TO WS-TEMP
004290         ACCEPT WS-TEMP AT 1727
004300         IF FUNCTION TRIM (WS-TEMP) IS NUMERIC
004310            AND FUNCTION NUMVAL (WS-TEMP) > 0
004320            AND FUNCTION NUMVAL (WS-TEMP) < 100000000 THEN
004330             MOVE WS-TEMP TO WS-CONTA-DESTINO
004340             MOVE "S" TO WS-CAMPO-OK
004350         ELSE
004360             DISPLAY "CONTA INVALIDA - NUMERICA, ATE 8 DIGITOS"
004370             AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
004380         END-IF
004390     END-PERFORM
004400     DISPLAY CLEAN-LINE
004410
004420     MOVE WS-CONTA-DESTINO TO CT-CONTA-NUM
004430     READ CONTA-MASTER
004440         INVALID KEY
004450             DISPLAY "CONTA INEXISTENTE" AT 2009 HIGHLIGHT
004460             FOREGROUND-COLOR 4
004470             GO TO 2400-EXIT
004480     END-READ
004490     IF NOT CT-CONTA-ATIVA THEN
004500         DISPLAY "CONTA NAO ATIVA (BLOQUEADA, ENCERRADA OU "&
004510         "DORMENTE) - ESCOLHA OUTRA" AT 2009 HIGHLIGHT
004512         FOREGROUND-COLOR 4
004520         GO TO 2400-EXIT
004530     END-IF
004540     MOVE WS-CONTA-DESTINO TO CLI-CONTA-NUM
004550     READ CLIENTE-MASTER
004560         INVALID KEY
004570             MOVE "(SEM FICHA DE CLIENTE)" TO CLI-NOME
004580     END-READ
004590     DISPLAY "TITULAR:" AT 1809 HIGHLIGHT
004600     DISPLAY CLI-NOME AT 1818
004610     DISPLAY "CONFIRMA O CREDITO (S/N)?" AT 1909 HIGHLIGHT
004620     MOVE SPACES TO WS-TEMP
004630     ACCEPT WS-TEMP AT 1935
004640     IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) NOT = "S" THEN
004650         DISPLAY "CREDITO NAO EFECTUADO" AT 2009 HIGHLIGHT
004660         FOREGROUND-COLOR 4
004670         GO TO 2400-EXIT
004680     END-IF
004690
004700     MOVE "I" TO PST-ORIGEM
004710     MOVE 0 TO PST-ESTORNO-REF
004720     MOVE WS-OPERADOR TO PST-OPERADOR
004730     CALL "CONTAPST" USING CONTA-REC, "C", SUS-VALOR,
004740         PST-AREA, WS-RETURN-CD
004750     EVALUATE TRUE
004760         WHEN POSTADO
004770             REWRITE CONTA-REC
004780         WHEN CONTA-BLOQUEADA
004790             DISPLAY "CREDITO RECUSADO - CONTA BLOQUEADA OU "&
004800             "ENCERRADA" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
004810             GO TO 2400-EXIT
004820         WHEN OTHER
004830             DISPLAY "CREDITO RECUSADO - RETORNO DA POSTAGEM"
004840             AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
004850             DISPLAY WS-RETURN-CD AT 2049 HIGHLIGHT
004860             FOREGROUND-COLOR 4
004870             GO TO 2400-EXIT
004880     END-EVALUATE
004890
004900     MOVE "A" TO SUS-ESTADO
004910     MOVE WS-CONTA-DESTINO TO SUS-CONTA-APLICADA
004920     MOVE PST-MOV-REF TO SUS-MOV-REF
004930     MOVE WS-DATA-HOJE TO SUS-DATA-TRATAMENTO
004940     MOVE WS-OPERADOR TO SUS-OPERADOR
004950     REWRITE SUSPENSO-REC
004960     IF WS-FS-SUSP NOT = "00" THEN
004970*        O CREDITO JA FOI POSTADO - SEM O ESTADO A A TRANSFERENCIA
004980*        CONTINUARIA NO SALDO EM SUSPENSO E PODIA SER CREDITADA
004990*        OUTRA VEZ.
005000         DISPLAY "ERRO A ACTUALIZAR O SUSPENSO (FS=" AT 2009
005010         HIGHLIGHT FOREGROUND-COLOR 4
005020         DISPLAY WS-FS-SUSP AT 2043 HIGHLIGHT FOREGROUND-COLOR 4
005030         DISPLAY ") - CREDITADO NO MOVIMENTO" AT 2045 HIGHLIGHT
005040         FOREGROUND-COLOR 4
005050         DISPLAY PST-MOV-REF AT 2072 HIGHLIGHT FOREGROUND-COLOR 4
005060         GO TO 2400-EXIT
005070     END-IF
005080     PERFORM 2200-MOSTRA-SUSPENSO THRU 2200-EXIT
005090     DISPLAY "TRANSFERENCIA CREDITADA - MOVIMENTO" AT 2009
005100     HIGHLIGHT FOREGROUND-COLOR 2
005110     DISPLAY PST-MOV-REF AT 2045 HIGHLIGHT FOREGROUND-COLOR 2.
005120 2400-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160* 2500-MARCA-DEVOLUCAO - a transferencia passa ao estado R (a
005170* devolver), com a data e o operador; o valor continua no saldo
005180* em suspenso ate a TAREFA-30 a enviar de volta ao banco
005190* ordenante.
005200******************************************************************
005210 2500-MARCA-DEVOLUCAO.
005220     IF SUS-A-DEVOLVER THEN
005230         DISPLAY "TRANSFERENCIA JA MARCADA PARA DEVOLUCAO" AT 2009
005240         HIGHLIGHT FOREGROUND-COLOR 4
005250         GO TO 2500-EXIT
005260     END-IF
005270     DISPLAY "CONFIRMA A DEVOLUCAO (S/N)?" AT 1709 HIGHLIGHT
005280     MOVE SPACES TO WS-TEMP
005290     ACCEPT WS-TEMP AT 1737
005300     IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) NOT = "S" THEN
005310         DISPLAY "DEVOLUCAO NAO MARCADA" AT 2009 HIGHLIGHT
005320         FOREGROUND-COLOR 4
005330         GO TO 2500-EXIT
005340     END-IF
005350     MOVE "R" TO SUS-ESTADO
005360     MOVE WS-DATA-HOJE TO SUS-DATA-TRATAMENTO
005370     MOVE WS-OPERADOR TO SUS-OPERADOR
005380     REWRITE SUSPENSO-REC
005390     IF WS-FS-SUSP NOT = "00" THEN
005400         DISPLAY "ERRO A ACTUALIZAR O SUSPENSO - FS=" AT 2009
005410         HIGHLIGHT FOREGROUND-COLOR 4
005420         DISPLAY WS-FS-SUSP AT 2044 HIGHLIGHT FOREGROUND-COLOR 4
005430         GO TO 2500-EXIT
005440     END-IF
005450     PERFORM 2200-MOSTRA-SUSPENSO THRU 2200-EXIT
005460     DISPLAY "DEVOLUCAO MARCADA - SEGUE NO PROXIMO ENVIO DA "&
005470     "TAREFA-30" AT 2009 HIGHLIGHT FOREGROUND-COLOR 2.
005480 2500-EXIT.
005490     EXIT.
005500
005510 9999-FINALIZAR.
005520     CLOSE SUSPENSO
005530     CLOSE CONTA-MASTER
005540     CLOSE CLIENTE-MASTER
005550     CLOSE OPERADOR-MASTER.
005560 9999-EXIT.
005570     EXIT.
005580
005590 END PROGRAM TAREFA-42.

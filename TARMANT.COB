000150*
000160* Modification history:
000170*   18/12/2023  RSA  Programa original.
000171*   12/08/2024  RSA  Sign-on do operador no OPERMST (como na
000172*                    TAREFA-42); cada tarifa gravada deixa a
000173*                    imagem antes e depois, com o operador, no
000174*                    registo de manutencao MANLOG (diario da
000175*                    TAREFA-47).
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAREFA-25.
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS TAR-CODIGO
000290         FILE STATUS IS WS-FS-TARIFAS.
000291     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS OPR-ID
000295         FILE STATUS IS WS-FS-OPER.
000296     SELECT MANUTENCOES ASSIGN TO "MANLOG"
000297         ORGANIZATION IS LINE SEQUENTIAL
000298         FILE STATUS IS WS-FS-MNT.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  TARIFAS.
000340     COPY TARREC.
000350
000351 FD  OPERADOR-MASTER.
000352     COPY OPRREC.
000353
000354 FD  MANUTENCOES.
000355     COPY MNTREC.
000356
000360 WORKING-STORAGE SECTION.
000370 77  WS-FS-TARIFAS       PIC X(02) VALUE "00".
000371 77  WS-FS-OPER          PIC X(02) VALUE "00".
000372 77  WS-FS-MNT           PIC X(02) VALUE "00".
000373 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000374 77  WS-IMAGEM-ANTES     PIC X(150) VALUE SPACES.
000375 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000380 77  WS-TEMP             PIC X(14) VALUE SPACES.
000390 77  WS-TEXTO            PIC X(30) VALUE SPACES.
000400 77  WS-CODIGO           PIC X(02) VALUE SPACES.
000450     88  TARIFA-NOVA         VALUE "S".
000460 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000470     88  CAMPO-OK            VALUE "S".
000472 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000474     88  SIGNON-OK           VALUE "S".
000476 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000480
000490 SCREEN SECTION.
000500 01  CLS BLANK SCREEN.
000520 01  CLEAN-LINE.
000530     05  COL 1 VALUE " " LINE 16 ERASE EOL.
000540     05  COL 1 VALUE " " LINE 18 ERASE EOL.
000541
000542 01  SIGNON-PROMPT.
000543     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
000544         LINE 2.
000545     05  COL 12 VALUE "OPERADOR:"                   LINE 6
000546         HIGHLIGHT.
000547     05  COL 12 VALUE "PIN:"                        LINE 8
000548         HIGHLIGHT.
000550
000560 01  TARIFA-PROMPT.
000570     05  COL 10 VALUE "---------- FICHEIRO DE TARIFAS ----------"
000820******************************************************************
000830* 1000-INICIALIZAR - abre o ficheiro de tarifas; se ainda nao
000840* existir (primeira execucao no site), cria-o vazio, como fazem
000850* os restantes programas com os seus ficheiros indexados. Sem
000852* sign-on valido o programa termina sem mexer em nada.
000860******************************************************************
000870 1000-INICIALIZAR.
000880     OPEN I-O TARIFAS
000900         OPEN OUTPUT TARIFAS
000910         CLOSE TARIFAS
000920         OPEN I-O TARIFAS
000921     END-IF
000922     OPEN INPUT OPERADOR-MASTER
000923     IF WS-FS-OPER NOT = "00" THEN
000924         DISPLAY CLS
000925         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
000926         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
000927         FOREGROUND-COLOR 4
000928         CLOSE TARIFAS
000929         STOP RUN
000930     END-IF
000931
000932     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
000933     IF NOT SIGNON-OK THEN
000934         DISPLAY CLS
000935         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
000936         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000937         PERFORM 9999-FINALIZAR THRU 9999-EXIT
000938         STOP RUN
000939     END-IF.
000940 1000-EXIT.
000941     EXIT.
000942
000943******************************************************************
000944* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
000945* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
000946* TAREFA-11); operadores desactivados na TAREFA-28 nao entram. O
000947* id fica em cada registo do MANLOG.
000948******************************************************************
000949 1100-SIGNON-OPERADOR.
000950     MOVE "N" TO WS-SIGNON-OK
000951     MOVE 0 TO WS-SIGNON-TENTATIVAS
000952     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
000953         ADD 1 TO WS-SIGNON-TENTATIVAS
000954         DISPLAY CLS
000955         DISPLAY SIGNON-PROMPT
000956         MOVE SPACES TO WS-TEMP
000957         ACCEPT WS-TEMP AT 0622
000958         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
000959         MOVE OPR-ID TO WS-OPERADOR
000960         MOVE SPACES TO WS-TEMP
000961         ACCEPT WS-TEMP AT 0817 SECURE
000962         READ OPERADOR-MASTER
000963             INVALID KEY
000964                 CONTINUE
000965             NOT INVALID KEY
000966                 IF OPR-OPERADOR-ATIVO AND
000967                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
000968                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
000969                     MOVE "S" TO WS-SIGNON-OK
000970                 END-IF
000971         END-READ
000972         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
000973             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
000974             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000975             ACCEPT WS-TEMP AT 1409
000976         END-IF
000977     END-PERFORM.
000978 1100-EXIT.
000979     EXIT.
000980
000981******************************************************************
000982* 2000-MANTER-TARIFA - pede o codigo da tarifa; "0" termina o
000990* programa. Se a tarifa nao existir, cria-a; se existir, mostra
001000* os dados actuais e deixa altera-los (campo em branco mantem o
001010* valor actual, como na TAREFA-15).
001250* 2100-EDITA-TARIFA - tarifa nova pede todos os campos; tarifa
001260* existente mostra os valores actuais e deixa o operador
001270* confirma-los ou altera-los. Valor zero e valido - desliga a
001280* cobranca sem apagar o registo. A tarifa gravada, se nova ou
001282* alterada, fica no MANLOG.
001290******************************************************************
001300 2100-EDITA-TARIFA.
001310     DISPLAY CLS
001420         DISPLAY TAR-DESCRICAO AT 0823
001430         MOVE TAR-VALOR TO WS-VALOR-DISP
001440         DISPLAY WS-VALOR-DISP AT 1019
001441     END-IF
001442     IF TARIFA-NOVA THEN
001443         MOVE SPACES TO WS-IMAGEM-ANTES
001444     ELSE
001445         MOVE TARIFA-REC TO WS-IMAGEM-ANTES
001450     END-IF
001460
001470     MOVE "N" TO WS-CAMPO-OK
001870     ELSE
001880         REWRITE TARIFA-REC
001890     END-IF
001892     IF WS-FS-TARIFAS = "00" AND
001894        (TARIFA-NOVA OR TARIFA-REC NOT = WS-IMAGEM-ANTES) THEN
001896         PERFORM 2200-REGISTA-MANUTENCAO THRU 2200-EXIT
001898     END-IF
001900
001910     DISPLAY CLEAN-LINE.
001920 2100-EXIT.
001930     EXIT.
001940
001941******************************************************************
001942* 2200-REGISTA-MANUTENCAO - acrescenta ao MANLOG as imagens antes
001943* e depois da tarifa gravada, com o operador do sign-on;
001944* aberto e fechado a cada escrita, como o NOTEVT.
001945******************************************************************
001946 2200-REGISTA-MANUTENCAO.
001947     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
001948     OPEN EXTEND MANUTENCOES
001949     IF WS-FS-MNT = "05" OR WS-FS-MNT = "35" THEN
001950         OPEN OUTPUT MANUTENCOES
001951         CLOSE MANUTENCOES
001952         OPEN EXTEND MANUTENCOES
001953     END-IF
001954     MOVE SPACES TO MANUTENCAO-REC
001955     MOVE WS-DATA-HORA (1:8) TO MNT-DATA
001956     MOVE WS-DATA-HORA (9:6) TO MNT-HORA
001957     MOVE WS-OPERADOR TO MNT-OPERADOR
001958     MOVE "TAREFA25" TO MNT-PROGRAMA
001959     MOVE "TARMST" TO MNT-FICHEIRO
001960     MOVE TAR-CODIGO TO MNT-CHAVE
001961     IF TARIFA-NOVA THEN
001962         MOVE "N" TO MNT-ACCAO
001963     ELSE
001964         MOVE "M" TO MNT-ACCAO
001965     END-IF
001966     MOVE SPACES TO MNT-DESTAQUE
001967     MOVE "A" TO MNT-IMAGEM
001968     MOVE WS-IMAGEM-ANTES TO MNT-REGISTO
001969     WRITE MANUTENCAO-REC
001970     MOVE "D" TO MNT-IMAGEM
001971     MOVE TARIFA-REC TO MNT-REGISTO
001972     WRITE MANUTENCAO-REC
001973     CLOSE MANUTENCOES.
001974 2200-EXIT.
001975     EXIT.
001976
001977 9999-FINALIZAR.
001978     CLOSE TARIFAS
001979     CLOSE OPERADOR-MASTER.
001981 9999-EXIT.
001983     EXIT.
001990
002000 END PROGRAM TAREFA-25.

000150*
000160* Modification history:
000170*   20/11/2023  RSA  Programa original.
000171*   12/08/2024  RSA  Sign-on do operador no OPERMST (como na
000172*                    TAREFA-42); cada ficha gravada deixa a
000173*                    imagem antes e depois, com o operador, no
000174*                    registo de manutencao MANLOG (diario da
000175*                    TAREFA-47).
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAREFA-21.
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS CLI-CONTA-NUM
000290         FILE STATUS IS WS-FS-CLIENTE.
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
000330 FD  CLIENTE-MASTER.
000340     COPY CLIREC.
000350
000351 FD  OPERADOR-MASTER.
000352     COPY OPRREC.
000353
000354 FD  MANUTENCOES.
000355     COPY MNTREC.
000356
000360 WORKING-STORAGE SECTION.
000370 77  WS-FS-CLIENTE       PIC X(02) VALUE "00".
000371 77  WS-FS-OPER          PIC X(02) VALUE "00".
000372 77  WS-FS-MNT           PIC X(02) VALUE "00".
000373 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000374 77  WS-IMAGEM-ANTES     PIC X(150) VALUE SPACES.
000375 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000380 77  WS-TEMP             PIC X(14) VALUE SPACES.
000385 77  WS-CONTA-NUM        PIC 9(08) VALUE 0.
000390 77  WS-TEXTO            PIC X(40) VALUE SPACES.
000430     88  CLIENTE-NOVO        VALUE "S".
000440 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000450     88  CAMPO-OK            VALUE "S".
000452 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000454     88  SIGNON-OK           VALUE "S".
000456 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000460
000470 SCREEN SECTION.
000480 01  CLS BLANK SCREEN.
000500 01  CLEAN-LINE.
000510     05  COL 1 VALUE " " LINE 18 ERASE EOL.
000520     05  COL 1 VALUE " " LINE 20 ERASE EOL.
000521
000522 01  SIGNON-PROMPT.
000523     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
000524         LINE 2.
000525     05  COL 12 VALUE "OPERADOR:"                   LINE 6
000526         HIGHLIGHT.
000527     05  COL 12 VALUE "PIN:"                        LINE 8
000528         HIGHLIGHT.
000530
000540 01  CLIENTE-PROMPT.
000550     05  COL 10 VALUE "---------- FICHEIRO DE CLIENTES ---------"
000800******************************************************************
000810* 1000-INICIALIZAR - abre o ficheiro de clientes; se ainda nao
000820* existir (primeira execucao no site), cria-o vazio, como fazem
000830* os restantes programas com os seus ficheiros indexados. Sem
000832* sign-on valido o programa termina sem mexer em nada.
000840******************************************************************
000850 1000-INICIALIZAR.
000860     OPEN I-O CLIENTE-MASTER
000880         OPEN OUTPUT CLIENTE-MASTER
000890         CLOSE CLIENTE-MASTER
000900         OPEN I-O CLIENTE-MASTER
000901     END-IF
000902     OPEN INPUT OPERADOR-MASTER
000903     IF WS-FS-OPER NOT = "00" THEN
000904         DISPLAY CLS
000905         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
000906         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
000907         FOREGROUND-COLOR 4
000908         CLOSE CLIENTE-MASTER
000909         STOP RUN
000910     END-IF
000911
000912     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
000913     IF NOT SIGNON-OK THEN
000914         DISPLAY CLS
000915         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
000916         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000917         PERFORM 9999-FINALIZAR THRU 9999-EXIT
000918         STOP RUN
000919     END-IF.
000920 1000-EXIT.
000921     EXIT.
000922
000923******************************************************************
000924* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
000925* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
000926* TAREFA-11); operadores desactivados na TAREFA-28 nao entram. O
000927* id fica em cada registo do MANLOG.
000928******************************************************************
000929 1100-SIGNON-OPERADOR.
000930     MOVE "N" TO WS-SIGNON-OK
000931     MOVE 0 TO WS-SIGNON-TENTATIVAS
000932     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
000933         ADD 1 TO WS-SIGNON-TENTATIVAS
000934         DISPLAY CLS
000935         DISPLAY SIGNON-PROMPT
000936         MOVE SPACES TO WS-TEMP
000937         ACCEPT WS-TEMP AT 0622
000938         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
000939         MOVE OPR-ID TO WS-OPERADOR
000940         MOVE SPACES TO WS-TEMP
000941         ACCEPT WS-TEMP AT 0817 SECURE
000942         READ OPERADOR-MASTER
000943             INVALID KEY
000944                 CONTINUE
000945             NOT INVALID KEY
000946                 IF OPR-OPERADOR-ATIVO AND
000947                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
000948                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
000949                     MOVE "S" TO WS-SIGNON-OK
000950                 END-IF
000951         END-READ
000952         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
000953             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
000954             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000955             ACCEPT WS-TEMP AT 1409
000956         END-IF
000957     END-PERFORM.
000958 1100-EXIT.
000959     EXIT.
000960
000961******************************************************************
000962* 2000-MANTER-CLIENTE - pede o numero da conta; "0" termina o
000970* programa. Se o cliente ainda nao existir, cria-o; se existir,
000980* mostra os dados actuais e deixa altera-los (campo em branco
000990* mantem o valor actual, como na TAREFA-15).
001200******************************************************************
001210* 2100-EDITA-CLIENTE - cliente novo pede todos os campos (nome
001220* obrigatorio); cliente existente mostra os valores actuais e
001230* deixa o operador confirma-los ou altera-los. A ficha gravada,
001232* se nova ou alterada, fica no MANLOG.
001240******************************************************************
001250 2100-EDITA-CLIENTE.
001260     DISPLAY CLS
001350         DISPLAY CLI-LOCALIDADE AT 1224
001360         MOVE CLI-NIF TO WS-TEMP
001370         DISPLAY WS-TEMP AT 1431
001371     END-IF
001372     IF CLIENTE-NOVO THEN
001373         MOVE SPACES TO WS-IMAGEM-ANTES
001374     ELSE
001375         MOVE CLIENTE-REC TO WS-IMAGEM-ANTES
001380     END-IF
001390
001400     MOVE "N" TO WS-CAMPO-OK
001920     ELSE
001930         REWRITE CLIENTE-REC
001940     END-IF
001942     IF WS-FS-CLIENTE = "00" AND
001944        (CLIENTE-NOVO OR CLIENTE-REC NOT = WS-IMAGEM-ANTES) THEN
001946         PERFORM 2200-REGISTA-MANUTENCAO THRU 2200-EXIT
001948     END-IF
001950
001960     DISPLAY CLEAN-LINE.
001970 2100-EXIT.
001980     EXIT.
001990
001991******************************************************************
001992* 2200-REGISTA-MANUTENCAO - acrescenta ao MANLOG as imagens antes
001993* e depois da ficha de cliente gravada, com o operador do
001994* sign-on; aberto e fechado a cada escrita, como o NOTEVT.
001995******************************************************************
001996 2200-REGISTA-MANUTENCAO.
001997     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
001998     OPEN EXTEND MANUTENCOES
001999     IF WS-FS-MNT = "05" OR WS-FS-MNT = "35" THEN
002000         OPEN OUTPUT MANUTENCOES
002001         CLOSE MANUTENCOES
002002         OPEN EXTEND MANUTENCOES
002003     END-IF
002004     MOVE SPACES TO MANUTENCAO-REC
002005     MOVE WS-DATA-HORA (1:8) TO MNT-DATA
002006     MOVE WS-DATA-HORA (9:6) TO MNT-HORA
002007     MOVE WS-OPERADOR TO MNT-OPERADOR
002008     MOVE "TAREFA21" TO MNT-PROGRAMA
002009     MOVE "CLIMST" TO MNT-FICHEIRO
002010     MOVE CLI-CONTA-NUM TO MNT-CHAVE
002011     IF CLIENTE-NOVO THEN
002012         MOVE "N" TO MNT-ACCAO
002013     ELSE
002014         MOVE "M" TO MNT-ACCAO
002015     END-IF
002016     MOVE SPACES TO MNT-DESTAQUE
002017     MOVE "A" TO MNT-IMAGEM
002018     MOVE WS-IMAGEM-ANTES TO MNT-REGISTO
002019     WRITE MANUTENCAO-REC
002020     MOVE "D" TO MNT-IMAGEM
002021     MOVE CLIENTE-REC TO MNT-REGISTO
002022     WRITE MANUTENCAO-REC
002023     CLOSE MANUTENCOES.
002024 2200-EXIT.
002025     EXIT.
002026
002027 9999-FINALIZAR.
002028     CLOSE CLIENTE-MASTER
002029     CLOSE OPERADOR-MASTER.
002031 9999-EXIT.
002033     EXIT.
002040
002050 END PROGRAM TAREFA-21.

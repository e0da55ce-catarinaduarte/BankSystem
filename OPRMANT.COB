000140*
000150* Modification history:
000160*   29/01/2024  RSA  Programa original.
000161*   12/08/2024  RSA  Sign-on do operador (no proprio OPERMST,
000162*                    como na TAREFA-42; com o ficheiro ainda
000163*                    vazio entra sem sign-on, para criar o
000164*                    primeiro operador); cada operador gravado
000165*                    deixa a imagem antes e depois, com o
000166*                    operador, no registo de manutencao MANLOG
000167*                    (diario da TAREFA-47), com destaque quando
000168*                    o operador altera a sua propria marca de
000169*                    supervisor.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. TAREFA-28.
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS OPR-ID
000280         FILE STATUS IS WS-FS-OPER.
000282     SELECT MANUTENCOES ASSIGN TO "MANLOG"
000284         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS WS-FS-MNT.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  OPERADOR-MASTER.
000330     COPY OPRREC.
000340
000342 FD  MANUTENCOES.
000344     COPY MNTREC.
000346
000350 WORKING-STORAGE SECTION.
000360 77  WS-FS-OPER          PIC X(02) VALUE "00".
000361 77  WS-FS-MNT           PIC X(02) VALUE "00".
000362 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000363 77  WS-IMAGEM-ANTES     PIC X(150) VALUE SPACES.
000364 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000365 77  WS-SUPERVISOR-ANTERIOR PIC X(01) VALUE SPACES.
000366 77  WS-DESTAQUE         PIC X(01) VALUE SPACES.
000370 77  WS-TEMP             PIC X(14) VALUE SPACES.
000380 77  WS-TEXTO            PIC X(30) VALUE SPACES.
000390 77  WS-ID               PIC X(04) VALUE SPACES.
000430     88  OPERADOR-NOVO       VALUE "S".
000440 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000450     88  CAMPO-OK            VALUE "S".
000451 77  WS-FICHEIRO-VAZIO   PIC X(01) VALUE "N".
000452     88  FICHEIRO-VAZIO      VALUE "S".
000453 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000454     88  SIGNON-OK           VALUE "S".
000455 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
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
000540 01  OPERADOR-PROMPT.
000550     05  COL 10 VALUE "---------- FICHEIRO DE OPERADORES -------"
000810* 1000-INICIALIZAR - abre o ficheiro de operadores; se ainda nao
000820* existir (primeira execucao no site), cria-o vazio, como fazem
000830* os restantes programas com os seus ficheiros indexados.
000831* Com operadores no ficheiro exige o sign-on de um deles (sem
000832* sign-on valido o programa termina sem mexer em nada); com o
000833* ficheiro vazio - instalacao nova - entra sem sign-on, para se
000834* criar o primeiro operador, e o MANLOG fica com o operador em
000835* branco.
000840******************************************************************
000850 1000-INICIALIZAR.
000860     OPEN I-O OPERADOR-MASTER
000880         OPEN OUTPUT OPERADOR-MASTER
000890         CLOSE OPERADOR-MASTER
000900         OPEN I-O OPERADOR-MASTER
000901     END-IF
000902     MOVE LOW-VALUES TO OPR-ID
000903     START OPERADOR-MASTER KEY IS GREATER THAN OPR-ID
000904         INVALID KEY
000905             MOVE "S" TO WS-FICHEIRO-VAZIO
000906     END-START
000907
000908     IF FICHEIRO-VAZIO THEN
000909         DISPLAY CLS
000910         DISPLAY "FICHEIRO DE OPERADORES VAZIO - CRIE O "&
000911         "PRIMEIRO OPERADOR" AT 1209 HIGHLIGHT
000912         DISPLAY "PRIMA ENTER PARA CONTINUAR" AT 1409
000913         ACCEPT WS-TEMP AT 1609
000914     ELSE
000915         PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
000916         IF NOT SIGNON-OK THEN
000917             DISPLAY CLS
000918             DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
000919             AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000920             PERFORM 9999-FINALIZAR THRU 9999-EXIT
000921             STOP RUN
000922         END-IF
000923     END-IF.
000924 1000-EXIT.
000925     EXIT.
000926
000927******************************************************************
000928* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
000929* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
000930* TAREFA-11); operadores desactivados na TAREFA-28 nao entram. O
000931* id fica em cada registo do MANLOG.
000932******************************************************************
000933 1100-SIGNON-OPERADOR.
000934     MOVE "N" TO WS-SIGNON-OK
000935     MOVE 0 TO WS-SIGNON-TENTATIVAS
000936     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
000937         ADD 1 TO WS-SIGNON-TENTATIVAS
000938         DISPLAY CLS
000939         DISPLAY SIGNON-PROMPT
000940         MOVE SPACES TO WS-TEMP
000941         ACCEPT WS-TEMP AT 0622
000942         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
000943         MOVE OPR-ID TO WS-OPERADOR
000944         MOVE SPACES TO WS-TEMP
000945         ACCEPT WS-TEMP AT 0817 SECURE
000946         READ OPERADOR-MASTER
000947             INVALID KEY
000948                 CONTINUE
000949             NOT INVALID KEY
000950                 IF OPR-OPERADOR-ATIVO AND
000951                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
000952                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
000953                     MOVE "S" TO WS-SIGNON-OK
000954                 END-IF
000955         END-READ
000956         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
000957             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
000958             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000959             ACCEPT WS-TEMP AT 1409
000960         END-IF
000961     END-PERFORM.
000962 1100-EXIT.
000963     EXIT.
000964
000965******************************************************************
000966* 2000-MANTER-OPERADOR - pede o id do operador; "0" termina o
000970* programa. Se o operador nao existir, cria-o; se existir,
000980* mostra os dados actuais e deixa altera-los (campo em branco
000990* mantem o valor actual, como na TAREFA-15). Um operador nunca
001250* 2100-EDITA-OPERADOR - operador novo pede todos os campos (nome
001260* e PIN obrigatorios); operador existente mostra os valores
001270* actuais e deixa o operador de sistema confirma-los ou
001280* altera-los. O operador gravado, se novo ou alterado, fica no
001282* MANLOG.
001290******************************************************************
001300 2100-EDITA-OPERADOR.
001310     DISPLAY CLS
001490         MOVE OPR-ATIVO TO WS-TEMP
001500         DISPLAY WS-TEMP AT 1425
001510     END-IF
001511     IF OPERADOR-NOVO THEN
001512         MOVE SPACES TO WS-IMAGEM-ANTES
001513     ELSE
001514         MOVE OPERADOR-REC TO WS-IMAGEM-ANTES
001515     END-IF
001516     MOVE OPR-SUPERVISOR TO WS-SUPERVISOR-ANTERIOR
001520
001530     MOVE "N" TO WS-CAMPO-OK
001540     PERFORM UNTIL CAMPO-OK
002330     ELSE
002340         REWRITE OPERADOR-REC
002350     END-IF
002351     IF WS-FS-OPER = "00" AND
002352        (OPERADOR-NOVO OR OPERADOR-REC NOT = WS-IMAGEM-ANTES) THEN
002353         MOVE SPACES TO WS-DESTAQUE
002354         IF OPR-ID = WS-OPERADOR AND
002355            OPR-SUPERVISOR NOT = WS-SUPERVISOR-ANTERIOR THEN
002356             MOVE "S" TO WS-DESTAQUE
002357         END-IF
002358         PERFORM 2200-REGISTA-MANUTENCAO THRU 2200-EXIT
002359     END-IF
002360
002370     DISPLAY CLEAN-LINE.
002380 2100-EXIT.
002381     EXIT.
002382
002383******************************************************************
002384* 2200-REGISTA-MANUTENCAO - acrescenta ao MANLOG as imagens antes
002385* e depois do operador gravado, com o operador do sign-on e o
002386* destaque da marca de supervisor alterada pelo proprio; aberto
002387* e fechado a cada escrita, como o NOTEVT.
002388******************************************************************
002389 2200-REGISTA-MANUTENCAO.
002390     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002391     OPEN EXTEND MANUTENCOES
002392     IF WS-FS-MNT = "05" OR WS-FS-MNT = "35" THEN
002393         OPEN OUTPUT MANUTENCOES
002394         CLOSE MANUTENCOES
002395         OPEN EXTEND MANUTENCOES
002396     END-IF
002397     MOVE SPACES TO MANUTENCAO-REC
002398     MOVE WS-DATA-HORA (1:8) TO MNT-DATA
002399     MOVE WS-DATA-HORA (9:6) TO MNT-HORA
002400     MOVE WS-OPERADOR TO MNT-OPERADOR
002401     MOVE "TAREFA28" TO MNT-PROGRAMA
002402     MOVE "OPERMST" TO MNT-FICHEIRO
002403     MOVE OPR-ID TO MNT-CHAVE
002404     IF OPERADOR-NOVO THEN
002405         MOVE "N" TO MNT-ACCAO
002406     ELSE
002407         MOVE "M" TO MNT-ACCAO
002408     END-IF
002409     MOVE WS-DESTAQUE TO MNT-DESTAQUE
002410     MOVE "A" TO MNT-IMAGEM
002411     MOVE WS-IMAGEM-ANTES TO MNT-REGISTO
002412     WRITE MANUTENCAO-REC
002413     MOVE "D" TO MNT-IMAGEM
002414     MOVE OPERADOR-REC TO MNT-REGISTO
002415     WRITE MANUTENCAO-REC
002416     CLOSE MANUTENCOES.
002417 2200-EXIT.
002418     EXIT.
002419
002420 9999-FINALIZAR.
002421     CLOSE OPERADOR-MASTER.
002430 9999-EXIT.
002440     EXIT.
002450

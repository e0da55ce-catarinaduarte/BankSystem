000280*                    validada (nao pode ficar a zero nem conter
000290*                    texto nao numerico numa ordem nova), mesma
000300*                    validacao usada para o valor.
000301*   12/08/2024  RSA  Sign-on do operador no OPERMST (como na
000302*                    TAREFA-42); cada ordem gravada deixa a
000303*                    imagem antes e depois, com o operador, no
000304*                    registo de manutencao MANLOG (diario da
000305*                    TAREFA-47).
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. TAREFA-15.
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS STD-ID
000420         FILE STATUS IS WS-FS-ORDENS.
000421     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS OPR-ID
000425         FILE STATUS IS WS-FS-OPER.
000426     SELECT MANUTENCOES ASSIGN TO "MANLOG"
000427         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS WS-FS-MNT.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ORDENS-PERM.
000470     COPY STDOREC.
000480
000481 FD  OPERADOR-MASTER.
000482     COPY OPRREC.
000483
000484 FD  MANUTENCOES.
000485     COPY MNTREC.
000486
000490 WORKING-STORAGE SECTION.
000500 77  WS-FS-ORDENS        PIC X(02) VALUE "00".
000501 77  WS-FS-OPER          PIC X(02) VALUE "00".
000502 77  WS-FS-MNT           PIC X(02) VALUE "00".
000503 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000504 77  WS-IMAGEM-ANTES     PIC X(150) VALUE SPACES.
000505 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000510 77  WS-TEMP             PIC X(14) VALUE SPACES.
000520 77  WS-VALOR-DISP       PIC Z(09)9,99.
000530 77  WS-FIM-MANUTENCAO   PIC X(01) VALUE "N".
000560     88  ORDEM-NOVA          VALUE "S".
000570 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000580     88  CAMPO-OK            VALUE "S".
000582 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000584     88  SIGNON-OK           VALUE "S".
000586 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000590
000600 SCREEN SECTION.
000610 01  CLS BLANK SCREEN.
000630 01  CLEAN-LINE.
000640     05  COL 1 VALUE " " LINE 20 ERASE EOL.
000650     05  COL 1 VALUE " " LINE 22 ERASE EOL.
000651
000652 01  SIGNON-PROMPT.
000653     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
000654         LINE 2.
000655     05  COL 12 VALUE "OPERADOR:"                   LINE 6
000656         HIGHLIGHT.
000657     05  COL 12 VALUE "PIN:"                        LINE 8
000658         HIGHLIGHT.
000660
000670 01  ORDEM-PROMPT.
000680     05  COL 10 VALUE "---------- ORDENS PERMANENTES ----------"
000970******************************************************************
000980* 1000-INICIALIZAR - abre o ficheiro de ordens permanentes; se
000990* ainda nao existir (primeira execucao no site), cria-o vazio.
000992* Sem sign-on valido o programa termina sem mexer em nada.
001000******************************************************************
001010 1000-INICIALIZAR.
001020     OPEN I-O ORDENS-PERM
001040         OPEN OUTPUT ORDENS-PERM
001050         CLOSE ORDENS-PERM
001060         OPEN I-O ORDENS-PERM
001061     END-IF
001062     OPEN INPUT OPERADOR-MASTER
001063     IF WS-FS-OPER NOT = "00" THEN
001064         DISPLAY CLS
001065         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
001066         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
001067         FOREGROUND-COLOR 4
001068         CLOSE ORDENS-PERM
001069         STOP RUN
001070     END-IF
001071
001072     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
001073     IF NOT SIGNON-OK THEN
001074         DISPLAY CLS
001075         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
001076         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001077         PERFORM 9999-FINALIZAR THRU 9999-EXIT
001078         STOP RUN
001079     END-IF.
001080 1000-EXIT.
001081     EXIT.
001082
001083******************************************************************
001084* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
001085* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
001086* TAREFA-11); operadores desactivados na TAREFA-28 nao entram. O
001087* id fica em cada registo do MANLOG.
001088******************************************************************
001089 1100-SIGNON-OPERADOR.
001090     MOVE "N" TO WS-SIGNON-OK
001091     MOVE 0 TO WS-SIGNON-TENTATIVAS
001092     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
001093         ADD 1 TO WS-SIGNON-TENTATIVAS
001094         DISPLAY CLS
001095         DISPLAY SIGNON-PROMPT
001096         MOVE SPACES TO WS-TEMP
001097         ACCEPT WS-TEMP AT 0622
001098         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
001099         MOVE OPR-ID TO WS-OPERADOR
001100         MOVE SPACES TO WS-TEMP
001101         ACCEPT WS-TEMP AT 0817 SECURE
001102         READ OPERADOR-MASTER
001103             INVALID KEY
001104                 CONTINUE
001105             NOT INVALID KEY
001106                 IF OPR-OPERADOR-ATIVO AND
001107                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
001108                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
001109                     MOVE "S" TO WS-SIGNON-OK
001110                 END-IF
001111         END-READ
001112         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
001113             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
001114             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001115             ACCEPT WS-TEMP AT 1409
001116         END-IF
001117     END-PERFORM.
001118 1100-EXIT.
001119     EXIT.
001120
001121******************************************************************
001122* 2000-MANTER-ORDEM - pede o numero da ordem; "0" termina o
001130* programa. Se a ordem nao existir, cria-a; se existir, mostra
001140* os dados actuais e deixa alterar o valor, a frequencia, a
001150* proxima execucao ou cancela-la.
001370* 2100-EDITA-ORDEM - mostra o ecra de dados; ordem nova pede
001380* todos os campos e grava; ordem existente mostra os valores
001390* actuais e deixa o operador confirma-los, altera-los ou
001400* cancelar a ordem (ORDEM ATIVA = N). A ordem gravada, se nova
001402* ou alterada, fica no MANLOG.
001410******************************************************************
001420 2100-EDITA-ORDEM.
001430     DISPLAY CLS
001610         DISPLAY WS-TEMP AT 1642
001620         MOVE STD-ATIVA         TO WS-TEMP
001630         DISPLAY WS-TEMP AT 1831
001631     END-IF
001632     IF ORDEM-NOVA THEN
001633         MOVE SPACES TO WS-IMAGEM-ANTES
001634     ELSE
001635         MOVE STD-ORDER-REC TO WS-IMAGEM-ANTES
001640     END-IF
001650
001660     MOVE "N" TO WS-CAMPO-OK
002890     ELSE
002900         REWRITE STD-ORDER-REC
002910     END-IF
002912     IF WS-FS-ORDENS = "00" AND
002914        (ORDEM-NOVA OR STD-ORDER-REC NOT = WS-IMAGEM-ANTES) THEN
002916         PERFORM 2200-REGISTA-MANUTENCAO THRU 2200-EXIT
002918     END-IF
002920
002930     DISPLAY CLEAN-LINE.
002940 2100-EXIT.
002950     EXIT.
002960
002961******************************************************************
002962* 2200-REGISTA-MANUTENCAO - acrescenta ao MANLOG as imagens antes
002963* e depois da ordem permanente gravada, com o operador do
002964* sign-on; aberto e fechado a cada escrita, como o NOTEVT.
002965******************************************************************
002966 2200-REGISTA-MANUTENCAO.
002967     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002968     OPEN EXTEND MANUTENCOES
002969     IF WS-FS-MNT = "05" OR WS-FS-MNT = "35" THEN
002970         OPEN OUTPUT MANUTENCOES
002971         CLOSE MANUTENCOES
002972         OPEN EXTEND MANUTENCOES
002973     END-IF
002974     MOVE SPACES TO MANUTENCAO-REC
002975     MOVE WS-DATA-HORA (1:8) TO MNT-DATA
002976     MOVE WS-DATA-HORA (9:6) TO MNT-HORA
002977     MOVE WS-OPERADOR TO MNT-OPERADOR
002978     MOVE "TAREFA15" TO MNT-PROGRAMA
002979     MOVE "ORDPERM" TO MNT-FICHEIRO
002980     MOVE STD-ID TO MNT-CHAVE
002981     IF ORDEM-NOVA THEN
002982         MOVE "N" TO MNT-ACCAO
002983     ELSE
002984         MOVE "M" TO MNT-ACCAO
002985     END-IF
002986     MOVE SPACES TO MNT-DESTAQUE
002987     MOVE "A" TO MNT-IMAGEM
002988     MOVE WS-IMAGEM-ANTES TO MNT-REGISTO
002989     WRITE MANUTENCAO-REC
002990     MOVE "D" TO MNT-IMAGEM
002991     MOVE STD-ORDER-REC TO MNT-REGISTO
002992     WRITE MANUTENCAO-REC
002993     CLOSE MANUTENCOES.
002994 2200-EXIT.
002995     EXIT.
002996
002997 9999-FINALIZAR.
002998     CLOSE ORDENS-PERM
002999     CLOSE OPERADOR-MASTER.
003001 9999-EXIT.
003003     EXIT.
003010
003020 END PROGRAM TAREFA-15.

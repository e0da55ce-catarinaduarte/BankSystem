000160*
000170* Modification history:
000180*   26/02/2024  RSA  Programa original.
000181*   29/07/2024  RSA  Cada cativo novo gravado ativo gera um
000182*                    evento de notificacao (tipo CT) no ficheiro
000183*                    NOTEVT, para a carta ao cliente da
000184*                    TAREFA-46.
000185*   12/08/2024  RSA  Sign-on do operador no OPERMST (como na
000186*                    TAREFA-42); cada cativo gravado ou
000187*                    libertado deixa a imagem antes e depois, com
000188*                    o operador, no registo de manutencao MANLOG
000189*                    (diario da TAREFA-47).
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. TAREFA-32.
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CAT-ID
000300         FILE STATUS IS WS-FS-CATIVOS.
000302     SELECT NOTIFICACOES ASSIGN TO "NOTEVT"
000304         ORGANIZATION IS LINE SEQUENTIAL
000306         FILE STATUS IS WS-FS-EVT.
000307     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000308         ORGANIZATION IS INDEXED
000309         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS OPR-ID
000311         FILE STATUS IS WS-FS-OPER.
000312     SELECT MANUTENCOES ASSIGN TO "MANLOG"
000313         ORGANIZATION IS LINE SEQUENTIAL
000314         FILE STATUS IS WS-FS-MNT.
000316
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CATIVOS.
000350     COPY CATREC.
000360
000361 FD  NOTIFICACOES.
000362     COPY EVTREC.
000363
000364 FD  OPERADOR-MASTER.
000365     COPY OPRREC.
000366
000367 FD  MANUTENCOES.
000368     COPY MNTREC.
000369
000370 WORKING-STORAGE SECTION.
000380 77  WS-FS-CATIVOS       PIC X(02) VALUE "00".
000382 77  WS-FS-EVT           PIC X(02) VALUE "00".
000383 77  WS-FS-OPER          PIC X(02) VALUE "00".
000384 77  WS-FS-MNT           PIC X(02) VALUE "00".
000385 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000386 77  WS-IMAGEM-ANTES     PIC X(150) VALUE SPACES.
000390 77  WS-TEMP             PIC X(14) VALUE SPACES.
000400 77  WS-TEXTO            PIC X(30) VALUE SPACES.
000405 77  WS-CAT-ID           PIC 9(08) VALUE 0.
000460     88  CATIVO-NOVO         VALUE "S".
000470 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000480     88  CAMPO-OK            VALUE "S".
000482 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000484     88  SIGNON-OK           VALUE "S".
000486 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000490
000500 SCREEN SECTION.
000510 01  CLS BLANK SCREEN.
000530 01  CLEAN-LINE.
000540     05  COL 1 VALUE " " LINE 20 ERASE EOL.
000550     05  COL 1 VALUE " " LINE 22 ERASE EOL.
000551
000552 01  SIGNON-PROMPT.
000553     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
000554         LINE 2.
000555     05  COL 12 VALUE "OPERADOR:"                   LINE 6
000556         HIGHLIGHT.
000557     05  COL 12 VALUE "PIN:"                        LINE 8
000558         HIGHLIGHT.
000560
000570 01  CATIVO-PROMPT.
000580     05  COL 10 VALUE "---------- FICHEIRO DE CATIVOS ----------"
000850******************************************************************
000860* 1000-INICIALIZAR - abre o ficheiro de cativos; se ainda nao
000870* existir (primeira execucao no site), cria-o vazio, como fazem
000880* os restantes programas com os seus ficheiros indexados. Sem
000882* sign-on valido o programa termina sem mexer em nada.
000890******************************************************************
000900 1000-INICIALIZAR.
000910     OPEN I-O CATIVOS
000930         OPEN OUTPUT CATIVOS
000940         CLOSE CATIVOS
000950         OPEN I-O CATIVOS
000951     END-IF
000952     OPEN INPUT OPERADOR-MASTER
000953     IF WS-FS-OPER NOT = "00" THEN
000954         DISPLAY CLS
000955         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
000956         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
000957         FOREGROUND-COLOR 4
000958         CLOSE CATIVOS
000959         STOP RUN
000960     END-IF
000961
000962     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
000963     IF NOT SIGNON-OK THEN
000964         DISPLAY CLS
000965         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
000966         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000967         PERFORM 9999-FINALIZAR THRU 9999-EXIT
000968         STOP RUN
000969     END-IF.
000970 1000-EXIT.
000971     EXIT.
000972
000973******************************************************************
000974* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
000975* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
000976* TAREFA-11); operadores desactivados na TAREFA-28 nao entram. O
000977* id fica em cada registo do MANLOG.
000978******************************************************************
000979 1100-SIGNON-OPERADOR.
000980     MOVE "N" TO WS-SIGNON-OK
000981     MOVE 0 TO WS-SIGNON-TENTATIVAS
000982     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
000983         ADD 1 TO WS-SIGNON-TENTATIVAS
000984         DISPLAY CLS
000985         DISPLAY SIGNON-PROMPT
000986         MOVE SPACES TO WS-TEMP
000987         ACCEPT WS-TEMP AT 0622
000988         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
000989         MOVE OPR-ID TO WS-OPERADOR
000990         MOVE SPACES TO WS-TEMP
000991         ACCEPT WS-TEMP AT 0817 SECURE
000992         READ OPERADOR-MASTER
000993             INVALID KEY
000994                 CONTINUE
000995             NOT INVALID KEY
000996                 IF OPR-OPERADOR-ATIVO AND
000997                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
000998                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
000999                     MOVE "S" TO WS-SIGNON-OK
001000                 END-IF
001001         END-READ
001002         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
001003             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
001004             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001005             ACCEPT WS-TEMP AT 1409
001006         END-IF
001007     END-PERFORM.
001008 1100-EXIT.
001009     EXIT.
001010
001011******************************************************************
001012* 2000-MANTER-CATIVO - pede o numero do cativo; "0" termina o
001020* programa. Se o cativo nao existir, coloca-o; se existir,
001030* mostra os dados actuais e deixa altera-los ou liberta-lo
001040* (ESTADO = L). Um cativo nunca e apagado - liberta-se, para o
001290* valor obrigatorios) e grava-o ativo com a data de hoje;
001300* cativo existente mostra os valores actuais e deixa o operador
001310* confirma-los, altera-los ou libertar o cativo, ficando a data
001320* de libertacao gravada. Um cativo novo ativo fica no NOTEVT
001322* para a carta ao cliente. Todo o cativo gravado, se novo ou
001324* alterado, fica no MANLOG.
001330******************************************************************
001340 2100-EDITA-CATIVO.
001350     DISPLAY CLS
001570         DISPLAY WS-TEMP AT 1441
001580         MOVE CAT-ESTADO TO WS-TEMP
001590         DISPLAY WS-TEMP AT 1642
001591     END-IF
001592     IF CATIVO-NOVO THEN
001593         MOVE SPACES TO WS-IMAGEM-ANTES
001594     ELSE
001595         MOVE CATIVO-REC TO WS-IMAGEM-ANTES
001600     END-IF
001610
001620     MOVE "N" TO WS-CAMPO-OK
002610
002620     IF CATIVO-NOVO THEN
002630         WRITE CATIVO-REC
002632         IF WS-FS-CATIVOS = "00" AND CAT-ATIVO THEN
002634             PERFORM 2200-NOTIFICA-CATIVO THRU 2200-EXIT
002636         END-IF
002640     ELSE
002650         REWRITE CATIVO-REC
002652     END-IF
002654     IF WS-FS-CATIVOS = "00" AND
002656        (CATIVO-NOVO OR CATIVO-REC NOT = WS-IMAGEM-ANTES) THEN
002658         PERFORM 2300-REGISTA-MANUTENCAO THRU 2300-EXIT
002660     END-IF
002670
002680     DISPLAY CLEAN-LINE.
002690 2100-EXIT.
002700     EXIT.
002710
002711******************************************************************
002712* 2200-NOTIFICA-CATIVO - acrescenta ao NOTEVT o evento do cativo
002713* novo (valor, motivo e validade), aberto e fechado a cada escrita
002714* como o DPZLIQ na TAREFA-35.
002715******************************************************************
002716 2200-NOTIFICA-CATIVO.
002717     OPEN EXTEND NOTIFICACOES
002718     IF WS-FS-EVT = "05" OR WS-FS-EVT = "35" THEN
002719         OPEN OUTPUT NOTIFICACOES
002720         CLOSE NOTIFICACOES
002721         OPEN EXTEND NOTIFICACOES
002722     END-IF
002723     MOVE SPACES TO EVENTO-REC
002724     MOVE CAT-CONTA-NUM TO EVT-CONTA-NUM
002725     MOVE WS-DATA-HORA (1:8) TO EVT-DATA
002726     MOVE WS-DATA-HORA (9:6) TO EVT-HORA
002727     MOVE "CT" TO EVT-TIPO
002728     MOVE "TAREFA32" TO EVT-ORIGEM
002729     MOVE CAT-VALOR TO EVT-VALOR
002730     MOVE CAT-ID TO EVT-REF
002731     MOVE CAT-DATA-EXPIRA TO EVT-DATA-AUX
002732     MOVE CAT-MOTIVO TO EVT-TEXTO
002733     WRITE EVENTO-REC
002734     CLOSE NOTIFICACOES.
002735 2200-EXIT.
002736     EXIT.
002737
002738******************************************************************
002739* 2300-REGISTA-MANUTENCAO - acrescenta ao MANLOG as imagens antes
002740* e depois do cativo gravado, com o operador do sign-on;
002741* aberto e fechado a cada escrita, como o NOTEVT.
002742******************************************************************
002743 2300-REGISTA-MANUTENCAO.
002744     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002745     OPEN EXTEND MANUTENCOES
002746     IF WS-FS-MNT = "05" OR WS-FS-MNT = "35" THEN
002747         OPEN OUTPUT MANUTENCOES
002748         CLOSE MANUTENCOES
002749         OPEN EXTEND MANUTENCOES
002750     END-IF
002751     MOVE SPACES TO MANUTENCAO-REC
002752     MOVE WS-DATA-HORA (1:8) TO MNT-DATA
002753     MOVE WS-DATA-HORA (9:6) TO MNT-HORA
002754     MOVE WS-OPERADOR TO MNT-OPERADOR
002755     MOVE "TAREFA32" TO MNT-PROGRAMA
002756     MOVE "CATIVOS" TO MNT-FICHEIRO
002757     MOVE CAT-ID TO MNT-CHAVE
002758     IF CATIVO-NOVO THEN
002759         MOVE "N" TO MNT-ACCAO
002760     ELSE
002761         MOVE "M" TO MNT-ACCAO
002762     END-IF
002763     MOVE SPACES TO MNT-DESTAQUE
002764     MOVE "A" TO MNT-IMAGEM
002765     MOVE WS-IMAGEM-ANTES TO MNT-REGISTO
002766     WRITE MANUTENCAO-REC
002767     MOVE "D" TO MNT-IMAGEM
002768     MOVE CATIVO-REC TO MNT-REGISTO
002769     WRITE MANUTENCAO-REC
002770     CLOSE MANUTENCOES.
002771 2300-EXIT.
002772     EXIT.
002773
002774 9999-FINALIZAR.
002775     CLOSE CATIVOS
002776     CLOSE OPERADOR-MASTER.
002777 9999-EXIT.
002778     EXIT.
002779
002780 END PROGRAM TAREFA-32.

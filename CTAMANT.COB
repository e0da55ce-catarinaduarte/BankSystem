000187*   15/01/2024  RSA  Novo campo de tecto diario de debitos
000188*                    (CT-LIMITE-DIARIO), imposto pela CONTAPST
000189*                    com o retorno 50; zero = sem tecto.
000190*   20/05/2024  RSA  Novo campo de taxa de juro devedor anual
000191*                    (CT-TAXA-DEVEDORA), cobrada pela TAREFA-38
000192*                    sobre os saldos diarios devedores; zero =
000193*                    taxa por omissao do TARMST ("JD").
000194*   01/07/2024  RSA  Contas dormentes (estado D, marcado pela
000195*                    TAREFA-43): a mudanca para outro estado
000196*                    (reativacao) exige a aprovacao de um
000197*                    supervisor do OPERMST (id e PIN), registada
000198*                    no DORMST com a data; sem aprovacao a conta
000199*                    fica dormente. O estado D nao e atribuido
000200*                    neste ecra.
000201*   29/07/2024  RSA  A passagem de uma conta ao estado B
000202*                    (bloqueada) gera um evento de notificacao
000203*                    (tipo BL) no ficheiro NOTEVT, para a carta
000204*                    ao cliente da TAREFA-46.
000205*   12/08/2024  RSA  Sign-on obrigatorio do operador no
000206*                    OPERMST (como na TAREFA-42); cada conta
000207*                    alterada deixa a imagem antes e depois, com
000208*                    o operador, no registo de manutencao MANLOG
000209*                    (diario da TAREFA-47), com destaque quando
000210*                    muda o limite de descoberto ou o tecto
000211*                    diario.
000212*   09/09/2024  RSA  O estado E deixa de encerrar a conta de
000213*                    imediato: regista um pedido de
000214*                    encerramento no ENCMST, com o destino do
000215*                    saldo (outra conta do mesmo cliente ou
000216*                    transferencia para outro banco), recusado
000217*                    enquanto a conta tiver cativos ativos ou
000218*                    transferencias externas pendentes; a
000219*                    liquidacao e o encerramento sao feitos na
000220*                    corrida nocturna da TAREFA-50. Um pedido
000221*                    ainda pendente pode ser anulado aqui.
000222*   23/09/2024  RSA  Reativacao: o supervisor nao e o operador.
000223*                    Erro a regravar a conta fica no ecra.
000224******************************************************************
000225 IDENTIFICATION DIVISION.
000227 PROGRAM-ID. TAREFA-18.
000229
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CT-CONTA-NUM
000300         FILE STATUS IS WS-FS-CONTA.
000301     SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS RANDOM
000304         RECORD KEY IS OPR-ID
000305         FILE STATUS IS WS-FS-OPER.
000306     SELECT DORMENTES ASSIGN TO "DORMST"
000307         ORGANIZATION IS INDEXED
000308         ACCESS MODE IS RANDOM
000309         RECORD KEY IS DOR-CONTA-NUM
000310         FILE STATUS IS WS-FS-DORMST.
000311     SELECT NOTIFICACOES ASSIGN TO "NOTEVT"
000312         ORGANIZATION IS LINE SEQUENTIAL
000313         FILE STATUS IS WS-FS-EVT.
000314     SELECT MANUTENCOES ASSIGN TO "MANLOG"
000315         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS WS-FS-MNT.
000317     SELECT ENCERRAMENTOS ASSIGN TO "ENCMST"
000318         ORGANIZATION IS INDEXED
000319         ACCESS MODE IS RANDOM
000320         RECORD KEY IS ENC-CONTA-NUM
000321         FILE STATUS IS WS-FS-ENC.
000322     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000323         ORGANIZATION IS INDEXED
000324         ACCESS MODE IS RANDOM
000325         RECORD KEY IS CLI-CONTA-NUM
000326         FILE STATUS IS WS-FS-CLI.
000327     SELECT CATIVOS ASSIGN TO "CATIVOS"
000328         ORGANIZATION IS INDEXED
000329         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS CAT-ID
000331         FILE STATUS IS WS-FS-CATIVOS.
000332     SELECT PENDENTES-EXT ASSIGN TO "PENDEXT"
000333         ORGANIZATION IS INDEXED
000334         ACCESS MODE IS SEQUENTIAL
000335         RECORD KEY IS PEX-ID
000336         FILE STATUS IS WS-FS-PENDEXT.
000337
000338 DATA DIVISION.
000339 FILE SECTION.
000340 FD  CONTA-MASTER.
000350     COPY CONTAREC.
000351
000352 FD  OPERADOR-MASTER.
000353     COPY OPRREC.
000354
000355 FD  DORMENTES.
000356     COPY DORREC.
000357
000358 FD  NOTIFICACOES.
000359     COPY EVTREC.
000360
000361 FD  MANUTENCOES.
000362     COPY MNTREC.
000363
000364 FD  ENCERRAMENTOS.
000365     COPY ENCREC.
000366
000367 FD  CLIENTE-MASTER.
000368     COPY CLIREC.
000369
000370 FD  CATIVOS.
000371     COPY CATREC.
000372
000373 FD  PENDENTES-EXT.
000374     COPY PEXREC.
000376
000378 WORKING-STORAGE SECTION.
000380 77  WS-FS-CONTA         PIC X(02) VALUE "00".
000390 77  WS-TEMP             PIC X(14) VALUE SPACES.
000400 77  WS-VALOR-DISP       PIC Z(09)9V,99.
000440     88  FIM-MANUTENCAO      VALUE "S".
000450 77  WS-CAMPO-OK         PIC X(01) VALUE "N".
000460     88  CAMPO-OK            VALUE "S".
000461 77  WS-FS-OPER          PIC X(02) VALUE "00".
000462 77  WS-FS-DORMST        PIC X(02) VALUE "00".
000463 77  WS-DATA-HORA        PIC X(21) VALUE SPACES.
000464 77  WS-DATA-HOJE        PIC 9(08) VALUE 0.
000465 77  WS-SUPERVISOR       PIC X(04) VALUE SPACES.
000466 77  WS-ESTADO-NOVO      PIC X(01) VALUE SPACES.
000467 77  WS-OPER-ABERTO      PIC X(01) VALUE "N".
000468     88  OPER-ABERTO         VALUE "S".
000469 77  WS-APROVADO         PIC X(01) VALUE "N".
000470     88  APROVADO            VALUE "S".
000471 77  WS-REATIVADA        PIC X(01) VALUE "N".
000472     88  REATIVADA           VALUE "S".
000473 77  WS-FS-EVT           PIC X(02) VALUE "00".
000474 77  WS-ESTADO-ANTERIOR  PIC X(01) VALUE SPACES.
000475 77  WS-FS-MNT           PIC X(02) VALUE "00".
000476 77  WS-OPERADOR         PIC X(04) VALUE SPACES.
000477 77  WS-IMAGEM-ANTES     PIC X(150) VALUE SPACES.
000478 77  WS-LIMITE-DESC-ANT  PIC 9(10)V99 VALUE 0.
000479 77  WS-LIMITE-DIARIO-ANT PIC 9(10)V99 VALUE 0.
000480 77  WS-DESTAQUE         PIC X(01) VALUE SPACES.
000481 77  WS-SIGNON-OK        PIC X(01) VALUE "N".
000482     88  SIGNON-OK           VALUE "S".
000483 77  WS-SIGNON-TENTATIVAS PIC 9(01) VALUE 0.
000484 77  WS-FS-ENC           PIC X(02) VALUE "00".
000485 77  WS-FS-CLI           PIC X(02) VALUE "00".
000486 77  WS-FS-CATIVOS       PIC X(02) VALUE "00".
000487 77  WS-FS-PENDEXT       PIC X(02) VALUE "00".
000488 77  WS-CLI-ABERTO       PIC X(01) VALUE "N".
000489     88  CLI-ABERTO          VALUE "S".
000490 77  WS-ENC-EXISTE       PIC X(01) VALUE "N".
000491     88  ENC-EXISTE          VALUE "S".
000492 77  WS-ENC-OK           PIC X(01) VALUE "N".
000493     88  ENC-OK              VALUE "S".
000494 77  WS-FIM-LEITURA      PIC X(01) VALUE "N".
000495     88  FIM-LEITURA         VALUE "S".
000496 77  WS-QTD-PENDENCIAS   PIC 9(05) VALUE 0.
000497 77  WS-CONTA-GUARDA     PIC X(62) VALUE SPACES.
000498 77  WS-NIF-CONTA        PIC 9(09) VALUE 0.
000499 77  WS-DESTINO-ESTADO   PIC X(01) VALUE SPACES.
000500 77  WS-DESTINO-TIPO     PIC X(01) VALUE SPACES.
000501 77  WS-CONTA-DESTINO    PIC 9(08) VALUE 0.
000502 77  WS-BANCO-DEST       PIC 9(04) VALUE 0.
000503 77  WS-AGENCIA-DEST     PIC 9(04) VALUE 0.
000504 77  WS-CONTA-EXT        PIC 9(11) VALUE 0.
000505
000506 SCREEN SECTION.
000507 01  CLS BLANK SCREEN.
000508
000510 01  CLEAN-LINE.
000520     05  COL 1 VALUE " " LINE 18 ERASE EOL.
000530     05  COL 1 VALUE " " LINE 20 ERASE EOL.
000532     05  COL 1 VALUE " " LINE 23 ERASE EOL.
000534     05  COL 1 VALUE " " LINE 24 ERASE EOL.
000536     05  COL 1 VALUE " " LINE 26 ERASE EOL.
000537
000538 01  SIGNON-PROMPT.
000539     05  COL 10 VALUE "---------- SIGN-ON DE OPERADOR ----------"
000540         LINE 2.
000541     05  COL 12 VALUE "OPERADOR:"                   LINE 6
000542         HIGHLIGHT.
000543     05  COL 12 VALUE "PIN:"                        LINE 8
000544         HIGHLIGHT.
000546
000550 01  CONTA-PROMPT.
000560     05  COL 10 VALUE "---------- MANUTENCAO DE CONTAS ---------"
000570         LINE 2.
000690         HIGHLIGHT.
000700     05  COL 12 VALUE "TAXA DE JURO MENSAL (%):"    LINE 12
000710         HIGHLIGHT.
000712     05  COL 12 VALUE "TAXA DEVEDORA ANUAL (0=TARIFARIO):"
000714         LINE 13 HIGHLIGHT.
000720     05  COL 12 VALUE "ESTADO (A=ATIVA B=BLOQUEADA E=ENCERRADA):"
000730         LINE 14 HIGHLIGHT.
000732     05  COL 12 VALUE "ISENTA DE TARIFAS (S/N):"    LINE 16
000830******************************************************************
000840* 1000-INICIALIZAR - abre o ficheiro de contas; se ainda nao
000850* existir (primeira execucao no site), cria-o vazio, como fazem
000860* os restantes programas que usam o CONTA-MASTER. O mesmo para o
000862* registo de dormentes DORMST e o de encerramentos ENCMST; o
000864* OPERMST so e lido, para o sign-on do operador e as aprovacoes
000866* de reativacao, e o CLIMST para confirmar o titular da conta de
000867* destino do saldo de uma conta a encerrar (sem CLIMST so se
000868* aceita o destino noutro banco). Sem sign-on valido o programa
000869* termina sem mexer em nada.
000870******************************************************************
000880 1000-INICIALIZAR.
000890     OPEN I-O CONTA-MASTER
000910         OPEN OUTPUT CONTA-MASTER
000920         CLOSE CONTA-MASTER
000930         OPEN I-O CONTA-MASTER
000931     END-IF
000932     OPEN I-O DORMENTES
000933     IF WS-FS-DORMST = "35" THEN
000934         OPEN OUTPUT DORMENTES
000935         CLOSE DORMENTES
000936         OPEN I-O DORMENTES
000937     END-IF
000938     OPEN I-O ENCERRAMENTOS
000939     IF WS-FS-ENC = "35" THEN
000940         OPEN OUTPUT ENCERRAMENTOS
000941         CLOSE ENCERRAMENTOS
000942         OPEN I-O ENCERRAMENTOS
000943     END-IF
000944     OPEN INPUT CLIENTE-MASTER
000945     IF WS-FS-CLI = "00" THEN
000946         MOVE "S" TO WS-CLI-ABERTO
000947     END-IF
000948     OPEN INPUT OPERADOR-MASTER
000949     IF WS-FS-OPER NOT = "00" THEN
000950         DISPLAY CLS
000951         DISPLAY "FICHEIRO DE OPERADORES INDISPONIVEL - CRIE "&
000952         "OS OPERADORES NA TAREFA-28" AT 1209 HIGHLIGHT
000953         FOREGROUND-COLOR 4
000954         CLOSE CONTA-MASTER
000955         CLOSE DORMENTES
000956         CLOSE ENCERRAMENTOS
000957         IF CLI-ABERTO THEN
000958             CLOSE CLIENTE-MASTER
000959         END-IF
000960         STOP RUN
000961     END-IF
000962     MOVE "S" TO WS-OPER-ABERTO
000963
000964     PERFORM 1100-SIGNON-OPERADOR THRU 1100-EXIT
000965     IF NOT SIGNON-OK THEN
000966         DISPLAY CLS
000967         DISPLAY "ACESSO NEGADO - OPERADOR OU PIN INVALIDOS"
000968         AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
000969         PERFORM 9999-FINALIZAR THRU 9999-EXIT
000970         STOP RUN
000971     END-IF.
000972 1000-EXIT.
000973     EXIT.
000974
000975******************************************************************
000976* 1100-SIGNON-OPERADOR - identifica o operador contra o OPERMST
000977* com ate 3 tentativas (mesma logica da SIGNON-OPERADOR da
000978* TAREFA-11); operadores desactivados na TAREFA-28 nao entram. O
000979* id fica em cada registo do MANLOG.
000980******************************************************************
000981 1100-SIGNON-OPERADOR.
000982     MOVE "N" TO WS-SIGNON-OK
000983     MOVE 0 TO WS-SIGNON-TENTATIVAS
000984     PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TENTATIVAS = 3
000985         ADD 1 TO WS-SIGNON-TENTATIVAS
000986         DISPLAY CLS
000987         DISPLAY SIGNON-PROMPT
000988         MOVE SPACES TO WS-TEMP
000989         ACCEPT WS-TEMP AT 0622
000990         MOVE FUNCTION UPPER-CASE (WS-TEMP (1:4)) TO OPR-ID
000991         MOVE OPR-ID TO WS-OPERADOR
000992         MOVE SPACES TO WS-TEMP
000993         ACCEPT WS-TEMP AT 0817 SECURE
000994         READ OPERADOR-MASTER
000995             INVALID KEY
000996                 CONTINUE
000997             NOT INVALID KEY
000998                 IF OPR-OPERADOR-ATIVO AND
000999                    FUNCTION TRIM (WS-TEMP) IS NUMERIC AND
001000                    FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
001001                     MOVE "S" TO WS-SIGNON-OK
001002                 END-IF
001003         END-READ
001004         IF NOT SIGNON-OK AND WS-SIGNON-TENTATIVAS < 3 THEN
001005             DISPLAY "OPERADOR OU PIN INVALIDOS - TENTE OUTRA "&
001006             "VEZ" AT 1209 HIGHLIGHT FOREGROUND-COLOR 4
001007             ACCEPT WS-TEMP AT 1409
001008         END-IF
001009     END-PERFORM.
001010 1100-EXIT.
001011     EXIT.
001012
001013******************************************************************
001014* 2000-MANTER-CONTA - pede o numero da conta; "0" termina o
001015* programa. Contas novas abrem-se no ecra da TAREFA-11, por isso
001016* uma conta inexistente e apenas avisada, nunca criada aqui.
001020******************************************************************
001030 2000-MANTER-CONTA.
001040     DISPLAY CLS
001280* operador confirma-los ou altera-los campo a campo (campo em
001290* branco mantem o valor actual, como na TAREFA-15). O saldo e
001300* apenas informativo - saldo so muda por movimento na CONTAPST.
001302* Uma conta que passa a bloqueada fica no NOTEVT para a carta
001304* ao cliente; toda a conta alterada fica no MANLOG.
001306* O estado E nao encerra a conta: regista o pedido de
001308* encerramento (2600-PEDE-ENCERRAMENTO) para a TAREFA-50.
001310******************************************************************
001320 2100-EDITA-CONTA.
001330     DISPLAY CLS
001490     DISPLAY WS-VALOR-DISP AT 1034
001500     MOVE CT-TAXA-JURO TO WS-TAXA-DISP
001510     DISPLAY WS-TAXA-DISP AT 1237
001511     IF CT-TAXA-DEVEDORA IS NUMERIC THEN
001512         MOVE CT-TAXA-DEVEDORA TO WS-TAXA-DISP
001513     ELSE
001514*        REGISTO ANTIGO COM ESPACOS NO CAMPO - MOSTRA TAXA POR
001515*        OMISSAO.
001516         MOVE 0 TO WS-TAXA-DISP
001517     END-IF
001518     DISPLAY WS-TAXA-DISP AT 1347
001520     MOVE CT-ESTADO TO WS-TEMP
001522     DISPLAY WS-TEMP AT 1454
001524     IF CT-CONTA-DORMENTE THEN
001526         DISPLAY "(D=DORMENTE)" AT 1457 HIGHLIGHT
001528         FOREGROUND-COLOR 4
001530     END-IF
001532     MOVE CT-ISENTO-TARIFAS TO WS-TEMP
001534     DISPLAY WS-TEMP AT 1637
001536     IF CT-LIMITE-DIARIO IS NUMERIC THEN
001544         MOVE 0 TO WS-VALOR-DISP
001546     END-IF
001548     DISPLAY WS-VALOR-DISP AT 1745
001549     MOVE CONTA-REC TO WS-IMAGEM-ANTES
001550     MOVE CT-LIMITE-DESC TO WS-LIMITE-DESC-ANT
001551     IF CT-LIMITE-DIARIO IS NUMERIC THEN
001552         MOVE CT-LIMITE-DIARIO TO WS-LIMITE-DIARIO-ANT
001553     ELSE
001554         MOVE 0 TO WS-LIMITE-DIARIO-ANT
001555     END-IF
001557
001559     MOVE "N" TO WS-CAMPO-OK
001560     PERFORM UNTIL CAMPO-OK
001570         MOVE SPACES TO WS-TEMP
001580         ACCEPT WS-TEMP AT 0817
002080             END-IF
002090         END-IF
002100     END-PERFORM
002120     MOVE "N" TO WS-CAMPO-OK
002130     PERFORM UNTIL CAMPO-OK
002131         MOVE SPACES TO WS-TEMP
002132         ACCEPT WS-TEMP AT 1347
002133         IF FUNCTION TRIM (WS-TEMP) = SPACES THEN
002134             IF CT-TAXA-DEVEDORA IS NOT NUMERIC THEN
002135*                REGISTO ANTIGO COM ESPACOS NO CAMPO - FICA
002136*                GRAVADO COM A TAXA POR OMISSAO.
002137                 MOVE 0 TO CT-TAXA-DEVEDORA
002138             END-IF
002139             MOVE "S" TO WS-CAMPO-OK
002140         ELSE
002141             IF FUNCTION TRIM (WS-TEMP) IS NUMERIC
002142                AND FUNCTION NUMVAL (WS-TEMP) < 100 THEN
002143                 COMPUTE CT-TAXA-DEVEDORA =
002144                     FUNCTION NUMVAL (WS-TEMP)
002145                 MOVE "S" TO WS-CAMPO-OK
002146             ELSE
002147                 DISPLAY "TAXA DEVEDORA INVALIDA - NUMERICA"&
002148                 ", DE 0 A 99" AT 2009 HIGHLIGHT
002149                 FOREGROUND-COLOR 4
002150             END-IF
002151         END-IF
002152     END-PERFORM
002153
002154     MOVE "N" TO WS-CAMPO-OK
002155     MOVE "N" TO WS-REATIVADA
002156     MOVE CT-ESTADO TO WS-ESTADO-ANTERIOR
002157     PERFORM UNTIL CAMPO-OK
002158         MOVE SPACES TO WS-TEMP
002159         ACCEPT WS-TEMP AT 1454
002160         IF FUNCTION TRIM (WS-TEMP) = SPACES OR
002162            (CT-CONTA-DORMENTE AND
002164             FUNCTION UPPER-CASE (WS-TEMP (1:1)) = "D") THEN
002170             MOVE "S" TO WS-CAMPO-OK
002180         ELSE
002190             IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) = "A" OR
002200                "B" OR "E" THEN
002201                 IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) = "E"
002202                     THEN
002203*                    ENCERRAR E UM PEDIDO PARA A TAREFA-50 - O
002204*                    ESTADO SO MUDA DEPOIS DA LIQUIDACAO.
002205                     IF NOT CT-CONTA-ENCERRADA THEN
002206                         PERFORM 2600-PEDE-ENCERRAMENTO
002207                             THRU 2600-EXIT
002208                     END-IF
002209                 ELSE
002210                     IF CT-CONTA-DORMENTE THEN
002211                         PERFORM 2200-APROVA-REATIVACAO
002212                             THRU 2200-EXIT
002213                     ELSE
002214                         MOVE FUNCTION UPPER-CASE
002215                             (WS-TEMP (1:1)) TO CT-ESTADO
002216                     END-IF
002222                 END-IF
002230                 MOVE "S" TO WS-CAMPO-OK
002240             ELSE
002250                 DISPLAY "ESTADO INVALIDO - TEM DE SER A, B"&
002344     END-PERFORM
002345
002346     REWRITE CONTA-REC
002347         INVALID KEY
002348             DISPLAY "ERRO A GRAVAR A CONTA - FS=" AT 2009
002349             HIGHLIGHT FOREGROUND-COLOR 4
002350             DISPLAY WS-FS-CONTA AT 2036 HIGHLIGHT
002351             FOREGROUND-COLOR 4
002352             DISPLAY CT-CONTA-NUM AT 2039 HIGHLIGHT
002353             FOREGROUND-COLOR 4
002354             GO TO 2100-EXIT
002355     END-REWRITE
002356     IF REATIVADA THEN
002357         PERFORM 2300-REGISTA-REATIVACAO THRU 2300-EXIT
002358     END-IF
002359     IF CT-CONTA-BLOQUEADA AND WS-ESTADO-ANTERIOR NOT = "B" THEN
002360         PERFORM 2400-NOTIFICA-BLOQUEIO THRU 2400-EXIT
002361     END-IF
002362     IF WS-FS-CONTA = "00" AND
002363     CONTA-REC NOT = WS-IMAGEM-ANTES THEN
002364         MOVE SPACES TO WS-DESTAQUE
002365         IF CT-LIMITE-DESC NOT = WS-LIMITE-DESC-ANT OR
002366            CT-LIMITE-DIARIO NOT = WS-LIMITE-DIARIO-ANT THEN
002367             MOVE "L" TO WS-DESTAQUE
002368         END-IF
002369         PERFORM 2500-REGISTA-MANUTENCAO THRU 2500-EXIT
002370     END-IF
002371
002372     DISPLAY CLEAN-LINE.
002373 2100-EXIT.
002374     EXIT.
002375
002376******************************************************************
002377* 2200-APROVA-REATIVACAO - reativar conta dormente exige outro
002378* operador, supervisor ativo do OPERMST (id e PIN, uma tentativa,
002379* como a alcada da TAREFA-11); recusada, a conta fica dormente.
002380******************************************************************
002381 2200-APROVA-REATIVACAO.
002382     MOVE FUNCTION UPPER-CASE (WS-TEMP (1:1)) TO WS-ESTADO-NOVO
002383     MOVE "N" TO WS-APROVADO
002384     DISPLAY "CONTA DORMENTE - REATIVACAO EXIGE APROVACAO DE "&
002385     "SUPERVISOR" AT 2309 HIGHLIGHT
002386     DISPLAY "SUPERVISOR:" AT 2409 HIGHLIGHT
002387     MOVE SPACES TO WS-SUPERVISOR
002388     ACCEPT WS-SUPERVISOR AT 2421
002389     MOVE FUNCTION UPPER-CASE (WS-SUPERVISOR) TO OPR-ID
002390     DISPLAY "PIN:" AT 2609 HIGHLIGHT
002391     MOVE SPACES TO WS-TEMP
002392     ACCEPT WS-TEMP AT 2614 SECURE
002393     IF OPER-ABERTO THEN
002394         READ OPERADOR-MASTER
002395             INVALID KEY
002396                 CONTINUE
002397             NOT INVALID KEY
002398                 IF OPR-E-SUPERVISOR AND OPR-OPERADOR-ATIVO
002399                    AND OPR-ID NOT = WS-OPERADOR
002400                    AND FUNCTION TRIM (WS-TEMP) IS NUMERIC
002401                    AND FUNCTION NUMVAL (WS-TEMP) = OPR-PIN THEN
002402                     MOVE "S" TO WS-APROVADO
002403                 END-IF
002404         END-READ
002405     END-IF
002406     DISPLAY CLEAN-LINE
002407     IF APROVADO THEN
002408         MOVE OPR-ID TO WS-SUPERVISOR
002409         MOVE WS-ESTADO-NOVO TO CT-ESTADO
002410         MOVE "S" TO WS-REATIVADA
002411         DISPLAY "REATIVACAO APROVADA POR " AT 2009
002412         FOREGROUND-COLOR 2
002413         DISPLAY OPR-ID AT 2033 FOREGROUND-COLOR 2
002414     ELSE
002415         IF OPR-ID = WS-OPERADOR THEN
002416             DISPLAY "REATIVACAO RECUSADA - SUPERVISOR NAO PODE "&
002417             "SER O OPERADOR" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
002418         ELSE
002419             DISPLAY "REATIVACAO RECUSADA - SEM APROVACAO DE "&
002420             "SUPERVISOR, CONTA FICA DORMENTE" AT 2009 HIGHLIGHT
002421             FOREGROUND-COLOR 4
002422         END-IF
002423     END-IF.
002424 2200-EXIT.
002425     EXIT.
002426
002427******************************************************************
002428* 2300-REGISTA-REATIVACAO - grava no DORMST a data, o supervisor
002429* que aprovou e o estado dado a conta (uma conta dormente sem
002430* registo, so possivel com ficheiros reconstruidos, ganha um).
002431******************************************************************
002432 2300-REGISTA-REATIVACAO.
002433     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002434     MOVE WS-DATA-HORA (1:8) TO WS-DATA-HOJE
002435     MOVE CT-CONTA-NUM TO DOR-CONTA-NUM
002436     READ DORMENTES
002437         INVALID KEY
002438             MOVE SPACES TO DORMENTE-REC
002439             MOVE CT-CONTA-NUM TO DOR-CONTA-NUM
002440             MOVE 0 TO DOR-DATA-DORMENCIA DOR-DATA-ULT-MOV
002441             MOVE 0 TO DOR-SALDO-DORMENCIA
002442             MOVE "N" TO DOR-ESTADO
002443     END-READ
002444     MOVE WS-DATA-HOJE TO DOR-DATA-REATIVACAO
002445     MOVE WS-SUPERVISOR TO DOR-SUPERVISOR
002446     MOVE CT-ESTADO TO DOR-ESTADO-NOVO
002447     IF DOR-ESTADO = "N" THEN
002448         MOVE "R" TO DOR-ESTADO
002449         WRITE DORMENTE-REC
002450     ELSE
002451         MOVE "R" TO DOR-ESTADO
002452         REWRITE DORMENTE-REC
002453     END-IF.
002454 2300-EXIT.
002455     EXIT.
002456
002457******************************************************************
002458* 2400-NOTIFICA-BLOQUEIO - acrescenta ao NOTEVT o evento da conta
002459* bloqueada, aberto e fechado a cada escrita como o DPZLIQ na
002460* TAREFA-35.
002461******************************************************************
002462 2400-NOTIFICA-BLOQUEIO.
002463     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002464     OPEN EXTEND NOTIFICACOES
002465     IF WS-FS-EVT = "05" OR WS-FS-EVT = "35" THEN
002466         OPEN OUTPUT NOTIFICACOES
002467         CLOSE NOTIFICACOES
002468         OPEN EXTEND NOTIFICACOES
002469     END-IF
002470     MOVE SPACES TO EVENTO-REC
002471     MOVE CT-CONTA-NUM TO EVT-CONTA-NUM
002472     MOVE WS-DATA-HORA (1:8) TO EVT-DATA
002473     MOVE WS-DATA-HORA (9:6) TO EVT-HORA
002474     MOVE "BL" TO EVT-TIPO
002475     MOVE "TAREFA18" TO EVT-ORIGEM
002476     MOVE 0 TO EVT-VALOR EVT-REF EVT-DATA-AUX
002477     WRITE EVENTO-REC
002478     CLOSE NOTIFICACOES.
002479 2400-EXIT.
002480     EXIT.
002481
002482******************************************************************
002483* 2500-REGISTA-MANUTENCAO - acrescenta ao MANLOG as imagens antes
002484* e depois da conta alterada, com o operador do sign-on e o
002485* destaque da mudanca de limites; aberto e fechado a cada
002486* escrita, como o NOTEVT.
002487******************************************************************
002488 2500-REGISTA-MANUTENCAO.
002489     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002490     OPEN EXTEND MANUTENCOES
002491     IF WS-FS-MNT = "05" OR WS-FS-MNT = "35" THEN
002492         OPEN OUTPUT MANUTENCOES
002493         CLOSE MANUTENCOES
002494         OPEN EXTEND MANUTENCOES
002495     END-IF
002496     MOVE SPACES TO MANUTENCAO-REC
002497     MOVE WS-DATA-HORA (1:8) TO MNT-DATA
002498     MOVE WS-DATA-HORA (9:6) TO MNT-HORA
002499     MOVE WS-OPERADOR TO MNT-OPERADOR
002500     MOVE "TAREFA18" TO MNT-PROGRAMA
002501     MOVE "CONTAMST" TO MNT-FICHEIRO
002502     MOVE CT-CONTA-NUM TO MNT-CHAVE
002503*    AS CONTAS SO SE ABREM NA TAREFA-11 - AQUI E SEMPRE
002504*    ALTERACAO.
002505     MOVE "M" TO MNT-ACCAO
002506     MOVE WS-DESTAQUE TO MNT-DESTAQUE
002507     MOVE "A" TO MNT-IMAGEM
002508     MOVE WS-IMAGEM-ANTES TO MNT-REGISTO
002509     WRITE MANUTENCAO-REC
002510     MOVE "D" TO MNT-IMAGEM
002511     MOVE CONTA-REC TO MNT-REGISTO
002512     WRITE MANUTENCAO-REC
002513     CLOSE MANUTENCOES.
002514 2500-EXIT.
002515     EXIT.
002516
002517******************************************************************
002518* 2600-PEDE-ENCERRAMENTO - estado E pedido para a conta: o
002519* encerramento ja nao e imediato. Fica um pedido no ENCMST com o
002520* destino do saldo, e a corrida nocturna da TAREFA-50 liquida a
002521* conta (juros e imposto ate a data, tarifas do mes, pagamento
002522* do saldo, ordens permanentes) e so depois a encerra. Contas
002523* bloqueadas ou dormentes tem de ser desbloqueadas ou reativadas
002524* primeiro; cativos ativos ou transferencias externas por
002525* liquidar impedem o pedido. Um pedido ja pendente pode ser
002526* anulado. Destino e confirmacao numa unica tentativa, como a
002527* aprovacao da 2200-APROVA-REATIVACAO.
002528******************************************************************
002529 2600-PEDE-ENCERRAMENTO.
002530     IF CT-CONTA-BLOQUEADA OR CT-CONTA-DORMENTE THEN
002531         DISPLAY "CONTA BLOQUEADA OU DORMENTE - DESBLOQUEIE OU "&
002532         "REATIVE ANTES DE ENCERRAR" AT 2009 HIGHLIGHT
002533         FOREGROUND-COLOR 4
002534         GO TO 2600-EXIT
002535     END-IF
002536     MOVE CT-CONTA-NUM TO ENC-CONTA-NUM
002537     READ ENCERRAMENTOS
002538         INVALID KEY
002539             MOVE "N" TO WS-ENC-EXISTE
002540         NOT INVALID KEY
002541             MOVE "S" TO WS-ENC-EXISTE
002542     END-READ
002543     IF ENC-EXISTE AND ENC-PENDENTE THEN
002544         PERFORM 2650-ANULA-PEDIDO THRU 2650-EXIT
002545         GO TO 2600-EXIT
002546     END-IF
002547
002548     PERFORM 2700-VERIFICA-PENDENCIAS THRU 2700-EXIT
002549     IF NOT ENC-OK THEN
002550         GO TO 2600-EXIT
002551     END-IF
002552     PERFORM 2800-PEDE-DESTINO THRU 2800-EXIT
002553     IF NOT ENC-OK THEN
002554         GO TO 2600-EXIT
002555     END-IF
002556
002557     DISPLAY "CONFIRMA O PEDIDO DE ENCERRAMENTO (S/N):" AT 2609
002558     HIGHLIGHT
002559     MOVE SPACES TO WS-TEMP
002560     ACCEPT WS-TEMP AT 2650
002561     DISPLAY CLEAN-LINE
002562     IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) NOT = "S" THEN
002563         DISPLAY "PEDIDO DE ENCERRAMENTO NAO REGISTADO" AT 2009
002564         HIGHLIGHT FOREGROUND-COLOR 4
002565         GO TO 2600-EXIT
002566     END-IF
002567
002568     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002569     MOVE SPACES TO ENCERRAMENTO-REC
002570     MOVE CT-CONTA-NUM TO ENC-CONTA-NUM
002571     MOVE "P" TO ENC-ESTADO
002572     MOVE WS-DATA-HORA (1:8) TO ENC-DATA-PEDIDO
002573     MOVE WS-OPERADOR TO ENC-OPERADOR
002574     MOVE WS-DESTINO-TIPO TO ENC-DESTINO-TIPO
002575     MOVE WS-CONTA-DESTINO TO ENC-CONTA-DESTINO
002576     MOVE WS-BANCO-DEST TO ENC-BANCO-DEST
002577     MOVE WS-AGENCIA-DEST TO ENC-AGENCIA-DEST
002578     MOVE WS-CONTA-EXT TO ENC-CONTA-EXT
002579     MOVE 0 TO ENC-DATA-PROCESSO ENC-SALDO-INICIAL ENC-JURO
002580     MOVE 0 TO ENC-RETENCAO ENC-TARIFAS ENC-VALOR-PAGO
002581     MOVE 0 TO ENC-REF-PAGAMENTO ENC-ORDENS-DESATIVADAS
002582     MOVE 0 TO ENC-DIAS-JURO ENC-DIAS-MES
002583     IF ENC-EXISTE THEN
002584*        PEDIDO ANTERIOR RECUSADO OU ANULADO - E SUBSTITUIDO.
002585         REWRITE ENCERRAMENTO-REC
002586     ELSE
002587         WRITE ENCERRAMENTO-REC
002588     END-IF
002589     IF WS-FS-ENC = "00" THEN
002590         DISPLAY "PEDIDO REGISTADO - LIQUIDACAO E ENCERRAMENTO "&
002591         "NA CORRIDA NOCTURNA" AT 2009 FOREGROUND-COLOR 2
002592     ELSE
002593         DISPLAY "ERRO A GRAVAR O PEDIDO NO ENCMST - FS=" AT 2009
002594         HIGHLIGHT FOREGROUND-COLOR 4
002595         DISPLAY WS-FS-ENC AT 2047 HIGHLIGHT FOREGROUND-COLOR 4
002596     END-IF.
002597 2600-EXIT.
002598     EXIT.
002599
002600******************************************************************
002601* 2650-ANULA-PEDIDO - a conta ja tem um pedido pendente: mostra
002602* a data e deixa anula-lo (estado A, com o operador e a data da
002603* anulacao); de outro modo o pedido fica como esta.
002604******************************************************************
002605 2650-ANULA-PEDIDO.
002606     DISPLAY "JA EXISTE UM PEDIDO DE ENCERRAMENTO PENDENTE, DE "
002607     AT 2309 HIGHLIGHT
002608     DISPLAY ENC-DATA-PEDIDO AT 2358 HIGHLIGHT
002609     DISPLAY "ANULAR O PEDIDO (S/N):" AT 2409 HIGHLIGHT
002610     MOVE SPACES TO WS-TEMP
002611     ACCEPT WS-TEMP AT 2432
002612     DISPLAY CLEAN-LINE
002613     IF FUNCTION UPPER-CASE (WS-TEMP (1:1)) NOT = "S" THEN
002614         DISPLAY "PEDIDO DE ENCERRAMENTO MANTIDO" AT 2009
002615         FOREGROUND-COLOR 2
002616         GO TO 2650-EXIT
002617     END-IF
002618     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002619     MOVE "A" TO ENC-ESTADO
002620     MOVE WS-OPERADOR TO ENC-OPERADOR
002621     MOVE WS-DATA-HORA (1:8) TO ENC-DATA-PROCESSO
002622     REWRITE ENCERRAMENTO-REC
002623     IF WS-FS-ENC = "00" THEN
002624         DISPLAY "PEDIDO DE ENCERRAMENTO ANULADO" AT 2009
002625         FOREGROUND-COLOR 2
002626     ELSE
002627         DISPLAY "ERRO A GRAVAR O PEDIDO NO ENCMST - FS=" AT 2009
002628         HIGHLIGHT FOREGROUND-COLOR 4
002629         DISPLAY WS-FS-ENC AT 2047 HIGHLIGHT FOREGROUND-COLOR 4
002630     END-IF.
002631 2650-EXIT.
002632     EXIT.
002633
002634******************************************************************
002635* 2700-VERIFICA-PENDENCIAS - a conta nao pode ter cativos ativos
002636* e nao expirados (mesmo teste da CONTAPST) nem transferencias
002637* externas ainda por enviar (P) ou enviadas e por liquidar (E)
002638* no PENDEXT. Ficheiro inexistente = sem pendencias.
002639******************************************************************
002640 2700-VERIFICA-PENDENCIAS.
002641     MOVE "S" TO WS-ENC-OK
002642     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
002643     MOVE WS-DATA-HORA (1:8) TO WS-DATA-HOJE
002644
002645     MOVE 0 TO WS-QTD-PENDENCIAS
002646     MOVE "N" TO WS-FIM-LEITURA
002647     OPEN INPUT CATIVOS
002648     IF WS-FS-CATIVOS = "00" THEN
002649         PERFORM 2710-LE-CATIVO THRU 2710-EXIT
002650             UNTIL FIM-LEITURA
002651         CLOSE CATIVOS
002652     END-IF
002653     IF WS-QTD-PENDENCIAS > 0 THEN
002654         MOVE "N" TO WS-ENC-OK
002655         DISPLAY "ENCERRAMENTO RECUSADO - A CONTA TEM CATIVOS "&
002656         "ATIVOS (TAREFA-32)" AT 2009 HIGHLIGHT
002657         FOREGROUND-COLOR 4
002658         GO TO 2700-EXIT
002659     END-IF
002660
002661     MOVE "N" TO WS-FIM-LEITURA
002662     OPEN INPUT PENDENTES-EXT
002663     IF WS-FS-PENDEXT = "00" THEN
002664         PERFORM 2720-LE-PENDENTE THRU 2720-EXIT
002665             UNTIL FIM-LEITURA
002666         CLOSE PENDENTES-EXT
002667     END-IF
002668     IF WS-QTD-PENDENCIAS > 0 THEN
002669         MOVE "N" TO WS-ENC-OK
002670         DISPLAY "ENCERRAMENTO RECUSADO - HA TRANSFERENCIAS "&
002671         "EXTERNAS POR LIQUIDAR" AT 2009 HIGHLIGHT
002672         FOREGROUND-COLOR 4
002673     END-IF.
002674 2700-EXIT.
002675     EXIT.
002676
002677 2710-LE-CATIVO.
002678     READ CATIVOS NEXT RECORD
002679         AT END
002680             MOVE "S" TO WS-FIM-LEITURA
002681         NOT AT END
002682             IF CAT-CONTA-NUM = CT-CONTA-NUM AND CAT-ATIVO AND
002683                (CAT-DATA-EXPIRA = 0 OR
002684                 CAT-DATA-EXPIRA >= WS-DATA-HOJE) THEN
002685                 ADD 1 TO WS-QTD-PENDENCIAS
002686             END-IF
002687     END-READ.
002688 2710-EXIT.
002689     EXIT.
002690
002691 2720-LE-PENDENTE.
002692     READ PENDENTES-EXT NEXT RECORD
002693         AT END
002694             MOVE "S" TO WS-FIM-LEITURA
002695         NOT AT END
002696             IF PEX-CONTA-ORIGEM = CT-CONTA-NUM AND
002697                (PEX-PENDENTE OR PEX-ENVIADA) THEN
002698                 ADD 1 TO WS-QTD-PENDENCIAS
002699             END-IF
002700     END-READ.
002701 2720-EXIT.
002702     EXIT.
002703
002704******************************************************************
002705* 2800-PEDE-DESTINO - para onde vai o saldo da conta encerrada:
002706* I = outra conta do mesmo cliente, X = transferencia para
002707* outro banco (enviada pela TAREFA-30 como as do balcao).
002708******************************************************************
002709 2800-PEDE-DESTINO.
002710     MOVE "N" TO WS-ENC-OK
002711     MOVE 0 TO WS-CONTA-DESTINO WS-BANCO-DEST WS-AGENCIA-DEST
002712     MOVE 0 TO WS-CONTA-EXT
002713     DISPLAY "DESTINO DO SALDO (I=CONTA DO CLIENTE X=OUTRO "&
002714     "BANCO):" AT 2309 HIGHLIGHT
002715     MOVE SPACES TO WS-TEMP
002716     ACCEPT WS-TEMP AT 2362
002717     MOVE FUNCTION UPPER-CASE (WS-TEMP (1:1)) TO WS-DESTINO-TIPO
002718     DISPLAY CLEAN-LINE
002719     EVALUATE WS-DESTINO-TIPO
002720         WHEN "I"
002721             PERFORM 2810-DESTINO-INTERNO THRU 2810-EXIT
002722         WHEN "X"
002723             PERFORM 2820-DESTINO-EXTERNO THRU 2820-EXIT
002724         WHEN OTHER
002725             DISPLAY "DESTINO INVALIDO - TEM DE SER I OU X - "&
002726             "PEDIDO NAO REGISTADO" AT 2009 HIGHLIGHT
002727             FOREGROUND-COLOR 4
002728     END-EVALUATE.
002729 2800-EXIT.
002730     EXIT.
002731
002732******************************************************************
002733* 2810-DESTINO-INTERNO - a conta de destino tem de existir, estar
002734* ativa, ser outra conta e pertencer ao mesmo cliente - mesmo
002735* CLI-NIF no CLIMST, como na posicao de cliente da TAREFA-34 - e
002736* nao pode ela propria estar a espera de encerramento. O registo
002737* da conta em edicao e guardado e reposto a volta da leitura.
002738******************************************************************
002739 2810-DESTINO-INTERNO.
002740     DISPLAY "CONTA DE DESTINO:" AT 2309 HIGHLIGHT
002741     MOVE SPACES TO WS-TEMP
002742     ACCEPT WS-TEMP AT 2327
002743     DISPLAY CLEAN-LINE
002744     IF FUNCTION TRIM (WS-TEMP) IS NOT NUMERIC THEN
002745         DISPLAY "CONTA DE DESTINO INVALIDA - PEDIDO NAO "&
002746         "REGISTADO" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
002747         GO TO 2810-EXIT
002748     END-IF
002749     IF FUNCTION NUMVAL (WS-TEMP) = 0 OR
002750        FUNCTION NUMVAL (WS-TEMP) > 99999999 THEN
002751         DISPLAY "CONTA DE DESTINO INVALIDA - PEDIDO NAO "&
002752         "REGISTADO" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
002753         GO TO 2810-EXIT
002754     END-IF
002755     COMPUTE WS-CONTA-DESTINO = FUNCTION NUMVAL (WS-TEMP)
002756     IF WS-CONTA-DESTINO = CT-CONTA-NUM THEN
002757         DISPLAY "O DESTINO TEM DE SER OUTRA CONTA - PEDIDO NAO "&
002758         "REGISTADO" AT 2009 HIGHLIGHT FOREGROUND-COLOR 4
002759         GO TO 2810-EXIT
002760     END-IF
002761     IF NOT CLI-ABERTO THEN
002762         DISPLAY "FICHEIRO DE CLIENTES INDISPONIVEL - SO E "&
002763         "POSSIVEL O DESTINO X" AT 2009 HIGHLIGHT
002764         FOREGROUND-COLOR 4
002765         GO TO 2810-EXIT
002766     END-IF
002767
002768     MOVE CT-CONTA-NUM TO CLI-CONTA-NUM
002769     READ CLIENTE-MASTER
002770         INVALID KEY
002771             MOVE 0 TO WS-NIF-CONTA
002772         NOT INVALID KEY
002773             MOVE CLI-NIF TO WS-NIF-CONTA
002774     END-READ
002775     IF WS-NIF-CONTA = 0 THEN
002776         DISPLAY "CONTA SEM FICHA DE CLIENTE COM NIF - SO E "&
002777         "POSSIVEL O DESTINO X" AT 2009 HIGHLIGHT
002778         FOREGROUND-COLOR 4
002779         GO TO 2810-EXIT
002780     END-IF
002781     MOVE WS-CONTA-DESTINO TO CLI-CONTA-NUM
002782     READ CLIENTE-MASTER
002783         INVALID KEY
002784             MOVE 0 TO CLI-NIF
002785     END-READ
002786     IF CLI-NIF NOT = WS-NIF-CONTA THEN
002787         DISPLAY "A CONTA DE DESTINO NAO E DO MESMO CLIENTE "&
002788         "(NIF) - PEDIDO NAO REGISTADO" AT 2009 HIGHLIGHT
002789         FOREGROUND-COLOR 4
002790         GO TO 2810-EXIT
002791     END-IF
002792
002793     MOVE CONTA-REC TO WS-CONTA-GUARDA
002794     MOVE WS-CONTA-DESTINO TO CT-CONTA-NUM
002795     READ CONTA-MASTER
002796         INVALID KEY
002797             MOVE "I" TO WS-DESTINO-ESTADO
002798         NOT INVALID KEY
002799             IF CT-CONTA-ATIVA THEN
002800                 MOVE "A" TO WS-DESTINO-ESTADO
002801             ELSE
002802                 MOVE "N" TO WS-DESTINO-ESTADO
002803             END-IF
002804     END-READ
002805     MOVE WS-CONTA-GUARDA TO CONTA-REC
002806     IF WS-DESTINO-ESTADO NOT = "A" THEN
002807         DISPLAY "CONTA DE DESTINO INEXISTENTE OU NAO ATIVA - "&
002808         "PEDIDO NAO REGISTADO" AT 2009 HIGHLIGHT
002809         FOREGROUND-COLOR 4
002810         GO TO 2810-EXIT
002811     END-IF
002812
002813     MOVE WS-CONTA-DESTINO TO ENC-CONTA-NUM
002814     READ ENCERRAMENTOS
002815         INVALID KEY
002816             MOVE "N" TO ENC-ESTADO
002817     END-READ
002818     IF ENC-PENDENTE THEN
002819         DISPLAY "A CONTA DE DESTINO TEM UM PEDIDO DE "&
002820         "ENCERRAMENTO PENDENTE" AT 2009 HIGHLIGHT
002821         FOREGROUND-COLOR 4
002822         GO TO 2810-EXIT
002823     END-IF
002824     MOVE "S" TO WS-ENC-OK.
002825 2810-EXIT.
002826     EXIT.
002827
002828******************************************************************
002829* 2820-DESTINO-EXTERNO - banco, balcao e conta de destino,
002830* numericos e diferentes de zero (os mesmos campos da
002831* transferencia externa da TAREFA-11).
002832******************************************************************
002833 2820-DESTINO-EXTERNO.
002834     DISPLAY "BANCO DE DESTINO:" AT 2309 HIGHLIGHT
002835     MOVE SPACES TO WS-TEMP
002836     ACCEPT WS-TEMP AT 2327
002837     IF FUNCTION TRIM (WS-TEMP) IS NOT NUMERIC THEN
002838         GO TO 2820-INVALIDO
002839     END-IF
002840     IF FUNCTION NUMVAL (WS-TEMP) = 0 OR
002841        FUNCTION NUMVAL (WS-TEMP) > 9999 THEN
002842         GO TO 2820-INVALIDO
002843     END-IF
002844     COMPUTE WS-BANCO-DEST = FUNCTION NUMVAL (WS-TEMP)
002845
002846     DISPLAY "BALCAO DE DESTINO:" AT 2409 HIGHLIGHT
002847     MOVE SPACES TO WS-TEMP
002848     ACCEPT WS-TEMP AT 2428
002849     IF FUNCTION TRIM (WS-TEMP) IS NOT NUMERIC THEN
002850         GO TO 2820-INVALIDO
002851     END-IF
002852     IF FUNCTION NUMVAL (WS-TEMP) = 0 OR
002853        FUNCTION NUMVAL (WS-TEMP) > 9999 THEN
002854         GO TO 2820-INVALIDO
002855     END-IF
002856     COMPUTE WS-AGENCIA-DEST = FUNCTION NUMVAL (WS-TEMP)
002857
002858     DISPLAY "CONTA NO BANCO DE DESTINO:" AT 2609 HIGHLIGHT
002859     MOVE SPACES TO WS-TEMP
002860     ACCEPT WS-TEMP AT 2636
002861     IF FUNCTION TRIM (WS-TEMP) IS NOT NUMERIC THEN
002862         GO TO 2820-INVALIDO
002863     END-IF
002864     IF FUNCTION NUMVAL (WS-TEMP) = 0 OR
002865        FUNCTION NUMVAL (WS-TEMP) > 99999999999 THEN
002866         GO TO 2820-INVALIDO
002867     END-IF
002868     COMPUTE WS-CONTA-EXT = FUNCTION NUMVAL (WS-TEMP)
002869     DISPLAY CLEAN-LINE
002870     MOVE "S" TO WS-ENC-OK
002871     GO TO 2820-EXIT.
002872 2820-INVALIDO.
002873     DISPLAY CLEAN-LINE
002874     DISPLAY "DESTINO INVALIDO - BANCO, BALCAO E CONTA "&
002875     "NUMERICOS E NAO NULOS" AT 2009 HIGHLIGHT
002876     FOREGROUND-COLOR 4.
002877 2820-EXIT.
002878     EXIT.
002879
002880 9999-FINALIZAR.
002881     CLOSE CONTA-MASTER
002882     CLOSE DORMENTES
002883     CLOSE ENCERRAMENTOS
002884     IF CLI-ABERTO THEN
002885         CLOSE CLIENTE-MASTER
002886     END-IF
002887     IF OPER-ABERTO THEN
002888         CLOSE OPERADOR-MASTER
002889     END-IF.
002890 9999-EXIT.
002891     EXIT.
002892
002893 END PROGRAM TAREFA-18.

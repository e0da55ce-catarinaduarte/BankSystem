000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  17/06/2024
000050* Date-Compiled:
000060* Purpose:       Transferencias recebidas de outros bancos: aplica
000070*                o ficheiro de entrada TRFIN, com cabecalho e
000080*                trailer de controlo validados numa pre-passagem e
000090*                registo de lotes ja aplicados (TRFAPLIC), como o
000100*                TRXIN da TAREFA-13. Cada transferencia e
000110*                creditada na conta beneficiaria atraves da
000120*                CONTAPST com a origem I. As que nao podem ser
000130*                creditadas - conta inexistente, encerrada ou
000140*                bloqueada (CT-ESTADO), nome do beneficiario
000150*                diferente do CLI-NOME, ou credito recusado pela
000160*                CONTAPST - nao sao recusadas: ficam parqueadas no
000170*                ficheiro de suspenso TRFSUSP, com o motivo, para
000180*                o ecra de reparacao da TAREFA-42 as creditar na
000190*                conta certa ou devolver ao banco ordenante no
000200*                envio seguinte da TAREFA-30.
000210* Tectonics:     cobc
000220*
000230* Modification history:
000240*   17/06/2024  RSA  Programa original.
000242*   01/07/2024  RSA  Conta beneficiaria dormente (CT-ESTADO "D",
000244*                    TAREFA-43) vai para o suspenso com o novo
000246*                    motivo 06, em vez de ser creditada.
000247*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000248*                    CONTA-MASTER (TAREFA-49) estiver pendente
000249*                    (retorno 40 do RUNCTL).
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. TAREFA-41.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CT-CONTA-NUM
000360         FILE STATUS IS WS-FS-CONTA.
000370     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CLI-CONTA-NUM
000410         FILE STATUS IS WS-FS-CLIENTE.
000420     SELECT SUSPENSO ASSIGN TO "TRFSUSP"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SUS-ID
000460         FILE STATUS IS WS-FS-SUSP.
000470     SELECT TRF-IN ASSIGN TO "TRFIN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-TRFIN.
000500     SELECT TRF-REJEITADOS ASSIGN TO "TRFREJ"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-TRFREJ.
000530     SELECT TRF-CHECKPOINT ASSIGN TO "TRFCHKPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-CHKPT.
000560     SELECT TRF-APLICADOS ASSIGN TO "TRFAPLIC"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-APLIC.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CONTA-MASTER.
000630     COPY CONTAREC.
000640
000650 FD  CLIENTE-MASTER.
000660     COPY CLIREC.
000670
000680 FD  SUSPENSO.
000690     COPY SUSREC.
000700
000710 FD  TRF-IN.
000720     COPY TRIREC.
000730
000740 FD  TRF-REJEITADOS.
000750 01  REJ-LINHA                  PIC X(80).
000760
000770 FD  TRF-CHECKPOINT.
000780 01  CHK-REC.
000790     05  CHK-QTD-PROCESSADAS    PIC 9(07).
000800     05  CHK-LOTE-ID            PIC X(16).
000810
000820 FD  TRF-APLICADOS.
000830 01  APL-REC.
000840     05  APL-LOTE-ID            PIC X(16).
000850     05  APL-DATA               PIC 9(08).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-STATUS-FLAGS.
000890     05  WS-FS-CONTA             PIC X(02) VALUE "00".
000900     05  WS-FS-CLIENTE           PIC X(02) VALUE "00".
000910     05  WS-FS-SUSP              PIC X(02) VALUE "00".
000920     05  WS-FS-TRFIN             PIC X(02) VALUE "00".
000930     05  WS-FS-TRFREJ            PIC X(02) VALUE "00".
000940     05  WS-FS-CHKPT             PIC X(02) VALUE "00".
000950     05  WS-FS-APLIC             PIC X(02) VALUE "00".
000960     05  WS-FIM-TRF              PIC X(01) VALUE "N".
000970         88  FIM-TRF                 VALUE "S".
000980     05  WS-RECOMECO             PIC X(01) VALUE "N".
000990         88  RECOMECO                VALUE "S".
001000     05  WS-FIM-VALIDACAO        PIC X(01) VALUE "N".
001010         88  FIM-VALIDACAO           VALUE "S".
001020     05  WS-FIM-APLIC            PIC X(01) VALUE "N".
001030         88  FIM-APLIC               VALUE "S".
001040     05  WS-TEM-CABECALHO        PIC X(01) VALUE "N".
001050         88  TEM-CABECALHO           VALUE "S".
001060     05  WS-TEM-TRAILER          PIC X(01) VALUE "N".
001070         88  TEM-TRAILER             VALUE "S".
001080     05  WS-FIM-SUSP             PIC X(01) VALUE "N".
001090         88  FIM-SUSP                VALUE "S".
001100
001110 01  WS-DATA-NEGOCIO             PIC 9(08) VALUE 0.
001120 01  WS-ULTIMO-SUS-ID            PIC 9(08) VALUE 0.
001130
001140 01  WS-CONTADORES.
001150     05  WS-QTD-LIDAS             PIC 9(07) VALUE 0.
001160     05  WS-QTD-CREDITADAS        PIC 9(07) VALUE 0.
001170     05  WS-QTD-SUSPENSAS         PIC 9(07) VALUE 0.
001180     05  WS-QTD-AVISOS            PIC 9(07) VALUE 0.
001190     05  WS-QTD-SALTAR            PIC 9(07) VALUE 0.
001200     05  WS-QTD-SALTADAS          PIC 9(07) VALUE 0.
001210     05  WS-QTD-PROC-TOTAL        PIC 9(07) VALUE 0.
001220     05  WS-QTD-DETALHES          PIC 9(07) VALUE 0.
001230     05  WS-VALOR-SUSPENSO        PIC 9(13)V99 VALUE 0.
001240
001250 01  WS-LOTE.
001260     05  WS-LOTE-ID               PIC X(16) VALUE SPACES.
001270     05  WS-HASH-TOTAL            PIC 9(13)V99 VALUE 0.
001280     05  WS-TRL-QTD-GRAVADA       PIC 9(07) VALUE 0.
001290     05  WS-TRL-HASH-GRAVADO      PIC 9(13)V99 VALUE 0.
001300     05  WS-MOTIVO                PIC X(02) VALUE SPACES.
001310     05  WS-MOTIVO-DESCR          PIC X(30) VALUE SPACES.
001320     05  WS-DATA-HORA             PIC X(21) VALUE SPACES.
001330
001340******************************************************************
001350* Nomes do beneficiario e do cliente em maiusculas, para a
001360* conferencia nao falhar so por causa de minusculas.
001370******************************************************************
001380 01  WS-CONFERENCIA.
001390     05  WS-NOME-BENEF            PIC X(40) VALUE SPACES.
001400     05  WS-NOME-CLIENTE          PIC X(40) VALUE SPACES.
001410
001420 01  WS-RETURN-CD                PIC 9(02) VALUE 0.
001430     88  POSTADO                     VALUE 00.
001440     88  CONTA-BLOQUEADA             VALUE 30.
001450
001460 COPY PSTAREA.
001470
001480 COPY RUNAREA.
001485 01  WS-RETORNO                  PIC 9(02) VALUE 0.
001490
001500 01  WS-EDIT-VALOR               PIC ZZZZZZZZZZZZ9V,99.
001510
001520 01  WS-LINHA-RESUMO.
001530     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-41:".
001540     05  FILLER            PIC X(01) VALUE SPACES.
001550     05  WS-RES-LIDAS            PIC ZZZZZZ9.
001560     05  FILLER                  PIC X(08) VALUE " LIDAS,".
001570     05  WS-RES-CREDITADAS       PIC ZZZZZZ9.
001580     05  FILLER                  PIC X(13) VALUE " CREDITADAS,".
001590     05  WS-RES-SUSPENSAS        PIC ZZZZZZ9.
001600     05  FILLER                  PIC X(14) VALUE " EM SUSPENSO.".
001610
001620 01  WS-LINHA-RECOMECO.
001630     05  FILLER            PIC X(26)
001640         VALUE "LOTE TAREFA-41: RECOMECO -".
001650     05  WS-REC-SALTADAS         PIC ZZZZZZ9.
001660     05  FILLER                  PIC X(25)
001670         VALUE " JA PROCESSADAS, RETOMADO".
001680     05  FILLER                  PIC X(12) VALUE " NO REGISTO ".
001690     05  WS-REC-REGISTO          PIC ZZZZZZ9.
001700     05  FILLER                  PIC X(01) VALUE ".".
001710
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001750     PERFORM 2000-PROCESSA-TRANSFERENCIA THRU 2000-EXIT
001760         UNTIL FIM-TRF
001770     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
001780     PERFORM 9999-FINALIZAR THRU 9999-EXIT
001790     STOP RUN.
001800
001810******************************************************************
001820* 1000-INICIALIZAR - controlo central RUNCTL, abertura dos
001830* ficheiros, validacao do lote, leitura do checkpoint e ultimo
001840* numero de suspenso ja atribuido. O ficheiro de suspenso e
001850* criado vazio na primeira execucao no site.
001860******************************************************************
001870 1000-INICIALIZAR.
001880     MOVE "I" TO RUN-FUNCAO
001890     MOVE "TAREFA41" TO RUN-JOB
001900     CALL "RUNCTL" USING RUN-AREA
001910     IF RUN-JA-EXECUTADO THEN
001920         DISPLAY "TAREFA-41: JA EXECUTADA NA DATA DE NEGOCIO "
001930             RUN-DATA
001940         MOVE 12 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001961     IF RUN-RECUPERACAO-PENDENTE THEN
001962         DISPLAY "TAREFA-41: CONTA-MASTER POR RECUPERAR - "&
001963         "TERMINAR PRIMEIRO A TAREFA-49"
001964         MOVE 16 TO RETURN-CODE
001965         STOP RUN
001966     END-IF
001970     IF NOT RUN-OK THEN
001980         DISPLAY "TAREFA-41: DATA DE NEGOCIO INDISPONIVEL "&
001990         "(DATCTL)"
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF
002030     MOVE RUN-DATA TO WS-DATA-NEGOCIO
002040
002050     OPEN I-O CONTA-MASTER
002060     IF WS-FS-CONTA = "35" THEN
002070         OPEN OUTPUT CONTA-MASTER
002080         CLOSE CONTA-MASTER
002090         OPEN I-O CONTA-MASTER
002100     END-IF
002110     OPEN INPUT CLIENTE-MASTER
002120     IF WS-FS-CLIENTE = "35" THEN
002130         OPEN OUTPUT CLIENTE-MASTER
002140         CLOSE CLIENTE-MASTER
002150         OPEN INPUT CLIENTE-MASTER
002160     END-IF
002170     OPEN I-O SUSPENSO
002180     IF WS-FS-SUSP = "35" THEN
002190         OPEN OUTPUT SUSPENSO
002200         CLOSE SUSPENSO
002210         OPEN I-O SUSPENSO
002220     END-IF
002230     PERFORM 1100-ULTIMO-SUSPENSO THRU 1100-EXIT
002240
002250     MOVE SPACES TO PST-OPERADOR
002260     OPEN INPUT TRF-IN
002270     OPEN OUTPUT TRF-REJEITADOS
002280
002290     PERFORM 1400-VALIDA-LOTE THRU 1400-EXIT
002300     PERFORM 1200-LE-CHECKPOINT THRU 1200-EXIT
002310
002320*    O PRIMEIRO REGISTO E O CABECALHO JA VALIDADO - CONSOME-SE
002330*    ANTES DO PRIMEIRO DETALHE.
002340     PERFORM 2100-LER-TRANSFERENCIA THRU 2100-EXIT
002350     PERFORM 2100-LER-TRANSFERENCIA THRU 2100-EXIT
002360
002370     IF RECOMECO THEN
002380         PERFORM 1300-SALTA-PROCESSADA THRU 1300-EXIT
002390             UNTIL WS-QTD-SALTADAS = WS-QTD-SALTAR OR FIM-TRF
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 1100-ULTIMO-SUSPENSO - percorre o TRFSUSP por ordem de chave
002460* para saber o ultimo SUS-ID atribuido; as transferencias
002470* parqueadas nesta corrida continuam a numeracao.
002480******************************************************************
002490 1100-ULTIMO-SUSPENSO.
002500     MOVE 0 TO WS-ULTIMO-SUS-ID
002510     MOVE "N" TO WS-FIM-SUSP
002520     PERFORM 1110-LE-SUSPENSO THRU 1110-EXIT
002530         UNTIL FIM-SUSP.
002540 1100-EXIT.
002550     EXIT.
002560
002570 1110-LE-SUSPENSO.
002580     READ SUSPENSO NEXT RECORD
002590         AT END
002600             MOVE "S" TO WS-FIM-SUSP
002610         NOT AT END
002620             MOVE SUS-ID TO WS-ULTIMO-SUS-ID
002630     END-READ.
002640 1110-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680* 1200-LE-CHECKPOINT - como na TAREFA-13: um checkpoint do mesmo
002690* lote acima de zero significa que a corrida anterior caiu a
002700* meio e esta e um recomeco, saltando as transferencias ja
002710* creditadas ou parqueadas.
002720******************************************************************
002730 1200-LE-CHECKPOINT.
002740     MOVE 0 TO WS-QTD-SALTAR
002750     OPEN INPUT TRF-CHECKPOINT
002760     IF WS-FS-CHKPT = "00" THEN
002770         READ TRF-CHECKPOINT
002780             AT END
002790                 CONTINUE
002800             NOT AT END
002810                 IF CHK-LOTE-ID = WS-LOTE-ID THEN
002820                     MOVE CHK-QTD-PROCESSADAS TO WS-QTD-SALTAR
002830                 END-IF
002840         END-READ
002850         CLOSE TRF-CHECKPOINT
002860     END-IF
002870     MOVE WS-QTD-SALTAR TO WS-QTD-PROC-TOTAL
002880     IF WS-QTD-SALTAR > 0 THEN
002890         MOVE "S" TO WS-RECOMECO
002900     END-IF.
002910 1200-EXIT.
002920     EXIT.
002930
002940 1300-SALTA-PROCESSADA.
002950     ADD 1 TO WS-QTD-SALTADAS
002960     PERFORM 2100-LER-TRANSFERENCIA THRU 2100-EXIT.
002970 1300-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 1400-VALIDA-LOTE - pre-passagem ao TRFIN antes de creditar o
003020* que quer que seja (mesmas regras da TAREFA-13): cabecalho
003030* primeiro, trailer no fim, contagem e hash total de TRI-VALOR a
003040* bater com o trailer e lote ainda nao aplicado (TRFAPLIC) - o
003050* mesmo ficheiro recebido duas vezes creditaria tudo em dobro.
003060******************************************************************
003070 1400-VALIDA-LOTE.
003080     MOVE 0 TO WS-QTD-DETALHES
003090     MOVE 0 TO WS-HASH-TOTAL
003100     PERFORM 1410-VALIDA-REGISTO THRU 1410-EXIT
003110         UNTIL FIM-VALIDACAO
003120     IF WS-MOTIVO = SPACES THEN
003130         EVALUATE TRUE
003140             WHEN NOT TEM-CABECALHO
003150                 MOVE "10" TO WS-MOTIVO
003160             WHEN NOT TEM-TRAILER
003170                 MOVE "11" TO WS-MOTIVO
003180             WHEN WS-TRL-QTD-GRAVADA NOT = WS-QTD-DETALHES
003190                 MOVE "12" TO WS-MOTIVO
003200             WHEN WS-TRL-HASH-GRAVADO NOT = WS-HASH-TOTAL
003210                 MOVE "13" TO WS-MOTIVO
003220             WHEN OTHER
003230                 PERFORM 1450-CONSULTA-REGISTO THRU 1450-EXIT
003240         END-EVALUATE
003250     END-IF
003260     IF WS-MOTIVO NOT = SPACES THEN
003270         PERFORM 1500-REJEITA-LOTE THRU 1500-EXIT
003280     END-IF
003290*    LOTE ACEITE - REPOSICIONA A ENTRADA PARA OS CREDITOS.
003300     CLOSE TRF-IN
003310     OPEN INPUT TRF-IN
003320     MOVE "N" TO WS-FIM-TRF.
003330 1400-EXIT.
003340     EXIT.
003350
003360 1410-VALIDA-REGISTO.
003370     READ TRF-IN
003380         AT END
003390             MOVE "S" TO WS-FIM-VALIDACAO
003400         NOT AT END
003410             EVALUATE TRUE
003420                 WHEN TRI-REG-CABECALHO
003430                     IF TEM-CABECALHO OR TEM-TRAILER OR
003440                        WS-QTD-DETALHES > 0 THEN
003450                         MOVE "10" TO WS-MOTIVO
003460                         MOVE "S" TO WS-FIM-VALIDACAO
003470                     ELSE
003480                         MOVE "S" TO WS-TEM-CABECALHO
003490                         MOVE TRI-CAB-LOTE-ID TO WS-LOTE-ID
003500                     END-IF
003510                 WHEN TRI-REG-TRAILER
003520                     IF TEM-TRAILER THEN
003530                         MOVE "11" TO WS-MOTIVO
003540                         MOVE "S" TO WS-FIM-VALIDACAO
003550                     ELSE
003560                         MOVE "S" TO WS-TEM-TRAILER
003570                         MOVE TRI-TRL-QTD
003580                             TO WS-TRL-QTD-GRAVADA
003590                         MOVE TRI-TRL-HASH
003600                             TO WS-TRL-HASH-GRAVADO
003610                     END-IF
003620                 WHEN OTHER
003630                     IF NOT TEM-CABECALHO THEN
003640                         MOVE "10" TO WS-MOTIVO
003650                         MOVE "S" TO WS-FIM-VALIDACAO
003660                     ELSE
003670                         IF TEM-TRAILER THEN
003680                             MOVE "11" TO WS-MOTIVO
003690                             MOVE "S" TO WS-FIM-VALIDACAO
003700                         ELSE
003710                             ADD 1 TO WS-QTD-DETALHES
003720                             ADD TRI-VALOR TO WS-HASH-TOTAL
003730                         END-IF
003740                     END-IF
003750             END-EVALUATE
003760     END-READ.
003770 1410-EXIT.
003780     EXIT.
003790
003800 1450-CONSULTA-REGISTO.
003810     OPEN INPUT TRF-APLICADOS
003820     IF WS-FS-APLIC = "00" THEN
003830         MOVE "N" TO WS-FIM-APLIC
003840         PERFORM 1460-COMPARA-LOTE THRU 1460-EXIT
003850             UNTIL FIM-APLIC
003860         CLOSE TRF-APLICADOS
003870     END-IF.
003880 1450-EXIT.
003890     EXIT.
003900
003910 1460-COMPARA-LOTE.
003920     READ TRF-APLICADOS
003930         AT END
003940             MOVE "S" TO WS-FIM-APLIC
003950         NOT AT END
003960             IF APL-LOTE-ID = WS-LOTE-ID THEN
003970                 MOVE "14" TO WS-MOTIVO
003980                 MOVE "S" TO WS-FIM-APLIC
003990             END-IF
004000     END-READ.
004010 1460-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 1500-REJEITA-LOTE - escreve o motivo da recusa do lote inteiro
004060* no TRFREJ, como a TAREFA-13, sem creditar nem parquear nada.
004070******************************************************************
004080 1500-REJEITA-LOTE.
004090     EVALUATE WS-MOTIVO
004100         WHEN "10"
004110             MOVE "CABECALHO EM FALTA/INVALIDO"
004120                 TO WS-MOTIVO-DESCR
004130         WHEN "11"
004140             MOVE "TRAILER EM FALTA/INVALIDO"
004150                 TO WS-MOTIVO-DESCR
004160         WHEN "12"
004170             MOVE "CONTAGEM DIVERGENTE"
004180                 TO WS-MOTIVO-DESCR
004190         WHEN "13"
004200             MOVE "HASH TOTAL DIVERGENTE"
004210                 TO WS-MOTIVO-DESCR
004220         WHEN "14"
004230             MOVE "LOTE JA APLICADO"
004240                 TO WS-MOTIVO-DESCR
004250     END-EVALUATE
004260     MOVE SPACES TO REJ-LINHA
004270     STRING WS-MOTIVO DELIMITED BY SIZE
004280         " LOTE " DELIMITED BY SIZE
004290         WS-LOTE-ID DELIMITED BY SIZE
004300         " " DELIMITED BY SIZE
004310         WS-MOTIVO-DESCR DELIMITED BY SIZE
004320         INTO REJ-LINHA
004330     WRITE REJ-LINHA
004340     DISPLAY "LOTE TAREFA-41: LOTE RECUSADO - MOTIVO "
004350         WS-MOTIVO " " WS-MOTIVO-DESCR
004360     MOVE 12 TO RETURN-CODE
004370     CLOSE CONTA-MASTER
004380     CLOSE CLIENTE-MASTER
004390     CLOSE SUSPENSO
004400     CLOSE TRF-IN
004410     CLOSE TRF-REJEITADOS
004415     MOVE RETURN-CODE TO WS-RETORNO
004420     MOVE "E" TO RUN-FUNCAO
004430     CALL "RUNCTL" USING RUN-AREA
004435     MOVE WS-RETORNO TO RETURN-CODE
004440     STOP RUN.
004450 1500-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 2000-PROCESSA-TRANSFERENCIA - uma transferencia recebida: a
004500* conta beneficiaria tem de existir e estar ativa e o nome do
004510* beneficiario tem de conferir com o CLI-NOME da conta; passados
004520* os testes, o valor e creditado atraves da CONTAPST (origem I).
004530* Tudo o que nao for creditado fica em suspenso, com o motivo.
004540******************************************************************
004550 2000-PROCESSA-TRANSFERENCIA.
004560     ADD 1 TO WS-QTD-LIDAS
004570     MOVE SPACES TO WS-MOTIVO
004580     MOVE TRI-CONTA-BENEF TO CT-CONTA-NUM
004590     READ CONTA-MASTER
004600         INVALID KEY
004610             MOVE "01" TO WS-MOTIVO
004620     END-READ
004630     IF WS-MOTIVO = SPACES THEN
004640         EVALUATE TRUE
004650             WHEN CT-CONTA-ENCERRADA
004660                 MOVE "02" TO WS-MOTIVO
004670             WHEN CT-CONTA-BLOQUEADA
004680                 MOVE "03" TO WS-MOTIVO
004682             WHEN CT-CONTA-DORMENTE
004684                 MOVE "06" TO WS-MOTIVO
004690             WHEN OTHER
004700                 PERFORM 2200-CONFERE-NOME THRU 2200-EXIT
004710         END-EVALUATE
004720     END-IF
004730     IF WS-MOTIVO = SPACES THEN
004740         PERFORM 2300-CREDITA-CONTA THRU 2300-EXIT
004750     END-IF
004760     IF WS-MOTIVO NOT = SPACES THEN
004770         PERFORM 2400-PARQUEIA-SUSPENSO THRU 2400-EXIT
004780     END-IF
004790     ADD 1 TO WS-QTD-PROC-TOTAL
004800     PERFORM 2600-GRAVA-CHECKPOINT THRU 2600-EXIT
004810     PERFORM 2100-LER-TRANSFERENCIA THRU 2100-EXIT.
004820 2000-EXIT.
004830     EXIT.
004840
004850 2100-LER-TRANSFERENCIA.
004860     READ TRF-IN
004870         AT END
004880             MOVE "S" TO WS-FIM-TRF
004890         NOT AT END
004900*            O TRAILER MARCA O FIM DOS DETALHES DO LOTE.
004910             IF TRI-REG-TRAILER THEN
004920                 MOVE "S" TO WS-FIM-TRF
004930             END-IF
004940     END-READ.
004950 2100-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 2200-CONFERE-NOME - o nome do beneficiario indicado pelo banco
005000* ordenante tem de ser o CLI-NOME da ficha de cliente da conta
005010* (comparados em maiusculas); conta sem ficha de cliente tambem
005020* nao confere - motivo 04 nos dois casos.
005030******************************************************************
005040 2200-CONFERE-NOME.
005050     MOVE TRI-CONTA-BENEF TO CLI-CONTA-NUM
005060     READ CLIENTE-MASTER
005070         INVALID KEY
005080             MOVE "04" TO WS-MOTIVO
005090             GO TO 2200-EXIT
005100     END-READ
005110     MOVE FUNCTION UPPER-CASE (TRI-NOME-BENEF) TO WS-NOME-BENEF
005120     MOVE FUNCTION UPPER-CASE (CLI-NOME) TO WS-NOME-CLIENTE
005130     IF WS-NOME-BENEF NOT = WS-NOME-CLIENTE THEN
005140         MOVE "04" TO WS-MOTIVO
005150     END-IF.
005160 2200-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 2300-CREDITA-CONTA - credita a transferencia atraves da
005210* CONTAPST com a origem I. Credito recusado (o estado da conta
005220* pode ter mudado entretanto) vai para o suspenso: conta
005230* bloqueada ou encerrada com o motivo 03, outro retorno com o 05.
005240******************************************************************
005250 2300-CREDITA-CONTA.
005260     MOVE "I" TO PST-ORIGEM
005270     MOVE 0 TO PST-ESTORNO-REF
005280     CALL "CONTAPST" USING CONTA-REC, "C", TRI-VALOR,
005290         PST-AREA, WS-RETURN-CD
005300     EVALUATE TRUE
005310         WHEN POSTADO
005320             REWRITE CONTA-REC
005330             ADD 1 TO WS-QTD-CREDITADAS
005340         WHEN CONTA-BLOQUEADA
005350             MOVE "03" TO WS-MOTIVO
005360         WHEN OTHER
005370             MOVE "05" TO WS-MOTIVO
005380     END-EVALUATE.
005390 2300-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430* 2400-PARQUEIA-SUSPENSO - grava a transferencia no TRFSUSP com o
005440* proximo SUS-ID, o motivo e o estado S (em suspenso), para a
005450* reparacao na TAREFA-42. Erro de escrita e avisado e conta como
005460* aviso (RC 4) - a transferencia tem de ser tratada a mao.
005470******************************************************************
005480 2400-PARQUEIA-SUSPENSO.
005490     ADD 1 TO WS-ULTIMO-SUS-ID
005500     MOVE SPACES TO SUSPENSO-REC
005510     MOVE WS-ULTIMO-SUS-ID TO SUS-ID
005520     MOVE WS-LOTE-ID TO SUS-LOTE-ID
005530     MOVE WS-DATA-NEGOCIO TO SUS-DATA-ENTRADA
005540     MOVE TRI-CONTA-BENEF TO SUS-CONTA-BENEF
005550     MOVE TRI-NOME-BENEF TO SUS-NOME-BENEF
005560     MOVE TRI-VALOR TO SUS-VALOR
005570     MOVE TRI-BANCO-ORD TO SUS-BANCO-ORD
005580     MOVE TRI-AGENCIA-ORD TO SUS-AGENCIA-ORD
005590     MOVE TRI-CONTA-ORD TO SUS-CONTA-ORD
005600     MOVE TRI-NOME-ORD TO SUS-NOME-ORD
005610     MOVE TRI-REF-EXT TO SUS-REF-EXT
005620     MOVE WS-MOTIVO TO SUS-MOTIVO
005630     MOVE "S" TO SUS-ESTADO
005640     MOVE 0 TO SUS-DATA-TRATAMENTO
005650     MOVE 0 TO SUS-CONTA-APLICADA
005660     MOVE 0 TO SUS-MOV-REF
005670     MOVE 0 TO SUS-DATA-ENVIO
005680     WRITE SUSPENSO-REC
005690     IF WS-FS-SUSP = "00" THEN
005700         ADD 1 TO WS-QTD-SUSPENSAS
005710         ADD TRI-VALOR TO WS-VALOR-SUSPENSO
005720     ELSE
005730         ADD 1 TO WS-QTD-AVISOS
005740         MOVE TRI-VALOR TO WS-EDIT-VALOR
005750         DISPLAY "TAREFA-41: ERRO A GRAVAR O SUSPENSO (FS="
005760             WS-FS-SUSP ") - CONTA " TRI-CONTA-BENEF
005770             " VALOR " WS-EDIT-VALOR " REF " TRI-REF-EXT
005780     END-IF.
005790 2400-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 2600-GRAVA-CHECKPOINT - regrava o checkpoint com o total de
005840* transferencias ja processadas (creditadas ou parqueadas), como
005850* o TRXCHKPT da TAREFA-13.
005860******************************************************************
005870 2600-GRAVA-CHECKPOINT.
005880     OPEN OUTPUT TRF-CHECKPOINT
005890     MOVE WS-QTD-PROC-TOTAL TO CHK-QTD-PROCESSADAS
005900     MOVE WS-LOTE-ID TO CHK-LOTE-ID
005910     WRITE CHK-REC
005920     CLOSE TRF-CHECKPOINT.
005930 2600-EXIT.
005940     EXIT.
005950
005960 8000-IMPRIME-RESUMO.
005970     IF RECOMECO THEN
005980         MOVE WS-QTD-SALTADAS TO WS-REC-SALTADAS
005990         COMPUTE WS-REC-REGISTO = WS-QTD-SALTADAS + 1
006000         DISPLAY WS-LINHA-RECOMECO
006010     END-IF
006020     MOVE WS-QTD-LIDAS TO WS-RES-LIDAS
006030     MOVE WS-QTD-CREDITADAS TO WS-RES-CREDITADAS
006040     MOVE WS-QTD-SUSPENSAS TO WS-RES-SUSPENSAS
006050     DISPLAY WS-LINHA-RESUMO
006060     IF WS-QTD-SUSPENSAS > 0 THEN
006070         MOVE WS-VALOR-SUSPENSO TO WS-EDIT-VALOR
006080         DISPLAY "LOTE TAREFA-41: VALOR PARQUEADO EM SUSPENSO "
006090             WS-EDIT-VALOR " - TRATAR NA TAREFA-42"
006100     END-IF
006110     IF WS-QTD-AVISOS > 0 THEN
006120         MOVE 4 TO RETURN-CODE
006130     END-IF.
006140 8000-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 9999-FINALIZAR - regista o lote como aplicado e volta o
006190* checkpoint a zero.
006200******************************************************************
006210 9999-FINALIZAR.
006220     PERFORM 9100-REGISTA-LOTE THRU 9100-EXIT
006230     MOVE 0 TO WS-QTD-PROC-TOTAL
006240     PERFORM 2600-GRAVA-CHECKPOINT THRU 2600-EXIT
006250     CLOSE CONTA-MASTER
006260     CLOSE CLIENTE-MASTER
006270     CLOSE SUSPENSO
006280     CLOSE TRF-IN
006290     CLOSE TRF-REJEITADOS
006295     MOVE RETURN-CODE TO WS-RETORNO
006300     MOVE "F" TO RUN-FUNCAO
006310     CALL "RUNCTL" USING RUN-AREA
006315     MOVE WS-RETORNO TO RETURN-CODE.
006320 9999-EXIT.
006330     EXIT.
006340
006350 9100-REGISTA-LOTE.
006360     OPEN EXTEND TRF-APLICADOS
006370     IF WS-FS-APLIC = "05" OR WS-FS-APLIC = "35" THEN
006380         OPEN OUTPUT TRF-APLICADOS
006390         CLOSE TRF-APLICADOS
006400         OPEN EXTEND TRF-APLICADOS
006410     END-IF
006420     MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
006430     MOVE WS-LOTE-ID TO APL-LOTE-ID
006440     MOVE WS-DATA-HORA (1:8) TO APL-DATA
006450     WRITE APL-REC
006460     CLOSE TRF-APLICADOS.
006470 9100-EXIT.
006480     EXIT.
006490
006500 END PROGRAM TAREFA-41.

000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  29/07/2024
000050* Date-Compiled:
000060* Purpose:       Cartas ao cliente - le os eventos de
000070*                notificacao acumulados no ficheiro NOTEVT pelos
000080*                programas que os geram (ordem permanente
000090*                rejeitada na TAREFA-16, transferencia devolvida
000100*                na TAREFA-31, cativo novo na TAREFA-32 e no
000110*                deposito de cheque da TAREFA-11, tarifa cobrada
000120*                na TAREFA-26, conta bloqueada na TAREFA-18),
000130*                ordena-os por conta e emite uma carta
000140*                por conta no ficheiro CARTAS, pronto a imprimir,
000150*                com o nome e a morada do titular do CLIMST e um
000160*                texto-modelo por tipo de evento. Contas sem ficha
000170*                de cliente ou sem morada nao levam carta - saem
000180*                como excecao no relatorio de controlo CARRPT, que
000190*                conta tambem as cartas e os avisos por tipo. No
000200*                fim limpo os eventos passam ao historico NOTHIST
000210*                e o NOTEVT fica vazio para a noite seguinte.
000220* Tectonics:     cobc
000230*
000240* Modification history:
000250*   29/07/2024  RSA  Programa original.
000252*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000254*                    CONTA-MASTER (TAREFA-49) estiver pendente
000256*                    (retorno 40 do RUNCTL).
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. TAREFA-46.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL NOTIFICACOES ASSIGN TO "NOTEVT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-EVT.
000360     SELECT HISTORICO-EVT ASSIGN TO "NOTHIST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-HIST.
000390     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CLI-CONTA-NUM
000430         FILE STATUS IS WS-FS-CLIENTE.
000440     SELECT CARTAS ASSIGN TO "CARTAS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-CARTAS.
000470     SELECT CARTAS-RPT ASSIGN TO "CARRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-RPT.
000500     SELECT SORT-EVENTOS ASSIGN TO "SORTWK".
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  NOTIFICACOES.
000550     COPY EVTREC.
000560
000570 FD  HISTORICO-EVT.
000580 01  HIS-LINHA               PIC X(110).
000590
000600 FD  CLIENTE-MASTER.
000610     COPY CLIREC.
000620
000630 FD  CARTAS.
000640 01  CAR-LINHA               PIC X(80).
000650
000660 FD  CARTAS-RPT.
000670 01  RPT-LINHA               PIC X(80).
000680
000690 SD  SORT-EVENTOS.
000700 01  SRT-REC.
000710     05  SRT-CONTA-NUM       PIC 9(08).
000720     05  SRT-DATA            PIC 9(08).
000730     05  SRT-HORA            PIC 9(06).
000740     05  SRT-TIPO            PIC X(02).
000750     05  SRT-ORIGEM          PIC X(08).
000760     05  SRT-VALOR           PIC 9(10)V99.
000770     05  SRT-REF             PIC 9(08).
000780     05  SRT-DATA-AUX        PIC 9(08).
000790     05  SRT-TEXTO           PIC X(40).
000800     05  FILLER              PIC X(10).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-STATUS-FLAGS.
000840     05  WS-FS-EVT           PIC X(02) VALUE "00".
000850     05  WS-FS-HIST          PIC X(02) VALUE "00".
000860     05  WS-FS-CLIENTE       PIC X(02) VALUE "00".
000870     05  WS-FS-CARTAS        PIC X(02) VALUE "00".
000880     05  WS-FS-RPT           PIC X(02) VALUE "00".
000890     05  WS-FIM-EVT          PIC X(01) VALUE "N".
000900         88  FIM-EVT             VALUE "S".
000910     05  WS-FIM-SORT         PIC X(01) VALUE "N".
000920         88  FIM-SORT            VALUE "S".
000930     05  WS-SITUACAO         PIC X(01) VALUE SPACES.
000940         88  SITUACAO-CARTA      VALUE "C".
000950         88  SITUACAO-SEM-FICHA  VALUE "F".
000960         88  SITUACAO-SEM-MORADA VALUE "M".
000970
000980 01  WS-CONTA-CORRENTE       PIC 9(08) VALUE 0.
000990
001000 01  WS-DATA-A-FORMATAR      PIC 9(08) VALUE 0.
001010 01  WS-DATA-PARTES REDEFINES WS-DATA-A-FORMATAR.
001020     05  WS-ANO              PIC 9(04).
001030     05  WS-MES              PIC 9(02).
001040     05  WS-DIA              PIC 9(02).
001050 01  WS-DATA-FMT             PIC X(10) VALUE SPACES.
001060
001070 01  WS-EDIT-VALOR           PIC ZZBZZZBZZZBZZZBV,99.
001080 01  WS-VALOR-FMT            PIC X(20) VALUE SPACES.
001090
001100 COPY RUNAREA.
001105 01  WS-RETORNO              PIC 9(02) VALUE 0.
001110
001120******************************************************************
001130* Textos-modelo das cartas, um por tipo de evento (EVTREC): a
001140* descricao do relatorio de controlo, duas linhas de texto para a
001150* carta e os rotulos do detalhe livre (EVT-TEXTO) e da data
001160* complementar (EVT-DATA-AUX); rotulo em branco = nao se imprime.
001170******************************************************************
001180 01  WS-TABELA-MODELOS.
001190     05  FILLER              PIC X(02) VALUE "OR".
001200     05  FILLER              PIC X(30)
001210         VALUE "ORDEM PERMANENTE REJEITADA".
001220     05  FILLER              PIC X(60)
001230         VALUE "A ORDEM PERMANENTE ABAIXO NAO PODE SER".
001240     05  FILLER              PIC X(60)
001250         VALUE "EXECUTADA NA DATA PREVISTA.".
001260     05  FILLER              PIC X(12) VALUE "MOTIVO:".
001270     05  FILLER              PIC X(12) VALUE SPACES.
001280     05  FILLER              PIC X(02) VALUE "TD".
001290     05  FILLER              PIC X(30)
001300         VALUE "TRANSFERENCIA DEVOLVIDA".
001310     05  FILLER              PIC X(60)
001320         VALUE "A TRANSFERENCIA ABAIXO FOI DEVOLVIDA PELO BANCO".
001330     05  FILLER              PIC X(60)
001340         VALUE "DE DESTINO E O VALOR CREDITADO NA SUA CONTA.".
001350     05  FILLER              PIC X(12) VALUE "DESTINO:".
001360     05  FILLER              PIC X(12) VALUE "ENVIADA EM:".
001370     05  FILLER              PIC X(02) VALUE "CT".
001380     05  FILLER              PIC X(30)
001390         VALUE "VALOR CATIVO".
001400     05  FILLER              PIC X(60)
001410         VALUE "O VALOR ABAIXO FICA CATIVO NA SUA CONTA, SEM".
001420     05  FILLER              PIC X(60)
001430         VALUE "PODER SER MOVIMENTADO ATE AO FIM DO CATIVO.".
001440     05  FILLER              PIC X(12) VALUE "MOTIVO:".
001450     05  FILLER              PIC X(12) VALUE "VALIDO ATE:".
001460     05  FILLER              PIC X(02) VALUE "TA".
001470     05  FILLER              PIC X(30)
001480         VALUE "TARIFAS COBRADAS".
001490     05  FILLER              PIC X(60)
001500         VALUE "FOI DEBITADO NA SUA CONTA O VALOR ABAIXO,".
001510     05  FILLER              PIC X(60)
001520         VALUE "RELATIVO AS TARIFAS DO PRECARIO EM VIGOR.".
001530     05  FILLER              PIC X(12) VALUE "DETALHE:".
001540     05  FILLER              PIC X(12) VALUE SPACES.
001550     05  FILLER              PIC X(02) VALUE "BL".
001560     05  FILLER              PIC X(30)
001570         VALUE "CONTA BLOQUEADA".
001580     05  FILLER              PIC X(60)
001590         VALUE "A SUA CONTA FOI BLOQUEADA E NAO ACEITA".
001600     05  FILLER              PIC X(60)
001610         VALUE "MOVIMENTOS. DIRIJA-SE AO SEU BALCAO.".
001620     05  FILLER              PIC X(12) VALUE SPACES.
001630     05  FILLER              PIC X(12) VALUE SPACES.
001640 01  WS-MODELOS REDEFINES WS-TABELA-MODELOS.
001650     05  WS-MOD-ENTRADA OCCURS 5 TIMES
001660             INDEXED BY MOD-IDX.
001670         10  WS-MOD-TIPO         PIC X(02).
001680         10  WS-MOD-DESCRICAO    PIC X(30).
001690         10  WS-MOD-LINHA-1      PIC X(60).
001700         10  WS-MOD-LINHA-2      PIC X(60).
001710         10  WS-MOD-ROT-TEXTO    PIC X(12).
001720         10  WS-MOD-ROT-AUX      PIC X(12).
001730
001740******************************************************************
001750* Contagens por tipo (mesma ordem da tabela de modelos): cartas
001760* que levam o tipo e avisos (eventos) impressos; WS-CNT-NA-CARTA
001770* marca o tipo ja contado na carta corrente.
001780******************************************************************
001790 01  WS-CONTAGENS.
001800     05  WS-CNT-ENTRADA OCCURS 5 TIMES
001810             INDEXED BY CNT-IDX.
001820         10  WS-CNT-CARTAS       PIC 9(07).
001830         10  WS-CNT-AVISOS       PIC 9(07).
001840         10  WS-CNT-NA-CARTA     PIC X(01).
001850
001860 01  WS-CONTADORES.
001870     05  WS-QTD-EVENTOS      PIC 9(07) VALUE 0.
001880     05  WS-QTD-CARTAS       PIC 9(07) VALUE 0.
001890     05  WS-QTD-AVISOS       PIC 9(07) VALUE 0.
001900     05  WS-QTD-CONTAS-EXC   PIC 9(07) VALUE 0.
001910     05  WS-QTD-EVENTOS-EXC  PIC 9(07) VALUE 0.
001920
001930******************************************************************
001940* Linhas da carta (80 colunas): bloco de endereco a coluna 41.
001950******************************************************************
001960 01  WS-CARTA-ENDERECO.
001970     05  FILLER              PIC X(40) VALUE SPACES.
001980     05  WS-END-TEXTO        PIC X(40).
001990
002000 01  WS-CARTA-DATA.
002010     05  FILLER              PIC X(40) VALUE SPACES.
002020     05  FILLER              PIC X(06) VALUE "DATA: ".
002030     05  WS-CDT-DATA         PIC X(10).
002040     05  FILLER              PIC X(24) VALUE SPACES.
002050
002060 01  WS-CARTA-ASSUNTO.
002070     05  FILLER              PIC X(41)
002080         VALUE "ASSUNTO: AVISO DE OCORRENCIAS NA CONTA N.".
002090     05  FILLER              PIC X(01) VALUE SPACES.
002100     05  WS-ASS-CONTA        PIC 9(08).
002110     05  FILLER              PIC X(30) VALUE SPACES.
002120
002130 01  WS-CARTA-AVISO.
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  WS-AVI-MARCA        PIC X(02).
002160     05  WS-AVI-TEXTO        PIC X(76).
002170
002180 01  WS-CARTA-DETALHE.
002190     05  FILLER              PIC X(04) VALUE SPACES.
002200     05  WS-DET-ROT-DATA     PIC X(06) VALUE "DATA: ".
002210     05  WS-DET-DATA         PIC X(10).
002220     05  FILLER              PIC X(03) VALUE SPACES.
002230     05  WS-DET-ROT-REF      PIC X(06).
002240     05  WS-DET-REF          PIC X(08).
002250     05  FILLER              PIC X(03) VALUE SPACES.
002260     05  WS-DET-ROT-VALOR    PIC X(07).
002270     05  WS-DET-VALOR        PIC X(20).
002280     05  FILLER              PIC X(13) VALUE SPACES.
002290
002300 01  WS-CARTA-COMPLEMENTO.
002310     05  FILLER              PIC X(04) VALUE SPACES.
002320     05  WS-CMP-ROTULO       PIC X(12).
002330     05  WS-CMP-TEXTO        PIC X(64).
002340
002350******************************************************************
002360* Linhas do relatorio de controlo.
002370******************************************************************
002380 01  WS-LINHA-TITULO.
002390     05  FILLER              PIC X(40)
002400         VALUE "CARTAS AO CLIENTE - CONTROLO DA EMISSAO".
002410     05  FILLER              PIC X(18)
002420         VALUE "DATA DE NEGOCIO:".
002430     05  WS-TIT-DATA         PIC 9(08).
002440     05  FILLER              PIC X(14) VALUE SPACES.
002450
002460 01  WS-LINHA-EXC-TITULO.
002470     05  FILLER              PIC X(40)
002480         VALUE "EXCECOES - EVENTOS SEM CARTA EMITIDA".
002490     05  FILLER              PIC X(40) VALUE SPACES.
002500
002510 01  WS-LINHA-EXC-COLUNAS.
002520     05  FILLER              PIC X(10) VALUE "CONTA".
002530     05  FILLER              PIC X(21) VALUE "TITULAR".
002540     05  FILLER              PIC X(05) VALUE "TIPO".
002550     05  FILLER              PIC X(10) VALUE "REF.".
002560     05  FILLER              PIC X(10) VALUE "DATA".
002570     05  FILLER              PIC X(24) VALUE "MOTIVO".
002580
002590 01  WS-LINHA-EXCECAO.
002600     05  WS-EXC-CONTA        PIC 9(08).
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  WS-EXC-NOME         PIC X(20).
002630     05  FILLER              PIC X(01) VALUE SPACES.
002640     05  WS-EXC-TIPO         PIC X(02).
002650     05  FILLER              PIC X(03) VALUE SPACES.
002660     05  WS-EXC-REF          PIC 9(08).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  WS-EXC-DATA         PIC 9(08).
002690     05  FILLER              PIC X(02) VALUE SPACES.
002700     05  WS-EXC-MOTIVO       PIC X(24).
002710
002720 01  WS-LINHA-TIPOS-TITULO.
002730     05  FILLER              PIC X(40)
002740         VALUE "CARTAS E AVISOS POR TIPO DE EVENTO".
002750     05  FILLER              PIC X(40) VALUE SPACES.
002760
002770 01  WS-LINHA-TIPOS-COLUNAS.
002780     05  FILLER              PIC X(06) VALUE "TIPO".
002790     05  FILLER              PIC X(32) VALUE "DESCRICAO".
002800     05  FILLER              PIC X(10) VALUE "   CARTAS".
002810     05  FILLER              PIC X(10) VALUE "   AVISOS".
002820     05  FILLER              PIC X(22) VALUE SPACES.
002830
002840 01  WS-LINHA-TIPO.
002850     05  WS-TIP-TIPO         PIC X(02).
002860     05  FILLER              PIC X(04) VALUE SPACES.
002870     05  WS-TIP-DESCRICAO    PIC X(30).
002880     05  FILLER              PIC X(02) VALUE SPACES.
002890     05  WS-TIP-CARTAS       PIC ZZZZZZZZ9.
002900     05  FILLER              PIC X(01) VALUE SPACES.
002910     05  WS-TIP-AVISOS       PIC ZZZZZZZZ9.
002920     05  FILLER              PIC X(23) VALUE SPACES.
002930
002940 01  WS-LINHA-TOTAL.
002950     05  FILLER              PIC X(38) VALUE "TOTAIS".
002960     05  WS-TOT-CARTAS       PIC ZZZZZZZZ9.
002970     05  FILLER              PIC X(01) VALUE SPACES.
002980     05  WS-TOT-AVISOS       PIC ZZZZZZZZ9.
002990     05  FILLER              PIC X(23) VALUE SPACES.
003000
003010 01  WS-LINHA-TOTAL-EXC.
003020     05  FILLER              PIC X(38)
003030         VALUE "CONTAS EM EXCECAO / EVENTOS".
003040     05  WS-TOT-CONTAS-EXC   PIC ZZZZZZZZ9.
003050     05  FILLER              PIC X(01) VALUE SPACES.
003060     05  WS-TOT-EVENTOS-EXC  PIC ZZZZZZZZ9.
003070     05  FILLER              PIC X(23) VALUE SPACES.
003080
003090 01  WS-LINHA-RESUMO.
003100     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-46:".
003110     05  FILLER            PIC X(01) VALUE SPACES.
003120     05  WS-RES-EVENTOS    PIC ZZZZZZ9.
003130     05  FILLER            PIC X(09) VALUE " EVENTOS,".
003140     05  WS-RES-CARTAS     PIC ZZZZZZ9.
003150     05  FILLER            PIC X(08) VALUE " CARTAS,".
003160     05  WS-RES-EXCECOES   PIC ZZZZZZ9.
003170     05  FILLER            PIC X(19) VALUE " CONTAS EM EXCECAO.".
003180
003190 PROCEDURE DIVISION.
003200 0000-MAINLINE.
003210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003220     SORT SORT-EVENTOS
003230         ON ASCENDING KEY SRT-CONTA-NUM SRT-DATA SRT-HORA
003240         WITH DUPLICATES IN ORDER
003250         INPUT PROCEDURE IS 2000-CARREGA-EVENTOS
003260             THRU 2000-EXIT
003270         OUTPUT PROCEDURE IS 3000-EMITE-CARTAS
003280             THRU 3000-EXIT
003290     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
003300     PERFORM 8500-ARQUIVA-EVENTOS THRU 8500-EXIT
003310     PERFORM 9999-FINALIZAR THRU 9999-EXIT
003320     STOP RUN.
003330
003340******************************************************************
003350* 1000-INICIALIZAR - obtem a data de negocio do controlo central
003360* RUNCTL (que recusa uma segunda corrida na mesma data - as cartas
003370* sairiam em dobro), abre os ficheiros e imprime o cabecalho do
003380* relatorio de controlo. Sem CLIMST nao ha moradas e o lote para.
003390******************************************************************
003400 1000-INICIALIZAR.
003410     MOVE "I" TO RUN-FUNCAO
003420     MOVE "TAREFA46" TO RUN-JOB
003430     CALL "RUNCTL" USING RUN-AREA
003440     IF RUN-JA-EXECUTADO THEN
003450         DISPLAY "TAREFA-46: JA EXECUTADA NA DATA DE NEGOCIO "
003460             RUN-DATA
003470         MOVE 12 TO RETURN-CODE
003480         STOP RUN
003490     END-IF
003491     IF RUN-RECUPERACAO-PENDENTE THEN
003492         DISPLAY "TAREFA-46: CONTA-MASTER POR RECUPERAR - "&
003493         "TERMINAR PRIMEIRO A TAREFA-49"
003494         MOVE 16 TO RETURN-CODE
003495         STOP RUN
003496     END-IF
003500     IF NOT RUN-OK THEN
003510         DISPLAY "TAREFA-46: DATA DE NEGOCIO INDISPONIVEL "&
003520         "(DATCTL)"
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF
003560
003570     OPEN INPUT CLIENTE-MASTER
003580     IF WS-FS-CLIENTE NOT = "00" THEN
003590         DISPLAY "TAREFA-46: NAO FOI POSSIVEL ABRIR O "&
003600         "CLIMST - FS=" WS-FS-CLIENTE
003610         MOVE 16 TO RETURN-CODE
003620         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003630     END-IF
003640     OPEN OUTPUT CARTAS
003650     OPEN OUTPUT CARTAS-RPT
003660
003670     INITIALIZE WS-CONTAGENS
003680     MOVE RUN-DATA TO WS-TIT-DATA
003690     WRITE RPT-LINHA FROM WS-LINHA-TITULO
003700     MOVE SPACES TO RPT-LINHA
003710     WRITE RPT-LINHA
003720     WRITE RPT-LINHA FROM WS-LINHA-EXC-TITULO
003730     WRITE RPT-LINHA FROM WS-LINHA-EXC-COLUNAS
003740     MOVE SPACES TO RPT-LINHA
003750     WRITE RPT-LINHA.
003760 1000-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 2000-CARREGA-EVENTOS - passagem de entrada do SORT: liberta
003810* todos os eventos do NOTEVT (ficheiro opcional - sem ficheiro
003820* nao ha eventos nem cartas).
003830******************************************************************
003840 2000-CARREGA-EVENTOS.
003850     OPEN INPUT NOTIFICACOES
003860     IF WS-FS-EVT NOT = "00" AND WS-FS-EVT NOT = "05" THEN
003870         DISPLAY "TAREFA-46: NAO FOI POSSIVEL ABRIR O "&
003880         "NOTEVT - FS=" WS-FS-EVT
003890         MOVE 16 TO RETURN-CODE
003900         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003910     END-IF
003920     PERFORM 2100-LER-EVENTO THRU 2100-EXIT
003930     PERFORM 2050-LIBERTA-EVENTO THRU 2050-EXIT
003940         UNTIL FIM-EVT
003950     CLOSE NOTIFICACOES.
003960 2000-EXIT.
003970     EXIT.
003980
003990 2050-LIBERTA-EVENTO.
004000     ADD 1 TO WS-QTD-EVENTOS
004010     RELEASE SRT-REC FROM EVENTO-REC
004020     PERFORM 2100-LER-EVENTO THRU 2100-EXIT.
004030 2050-EXIT.
004040     EXIT.
004050
004060 2100-LER-EVENTO.
004070     READ NOTIFICACOES
004080         AT END
004090             MOVE "S" TO WS-FIM-EVT
004100     END-READ.
004110 2100-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 3000-EMITE-CARTAS - passagem de saida do SORT: os eventos vem
004160* agrupados por conta e, dentro da conta, por data e hora; cada
004170* grupo da uma carta (ou excecoes, sem ficha ou sem morada).
004180******************************************************************
004190 3000-EMITE-CARTAS.
004200     PERFORM 3050-RETURN-EVENTO THRU 3050-EXIT
004210     PERFORM 3100-TRATA-CONTA THRU 3100-EXIT
004220         UNTIL FIM-SORT.
004230 3000-EXIT.
004240     EXIT.
004250
004260 3050-RETURN-EVENTO.
004270     RETURN SORT-EVENTOS
004280         AT END
004290             MOVE "S" TO WS-FIM-SORT
004300     END-RETURN.
004310 3050-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 3100-TRATA-CONTA - le a ficha do titular; com morada abre a
004360* carta, imprime um aviso por evento e fecha-a; sem ficha ou sem
004370* CLI-MORADA todos os eventos da conta vao para as excecoes.
004380******************************************************************
004390 3100-TRATA-CONTA.
004400     MOVE SRT-CONTA-NUM TO WS-CONTA-CORRENTE
004410     MOVE WS-CONTA-CORRENTE TO CLI-CONTA-NUM
004420     READ CLIENTE-MASTER
004430         INVALID KEY
004440             MOVE "F" TO WS-SITUACAO
004450         NOT INVALID KEY
004460             IF CLI-MORADA = SPACES THEN
004470                 MOVE "M" TO WS-SITUACAO
004480             ELSE
004490                 MOVE "C" TO WS-SITUACAO
004500             END-IF
004510     END-READ
004520
004530     IF SITUACAO-CARTA THEN
004540         ADD 1 TO WS-QTD-CARTAS
004550         PERFORM 3200-ABRE-CARTA THRU 3200-EXIT
004560     ELSE
004570         ADD 1 TO WS-QTD-CONTAS-EXC
004580     END-IF
004590     PERFORM 3300-TRATA-EVENTO THRU 3300-EXIT
004600         UNTIL FIM-SORT OR SRT-CONTA-NUM NOT = WS-CONTA-CORRENTE
004610     IF SITUACAO-CARTA THEN
004620         PERFORM 3500-FECHA-CARTA THRU 3500-EXIT
004630     END-IF.
004640 3100-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680* 3200-ABRE-CARTA - nova pagina: bloco de endereco do titular,
004690* data de negocio, assunto com o numero da conta e saudacao.
004700******************************************************************
004710 3200-ABRE-CARTA.
004720     MOVE CLI-NOME TO WS-END-TEXTO
004730     WRITE CAR-LINHA FROM WS-CARTA-ENDERECO
004740         AFTER ADVANCING PAGE
004750     MOVE CLI-MORADA TO WS-END-TEXTO
004760     WRITE CAR-LINHA FROM WS-CARTA-ENDERECO
004770     MOVE CLI-LOCALIDADE TO WS-END-TEXTO
004780     WRITE CAR-LINHA FROM WS-CARTA-ENDERECO
004790     MOVE SPACES TO CAR-LINHA
004800     WRITE CAR-LINHA
004810     WRITE CAR-LINHA
004820     MOVE RUN-DATA TO WS-DATA-A-FORMATAR
004830     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
004840     MOVE WS-DATA-FMT TO WS-CDT-DATA
004850     WRITE CAR-LINHA FROM WS-CARTA-DATA
004860     MOVE SPACES TO CAR-LINHA
004870     WRITE CAR-LINHA
004880     MOVE WS-CONTA-CORRENTE TO WS-ASS-CONTA
004890     WRITE CAR-LINHA FROM WS-CARTA-ASSUNTO
004900     MOVE SPACES TO CAR-LINHA
004910     WRITE CAR-LINHA
004920     MOVE "EXMO(A). SENHOR(A)," TO CAR-LINHA
004930     WRITE CAR-LINHA
004940     MOVE SPACES TO CAR-LINHA
004950     WRITE CAR-LINHA
004960     MOVE "INFORMAMOS V. EXA. DAS SEGUINTES OCORRENCIAS NA SUA "&
004970         "CONTA:" TO CAR-LINHA
004980     WRITE CAR-LINHA
004990     SET CNT-IDX TO 1
005000     PERFORM 3250-LIMPA-MARCA THRU 3250-EXIT 5 TIMES.
005010 3200-EXIT.
005020     EXIT.
005030
005040 3250-LIMPA-MARCA.
005050     MOVE "N" TO WS-CNT-NA-CARTA (CNT-IDX)
005060     SET CNT-IDX UP BY 1.
005070 3250-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110* 3300-TRATA-EVENTO - procura o texto-modelo do tipo; tipo
005120* desconhecido ou conta sem carta vai para as excecoes, senao o
005130* aviso e impresso na carta e contado.
005140******************************************************************
005150 3300-TRATA-EVENTO.
005160     SET MOD-IDX TO 1
005170     SEARCH WS-MOD-ENTRADA
005180         AT END
005190             MOVE "TIPO DE EVENTO INVALIDO" TO WS-EXC-MOTIVO
005200             PERFORM 3600-IMPRIME-EXCECAO THRU 3600-EXIT
005210             GO TO 3300-PROXIMO
005220         WHEN WS-MOD-TIPO (MOD-IDX) = SRT-TIPO
005230             CONTINUE
005240     END-SEARCH
005250     EVALUATE TRUE
005260         WHEN SITUACAO-SEM-FICHA
005270             MOVE "SEM FICHA DE CLIENTE" TO WS-EXC-MOTIVO
005280             PERFORM 3600-IMPRIME-EXCECAO THRU 3600-EXIT
005290         WHEN SITUACAO-SEM-MORADA
005300             MOVE "SEM MORADA (CLI-MORADA)" TO WS-EXC-MOTIVO
005310             PERFORM 3600-IMPRIME-EXCECAO THRU 3600-EXIT
005320         WHEN OTHER
005330             PERFORM 3400-IMPRIME-AVISO THRU 3400-EXIT
005340     END-EVALUATE.
005350 3300-PROXIMO.
005360     PERFORM 3050-RETURN-EVENTO THRU 3050-EXIT.
005370 3300-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410* 3400-IMPRIME-AVISO - um aviso na carta: as duas linhas do
005420* modelo, a data/referencia/valor do evento (referencia e valor
005430* so quando os ha) e, quando o modelo tem rotulo, o detalhe livre
005440* e a data complementar.
005450******************************************************************
005460 3400-IMPRIME-AVISO.
005470     SET CNT-IDX TO MOD-IDX
005480     ADD 1 TO WS-CNT-AVISOS (CNT-IDX)
005490     ADD 1 TO WS-QTD-AVISOS
005500     IF WS-CNT-NA-CARTA (CNT-IDX) NOT = "S" THEN
005510         MOVE "S" TO WS-CNT-NA-CARTA (CNT-IDX)
005520         ADD 1 TO WS-CNT-CARTAS (CNT-IDX)
005530     END-IF
005540
005550     MOVE SPACES TO CAR-LINHA
005560     WRITE CAR-LINHA
005570     MOVE "- " TO WS-AVI-MARCA
005580     MOVE WS-MOD-LINHA-1 (MOD-IDX) TO WS-AVI-TEXTO
005590     WRITE CAR-LINHA FROM WS-CARTA-AVISO
005600     IF WS-MOD-LINHA-2 (MOD-IDX) NOT = SPACES THEN
005610         MOVE SPACES TO WS-AVI-MARCA
005620         MOVE WS-MOD-LINHA-2 (MOD-IDX) TO WS-AVI-TEXTO
005630         WRITE CAR-LINHA FROM WS-CARTA-AVISO
005640     END-IF
005650
005660     MOVE SRT-DATA TO WS-DATA-A-FORMATAR
005670     PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
005680     MOVE WS-DATA-FMT TO WS-DET-DATA
005690     IF SRT-REF = 0 THEN
005700         MOVE SPACES TO WS-DET-ROT-REF WS-DET-REF
005710     ELSE
005720         MOVE "REF.: " TO WS-DET-ROT-REF
005730         MOVE SRT-REF TO WS-DET-REF
005740     END-IF
005750     IF SRT-VALOR = 0 THEN
005760         MOVE SPACES TO WS-DET-ROT-VALOR WS-DET-VALOR
005770     ELSE
005780         MOVE "VALOR: " TO WS-DET-ROT-VALOR
005790         MOVE SRT-VALOR TO WS-EDIT-VALOR
005800         MOVE FUNCTION TRIM (WS-EDIT-VALOR) TO WS-DET-VALOR
005810     END-IF
005820     WRITE CAR-LINHA FROM WS-CARTA-DETALHE
005830
005840     IF WS-MOD-ROT-TEXTO (MOD-IDX) NOT = SPACES AND
005850        SRT-TEXTO NOT = SPACES THEN
005860         MOVE WS-MOD-ROT-TEXTO (MOD-IDX) TO WS-CMP-ROTULO
005870         MOVE SRT-TEXTO TO WS-CMP-TEXTO
005880         WRITE CAR-LINHA FROM WS-CARTA-COMPLEMENTO
005890     END-IF
005900     IF WS-MOD-ROT-AUX (MOD-IDX) NOT = SPACES AND
005910        SRT-DATA-AUX > 0 THEN
005920         MOVE WS-MOD-ROT-AUX (MOD-IDX) TO WS-CMP-ROTULO
005930         MOVE SRT-DATA-AUX TO WS-DATA-A-FORMATAR
005940         PERFORM 7100-FORMATA-DATA THRU 7100-EXIT
005950         MOVE WS-DATA-FMT TO WS-CMP-TEXTO
005960         WRITE CAR-LINHA FROM WS-CARTA-COMPLEMENTO
005970     END-IF.
005980 3400-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020* 3500-FECHA-CARTA - texto de fecho comum a todas as cartas.
006030******************************************************************
006040 3500-FECHA-CARTA.
006050     MOVE SPACES TO CAR-LINHA
006060     WRITE CAR-LINHA
006070     MOVE "PARA QUALQUER ESCLARECIMENTO, CONTACTE O SEU BALCAO."
006080         TO CAR-LINHA
006090     WRITE CAR-LINHA
006100     MOVE SPACES TO CAR-LINHA
006110     WRITE CAR-LINHA
006120     MOVE "COM OS MELHORES CUMPRIMENTOS," TO CAR-LINHA
006130     WRITE CAR-LINHA
006140     MOVE SPACES TO CAR-LINHA
006150     WRITE CAR-LINHA
006160     MOVE "O BACK OFFICE" TO CAR-LINHA
006170     WRITE CAR-LINHA.
006180 3500-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 3600-IMPRIME-EXCECAO - evento sem carta: linha no relatorio de
006230* controlo com o titular quando ha ficha e o motivo ja preparado.
006240******************************************************************
006250 3600-IMPRIME-EXCECAO.
006260     ADD 1 TO WS-QTD-EVENTOS-EXC
006270     MOVE WS-CONTA-CORRENTE TO WS-EXC-CONTA
006280     IF SITUACAO-SEM-FICHA THEN
006290         MOVE "(SEM FICHA)" TO WS-EXC-NOME
006300     ELSE
006310         MOVE CLI-NOME TO WS-EXC-NOME
006320     END-IF
006330     MOVE SRT-TIPO TO WS-EXC-TIPO
006340     MOVE SRT-REF TO WS-EXC-REF
006350     MOVE SRT-DATA TO WS-EXC-DATA
006360     WRITE RPT-LINHA FROM WS-LINHA-EXCECAO.
006370 3600-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 7100-FORMATA-DATA - WS-DATA-A-FORMATAR (AAAAMMDD) para
006420* WS-DATA-FMT (DD-MM-AAAA), como se le numa carta.
006430******************************************************************
006440 7100-FORMATA-DATA.
006450     MOVE SPACES TO WS-DATA-FMT
006460     STRING WS-DIA DELIMITED BY SIZE
006470         "-" DELIMITED BY SIZE
006480         WS-MES DELIMITED BY SIZE
006490         "-" DELIMITED BY SIZE
006500         WS-ANO DELIMITED BY SIZE
006510         INTO WS-DATA-FMT.
006520 7100-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560* 8000-IMPRIME-RESUMO - fecha a lista de excecoes e imprime as
006570* contagens de cartas e avisos por tipo, os totais e a linha de
006580* resumo do lote.
006590******************************************************************
006600 8000-IMPRIME-RESUMO.
006610     IF WS-QTD-EVENTOS-EXC = 0 THEN
006620         MOVE "NENHUMA" TO RPT-LINHA
006630         WRITE RPT-LINHA
006640     END-IF
006650     MOVE SPACES TO RPT-LINHA
006660     WRITE RPT-LINHA
006670     WRITE RPT-LINHA FROM WS-LINHA-TIPOS-TITULO
006680     WRITE RPT-LINHA FROM WS-LINHA-TIPOS-COLUNAS
006690     MOVE SPACES TO RPT-LINHA
006700     WRITE RPT-LINHA
006710     SET MOD-IDX TO 1
006720     SET CNT-IDX TO 1
006730     PERFORM 8100-IMPRIME-TIPO THRU 8100-EXIT 5 TIMES
006740     MOVE SPACES TO RPT-LINHA
006750     WRITE RPT-LINHA
006760     MOVE WS-QTD-CARTAS TO WS-TOT-CARTAS
006770     MOVE WS-QTD-AVISOS TO WS-TOT-AVISOS
006780     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
006790     MOVE WS-QTD-CONTAS-EXC TO WS-TOT-CONTAS-EXC
006800     MOVE WS-QTD-EVENTOS-EXC TO WS-TOT-EVENTOS-EXC
006810     WRITE RPT-LINHA FROM WS-LINHA-TOTAL-EXC
006820
006830     MOVE WS-QTD-EVENTOS TO WS-RES-EVENTOS
006840     MOVE WS-QTD-CARTAS TO WS-RES-CARTAS
006850     MOVE WS-QTD-CONTAS-EXC TO WS-RES-EXCECOES
006860     DISPLAY WS-LINHA-RESUMO.
006870 8000-EXIT.
006880     EXIT.
006890
006900 8100-IMPRIME-TIPO.
006910     MOVE WS-MOD-TIPO (MOD-IDX) TO WS-TIP-TIPO
006920     MOVE WS-MOD-DESCRICAO (MOD-IDX) TO WS-TIP-DESCRICAO
006930     MOVE WS-CNT-CARTAS (CNT-IDX) TO WS-TIP-CARTAS
006940     MOVE WS-CNT-AVISOS (CNT-IDX) TO WS-TIP-AVISOS
006950     WRITE RPT-LINHA FROM WS-LINHA-TIPO
006960     SET MOD-IDX UP BY 1
006970     SET CNT-IDX UP BY 1.
006980 8100-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 8500-ARQUIVA-EVENTOS - com as cartas emitidas, copia os eventos
007030* do NOTEVT para o historico NOTHIST (acrescentado, criado vazio
007040* na primeira vez) e esvazia o NOTEVT para a noite seguinte. Numa
007050* paragem antes deste ponto o NOTEVT fica intacto e a corrida
007060* repete-se por inteiro.
007070******************************************************************
007080 8500-ARQUIVA-EVENTOS.
007090     OPEN EXTEND HISTORICO-EVT
007100     IF WS-FS-HIST = "05" OR WS-FS-HIST = "35" THEN
007110         OPEN OUTPUT HISTORICO-EVT
007120         CLOSE HISTORICO-EVT
007130         OPEN EXTEND HISTORICO-EVT
007140     END-IF
007150     IF WS-FS-HIST NOT = "00" THEN
007160         DISPLAY "TAREFA-46: NAO FOI POSSIVEL ABRIR O "&
007170         "NOTHIST - FS=" WS-FS-HIST
007180         MOVE 16 TO RETURN-CODE
007190         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
007200     END-IF
007210     MOVE "N" TO WS-FIM-EVT
007220     OPEN INPUT NOTIFICACOES
007230     PERFORM 2100-LER-EVENTO THRU 2100-EXIT
007240     PERFORM 8550-ARQUIVA-UM THRU 8550-EXIT
007250         UNTIL FIM-EVT
007260     CLOSE NOTIFICACOES
007270     CLOSE HISTORICO-EVT
007280     OPEN OUTPUT NOTIFICACOES
007290     CLOSE NOTIFICACOES.
007300 8500-EXIT.
007310     EXIT.
007320
007330 8550-ARQUIVA-UM.
007340     WRITE HIS-LINHA FROM EVENTO-REC
007350     PERFORM 2100-LER-EVENTO THRU 2100-EXIT.
007360 8550-EXIT.
007370     EXIT.
007380
007390 9100-TERMINA-ERRO.
007395     MOVE RETURN-CODE TO WS-RETORNO
007400     MOVE "E" TO RUN-FUNCAO
007410     CALL "RUNCTL" USING RUN-AREA
007415     MOVE WS-RETORNO TO RETURN-CODE
007420     STOP RUN.
007430 9100-EXIT.
007440     EXIT.
007450
007460 9999-FINALIZAR.
007470     CLOSE CLIENTE-MASTER
007480     CLOSE CARTAS
007490     CLOSE CARTAS-RPT
007495     MOVE RETURN-CODE TO WS-RETORNO
007500     MOVE "F" TO RUN-FUNCAO
007510     CALL "RUNCTL" USING RUN-AREA
007515     MOVE WS-RETORNO TO RETURN-CODE.
007520 9999-EXIT.
007530     EXIT.
007540
007550 END PROGRAM TAREFA-46.

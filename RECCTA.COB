000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  26/08/2024
000050* Date-Compiled:
000060* Purpose:       Recuperacao do CONTA-MASTER a partir de um
000070*                snapshot da TAREFA-48 - reconstroi o ficheiro de
000080*                contas inteiro: parte dos registos e saldos do
000090*                snapshot escolhido (geracao do CTASNAP dada no
000100*                JCL, confirmada pela data do cartao RECPARM) e
000110*                reaplica, por conta e por ordem de referencia, os
000120*                movimentos do MOVIMENTOS (e do arquivo MOVARQ, se
000130*                a TAREFA-19 correu entretanto) com MOV-REF acima
000140*                da referencia do snapshot, conferindo cada
000150*                MOV-SALDO-APOS. O relatorio RECRPT lista as
000160*                quebras na sequencia de referencias, as contas
000170*                reconstruidas e as divergencias de saldo.
000180*                A recuperacao regista-se no RUNREG logo ao
000190*                iniciar (fim com erro) e so o fim limpo liberta
000200*                a suite: ate la o RUNCTL recusa os lotes que
000210*                postam (retorno 40).
000220* Tectonics:     cobc
000230*
000240* Modification history:
000250*   26/08/2024  RSA  Programa original.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. TAREFA-49.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT REC-PARM ASSIGN TO "RECPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-PARM.
000360     SELECT CONTA-SNAPSHOT ASSIGN TO "CTASNAP"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-SNAP.
000390     SELECT MOV-CONTROLO ASSIGN TO "MOVCTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-CTL.
000420     SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-MOVTO.
000450     SELECT OPTIONAL MOVIMENTOS-ARQ ASSIGN TO "MOVARQ"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-ARQ.
000480     SELECT OPTIONAL CONTA-ANTERIOR ASSIGN TO "CTAANT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-ANT.
000510     SELECT CONTA-MASTER ASSIGN TO "CONTAMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS CT-CONTA-NUM
000550         FILE STATUS IS WS-FS-CONTA.
000560     SELECT RECUPERACAO-RPT ASSIGN TO "RECRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-RPT.
000590     SELECT SORT-REFERENCIAS ASSIGN TO "SORTWK".
000600     SELECT SORT-MOVTOS ASSIGN TO "SORTWK2".
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  REC-PARM.
000650 01  RECP-REC.
000660     05  RECP-DATA-SNAPSHOT  PIC 9(08).
000670
000680 FD  CONTA-SNAPSHOT.
000690     COPY SNPREC.
000700
000710 FD  MOV-CONTROLO.
000720 01  CTL-REC.
000730     05  CTL-ULTIMA-REF      PIC 9(08).
000740
000750 FD  MOVIMENTOS.
000760     COPY MOVREC.
000770
000780 FD  MOVIMENTOS-ARQ.
000790 01  ARQ-LINHA               PIC X(68).
000800
000810 FD  CONTA-ANTERIOR.
000820     COPY CONTAREC REPLACING ==CONTA-REC== BY ==ANT-CONTA-REC==
000830                             LEADING ==CT-== BY ==ANT-==.
000840
000850 FD  CONTA-MASTER.
000860     COPY CONTAREC.
000870
000880 FD  RECUPERACAO-RPT.
000890 01  RPT-LINHA               PIC X(80).
000900
000910 SD  SORT-REFERENCIAS.
000920 01  SR1-REC.
000930     05  SR1-REF             PIC 9(08).
000940
000950 SD  SORT-MOVTOS.
000960 01  SRT-REC.
000970     05  SRT-CONTA-NUM       PIC 9(08).
000980     05  SRT-REF             PIC 9(08).
000990     05  SRT-TIPO            PIC X(01).
001000     05  SRT-VALOR           PIC 9(10)V99.
001010     05  SRT-SALDO-APOS      PIC S9(10)V99.
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-STATUS-FLAGS.
001050     05  WS-FS-PARM          PIC X(02) VALUE "00".
001060     05  WS-FS-SNAP          PIC X(02) VALUE "00".
001070     05  WS-FS-CTL           PIC X(02) VALUE "00".
001080     05  WS-FS-MOVTO         PIC X(02) VALUE "00".
001090     05  WS-FS-ARQ           PIC X(02) VALUE "00".
001100     05  WS-FS-ANT           PIC X(02) VALUE "00".
001110     05  WS-FS-CONTA         PIC X(02) VALUE "00".
001120     05  WS-FS-RPT           PIC X(02) VALUE "00".
001130     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
001140         88  FIM-MOVTO           VALUE "S".
001150     05  WS-FASE-ARQ         PIC X(01) VALUE "N".
001160         88  FASE-ARQUIVO        VALUE "S".
001170     05  WS-FIM-SORT1        PIC X(01) VALUE "N".
001180         88  FIM-SORT1           VALUE "S".
001190     05  WS-FIM-SORT         PIC X(01) VALUE "N".
001200         88  FIM-SORT            VALUE "S".
001210     05  WS-FIM-SNAP         PIC X(01) VALUE "N".
001220         88  FIM-SNAP            VALUE "S".
001230     05  WS-FIM-ANT          PIC X(01) VALUE "N".
001240         88  FIM-ANT             VALUE "S".
001250     05  WS-TEM-TRAILER      PIC X(01) VALUE "N".
001260         88  TEM-TRAILER         VALUE "S".
001270     05  WS-EM-SNAPSHOT      PIC X(01) VALUE "N".
001280         88  EM-SNAPSHOT         VALUE "S".
001290     05  WS-EM-ANTERIOR      PIC X(01) VALUE "N".
001300         88  EM-ANTERIOR         VALUE "S".
001310     05  WS-RPT-ABERTO       PIC X(01) VALUE "N".
001320         88  RPT-ABERTO          VALUE "S".
001330
001340 01  WS-DATA-NEGOCIO         PIC 9(08) VALUE 0.
001350 01  WS-SNAP-DATA            PIC 9(08) VALUE 0.
001360 01  WS-SNAP-REF             PIC 9(08) VALUE 0.
001370 01  WS-MOVCTL-REF           PIC 9(08) VALUE 0.
001380 01  WS-REF-ANTERIOR         PIC 9(08) VALUE 0.
001390 01  WS-REF-ESPERADA         PIC 9(08) VALUE 0.
001400
001410*    CHAVES DO EMPARELHAMENTO SNAPSHOT / CONTAMST ANTERIOR /
001420*    MOVIMENTOS; 99999999 = FICHEIRO ESGOTADO.
001430 01  WS-CHAVE-SNAP           PIC 9(08) VALUE 0.
001440 01  WS-CHAVE-ANT            PIC 9(08) VALUE 0.
001450 01  WS-CHAVE-MOV            PIC 9(08) VALUE 0.
001460 01  WS-CHAVE-CONTA          PIC 9(08) VALUE 0.
001470 01  WS-CHAVE-FIM            PIC 9(08) VALUE 99999999.
001480
001490 01  WS-SALDO-SNAP           PIC S9(10)V99 VALUE 0.
001500 01  WS-SNAP-TOTAL           PIC S9(13)V99 VALUE 0.
001510 01  WS-SNAP-QTD             PIC 9(07) VALUE 0.
001520 01  WS-RETORNO              PIC 9(02) VALUE 0.
001530
001540 COPY CONTAREC REPLACING ==CONTA-REC== BY ==WS-SNAP-REC==
001550                         LEADING ==CT-== BY ==SNA-==.
001560
001570 01  WS-EDIT-SALDO           PIC -(10)9V,99.
001580
001590 COPY RUNAREA.
001600
001610 01  WS-CONTADORES.
001620     05  WS-QTD-REFERENCIAS  PIC 9(09) VALUE 0.
001630     05  WS-QTD-QUEBRAS      PIC 9(07) VALUE 0.
001640     05  WS-QTD-REAPLICADOS  PIC 9(09) VALUE 0.
001650     05  WS-QTD-DIVERGENCIAS PIC 9(07) VALUE 0.
001660     05  WS-QTD-MOVS-CONTA   PIC 9(07) VALUE 0.
001670     05  WS-QTD-GRAVADAS     PIC 9(07) VALUE 0.
001680     05  WS-QTD-RECONSTRUIDAS PIC 9(07) VALUE 0.
001690     05  WS-QTD-NOVAS        PIC 9(07) VALUE 0.
001700     05  WS-QTD-SEM-MOVS     PIC 9(07) VALUE 0.
001710     05  WS-QTD-ANT-LIDAS    PIC 9(07) VALUE 0.
001720     05  WS-QTD-SEM-REGISTO  PIC 9(07) VALUE 0.
001730     05  WS-QTD-MOVS-PERDIDOS PIC 9(07) VALUE 0.
001740
001750 01  WS-LINHA-TITULO.
001760     05  FILLER              PIC X(42)
001770         VALUE "RECUPERACAO DO CONTA-MASTER - SNAPSHOT DE ".
001780     05  WS-TIT-DATA         PIC 9(08).
001790     05  FILLER              PIC X(30) VALUE SPACES.
001800
001810 01  WS-LINHA-PONTO.
001820     05  FILLER              PIC X(17) VALUE "DATA DE NEGOCIO:".
001830     05  WS-PON-DATA         PIC 9(08).
001840     05  FILLER              PIC X(15) VALUE "   REF. SNAP.:".
001850     05  WS-PON-SNAP-REF     PIC 9(08).
001860     05  FILLER              PIC X(16) VALUE "   ULT. MOVCTL:".
001870     05  WS-PON-MOVCTL-REF   PIC 9(08).
001880     05  FILLER              PIC X(08) VALUE SPACES.
001890
001900 01  WS-LINHA-SECCAO         PIC X(80) VALUE SPACES.
001910
001920 01  WS-LINHA-SEQUENCIA.
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940     05  WS-SEQ-DESCRICAO    PIC X(34).
001950     05  WS-SEQ-DE           PIC 9(08).
001960     05  WS-SEQ-SEPARADOR    PIC X(03).
001970     05  WS-SEQ-ATE          PIC X(08).
001980     05  FILLER              PIC X(25) VALUE SPACES.
001990
002000 01  WS-LINHA-COLUNAS.
002010     05  FILLER              PIC X(10) VALUE "CONTA".
002020     05  FILLER              PIC X(14) VALUE "SALDO SNAPSHOT".
002030     05  FILLER              PIC X(06) VALUE "  MOVS".
002040     05  FILLER              PIC X(15) VALUE "   RECONSTRUIDO".
002050     05  FILLER              PIC X(15) VALUE "  CONTAMST ANT.".
002060     05  FILLER              PIC X(20) VALUE " SITUACAO".
002070
002080 01  WS-LINHA-CONTA.
002090     05  WS-LIN-CONTA        PIC 9(08).
002100     05  FILLER              PIC X(02) VALUE SPACES.
002110     05  WS-LIN-SALDO-SNAP   PIC X(14).
002120     05  FILLER              PIC X(01) VALUE SPACES.
002130     05  WS-LIN-MOVS         PIC ZZZZ9.
002140     05  FILLER              PIC X(01) VALUE SPACES.
002150     05  WS-LIN-SALDO-REC    PIC X(14).
002160     05  FILLER              PIC X(01) VALUE SPACES.
002170     05  WS-LIN-SALDO-ANT    PIC X(14).
002180     05  FILLER              PIC X(01) VALUE SPACES.
002190     05  WS-LIN-SITUACAO     PIC X(19).
002200
002210 01  WS-LINHA-DIVERGENCIA.
002220     05  FILLER              PIC X(04) VALUE "  ! ".
002230     05  WS-DIV-CONTA        PIC 9(08).
002240     05  FILLER              PIC X(05) VALUE " REF ".
002250     05  WS-DIV-REF          PIC 9(08).
002260     05  FILLER              PIC X(12) VALUE " SALDO-APOS ".
002270     05  WS-DIV-APOS         PIC X(14).
002280     05  FILLER              PIC X(11) VALUE " CALCULADO ".
002290     05  WS-DIV-CALCULADO    PIC X(14).
002300     05  FILLER              PIC X(04) VALUE SPACES.
002310
002320 01  WS-LINHA-TOTAL.
002330     05  WS-TOT-DESCRICAO    PIC X(46).
002340     05  WS-TOT-QTD          PIC ZZZZZZZZ9.
002350     05  FILLER              PIC X(25) VALUE SPACES.
002360
002370 01  WS-LINHA-RESUMO.
002380     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-49:".
002390     05  FILLER            PIC X(01) VALUE SPACES.
002400     05  WS-RES-GRAVADAS   PIC ZZZZZZ9.
002410     05  FILLER            PIC X(17) VALUE " CONTAS GRAVADAS,".
002420     05  WS-RES-REAPLICADOS PIC ZZZZZZZZ9.
002430     05  FILLER            PIC X(13) VALUE " REAPLICADOS,".
002440     05  WS-RES-QUEBRAS    PIC ZZZZZZ9.
002450     05  FILLER            PIC X(09) VALUE " QUEBRAS.".
002460
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002490     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002500     SORT SORT-REFERENCIAS
002510         ON ASCENDING KEY SR1-REF
002520         INPUT PROCEDURE IS 2000-SELECIONA-REFERENCIAS
002530             THRU 2000-EXIT
002540         OUTPUT PROCEDURE IS 3000-CONFERE-SEQUENCIA
002550             THRU 3000-EXIT
002560     PERFORM 1500-ABRE-RECONSTRUCAO THRU 1500-EXIT
002570     SORT SORT-MOVTOS
002580         ON ASCENDING KEY SRT-CONTA-NUM SRT-REF
002590         INPUT PROCEDURE IS 4000-SELECIONA-MOVIMENTOS
002600             THRU 4000-EXIT
002610         OUTPUT PROCEDURE IS 5000-RECONSTROI-CONTAS
002620             THRU 5000-EXIT
002630     PERFORM 8000-IMPRIME-TOTAIS THRU 8000-EXIT
002640     PERFORM 9999-FINALIZAR THRU 9999-EXIT
002650     STOP RUN.
002660
002670******************************************************************
002680* 1000-INICIALIZAR - le o cartao RECPARM (data do snapshot a
002690* usar), obtem a data de negocio do RUNCTL e regista logo no
002700* RUNREG a recuperacao como fim com erro: a partir daqui, e ate
002710* ao fim limpo desta tarefa, o RUNCTL recusa os lotes que postam.
002720* Depois le a ultima referencia do MOVCTL e confere o snapshot.
002730******************************************************************
002740 1000-INICIALIZAR.
002750     OPEN INPUT REC-PARM
002760     READ REC-PARM
002770         AT END
002780             DISPLAY "TAREFA-49: CARTAO DE PARAMETROS EM BRANCO"
002790             MOVE 16 TO RETURN-CODE
002800             CLOSE REC-PARM
002810             STOP RUN
002820     END-READ
002830     CLOSE REC-PARM
002840     IF RECP-DATA-SNAPSHOT IS NOT NUMERIC OR
002850        RECP-DATA-SNAPSHOT = 0 THEN
002860         DISPLAY "TAREFA-49: DATA DO SNAPSHOT INVALIDA "&
002870         "(AAAAMMDD)"
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910
002920     MOVE "D" TO RUN-FUNCAO
002930     MOVE "TAREFA49" TO RUN-JOB
002940     CALL "RUNCTL" USING RUN-AREA
002950     IF NOT RUN-OK THEN
002960         DISPLAY "TAREFA-49: DATA DE NEGOCIO INDISPONIVEL "&
002970         "(DATCTL)"
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     MOVE RUN-DATA TO WS-DATA-NEGOCIO
003020     MOVE "E" TO RUN-FUNCAO
003030     CALL "RUNCTL" USING RUN-AREA
003040
003050*    ULTIMA REFERENCIA ATRIBUIDA PELA CONTAPST ATE AGORA.
003060     OPEN INPUT MOV-CONTROLO
003070     IF WS-FS-CTL = "00" THEN
003080         READ MOV-CONTROLO
003090             NOT AT END
003100                 MOVE CTL-ULTIMA-REF TO WS-MOVCTL-REF
003110         END-READ
003120         CLOSE MOV-CONTROLO
003130     END-IF
003140
003150     PERFORM 1200-CONFERE-SNAPSHOT THRU 1200-EXIT
003160
003170     OPEN OUTPUT RECUPERACAO-RPT
003180     MOVE "S" TO WS-RPT-ABERTO
003190     MOVE WS-SNAP-DATA TO WS-TIT-DATA
003200     WRITE RPT-LINHA FROM WS-LINHA-TITULO
003210     MOVE WS-DATA-NEGOCIO TO WS-PON-DATA
003220     MOVE WS-SNAP-REF TO WS-PON-SNAP-REF
003230     MOVE WS-MOVCTL-REF TO WS-PON-MOVCTL-REF
003240     WRITE RPT-LINHA FROM WS-LINHA-PONTO
003250     MOVE SPACES TO RPT-LINHA
003260     WRITE RPT-LINHA
003270     MOVE "QUEBRAS NA SEQUENCIA DE REFERENCIAS (MOV-REF)"
003280         TO WS-LINHA-SECCAO
003290     WRITE RPT-LINHA FROM WS-LINHA-SECCAO.
003300 1000-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 1200-CONFERE-SNAPSHOT - le o snapshot de ponta a ponta antes de
003350* tocar no CONTA-MASTER: cabecalho com a data do cartao, contas
003360* por ordem crescente de chave (a reconstrucao grava-as por essa
003370* ordem) e trailer com o numero de contas e a soma dos saldos
003380* certos. Qualquer falha termina sem reconstruir nada.
003390******************************************************************
003400 1200-CONFERE-SNAPSHOT.
003410     OPEN INPUT CONTA-SNAPSHOT
003420     IF WS-FS-SNAP NOT = "00" THEN
003430         DISPLAY "TAREFA-49: NAO FOI POSSIVEL ABRIR O "&
003440         "CTASNAP - FS=" WS-FS-SNAP
003450         MOVE 16 TO RETURN-CODE
003460         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003470     END-IF
003480     READ CONTA-SNAPSHOT
003490         AT END
003500             MOVE "S" TO WS-FIM-SNAP
003510     END-READ
003520     IF FIM-SNAP OR NOT SNP-REG-CABECALHO THEN
003530         DISPLAY "TAREFA-49: SNAPSHOT SEM CABECALHO"
003540         MOVE 16 TO RETURN-CODE
003550         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003560     END-IF
003570     MOVE SNP-CAB-DATA-NEGOCIO TO WS-SNAP-DATA
003580     MOVE SNP-CAB-ULTIMA-REF TO WS-SNAP-REF
003590     IF WS-SNAP-DATA NOT = RECP-DATA-SNAPSHOT THEN
003600         DISPLAY "TAREFA-49: O CTASNAP E O SNAPSHOT DE "
003610             WS-SNAP-DATA ", NAO O DE " RECP-DATA-SNAPSHOT
003620         MOVE 16 TO RETURN-CODE
003630         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003640     END-IF
003650     MOVE 0 TO WS-CHAVE-CONTA
003660     PERFORM 1210-CONFERE-REGISTO THRU 1210-EXIT
003670         UNTIL FIM-SNAP
003680     CLOSE CONTA-SNAPSHOT
003690     IF NOT TEM-TRAILER THEN
003700         DISPLAY "TAREFA-49: SNAPSHOT INCOMPLETO - SEM TRAILER"
003710         MOVE 16 TO RETURN-CODE
003720         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003730     END-IF
003740     IF WS-SNAP-QTD NOT = SNP-TRL-QTD OR
003750        WS-SNAP-TOTAL NOT = SNP-TRL-SALDO THEN
003760         DISPLAY "TAREFA-49: SNAPSHOT NAO CONFERE COM O "&
003770         "TRAILER (CONTAS/SALDOS)"
003780         MOVE 16 TO RETURN-CODE
003790         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
003800     END-IF.
003810 1200-EXIT.
003820     EXIT.
003830
003840 1210-CONFERE-REGISTO.
003850     READ CONTA-SNAPSHOT
003860         AT END
003870             MOVE "S" TO WS-FIM-SNAP
003880     END-READ
003890     IF FIM-SNAP THEN
003900         GO TO 1210-EXIT
003910     END-IF
003920     EVALUATE TRUE
003930         WHEN SNP-REG-TRAILER
003940             MOVE "S" TO WS-TEM-TRAILER
003950             MOVE "S" TO WS-FIM-SNAP
003960         WHEN SNP-REG-CONTA
003970             MOVE SNP-CONTA-REG TO WS-SNAP-REC
003980             IF SNA-CONTA-NUM NOT > WS-CHAVE-CONTA THEN
003990                 DISPLAY "TAREFA-49: SNAPSHOT FORA DE ORDEM NA "&
004000                 "CONTA " SNA-CONTA-NUM
004010                 MOVE 16 TO RETURN-CODE
004020                 PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004030             END-IF
004040             MOVE SNA-CONTA-NUM TO WS-CHAVE-CONTA
004050             ADD 1 TO WS-SNAP-QTD
004060             ADD SNA-SALDO TO WS-SNAP-TOTAL
004070         WHEN OTHER
004080             DISPLAY "TAREFA-49: REGISTO DE TIPO INVALIDO NO "&
004090             "SNAPSHOT: " SNP-TIPO-REG
004100             MOVE 16 TO RETURN-CODE
004110             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004120     END-EVALUATE.
004130 1210-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 1500-ABRE-RECONSTRUCAO - reabre o snapshot (saltando o
004180* cabecalho) e a copia do CONTA-MASTER anterior tirada no passo
004190* anterior do JCL (opcional - DUMMY quando o ficheiro se perdeu),
004200* e recria o CONTA-MASTER vazio. So aqui o ficheiro de contas
004210* comeca a ser reescrito.
004220******************************************************************
004230 1500-ABRE-RECONSTRUCAO.
004240     OPEN INPUT CONTA-SNAPSHOT
004250     READ CONTA-SNAPSHOT
004260     END-READ
004270     MOVE "N" TO WS-FIM-SNAP
004280     OPEN INPUT CONTA-ANTERIOR
004290     OPEN OUTPUT CONTA-MASTER
004300     IF WS-FS-CONTA NOT = "00" THEN
004310         DISPLAY "TAREFA-49: NAO FOI POSSIVEL RECRIAR O "&
004320         "CONTA-MASTER - FS=" WS-FS-CONTA
004330         MOVE 16 TO RETURN-CODE
004340         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004350     END-IF
004360     MOVE SPACES TO RPT-LINHA
004370     WRITE RPT-LINHA
004380     MOVE "CONTAS RECONSTRUIDAS" TO WS-LINHA-SECCAO
004390     WRITE RPT-LINHA FROM WS-LINHA-SECCAO
004400     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS.
004410 1500-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450* 2000-SELECIONA-REFERENCIAS - passagem de entrada do primeiro
004460* SORT: liberta a referencia de cada movimento acima do ponto do
004470* snapshot, do arquivo e do MOVIMENTOS (os saldos transportados
004480* tem referencia zero e ficam de fora).
004490******************************************************************
004500 2000-SELECIONA-REFERENCIAS.
004510     PERFORM 2200-ABRE-MOVIMENTOS THRU 2200-EXIT
004520     PERFORM 2050-AVALIA-REFERENCIA THRU 2050-EXIT
004530         UNTIL FIM-MOVTO
004540     CLOSE MOVIMENTOS-ARQ
004550     CLOSE MOVIMENTOS.
004560 2000-EXIT.
004570     EXIT.
004580
004590 2050-AVALIA-REFERENCIA.
004600     IF MOV-REF > WS-SNAP-REF AND NOT MOV-SALDO-TRANSP THEN
004610         MOVE MOV-REF TO SR1-REF
004620         RELEASE SR1-REC
004630     END-IF
004640     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
004650 2050-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 2100-LER-MOVIMENTO - le o proximo movimento: primeiro do
004700* arquivo opcional MOVARQ, depois do ficheiro corrente MOVIMENT
004710* (mesma leitura em duas fases da TAREFA-43).
004720******************************************************************
004730 2100-LER-MOVIMENTO.
004740     IF FASE-ARQUIVO THEN
004750         READ MOVIMENTOS-ARQ
004760             AT END
004770                 MOVE "N" TO WS-FASE-ARQ
004780             NOT AT END
004790                 MOVE ARQ-LINHA TO MOV-REC
004800         END-READ
004810     END-IF
004820     IF NOT FASE-ARQUIVO THEN
004830         READ MOVIMENTOS
004840             AT END
004850                 MOVE "S" TO WS-FIM-MOVTO
004860         END-READ
004870     END-IF.
004880 2100-EXIT.
004890     EXIT.
004900
004910 2200-ABRE-MOVIMENTOS.
004920     OPEN INPUT MOVIMENTOS-ARQ
004930     OPEN INPUT MOVIMENTOS
004940     IF WS-FS-MOVTO NOT = "00" THEN
004950         DISPLAY "TAREFA-49: NAO FOI POSSIVEL ABRIR O "&
004960         "MOVIMENTOS - FS=" WS-FS-MOVTO
004970         MOVE 16 TO RETURN-CODE
004980         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004990     END-IF
005000     MOVE "S" TO WS-FASE-ARQ
005010     MOVE "N" TO WS-FIM-MOVTO
005020     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
005030 2200-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 3000-CONFERE-SEQUENCIA - passagem de saida do primeiro SORT:
005080* as referencias deviam seguir-se sem buracos desde a do snapshot
005090* ate a ultima do MOVCTL (a CONTAPST atribui-as uma a uma, so ao
005100* gravar o movimento). Lista os buracos, as referencias repetidas
005110* e as que ficaram acima do MOVCTL - neste caso o MOVCTL e
005120* acertado no fim, para a proxima postagem nao repetir
005130* referencias.
005140******************************************************************
005150 3000-CONFERE-SEQUENCIA.
005160     MOVE WS-SNAP-REF TO WS-REF-ANTERIOR
005170     COMPUTE WS-REF-ESPERADA = WS-SNAP-REF + 1
005180     PERFORM 3050-RETURN-REFERENCIA THRU 3050-EXIT
005190     PERFORM 3100-CONFERE-REFERENCIA THRU 3100-EXIT
005200         UNTIL FIM-SORT1
005210     IF WS-REF-ANTERIOR < WS-MOVCTL-REF THEN
005220         MOVE "REFERENCIAS EM FALTA NO FIM      "
005230             TO WS-SEQ-DESCRICAO
005240         MOVE WS-REF-ESPERADA TO WS-SEQ-DE
005250         MOVE " A " TO WS-SEQ-SEPARADOR
005260         MOVE WS-MOVCTL-REF TO WS-SEQ-ATE
005270         PERFORM 3200-IMPRIME-QUEBRA THRU 3200-EXIT
005280     END-IF
005290     IF WS-REF-ANTERIOR > WS-MOVCTL-REF THEN
005300         MOVE "MOVCTL ATRASADO - ACERTADO PARA   "
005310             TO WS-SEQ-DESCRICAO
005320         MOVE WS-REF-ANTERIOR TO WS-SEQ-DE
005330         MOVE SPACES TO WS-SEQ-SEPARADOR
005340         MOVE SPACES TO WS-SEQ-ATE
005350         PERFORM 3200-IMPRIME-QUEBRA THRU 3200-EXIT
005360     END-IF
005370     IF WS-QTD-QUEBRAS = 0 THEN
005380         MOVE SPACES TO WS-LINHA-SECCAO
005390         MOVE "  NENHUMA" TO WS-LINHA-SECCAO
005400         WRITE RPT-LINHA FROM WS-LINHA-SECCAO
005410     END-IF.
005420 3000-EXIT.
005430     EXIT.
005440
005450 3050-RETURN-REFERENCIA.
005460     RETURN SORT-REFERENCIAS
005470         AT END
005480             MOVE "S" TO WS-FIM-SORT1
005490     END-RETURN.
005500 3050-EXIT.
005510     EXIT.
005520
005530 3100-CONFERE-REFERENCIA.
005540     ADD 1 TO WS-QTD-REFERENCIAS
005550     EVALUATE TRUE
005560         WHEN SR1-REF = WS-REF-ANTERIOR
005570             MOVE "REFERENCIA REPETIDA              "
005580                 TO WS-SEQ-DESCRICAO
005590             MOVE SR1-REF TO WS-SEQ-DE
005600             MOVE SPACES TO WS-SEQ-SEPARADOR
005610             MOVE SPACES TO WS-SEQ-ATE
005620             PERFORM 3200-IMPRIME-QUEBRA THRU 3200-EXIT
005630         WHEN SR1-REF > WS-REF-ESPERADA
005640             MOVE "REFERENCIAS EM FALTA             "
005650                 TO WS-SEQ-DESCRICAO
005660             MOVE WS-REF-ESPERADA TO WS-SEQ-DE
005670             MOVE " A " TO WS-SEQ-SEPARADOR
005680             COMPUTE WS-REF-ESPERADA = SR1-REF - 1
005690             MOVE WS-REF-ESPERADA TO WS-SEQ-ATE
005700             PERFORM 3200-IMPRIME-QUEBRA THRU 3200-EXIT
005710         WHEN OTHER
005720             CONTINUE
005730     END-EVALUATE
005740     MOVE SR1-REF TO WS-REF-ANTERIOR
005750     COMPUTE WS-REF-ESPERADA = SR1-REF + 1
005760     PERFORM 3050-RETURN-REFERENCIA THRU 3050-EXIT.
005770 3100-EXIT.
005780     EXIT.
005790
005800 3200-IMPRIME-QUEBRA.
005810     ADD 1 TO WS-QTD-QUEBRAS
005820     WRITE RPT-LINHA FROM WS-LINHA-SEQUENCIA.
005830 3200-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870* 4000-SELECIONA-MOVIMENTOS - passagem de entrada do segundo
005880* SORT: os mesmos movimentos acima do ponto do snapshot, agora
005890* com conta, tipo, valor e saldo-apos, para a reconstrucao por
005900* conta e por ordem de referencia.
005910******************************************************************
005920 4000-SELECIONA-MOVIMENTOS.
005930     PERFORM 2200-ABRE-MOVIMENTOS THRU 2200-EXIT
005940     PERFORM 4050-AVALIA-MOVIMENTO THRU 4050-EXIT
005950         UNTIL FIM-MOVTO
005960     CLOSE MOVIMENTOS-ARQ
005970     CLOSE MOVIMENTOS.
005980 4000-EXIT.
005990     EXIT.
006000
006010 4050-AVALIA-MOVIMENTO.
006020     IF MOV-REF > WS-SNAP-REF AND NOT MOV-SALDO-TRANSP THEN
006030         MOVE MOV-CONTA-NUM TO SRT-CONTA-NUM
006040         MOVE MOV-REF TO SRT-REF
006050         MOVE MOV-TIPO TO SRT-TIPO
006060         MOVE MOV-VALOR TO SRT-VALOR
006070         MOVE MOV-SALDO-APOS TO SRT-SALDO-APOS
006080         RELEASE SRT-REC
006090     END-IF
006100     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
006110 4050-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* 5000-RECONSTROI-CONTAS - passagem de saida do segundo SORT,
006160* emparelhada com o snapshot e com a copia do CONTA-MASTER
006170* anterior (os tres por ordem de conta). Por cada conta, a chave
006180* mais baixa dos tres: os dados da conta vem do CONTA-MASTER
006190* anterior quando la esta (alteracoes de manutencao e de lotes
006200* feitas depois do snapshot), senao do snapshot; o saldo parte
006210* sempre do snapshot (zero numa conta aberta depois dele) e
006220* recebe os movimentos da conta.
006230******************************************************************
006240 5000-RECONSTROI-CONTAS.
006250     PERFORM 5050-RETURN-MOVIMENTO THRU 5050-EXIT
006260     PERFORM 5110-LER-SNAPSHOT THRU 5110-EXIT
006270     PERFORM 5120-LER-ANTERIOR THRU 5120-EXIT
006280     PERFORM 5200-RECONSTROI-CONTA THRU 5200-EXIT
006290         UNTIL WS-CHAVE-SNAP = WS-CHAVE-FIM AND
006300               WS-CHAVE-ANT = WS-CHAVE-FIM AND
006310               WS-CHAVE-MOV = WS-CHAVE-FIM.
006320 5000-EXIT.
006330     EXIT.
006340
006350 5050-RETURN-MOVIMENTO.
006360     RETURN SORT-MOVTOS
006370         AT END
006380             MOVE "S" TO WS-FIM-SORT
006390     END-RETURN
006400     IF FIM-SORT THEN
006410         MOVE WS-CHAVE-FIM TO WS-CHAVE-MOV
006420     ELSE
006430         MOVE SRT-CONTA-NUM TO WS-CHAVE-MOV
006440     END-IF.
006450 5050-EXIT.
006460     EXIT.
006470
006480 5110-LER-SNAPSHOT.
006490     IF NOT FIM-SNAP THEN
006500         READ CONTA-SNAPSHOT
006510             AT END
006520                 MOVE "S" TO WS-FIM-SNAP
006530         END-READ
006540     END-IF
006550     IF NOT FIM-SNAP AND SNP-REG-TRAILER THEN
006560         MOVE "S" TO WS-FIM-SNAP
006570     END-IF
006580     IF FIM-SNAP THEN
006590         MOVE WS-CHAVE-FIM TO WS-CHAVE-SNAP
006600     ELSE
006610         MOVE SNP-CONTA-REG TO WS-SNAP-REC
006620         MOVE SNA-CONTA-NUM TO WS-CHAVE-SNAP
006630     END-IF.
006640 5110-EXIT.
006650     EXIT.
006660
006670 5120-LER-ANTERIOR.
006680     IF NOT FIM-ANT THEN
006690         READ CONTA-ANTERIOR
006700             AT END
006710                 MOVE "S" TO WS-FIM-ANT
006720             NOT AT END
006730                 ADD 1 TO WS-QTD-ANT-LIDAS
006740         END-READ
006750     END-IF
006760     IF FIM-ANT THEN
006770         MOVE WS-CHAVE-FIM TO WS-CHAVE-ANT
006780     ELSE
006790         MOVE ANT-CONTA-NUM TO WS-CHAVE-ANT
006800     END-IF.
006810 5120-EXIT.
006820     EXIT.
006830
006840 5200-RECONSTROI-CONTA.
006850     MOVE WS-CHAVE-SNAP TO WS-CHAVE-CONTA
006860     IF WS-CHAVE-ANT < WS-CHAVE-CONTA THEN
006870         MOVE WS-CHAVE-ANT TO WS-CHAVE-CONTA
006880     END-IF
006890     IF WS-CHAVE-MOV < WS-CHAVE-CONTA THEN
006900         MOVE WS-CHAVE-MOV TO WS-CHAVE-CONTA
006910     END-IF
006920     MOVE "N" TO WS-EM-SNAPSHOT
006930     MOVE "N" TO WS-EM-ANTERIOR
006940     IF WS-CHAVE-SNAP = WS-CHAVE-CONTA THEN
006950         MOVE "S" TO WS-EM-SNAPSHOT
006960     END-IF
006970     IF WS-CHAVE-ANT = WS-CHAVE-CONTA THEN
006980         MOVE "S" TO WS-EM-ANTERIOR
006990     END-IF
007000     MOVE 0 TO WS-QTD-MOVS-CONTA
007010
007020     IF NOT EM-SNAPSHOT AND NOT EM-ANTERIOR THEN
007030*        MOVIMENTOS DE UMA CONTA QUE NAO ESTA NEM NO SNAPSHOT NEM
007040*        NO CONTA-MASTER ANTERIOR - NAO HA DADOS PARA A RECRIAR.
007050         PERFORM 5400-DESCARTA-MOVIMENTO THRU 5400-EXIT
007060             UNTIL WS-CHAVE-MOV NOT = WS-CHAVE-CONTA
007070         ADD 1 TO WS-QTD-SEM-REGISTO
007080         MOVE WS-CHAVE-CONTA TO WS-LIN-CONTA
007090         MOVE "NAO EXISTIA" TO WS-LIN-SALDO-SNAP
007100         MOVE WS-QTD-MOVS-CONTA TO WS-LIN-MOVS
007110         MOVE SPACES TO WS-LIN-SALDO-REC
007120         MOVE SPACES TO WS-LIN-SALDO-ANT
007130         MOVE "SEM REGISTO-RECRIAR" TO WS-LIN-SITUACAO
007140         WRITE RPT-LINHA FROM WS-LINHA-CONTA
007150         GO TO 5200-EXIT
007160     END-IF
007170
007180     IF EM-ANTERIOR THEN
007190         MOVE ANT-CONTA-REC TO CONTA-REC
007200     ELSE
007210         MOVE WS-SNAP-REC TO CONTA-REC
007220     END-IF
007230     IF EM-SNAPSHOT THEN
007240         MOVE SNA-SALDO TO WS-SALDO-SNAP
007250     ELSE
007260         MOVE 0 TO WS-SALDO-SNAP
007270     END-IF
007280     MOVE WS-SALDO-SNAP TO CT-SALDO
007290     PERFORM 5300-APLICA-MOVIMENTO THRU 5300-EXIT
007300         UNTIL WS-CHAVE-MOV NOT = WS-CHAVE-CONTA
007310
007320     WRITE CONTA-REC
007330         INVALID KEY
007340             DISPLAY "TAREFA-49: ERRO A GRAVAR A CONTA "
007350                 CT-CONTA-NUM " - FS=" WS-FS-CONTA
007360             MOVE 16 TO RETURN-CODE
007370             PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
007380     END-WRITE
007390     ADD 1 TO WS-QTD-GRAVADAS
007400     PERFORM 5500-IMPRIME-CONTA THRU 5500-EXIT
007410
007420     IF EM-SNAPSHOT THEN
007430         PERFORM 5110-LER-SNAPSHOT THRU 5110-EXIT
007440     END-IF
007450     IF EM-ANTERIOR THEN
007460         PERFORM 5120-LER-ANTERIOR THRU 5120-EXIT
007470     END-IF.
007480 5200-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 5300-APLICA-MOVIMENTO - aplica um movimento ao saldo e confere
007530* o resultado com o MOV-SALDO-APOS gravado pela CONTAPST. Numa
007540* divergencia prevalece o saldo gravado no movimento (era o saldo
007550* do CONTA-MASTER nesse momento) e a divergencia fica no
007560* relatorio.
007570******************************************************************
007580 5300-APLICA-MOVIMENTO.
007590     ADD 1 TO WS-QTD-MOVS-CONTA
007600     ADD 1 TO WS-QTD-REAPLICADOS
007610     EVALUATE SRT-TIPO
007620         WHEN "D"
007630             SUBTRACT SRT-VALOR FROM CT-SALDO
007640         WHEN "C"
007650             ADD SRT-VALOR TO CT-SALDO
007660         WHEN OTHER
007670             CONTINUE
007680     END-EVALUATE
007690     IF CT-SALDO NOT = SRT-SALDO-APOS THEN
007700         ADD 1 TO WS-QTD-DIVERGENCIAS
007710         MOVE CT-CONTA-NUM TO WS-DIV-CONTA
007720         MOVE SRT-REF TO WS-DIV-REF
007730         MOVE SRT-SALDO-APOS TO WS-EDIT-SALDO
007740         MOVE WS-EDIT-SALDO TO WS-DIV-APOS
007750         MOVE CT-SALDO TO WS-EDIT-SALDO
007760         MOVE WS-EDIT-SALDO TO WS-DIV-CALCULADO
007770         WRITE RPT-LINHA FROM WS-LINHA-DIVERGENCIA
007780         MOVE SRT-SALDO-APOS TO CT-SALDO
007790     END-IF
007800     PERFORM 5050-RETURN-MOVIMENTO THRU 5050-EXIT.
007810 5300-EXIT.
007820     EXIT.
007830
007840 5400-DESCARTA-MOVIMENTO.
007850     ADD 1 TO WS-QTD-MOVS-CONTA
007860     ADD 1 TO WS-QTD-MOVS-PERDIDOS
007870     PERFORM 5050-RETURN-MOVIMENTO THRU 5050-EXIT.
007880 5400-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920* 5500-IMPRIME-CONTA - linha da conta gravada, so quando ha algo
007930* a registar: movimentos reaplicados, conta aberta depois do
007940* snapshot, conta em falta no CONTA-MASTER anterior ou saldo
007950* diferente do que la estava. As contas sem movimentos e iguais
007960* ao anterior so contam nos totais.
007970******************************************************************
007980 5500-IMPRIME-CONTA.
007990     IF WS-QTD-MOVS-CONTA > 0 THEN
008000         ADD 1 TO WS-QTD-RECONSTRUIDAS
008010     ELSE
008020         ADD 1 TO WS-QTD-SEM-MOVS
008030     END-IF
008040     IF NOT EM-SNAPSHOT THEN
008050         ADD 1 TO WS-QTD-NOVAS
008060     END-IF
008070     EVALUATE TRUE
008080         WHEN NOT EM-SNAPSHOT
008090             MOVE "ABERTA APOS SNAP." TO WS-LIN-SITUACAO
008100         WHEN NOT EM-ANTERIOR AND WS-QTD-ANT-LIDAS > 0
008110             MOVE "REPOSTA DO SNAP." TO WS-LIN-SITUACAO
008120         WHEN EM-ANTERIOR AND CT-SALDO NOT = ANT-SALDO
008130             MOVE "SALDO CORRIGIDO" TO WS-LIN-SITUACAO
008140         WHEN WS-QTD-MOVS-CONTA > 0
008150             MOVE "RECONSTRUIDA" TO WS-LIN-SITUACAO
008160         WHEN OTHER
008170             GO TO 5500-EXIT
008180     END-EVALUATE
008190     MOVE CT-CONTA-NUM TO WS-LIN-CONTA
008200     IF EM-SNAPSHOT THEN
008210         MOVE WS-SALDO-SNAP TO WS-EDIT-SALDO
008220         MOVE WS-EDIT-SALDO TO WS-LIN-SALDO-SNAP
008230     ELSE
008240         MOVE "NAO EXISTIA" TO WS-LIN-SALDO-SNAP
008250     END-IF
008260     MOVE WS-QTD-MOVS-CONTA TO WS-LIN-MOVS
008270     MOVE CT-SALDO TO WS-EDIT-SALDO
008280     MOVE WS-EDIT-SALDO TO WS-LIN-SALDO-REC
008290     IF EM-ANTERIOR THEN
008300         MOVE ANT-SALDO TO WS-EDIT-SALDO
008310         MOVE WS-EDIT-SALDO TO WS-LIN-SALDO-ANT
008320     ELSE
008330         MOVE SPACES TO WS-LIN-SALDO-ANT
008340     END-IF
008350     WRITE RPT-LINHA FROM WS-LINHA-CONTA.
008360 5500-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* 8000-IMPRIME-TOTAIS - totais do relatorio e linha de resumo no
008410* SYSOUT; o codigo de retorno indica o que ficou por ver: 4 com
008420* quebras de sequencia ou saldos divergentes, 8 com movimentos de
008430* contas que nao puderam ser recriadas (a recriar a mao).
008440******************************************************************
008450 8000-IMPRIME-TOTAIS.
008460     MOVE SPACES TO RPT-LINHA
008470     WRITE RPT-LINHA
008480     MOVE "CONTAS NO SNAPSHOT" TO WS-TOT-DESCRICAO
008490     MOVE WS-SNAP-QTD TO WS-TOT-QTD
008500     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008510     MOVE "CONTAS GRAVADAS NO CONTA-MASTER" TO WS-TOT-DESCRICAO
008520     MOVE WS-QTD-GRAVADAS TO WS-TOT-QTD
008530     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008540     MOVE "  RECONSTRUIDAS COM MOVIMENTOS" TO WS-TOT-DESCRICAO
008550     MOVE WS-QTD-RECONSTRUIDAS TO WS-TOT-QTD
008560     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008570     MOVE "  SEM MOVIMENTOS DESDE O SNAPSHOT" TO WS-TOT-DESCRICAO
008580     MOVE WS-QTD-SEM-MOVS TO WS-TOT-QTD
008590     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008600     MOVE "  (ABERTAS DEPOIS DO SNAPSHOT)" TO WS-TOT-DESCRICAO
008610     MOVE WS-QTD-NOVAS TO WS-TOT-QTD
008620     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008630     MOVE "MOVIMENTOS REAPLICADOS" TO WS-TOT-DESCRICAO
008640     MOVE WS-QTD-REAPLICADOS TO WS-TOT-QTD
008650     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008660     MOVE "SALDOS-APOS DIVERGENTES" TO WS-TOT-DESCRICAO
008670     MOVE WS-QTD-DIVERGENCIAS TO WS-TOT-QTD
008680     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008690     MOVE "QUEBRAS NA SEQUENCIA DE REFERENCIAS"
008700         TO WS-TOT-DESCRICAO
008710     MOVE WS-QTD-QUEBRAS TO WS-TOT-QTD
008720     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008730     MOVE "CONTAS SEM REGISTO (NAO RECRIADAS)"
008740         TO WS-TOT-DESCRICAO
008750     MOVE WS-QTD-SEM-REGISTO TO WS-TOT-QTD
008760     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008770     MOVE "  MOVIMENTOS DESSAS CONTAS" TO WS-TOT-DESCRICAO
008780     MOVE WS-QTD-MOVS-PERDIDOS TO WS-TOT-QTD
008790     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
008800     MOVE SPACES TO RPT-LINHA
008810     WRITE RPT-LINHA
008820     MOVE "RECUPERACAO TERMINADA - CONTA-MASTER RECONSTRUIDO"
008830         TO RPT-LINHA
008840     WRITE RPT-LINHA
008850
008860     IF WS-QTD-QUEBRAS > 0 OR WS-QTD-DIVERGENCIAS > 0 THEN
008870         MOVE 4 TO RETURN-CODE
008880     END-IF
008890     IF WS-QTD-SEM-REGISTO > 0 THEN
008900         MOVE 8 TO RETURN-CODE
008910     END-IF
008920     MOVE WS-QTD-GRAVADAS TO WS-RES-GRAVADAS
008930     MOVE WS-QTD-REAPLICADOS TO WS-RES-REAPLICADOS
008940     MOVE WS-QTD-QUEBRAS TO WS-RES-QUEBRAS
008950     DISPLAY WS-LINHA-RESUMO.
008960 8000-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 9100-TERMINA-ERRO - recuperacao interrompida: o RUNREG fica com
009010* o fim com erro e a suite continua bloqueada ate nova corrida
009020* terminar limpa.
009030******************************************************************
009040 9100-TERMINA-ERRO.
009050     DISPLAY "TAREFA-49: RECUPERACAO INTERROMPIDA - "&
009060     "CONTA-MASTER POR RECUPERAR"
009070     IF RPT-ABERTO THEN
009080         MOVE "RECUPERACAO INTERROMPIDA - VER O SYSOUT"
009090             TO RPT-LINHA
009100         WRITE RPT-LINHA
009110         CLOSE RECUPERACAO-RPT
009120     END-IF
009130     MOVE RETURN-CODE TO WS-RETORNO
009140     MOVE "E" TO RUN-FUNCAO
009150     CALL "RUNCTL" USING RUN-AREA
009160     MOVE WS-RETORNO TO RETURN-CODE
009170     STOP RUN.
009180 9100-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220* 9999-FINALIZAR - fecha os ficheiros, acerta o MOVCTL quando ha
009230* movimentos com referencia acima dele e regista o fim limpo, que
009240* liberta a suite (o codigo de retorno e guardado a
009250* volta do CALL, que o repoe).
009260******************************************************************
009270 9999-FINALIZAR.
009280     CLOSE CONTA-SNAPSHOT
009290     CLOSE CONTA-ANTERIOR
009300     CLOSE CONTA-MASTER
009310     CLOSE RECUPERACAO-RPT
009320     IF WS-REF-ANTERIOR > WS-MOVCTL-REF THEN
009330         OPEN OUTPUT MOV-CONTROLO
009340         MOVE WS-REF-ANTERIOR TO CTL-ULTIMA-REF
009350         WRITE CTL-REC
009360         CLOSE MOV-CONTROLO
009370     END-IF
009380     MOVE RETURN-CODE TO WS-RETORNO
009390     MOVE "F" TO RUN-FUNCAO
009400     CALL "RUNCTL" USING RUN-AREA
009410     MOVE WS-RETORNO TO RETURN-CODE.
009420 9999-EXIT.
009430     EXIT.
009440
009450 END PROGRAM TAREFA-49.

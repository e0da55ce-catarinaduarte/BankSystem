000080*                letras) e, como um titular pode ter varias
000090*                contas, lista a posicao completa: todas as
000100*                contas do CONTAMST ligadas ao NIF, com saldo,
000102*                estado e limite de descoberto, as ordens
000120*                permanentes em que uma delas e origem ou
000122*                destino e os depositos a prazo ativos a elas
000124*                associados. Corre no ecra do balcao ou, com o
000140*                cartao opcional POSPARM preenchido, sem
000150*                operador, imprimindo o relatorio POSRPT para
000160*                entregar ao cliente - o mesmo programa nas duas
000214*                    numerico e maior que zero; nome nao em
000216*                    branco) antes da corrida sem operador, com
000218*                    os mesmos guardas do ecra.
000219*   06/05/2024  RSA  Depositos a prazo ativos (DEPPRAZO,
000220*                    TAREFA-35) das contas do titular listados
000221*                    depois das ordens permanentes.
000222*   01/07/2024  RSA  Estado DORMENTE (CT-ESTADO "D", TAREFA-43)
000223*                    na linha da conta.
000225******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. TAREFA-34.
000250
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS STD-ID
000460         FILE STATUS IS WS-FS-ORDENS.
000461     SELECT DEPOSITOS ASSIGN TO "DEPPRAZO"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS SEQUENTIAL
000464         RECORD KEY IS DPZ-ID
000465         FILE STATUS IS WS-FS-DEPOSITOS.
000470     SELECT POSCLI-RPT ASSIGN TO "POSRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-RPT.
000670 FD  ORDENS-PERM.
000680     COPY STDOREC.
000690
000692 FD  DEPOSITOS.
000694     COPY DPZREC.
000696
000700 FD  POSCLI-RPT.
000710 01  RPT-LINHA               PIC X(80).
000720
000760     05  WS-FS-CLIENTE       PIC X(02) VALUE "00".
000770     05  WS-FS-CONTA         PIC X(02) VALUE "00".
000780     05  WS-FS-ORDENS        PIC X(02) VALUE "00".
000782     05  WS-FS-DEPOSITOS     PIC X(02) VALUE "00".
000790     05  WS-FS-RPT           PIC X(02) VALUE "00".
000800     05  WS-MODO-LOTE        PIC X(01) VALUE "N".
000810         88  MODO-LOTE           VALUE "S".
000830         88  FIM-CLIENTES        VALUE "S".
000840     05  WS-FIM-ORDENS       PIC X(01) VALUE "N".
000850         88  FIM-ORDENS          VALUE "S".
000852     05  WS-FIM-DEPOSITOS    PIC X(01) VALUE "N".
000854         88  FIM-DEPOSITOS       VALUE "S".
000860     05  WS-FIM-ECRA         PIC X(01) VALUE "N".
000870         88  FIM-ECRA            VALUE "S".
000880
001180 01  WS-CONTADORES.
001190     05  WS-QTD-NOMES        PIC 9(05) VALUE 0.
001200     05  WS-QTD-ORDENS       PIC 9(05) VALUE 0.
001202     05  WS-QTD-DEPOSITOS    PIC 9(05) VALUE 0.
001210
001220 01  WS-EDIT-VALOR           PIC ZZBZZZBZZZBZZZBV,99.
001230 01  WS-VALOR-A-FORMATAR     PIC S9(10)V99 VALUE 0.
001510     05  FILLER              PIC X(07) VALUE " ATIVA ".
001520     05  WS-LO-ATIVA         PIC X(01).
001530     05  FILLER              PIC X(16) VALUE SPACES.
001531
001532 01  WS-LINHA-DEPOSITO.
001533     05  FILLER              PIC X(10) VALUE "DEP.PRAZO".
001534     05  WS-LD-ID            PIC 9(08).
001535     05  FILLER              PIC X(02) VALUE SPACES.
001536     05  WS-LD-CONTA         PIC 9(08).
001537     05  FILLER              PIC X(02) VALUE SPACES.
001538     05  WS-LD-CAPITAL       PIC X(18).
001539     05  FILLER              PIC X(06) VALUE " VENC ".
001540     05  WS-LD-VENCIMENTO    PIC 9(08).
001541     05  FILLER              PIC X(06) VALUE " TAXA ".
001542     05  WS-LD-TAXA          PIC Z9V,9999.
001543     05  FILLER              PIC X(05) VALUE SPACES.
001544
001550 01  WS-LINHA-NOME.
001560     05  WS-LN-CONTA         PIC 9(08).
001570     05  FILLER              PIC X(02) VALUE SPACES.
002880* 6000-POSICAO-DO-NIF - posicao completa de um contribuinte:
002890* percorre o ficheiro de clientes a recolher as contas do NIF,
002900* completa cada uma com o CONTA-MASTER e lista as ordens
002902* permanentes em que uma delas e origem ou destino e os
002904* depositos a prazo ativos associados a uma delas.
002920******************************************************************
002930 6000-POSICAO-DO-NIF.
002940     MOVE 0 TO WS-POS-QTD
002950     MOVE 0 TO WS-QTD-ORDENS
002952     MOVE 0 TO WS-QTD-DEPOSITOS
002960     MOVE SPACES TO WS-NOME-TITULAR
002970     MOVE 4 TO WS-LINHA-ECRA
002980
003230             VARYING POS-IDX FROM 1 BY 1
003240             UNTIL POS-IDX > WS-POS-QTD
003250         PERFORM 6300-PROCURA-ORDENS THRU 6300-EXIT
003252         PERFORM 6500-PROCURA-DEPOSITOS THRU 6500-EXIT
003260     END-IF.
003270 6000-EXIT.
003280     EXIT.
003850                 MOVE "BLOQUEADA" TO WS-LC-ESTADO
003860             WHEN "E"
003870                 MOVE "ENCERRADA" TO WS-LC-ESTADO
003872             WHEN "D"
003874                 MOVE "DORMENTE" TO WS-LC-ESTADO
003880             WHEN OTHER
003890                 MOVE "ATIVA" TO WS-LC-ESTADO
003900         END-EVALUATE
004520             PERFORM 8000-EMITE-LINHA THRU 8000-EXIT
004530     END-SEARCH.
004540 6400-EXIT.
004541     EXIT.
004542******************************************************************
004543* 6500-PROCURA-DEPOSITOS - percorre os depositos a prazo e emite
004544* os ativos cuja conta associada e uma conta do titular.
004545******************************************************************
004546 6500-PROCURA-DEPOSITOS.
004547     MOVE SPACES TO WS-LINHA-SAIDA
004548     PERFORM 8000-EMITE-LINHA THRU 8000-EXIT
004549     MOVE "N" TO WS-FIM-DEPOSITOS
004550     OPEN INPUT DEPOSITOS
004551     IF WS-FS-DEPOSITOS = "00" THEN
004552         PERFORM 6550-AVALIA-DEPOSITO THRU 6550-EXIT
004553             UNTIL FIM-DEPOSITOS
004554         CLOSE DEPOSITOS
004555     END-IF
004556     IF WS-QTD-DEPOSITOS = 0 THEN
004557         MOVE "SEM DEPOSITOS A PRAZO" TO WS-LINHA-SAIDA
004558         PERFORM 8000-EMITE-LINHA THRU 8000-EXIT
004559     END-IF.
004560 6500-EXIT.
004561     EXIT.
004562
004563 6550-AVALIA-DEPOSITO.
004564     READ DEPOSITOS NEXT RECORD
004565         AT END
004566             MOVE "S" TO WS-FIM-DEPOSITOS
004567         NOT AT END
004568             IF DPZ-ATIVO THEN
004569                 PERFORM 6600-CONFERE-DEPOSITO THRU 6600-EXIT
004570             END-IF
004571     END-READ.
004572 6550-EXIT.
004573     EXIT.
004574
004575 6600-CONFERE-DEPOSITO.
004576     SET POS-IDX TO 1
004577     SEARCH WS-POS-ENTRADA
004578         AT END
004579             CONTINUE
004580         WHEN POS-IDX > WS-POS-QTD
004581             CONTINUE
004582         WHEN WS-POS-CONTA (POS-IDX) = DPZ-CONTA-NUM
004583             ADD 1 TO WS-QTD-DEPOSITOS
004584             MOVE DPZ-ID TO WS-LD-ID
004585             MOVE DPZ-CONTA-NUM TO WS-LD-CONTA
004586             MOVE DPZ-CAPITAL TO WS-VALOR-A-FORMATAR
004587             PERFORM 8500-FORMATA-VALOR-SINAL THRU 8500-EXIT
004588             MOVE WS-VALOR-FMT TO WS-LD-CAPITAL
004589             MOVE DPZ-DATA-VENCIMENTO TO WS-LD-VENCIMENTO
004590             MOVE DPZ-TAXA TO WS-LD-TAXA
004591             MOVE WS-LINHA-DEPOSITO TO WS-LINHA-SAIDA
004592             PERFORM 8000-EMITE-LINHA THRU 8000-EXIT
004593     END-SEARCH.
004594 6600-EXIT.
004595     EXIT.
004596
004597******************************************************************
004598* 7000-LISTA-POR-NOME - pesquisa por nome: lista conta, NIF e
004599* nome de todos os clientes cujo nome comeca pelas letras
004600* pedidas; com o NIF a vista, o balcao pede depois a posicao
004610* completa por NIF.
004620******************************************************************

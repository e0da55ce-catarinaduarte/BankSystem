000192*                  40000000 PROVEITOS DE TARIFAS
000194*                  50000000 IMPOSTO RETIDO A PAGAR
000196*                  60000000 TRANSFERENCIAS A LIQUIDAR
000198*                  70000000 DEPOSITOS A PRAZO
000199*                  80000000 PROVEITOS DE JUROS
000200*                  90000000 COMPENSACAO DE CHEQUES
000201*                  91000000 TRANSFERENCIAS RECEBIDAS EM SUSPENSO
000203*                Debito de cliente = debita depositos, credita
000210*                caixa; credito de cliente = debita caixa,
000220*                credita depositos; juro pago = debita custo de
000230*                juros, credita depositos.
000298*                    recebia em dobro) e exige a TAREFA-17
000299*                    terminada limpa na mesma data antes de
000300*                    extrair; o fim limpo fica em RUNREG.
000301*   06/05/2024  RSA  Nova origem P (depositos a prazo, TAREFA-35
000302*                    e TAREFA-36): a constituicao debita os
000303*                    depositos e credita a nova conta de razao
000304*                    70000000 DEPOSITOS A PRAZO; o reembolso de
000305*                    capital e a mobilizacao debitam-na e
000306*                    creditam os depositos. O juro do prazo vem
000307*                    pela origem J e a retencao pela R.
000308*   20/05/2024  RSA  Nova origem V (juro devedor da TAREFA-38):
000309*                    os debitos de juro devedor debitam os
000310*                    depositos e creditam a nova conta de razao
000311*                    80000000 PROVEITOS DE JUROS, em vez da caixa.
000312*   03/06/2024  RSA  Nova origem Q (cheques): os cheques pagos na
000313*                    compensacao da TAREFA-40 debitam os
000314*                    depositos e creditam a nova conta de razao
000315*                    90000000 COMPENSACAO DE CHEQUES; os cheques
000316*                    depositados no balcao da TAREFA-11
000317*                    debitam-na e creditam os depositos.
000318*   17/06/2024  RSA  Nova origem I (transferencias recebidas de
000319*                    outros bancos, TAREFA-41 e TAREFA-42): os
000320*                    creditos debitam a conta 60000000 em vez da
000321*                    caixa. As transferencias parqueadas no
000322*                    suspenso TRFSUSP no dia debitam a 60000000 e
000323*                    creditam a nova conta de razao 91000000; as
000324*                    creditadas ou devolvidas no dia fazem o
000325*                    inverso. O saldo do suspenso no fim do dia
000326*                    segue num novo registo S do extracto.
000327*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000328*                    CONTA-MASTER (TAREFA-49) estiver pendente
000329*                    (retorno 40 do RUNCTL).
000330******************************************************************
000331 IDENTIFICATION DIVISION.
000332 PROGRAM-ID. TAREFA-23.
000333
000334 ENVIRONMENT DIVISION.
000335 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000380     SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-MOVTO.
000401     SELECT SUSPENSO ASSIGN TO "TRFSUSP"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS SEQUENTIAL
000404         RECORD KEY IS SUS-ID
000405         FILE STATUS IS WS-FS-SUSP.
000410     SELECT GL-EXTRACTO ASSIGN TO "GLEXTR"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-GLE.
000460 FILE SECTION.
000510 FD  MOVIMENTOS.
000520     COPY MOVREC.
000522 FD  SUSPENSO.
000524     COPY SUSREC.
000530
000540 FD  GL-EXTRACTO.
000550     COPY GLEREC.
000580 01  WS-STATUS-FLAGS.
000600     05  WS-FS-MOVTO         PIC X(02) VALUE "00".
000610     05  WS-FS-GLE           PIC X(02) VALUE "00".
000612     05  WS-FS-SUSP          PIC X(02) VALUE "00".
000620     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
000630         88  FIM-MOVTO           VALUE "S".
000632     05  WS-FIM-SUSP         PIC X(01) VALUE "N".
000634         88  FIM-SUSP            VALUE "S".
000640
000650 01  WS-DATA-DIA             PIC 9(08) VALUE 0.
000652
000732     05  WS-RAZAO-TARIFAS    PIC 9(08) VALUE 40000000.
000734     05  WS-RAZAO-IMPOSTO    PIC 9(08) VALUE 50000000.
000736     05  WS-RAZAO-PENDENTES  PIC 9(08) VALUE 60000000.
000738     05  WS-RAZAO-PRAZO      PIC 9(08) VALUE 70000000.
000739     05  WS-RAZAO-PROV-JUROS PIC 9(08) VALUE 80000000.
000740     05  WS-RAZAO-CHEQUES    PIC 9(08) VALUE 90000000.
000741     05  WS-RAZAO-SUSPENSO   PIC 9(08) VALUE 91000000.
000743
000750 01  WS-CONTADORES.
000760     05  WS-QTD-MOVTOS       PIC 9(07) VALUE 0.
000770     05  WS-QTD-LANCAMENTOS  PIC 9(07) VALUE 0.
000780     05  WS-HASH-TOTAL       PIC 9(15)V99 VALUE 0.
000781******************************************************************
000782* Suspenso das transferencias recebidas (TRFSUSP): entradas e
000783* saidas do dia e saldo no fim do dia (em suspenso + a devolver).
000784******************************************************************
000785 01  WS-TOTAIS-SUSPENSO.
000786     05  WS-SUS-ENTRADAS     PIC 9(13)V99 VALUE 0.
000787     05  WS-SUS-SAIDAS       PIC 9(13)V99 VALUE 0.
000788     05  WS-SUS-SALDO        PIC 9(13)V99 VALUE 0.
000790
000800******************************************************************
000810* Acumuladores por origem de postagem (mesma grelha do diario
000830* nenhum movimento ficar fora da razao).
000840******************************************************************
000850 01  WS-TABELA-ORIGENS.
000860     05  WS-ORG-ENTRADA OCCURS 14 TIMES
000870             INDEXED BY ORG-IDX.
000880         10  WS-ORG-CODIGO       PIC X(01).
000890         10  WS-ORG-TOT-DEB      PIC 9(13)V99.
001180         MOVE 12 TO RETURN-CODE
001185         STOP RUN
001190     END-IF
001191     IF RUN-RECUPERACAO-PENDENTE THEN
001192         DISPLAY "TAREFA-23: CONTA-MASTER POR RECUPERAR - "&
001193         "TERMINAR PRIMEIRO A TAREFA-49"
001194         MOVE 16 TO RETURN-CODE
001195         STOP RUN
001196     END-IF
001197     IF NOT RUN-OK THEN
001200         DISPLAY "TAREFA-23: DATA DE NEGOCIO INDISPONIVEL "&
001205         "(DATCTL)"
001210         MOVE 16 TO RETURN-CODE
001307     MOVE "F" TO WS-ORG-CODIGO (7)
001308     MOVE "R" TO WS-ORG-CODIGO (8)
001309     MOVE "X" TO WS-ORG-CODIGO (9)
001311     MOVE "P" TO WS-ORG-CODIGO (10)
001313     MOVE "V" TO WS-ORG-CODIGO (11)
001315     MOVE "Q" TO WS-ORG-CODIGO (12)
001317     MOVE "I" TO WS-ORG-CODIGO (13)
001319     MOVE "?" TO WS-ORG-CODIGO (14)
001320     PERFORM 1100-LIMPA-ORIGEM THRU 1100-EXIT
001330         VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > 14
001340
001350     OPEN INPUT MOVIMENTOS
001360     IF WS-FS-MOVTO NOT = "00" THEN
001400         STOP RUN
001410     END-IF
001420     OPEN OUTPUT GL-EXTRACTO
001421*    SUSPENSO AINDA NAO CRIADO (TAREFA-41 NUNCA CORREU) = SEM
001422*    MOVIMENTO E SALDO ZERO.
001423     OPEN INPUT SUSPENSO
001424     IF WS-FS-SUSP = "35" THEN
001425         MOVE "S" TO WS-FIM-SUSP
001426     END-IF
001430
001440     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
001450 1000-EXIT.
001820     SET ORG-IDX TO 1
001830     SEARCH WS-ORG-ENTRADA
001840         AT END
001850             SET ORG-IDX TO 14
001860         WHEN WS-ORG-CODIGO (ORG-IDX) = MOV-ORIGEM
001870             CONTINUE
001880     END-SEARCH.
001920******************************************************************
001930* 3000-ESCREVE-EXTRACTO - escreve o cabecalho, um par de
001940* lancamentos equilibrado por origem com movimento (debitos e
001942* creditos separados), os pares e o saldo do suspenso das
001944* transferencias recebidas e o trailer com contagem e hash total.
001960******************************************************************
001970 3000-ESCREVE-EXTRACTO.
001980     MOVE "H" TO GLE-CAB-TIPO-REG
002010     WRITE GLE-CAB-REC
002020
002030     PERFORM 3100-LANCA-ORIGEM THRU 3100-EXIT
002040         VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > 14
002042     PERFORM 3300-LANCA-SUSPENSO THRU 3300-EXIT
002050
002060     MOVE "T" TO GLE-TRL-TIPO-REG
002070     MOVE WS-QTD-LANCAMENTOS TO GLE-TRL-QTD
002248                 MOVE WS-RAZAO-IMPOSTO TO GLE-CONTA-RAZAO
002249             WHEN "X"
002250                 MOVE WS-RAZAO-PENDENTES TO GLE-CONTA-RAZAO
002251             WHEN "P"
002252                 MOVE WS-RAZAO-PRAZO TO GLE-CONTA-RAZAO
002253             WHEN "V"
002254                 MOVE WS-RAZAO-PROV-JUROS TO GLE-CONTA-RAZAO
002255             WHEN "Q"
002256                 MOVE WS-RAZAO-CHEQUES TO GLE-CONTA-RAZAO
002257             WHEN "I"
002258                 MOVE WS-RAZAO-PENDENTES TO GLE-CONTA-RAZAO
002260             WHEN OTHER
002262                 MOVE WS-RAZAO-CAIXA TO GLE-CONTA-RAZAO
002264         END-EVALUATE
002266         MOVE "C" TO GLE-NATUREZA
002270         PERFORM 3200-ESCREVE-LANCAMENTO THRU 3200-EXIT
002280     END-IF
002290     IF WS-ORG-TOT-CRE (ORG-IDX) > 0 THEN
002320             WHEN "J"
002325                 MOVE WS-RAZAO-JUROS TO GLE-CONTA-RAZAO
002330             WHEN "X"
002331                 MOVE WS-RAZAO-PENDENTES TO GLE-CONTA-RAZAO
002332             WHEN "P"
002333                 MOVE WS-RAZAO-PRAZO TO GLE-CONTA-RAZAO
002334             WHEN "Q"
002335                 MOVE WS-RAZAO-CHEQUES TO GLE-CONTA-RAZAO
002336             WHEN "I"
002337                 MOVE WS-RAZAO-PENDENTES TO GLE-CONTA-RAZAO
002340             WHEN OTHER
002345                 MOVE WS-RAZAO-CAIXA TO GLE-CONTA-RAZAO
002350         END-EVALUATE
002510     ADD GLE-VALOR TO WS-HASH-TOTAL.
002520 3200-EXIT.
002530     EXIT.
002531******************************************************************
002532* 3300-LANCA-SUSPENSO - percorre o suspenso TRFSUSP: o que entrou
002533* no dia (parqueado pela TAREFA-41) debita as transferencias a
002534* liquidar e credita o suspenso; o que saiu no dia (creditado numa
002535* conta na TAREFA-42, cujo credito de origem I ja debitou a
002536* 60000000, ou devolvido ao banco ordenante pela TAREFA-30) debita
002537* o suspenso e credita a 60000000. Os lancamentos levam a origem
002538* I. Fecha com o registo S do saldo da conta 91000000.
002539******************************************************************
002540 3300-LANCA-SUSPENSO.
002541     PERFORM 3310-ACUMULA-SUSPENSO THRU 3310-EXIT
002542         UNTIL FIM-SUSP
002543     SET ORG-IDX TO 13
002544     IF WS-SUS-ENTRADAS > 0 THEN
002545         MOVE WS-SUS-ENTRADAS TO GLE-VALOR
002546         MOVE WS-RAZAO-PENDENTES TO GLE-CONTA-RAZAO
002547         MOVE "D" TO GLE-NATUREZA
002548         PERFORM 3200-ESCREVE-LANCAMENTO THRU 3200-EXIT
002549         MOVE WS-RAZAO-SUSPENSO TO GLE-CONTA-RAZAO
002550         MOVE "C" TO GLE-NATUREZA
002551         PERFORM 3200-ESCREVE-LANCAMENTO THRU 3200-EXIT
002552     END-IF
002553     IF WS-SUS-SAIDAS > 0 THEN
002554         MOVE WS-SUS-SAIDAS TO GLE-VALOR
002555         MOVE WS-RAZAO-SUSPENSO TO GLE-CONTA-RAZAO
002556         MOVE "D" TO GLE-NATUREZA
002557         PERFORM 3200-ESCREVE-LANCAMENTO THRU 3200-EXIT
002558         MOVE WS-RAZAO-PENDENTES TO GLE-CONTA-RAZAO
002559         MOVE "C" TO GLE-NATUREZA
002560         PERFORM 3200-ESCREVE-LANCAMENTO THRU 3200-EXIT
002561     END-IF
002562
002563*    SALDO DO SUSPENSO NO FIM DO DIA - INFORMATIVO, NAO E UM
002564*    LANCAMENTO; CONTA NA CONTAGEM E NO HASH DO TRAILER.
002565     MOVE "S" TO GLE-TIPO-REG
002566     MOVE WS-DATA-DIA TO GLE-DATA
002567     MOVE "I" TO GLE-ORIGEM
002568     MOVE WS-RAZAO-SUSPENSO TO GLE-CONTA-RAZAO
002569     MOVE "C" TO GLE-NATUREZA
002570     MOVE WS-SUS-SALDO TO GLE-VALOR
002571     WRITE GLE-REC
002572     ADD 1 TO WS-QTD-LANCAMENTOS
002573     ADD GLE-VALOR TO WS-HASH-TOTAL.
002574 3300-EXIT.
002575     EXIT.
002576
002577 3310-ACUMULA-SUSPENSO.
002578     READ SUSPENSO NEXT RECORD
002579         AT END
002580             MOVE "S" TO WS-FIM-SUSP
002581             GO TO 3310-EXIT
002582     END-READ
002583     IF SUS-DATA-ENTRADA = WS-DATA-DIA THEN
002584         ADD SUS-VALOR TO WS-SUS-ENTRADAS
002585     END-IF
002586     IF SUS-APLICADA AND SUS-DATA-TRATAMENTO = WS-DATA-DIA THEN
002587         ADD SUS-VALOR TO WS-SUS-SAIDAS
002588     END-IF
002589     IF SUS-DEVOLVIDA AND SUS-DATA-ENVIO = WS-DATA-DIA THEN
002590         ADD SUS-VALOR TO WS-SUS-SAIDAS
002591     END-IF
002592     IF SUS-EM-SALDO THEN
002593         ADD SUS-VALOR TO WS-SUS-SALDO
002594     END-IF.
002595 3310-EXIT.
002596     EXIT.
002597
002598 8000-IMPRIME-RESUMO.
002599     MOVE WS-QTD-MOVTOS TO WS-RES-MOVTOS
002600     MOVE WS-QTD-LANCAMENTOS TO WS-RES-LANC
002601     DISPLAY WS-LINHA-RESUMO.
002602 8000-EXIT.
002603     EXIT.
002610
002620 9999-FINALIZAR.
002630     CLOSE MOVIMENTOS
002632     CLOSE GL-EXTRACTO
002634     IF WS-FS-SUSP NOT = "35" THEN
002636         CLOSE SUSPENSO
002638     END-IF
002642     MOVE "F" TO RUN-FUNCAO
002644     CALL "RUNCTL" USING RUN-AREA.
002650 9999-EXIT.

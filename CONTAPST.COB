000224*                    relido a cada postagem - e partilhado por
000225*                    varios ecras da TAREFA-11 em simultaneo e
000226*                    uma copia em memoria repetiria referencias.
000227*   06/05/2024  RSA  Nova origem P (depositos a prazo) tratada
000228*                    como origem de balcao: o ficheiro MOVIMENTOS
000229*                    e fechado apos cada WRITE, porque a mesma
000230*                    origem e postada no ecra da TAREFA-35
000231*                    (constituicao, mobilizacao) e na corrida de
000232*                    vencimentos da TAREFA-36.
000233*   20/05/2024  RSA  Nova origem V (juro devedor da TAREFA-38):
000234*                    o debito e postado pela nova 1500 sem o teste
000235*                    do limite de descoberto nem do tecto diario -
000236*                    o juro cobra-se precisamente as contas que
000237*                    estiveram a descoberto, muitas delas ja no
000238*                    limite, e nao e um debito ordenado pelo
000239*                    cliente. Contas bloqueadas ou encerradas
000240*                    continuam a ser recusadas com o retorno 30.
000241*   03/06/2024  RSA  Nova origem Q (cheques) tratada como origem
000242*                    de balcao, como a P: e postada no deposito de
000243*                    cheque da TAREFA-11 e na compensacao da
000244*                    TAREFA-40.
000245*   17/06/2024  RSA  Nova origem I (transferencias recebidas de
000246*                    outros bancos) tratada como origem de balcao,
000247*                    como a P e a Q: e postada no lote de entrada
000248*                    da TAREFA-41 e no ecra de reparacao da
000249*                    TAREFA-42.
000250*   01/07/2024  RSA  Contas dormentes (CT-ESTADO "D", TAREFA-43):
000251*                    so aceitam as origens de sistema J, R, F e
000252*                    V; as restantes sao recusadas com o retorno
000253*                    30, ja honrado por todos os chamadores.
000254******************************************************************
000255 IDENTIFICATION DIVISION.
000256 PROGRAM-ID. CONTAPST.
000257
000258 ENVIRONMENT DIVISION.
000259 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000261     SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
000262         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-FS-MOVTO.
000280     SELECT MOVIMENTOS-LEITURA ASSIGN TO "MOVIMENT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000800 0000-MAINLINE.
000810     MOVE 00 TO LK-RETURN-CODE
000820     MOVE 0 TO PST-MOV-REF
000830     IF NOT CT-CONTA-ATIVA AND NOT CT-CONTA-DORMENTE THEN
000831         MOVE 30 TO LK-RETURN-CODE
000832         GOBACK
000833     END-IF
000834* Conta dormente: so as postagens de sistema (juros, retencao,
000835* tarifas, juro devedor); balcao, transferencias, ordens e
000836* estornos sao recusados como numa conta bloqueada.
000837     IF CT-CONTA-DORMENTE AND PST-ORIGEM NOT = "J" AND
000838        PST-ORIGEM NOT = "R" AND PST-ORIGEM NOT = "F" AND
000839        PST-ORIGEM NOT = "V" THEN
000840         MOVE 30 TO LK-RETURN-CODE
000850         GOBACK
000860     END-IF
000950     END-IF
000960     EVALUATE WS-TIPO-EF
000970         WHEN "D"
000972             IF PST-ORIGEM = "V" THEN
000974                 PERFORM 1500-POSTA-DEBITO-SISTEMA THRU 1500-EXIT
000976             ELSE
000978                 PERFORM 1000-POSTA-DEBITO THRU 1000-EXIT
000980             END-IF
000990         WHEN "C"
001000             PERFORM 2000-POSTA-CREDITO THRU 2000-EXIT
001010         WHEN OTHER
001880     EXIT.
001881
001882******************************************************************
001883* 1500-POSTA-DEBITO-SISTEMA - debito de juro devedor (origem V):
001884* aplicado e registado sem o teste do limite de descoberto, dos
001885* cativos nem do tecto diario, que protegem os debitos ordenados
001886* pelo cliente; o juro pode assim levar a conta alem do limite.
001887******************************************************************
001888 1500-POSTA-DEBITO-SISTEMA.
001889     SUBTRACT WS-VALOR-EF FROM CT-SALDO
001890     PERFORM 9000-GRAVA-MOVIMENTO THRU 9000-EXIT.
001891 1500-EXIT.
001892     EXIT.
001893
001894******************************************************************
001895* 2000-POSTA-CREDITO - aplica sempre (nao ha limite superior ao
001896* saldo) e regista o movimento.
001897******************************************************************
001898 2000-POSTA-CREDITO.
001899     ADD WS-VALOR-EF TO CT-SALDO
001900     PERFORM 9000-GRAVA-MOVIMENTO THRU 9000-EXIT.
001901 2000-EXIT.
001902     EXIT.
001903
001904******************************************************************
001905* 9000-GRAVA-MOVIMENTO - acrescenta ao ficheiro MOVIMENTOS a
001906* data/hora, tipo, origem, valor, saldo resultante, referencia
001910* unica e referencia estornada do movimento. Nas origens de
001912* lote (B/J/O/F/R/V) o ficheiro fica aberto da primeira postagem
001914* ate ao fim da corrida - abrir e fechar a cada registo fazia a
001916* janela do lote crescer com o tamanho do ficheiro; nas origens
001918* de balcao (T/A/E/X/P/Q/I) o ficheiro e fechado apos cada WRITE,
001920* para o movimento ficar em disco de imediato (uma sessao que
001922* caia nao perde postagens ja aplicadas ao CONTA-MASTER) e
001924* visivel aos outros ecras - o bloqueio de estorno em dobro
002140     WRITE MOV-REC
002150
002152     IF PST-ORIGEM = "T" OR PST-ORIGEM = "A" OR
002153        PST-ORIGEM = "E" OR PST-ORIGEM = "X" OR
002154        PST-ORIGEM = "P" OR PST-ORIGEM = "Q" OR
002155        PST-ORIGEM = "I" THEN
002156         CLOSE MOVIMENTOS
002158         MOVE "N" TO WS-MOVTO-ABERTO
002160     END-IF.

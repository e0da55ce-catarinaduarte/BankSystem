      *                    debito ja postado, em vez de confirmar uma
      *                    transferencia que a TAREFA-30 nunca iria
      *                    enviar.
      *   03/06/2024  RSA  Nova opcao Q no ecra de movimentos: deposito
      *                    de cheque sacado sobre outro banco. Pede o
      *                    numero do cheque, o banco sacado e o valor,
      *                    credita a conta atraves da CONTAPST com a
      *                    origem Q (honra a alcada como as outras
      *                    operacoes) e cativa o valor no ficheiro
      *                    CATIVOS ate ao fim do prazo de cobranca
      *                    (tarifa "CQ" do TARMST, 3 dias por omissao),
      *                    com a referencia do movimento como CAT-ID.
      *   01/07/2024  RSA  Conta dormente (CT-ESTADO "D", TAREFA-43) e
      *                    avisada no topo do ecra de movimentos: a
      *                    CONTAPST recusa-lhe os movimentos de balcao
      *                    (retorno 30) ate ser reativada na TAREFA-18.
      *   29/07/2024  RSA  O cativo do cheque depositado (opcao Q) gera
      *                    um evento de notificacao (tipo CT) no
      *                    ficheiro NOTEVT, para a carta ao cliente da
      *                    TAREFA-46.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA-11.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEX-ID
               FILE STATUS IS WS-FS-PENDEXT.
           SELECT CATIVOS ASSIGN TO "CATIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ID
               FILE STATUS IS WS-FS-CATIVOS.
           SELECT NOTIFICACOES ASSIGN TO "NOTEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVT.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENTES-EXT.
           COPY PEXREC.

       FD  CATIVOS.
           COPY CATREC.

       FD  NOTIFICACOES.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       77 REPETE   PIC X.
           88 VAL-REPETE VALUES "S", "C", "D", "T", "E", "X",
                                   "Q".
       77 WS-TEMP  PIC X(14)     VALUE SPACES.
       77 WS-SALDO PIC S9(10)V99 VALUE 0.
       77 WS-VALOR PIC 9(10)V99  VALUE 0.
       77 WS-AGENCIA-DEST  PIC 9(04) VALUE 0.
       77 WS-CONTA-EXT     PIC 9(11) VALUE 0.
       77 WS-DATA-HORA     PIC X(21) VALUE SPACES.
       77 WS-FS-CATIVOS    PIC X(02) VALUE "00".
       77 WS-FS-EVT        PIC X(02) VALUE "00".
       77 WS-CHEQUE-NUM    PIC 9(07) VALUE 0.
       77 WS-BANCO-SACADO  PIC 9(04) VALUE 0.
       77 WS-PRAZO-CHEQUE  PIC 9(03) VALUE 3.
       77 WS-DATA-INTEIRA  PIC 9(07) VALUE 0.

       COPY PSTAREA.


                   DISPLAY "DEBITO (D), CREDITO (C), TRANSF. (T)"&
                   " OU ESTORNO (E): " AT 1709 HIGHLIGHT
                   DISPLAY "TRANSF. P/ OUTRO BANCO (X), CHEQUE (Q); "&
                   "(S) SAIR" AT 1909 HIGHLIGHT

                   ACCEPT WS-TEMP AT 1763
                   MOVE FUNCTION UPPER-CASE (WS-TEMP) TO REPETE
                       DISPLAY CLEAN-LINE
                       DISPLAY "X" AT COL 14 LINE LINHA
                       PERFORM EFECTUA-TRANSF-EXTERNA
                   ELSE IF REPETE = "Q" THEN
                       DISPLAY CLEAN-LINE
                       DISPLAY "Q" AT COL 14 LINE LINHA
                       PERFORM EFECTUA-DEPOSITO-CHEQUE
                   ELSE
                       DISPLAY "VALOR INSERIDO ERRADO!" HIGHLIGHT
                       FOREGROUND-COLOR 4 AT  2709
               CLOSE PENDENTES-EXT
               OPEN I-O PENDENTES-EXT
           END-IF
           PERFORM CARREGA-ALCADA
           PERFORM CARREGA-PRAZO-CHEQUE.

      ******************************************************************
      * CARREGA-ALCADA - le do ficheiro de tarifas (TARMST, TAREFA-25)
               END-READ
               CLOSE TARIFAS
           END-IF.
      *****************************************************************
      * CARREGA-PRAZO-CHEQUE - le do TARMST o registo "CQ" com o prazo
      * de cobranca de cheques em dias (parte inteira de TAR-VALOR),
      * durante o qual o cheque depositado fica cativo. Ficheiro ou
      * registo inexistente, ou prazo a zero = 3 dias.
      *****************************************************************
       CARREGA-PRAZO-CHEQUE.
           MOVE 3 TO WS-PRAZO-CHEQUE
           OPEN INPUT TARIFAS
           IF WS-FS-TARIFAS = "00" THEN
               MOVE "CQ" TO TAR-CODIGO
               READ TARIFAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TAR-VALOR >= 1 AND TAR-VALOR < 1000 THEN
                           MOVE TAR-VALOR TO WS-PRAZO-CHEQUE
                       END-IF
               END-READ
               CLOSE TARIFAS
           END-IF.

      ******************************************************************
      * SIGNON-OPERADOR - identifica o operador de balcao contra o
      * MOSTRA-TITULAR - mostra o nome do titular (ficheiro de
      * clientes da TAREFA-21) por cima do ecra de movimentos; conta
      * ainda sem registo de cliente nao mostra nada, como dantes.
      * Conta dormente e avisada na linha seguinte.
      ******************************************************************
       MOSTRA-TITULAR.
           MOVE WS-CONTA-NUM TO CLI-CONTA-NUM
               NOT INVALID KEY
                   DISPLAY FUNCTION CONCATENATE ("TITULAR: ",
                   FUNCTION TRIM (CLI-NOME)) AT 0312 HIGHLIGHT
           END-READ
           IF CT-CONTA-DORMENTE THEN
               DISPLAY "CONTA DORMENTE - REATIVAR NA TAREFA-18 ANTES "&
               "DE MOVIMENTAR" AT 0512 HIGHLIGHT FOREGROUND-COLOR 4
           END-IF.

      ******************************************************************
      * EFECTUA-TRANSFERENCIA - pede a conta de destino e o valor,
               AT 2709 HIGHLIGHT FOREGROUND-COLOR 4
           END-IF.

      *****************************************************************
      * EFECTUA-DEPOSITO-CHEQUE - deposito de um cheque sacado sobre
      * outro banco: pede o numero do cheque, o banco sacado e o valor,
      * credita a conta do ecra atraves da CONTAPST com a origem Q e
      * cativa o valor ate ao fim do prazo de cobranca (GRAVA-CATIVO-
      * CHEQUE) - o saldo sobe logo, mas o dinheiro so fica disponivel
      * quando o cativo expira. Honra a alcada como as outras operacoes.
      *****************************************************************
       EFECTUA-DEPOSITO-CHEQUE.
           DISPLAY "NUMERO DO CHEQUE:" AT 2109 HIGHLIGHT
           MOVE 2127 TO WS-POS
           PERFORM PEDE-VALOR-VALIDO
           MOVE WS-TEMP TO WS-CHEQUE-NUM
           DISPLAY "BANCO SACADO:" AT 2309 HIGHLIGHT
           MOVE 2323 TO WS-POS
           PERFORM PEDE-VALOR-VALIDO
           MOVE WS-TEMP TO WS-BANCO-SACADO
           DISPLAY "QUAL O VALOR DO CHEQUE?" AT 2409 HIGHLIGHT
           MOVE 2433 TO WS-POS
           PERFORM PEDE-VALOR-VALIDO
           MOVE WS-TEMP TO WS-VALOR
           DISPLAY CLEAN-LINE

           PERFORM VERIFICA-ALCADA
           IF APROVADO THEN
               MOVE "Q" TO PST-ORIGEM
               MOVE 0 TO PST-ESTORNO-REF
               CALL "CONTAPST" USING CONTA-REC, "C", WS-VALOR,
                   PST-AREA, WS-RETURN-CD
           ELSE
               MOVE 60 TO WS-RETURN-CD
           END-IF
           EVALUATE TRUE
               WHEN NAO-APROVADO
                   DISPLAY "DEPOSITO RECUSADO - SEM APROVACAO DE "&
                   "SUPERVISOR" HIGHLIGHT
                   FOREGROUND-COLOR 4 AT 2709
                   SUBTRACT 1 FROM LINHA
               WHEN CONTA-BLOQUEADA
                   DISPLAY "DEPOSITO RECUSADO - CONTA BLOQUEADA OU "&
                   "ENCERRADA" HIGHLIGHT
                   FOREGROUND-COLOR 4 AT 2709
                   SUBTRACT 1 FROM LINHA
               WHEN OTHER
                   MOVE CT-SALDO TO WS-SALDO
                   PERFORM GRAVA-CONTA-MASTER
                   PERFORM GRAVA-CATIVO-CHEQUE
                   MOVE WS-VALOR TO ZCLEAN
                   DISPLAY FUNCTION CONCATENATE ("+ ",
                   FUNCTION TRIM (ZCLEAN)) AT COL 20 LINE LINHA
                   MOVE WS-SALDO TO ZCLEAN
                   IF WS-SALDO >= 0 THEN
                       DISPLAY FUNCTION TRIM (ZCLEAN)
                       AT COL 39 LINE LINHA FOREGROUND-COLOR 2
                       HIGHLIGHT
                   ELSE
                       DISPLAY FUNCTION CONCATENATE ("- ",
                       FUNCTION TRIM (ZCLEAN)) AT COL 37
                       LINE LINHA FOREGROUND-COLOR 4 HIGHLIGHT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * GRAVA-CATIVO-CHEQUE - cativa o valor do cheque depositado, com
      * a referencia do movimento de credito como CAT-ID e expiracao
      * no fim do prazo de cobranca; depois disso a CONTAPST deixa de
      * o descontar. O CATIVOS e aberto e fechado a cada escrita - a
      * CONTAPST le-o em cada debito. O cativo gravado fica no NOTEVT
      * para a carta ao cliente.
      *****************************************************************
       GRAVA-CATIVO-CHEQUE.
           OPEN I-O CATIVOS
           IF WS-FS-CATIVOS = "35" THEN
               OPEN OUTPUT CATIVOS
               CLOSE CATIVOS
               OPEN I-O CATIVOS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE PST-MOV-REF TO CAT-ID
           MOVE WS-CONTA-NUM TO CAT-CONTA-NUM
           MOVE WS-VALOR TO CAT-VALOR
           MOVE SPACES TO CAT-MOTIVO
           STRING "CHEQUE EM COBRANCA " DELIMITED BY SIZE
               WS-BANCO-SACADO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CHEQUE-NUM DELIMITED BY SIZE
               INTO CAT-MOTIVO
           MOVE WS-DATA-HORA (1:8) TO CAT-DATA-CRIACAO
           COMPUTE WS-DATA-INTEIRA =
               FUNCTION INTEGER-OF-DATE (CAT-DATA-CRIACAO)
               + WS-PRAZO-CHEQUE
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATA-INTEIRA)
               TO CAT-DATA-EXPIRA
           MOVE "A" TO CAT-ESTADO
           MOVE 0 TO CAT-DATA-LIBERT
           WRITE CATIVO-REC
           IF WS-FS-CATIVOS = "00" THEN
               DISPLAY "CHEQUE CATIVO ATE" AT 2709 HIGHLIGHT
               FOREGROUND-COLOR 2
               DISPLAY CAT-DATA-EXPIRA AT 2727 HIGHLIGHT
               FOREGROUND-COLOR 2
               PERFORM NOTIFICA-CATIVO-CHEQUE
           ELSE
      *        O CREDITO JA FOI POSTADO - SEM O CATIVO O VALOR FICA
      *        DISPONIVEL ANTES DA COBRANCA; O OPERADOR TEM DE O
      *        CATIVAR A MAO NA TAREFA-32.
               DISPLAY FUNCTION CONCATENATE (
               "ERRO A GRAVAR O CATIVO (FS=", WS-FS-CATIVOS,
               ") - CATIVE O CHEQUE NA TAREFA-32, REF ", PST-MOV-REF)
               AT 2709 HIGHLIGHT FOREGROUND-COLOR 4
           END-IF
           CLOSE CATIVOS.

      *****************************************************************
      * NOTIFICA-CATIVO-CHEQUE - acrescenta ao NOTEVT o evento do
      * cativo do cheque (valor, motivo e validade), aberto e fechado a
      * cada escrita como o CATIVOS.
      *****************************************************************
       NOTIFICA-CATIVO-CHEQUE.
           OPEN EXTEND NOTIFICACOES
           IF WS-FS-EVT = "05" OR WS-FS-EVT = "35" THEN
               OPEN OUTPUT NOTIFICACOES
               CLOSE NOTIFICACOES
               OPEN EXTEND NOTIFICACOES
           END-IF
           MOVE SPACES TO EVENTO-REC
           MOVE CAT-CONTA-NUM TO EVT-CONTA-NUM
           MOVE WS-DATA-HORA (1:8) TO EVT-DATA
           MOVE WS-DATA-HORA (9:6) TO EVT-HORA
           MOVE "CT" TO EVT-TIPO
           MOVE "TAREFA11" TO EVT-ORIGEM
           MOVE CAT-VALOR TO EVT-VALOR
           MOVE CAT-ID TO EVT-REF
           MOVE CAT-DATA-EXPIRA TO EVT-DATA-AUX
           MOVE CAT-MOTIVO TO EVT-TEXTO
           WRITE EVENTO-REC
           CLOSE NOTIFICACOES.

      ******************************************************************
      * PEDE-CONTA-DESTINO - aceita a conta de destino da
      * transferencia; tem de ser numerica, maior que zero e diferente

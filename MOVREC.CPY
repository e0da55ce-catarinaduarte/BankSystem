      *                    outros bancos (debito da captura na
      *                    TAREFA-11/PENDEXT e credito de devolucao da
      *                    TAREFA-31).
      *   06/05/2024  RSA  Nova origem "P" para os depositos a prazo
      *                    (debito da constituicao e credito da
      *                    mobilizacao no balcao da TAREFA-35, credito
      *                    do capital no vencimento pela TAREFA-36; os
      *                    juros do deposito entram como "J"/"R").
      *   20/05/2024  RSA  Nova origem "V" para o debito mensal de juro
      *                    devedor da TAREFA-38 (saldos diarios
      *                    devedores registados pela TAREFA-37).
      *   03/06/2024  RSA  Nova origem "Q" para os cheques (debito do
      *                    cheque pago na compensacao da TAREFA-40 e
      *                    credito do deposito de cheque no balcao da
      *                    TAREFA-11).
      *   17/06/2024  RSA  Nova origem "I" para as transferencias
      *                    recebidas de outros bancos (credito do lote
      *                    de entrada da TAREFA-41 e das reparacoes do
      *                    suspenso no ecra da TAREFA-42).
      ******************************************************************
       01  MOV-REC.
           05  MOV-CONTA-NUM       PIC 9(08).
               88  MOV-ORIG-TARIFA    VALUE "F".
               88  MOV-ORIG-RETENCAO  VALUE "R".
               88  MOV-ORIG-EXTERNA   VALUE "X".
               88  MOV-ORIG-PRAZO     VALUE "P".
               88  MOV-ORIG-DEVEDOR   VALUE "V".
               88  MOV-ORIG-CHEQUE    VALUE "Q".
               88  MOV-ORIG-RECEBIDA  VALUE "I".
           05  MOV-VALOR           PIC 9(10)V99.
           05  MOV-SALDO-APOS      PIC S9(10)V99.
           05  MOV-REF             PIC 9(08).

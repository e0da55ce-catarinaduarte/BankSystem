      ******************************************************************
      * CHSREC.CPY
      * Record layout for the CHQSIT cheque status file (situacao de
      * cheques individuais). Indexed by CHS-CHAVE = conta + numero do
      * cheque. So existe registo para os cheques com historia:
      * suspensos no ecra da TAREFA-39 ou ja pagos pela compensacao
      * da TAREFA-40 - um cheque sem registo esta por pagar.
      *
      *   CHS-ESTADO        - S = pagamento suspenso (cheque devolvido
      *                       na compensacao); L = suspensao levantada
      *                       (cheque volta a ser pagavel); P = pago
      *                       (segunda apresentacao e devolvida).
      *   CHS-MOV-REF       - referencia do movimento de debito do
      *                       cheque pago (MOV-REF).
      *   CHS-LOTE-ID       - lote de compensacao que pagou o cheque.
      *
      * Modification history:
      *   03/06/2024  RSA  Original layout.
      ******************************************************************
       01  CHEQUE-SIT-REC.
           05  CHS-CHAVE.
               10  CHS-CONTA-NUM   PIC 9(08).
               10  CHS-CHEQUE-NUM  PIC 9(07).
           05  CHS-ESTADO          PIC X(01).
               88  CHS-SUSPENSO        VALUE "S".
               88  CHS-LEVANTADO       VALUE "L".
               88  CHS-PAGO            VALUE "P".
           05  CHS-DATA            PIC 9(08).
           05  CHS-VALOR           PIC 9(10)V99.
           05  CHS-MOTIVO          PIC X(30).
           05  CHS-OPERADOR        PIC X(04).
           05  CHS-MOV-REF         PIC 9(08).
           05  CHS-LOTE-ID         PIC X(16).
           05  FILLER              PIC X(10).

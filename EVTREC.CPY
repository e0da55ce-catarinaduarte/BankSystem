      ******************************************************************
      * EVTREC.CPY
      * Record layout for the NOTEVT customer notification events
      * file. Sequential, one record appended by each program that
      * produces an event the customer must be told about by letter;
      * read (and then emptied) by the nightly letters run of the
      * TAREFA-46, which keeps a copy of every event in NOTHIST.
      *
      *   EVT-TIPO          - OR ordem permanente rejeitada (TAREFA-16);
      *                       TD transferencia para outro banco
      *                       devolvida e creditada (TAREFA-31);
      *                       CT novo cativo (TAREFA-32 e deposito de
      *                       cheque na TAREFA-11); TA tarifa cobrada
      *                       (TAREFA-26); BL conta bloqueada
      *                       (TAREFA-18).
      *   EVT-ORIGEM        - job/programa que gerou o evento.
      *   EVT-REF           - referencia do evento: STD-ID, PEX-ID,
      *                       CAT-ID ou MOV-REF do movimento postado.
      *   EVT-DATA-AUX      - data complementar (validade do cativo);
      *                       zero quando nao se aplica.
      *   EVT-TEXTO         - detalhe livre impresso na carta (motivo
      *                       da rejeicao, conta de destino, mes...).
      *
      * Modification history:
      *   29/07/2024  RSA  Original layout.
      ******************************************************************
       01  EVENTO-REC.
           05  EVT-CONTA-NUM       PIC 9(08).
           05  EVT-DATA            PIC 9(08).
           05  EVT-HORA            PIC 9(06).
           05  EVT-TIPO            PIC X(02).
               88  EVT-ORDEM-REJEITADA    VALUE "OR".
               88  EVT-TRF-DEVOLVIDA      VALUE "TD".
               88  EVT-CATIVO             VALUE "CT".
               88  EVT-TARIFA             VALUE "TA".
               88  EVT-CONTA-BLOQUEADA    VALUE "BL".
           05  EVT-ORIGEM          PIC X(08).
           05  EVT-VALOR           PIC 9(10)V99.
           05  EVT-REF             PIC 9(08).
           05  EVT-DATA-AUX        PIC 9(08).
           05  EVT-TEXTO           PIC X(40).
           05  FILLER              PIC X(10).

      ******************************************************************
      * DPLREC.CPY
      * Record layout for the DPZLIQ term-deposit settlement history.
      * Sequential, one record appended per settlement of a deposit
      * (DEPPRAZO, DPZREC): vencimento liquidado ou renovado pela
      * TAREFA-36, mobilizacao antecipada no balcao da TAREFA-35.
      * Lido pelo relatorio fiscal da TAREFA-27 para destacar os juros
      * de depositos a prazo (creditados na conta associada com a
      * origem J, retencao com a origem R).
      *
      *   DPL-TIPO          - V = vencimento liquidado, C = renovado
      *                       (capital), T = renovado (capitalizado),
      *                       M = mobilizacao antecipada.
      *
      * Modification history:
      *   06/05/2024  RSA  Original layout.
      ******************************************************************
       01  DPZ-LIQ-REC.
           05  DPL-DPZ-ID          PIC 9(08).
           05  DPL-CONTA-NUM       PIC 9(08).
           05  DPL-DATA            PIC 9(08).
           05  DPL-TIPO            PIC X(01).
               88  DPL-VENCIMENTO      VALUE "V".
               88  DPL-RENOVA-CAPITAL  VALUE "C".
               88  DPL-CAPITALIZA      VALUE "T".
               88  DPL-MOBILIZACAO     VALUE "M".
           05  DPL-CAPITAL         PIC 9(10)V99.
           05  DPL-JUROS-BRUTOS    PIC 9(10)V99.
           05  DPL-RETENCAO        PIC 9(10)V99.

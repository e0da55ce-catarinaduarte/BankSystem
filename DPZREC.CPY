      ******************************************************************
      * DPZREC.CPY
      * Record layout for the DEPPRAZO term-deposit file (depositos a
      * prazo). Indexed by DPZ-ID, one record per deposit. Constituted
      * and mobilised at the counter (TAREFA-35), paid back or renewed
      * at maturity by the nightly run (TAREFA-36).
      *
      *   DPZ-CONTA-NUM     - conta corrente associada: debitada na
      *                       constituicao, creditada com o capital e
      *                       os juros no vencimento.
      *   DPZ-TAXA          - taxa de juro anual nominal (%), juro
      *                       contado dia a dia sobre 365.
      *   DPZ-PRAZO-DIAS    - prazo em dias; DPZ-DATA-VENCIMENTO e a
      *                       data de inicio mais o prazo.
      *   DPZ-RENOVACAO     - instrucao para o vencimento: N = liquida
      *                       (capital e juro para a conta), C = renova
      *                       o capital (juro para a conta), T = renova
      *                       capital e juro liquido (capitaliza).
      *   DPZ-ESTADO        - A = ativo, V = vencido e liquidado,
      *                       M = mobilizado antes do vencimento (perde
      *                       os juros).
      *
      * Modification history:
      *   06/05/2024  RSA  Original layout.
      ******************************************************************
       01  DEPOSITO-REC.
           05  DPZ-ID              PIC 9(08).
           05  DPZ-CONTA-NUM       PIC 9(08).
           05  DPZ-CAPITAL         PIC 9(10)V99.
           05  DPZ-TAXA            PIC 9(02)V9(04).
           05  DPZ-DATA-INICIO     PIC 9(08).
           05  DPZ-PRAZO-DIAS      PIC 9(04).
           05  DPZ-DATA-VENCIMENTO PIC 9(08).
           05  DPZ-RENOVACAO       PIC X(01).
               88  DPZ-SEM-RENOVACAO   VALUE "N".
               88  DPZ-RENOVA-CAPITAL  VALUE "C".
               88  DPZ-CAPITALIZA      VALUE "T".
           05  DPZ-ESTADO          PIC X(01).
               88  DPZ-ATIVO           VALUE "A".
               88  DPZ-VENCIDO         VALUE "V".
               88  DPZ-MOBILIZADO      VALUE "M".
           05  DPZ-DATA-LIQUIDACAO PIC 9(08).
           05  DPZ-OPERADOR        PIC X(04).
           05  FILLER              PIC X(12).

      ******************************************************************
      * SDIREC.CPY
      * Record layout for the SALDIA daily balance file (saldos
      * diarios). Line sequential, appended every night by TAREFA-37
      * after the TAREFA-17 reconciliation: one record per account
      * with the end-of-day balance. Read at month end by TAREFA-38
      * to charge debit interest on the overdrawn days; each balance
      * holds from its date until the account's next record.
      *
      *   SDI-ORIGEM        - D = saldo de fim de dia (TAREFA-37);
      *                       S = saldo transportado para o primeiro
      *                       dia do mes seguinte pela TAREFA-38,
      *                       quando reescreve o ficheiro sem o mes
      *                       ja cobrado.
      *
      * Modification history:
      *   20/05/2024  RSA  Original layout.
      ******************************************************************
       01  SALDO-DIA-REC.
           05  SDI-CONTA-NUM       PIC 9(08).
           05  SDI-DATA            PIC 9(08).
           05  SDI-SALDO           PIC S9(10)V99.
           05  SDI-ORIGEM          PIC X(01).
               88  SDI-FIM-DE-DIA      VALUE "D".
               88  SDI-TRANSPORTE      VALUE "S".
           05  FILLER              PIC X(03).

      ******************************************************************
      * CHIREC.CPY
      * Record layout for the CHQIN inbound cheque clearing file -
      * uma linha por cheque sacado sobre uma conta deste banco e
      * apresentado a pagamento por outro banco, aplicada pela
      * TAREFA-40.
      *
      * The file is framed by a header and a trailer with control
      * totals, as TRXIN (TRXREC, TAREFA-13), validated before posting
      * anything. The record type is told apart by column 1: "H"
      * header, "T" trailer, a digit (the first of the account number)
      * = detail.
      *
      *   CHI-BANCO-APRES   - banco apresentante (devolvido no CHQDEV).
      *
      * Modification history:
      *   03/06/2024  RSA  Original layout.
      ******************************************************************
       01  CHI-REC.
           05  CHI-CONTA-NUM       PIC 9(08).
           05  CHI-CHEQUE-NUM      PIC 9(07).
           05  CHI-VALOR           PIC 9(10)V99.
           05  CHI-BANCO-APRES     PIC 9(04).

       01  CHI-CAB-REC.
           05  CHI-CAB-TIPO-REG    PIC X(01).
               88  CHI-REG-CABECALHO   VALUE "H".
               88  CHI-REG-TRAILER     VALUE "T".
           05  CHI-CAB-LOTE-ID     PIC X(16).
           05  CHI-CAB-DATA        PIC 9(08).

       01  CHI-TRL-REC.
           05  CHI-TRL-TIPO-REG    PIC X(01).
           05  CHI-TRL-QTD         PIC 9(07).
           05  CHI-TRL-HASH        PIC 9(13)V99.

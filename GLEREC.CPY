      * by a header and a trailer so the GL side can validate receipt
      * (same framing discipline as the inbound TRXIN interface).
      * The record type is told apart by column 1: "H" header, "D"
      * detail entry, "S" end-of-day balance of a memo account (the
      * 91000000 suspense of inbound transfers - information only, not
      * an entry, but counted in the trailer), "T" trailer.
      *
      * Modification history:
      *   04/12/2023  RSA  Original layout.
      *   17/06/2024  RSA  Record type S (suspense balance).
      ******************************************************************
       01  GLE-REC.
           05  GLE-TIPO-REG        PIC X(01).
               88  GLE-REG-CABECALHO   VALUE "H".
               88  GLE-REG-DETALHE     VALUE "D".
               88  GLE-REG-SALDO       VALUE "S".
               88  GLE-REG-TRAILER     VALUE "T".
           05  GLE-DATA            PIC 9(08).
           05  GLE-ORIGEM          PIC X(01).

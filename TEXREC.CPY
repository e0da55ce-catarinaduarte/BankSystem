      * pendente, framed by a header and a trailer with control totals
      * for the receiving side to validate (same framing discipline as
      * the GLEXTR extract of TAREFA-23). The record type is told
      * apart by column 1: "H" header, "D" detail, "T" trailer, and
      * "R" for the return of an inbound transfer held in the TRFSUSP
      * suspense (TEX-ID = SUS-ID, TEX-CONTA-ORIGEM = the account the
      * ordering bank named, destination = the ordering account). R
      * records count in the trailer like D records and expect no
      * confirmation back through TAREFA-31.
      *
      * Modification history:
      *   12/02/2024  RSA  Original layout.
      *   17/06/2024  RSA  Record type R (return of an inbound
      *                    transfer from the suspense file).
      ******************************************************************
       01  TEX-REC.
           05  TEX-TIPO-REG        PIC X(01).
               88  TEX-REG-CABECALHO   VALUE "H".
               88  TEX-REG-DETALHE     VALUE "D".
               88  TEX-REG-DEVOLUCAO   VALUE "R".
               88  TEX-REG-TRAILER     VALUE "T".
           05  TEX-ID              PIC 9(08).
           05  TEX-CONTA-ORIGEM    PIC 9(08).

      ******************************************************************
      * TRIREC.CPY
      * Record layout for the TRFIN inbound interbank transfer file -
      * uma linha por transferencia de outro banco a creditar numa
      * conta deste banco, aplicada pela TAREFA-41.
      *
      * The file is framed by a header and a trailer with control
      * totals, as TRXIN (TRXREC, TAREFA-13), validated before posting
      * anything; a lote already applied (TRFAPLIC) is refused whole.
      * The record type is told apart by column 1: "H" header, "T"
      * trailer, a digit (the first of the account number) = detail.
      *
      *   TRI-NOME-BENEF    - nome do beneficiario indicado pelo banco
      *                       ordenante, conferido com o CLI-NOME.
      *   TRI-BANCO-ORD/
      *   TRI-AGENCIA-ORD/
      *   TRI-CONTA-ORD     - banco, balcao e conta do ordenante, para
      *                       onde segue uma eventual devolucao.
      *   TRI-REF-EXT       - referencia da transferencia no banco
      *                       ordenante.
      *
      * Modification history:
      *   17/06/2024  RSA  Original layout.
      ******************************************************************
       01  TRI-REC.
           05  TRI-CONTA-BENEF     PIC 9(08).
           05  TRI-NOME-BENEF      PIC X(40).
           05  TRI-VALOR           PIC 9(10)V99.
           05  TRI-BANCO-ORD       PIC 9(04).
           05  TRI-AGENCIA-ORD     PIC 9(04).
           05  TRI-CONTA-ORD       PIC 9(11).
           05  TRI-NOME-ORD        PIC X(40).
           05  TRI-REF-EXT         PIC X(16).

       01  TRI-CAB-REC.
           05  TRI-CAB-TIPO-REG    PIC X(01).
               88  TRI-REG-CABECALHO   VALUE "H".
               88  TRI-REG-TRAILER     VALUE "T".
           05  TRI-CAB-LOTE-ID     PIC X(16).
           05  TRI-CAB-DATA        PIC 9(08).

       01  TRI-TRL-REC.
           05  TRI-TRL-TIPO-REG    PIC X(01).
           05  TRI-TRL-QTD         PIC 9(07).
           05  TRI-TRL-HASH        PIC 9(13)V99.

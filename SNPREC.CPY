      ******************************************************************
      * SNPREC.CPY
      * Record layout for the CTASNAP CONTA-MASTER snapshot file -
      * copia integral do CONTA-MASTER tirada pela TAREFA-48 no inicio
      * da janela de lotes, uma geracao por noite, e lida pela
      * recuperacao da TAREFA-49, que a usa como ponto de partida e
      * reaplica os movimentos com MOV-REF acima do ponto do snapshot.
      *
      * The file is framed by a header and a trailer, as TRXIN
      * (TRXREC) and TRFIN (TRIREC). The record type is told apart by
      * column 1: "H" header, "C" account, "T" trailer.
      *
      *   SNP-CAB-DATA-NEGOCIO - data de negocio do DATCTL na altura
      *                       do snapshot.
      *   SNP-CAB-ULTIMA-REF - ultima referencia atribuida no MOVCTL
      *                       na altura do snapshot: os movimentos
      *                       com MOV-REF ate ela ja estao nos saldos
      *                       copiados.
      *   SNP-CAB-DATA/HORA - relogio do sistema quando foi tirado.
      *   SNP-CONTA-REG     - imagem do registo do CONTA-MASTER
      *                       (CONTAREC), tal como lido.
      *   SNP-TRL-QTD/SALDO - numero de contas e soma dos saldos,
      *                       conferidos pela TAREFA-49 antes de
      *                       reconstruir seja o que for.
      *
      * Modification history:
      *   26/08/2024  RSA  Original layout.
      ******************************************************************
       01  SNP-REC.
           05  SNP-TIPO-REG        PIC X(01).
               88  SNP-REG-CABECALHO   VALUE "H".
               88  SNP-REG-CONTA       VALUE "C".
               88  SNP-REG-TRAILER     VALUE "T".
           05  SNP-CONTA-REG       PIC X(62).
           05  FILLER              PIC X(17).

       01  SNP-CAB-REC.
           05  SNP-CAB-TIPO-REG    PIC X(01).
           05  SNP-CAB-DATA-NEGOCIO PIC 9(08).
           05  SNP-CAB-ULTIMA-REF  PIC 9(08).
           05  SNP-CAB-DATA        PIC 9(08).
           05  SNP-CAB-HORA        PIC 9(06).
           05  FILLER              PIC X(49).

       01  SNP-TRL-REC.
           05  SNP-TRL-TIPO-REG    PIC X(01).
           05  SNP-TRL-QTD         PIC 9(07).
           05  SNP-TRL-SALDO       PIC S9(13)V99.
           05  FILLER              PIC X(57).

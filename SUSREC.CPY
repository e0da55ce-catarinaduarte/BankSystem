      ******************************************************************
      * SUSREC.CPY
      * Record layout for the TRFSUSP suspense file of inbound
      * interbank transfers - uma transferencia recebida pela TAREFA-41
      * que nao pode ser creditada fica aqui parqueada, em vez de ser
      * recusada, ate ser tratada no ecra de reparacao da TAREFA-42.
      * Indexed by SUS-ID (numero sequencial atribuido pela TAREFA-41).
      *
      *   SUS-MOTIVO        - 01 conta inexistente; 02 conta encerrada;
      *                       03 conta bloqueada; 04 nome do
      *                       beneficiario nao confere com o CLI-NOME
      *                       (ou conta sem ficha de cliente);
      *                       05 credito recusado pela CONTAPST;
      *                       06 conta dormente (TAREFA-43).
      *   SUS-ESTADO        - S = em suspenso; A = aplicada a uma conta
      *                       na TAREFA-42 (SUS-CONTA-APLICADA, com o
      *                       movimento em SUS-MOV-REF); R = a devolver
      *                       ao banco ordenante no proximo envio da
      *                       TAREFA-30; D = devolvida (enviada pela
      *                       TAREFA-30 em SUS-DATA-ENVIO).
      *                       S e R contam no saldo em suspenso.
      *   SUS-DATA-TRATAMENTO/
      *   SUS-OPERADOR      - data e operador (OPERMST) da decisao na
      *                       TAREFA-42.
      *
      * Modification history:
      *   17/06/2024  RSA  Original layout.
      *   01/07/2024  RSA  Motivo 06, conta dormente.
      ******************************************************************
       01  SUSPENSO-REC.
           05  SUS-ID              PIC 9(08).
           05  SUS-LOTE-ID         PIC X(16).
           05  SUS-DATA-ENTRADA    PIC 9(08).
           05  SUS-CONTA-BENEF     PIC 9(08).
           05  SUS-NOME-BENEF      PIC X(40).
           05  SUS-VALOR           PIC 9(10)V99.
           05  SUS-BANCO-ORD       PIC 9(04).
           05  SUS-AGENCIA-ORD     PIC 9(04).
           05  SUS-CONTA-ORD       PIC 9(11).
           05  SUS-NOME-ORD        PIC X(40).
           05  SUS-REF-EXT         PIC X(16).
           05  SUS-MOTIVO          PIC X(02).
               88  SUS-CONTA-INEXISTENTE  VALUE "01".
               88  SUS-CONTA-ENCERRADA    VALUE "02".
               88  SUS-CONTA-BLOQUEADA    VALUE "03".
               88  SUS-NOME-DIVERGENTE    VALUE "04".
               88  SUS-CREDITO-RECUSADO   VALUE "05".
               88  SUS-CONTA-DORMENTE     VALUE "06".
           05  SUS-ESTADO          PIC X(01).
               88  SUS-EM-SUSPENSO        VALUE "S".
               88  SUS-APLICADA           VALUE "A".
               88  SUS-A-DEVOLVER         VALUE "R".
               88  SUS-DEVOLVIDA          VALUE "D".
               88  SUS-EM-SALDO           VALUES "S", "R".
           05  SUS-DATA-TRATAMENTO PIC 9(08).
           05  SUS-CONTA-APLICADA  PIC 9(08).
           05  SUS-MOV-REF         PIC 9(08).
           05  SUS-OPERADOR        PIC X(04).
           05  SUS-DATA-ENVIO      PIC 9(08).
           05  FILLER              PIC X(20).

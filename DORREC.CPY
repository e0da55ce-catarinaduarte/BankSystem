      ******************************************************************
      * DORREC.CPY
      * Record layout for the DORMST dormant-account register - um
      * registo por conta marcada como dormente (CT-ESTADO "D") pela
      * corrida mensal da TAREFA-43, mantido depois pela reativacao na
      * TAREFA-18. Indexed by DOR-CONTA-NUM.
      *
      *   DOR-DATA-ULT-MOV  - data do ultimo movimento do cliente
      *                       encontrado pela TAREFA-43 (zero = nenhum
      *                       movimento no MOVIMENTOS nem no arquivo),
      *                       ou a data da reativacao anterior, quando
      *                       e posterior ao ultimo movimento.
      *   DOR-ESTADO        - D = dormente; R = reativada na TAREFA-18
      *                       (DOR-DATA-REATIVACAO, DOR-SUPERVISOR =
      *                       supervisor do OPERMST que aprovou e
      *                       DOR-ESTADO-NOVO = estado dado a conta,
      *                       A, B ou E).
      *                       Uma conta reativada que volte a ficar
      *                       sem movimentos e marcada de novo e o
      *                       registo regravado.
      *
      * Modification history:
      *   01/07/2024  RSA  Original layout.
      *   23/09/2024  RSA  DOR-DATA-ULT-MOV pode ser a data da
      *                    reativacao (ver TAREFA-43).
      ******************************************************************
       01  DORMENTE-REC.
           05  DOR-CONTA-NUM       PIC 9(08).
           05  DOR-DATA-DORMENCIA  PIC 9(08).
           05  DOR-DATA-ULT-MOV    PIC 9(08).
           05  DOR-SALDO-DORMENCIA PIC S9(10)V99.
           05  DOR-ESTADO          PIC X(01).
               88  DOR-DORMENTE        VALUE "D".
               88  DOR-REATIVADA       VALUE "R".
           05  DOR-DATA-REATIVACAO PIC 9(08).
           05  DOR-SUPERVISOR      PIC X(04).
           05  DOR-ESTADO-NOVO     PIC X(01).
           05  FILLER              PIC X(20).

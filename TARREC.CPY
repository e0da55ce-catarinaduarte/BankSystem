      *                 postagem na TAREFA-11 exige a aprovacao de um
      *                 supervisor (OPERMST, TAREFA-28); sem registo
      *                 ou a zero, nenhuma aprovacao e exigida.
      *   "JD"        - taxa de juro devedor anual por omissao (%),
      *                 cobrada pela TAREFA-38 as contas sem taxa
      *                 devedora propria (CT-TAXA-DEVEDORA); sem
      *                 registo ou a zero, so pagam juro devedor as
      *                 contas com taxa propria.
      *   "CQ"        - prazo de cobranca de cheques, em dias (parte
      *                 inteira de TAR-VALOR): o deposito de cheque na
      *                 TAREFA-11 cativa o valor ate ao fim do prazo;
      *                 sem registo ou a zero, 3 dias.
      * Mantido no ecra da TAREFA-25.
      *
      * Modification history:
      *   18/12/2023  RSA  Original layout.
      *   29/01/2024  RSA  Codigo "AL" (alcada de balcao).
      *   20/05/2024  RSA  Codigo "JD" (taxa de juro devedor).
      *   03/06/2024  RSA  Codigo "CQ" (prazo de cobranca de cheques).
      ******************************************************************
       01  TARIFA-REC.
           05  TAR-CODIGO          PIC X(02).

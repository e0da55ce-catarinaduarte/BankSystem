      *                    (retorno 50). Registos antigos tem espacos
      *                    nesse campo - a CONTAPST trata nao numerico
      *                    ou zero como "sem tecto".
      *   20/05/2024  RSA  Taxa de juro devedor anual (CT-TAXA-DEVEDORA)
      *                    nos 6 bytes restantes do FILLER, mantida na
      *                    TAREFA-18 e cobrada sobre os saldos
      *                    diarios devedores pela TAREFA-38. Registos
      *                    antigos tem espacos nesse campo - nao
      *                    numerico ou zero cobra a taxa por omissao do
      *                    TARMST ("JD").
      *   01/07/2024  RSA  Novo estado "D" (conta dormente), marcado
      *                    pela TAREFA-43 nas contas sem movimentos do
      *                    cliente ha N meses. A CONTAPST so aceita
      *                    postagens de sistema (juros, retencao,
      *                    tarifas, juro devedor) numa conta dormente;
      *                    a reativacao e feita na TAREFA-18 com
      *                    aprovacao de um supervisor (DORMST).
      ******************************************************************
       01  CONTA-REC.
           05  CT-CONTA-NUM        PIC 9(08).
               88  CT-CONTA-ATIVA      VALUES "A", " ".
               88  CT-CONTA-BLOQUEADA  VALUE "B".
               88  CT-CONTA-ENCERRADA  VALUE "E".
               88  CT-CONTA-DORMENTE   VALUE "D".
           05  CT-ISENTO-TARIFAS   PIC X(01).
               88  CT-CONTA-ISENTA     VALUE "S".
               88  CT-CONTA-COBRAVEL   VALUES "N", " ".
           05  CT-LIMITE-DIARIO    PIC 9(10)V99.
           05  CT-TAXA-DEVEDORA    PIC 9(02)V9(04).

      ******************************************************************
      * ALRREC.CPY
      * Record layout for the AMLALR suspicious-activity alerts file -
      * um registo por ocorrencia de uma regra de monitorizacao na
      * corrida nocturna da TAREFA-44, tratado depois pelo compliance
      * no ecra de casos da TAREFA-45. Indexed by ALR-ID (numero
      * sequencial atribuido pela TAREFA-44).
      *
      *   ALR-REGRA         - NL numerario logo abaixo do limite de
      *                       comunicacao, repetido em poucos dias;
      *                       GX credito elevado seguido de
      *                       transferencia para outro banco (X);
      *                       CS movimento numa conta ate ai
      *                       silenciosa; EO estornos em excesso pelo
      *                       mesmo operador (ALR-OPERADOR-MOV, sem
      *                       conta nem NIF).
      *   ALR-NIF           - contribuinte do titular (CLI-NIF); zero
      *                       sem ficha de cliente.
      *   ALR-QTD/ALR-VALOR - movimentos e valor que dispararam a
      *                       regra; ALR-MOV-REF e o ultimo deles.
      *   ALR-ESTADO        - A = em aberto; J = fechado como
      *                       justificado; R = fechado como reportado
      *                       as autoridades. ALR-DATA-FECHO,
      *                       ALR-OPERADOR (OPERMST) e ALR-NOTA vem do
      *                       fecho na TAREFA-45.
      *   ALR-DATA-ESCALADA - data da primeira vez que o alerta saiu no
      *                       relatorio de escalamento da TAREFA-44
      *                       (aberto ha mais dos dias configurados).
      *
      * Modification history:
      *   15/07/2024  RSA  Original layout.
      ******************************************************************
       01  ALERTA-REC.
           05  ALR-ID              PIC 9(08).
           05  ALR-DATA            PIC 9(08).
           05  ALR-REGRA           PIC X(02).
               88  ALR-REGRA-LIMIAR       VALUE "NL".
               88  ALR-REGRA-CREDITO-SAIDA VALUE "GX".
               88  ALR-REGRA-SILENCIOSA   VALUE "CS".
               88  ALR-REGRA-ESTORNOS     VALUE "EO".
           05  ALR-CONTA-NUM       PIC 9(08).
           05  ALR-NIF             PIC 9(09).
           05  ALR-OPERADOR-MOV    PIC X(04).
           05  ALR-QTD             PIC 9(05).
           05  ALR-VALOR           PIC 9(10)V99.
           05  ALR-MOV-REF         PIC 9(08).
           05  ALR-DESCRICAO       PIC X(40).
           05  ALR-ESTADO          PIC X(01).
               88  ALR-ABERTO             VALUE "A".
               88  ALR-JUSTIFICADO        VALUE "J".
               88  ALR-REPORTADO          VALUE "R".
           05  ALR-DATA-FECHO      PIC 9(08).
           05  ALR-OPERADOR        PIC X(04).
           05  ALR-NOTA            PIC X(60).
           05  ALR-DATA-ESCALADA   PIC 9(08).
           05  FILLER              PIC X(20).

      ******************************************************************
      * CHQREC.CPY
      * Record layout for the CHQMST chequebook series file (series de
      * cheques emitidas). Indexed by CHQ-CHAVE = conta + primeiro
      * numero da serie; uma conta pode ter varias series. Mantido no
      * ecra da TAREFA-39; lido pela compensacao da TAREFA-40 para
      * devolver cheques fora de qualquer serie emitida a conta.
      *
      *   CHQ-ESTADO        - A = serie ativa (cheques pagaveis);
      *                       C = serie anulada (caderneta extraviada
      *                       ou devolvida - cheques devolvidos como
      *                       fora de serie).
      *
      * Modification history:
      *   03/06/2024  RSA  Original layout.
      ******************************************************************
       01  CHEQUE-SERIE-REC.
           05  CHQ-CHAVE.
               10  CHQ-CONTA-NUM   PIC 9(08).
               10  CHQ-NUM-INICIAL PIC 9(07).
           05  CHQ-NUM-FINAL       PIC 9(07).
           05  CHQ-DATA-EMISSAO    PIC 9(08).
           05  CHQ-ESTADO          PIC X(01).
               88  CHQ-SERIE-ATIVA     VALUE "A".
               88  CHQ-SERIE-ANULADA   VALUE "C".
           05  CHQ-OPERADOR        PIC X(04).
           05  FILLER              PIC X(15).

      ******************************************************************
      * ENCREC.CPY
      * Record layout for the ENCMST account-closure register.
      * Indexed by ENC-CONTA-NUM (um registo por conta). O pedido de
      * encerramento e registado no ecra da TAREFA-18 (estado P, com
      * o destino do saldo) e liquidado na corrida nocturna da
      * TAREFA-50, que credita os juros do mes ate a data, retem o
      * imposto, cobra as tarifas do mes, paga o saldo ao destino,
      * desativa as ordens permanentes, encerra a conta e deixa aqui
      * os valores apurados (estado E) - ou a recusa com o motivo
      * (estado R). Lido pelo relatorio mensal da TAREFA-51.
      *
      *   ENC-DESTINO-TIPO  - I = outra conta do mesmo cliente (mesmo
      *                       CLI-NIF no CLIMST), em ENC-CONTA-DESTINO;
      *                       X = transferencia para outro banco, em
      *                       ENC-BANCO/AGENCIA-DEST e ENC-CONTA-EXT
      *                       (vai para o PENDEXT, como na TAREFA-11).
      *   ENC-DATA-PROCESSO - data de negocio em que a TAREFA-50
      *                       encerrou a conta ou recusou o pedido.
      *   ENC-SALDO-INICIAL - saldo antes da liquidacao.
      *   ENC-JURO/RETENCAO/TARIFAS/VALOR-PAGO - valores postados na
      *                       liquidacao (origens J, R, F e T ou X).
      *   ENC-REF-PAGAMENTO - MOV-REF do debito do saldo pago (zero
      *                       quando nao havia saldo a pagar).
      *   ENC-DIAS-JURO/ENC-DIAS-MES - dias do mes contados no juro
      *                       pro-rata.
      *   ENC-MOTIVO        - motivo da recusa (estado R).
      *
      * Modification history:
      *   09/09/2024  RSA  Original layout.
      ******************************************************************
       01  ENCERRAMENTO-REC.
           05  ENC-CONTA-NUM       PIC 9(08).
           05  ENC-ESTADO          PIC X(01).
               88  ENC-PENDENTE        VALUE "P".
               88  ENC-ENCERRADA       VALUE "E".
               88  ENC-RECUSADO        VALUE "R".
               88  ENC-ANULADO         VALUE "A".
           05  ENC-DATA-PEDIDO     PIC 9(08).
           05  ENC-OPERADOR        PIC X(04).
           05  ENC-DESTINO-TIPO    PIC X(01).
               88  ENC-DESTINO-INTERNO VALUE "I".
               88  ENC-DESTINO-EXTERNO VALUE "X".
           05  ENC-CONTA-DESTINO   PIC 9(08).
           05  ENC-BANCO-DEST      PIC 9(04).
           05  ENC-AGENCIA-DEST    PIC 9(04).
           05  ENC-CONTA-EXT       PIC 9(11).
           05  ENC-DATA-PROCESSO   PIC 9(08).
           05  ENC-SALDO-INICIAL   PIC S9(10)V99.
           05  ENC-JURO            PIC 9(10)V99.
           05  ENC-RETENCAO        PIC 9(10)V99.
           05  ENC-TARIFAS         PIC 9(10)V99.
           05  ENC-VALOR-PAGO      PIC 9(10)V99.
           05  ENC-REF-PAGAMENTO   PIC 9(08).
           05  ENC-ORDENS-DESATIVADAS PIC 9(03).
           05  ENC-DIAS-JURO       PIC 9(02).
           05  ENC-DIAS-MES        PIC 9(02).
           05  ENC-MOTIVO          PIC X(02).
               88  ENC-MOT-INEXISTENTE VALUE "CI".
               88  ENC-MOT-ESTADO      VALUE "ES".
               88  ENC-MOT-CATIVOS     VALUE "CT".
               88  ENC-MOT-TRANSF-PEND VALUE "TP".
               88  ENC-MOT-DESTINO     VALUE "DI".
               88  ENC-MOT-SALDO       VALUE "SD".
               88  ENC-MOT-POSTAGEM    VALUE "PR".
           05  FILLER              PIC X(16).

      ******************************************************************
      * CHDREC.CPY
      * Record layout for the CHQDEV cheque returns file (cheques
      * devolvidos), written by TAREFA-40 for the clearing house. Same
      * framing as CHQIN: header "H" with the id of the clearing lote
      * being answered, one detail per returned cheque, trailer "T"
      * with the count and hash total of CHD-VALOR. A lote refused as
      * a whole has, instead of details, a single "R" record with the
      * reason.
      *
      *   CHD-MOTIVO        - 01 PAGAMENTO SUSPENSO
      *                       02 CHEQUE JA PAGO
      *                       03 FORA DE SERIE EMITIDA
      *                       04 CONTA INEXISTENTE
      *                       10 SEM PROVISAO (retorno 10 da CONTAPST)
      *                       30 CONTA BLOQUEADA/ENCERRADA (retorno 30)
      *                       50 LIMITE DIARIO EXCEDIDO (retorno 50)
      *                       99 OUTRO RETORNO DA POSTAGEM
      *                     no registo "R": 10 CABECALHO, 11 TRAILER,
      *                       12 CONTAGEM, 13 HASH, 14 LOTE JA APLICADO.
      *
      * Modification history:
      *   03/06/2024  RSA  Original layout.
      ******************************************************************
       01  CHD-REC.
           05  CHD-CONTA-NUM       PIC 9(08).
           05  CHD-CHEQUE-NUM      PIC 9(07).
           05  CHD-VALOR           PIC 9(10)V99.
           05  CHD-BANCO-APRES     PIC 9(04).
           05  CHD-MOTIVO          PIC X(02).
           05  CHD-MOTIVO-DESCR    PIC X(30).
           05  FILLER              PIC X(17).

       01  CHD-CAB-REC.
           05  CHD-CAB-TIPO-REG    PIC X(01).
               88  CHD-REG-CABECALHO   VALUE "H".
               88  CHD-REG-TRAILER     VALUE "T".
               88  CHD-REG-RECUSA      VALUE "R".
           05  CHD-CAB-LOTE-ID     PIC X(16).
           05  CHD-CAB-DATA        PIC 9(08).
           05  CHD-CAB-MOTIVO      PIC X(02).
           05  CHD-CAB-MOTIVO-DESCR PIC X(30).
           05  FILLER              PIC X(23).

       01  CHD-TRL-REC.
           05  CHD-TRL-TIPO-REG    PIC X(01).
           05  CHD-TRL-QTD         PIC 9(07).
           05  CHD-TRL-HASH        PIC 9(13)V99.
           05  FILLER              PIC X(57).

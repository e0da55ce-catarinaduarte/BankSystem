      *       RUN-DATA (retorno 20 se nao) - para impor a sequencia
      *       da noite, ex. a TAREFA-23 so depois da TAREFA-17.
      *
      * Na funcao I, uma recuperacao do CONTA-MASTER (TAREFA-49)
      * iniciada e ainda nao terminada limpa devolve 40: nenhum lote
      * que posta corre sobre um CONTA-MASTER por recuperar. O 40
      * prevalece sobre o 10, pelo que os lotes repetiveis que aceitam
      * o 10 (TAREFA-24, TAREFA-31) tambem sao travados.
      *
      * Modification history:
      *   25/03/2024  RSA  Original layout.
      *   26/08/2024  RSA  Retorno 40 (recuperacao do CONTA-MASTER
      *                    pendente) na funcao I.
      ******************************************************************
       01  RUN-AREA.
           05  RUN-FUNCAO          PIC X(01).
               88  RUN-JA-EXECUTADO    VALUE 10.
               88  RUN-NAO-EXECUTADO   VALUE 20.
               88  RUN-SEM-DATA        VALUE 30.
               88  RUN-RECUPERACAO-PENDENTE VALUE 40.
               88  RUN-FUNCAO-INVALIDA VALUE 99.

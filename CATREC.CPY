      * desconta os cativos ativos e nao expirados do saldo antes do
      * teste do limite de descoberto. CAT-DATA-EXPIRA a zero = cativo
      * sem data de expiracao (so sai por libertacao manual).
      * O deposito de cheque no balcao da TAREFA-11 coloca sozinho um
      * cativo pelo valor do cheque, com CAT-ID = referencia do
      * movimento de credito (MOV-REF) e expiracao no fim do prazo de
      * cobranca (tarifa "CQ" do TARMST).
      *
      * Modification history:
      *   26/02/2024  RSA  Original layout.
      *   03/06/2024  RSA  Cativos automaticos dos cheques depositados.
      ******************************************************************
       01  CATIVO-REC.
           05  CAT-ID              PIC 9(08).

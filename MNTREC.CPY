      ******************************************************************
      * MNTREC.CPY
      * Record layout for the MANLOG master-data maintenance log.
      * Sequential, shared by the maintenance screens (TAREFA-15
      * ordens permanentes, TAREFA-18 contas, TAREFA-21 clientes,
      * TAREFA-25 tarifas, TAREFA-28 operadores, TAREFA-32 cativos):
      * cada registo gravado ou alterado deixa um par de registos
      * seguidos - imagem antes (MNT-IMAGEM "A") e imagem depois
      * ("D") - com o operador do sign-on (OPERMST), a data e a hora.
      * Lido pelo diario de manutencao da TAREFA-47, que o supervisor
      * confere e assina. O ficheiro nunca e esvaziado: e o rasto.
      *
      *   MNT-FICHEIRO      - nome logico do ficheiro mestre (CONTAMST,
      *                       CLIMST, TARMST, OPERMST, CATIVOS,
      *                       ORDPERM).
      *   MNT-CHAVE         - chave do registo, alinhada a esquerda.
      *   MNT-ACCAO         - N = registo novo (imagem antes em
      *                       branco); M = registo existente alterado.
      *   MNT-DESTAQUE      - L = limite de descoberto ou tecto diario
      *                       alterado (TAREFA-18); S = o operador
      *                       alterou a sua propria marca de
      *                       supervisor (TAREFA-28); espaco = sem
      *                       destaque. Igual nas duas imagens.
      *   MNT-REGISTO       - imagem do registo do ficheiro mestre, tal
      *                       como gravado (o PIN vai incluido, como no
      *                       proprio ficheiro - o diario nunca o
      *                       imprime).
      *
      * Modification history:
      *   12/08/2024  RSA  Original layout.
      ******************************************************************
       01  MANUTENCAO-REC.
           05  MNT-DATA            PIC 9(08).
           05  MNT-HORA            PIC 9(06).
           05  MNT-OPERADOR        PIC X(04).
           05  MNT-PROGRAMA        PIC X(08).
           05  MNT-FICHEIRO        PIC X(08).
           05  MNT-CHAVE           PIC X(12).
           05  MNT-ACCAO           PIC X(01).
               88  MNT-CRIACAO         VALUE "N".
               88  MNT-ALTERACAO       VALUE "M".
           05  MNT-IMAGEM          PIC X(01).
               88  MNT-IMAGEM-ANTES    VALUE "A".
               88  MNT-IMAGEM-DEPOIS   VALUE "D".
           05  MNT-DESTAQUE        PIC X(01).
               88  MNT-SEM-DESTAQUE    VALUE " ".
               88  MNT-DESTAQUE-LIMITE VALUE "L".
               88  MNT-DESTAQUE-SUPERV VALUE "S".
           05  MNT-REGISTO         PIC X(150).
           05  FILLER              PIC X(11).

      * assinatura de todos os chamadores de cada vez que a postagem
      * ganha um campo novo.
      *
      *   PST-ORIGEM       - origem do movimento (T/B/J/O/A/E/F/R/X/P/
      *                      V/Q/I, ver MOVREC), gravada em MOV-ORIGEM.
      *   PST-ESTORNO-REF  - referencia do movimento a estornar; zero
      *                      quando a postagem nao e um estorno.
      *   PST-MOV-REF      - devolvido pela CONTAPST: referencia unica
      * Modification history:
      *   11/12/2023  RSA  Original layout.
      *   29/01/2024  RSA  PST-OPERADOR, gravado em MOV-OPERADOR.
      *   06/05/2024  RSA  Origem P (depositos a prazo).
      *   20/05/2024  RSA  Origem V (juro devedor).
      *   03/06/2024  RSA  Origem Q (cheques).
      *   17/06/2024  RSA  Origem I (transferencias recebidas).
      ******************************************************************
       01  PST-AREA.
           05  PST-ORIGEM          PIC X(01).

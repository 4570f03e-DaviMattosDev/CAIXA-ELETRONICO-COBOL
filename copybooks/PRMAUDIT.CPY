      * (sequential, append): uma linha por campo alterado no console
      * de parametros CEP120 - quem alterou, quando, de que valor
      * para que valor e a data de vigencia da alteracao.
      * AUD-OPERADOR e o operador do sign-on; AUD-APROVADOR o segundo
      * operador que aprovou a gravacao (dupla custodia).
      ******************************************************************
           01  AUD-REG.
               05  AUD-DATA-ALTERACAO     PIC 9(8).
               05  AUD-VALOR-ANTERIOR     PIC X(15).
               05  AUD-VALOR-NOVO         PIC X(15).
               05  AUD-DATA-VIGENCIA      PIC 9(8).
               05  AUD-APROVADOR          PIC X(8).

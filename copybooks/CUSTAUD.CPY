      ******************************************************************
      * Record layout for the customer data audit file CUSTAUD.DAT
      * (sequential, append): uma linha por campo de contato alterado
      * no console de clientes CEP240 - quem alterou, quando, em que
      * conta e o valor antes e depois da alteracao.
      * CAD-CAMPO: TELEFONE ou ENDERECO.
      ******************************************************************
           01  CAD-REG.
               05  CAD-DATA               PIC 9(8).
               05  CAD-HORA               PIC 9(6).
               05  CAD-OPERADOR           PIC X(8).
               05  CAD-CONTA              PIC 9(6).
               05  CAD-CPF                PIC 9(11).
               05  CAD-CAMPO              PIC X(10).
               05  CAD-VALOR-ANTERIOR     PIC X(40).
               05  CAD-VALOR-NOVO         PIC X(40).

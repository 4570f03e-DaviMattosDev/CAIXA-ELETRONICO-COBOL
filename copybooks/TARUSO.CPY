      ******************************************************************
      * Record layout for the tariff usage indexed file TARUSO.DAT:
      * um registro por conta e mes de negocio com os usos de cada
      * servico tarifado, na mesma posicao do TAR-ITEM da tabela
      * (1 = SAQUE, 2 = TED enviada, 3 = boleto, 4 = cheque
      * devolvido). Gravado pelo CEP010 e pelo CEP110 a cada uso.
      * Key: USO-CHAVE (conta + mes aaaamm).
      * USO-QTDE: usos no mes; USO-QTDE-TARIFADA: usos alem da
      * franquia. USO-VALOR-COBRADO: tarifa ja lancada na conta
      * (na hora ou no fechamento mensal); USO-VALOR-PENDENTE:
      * tarifa de cobranca mensal ainda nao lancada - o CEP030 lanca
      * e transfere para USO-VALOR-COBRADO. O estorno de uma TARIFA
      * (CEP170) tira o valor estornado do USO-VALOR-COBRADO.
      ******************************************************************
           01  USO-REG.
               05  USO-CHAVE.
                   10  USO-CONTA          PIC 9(6).
                   10  USO-MES            PIC 9(6).
               05  USO-ITEM OCCURS 4 TIMES.
                   10  USO-QTDE           PIC 9(5).
                   10  USO-QTDE-TARIFADA  PIC 9(5).
                   10  USO-VALOR-COBRADO  PIC 9(8)V99.
                   10  USO-VALOR-PENDENTE PIC 9(8)V99.

      ******************************************************************
      * Record layout for the tariff table file TARIFA.DAT
      * (sequential, append): um registro por alteracao da tabela de
      * tarifas de servicos, gravado pelo console de tarifas CEP210.
      * Como no PRODPARM.DAT, vale o registro com a maior
      * TAR-DATA-VIGENCIA que nao ultrapassa a data de negocio; sem
      * arquivo nenhum servico e tarifado.
      * TAR-ITEM tem posicao fixa por servico: 1 = SAQUE, 2 = TED
      * enviada, 3 = pagamento de boleto, 4 = cheque devolvido.
      * TAR-QTDE-ISENTA: usos por conta e mes sem tarifa; a tarifa
      * comeca no uso seguinte.
      * TAR-COBRANCA: I = lancamento TARIFA na hora da operacao,
      * M = valor acumulado no uso da conta (TARUSO.DAT) e lancado
      * de uma vez no fechamento mensal (CEP030).
      ******************************************************************
           01  TAR-REG.
               05  TAR-DATA-VIGENCIA      PIC 9(8).
               05  TAR-ITEM OCCURS 4 TIMES.
                   10  TAR-COD-SERVICO    PIC X(10).
                   10  TAR-VALOR          PIC 9(6)V99.
                   10  TAR-QTDE-ISENTA    PIC 9(3).
                   10  TAR-COBRANCA       PIC X(1).

      ******************************************************************
      * Record layout for the transaction JOURNAL-FILE (sequential).
      * One record per deposito/saque/consulta/transferencia/ajuste.
      * JRN-REF-DATA/JRN-REF-HORA: nos estornos (ESTORNO-CR e
      * ESTORNO-DB, console CEP170) - data e hora do lancamento
      * original da mesma conta que o estorno desfaz; na TARIFA
      * cobrada na hora, a data (e a hora, quando ha lancamento) da
      * operacao que gerou a tarifa - o fechamento diario (CEP020)
      * separa assim a tarifa avulsa da cobranca mensal consolidada do
      * CEP030, que sai com zero; zero nos demais.
      * JRN-OPERADOR: operador do console que lancou (CEP090, CEP170,
      * cadastro OPERMAST.DAT); brancos nos lancamentos do cliente e
      * dos batches.
      ******************************************************************
           01  JRN-REG.
               05  JRN-DATA               PIC 9(8).
               05  JRN-VALOR              PIC 9(10)V99.
               05  JRN-SALDO-APOS         PIC S9(10)V99.
               05  JRN-CONTA-LIGADA       PIC 9(6).
               05  JRN-REF-DATA           PIC 9(8).
               05  JRN-REF-HORA           PIC 9(6).
               05  JRN-OPERADOR           PIC X(8).

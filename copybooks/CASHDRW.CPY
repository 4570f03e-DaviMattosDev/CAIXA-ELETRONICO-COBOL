      * value dispensed on the movement date (CSH-DATA-MOVTO) and the
      * note count dispensed per denomination on that date (base do
      * historico de demanda gravado pelo fechamento em CSHHIST.DAT).
      * CSH-OPERADOR-CARGA: operador da transportadora (OPERMAST.DAT)
      * que fez a ultima carga ou contagem pelo CEP070.
      ******************************************************************
           01  CSH-REG.
               05  CSH-QTDE-100           PIC 9(5).
               05  CSH-DISP-50            PIC 9(5).
               05  CSH-DISP-20            PIC 9(5).
               05  CSH-DISP-10            PIC 9(5).
               05  CSH-OPERADOR-CARGA     PIC X(8).

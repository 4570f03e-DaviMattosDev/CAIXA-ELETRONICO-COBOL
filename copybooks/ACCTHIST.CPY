      * jornal retido - conferencia no CEP040.
      * Key: HIST-CHAVE. HIST-SEQ desempata lancamentos da mesma
      * conta no mesmo dia, na ordem de gravacao.
      * HIST-REF-DATA/HIST-REF-HORA espelham JRN-REF-DATA/HORA: nos
      * estornos apontam o lancamento original (zero nos demais).
      ******************************************************************
           01  HIST-REG.
               05  HIST-CHAVE.
               05  HIST-VALOR             PIC 9(10)V99.
               05  HIST-SALDO-APOS        PIC S9(10)V99.
               05  HIST-CONTA-LIGADA      PIC 9(6).
               05  HIST-REF-DATA          PIC 9(8).
               05  HIST-REF-HORA          PIC 9(6).

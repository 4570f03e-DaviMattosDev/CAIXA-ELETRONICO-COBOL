      ******************************************************************
      * Record layout for the annual income file RENDaaaa.DAT gravado
      * pelo CEP230 para a area de declaracoes fiscais: uma linha por
      * conta do CPF no ano-base, com os mesmos valores do informe
      * impresso (INFcccccccccccaaaa.TXT).
      * REN-SALDO-ANTERIOR / REN-SALDO-BASE: saldo em 31/12 do ano
      * anterior e do ano-base (fotografia do fechamento de dezembro
      * ACCSNAP mais o jornal posterior, ou reconstituicao pelos
      * arquivos JRNARC).
      * REN-RENDIMENTOS: JUROS creditados no ano-base, menos os
      * estornados (ESTORNO-DB do CEP170).
      * REN-APURADO: S = os dois saldos foram apurados; N = algum
      * saldo sem fotografia nem movimento no ano (sai zerado).
      * REN-CDB-SALDO-ANTERIOR / REN-CDB-SALDO-BASE: principal das
      * aplicacoes em CDB (CDBINV.DAT) da conta em 31/12 do ano
      * anterior e do ano-base.
      * REN-CDB-RENDIMENTO / REN-CDB-IR-RETIDO: rendimento bruto e
      * imposto retido na fonte dos CDB resgatados no ano-base
      * (tributacao exclusiva).
      ******************************************************************
           01  REN-REG.
               05  REN-ANO-BASE           PIC 9(4).
               05  REN-CPF                PIC 9(11).
               05  REN-NOME               PIC X(30).
               05  REN-CONTA              PIC 9(6).
               05  REN-STATUS             PIC X(1).
               05  REN-SALDO-ANTERIOR     PIC S9(10)V99.
               05  REN-SALDO-BASE         PIC S9(10)V99.
               05  REN-RENDIMENTOS        PIC 9(10)V99.
               05  REN-APURADO            PIC X(1).
               05  REN-CDB-SALDO-ANTERIOR PIC 9(10)V99.
               05  REN-CDB-SALDO-BASE     PIC 9(10)V99.
               05  REN-CDB-RENDIMENTO     PIC 9(10)V99.
               05  REN-CDB-IR-RETIDO      PIC 9(10)V99.

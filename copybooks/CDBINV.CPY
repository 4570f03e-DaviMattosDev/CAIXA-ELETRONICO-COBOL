      ******************************************************************
      * Record layout for the time deposit file CDBINV.DAT
      * (sequential): uma aplicacao em CDB por registro, incluida
      * pelo cliente no CEP010 (opcao 8), com o rendimento apropriado
      * nos dias uteis e o resgate no vencimento pelo batch CEP260.
      * CDB-PRAZO: prazo contratado em dias corridos (30, 90, 180 ou
      * 360); CDB-TAXA-ANUAL: taxa ao ano do prazo vigente na
      * aplicacao (PRODPARM.DAT), capitalizada por dia util (base
      * 252).
      * CDB-RENDIMENTO-BRUTO: rendimento acumulado ate
      * CDB-DATA-ULT-APROPR (inclusive).
      * CDB-RENDIMENTO-DIA: rendimento apropriado na execucao do
      * CEP260 da data de negocio CDB-DATA-LANC-REND - vai para o
      * GLDIA.DAT pelo fechamento (CEP020).
      * CDB-STATUS: A = ativa, V = resgatada no vencimento,
      * R = resgate antecipado pelo cliente.
      * CDB-ALIQUOTA-IR / CDB-IR-RETIDO / CDB-VALOR-LIQUIDO: imposto
      * de renda retido no resgate pela tabela regressiva do prazo de
      * permanencia e o valor creditado na conta (principal mais
      * rendimento bruto menos imposto).
      ******************************************************************
           01  CDB-REG.
               05  CDB-NUMERO             PIC 9(6).
               05  CDB-CONTA              PIC 9(6).
               05  CDB-PRAZO              PIC 9(3).
               05  CDB-TAXA-ANUAL         PIC 9V9999.
               05  CDB-PRINCIPAL          PIC 9(10)V99.
               05  CDB-RENDIMENTO-BRUTO   PIC 9(10)V99.
               05  CDB-DATA-APLICACAO     PIC 9(8).
               05  CDB-DATA-VENCIMENTO    PIC 9(8).
               05  CDB-DATA-ULT-APROPR    PIC 9(8).
               05  CDB-RENDIMENTO-DIA     PIC 9(10)V99.
               05  CDB-DATA-LANC-REND     PIC 9(8).
               05  CDB-STATUS             PIC X(1).
               05  CDB-DATA-RESGATE       PIC 9(8).
               05  CDB-ALIQUOTA-IR        PIC 9V9999.
               05  CDB-IR-RETIDO          PIC 9(10)V99.
               05  CDB-VALOR-LIQUIDO      PIC 9(10)V99.

      * Consumidores: CEP010 (limite diario padrao, dias de
      * compensacao), CEP030 (taxas e saldos de qualificacao), CEP080
      * (limite de tentativas), CEP140 (limiares de comunicacao).
      * PRM-LIMITE-PIN: PINs errados seguidos ate o bloqueio da conta
      * no CEP010 (registro antigo sem o campo: padrao de instalacao).
      * PRM-LIMITE-CHEQUE-APROV: limite de cheque especial acima do
      * qual o aumento no CEP090 exige aprovacao de segundo operador.
      * PRM-MESES-INATIVIDADE: meses sem movimentacao do cliente ate o
      * batch CEP200 passar a conta a inativa (status D).
      * PRM-LIMIAR-ALERTA: saque ou transferencia no CEP010 a partir
      * deste valor gera aviso ao cliente (ALERTAaaaammdd.DAT).
      * PRM-TAXA-CDB-30/90/180/360: taxa ao ano do CDB por prazo,
      * fixada na aplicacao feita no CEP010 (registro antigo sem os
      * campos: padroes de instalacao).
      ******************************************************************
           01  PRM-REG.
               05  PRM-DATA-VIGENCIA      PIC 9(8).
               05  PRM-DIAS-COMPENSACAO   PIC 9(2).
               05  PRM-LIMIAR-COMUNICACAO PIC 9(10)V99.
               05  PRM-LIMIAR-FRACIONAMENTO PIC 9(10)V99.
               05  PRM-LIMITE-PIN         PIC 9(2).
               05  PRM-LIMITE-CHEQUE-APROV PIC 9(10)V99.
               05  PRM-MESES-INATIVIDADE  PIC 9(2).
               05  PRM-LIMIAR-ALERTA      PIC 9(10)V99.
               05  PRM-TAXA-CDB-30        PIC 9V9999.
               05  PRM-TAXA-CDB-90        PIC 9V9999.
               05  PRM-TAXA-CDB-180       PIC 9V9999.
               05  PRM-TAXA-CDB-360       PIC 9V9999.

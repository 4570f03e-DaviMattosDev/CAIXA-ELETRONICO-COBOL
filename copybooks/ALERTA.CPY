      ******************************************************************
      * Record layout for the customer alert files (sequential,
      * append), one pair per business date:
      *   ALERTAaaaammdd.DAT - avisos a enviar, recolhidos pelo
      *                        provedor de mensagens;
      *   ALREXCaaaammdd.DAT - mesmos avisos de clientes sem telefone
      *                        no CUSTMAST.DAT (lista de excecao).
      * Gravados pelo CEP010 (valor acima do aviso, bloqueio por PIN,
      * entrada em cheque especial), CEP080 (agendamento adiado ou
      * abandonado), CEP100 (TED devolvida), CEP110 (cheque
      * devolvido) e CEP260 (CDB creditado no vencimento); contados
      * por evento no fechamento (CEP020).
      * ALR-DATA/ALR-HORA: data e hora da maquina no evento.
      * ALR-EVENTO: VALOR-ALTO, BLOQ-PIN, CHEQUE-ESP, AGEND-ADIA,
      * AGEND-CANC, TED-DEVOL, CHQ-DEVOL, CDB-VENC.
      ******************************************************************
           01  ALR-REG.
               05  ALR-DATA               PIC 9(8).
               05  ALR-HORA               PIC 9(6).
               05  ALR-TELEFONE           PIC X(11).
               05  ALR-CONTA              PIC 9(6).
               05  ALR-EVENTO             PIC X(10).
               05  ALR-VALOR              PIC 9(10)V99.
               05  ALR-MENSAGEM           PIC X(60).
               05  ALR-PROGRAMA           PIC X(6).

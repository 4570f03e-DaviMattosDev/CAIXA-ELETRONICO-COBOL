      ******************************************************************
      * Record layout for the ACCOUNT-MASTER indexed file.
      * Key: ACCT-NUMERO.
      * ACCT-STATUS: A = ativa, B = bloqueada, E = encerrada,
      * D = inativa por falta de movimentacao (batch mensal CEP200;
      * reativada pelo CEP090). Space in records gravados antes do
      * campo existir vale como ativa.
      * ACCT-SALDO e assinado: o saldo pode ficar negativo ate o
      * limite de cheque especial aprovado (ACCT-LIMITE-CHEQUE-ESP).
      * ACCT-PIN-ERROS: PINs errados seguidos no login do CEP010,
      * entre sessoes; no limite do PRODPARM a conta vai a "B". Zera
      * com login correto, reinicio de PIN ou desbloqueio (CEP090).
      * ACCT-DATA-ABERTURA: data de negocio da abertura (CEP010); zero
      * ou brancos nas contas abertas antes do campo existir.
      ******************************************************************
           01  ACCT-REG.
               05  ACCT-NUMERO            PIC 9(6).
               05  ACCT-DATA-ULT-SAQUE    PIC 9(8).
               05  ACCT-STATUS            PIC X(1).
               05  ACCT-LIMITE-CHEQUE-ESP PIC 9(10)V99.
               05  ACCT-PIN-ERROS         PIC 9(2).
               05  ACCT-DATA-ABERTURA     PIC 9(8).

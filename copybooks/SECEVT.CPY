      ******************************************************************
      * Record layout for the security event file SECEVT.DAT
      * (sequential, append): um registro por evento de seguranca -
      * PIN errado, bloqueio automatico por excesso de PINs errados,
      * tentativa de login em conta bloqueada, inexistente, encerrada
      * ou inativa (CEP010, com o terminal)
      * e falha de sign-on nos consoles de operador (CEP070, CEP090,
      * CEP120, CEP170, CEP190, CEP210, CEP240), mais a dupla
      * custodia e a manutencao do cadastro de operadores. Lido pelo
      * relatorio de excecoes de seguranca CEP180.
      * SEC-EVENTO: PIN-ERRADO, BLOQ-PIN, CONTA-BLOQ, CONTA-INEX
      * (conta inexistente), CONTA-INAT (conta encerrada ou inativa),
      * SIGNON-ERR,
      * APROVACAO, APROV-ERR (dupla custodia), OPER-INCL, OPER-REVOG,
      * OPER-REATV, OPER-SENHA (cadastro de operadores).
      * SEC-OPERADOR: operador do console (o ID digitado na falha de
      * sign-on). SEC-OPERADOR-2: aprovador na dupla custodia ou
      * operador alterado no cadastro.
      * SEC-TENTATIVAS: PINs errados seguidos da conta (ACCT-PIN-ERROS)
      * ou tentativas de sign-on da sessao no console; na conta
      * inexistente, as tentativas de login da sessao no terminal.
      ******************************************************************
           01  SEC-REG.
               05  SEC-DATA               PIC 9(8).
               05  SEC-HORA               PIC 9(6).
               05  SEC-PROGRAMA           PIC X(6).
               05  SEC-TERMINAL           PIC X(4).
               05  SEC-CONTA              PIC 9(6).
               05  SEC-OPERADOR           PIC X(8).
               05  SEC-EVENTO             PIC X(10).
               05  SEC-TENTATIVAS         PIC 9(2).
               05  SEC-OPERADOR-2         PIC X(8).

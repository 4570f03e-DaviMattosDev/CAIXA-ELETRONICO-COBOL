      ******************************************************************
      * Record layout for the OPERATOR-MASTER indexed file
      * (OPERMAST.DAT): um registro por operador dos consoles, com
      * senha individual, perfil e validade da senha. Mantido pelo
      * console de operadores CEP190; os consoles CEP070, CEP090,
      * CEP120, CEP170, CEP210 e CEP240 fazem o sign-on contra este
      * cadastro.
      * Key: OPR-ID.
      * OPR-PAPEL: S = supervisor, P = gestor de parametros,
      * T = transportadora de valores, A = atendimento de agencia
      * (console de clientes CEP240).
      * OPR-STATUS: A = ativo, R = revogado.
      * OPR-DATA-EXPIRA: senha vale ate esta data; vencida (ou zero,
      * senha inicial) exige troca no proximo sign-on.
      ******************************************************************
           01  OPR-REG.
               05  OPR-ID                 PIC X(8).
               05  OPR-SENHA              PIC X(8).
               05  OPR-NOME               PIC X(30).
               05  OPR-PAPEL              PIC X(1).
               05  OPR-STATUS             PIC X(1).
               05  OPR-DATA-EXPIRA        PIC 9(8).
               05  OPR-DATA-INCLUSAO      PIC 9(8).

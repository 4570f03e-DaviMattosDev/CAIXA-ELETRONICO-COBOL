      *          customer PIN) - blocks/unblocks and closes accounts,
      *          resets the PIN and adjusts the daily withdrawal limit,
      *          writing an ADM-* record to the JOURNAL-FILE for every
      *          action so the daily close picks it up. Sign-on is
      *          per operator against OPERMAST.DAT (supervisor role);
      *          unblocking an account and raising the overdraft limit
      *          above the PRODPARM threshold need a second operator.
      *          Also reactivates accounts made dormant by CEP200.
      *          An account with an active time deposit (CDBINV.DAT)
      *          cannot be closed.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT PRODUCT-PARAM ASSIGN TO "PRODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODPARM.
           SELECT TIME-DEPOSIT ASSIGN TO "CDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CDBINV.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "RUNCTL.CPY".
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  OPERATOR-MASTER.
           COPY "OPERMAST.CPY".
           FD  PRODUCT-PARAM.
           COPY "PRODPARM.CPY".
           FD  TIME-DEPOSIT.
           COPY "CDBINV.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-SENHA-DIGITADA PIC X(8).
           77 WS-TENTATIVAS PIC 9 VALUE 0.
           77 WS-LOGIN-OK PIC X(1) VALUE "N".
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-HIST-GRAVADO PIC X(1).
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-FS-OPERMAST PIC X(2) VALUE "00".
           77 WS-OPERADOR PIC X(8).
           77 WS-PAPEL-EXIGIDO PIC X(1) VALUE "S".
           77 WS-SENHA-NOVA PIC X(8).
           77 WS-SENHA-CONFIRMA PIC X(8).
           77 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
           77 WS-APROVADOR PIC X(8).
           77 WS-APROVADO PIC X(1) VALUE "N".
           77 WS-EVENTO-SEG PIC X(10).
           77 WS-FS-PRODPARM PIC X(2) VALUE "00".
           77 WS-EOF-PRODPARM PIC X(1).
           77 WS-MELHOR-VIGENCIA PIC 9(8) VALUE 0.
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-LIMITE-CHEQUE-APROV PIC 9(10)V99 VALUE 5000.
           77 WS-FS-CDBINV PIC X(2) VALUE "00".
           77 WS-EOF-CDB PIC X(1).
           77 WS-CDB-ATIVO PIC X(1).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
           DISPLAY "================================================".
           DISPLAY "CONSOLE ADMINISTRATIVO - BANCO DO DAVI".
           DISPLAY "================================================".
           OPEN I-O OPERATOR-MASTER.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO "
                   "(OPERMAST.DAT). STATUS: " WS-FS-OPERMAST
               STOP RUN
           END-IF.
           PERFORM P001-LOGIN-SUPERVISOR.
           PERFORM P012-LE-PARAMETROS.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-ACCTMAST NOT = "00"
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE ACCOUNT-HISTORY.
           CLOSE OPERATOR-MASTER.
           STOP RUN.

      * Sign-on individual contra o cadastro de operadores: senha,
      * operador ativo e perfil de supervisor. O ID digitado fica em
      * WS-OPERADOR e vai para o jornal de cada acao.
       P001-LOGIN-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY "DIGITE A IDENTIFICACAO DO OPERADOR".
           ACCEPT WS-OPERADOR.
           DISPLAY "DIGITE A SENHA".
           ACCEPT WS-SENHA-DIGITADA.
           MOVE WS-OPERADOR TO OPR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-OPERMAST NOT = "00"
                   OR OPR-SENHA NOT = WS-SENHA-DIGITADA
               DISPLAY "OPERADOR OU SENHA INVALIDA"
           ELSE
               IF OPR-STATUS NOT = "A"
                   DISPLAY "OPERADOR REVOGADO."
               ELSE
                   IF OPR-PAPEL NOT = WS-PAPEL-EXIGIDO
                       DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR."
                   ELSE
                       MOVE "S" TO WS-LOGIN-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-LOGIN-OK = "S"
               DISPLAY "OPERADOR: " OPR-ID " - " OPR-NOME
               IF OPR-DATA-EXPIRA < WS-DATA-ATUAL
                   PERFORM P001A-TROCA-SENHA
               END-IF
           ELSE
               ADD 1 TO WS-TENTATIVAS
               MOVE "SIGNON-ERR" TO WS-EVENTO-SEG
               MOVE SPACES TO WS-APROVADOR
               PERFORM P022-GRAVA-EVENTO-SEGURANCA
               IF WS-TENTATIVAS >= 3
                   DISPLAY "NUMERO MAXIMO DE TENTATIVAS EXCEDIDO."
                   STOP RUN
               END-IF
           END-IF.

      * Senha vencida (ou senha inicial, validade zero) so deixa
      * seguir depois da troca: nova senha nao pode ficar em branco
      * nem repetir a anterior, e vale WS-DIAS-VALIDADE-SENHA dias.
       P001A-TROCA-SENHA.
           DISPLAY "SENHA EXPIRADA. DIGITE A NOVA SENHA".
           ACCEPT WS-SENHA-NOVA.
           DISPLAY "REDIGITE A NOVA SENHA".
           ACCEPT WS-SENHA-CONFIRMA.
           IF WS-SENHA-NOVA = SPACES
                   OR WS-SENHA-NOVA = OPR-SENHA
                   OR WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
               DISPLAY "NOVA SENHA RECUSADA (EM BRANCO, IGUAL A "
                   "ANTERIOR OU NAO CONFERE)."
               PERFORM P001A-TROCA-SENHA
           ELSE
               MOVE WS-SENHA-NOVA TO OPR-SENHA
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   + WS-DIAS-VALIDADE-SENHA
               COMPUTE OPR-DATA-EXPIRA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
               REWRITE OPR-REG
               IF WS-FS-OPERMAST NOT = "00"
                   DISPLAY "ALERTA: FALHA AO GRAVAR OPERMAST.DAT "
                       "(STATUS " WS-FS-OPERMAST ")"
               ELSE
                   DISPLAY "SENHA ALTERADA. VALIDA ATE "
                       OPR-DATA-EXPIRA
               END-IF
           END-IF.

       P002-MENU.
           DISPLAY "------------------".
           DISPLAY "1 - BLOQUEAR CONTA".
           DISPLAY "6 - SAIR".
           DISPLAY "7 - AVANCAR DATA DE NEGOCIO".
           DISPLAY "8 - ALTERAR LIMITE DE CHEQUE ESPECIAL".
           DISPLAY "9 - REATIVAR CONTA INATIVA".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P008-AVANCA-DATA-NEGOCIO
               WHEN '8'
                   PERFORM P011-ALTERA-LIMITE-CHEQUE
               WHEN '9'
                   PERFORM P014-REATIVA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               IF ACCT-STATUS NOT = "B"
                   DISPLAY "CONTA NAO ESTA BLOQUEADA."
               ELSE
                   PERFORM P023-APROVACAO-DUPLA
                   IF WS-APROVADO NOT = "S"
                       DISPLAY "DESBLOQUEIO NAO EFETUADO."
                   ELSE
                       MOVE "A" TO ACCT-STATUS
                       MOVE 0 TO ACCT-PIN-ERROS
                       REWRITE ACCT-REG
                       MOVE "ADM-DESBL" TO WS-TIPO-OP
                       MOVE 0 TO WS-VALOR-OP
                       PERFORM P020-GRAVA-JORNAL
                       DISPLAY "CONTA DESBLOQUEADA."
                   END-IF
               END-IF
           END-IF.

      * Encerramento exige saldo zerado - sobras devem ser sacadas ou
      * transferidas antes.
      * Aplicacao em CDB ativa impede o encerramento: o CEP260 nao
      * credita o vencimento em conta encerrada. O limite de cheque
      * especial e retirado junto.
       P005-ENCERRA.
           PERFORM P010-BUSCA-CONTA.
           IF WS-FS-ACCTMAST = "00"
               PERFORM P005A-VERIFICA-CDB
               IF ACCT-SALDO NOT = 0
                   DISPLAY "SALDO DEVE ESTAR ZERADO PARA ENCERRAR."
               ELSE
               IF WS-CDB-ATIVO = "S"
                   DISPLAY "CONTA COM APLICACAO EM CDB ATIVA - RESGATE "
                       "ANTES DE ENCERRAR."
               ELSE
                   MOVE "E" TO ACCT-STATUS
                   MOVE 0 TO ACCT-LIMITE-CHEQUE-ESP
                   REWRITE ACCT-REG
                   MOVE "ADM-ENCER" TO WS-TIPO-OP
                   MOVE 0 TO WS-VALOR-OP
                   PERFORM P020-GRAVA-JORNAL
                   DISPLAY "CONTA ENCERRADA."
               END-IF
               END-IF
           END-IF.

      * Sem CDBINV.DAT nao ha aplicacao a verificar.
       P005A-VERIFICA-CDB.
           MOVE "N" TO WS-CDB-ATIVO.
           MOVE "N" TO WS-EOF-CDB.
           OPEN INPUT TIME-DEPOSIT.
           IF WS-FS-CDBINV = "00"
               PERFORM UNTIL WS-EOF-CDB = "S" OR WS-CDB-ATIVO = "S"
                   READ TIME-DEPOSIT
                       AT END
                           MOVE "S" TO WS-EOF-CDB
                       NOT AT END
                           IF CDB-CONTA = ACCT-NUMERO
                                   AND CDB-STATUS = "A"
                               MOVE "S" TO WS-CDB-ATIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-DEPOSIT
           END-IF.

       P006-REINICIA-PIN.
               DISPLAY "DIGITE O NOVO PIN (4 DIGITOS)"
               ACCEPT WS-NOVO-PIN
               MOVE WS-NOVO-PIN TO ACCT-PIN
               MOVE 0 TO ACCT-PIN-ERROS
               REWRITE ACCT-REG
               MOVE "ADM-PIN" TO WS-TIPO-OP
               MOVE 0 TO WS-VALOR-OP

      * Limite zero retira o cheque especial da conta; saldo negativo
      * existente continua devido e segue rendendo juros no CEP030.
      * Aumento que leva o limite acima do PRM-LIMITE-CHEQUE-APROV
      * exige segundo operador; reducao nunca precisa de aprovacao.
       P011-ALTERA-LIMITE-CHEQUE.
           PERFORM P010-BUSCA-CONTA.
           IF WS-FS-ACCTMAST = "00"
                   ACCT-LIMITE-CHEQUE-ESP
               DISPLAY "DIGITE O NOVO LIMITE (0 PARA RETIRAR)"
               ACCEPT WS-NOVO-LIMITE
               MOVE "S" TO WS-APROVADO
               IF WS-NOVO-LIMITE > ACCT-LIMITE-CHEQUE-ESP
                       AND WS-NOVO-LIMITE > WS-LIMITE-CHEQUE-APROV
                   PERFORM P023-APROVACAO-DUPLA
               END-IF
               IF WS-APROVADO NOT = "S"
                   DISPLAY "LIMITE DE CHEQUE ESPECIAL NAO ALTERADO."
               ELSE
                   MOVE WS-NOVO-LIMITE TO ACCT-LIMITE-CHEQUE-ESP
                   REWRITE ACCT-REG
                   MOVE "ADM-CHEQ" TO WS-TIPO-OP
                   MOVE WS-NOVO-LIMITE TO WS-VALOR-OP
                   PERFORM P020-GRAVA-JORNAL
                   DISPLAY "LIMITE DE CHEQUE ESPECIAL ALTERADO."
               END-IF
           END-IF.

      * Conta inativa por falta de movimentacao (CEP200) volta a ativa
      * a pedido do titular; ADM-REATIV fica no jornal como a marca de
      * reativacao.
       P014-REATIVA.
           PERFORM P010-BUSCA-CONTA.
           IF WS-FS-ACCTMAST = "00"
               IF ACCT-STATUS NOT = "D"
                   DISPLAY "CONTA NAO ESTA INATIVA."
               ELSE
                   MOVE "A" TO ACCT-STATUS
                   REWRITE ACCT-REG
                   MOVE "ADM-REATIV" TO WS-TIPO-OP
                   MOVE 0 TO WS-VALOR-OP
                   PERFORM P020-GRAVA-JORNAL
                   DISPLAY "CONTA REATIVADA."
               END-IF
           END-IF.

      * A data de negocio vem do controle de processamento; sem
      * RUNCTL.DAT vale a data corrente da maquina, como nos batches.
       P013-LE-DATA-NEGOCIO.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               MOVE CTL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-IF.

      * Parametros de produto: vale o registro com a maior data de
      * vigencia que nao ultrapassa a data de negocio. Registro antigo
      * sem o limite de aprovacao fica com o padrao de instalacao.
       P012-LE-PARAMETROS.
           PERFORM P013-LE-DATA-NEGOCIO.
           MOVE 0 TO WS-MELHOR-VIGENCIA.
           MOVE "N" TO WS-EOF-PRODPARM.
           OPEN INPUT PRODUCT-PARAM.
           IF WS-FS-PRODPARM = "00"
               PERFORM UNTIL WS-EOF-PRODPARM = "S"
                   READ PRODUCT-PARAM
                       AT END
                           MOVE "S" TO WS-EOF-PRODPARM
                       NOT AT END
                           IF PRM-DATA-VIGENCIA <= WS-DATA-NEGOCIO
                                   AND PRM-DATA-VIGENCIA
                                   >= WS-MELHOR-VIGENCIA
                               MOVE PRM-DATA-VIGENCIA
                                   TO WS-MELHOR-VIGENCIA
                               IF PRM-LIMITE-CHEQUE-APROV NUMERIC
                                       AND PRM-LIMITE-CHEQUE-APROV > 0
                                   MOVE PRM-LIMITE-CHEQUE-APROV
                                       TO WS-LIMITE-CHEQUE-APROV
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-PARAM
           END-IF.

      * A data de negocio so avanca com o fechamento do dia (CEP020)
           END-IF.
           CLOSE RUN-CONTROL.

      * Dupla custodia: um segundo operador, ativo, com senha valida
      * e perfil de supervisor, e diferente de quem fez o sign-on,
      * aprova a acao na hora. Aprovacao e recusa vao para a trilha
      * de seguranca com os dois operadores.
       P023-APROVACAO-DUPLA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE "N" TO WS-APROVADO.
           DISPLAY "ACAO SUJEITA A DUPLA CUSTODIA.".
           DISPLAY "DIGITE A IDENTIFICACAO DO APROVADOR".
           ACCEPT WS-APROVADOR.
           DISPLAY "DIGITE A SENHA DO APROVADOR".
           ACCEPT WS-SENHA-DIGITADA.
           IF WS-APROVADOR = WS-OPERADOR
               DISPLAY "APROVADOR DEVE SER OUTRO OPERADOR."
           ELSE
               MOVE WS-APROVADOR TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-OPERMAST = "00"
                       AND OPR-SENHA = WS-SENHA-DIGITADA
                       AND OPR-STATUS = "A"
                       AND OPR-PAPEL = WS-PAPEL-EXIGIDO
                       AND OPR-DATA-EXPIRA >= WS-DATA-ATUAL
                   MOVE "S" TO WS-APROVADO
               ELSE
                   DISPLAY "APROVACAO RECUSADA (OPERADOR, SENHA, "
                       "PERFIL OU VALIDADE DA SENHA)."
               END-IF
           END-IF.
           IF WS-APROVADO = "S"
               MOVE "APROVACAO" TO WS-EVENTO-SEG
               DISPLAY "APROVADO POR " WS-APROVADOR
           ELSE
               MOVE "APROV-ERR" TO WS-EVENTO-SEG
           END-IF.
           PERFORM P022-GRAVA-EVENTO-SEGURANCA.

      * Falha de sign-on e dupla custodia vao para a trilha de
      * seguranca (SECEVT.DAT); no sign-on com o numero da tentativa
      * na sessao, na aprovacao com a conta e o aprovador.
       P022-GRAVA-EVENTO-SEGURANCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND SECURITY-EVENT.
           IF WS-FS-SECEVT = "35"
               OPEN OUTPUT SECURITY-EVENT
           END-IF.
           INITIALIZE SEC-REG.
           MOVE WS-DATA-ATUAL TO SEC-DATA.
           MOVE WS-HORA-ATUAL TO SEC-HORA.
           MOVE "CEP090" TO SEC-PROGRAMA.
           MOVE WS-OPERADOR TO SEC-OPERADOR.
           MOVE WS-EVENTO-SEG TO SEC-EVENTO.
           IF WS-EVENTO-SEG = "SIGNON-ERR"
               MOVE WS-TENTATIVAS TO SEC-TENTATIVAS
           ELSE
               MOVE WS-CONTA-ALVO TO SEC-CONTA
               MOVE WS-APROVADOR TO SEC-OPERADOR-2
           END-IF.
           WRITE SEC-REG.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR SECEVT.DAT (STATUS "
                   WS-FS-SECEVT ")"
           END-IF.
           CLOSE SECURITY-EVENT.

      * Toda acao administrativa deixa rastro no jornal para o
      * fechamento do dia. O saldo nao muda: JRN-SALDO-APOS repete o
      * saldo corrente da conta.
           MOVE WS-VALOR-OP TO JRN-VALOR.
           MOVE ACCT-SALDO TO JRN-SALDO-APOS.
           MOVE 0 TO JRN-CONTA-LIGADA.
           MOVE 0 TO JRN-REF-DATA.
           MOVE 0 TO JRN-REF-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "

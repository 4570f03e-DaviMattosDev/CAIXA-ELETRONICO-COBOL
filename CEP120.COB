      ******************************************************************
      * Author: Davi Mattos
      * Date: 02/09/2026
      * Purpose: Product parameter console (operator sign-on, same
      *          style as CEP090) - shows the parameters in effect for
      *          the current business date, lets the supervisor change
      *          rates, tariffs, default limits, retry count, clearing
      *          days, compliance thresholds and the time deposit
      *          (CDB) rates per term, and appends the new
      *          record to PRODPARM.DAT effective on the NEXT business
      *          date, with one PRMAUDIT.DAT line per changed field
      *          (who, when, old and new value). Sign-on is per
      *          operator against OPERMAST.DAT (parameter manager
      *          role) and the commit needs a second operator.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECEVT.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
           FD  PRODUCT-PARAM.
           COPY "PRMAUDIT.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  OPERATOR-MASTER.
           COPY "OPERMAST.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-PRODPARM PIC X(2) VALUE "00".
           77 WS-FS-PRMAUDIT PIC X(2) VALUE "00".
           77 WS-FS-RUNCTL PIC X(2) VALUE "00".
           77 WS-FS-SECEVT PIC X(2) VALUE "00".
           77 WS-FS-OPERMAST PIC X(2) VALUE "00".
           77 WS-SENHA-DIGITADA PIC X(8).
           77 WS-TENTATIVAS PIC 9 VALUE 0.
           77 WS-LOGIN-OK PIC X(1) VALUE "N".
           77 WS-OPERADOR PIC X(8).
           77 WS-PAPEL-EXIGIDO PIC X(1) VALUE "P".
           77 WS-SENHA-NOVA PIC X(8).
           77 WS-SENHA-CONFIRMA PIC X(8).
           77 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
           77 WS-APROVADOR PIC X(8).
           77 WS-APROVADO PIC X(1) VALUE "N".
           77 WS-EVENTO-SEG PIC X(10).
           77 WS-OPCAO PIC X(2).
           77 WS-EOF-PRODPARM PIC X(1) VALUE "N".
           77 WS-MELHOR-VIGENCIA PIC 9(8) VALUE 0.
               05 WS-PRM-DIAS-COMP PIC 9(2) VALUE 1.
               05 WS-PRM-LIMIAR-COMUNICA PIC 9(10)V99 VALUE 50000.
               05 WS-PRM-LIMIAR-FRACION PIC 9(10)V99 VALUE 45000.
               05 WS-PRM-LIMITE-PIN PIC 9(2) VALUE 3.
               05 WS-PRM-LIMITE-CHEQUE-APROV PIC 9(10)V99 VALUE 5000.
               05 WS-PRM-MESES-INATIV PIC 9(2) VALUE 12.
               05 WS-PRM-LIMIAR-ALERTA PIC 9(10)V99 VALUE 1000.
               05 WS-PRM-TAXA-CDB-30 PIC 9V9999 VALUE 0.10.
               05 WS-PRM-TAXA-CDB-90 PIC 9V9999 VALUE 0.105.
               05 WS-PRM-TAXA-CDB-180 PIC 9V9999 VALUE 0.11.
               05 WS-PRM-TAXA-CDB-360 PIC 9V9999 VALUE 0.115.
           01 WS-TABELA-AUDIT.
               05 WS-AUD-ITEM OCCURS 20 TIMES.
                   10 WS-AUD-CAMPO PIC X(20).
           DISPLAY "================================================".
           DISPLAY "CONSOLE DE PARAMETROS DE PRODUTO - BANCO DO DAVI".
           DISPLAY "================================================".
           OPEN I-O OPERATOR-MASTER.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO "
                   "(OPERMAST.DAT). STATUS: " WS-FS-OPERMAST
               STOP RUN
           END-IF.
           PERFORM P001-LOGIN-SUPERVISOR.

           PERFORM P005-LE-RUN-CONTROL.
           PERFORM P010-CARREGA-PARAMETROS.
           DISPLAY "DATA DE NEGOCIO..........: " WS-DATA-NEGOCIO.
           DISPLAY "VIGENCIA DA ALTERACAO....: " WS-DATA-VIGENCIA.
           PERFORM P020-MENU.
           CLOSE OPERATOR-MASTER.
           STOP RUN.

      * Sign-on individual contra o cadastro de operadores: senha,
      * operador ativo e perfil de gestor de parametros. O ID digitado
      * fica em WS-OPERADOR e vai para a auditoria de cada campo.
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
                       DISPLAY "OPERADOR SEM PERFIL DE GESTOR DE "
                           "PARAMETROS."
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
               PERFORM P045-GRAVA-EVENTO-SEGURANCA
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

      * Dupla custodia na gravacao: um segundo operador, ativo, com
      * senha valida, perfil de gestor de parametros ou supervisor, e
      * diferente de quem fez o sign-on, aprova as alteracoes da
      * sessao. Aprovacao e recusa vao para a trilha de seguranca.
       P046-APROVACAO-DUPLA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE "N" TO WS-APROVADO.
           DISPLAY "GRAVACAO SUJEITA A DUPLA CUSTODIA.".
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
                       AND (OPR-PAPEL = WS-PAPEL-EXIGIDO
                           OR OPR-PAPEL = "S")
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
           PERFORM P045-GRAVA-EVENTO-SEGURANCA.

      * Falha de sign-on e dupla custodia vao para a trilha de
      * seguranca (SECEVT.DAT); no sign-on com o numero da tentativa
      * na sessao, na aprovacao com o aprovador.
       P045-GRAVA-EVENTO-SEGURANCA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND SECURITY-EVENT.
           IF WS-FS-SECEVT = "35"
               OPEN OUTPUT SECURITY-EVENT
           END-IF.
           INITIALIZE SEC-REG.
           MOVE WS-DATA-ATUAL TO SEC-DATA.
           MOVE WS-HORA-ATUAL TO SEC-HORA.
           MOVE "CEP120" TO SEC-PROGRAMA.
           MOVE WS-OPERADOR TO SEC-OPERADOR.
           MOVE WS-EVENTO-SEG TO SEC-EVENTO.
           IF WS-EVENTO-SEG = "SIGNON-ERR"
               MOVE WS-TENTATIVAS TO SEC-TENTATIVAS
           ELSE
               MOVE WS-APROVADOR TO SEC-OPERADOR-2
           END-IF.
           WRITE SEC-REG.
           IF WS-FS-SECEVT NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR SECEVT.DAT (STATUS "
                   WS-FS-SECEVT ")"
           END-IF.
           CLOSE SECURITY-EVENT.

      * A vigencia e o dia seguinte a data de negocio corrente: a
      * alteracao nunca muda as regras no meio do dia em andamento.
       P005-LE-RUN-CONTROL.
           MOVE PRM-DIAS-COMPENSACAO TO WS-PRM-DIAS-COMP.
           MOVE PRM-LIMIAR-COMUNICACAO TO WS-PRM-LIMIAR-COMUNICA.
           MOVE PRM-LIMIAR-FRACIONAMENTO TO WS-PRM-LIMIAR-FRACION.
           IF PRM-LIMITE-PIN NUMERIC AND PRM-LIMITE-PIN > 0
               MOVE PRM-LIMITE-PIN TO WS-PRM-LIMITE-PIN
           END-IF.
           IF PRM-LIMITE-CHEQUE-APROV NUMERIC
                   AND PRM-LIMITE-CHEQUE-APROV > 0
               MOVE PRM-LIMITE-CHEQUE-APROV
                   TO WS-PRM-LIMITE-CHEQUE-APROV
           END-IF.
           IF PRM-MESES-INATIVIDADE NUMERIC
                   AND PRM-MESES-INATIVIDADE > 0
               MOVE PRM-MESES-INATIVIDADE TO WS-PRM-MESES-INATIV
           END-IF.
           IF PRM-LIMIAR-ALERTA NUMERIC AND PRM-LIMIAR-ALERTA > 0
               MOVE PRM-LIMIAR-ALERTA TO WS-PRM-LIMIAR-ALERTA
           END-IF.
           IF PRM-TAXA-CDB-30 NUMERIC AND PRM-TAXA-CDB-30 > 0
               MOVE PRM-TAXA-CDB-30 TO WS-PRM-TAXA-CDB-30
           END-IF.
           IF PRM-TAXA-CDB-90 NUMERIC AND PRM-TAXA-CDB-90 > 0
               MOVE PRM-TAXA-CDB-90 TO WS-PRM-TAXA-CDB-90
           END-IF.
           IF PRM-TAXA-CDB-180 NUMERIC AND PRM-TAXA-CDB-180 > 0
               MOVE PRM-TAXA-CDB-180 TO WS-PRM-TAXA-CDB-180
           END-IF.
           IF PRM-TAXA-CDB-360 NUMERIC AND PRM-TAXA-CDB-360 > 0
               MOVE PRM-TAXA-CDB-360 TO WS-PRM-TAXA-CDB-360
           END-IF.

       P020-MENU.
           DISPLAY "------------------------------------------------".
               WS-PRM-LIMIAR-COMUNICA.
           DISPLAY "10 - LIMIAR DE FRACIONAMENTO...: "
               WS-PRM-LIMIAR-FRACION.
           DISPLAY "13 - LIMITE DE PINS ERRADOS....: "
               WS-PRM-LIMITE-PIN.
           DISPLAY "14 - CHEQUE ESP. SEM APROVACAO.: "
               WS-PRM-LIMITE-CHEQUE-APROV.
           DISPLAY "15 - MESES SEM MOVTO (INATIVA).: "
               WS-PRM-MESES-INATIV.
           DISPLAY "16 - VALOR DE AVISO AO CLIENTE.: "
               WS-PRM-LIMIAR-ALERTA.
           DISPLAY "17 - TAXA ANUAL CDB 30 DIAS....: "
               WS-PRM-TAXA-CDB-30.
           DISPLAY "18 - TAXA ANUAL CDB 90 DIAS....: "
               WS-PRM-TAXA-CDB-90.
           DISPLAY "19 - TAXA ANUAL CDB 180 DIAS...: "
               WS-PRM-TAXA-CDB-180.
           DISPLAY "20 - TAXA ANUAL CDB 360 DIAS...: "
               WS-PRM-TAXA-CDB-360.
           DISPLAY "11 - GRAVAR E SAIR".
           DISPLAY "12 - SAIR SEM GRAVAR".
           ACCEPT WS-OPCAO.
                   PERFORM P029-ALTERA-LIMIAR-COM
               WHEN '10'
                   PERFORM P029A-ALTERA-LIMIAR-FRAC
               WHEN '13'
                   PERFORM P029B-ALTERA-LIMITE-PIN
               WHEN '14'
                   PERFORM P029C-ALTERA-LIMITE-APROV
               WHEN '15'
                   PERFORM P029D-ALTERA-MESES-INATIV
               WHEN '16'
                   PERFORM P029E-ALTERA-LIMIAR-ALERTA
               WHEN '17'
                   PERFORM P029F-ALTERA-TAXA-CDB-30
               WHEN '18'
                   PERFORM P029G-ALTERA-TAXA-CDB-90
               WHEN '19'
                   PERFORM P029H-ALTERA-TAXA-CDB-180
               WHEN '20'
                   PERFORM P029I-ALTERA-TAXA-CDB-360
               WHEN '11'
                   PERFORM P030-GRAVA-PARAMETROS
               WHEN '12'
           MOVE "LIMIAR-FRACIONAMENTO" TO WS-CAMPO-AUDIT.
           PERFORM P040-REGISTRA-AUDITORIA.

      * Parametros novos numeram a partir de 13: gravar e sair ficam
      * sempre em 11 e 12.
       P029B-ALTERA-LIMITE-PIN.
           DISPLAY "DIGITE O NOVO LIMITE DE PINS ERRADOS (BLOQUEIO)".
           ACCEPT WS-NOVO-INTEIRO.
           IF WS-NOVO-INTEIRO = 0
               DISPLAY "LIMITE INVALIDO. NAO ALTERADO."
           ELSE
               MOVE WS-PRM-LIMITE-PIN TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVO-INTEIRO TO WS-PRM-LIMITE-PIN
               MOVE "LIMITE-PIN" TO WS-CAMPO-AUDIT
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.

      * Limite de cheque especial que o CEP090 concede sem segundo
      * operador; acima dele o aumento exige aprovacao.
       P029C-ALTERA-LIMITE-APROV.
           DISPLAY "DIGITE O NOVO LIMITE DE CHEQUE ESPECIAL SEM "
               "APROVACAO".
           ACCEPT WS-NOVO-VALOR.
           MOVE WS-PRM-LIMITE-CHEQUE-APROV TO WS-VALOR-EDIT.
           MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR.
           MOVE WS-NOVO-VALOR TO WS-PRM-LIMITE-CHEQUE-APROV.
           MOVE "LIMITE-CHEQUE-APROV" TO WS-CAMPO-AUDIT.
           PERFORM P040-REGISTRA-AUDITORIA.

      * Meses sem movimentacao do cliente ate o batch mensal CEP200
      * passar a conta a inativa.
       P029D-ALTERA-MESES-INATIV.
           DISPLAY "DIGITE OS MESES SEM MOVIMENTACAO ATE A INATIVACAO".
           ACCEPT WS-NOVO-INTEIRO.
           IF WS-NOVO-INTEIRO = 0
               DISPLAY "PRAZO INVALIDO. NAO ALTERADO."
           ELSE
               MOVE WS-PRM-MESES-INATIV TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVO-INTEIRO TO WS-PRM-MESES-INATIV
               MOVE "MESES-INATIVIDADE" TO WS-CAMPO-AUDIT
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.

      * Saque ou transferencia no CEP010 a partir deste valor gera
      * aviso ao cliente no arquivo de alertas do dia.
       P029E-ALTERA-LIMIAR-ALERTA.
           DISPLAY "DIGITE O NOVO VALOR DE AVISO AO CLIENTE".
           ACCEPT WS-NOVO-VALOR.
           IF WS-NOVO-VALOR = 0
               DISPLAY "VALOR INVALIDO. NAO ALTERADO."
           ELSE
               MOVE WS-PRM-LIMIAR-ALERTA TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVO-VALOR TO WS-PRM-LIMIAR-ALERTA
               MOVE "LIMIAR-ALERTA" TO WS-CAMPO-AUDIT
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.

      * Taxas ao ano do CDB por prazo: valem para as aplicacoes
      * feitas a partir da vigencia; as ja aplicadas mantem a taxa
      * contratada (CDB-TAXA-ANUAL).
       P029F-ALTERA-TAXA-CDB-30.
           DISPLAY "DIGITE A NOVA TAXA ANUAL DO CDB 30 DIAS (EX 0.10)".
           ACCEPT WS-NOVA-TAXA.
           IF WS-NOVA-TAXA = 0
               DISPLAY "TAXA INVALIDA. NAO ALTERADA."
           ELSE
               MOVE WS-PRM-TAXA-CDB-30 TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVA-TAXA TO WS-PRM-TAXA-CDB-30
               MOVE "TAXA-CDB-30" TO WS-CAMPO-AUDIT
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.

       P029G-ALTERA-TAXA-CDB-90.
           DISPLAY "DIGITE A NOVA TAXA ANUAL DO CDB 90 DIAS".
           ACCEPT WS-NOVA-TAXA.
           IF WS-NOVA-TAXA = 0
               DISPLAY "TAXA INVALIDA. NAO ALTERADA."
           ELSE
               MOVE WS-PRM-TAXA-CDB-90 TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVA-TAXA TO WS-PRM-TAXA-CDB-90
               MOVE "TAXA-CDB-90" TO WS-CAMPO-AUDIT
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.

       P029H-ALTERA-TAXA-CDB-180.
           DISPLAY "DIGITE A NOVA TAXA ANUAL DO CDB 180 DIAS".
           ACCEPT WS-NOVA-TAXA.
           IF WS-NOVA-TAXA = 0
               DISPLAY "TAXA INVALIDA. NAO ALTERADA."
           ELSE
               MOVE WS-PRM-TAXA-CDB-180 TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVA-TAXA TO WS-PRM-TAXA-CDB-180
               MOVE "TAXA-CDB-180" TO WS-CAMPO-AUDIT
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.

       P029I-ALTERA-TAXA-CDB-360.
           DISPLAY "DIGITE A NOVA TAXA ANUAL DO CDB 360 DIAS".
           ACCEPT WS-NOVA-TAXA.
           IF WS-NOVA-TAXA = 0
               DISPLAY "TAXA INVALIDA. NAO ALTERADA."
           ELSE
               MOVE WS-PRM-TAXA-CDB-360 TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVA-TAXA TO WS-PRM-TAXA-CDB-360
               MOVE "TAXA-CDB-360" TO WS-CAMPO-AUDIT
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.

       P040-REGISTRA-AUDITORIA.
           MOVE "S" TO WS-ALTEROU.
           IF WS-QTDE-AUDIT < 20
                       MOVE WS-PRM-LIMIAR-COMUNICA TO WS-VALOR-EDIT
                   WHEN "LIMIAR-FRACIONAMENTO"
                       MOVE WS-PRM-LIMIAR-FRACION TO WS-VALOR-EDIT
                   WHEN "LIMITE-PIN"
                       MOVE WS-PRM-LIMITE-PIN TO WS-VALOR-EDIT
                   WHEN "LIMITE-CHEQUE-APROV"
                       MOVE WS-PRM-LIMITE-CHEQUE-APROV TO WS-VALOR-EDIT
                   WHEN "MESES-INATIVIDADE"
                       MOVE WS-PRM-MESES-INATIV TO WS-VALOR-EDIT
                   WHEN "LIMIAR-ALERTA"
                       MOVE WS-PRM-LIMIAR-ALERTA TO WS-VALOR-EDIT
                   WHEN "TAXA-CDB-30"
                       MOVE WS-PRM-TAXA-CDB-30 TO WS-VALOR-EDIT
                   WHEN "TAXA-CDB-90"
                       MOVE WS-PRM-TAXA-CDB-90 TO WS-VALOR-EDIT
                   WHEN "TAXA-CDB-180"
                       MOVE WS-PRM-TAXA-CDB-180 TO WS-VALOR-EDIT
                   WHEN "TAXA-CDB-360"
                       MOVE WS-PRM-TAXA-CDB-360 TO WS-VALOR-EDIT
               END-EVALUATE
               MOVE WS-VALOR-EDIT TO WS-AUD-NOVO(WS-QTDE-AUDIT)
               DISPLAY WS-CAMPO-AUDIT " ALTERADO PARA VIGENCIA "
           END-IF.

      * Grava o novo registro de parametros com a vigencia do proximo
      * dia e uma linha de auditoria por campo alterado. Sem a
      * aprovacao do segundo operador nada e gravado e o menu volta,
      * para nova tentativa ou saida sem gravar.
       P030-GRAVA-PARAMETROS.
           MOVE "N" TO WS-APROVADO.
           IF WS-ALTEROU NOT = "S"
               DISPLAY "NENHUMA ALTERACAO A GRAVAR."
           ELSE
               PERFORM P046-APROVACAO-DUPLA
               IF WS-APROVADO NOT = "S"
                   DISPLAY "ALTERACOES NAO GRAVADAS."
                   MOVE SPACES TO WS-OPCAO
               END-IF
           END-IF.
           IF WS-APROVADO = "S"
               INITIALIZE PRM-REG
               MOVE WS-DATA-VIGENCIA TO PRM-DATA-VIGENCIA
               MOVE WS-PRM-TAXA-JUROS TO PRM-TAXA-JUROS
               MOVE WS-PRM-DIAS-COMP TO PRM-DIAS-COMPENSACAO
               MOVE WS-PRM-LIMIAR-COMUNICA TO PRM-LIMIAR-COMUNICACAO
               MOVE WS-PRM-LIMIAR-FRACION TO PRM-LIMIAR-FRACIONAMENTO
               MOVE WS-PRM-LIMITE-PIN TO PRM-LIMITE-PIN
               MOVE WS-PRM-LIMITE-CHEQUE-APROV
                   TO PRM-LIMITE-CHEQUE-APROV
               MOVE WS-PRM-MESES-INATIV TO PRM-MESES-INATIVIDADE
               MOVE WS-PRM-LIMIAR-ALERTA TO PRM-LIMIAR-ALERTA
               MOVE WS-PRM-TAXA-CDB-30 TO PRM-TAXA-CDB-30
               MOVE WS-PRM-TAXA-CDB-90 TO PRM-TAXA-CDB-90
               MOVE WS-PRM-TAXA-CDB-180 TO PRM-TAXA-CDB-180
               MOVE WS-PRM-TAXA-CDB-360 TO PRM-TAXA-CDB-360
               OPEN EXTEND PRODUCT-PARAM
               IF WS-FS-PRODPARM = "35"
                   OPEN OUTPUT PRODUCT-PARAM
               MOVE WS-DATA-ATUAL TO AUD-DATA-ALTERACAO
               MOVE WS-HORA-ATUAL TO AUD-HORA-ALTERACAO
               MOVE WS-OPERADOR TO AUD-OPERADOR
               MOVE WS-APROVADOR TO AUD-APROVADOR
               MOVE WS-AUD-CAMPO(WS-IDX-AUDIT) TO AUD-CAMPO
               MOVE WS-AUD-ANTERIOR(WS-IDX-AUDIT)
                   TO AUD-VALOR-ANTERIOR

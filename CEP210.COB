      ******************************************************************
      * Author: Davi Mattos
      * Date: 15/10/2026
      * Purpose: Service tariff console (same sign-on and dual control
      *          as CEP120) - shows the tariff table in effect for the
      *          current business date (withdrawal, TED, boleto
      *          payment and returned cheque: fee, free uses per
      *          account and month, charged at once or at month-end)
      *          and appends the changed table to TARIFA.DAT effective
      *          on the NEXT business date, with one PRMAUDIT.DAT line
      *          per changed field.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP210.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFF-TABLE ASSIGN TO "TARIFA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFA.
           SELECT PARAM-AUDIT ASSIGN TO "PRMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRMAUDIT.
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
           FD  TARIFF-TABLE.
           COPY "TARIFA.CPY".
           FD  PARAM-AUDIT.
           COPY "PRMAUDIT.CPY".
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
           FD  SECURITY-EVENT.
           COPY "SECEVT.CPY".
           FD  OPERATOR-MASTER.
           COPY "OPERMAST.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-TARIFA PIC X(2) VALUE "00".
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
           77 WS-EOF-TARIFA PIC X(1) VALUE "N".
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-DATA-VIGENCIA PIC 9(8) VALUE 0.
           77 WS-DIAS-CORRIDOS PIC 9(8) VALUE 0.
           77 WS-ALTEROU PIC X(1) VALUE "N".
           77 WS-QTDE-AUDIT PIC 9(2) VALUE 0.
           77 WS-IDX-AUDIT PIC 9(2) VALUE 0.
           77 WS-IDX-SERVICO PIC 9(1) VALUE 0.
           77 WS-NOVO-VALOR PIC 9(6)V99.
           77 WS-NOVA-QTDE PIC 9(3).
           77 WS-NOVA-COBRANCA PIC X(1).
           77 WS-VALOR-EDIT PIC 9(10).9999.
           77 WS-CAMPO-AUDIT PIC X(20).
           77 WS-VALOR-ANTERIOR PIC X(15).
           77 WS-VALOR-NOVO PIC X(15).
           77 WS-SUFIXO-CAMPO PIC X(9).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               05 FILLER PIC X(7).
      * Tabela em edicao, no mesmo layout do TAR-REG; sem arquivo
      * comeca com os quatro servicos sem tarifa.
           01 WS-TARIFA-ATUAL.
               05 WS-TRF-VIGENCIA PIC 9(8) VALUE 0.
               05 WS-TRF-ITEM OCCURS 4 TIMES.
                   10 WS-TRF-SERVICO PIC X(10).
                   10 WS-TRF-VALOR PIC 9(6)V99.
                   10 WS-TRF-ISENTA PIC 9(3).
                   10 WS-TRF-COBRANCA PIC X(1).
           01 WS-TABELA-SERVICOS.
               05 FILLER PIC X(26) VALUE
                   "SAQUE     SAQUE     SAQUE ".
               05 FILLER PIC X(26) VALUE
                   "TED-ENVIO TED       TED   ".
               05 FILLER PIC X(26) VALUE
                   "PAGAMENTO BOLETO    BOLETO".
               05 FILLER PIC X(26) VALUE
                   "CHQ-DEVOL CHQ DEVOL CHQDEV".
           01 WS-SERVICOS REDEFINES WS-TABELA-SERVICOS.
               05 WS-SRV-ITEM OCCURS 4 TIMES.
                   10 WS-SRV-CODIGO PIC X(10).
                   10 WS-SRV-DESCRICAO PIC X(10).
                   10 WS-SRV-SIGLA PIC X(6).
           01 WS-TABELA-AUDIT.
               05 WS-AUD-ITEM OCCURS 20 TIMES.
                   10 WS-AUD-CAMPO PIC X(20).
                   10 WS-AUD-ANTERIOR PIC X(15).
                   10 WS-AUD-NOVO PIC X(15).
       PROCEDURE DIVISION.
       P000-INICIO.
           DISPLAY "================================================".
           DISPLAY "CONSOLE DE TARIFAS DE SERVICOS - BANCO DO DAVI".
           DISPLAY "================================================".
           OPEN I-O OPERATOR-MASTER.
           IF WS-FS-OPERMAST NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO "
                   "(OPERMAST.DAT). STATUS: " WS-FS-OPERMAST
               STOP RUN
           END-IF.
           PERFORM P001-LOGIN-SUPERVISOR.

           PERFORM P005-LE-RUN-CONTROL.
           PERFORM P010-CARREGA-TARIFAS.
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
               ELSE
                   PERFORM P001-LOGIN-SUPERVISOR
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
           MOVE "CEP210" TO SEC-PROGRAMA.
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
      * alteracao nunca muda as tarifas no meio do dia em andamento.
       P005-LE-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF WS-FS-RUNCTL = "00"
               READ RUN-CONTROL
               CLOSE RUN-CONTROL
               MOVE CTL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DATA-ATUAL TO WS-DATA-NEGOCIO
           END-IF.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + 1.
           COMPUTE WS-DATA-VIGENCIA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).

      * Vale o registro com a maior vigencia que nao ultrapassa a
      * data de negocio; sem arquivo os servicos ficam sem tarifa,
      * com cobranca na hora.
       P010-CARREGA-TARIFAS.
           PERFORM VARYING WS-IDX-SERVICO FROM 1 BY 1
                   UNTIL WS-IDX-SERVICO > 4
               MOVE WS-SRV-CODIGO(WS-IDX-SERVICO)
                   TO WS-TRF-SERVICO(WS-IDX-SERVICO)
               MOVE 0 TO WS-TRF-VALOR(WS-IDX-SERVICO)
               MOVE 0 TO WS-TRF-ISENTA(WS-IDX-SERVICO)
               MOVE "I" TO WS-TRF-COBRANCA(WS-IDX-SERVICO)
           END-PERFORM.
           OPEN INPUT TARIFF-TABLE.
           IF WS-FS-TARIFA = "00"
               PERFORM UNTIL WS-EOF-TARIFA = "S"
                   READ TARIFF-TABLE
                       AT END
                           MOVE "S" TO WS-EOF-TARIFA
                       NOT AT END
                           IF TAR-DATA-VIGENCIA <= WS-DATA-NEGOCIO
                                   AND TAR-DATA-VIGENCIA
                                   >= WS-TRF-VIGENCIA
                               MOVE TAR-REG TO WS-TARIFA-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-TABLE
           ELSE
               DISPLAY "TABELA DE TARIFAS AINDA NAO INICIADA. "
                   "NENHUM SERVICO TARIFADO."
           END-IF.

       P020-MENU.
           DISPLAY "------------------------------------------------".
           DISPLAY "   SERVICO      TARIFA    ISENTOS/MES COBRANCA".
           PERFORM VARYING WS-IDX-SERVICO FROM 1 BY 1
                   UNTIL WS-IDX-SERVICO > 4
               DISPLAY WS-IDX-SERVICO "  - "
                   WS-SRV-DESCRICAO(WS-IDX-SERVICO) " "
                   WS-TRF-VALOR(WS-IDX-SERVICO) "  "
                   WS-TRF-ISENTA(WS-IDX-SERVICO) "         "
                   WS-TRF-COBRANCA(WS-IDX-SERVICO)
           END-PERFORM.
           DISPLAY "   (COBRANCA: I = NA HORA, M = FECHAMENTO DO MES)".
           DISPLAY "11 - GRAVAR E SAIR".
           DISPLAY "12 - SAIR SEM GRAVAR".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   MOVE 1 TO WS-IDX-SERVICO
                   PERFORM P021-ALTERA-SERVICO
               WHEN '2'
                   MOVE 2 TO WS-IDX-SERVICO
                   PERFORM P021-ALTERA-SERVICO
               WHEN '3'
                   MOVE 3 TO WS-IDX-SERVICO
                   PERFORM P021-ALTERA-SERVICO
               WHEN '4'
                   MOVE 4 TO WS-IDX-SERVICO
                   PERFORM P021-ALTERA-SERVICO
               WHEN '11'
                   PERFORM P030-GRAVA-TARIFAS
               WHEN '12'
                   IF WS-ALTEROU = "S"
                       DISPLAY "ALTERACOES DESCARTADAS."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OPCAO NOT = '11' AND WS-OPCAO NOT = '12'
               PERFORM P020-MENU
           END-IF.

      * Os tres campos do servico sao pedidos em sequencia; so o que
      * mudou de fato vai para a auditoria.
       P021-ALTERA-SERVICO.
           DISPLAY "SERVICO: " WS-SRV-DESCRICAO(WS-IDX-SERVICO).
           DISPLAY "DIGITE A NOVA TARIFA POR USO (ATUAL "
               WS-TRF-VALOR(WS-IDX-SERVICO) ")".
           ACCEPT WS-NOVO-VALOR.
           IF WS-NOVO-VALOR NOT = WS-TRF-VALOR(WS-IDX-SERVICO)
               MOVE WS-TRF-VALOR(WS-IDX-SERVICO) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVO-VALOR TO WS-TRF-VALOR(WS-IDX-SERVICO)
               MOVE WS-NOVO-VALOR TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-NOVO
               MOVE "-VALOR" TO WS-SUFIXO-CAMPO
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.
           DISPLAY "DIGITE OS USOS ISENTOS POR CONTA E MES (ATUAL "
               WS-TRF-ISENTA(WS-IDX-SERVICO) ")".
           ACCEPT WS-NOVA-QTDE.
           IF WS-NOVA-QTDE NOT = WS-TRF-ISENTA(WS-IDX-SERVICO)
               MOVE WS-TRF-ISENTA(WS-IDX-SERVICO) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-NOVA-QTDE TO WS-TRF-ISENTA(WS-IDX-SERVICO)
               MOVE WS-NOVA-QTDE TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-NOVO
               MOVE "-ISENTOS" TO WS-SUFIXO-CAMPO
               PERFORM P040-REGISTRA-AUDITORIA
           END-IF.
           DISPLAY "DIGITE A COBRANCA (I = NA HORA, M = MENSAL) "
               "(ATUAL " WS-TRF-COBRANCA(WS-IDX-SERVICO) ")".
           ACCEPT WS-NOVA-COBRANCA.
           IF WS-NOVA-COBRANCA NOT = "I" AND WS-NOVA-COBRANCA NOT = "M"
               DISPLAY "COBRANCA INVALIDA. NAO ALTERADA."
           ELSE
               IF WS-NOVA-COBRANCA
                       NOT = WS-TRF-COBRANCA(WS-IDX-SERVICO)
                   MOVE WS-TRF-COBRANCA(WS-IDX-SERVICO)
                       TO WS-VALOR-ANTERIOR
                   MOVE WS-NOVA-COBRANCA
                       TO WS-TRF-COBRANCA(WS-IDX-SERVICO)
                   MOVE WS-NOVA-COBRANCA TO WS-VALOR-NOVO
                   MOVE "-COBRANCA" TO WS-SUFIXO-CAMPO
                   PERFORM P040-REGISTRA-AUDITORIA
               END-IF
           END-IF.

      * O campo auditado identifica servico e atributo, por exemplo
      * TAR-SAQUE-VALOR ou TAR-CHQDEV-COBRANCA.
       P040-REGISTRA-AUDITORIA.
           MOVE "S" TO WS-ALTEROU.
           MOVE SPACES TO WS-CAMPO-AUDIT.
           STRING "TAR-" DELIMITED BY SIZE
               WS-SRV-SIGLA(WS-IDX-SERVICO) DELIMITED BY SPACE
               WS-SUFIXO-CAMPO DELIMITED BY SPACE
               INTO WS-CAMPO-AUDIT
           END-STRING.
           IF WS-QTDE-AUDIT < 20
               ADD 1 TO WS-QTDE-AUDIT
               MOVE WS-CAMPO-AUDIT TO WS-AUD-CAMPO(WS-QTDE-AUDIT)
               MOVE WS-VALOR-ANTERIOR
                   TO WS-AUD-ANTERIOR(WS-QTDE-AUDIT)
               MOVE WS-VALOR-NOVO TO WS-AUD-NOVO(WS-QTDE-AUDIT)
               DISPLAY WS-CAMPO-AUDIT " ALTERADO PARA VIGENCIA "
                   WS-DATA-VIGENCIA
           ELSE
               DISPLAY "LIMITE DE ALTERACOES POR SESSAO ATINGIDO. "
                   "GRAVE E ENTRE DE NOVO."
           END-IF.

      * Grava a tabela completa com a vigencia do proximo dia e uma
      * linha de auditoria por campo alterado. Sem a aprovacao do
      * segundo operador nada e gravado e o menu volta, para nova
      * tentativa ou saida sem gravar.
       P030-GRAVA-TARIFAS.
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
               MOVE WS-DATA-VIGENCIA TO WS-TRF-VIGENCIA
               MOVE WS-TARIFA-ATUAL TO TAR-REG
               OPEN EXTEND TARIFF-TABLE
               IF WS-FS-TARIFA = "35"
                   OPEN OUTPUT TARIFF-TABLE
               END-IF
               WRITE TAR-REG
               IF WS-FS-TARIFA NOT = "00"
                   DISPLAY "ALERTA: FALHA AO GRAVAR TARIFA.DAT "
                       "(STATUS " WS-FS-TARIFA ")"
               ELSE
                   DISPLAY "TARIFAS GRAVADAS COM VIGENCIA "
                       WS-DATA-VIGENCIA
               END-IF
               CLOSE TARIFF-TABLE
               PERFORM P031-GRAVA-AUDITORIA
           END-IF.

       P031-GRAVA-AUDITORIA.
           OPEN EXTEND PARAM-AUDIT.
           IF WS-FS-PRMAUDIT = "35"
               OPEN OUTPUT PARAM-AUDIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM VARYING WS-IDX-AUDIT FROM 1 BY 1
                   UNTIL WS-IDX-AUDIT > WS-QTDE-AUDIT
               INITIALIZE AUD-REG
               MOVE WS-DATA-ATUAL TO AUD-DATA-ALTERACAO
               MOVE WS-HORA-ATUAL TO AUD-HORA-ALTERACAO
               MOVE WS-OPERADOR TO AUD-OPERADOR
               MOVE WS-APROVADOR TO AUD-APROVADOR
               MOVE WS-AUD-CAMPO(WS-IDX-AUDIT) TO AUD-CAMPO
               MOVE WS-AUD-ANTERIOR(WS-IDX-AUDIT)
                   TO AUD-VALOR-ANTERIOR
               MOVE WS-AUD-NOVO(WS-IDX-AUDIT) TO AUD-VALOR-NOVO
               MOVE WS-DATA-VIGENCIA TO AUD-DATA-VIGENCIA
               WRITE AUD-REG
               IF WS-FS-PRMAUDIT NOT = "00"
                   DISPLAY "ALERTA: FALHA AO GRAVAR PRMAUDIT.DAT "
                       "(STATUS " WS-FS-PRMAUDIT ")"
               END-IF
           END-PERFORM.
           CLOSE PARAM-AUDIT.

           END PROGRAM CEP210.

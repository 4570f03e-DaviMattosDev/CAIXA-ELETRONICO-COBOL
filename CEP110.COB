      *          motivo) sobre os depositos pendentes em CHQPEND.DAT e
      *          libera no saldo (jornalizado como DEP-CHQLIB) os
      *          itens maturados na data de negocio, imprimindo o
      *          controle de liberados, devolvidos e pendentes. Cada
      *          devolucao da camara conta como uso do servico de
      *          cheque devolvido na tabela de tarifas (TARIFA.DAT).
      *          Cada devolucao gera um aviso ao depositante no arquivo
      *          de avisos ao cliente do dia.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
           SELECT TARIFF-TABLE ASSIGN TO "TARIFA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFA.
           SELECT TARIFF-USAGE ASSIGN TO "TARUSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USO-CHAVE
               FILE STATUS IS WS-FS-TARUSO.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CONTA
               FILE STATUS IS WS-FS-CUSTMAST.
           SELECT CUSTOMER-ALERT ASSIGN TO DYNAMIC WS-NOME-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA.
       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-MASTER.
           COPY "RUNLOG.CPY".
           FD  ACCOUNT-HISTORY.
           COPY "ACCTHIST.CPY".
           FD  TARIFF-TABLE.
           COPY "TARIFA.CPY".
           FD  TARIFF-USAGE.
           COPY "TARUSO.CPY".
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  CUSTOMER-ALERT.
           COPY "ALERTA.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-SALDO-JRN PIC S9(10)V99.
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-HIST-GRAVADO PIC X(1).
           77 WS-FS-TARIFA PIC X(2) VALUE "00".
           77 WS-FS-TARUSO PIC X(2) VALUE "00".
           77 WS-EOF-TARIFA PIC X(1) VALUE "N".
           77 WS-MES-USO PIC 9(6) VALUE 0.
           77 WS-USO-EXISTE PIC X(1).
           77 WS-VALOR-TARIFA PIC 9(10)V99 VALUE 0.
           77 WS-SALDO-DISPONIVEL PIC S9(11)V99 VALUE 0.
           77 WS-QTDE-TARIFAS PIC 9(8) VALUE 0.
           77 WS-VALOR-TARIFAS PIC 9(12)V99 VALUE 0.
           77 WS-QTDE-TARIFAS-MES PIC 9(8) VALUE 0.
           77 WS-VALOR-TARIFAS-MES PIC 9(12)V99 VALUE 0.
      * Posicao do cheque devolvido no TAR-ITEM / USO-ITEM.
           77 WS-IDX-SERVICO PIC 9(1) VALUE 4.
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-CUSTMAST-OK PIC X(1) VALUE "N".
           77 WS-FS-ALERTA PIC X(2) VALUE "00".
           77 WS-NOME-ALERTA PIC X(18).
           77 WS-ALR-CONTA PIC 9(6).
           77 WS-ALR-VALOR PIC 9(10)V99.
           77 WS-ALR-EVENTO PIC X(10).
           77 WS-ALR-MENSAGEM PIC X(60).
           77 WS-ALR-TELEFONE PIC X(11).
           01 WS-TARIFA-VIGENTE.
               05 WS-TRF-VIGENCIA PIC 9(8).
               05 WS-TRF-ITEM OCCURS 4 TIMES.
                   10 WS-TRF-SERVICO PIC X(10).
                   10 WS-TRF-VALOR PIC 9(6)V99.
                   10 WS-TRF-ISENTA PIC 9(3).
                   10 WS-TRF-COBRANCA PIC X(1).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
               MOVE WS-DATA-ATUAL TO WS-DATA-EXEC
           END-IF.
           DISPLAY "DATA DE PROCESSAMENTO....: " WS-DATA-EXEC.
           PERFORM P015-LE-TARIFAS.

           PERFORM P010-CARREGA-PENDENTES.
           IF WS-TABELA-ESTOUROU = "S"
                       CLOSE ACCOUNT-HISTORY
                       OPEN I-O ACCOUNT-HISTORY
                   END-IF
                   OPEN I-O TARIFF-USAGE
                   IF WS-FS-TARUSO = "35"
                       OPEN OUTPUT TARIFF-USAGE
                       CLOSE TARIFF-USAGE
                       OPEN I-O TARIFF-USAGE
                   END-IF
                   OPEN INPUT CUSTOMER-MASTER
                   IF WS-FS-CUSTMAST = "00"
                       MOVE "S" TO WS-CUSTMAST-OK
                   END-IF
                   PERFORM P020-APLICA-DEVOLUCOES
                   PERFORM P030-LIBERA-MATURADOS
                   CLOSE ACCOUNT-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ACCOUNT-HISTORY
                   CLOSE TARIFF-USAGE
                   IF WS-CUSTMAST-OK = "S"
                       CLOSE CUSTOMER-MASTER
                   END-IF
                   PERFORM P050-REGRAVA-PENDENTES
                   MOVE "S" TO WS-PROCESSOU-OK
               END-IF
               CLOSE CHEQUE-PENDENTE
           END-IF.

      * Tabela de tarifas vigente na data de processamento (maior
      * vigencia que nao ultrapassa a data); sem TARIFA.DAT a
      * devolucao nao e tarifada.
       P015-LE-TARIFAS.
           INITIALIZE WS-TARIFA-VIGENTE.
           OPEN INPUT TARIFF-TABLE.
           IF WS-FS-TARIFA = "00"
               PERFORM UNTIL WS-EOF-TARIFA = "S"
                   READ TARIFF-TABLE
                       AT END
                           MOVE "S" TO WS-EOF-TARIFA
                       NOT AT END
                           IF TAR-DATA-VIGENCIA <= WS-DATA-EXEC
                                   AND TAR-DATA-VIGENCIA
                                   >= WS-TRF-VIGENCIA
                               MOVE TAR-REG TO WS-TARIFA-VIGENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-TABLE
           END-IF.

      * Devolucoes da camara entram antes da liberacao: cheque
      * devolvido nunca vira saldo. O arquivo de devolucoes e
      * consumido uma unica vez.
                   DISPLAY "CHEQUE " CHQ-NUMERO " DEVOLVIDO (MOTIVO "
                       DEV-MOTIVO ") - CONTA " CHQ-CONTA
                       " VALOR " CHQ-VALOR
                   MOVE CHQ-CONTA TO WS-ALR-CONTA
                   MOVE CHQ-VALOR TO WS-ALR-VALOR
                   MOVE "CHQ-DEVOL" TO WS-ALR-EVENTO
                   MOVE SPACES TO WS-ALR-MENSAGEM
                   STRING "CHEQUE " CHQ-NUMERO
                       " DEPOSITADO FOI DEVOLVIDO - MOTIVO " DEV-MOTIVO
                       DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
                   PERFORM P047-GRAVA-ALERTA
                   PERFORM P022-TARIFA-DEVOLUCAO
               END-IF
           END-PERFORM.
           IF WS-ACHOU-CHEQUE = "N"
                   "CORRESPONDENTE: " DEV-NUMERO-CHEQUE
           END-IF.

      * Cheque devolvido pela camara e servico tarifado do
      * depositante: conta o uso no mes de negocio (TARUSO.DAT) e,
      * passada a franquia, lanca a TARIFA na hora (apontando a data
      * do deposito) ou acumula para o fechamento mensal (CEP030),
      * conforme a tabela vigente. Conta encerrada ou inativa nao e
      * tarifada; a tarifa nunca passa do disponivel da conta.
       P022-TARIFA-DEVOLUCAO.
           MOVE CHQ-CONTA TO ACCT-NUMERO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-ACCTMAST = "00"
                   AND ACCT-STATUS NOT = "E"
                   AND ACCT-STATUS NOT = "D"
               DIVIDE WS-DATA-EXEC BY 100 GIVING WS-MES-USO
               MOVE ACCT-NUMERO TO USO-CONTA
               MOVE WS-MES-USO TO USO-MES
               READ TARIFF-USAGE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-TARUSO = "00"
                   MOVE "S" TO WS-USO-EXISTE
               ELSE
                   MOVE "N" TO WS-USO-EXISTE
                   INITIALIZE USO-REG
                   MOVE ACCT-NUMERO TO USO-CONTA
                   MOVE WS-MES-USO TO USO-MES
               END-IF
               ADD 1 TO USO-QTDE(WS-IDX-SERVICO)
               IF USO-QTDE(WS-IDX-SERVICO)
                       > WS-TRF-ISENTA(WS-IDX-SERVICO)
                       AND WS-TRF-VALOR(WS-IDX-SERVICO) > 0
                   ADD 1 TO USO-QTDE-TARIFADA(WS-IDX-SERVICO)
                   IF WS-TRF-COBRANCA(WS-IDX-SERVICO) = "M"
                       ADD WS-TRF-VALOR(WS-IDX-SERVICO)
                           TO USO-VALOR-PENDENTE(WS-IDX-SERVICO)
                       ADD 1 TO WS-QTDE-TARIFAS-MES
                       ADD WS-TRF-VALOR(WS-IDX-SERVICO)
                           TO WS-VALOR-TARIFAS-MES
                   ELSE
                       PERFORM P023-LANCA-TARIFA
                       ADD WS-VALOR-TARIFA
                           TO USO-VALOR-COBRADO(WS-IDX-SERVICO)
                   END-IF
               END-IF
               IF WS-USO-EXISTE = "S"
                   REWRITE USO-REG
               ELSE
                   WRITE USO-REG
               END-IF
               IF WS-FS-TARUSO NOT = "00"
                   DISPLAY "ALERTA: FALHA AO GRAVAR TARUSO.DAT "
                       "(STATUS " WS-FS-TARUSO ")"
                   MOVE "S" TO WS-ERRO-GRAVACAO
               END-IF
           END-IF.

       P023-LANCA-TARIFA.
           MOVE WS-TRF-VALOR(WS-IDX-SERVICO) TO WS-VALOR-TARIFA.
           COMPUTE WS-SALDO-DISPONIVEL =
               ACCT-SALDO + ACCT-LIMITE-CHEQUE-ESP.
           IF WS-VALOR-TARIFA > WS-SALDO-DISPONIVEL
               IF WS-SALDO-DISPONIVEL > 0
                   MOVE WS-SALDO-DISPONIVEL TO WS-VALOR-TARIFA
               ELSE
                   MOVE 0 TO WS-VALOR-TARIFA
               END-IF
           END-IF.
           IF WS-VALOR-TARIFA > 0
               SUBTRACT WS-VALOR-TARIFA FROM ACCT-SALDO
               REWRITE ACCT-REG
               MOVE ACCT-NUMERO TO WS-CONTA-JRN
               MOVE ACCT-SALDO TO WS-SALDO-JRN
               MOVE "TARIFA" TO WS-TIPO-OP
               MOVE WS-VALOR-TARIFA TO WS-VALOR-OP
               PERFORM P040-GRAVA-JORNAL
               ADD 1 TO WS-QTDE-TARIFAS
               ADD WS-VALOR-TARIFA TO WS-VALOR-TARIFAS
               IF ACCT-SALDO < 0
                       AND ACCT-SALDO + WS-VALOR-TARIFA >= 0
                   MOVE ACCT-NUMERO TO WS-ALR-CONTA
                   MOVE WS-VALOR-TARIFA TO WS-ALR-VALOR
                   MOVE "CHEQUE-ESP" TO WS-ALR-EVENTO
                   MOVE "SUA CONTA ENTROU NO CHEQUE ESPECIAL"
                       TO WS-ALR-MENSAGEM
                   PERFORM P047-GRAVA-ALERTA
               END-IF
           END-IF.

       P030-LIBERA-MATURADOS.
           PERFORM VARYING WS-IDX-CHQ FROM 1 BY 1
                   UNTIL WS-IDX-CHQ > WS-QTDE-CHEQUES
           MOVE WS-VALOR-OP TO JRN-VALOR.
           MOVE WS-SALDO-JRN TO JRN-SALDO-APOS.
           MOVE 0 TO JRN-CONTA-LIGADA.
           IF WS-TIPO-OP = "TARIFA"
               MOVE CHQ-DATA-DEPOSITO TO JRN-REF-DATA
           ELSE
               MOVE 0 TO JRN-REF-DATA
           END-IF.
           MOVE 0 TO JRN-REF-HORA.
           MOVE SPACES TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
           MOVE JRN-VALOR TO HIST-VALOR.
           MOVE JRN-SALDO-APOS TO HIST-SALDO-APOS.
           MOVE JRN-CONTA-LIGADA TO HIST-CONTA-LIGADA.
           MOVE JRN-REF-DATA TO HIST-REF-DATA.
           MOVE JRN-REF-HORA TO HIST-REF-HORA.
           MOVE "N" TO WS-HIST-GRAVADO.
           PERFORM UNTIL WS-HIST-GRAVADO NOT = "N"
                   OR HIST-SEQ > 9999
                   "MOVIMENTOS (STATUS " WS-FS-ACCTHIST ")"
           END-IF.

      * Um arquivo de avisos por data de negocio; cliente sem
      * telefone no cadastro vai para a lista de excecao do dia.
       P047-GRAVA-ALERTA.
           MOVE SPACES TO WS-ALR-TELEFONE.
           IF WS-CUSTMAST-OK = "S"
               MOVE WS-ALR-CONTA TO CUST-CONTA
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUSTMAST = "00"
                   MOVE CUST-TELEFONE TO WS-ALR-TELEFONE
               END-IF
           END-IF.
           MOVE SPACES TO WS-NOME-ALERTA.
           IF WS-ALR-TELEFONE = SPACES
               STRING "ALREXC" WS-DATA-EXEC ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ALERTA
           ELSE
               STRING "ALERTA" WS-DATA-EXEC ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ALERTA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND CUSTOMER-ALERT.
           IF WS-FS-ALERTA = "35"
               OPEN OUTPUT CUSTOMER-ALERT
           END-IF.
           INITIALIZE ALR-REG.
           MOVE WS-DATA-ATUAL TO ALR-DATA.
           MOVE WS-HORA-ATUAL TO ALR-HORA.
           MOVE WS-ALR-TELEFONE TO ALR-TELEFONE.
           MOVE WS-ALR-CONTA TO ALR-CONTA.
           MOVE WS-ALR-EVENTO TO ALR-EVENTO.
           MOVE WS-ALR-VALOR TO ALR-VALOR.
           MOVE WS-ALR-MENSAGEM TO ALR-MENSAGEM.
           MOVE "CEP110" TO ALR-PROGRAMA.
           WRITE ALR-REG.
           IF WS-FS-ALERTA NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR " WS-NOME-ALERTA
                   " (STATUS " WS-FS-ALERTA ")"
           END-IF.
           CLOSE CUSTOMER-ALERT.

       P050-REGRAVA-PENDENTES.
           OPEN OUTPUT CHEQUE-PENDENTE.
           PERFORM VARYING WS-IDX-CHQ FROM 1 BY 1
               " VALOR " WS-VALOR-PENDENTES.
           DISPLAY "DEVOLUCOES SEM CORRESPONDENCIA: "
               WS-QTDE-SEM-CHEQUE.
           DISPLAY "TARIFAS DE DEVOLUCAO.....: " WS-QTDE-TARIFAS
               " VALOR " WS-VALOR-TARIFAS.
           DISPLAY "TARIFAS PARA O FECHAMENTO: " WS-QTDE-TARIFAS-MES
               " VALOR " WS-VALOR-TARIFAS-MES.
           DISPLAY "================================================".

       P070-GRAVA-RUN-LOG.

      *          JRN-CONTA-LIGADA filled in), reporting executed,
      *          postponed (insufficient funds, retried on following
      *          days up to the limit), abandoned and expired orders.
      *          Postponed and abandoned orders, and a debit that
      *          takes the account into cheque especial, are sent to
      *          the customer alert file of the day.
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-ACCTHIST.
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
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  CUSTOMER-ALERT.
           COPY "ALERTA.CPY".
       WORKING-STORAGE SECTION.
           77 WS-FS-ACCTMAST PIC X(2) VALUE "00".
           77 WS-FS-JOURNAL PIC X(2) VALUE "00".
           77 WS-CONTA-JRN PIC 9(6).
           77 WS-SALDO-JRN PIC S9(10)V99.
           77 WS-CONTA-LIGADA PIC 9(6).
           77 WS-FS-CUSTMAST PIC X(2) VALUE "00".
           77 WS-CUSTMAST-OK PIC X(1) VALUE "N".
           77 WS-FS-ALERTA PIC X(2) VALUE "00".
           77 WS-NOME-ALERTA PIC X(18).
           77 WS-ALR-CONTA PIC 9(6).
           77 WS-ALR-VALOR PIC 9(10)V99.
           77 WS-ALR-EVENTO PIC X(10).
           77 WS-ALR-MENSAGEM PIC X(60).
           77 WS-ALR-TELEFONE PIC X(11).
           01 WS-DATA-HORA-ATUAL.
               05 WS-DATA-ATUAL PIC 9(8).
               05 WS-HORA-ATUAL PIC 9(6).
                       CLOSE ACCOUNT-HISTORY
                       OPEN I-O ACCOUNT-HISTORY
                   END-IF
                   OPEN INPUT CUSTOMER-MASTER
                   IF WS-FS-CUSTMAST = "00"
                       MOVE "S" TO WS-CUSTMAST-OK
                   END-IF
                   PERFORM VARYING WS-IDX-EXEC FROM 1 BY 1
                           UNTIL WS-IDX-EXEC > WS-QTDE-ORDENS
                       MOVE WS-ORD-REG(WS-IDX-EXEC) TO ORD-REG
                   CLOSE ACCOUNT-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ACCOUNT-HISTORY
                   IF WS-CUSTMAST-OK = "S"
                       CLOSE CUSTOMER-MASTER
                   END-IF
                   PERFORM P040-REGRAVA-ORDENS
                   MOVE "S" TO WS-PROCESSOU-OK
               END-IF
                       ADD 1 TO WS-QTDE-ADIADAS
                       DISPLAY "ORDEM " ORD-NUMERO " ADIADA (CONTA "
                           "DE ORIGEM BLOQUEADA)"
                   WHEN ACCT-STATUS = "D"
                       ADD 1 TO WS-QTDE-ADIADAS
                       DISPLAY "ORDEM " ORD-NUMERO " ADIADA (CONTA "
                           "DE ORIGEM INATIVA)"
                   WHEN ORD-VALOR > WS-SALDO-DISPONIVEL
                       PERFORM P033-ADIA-ORDEM
                   WHEN OTHER
               MOVE "TRANSF-DEB" TO WS-TIPO-OP
               MOVE ORD-VALOR TO WS-VALOR-OP
               PERFORM P035-GRAVA-JORNAL
               IF ACCT-SALDO < 0
                       AND ACCT-SALDO + ORD-VALOR >= 0
                   MOVE ORD-CONTA-ORIGEM TO WS-ALR-CONTA
                   MOVE ORD-VALOR TO WS-ALR-VALOR
                   MOVE "CHEQUE-ESP" TO WS-ALR-EVENTO
                   MOVE "SUA CONTA ENTROU NO CHEQUE ESPECIAL"
                       TO WS-ALR-MENSAGEM
                   PERFORM P037-GRAVA-ALERTA
               END-IF
               MOVE WS-ANO-MES-PROC TO ORD-ANO-MES-ULT-EXEC
               MOVE 0 TO ORD-TENTATIVAS
               ADD 1 TO WS-QTDE-EXECUTADAS
                   " VALOR " ORD-VALOR
           END-IF.

      * Adiamento e abandono por saldo insuficiente sao avisados ao
      * cliente, que ainda pode cobrir o saldo ate a nova tentativa.
       P033-ADIA-ORDEM.
           ADD 1 TO ORD-TENTATIVAS.
           MOVE ORD-CONTA-ORIGEM TO WS-ALR-CONTA.
           MOVE ORD-VALOR TO WS-ALR-VALOR.
           MOVE SPACES TO WS-ALR-MENSAGEM.
           IF ORD-TENTATIVAS > WS-LIMITE-TENTATIVAS
               MOVE WS-ANO-MES-PROC TO ORD-ANO-MES-ULT-EXEC
               MOVE 0 TO ORD-TENTATIVAS
               DISPLAY "ORDEM " ORD-NUMERO " ABANDONADA NO MES "
                   "(SALDO INSUFICIENTE APOS "
                   WS-LIMITE-TENTATIVAS " TENTATIVAS)"
               MOVE "AGEND-CANC" TO WS-ALR-EVENTO
               STRING "AGENDAMENTO " ORD-NUMERO
                   " NAO PAGO NESTE MES POR SALDO INSUFICIENTE"
                   DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
           ELSE
               ADD 1 TO WS-QTDE-ADIADAS
               DISPLAY "ORDEM " ORD-NUMERO " ADIADA (SALDO "
                   "INSUFICIENTE - TENTATIVA " ORD-TENTATIVAS ")"
               MOVE "AGEND-ADIA" TO WS-ALR-EVENTO
               STRING "AGENDAMENTO " ORD-NUMERO
                   " ADIADO POR SALDO INSUFICIENTE"
                   DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
           END-IF.
           PERFORM P037-GRAVA-ALERTA.

       P035-GRAVA-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-VALOR-OP TO JRN-VALOR.
           MOVE WS-SALDO-JRN TO JRN-SALDO-APOS.
           MOVE WS-CONTA-LIGADA TO JRN-CONTA-LIGADA.
           MOVE 0 TO JRN-REF-DATA.
           MOVE 0 TO JRN-REF-HORA.
           MOVE SPACES TO JRN-OPERADOR.
           WRITE JRN-REG.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR REGISTRO NO JORNAL "
                   "MOVIMENTOS (STATUS " WS-FS-ACCTHIST ")"
           END-IF.

      * Um arquivo de avisos por data de negocio; cliente sem
      * telefone no cadastro vai para a lista de excecao do dia.
       P037-GRAVA-ALERTA.
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
           MOVE "CEP080" TO ALR-PROGRAMA.
           WRITE ALR-REG.
           IF WS-FS-ALERTA NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR " WS-NOME-ALERTA
                   " (STATUS " WS-FS-ALERTA ")"
           END-IF.
           CLOSE CUSTOMER-ALERT.

       P040-REGRAVA-ORDENS.
           OPEN OUTPUT STANDING-ORDER.
           PERFORM VARYING WS-IDX-EXEC FROM 1 BY 1

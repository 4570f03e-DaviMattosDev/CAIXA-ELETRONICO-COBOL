      *          sent by the daily cut (direcao R, looked up in
      *          TEDENV.DAT - rejection credits the debit back with
      *          the reason code), and prints the exchange control
      *          report with counts and totals per direction. Each
      *          rejected order is sent to the customer alert file of
      *          the day.
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
           77 WS-SALDO-JRN PIC S9(10)V99.
           77 WS-FS-ACCTHIST PIC X(2) VALUE "00".
           77 WS-HIST-GRAVADO PIC X(1).
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
                   PERFORM UNTIL WS-EOF-TEDRET = "S"
                       READ TED-RETORNO
                           AT END
                   CLOSE ACCOUNT-MASTER
                   CLOSE JOURNAL-FILE
                   CLOSE ACCOUNT-HISTORY
                   IF WS-CUSTMAST-OK = "S"
                       CLOSE CUSTOMER-MASTER
                   END-IF
                   PERFORM P050-REGRAVA-ENVIADAS
                   MOVE "S" TO WS-PROCESSOU-OK
      * O retorno e consumido uma unica vez: mantido, uma reexecucao
               DISPLAY "TED " TED-NUMERO " DEVOLVIDA (MOTIVO "
                   RET-MOTIVO ") - DEBITO ESTORNADO NA CONTA "
                   TED-CONTA-ORIGEM
               MOVE TED-CONTA-ORIGEM TO WS-ALR-CONTA
               MOVE TED-VALOR TO WS-ALR-VALOR
               MOVE "TED-DEVOL" TO WS-ALR-EVENTO
               MOVE SPACES TO WS-ALR-MENSAGEM
               STRING "TED " TED-NUMERO " DEVOLVIDA - MOTIVO "
                   RET-MOTIVO " - VALOR CREDITADO DE VOLTA"
                   DELIMITED BY SIZE INTO WS-ALR-MENSAGEM
               PERFORM P047-GRAVA-ALERTA
           END-IF.

      * Como nos demais batches, o lancamento sai na data de negocio.
           MOVE WS-VALOR-OP TO JRN-VALOR.
           MOVE WS-SALDO-JRN TO JRN-SALDO-APOS.
           MOVE 0 TO JRN-CONTA-LIGADA.
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
           MOVE "CEP100" TO ALR-PROGRAMA.
           WRITE ALR-REG.
           IF WS-FS-ALERTA NOT = "00"
               DISPLAY "ALERTA: FALHA AO GRAVAR " WS-NOME-ALERTA
                   " (STATUS " WS-FS-ALERTA ")"
           END-IF.
           CLOSE CUSTOMER-ALERT.

       P050-REGRAVA-ENVIADAS.
           OPEN OUTPUT TED-ENVIADA.
           PERFORM VARYING WS-IDX-ORDEM FROM 1 BY 1

       DATA DIVISION.
       FILE SECTION.
           FD  ACCOUNT-SNAPSHOT.
           01  SNAP-REG PIC X(77).
           FD  REBUILT-MASTER.
           COPY "ACCTMAST.CPY".
           FD  LIVE-MASTER.
               05  VIV-NUMERO             PIC 9(6).
               05  VIV-PIN                PIC 9(4).
               05  VIV-SALDO              PIC S9(10)V99.
               05  FILLER                 PIC X(55).
           FD  JOURNAL-FILE.
           COPY "JOURNAL.CPY".
           FD  ARCHIVE-FILE.
           01  ARC-REG PIC X(82).
       WORKING-STORAGE SECTION.
           77 WS-FS-SNAP PIC X(2) VALUE "00".
           77 WS-FS-REBUILT PIC X(2) VALUE "00".
           MOVE JRN-CONTA TO ACCT-NUMERO.
           MOVE "A" TO ACCT-STATUS.
           MOVE 1000 TO ACCT-LIMITE-DIARIO.
           MOVE JRN-DATA TO ACCT-DATA-ABERTURA.
           WRITE ACCT-REG.
           ADD 1 TO WS-QTDE-NOVAS.
           DISPLAY "CONTA " JRN-CONTA " ABERTA APOS O SNAPSHOT - "
               WHEN "TED-RECEB"
               WHEN "TED-DEVOL"
               WHEN "DEP-CHQLIB"
               WHEN "ESTORNO-CR"
               WHEN "CDB-RESG"
               WHEN "CDB-VENC"
                   COMPUTE WS-SALDO-ESPERADO =
                       ACCT-SALDO + JRN-VALOR
                   PERFORM P043-CONFERE-E-GRAVA
                   PERFORM P043-CONFERE-E-GRAVA
               WHEN "TRANSF-DEB"
               WHEN "TAXA"
               WHEN "TARIFA"
               WHEN "JUROS-CHEQ"
               WHEN "TED-ENVIO"
               WHEN "PAGAMENTO"
               WHEN "ESTORNO-DB"
               WHEN "CDB-APLIC"
               WHEN "CDB-IR"
                   COMPUTE WS-SALDO-ESPERADO =
                       ACCT-SALDO - JRN-VALOR
                   PERFORM P043-CONFERE-E-GRAVA
               WHEN "ADM-ENCER"
                   MOVE "E" TO ACCT-STATUS
                   REWRITE ACCT-REG
               WHEN "ADM-INATIV"
                   MOVE "D" TO ACCT-STATUS
                   REWRITE ACCT-REG
               WHEN "ADM-REATIV"
                   MOVE "A" TO ACCT-STATUS
                   REWRITE ACCT-REG
               WHEN "ADM-LIMITE"
                   MOVE JRN-VALOR TO ACCT-LIMITE-DIARIO
                   REWRITE ACCT-REG

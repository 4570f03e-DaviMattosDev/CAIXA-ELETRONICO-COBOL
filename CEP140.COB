           FD  JOURNAL-FILE.
           COPY "JOURNAL.CPY".
           FD  ARCHIVE-FILE.
           01  ARC-REG PIC X(82).
           FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.CPY".
           FD  COMPL-FILE.

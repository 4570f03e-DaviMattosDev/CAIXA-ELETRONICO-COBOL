           FD  JOURNAL-FILE.
           COPY "JOURNAL.CPY".
           FD  JOURNAL-TEMP.
           01  TMP-REG PIC X(82).
           FD  ARCHIVE-FILE.
           01  ARC-REG PIC X(82).
           FD  RUN-CONTROL.
           COPY "RUNCTL.CPY".
           FD  RUN-LOG.

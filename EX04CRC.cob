       FD  BANKSET-FILE.
       01  BANKSET-REC                          PIC X(40).
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  CRCRPT-FILE.

       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  CHKRPT-FILE.
       01  CHKRPT-LINE                          PIC X(100).
       WORKING-STORAGE SECTION.

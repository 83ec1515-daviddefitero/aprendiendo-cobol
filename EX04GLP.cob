       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  GLJRNL-FILE.
       01  GLJRNL-FILE-REC                      PIC X(66).
       FD  VCHJRNL-FILE.

       FD  IDXTMP-FILE.
       01  IDXTMP-FILE-REC                      PIC X(70).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-SOURCE-STATUS                     PIC X(02).

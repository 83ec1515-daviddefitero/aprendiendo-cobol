       FD  NEW-CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-OLD-STATUS                        PIC X(02).

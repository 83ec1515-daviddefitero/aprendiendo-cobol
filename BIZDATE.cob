       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-CTL-STATUS                        PIC X(02).

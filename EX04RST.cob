       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  BK-CLIENT-FILE.
           COPY "CLIMAST.CPY" REPLACING ==CLIENT-MASTER-REC== BY
                ==BK-CLIENT-REC==
                ==BK-PRODUCT-REC==
                LEADING ==PC-== BY ==GP-==.
       FD  BK-CTL-FILE.
       01  BK-CTL-REC                           PIC X(556).
       WORKING-STORAGE SECTION.
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).

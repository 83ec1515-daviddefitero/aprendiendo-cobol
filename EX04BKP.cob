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
       FD  BACKUPS-FILE.
       01  BACKUPS-REC.
           05 BK-DATE                           PIC 9(08).

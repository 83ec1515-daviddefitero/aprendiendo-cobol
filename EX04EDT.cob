       FD  EDTRPT-FILE.
       01  EDTRPT-LINE                          PIC X(100).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  BARCODE-FILE.

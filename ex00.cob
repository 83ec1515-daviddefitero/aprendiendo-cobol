       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
      * Registro de control; si CTLFILE.DAT todavia no existe lo
      * creamos aqui con los mismos valores de fabrica que usa EX04,
           MOVE "N" TO CTL-OVR-CREDIT.
           MOVE ZERO TO CTL-LAST-ORDER-NUM.
           MOVE 60 TO CTL-RETENTION-MONTHS.
           MOVE "40900000" TO CTL-GL-GRNI.
           MOVE "40000000" TO CTL-GL-PAYABLES.
           MOVE "47200000" TO CTL-GL-INPUT-TAX.
           MOVE ZERO TO CTL-LAST-RTV-NUM.
           MOVE 7 TO CTL-EXPIRY-DAYS.
           MOVE "61000000" TO CTL-GL-INV-ADJUST.
           MOVE ZERO TO CTL-INVOICE-YEAR.
           MOVE ZERO TO CTL-LAST-INVOICE-NUM.
           MOVE ZERO TO CTL-LAST-CORRECTIVE-NUM.
           MOVE SPACES TO CTL-ISSUER-NAME.
           MOVE SPACES TO CTL-ISSUER-TAX-ID.
           MOVE SPACES TO CTL-ISSUER-ADDRESS.
           MOVE SPACES TO CTL-ISSUER-POSTCODE.
           MOVE SPACES TO CTL-ISSUER-CITY.
           MOVE "65000000" TO CTL-GL-BAD-DEBT.
           MOVE "77800000" TO CTL-GL-BAD-DEBT-RECOV.
           MOVE SPACES TO CTL-SDD-CREDITOR-ID.
           MOVE SPACES TO CTL-SDD-IBAN.
           MOVE ZERO TO CTL-LAST-REMIT-NUM.
           MOVE 10.00 TO CTL-STAFF-RATE(1).
           MOVE 300.00 TO CTL-STAFF-CAP(1).
           MOVE 15.00 TO CTL-STAFF-RATE(2).
           MOVE 500.00 TO CTL-STAFF-CAP(2).
           MOVE 15.00 TO CTL-STAFF-RATE(3).
           MOVE 500.00 TO CTL-STAFF-CAP(3).
           MOVE 3 TO CTL-JRNL-RETENTION(1).
           MOVE 6 TO CTL-JRNL-RETENTION(2).
           MOVE 12 TO CTL-JRNL-RETENTION(3).
           MOVE 3 TO CTL-JRNL-RETENTION(4).
           MOVE 24 TO CTL-JRNL-RETENTION(5).
           MOVE 6 TO CTL-JRNL-RETENTION(6).
           MOVE 3 TO CTL-JRNL-RETENTION(7).
           MOVE "001" TO CTL-STORE-ID.
           MOVE ZERO TO CTL-TICKET-BASE.
           OPEN OUTPUT CTL-FILE.

      *                  CTL-POINTS-EXPIRY-MONTHS meses y aun sin   *
      *                  canjear, dejando cada lapso tambien en el  *
      *                  diario: el saldo siempre se explica.       *
      * 2026-10-15  JMS  El arrastre "S" que deja el archivo de     *
      *                  diarios sale en el extracto como saldo     *
      *                  anterior y, para la caducidad, cuenta como *
      *                  puntos ganados en su fecha.                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "PTSJRNL.CPY".
           COPY "CTLFILE.CPY".
                       " TICKET " PT-TICKET " CANJEADOS -"
                       FUNCTION TRIM(WS-EDIT-POINTS)
                       WITH NO ADVANCING
               WHEN PT-IS-CARRIED
                   DISPLAY WS-DT-DD "/" WS-DT-MM "/" WS-DT-YYYY
                       " SALDO ANTERIOR ARCHIVADO, SIN GASTAR +"
                       FUNCTION TRIM(WS-EDIT-POINTS)
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY WS-DT-DD "/" WS-DT-MM "/" WS-DT-YYYY
                       " CADUCADOS -"
                   NOT AT END
                       IF PT-MEMBER IS EQUAL TO CM-MEMBER-CODE
                           EVALUATE TRUE
                               WHEN PT-IS-EARN OR PT-IS-CARRIED
                                   IF PT-DATE IS LESS THAN
                                           WS-CUTOFF-DATE
                                       ADD PT-POINTS TO

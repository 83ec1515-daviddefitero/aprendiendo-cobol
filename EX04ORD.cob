      *                  anexar sobre un lote ya vendido cambiaba   *
      *                  la huella y la siguiente pasada volvia a   *
      *                  cobrar los tickets viejos.                 *
      * 2026-10-15  JMS  La linea del diario de pagos lleva ahora   *
      *                  su clase (en blanco: cobro normal).        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       FD  TRANIN-FILE.
       01  TRANIN-REC                           PIC X(90).
       FD  BATCHRUN-FILE.
           MOVE CM-NAME TO PY-NAME.
           MOVE WS-METHOD-INPUT TO PY-METHOD.
           MOVE WS-DEPOSIT TO PY-AMOUNT.
           MOVE SPACE TO PY-KIND.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS IS NOT EQUAL TO "00" AND
                   WS-PAYMENT-STATUS IS NOT EQUAL TO "05"

      *                  recargas del diario de pagos: un cliente   *
      *                  con compras viejas pero recargas           *
      *                  recientes sigue vivo y no se anonimiza.    *
      * 2026-10-15  JMS  La anonimizacion borra tambien el NIF y    *
      *                  el domicilio fiscal del maestro; las       *
      *                  facturas emitidas se conservan intactas.   *
      * 2026-10-15  JMS  La anonimizacion borra tambien la cuenta y *
      *                  la referencia del mandato de adeudo SEPA y *
      *                  lo deja cancelado.                         *
      * 2026-10-15  JMS  Borra tambien el correo, el telefono y la  *
      *                  direccion postal y retira el               *
      *                  consentimiento comercial.                  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CHGTMP-FILE.
       01  CHGTMP-FILE-REC                      PIC X(125).
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "CHGJRNL.CPY".
           ADD 1 TO WS-CAND-COUNT.
           MOVE CM-NAME TO WS-CAND-NAME(WS-CAND-COUNT).
           MOVE WS-TOKEN TO WS-CAND-TOKEN(WS-CAND-COUNT).
      * Los importes y las fechas quedan; el nombre, la edad, el
      * codigo de socio, el NIF, el domicilio fiscal, la cuenta y
      * referencia del mandato de adeudo (el mandato queda
      * cancelado) y los datos de contacto desaparecen; el
      * consentimiento comercial queda retirado.
      * Las facturas ya emitidas (INVOICES.DAT) no se tocan: son
      * documentos fiscales que hay que conservar tal cual.
           MOVE WS-TOKEN TO CM-NAME.
           MOVE ZERO TO CM-AGE.
           MOVE SPACES TO CM-MEMBER-CODE.
           MOVE SPACES TO CM-TAX-ID.
           MOVE SPACES TO CM-FISCAL-ADDRESS.
           MOVE SPACES TO CM-FISCAL-POSTCODE.
           MOVE SPACES TO CM-FISCAL-CITY.
           IF CM-MANDATE-IBAN IS NOT EQUAL TO SPACES
               MOVE SPACES TO CM-MANDATE-IBAN
               MOVE SPACES TO CM-MANDATE-REF
               SET CM-MANDATE-CANCELLED TO TRUE
           END-IF.
           MOVE SPACES TO CM-EMAIL.
           MOVE SPACES TO CM-PHONE.
           MOVE SPACES TO CM-POSTAL-ADDRESS.
           MOVE SPACES TO CM-POSTAL-POSTCODE.
           MOVE SPACES TO CM-POSTAL-CITY.
           SET CM-MKT-OPTED-OUT TO TRUE.
           MOVE ZERO TO CM-MKT-CONSENT-DATE.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   DISPLAY "EX04ANM: NO SE PUDO ANONIMIZAR EL "

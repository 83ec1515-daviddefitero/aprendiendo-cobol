      *                  exactamente que se perdio. El fichero      *
      *                  nuevo se deja al lado: renombrelo a        *
      *                  TICKETS.DAT tras revisar el informe.       *
      * 2026-10-15  JMS  Registro de ticket a 229 posiciones (hora  *
      *                  de venta); TICKREJ.DAT crece en            *
      *                  proporcion.                                *
      * 2026-10-15  JMS  Registro de ticket a 241 posiciones        *
      *                  (numero de factura); TICKREJ.DAT crece     *
      *                  en proporcion.                             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  NEW-FILE.
           COPY "TICKREC.CPY".
       FD  REJECT-FILE.
       01  REJECT-REC                           PIC X(278).
       FD  FIXRPT-FILE.
       01  FIXRPT-LINE                          PIC X(80).
       WORKING-STORAGE SECTION.
           END-IF.
           WRITE TICKET-REC OF NEW-FILE
               INVALID KEY
                   MOVE WS-HEADER-BUFFER TO REJECT-REC(35:241)
                   MOVE "CABECERA CON CLAVE DUPLICADA" TO
                       WS-REASON
                   MOVE WS-REASON TO REJECT-REC(1:34)
       2500-QUARANTINE.
           MOVE SPACES TO REJECT-REC.
           MOVE WS-REASON TO REJECT-REC(1:34).
           MOVE TICKET-REC OF OLD-FILE TO REJECT-REC(35:241).
           WRITE REJECT-REC.
           ADD 1 TO WS-REJECT-COUNT.
       2500-EXIT.

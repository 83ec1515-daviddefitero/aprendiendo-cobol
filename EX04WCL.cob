      *                  caja.                                      *
      * 2026-09-01  JMS  La verificacion del rastro de auditoria    *
      *                  (EX04AUV) es paso esperado de la ventana.  *
      * 2026-10-15  JMS  Registro de punto de control a 229         *
      *                  posiciones (hora de venta en la            *
      *                  cabecera).                                 *
      * 2026-10-15  JMS  Registro de punto de control a 241         *
      *                  posiciones (numero de factura).            *
      * 2026-10-15  JMS  Son pasos esperados de la ventana tambien  *
      *                  los que EX04NGT ha ido sumando: EX04CAD,   *
      *                  EX04GLC, EX04VAL, EX04FIS y EX04XRF. Los   *
      *                  hallazgos de EX04XRF cuentan como aviso.   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC                       PIC X(116).
       FD  CKPT-FILE.
       01  CKPT-FILE-REC                        PIC X(241).
       WORKING-STORAGE SECTION.
           COPY "AUDITREC.CPY".
      * Pasos que la ventana nocturna debe haber ejecutado, en su
      * orden; la lista es fija y pequena, como la propia noche, y
      * sigue a la de EX04NGT (sin este mismo programa).
       78  WCL-STEP-COUNT                       VALUE 15.
       01  WS-STEP-TABLE-DATA.
           05 FILLER                            PIC X(08)
               VALUE "EX00".
               VALUE "EX04EOD".
           05 FILLER                            PIC X(08)
               VALUE "EX04GMR".
           05 FILLER                            PIC X(08)
               VALUE "EX04CAD".
           05 FILLER                            PIC X(08)
               VALUE "EX04GLP".
           05 FILLER                            PIC X(08)
               VALUE "EX04GLC".
           05 FILLER                            PIC X(08)
               VALUE "EX04VAL".
           05 FILLER                            PIC X(08)
               VALUE "EX04RCN".
           05 FILLER                            PIC X(08)
               VALUE "EX04AUV".
           05 FILLER                            PIC X(08)
               VALUE "EX04FIS".
           05 FILLER                            PIC X(08)
               VALUE "EX04XRF".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
           05 WS-STEP-NAME OCCURS WCL-STEP-COUNT TIMES
                                                PIC X(08).
                   WHEN WS-STEP-LAST-OUT(WS-I-STEP) IS EQUAL TO
                           "RECHAZOS"
                       MOVE "CON RECHAZOS" TO WS-STEP-VERDICT
      * "HALLAZGO" es el RC 4 de EX04XRF: el control corrio entero y
      * lo que encontro esta en XREFRPT.TXT; la cadena sigue y aqui
      * es aviso, igual que los rechazos.
                   WHEN WS-STEP-LAST-OUT(WS-I-STEP) IS EQUAL TO
                           "HALLAZGO"
                       MOVE "CON HALLAZGOS" TO WS-STEP-VERDICT
                   WHEN OTHER
                       MOVE SPACES TO WS-STEP-VERDICT
                       STRING "FALLO " WS-STEP-LAST-OUT(WS-I-STEP)

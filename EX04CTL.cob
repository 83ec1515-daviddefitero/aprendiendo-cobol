      *                  pueden haberlos avanzado mientras este     *
      *                  mantenimiento estaba en pantalla, y        *
      *                  regrabar la copia en memoria los pisaba.   *
      * 2026-10-15  JMS  Opcion E para los datos fiscales del       *
      *                  emisor que encabezan las facturas; al      *
      *                  grabar se conservan tambien de disco los   *
      *                  correlativos de las series de facturas.    *
      * 2026-10-15  JMS  Opcion A para el identificador de          *
      *                  acreedor SEPA y la cuenta de abono de las  *
      *                  remesas de adeudo directo (IBAN validado); *
      *                  al grabar se conserva de disco el ultimo   *
      *                  numero de remesa.                          *
      * 2026-10-15  JMS  Opcion P para el descuento y el tope       *
      *                  mensual de las compras del personal por    *
      *                  nivel de operador.                         *
      * 2026-10-15  JMS  Opcion R para los meses que conserva cada  *
      *                  diario en el fichero vivo antes del        *
      *                  archivo de diarios de fin de mes.          *
      * 2026-10-15  JMS  Al grabar se conserva tambien de disco el  *
      *                  correlativo de devoluciones a proveedor.   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
      * Imagen del registro tal y como este en disco al grabar, con
           88  WS-OPT-LIMIT                     VALUE "L".
           88  WS-OPT-DISCOUNTS                 VALUE "D".
           88  WS-OPT-STORE                     VALUE "T".
           88  WS-OPT-ISSUER                    VALUE "E".
           88  WS-OPT-SDD                       VALUE "A".
           88  WS-OPT-STAFF                     VALUE "P".
           88  WS-OPT-RETENTION                 VALUE "R".
           88  WS-OPT-EXIT                      VALUE "X".
       01  WS-CHANGED-SW                        PIC X(01) VALUE "N".
           88  WS-ANY-CHANGE                    VALUE "Y".
      * Los datos del emisor son texto y pueden alargar la linea del
      * fichero: si se tocan, el registro se graba entero de nuevo en
      * lugar de regrabarse sobre la linea anterior.
       01  WS-ISSUER-CHANGED-SW                 PIC X(01) VALUE "N".
           88  WS-ISSUER-CHANGED                VALUE "Y".
      * Un registro de antes de la tabla de retencion de diarios la
      * recibe sembrada y se graba tambien entero.
       01  WS-JRNL-SEEDED-SW                    PIC X(01) VALUE "N".
           88  WS-JRNL-SEEDED                   VALUE "Y".
      * Nombres de los diarios en el orden de CTL-JRNL-RETENTION.
       01  WS-JRNL-NAMES-DATA.
           05  FILLER                           PIC X(12)
                   VALUE "PAYMENTS.DAT".
           05  FILLER                           PIC X(12)
                   VALUE "STKMOVE.DAT".
           05  FILLER                           PIC X(12)
                   VALUE "CHGJRNL.DAT".
           05  FILLER                           PIC X(12)
                   VALUE "VOIDJRNL.DAT".
           05  FILLER                           PIC X(12)
                   VALUE "PTSJRNL.DAT".
           05  FILLER                           PIC X(12)
                   VALUE "RECEIPTS.DAT".
           05  FILLER                           PIC X(12)
                   VALUE "DRAWER.DAT".
       01  WS-JRNL-NAMES REDEFINES WS-JRNL-NAMES-DATA.
           05  WS-JRNL-NAME OCCURS 7 TIMES      PIC X(12).
       01  WS-JRNL-I                            PIC 9(01).
       01  WS-NEW-MONTHS                        PIC 9(03).
       01  WS-EDIT-MONTHS                       PIC ZZ9.
       01  WS-ISSUER-PROMPT                     PIC X(20).
       01  WS-ISSUER-VALUE                      PIC X(40).
       01  WS-ISSUER-INPUT                      PIC X(40).
      * IBAN de abono de las remesas, validado con IBANCHK.
       01  WS-IBAN-INPUT                        PIC X(34).
       01  WS-IBAN-RESULT                       PIC X(01).
       01  WS-NUM-INPUT                         PIC X(10).
       01  WS-SLOT-INPUT                        PIC X(02).
       01  WS-STORE-INPUT                       PIC X(03).
       01  WS-CODE-INPUT                        PIC X(06).
       01  WS-TYPE-INPUT                        PIC X(01).
       01  WS-SLOT                              PIC 9(01).
       01  WS-LEVEL-I                           PIC 9(01).
       01  WS-NEW-STAFF-RATE                    PIC 9(2)V99.
       01  WS-EDIT-STAFF-RATE                   PIC Z9.99.
       01  WS-CAT-I                             PIC 9(01).
       01  WS-NEW-RATE                          PIC 9(2)V999.
       01  WS-NEW-LIMIT                         PIC 9(4).
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE SPACES TO WS-OPTION.
           MOVE "N" TO WS-CHANGED-SW.
           MOVE "N" TO WS-ISSUER-CHANGED-SW.
           MOVE "N" TO WS-JRNL-SEEDED-SW.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM UNTIL WS-OPT-EXIT
                               5000-EXIT
                       WHEN WS-OPT-STORE
                           PERFORM 5500-CHANGE-STORE THRU 5500-EXIT
                       WHEN WS-OPT-ISSUER
                           PERFORM 5600-CHANGE-ISSUER THRU 5600-EXIT
                       WHEN WS-OPT-SDD
                           PERFORM 5700-CHANGE-SDD THRU 5700-EXIT
                       WHEN WS-OPT-STAFF
                           PERFORM 5800-CHANGE-STAFF THRU 5800-EXIT
                       WHEN WS-OPT-RETENTION
                           PERFORM 5900-CHANGE-RETENTION THRU
                               5900-EXIT
                       WHEN WS-OPT-EXIT
                           CONTINUE
                       WHEN OTHER
           IF CTL-TICKET-BASE IS NOT NUMERIC
               MOVE ZERO TO CTL-TICKET-BASE
           END-IF.
           IF CTL-ISSUER-NAME IS EQUAL TO LOW-VALUES
               MOVE SPACES TO CTL-ISSUER-NAME
           END-IF.
           IF CTL-LAST-REMIT-NUM IS NOT NUMERIC
               MOVE SPACES TO CTL-SDD-CREDITOR-ID
               MOVE SPACES TO CTL-SDD-IBAN
               MOVE ZERO TO CTL-LAST-REMIT-NUM
           END-IF.
           IF CTL-STAFF-CAP(3) IS NOT NUMERIC
               MOVE 10.00 TO CTL-STAFF-RATE(1)
               MOVE 300.00 TO CTL-STAFF-CAP(1)
               MOVE 15.00 TO CTL-STAFF-RATE(2)
               MOVE 500.00 TO CTL-STAFF-CAP(2)
               MOVE 15.00 TO CTL-STAFF-RATE(3)
               MOVE 500.00 TO CTL-STAFF-CAP(3)
           END-IF.
           IF CTL-JRNL-RETENTION(7) IS NOT NUMERIC
               MOVE 3 TO CTL-JRNL-RETENTION(1)
               MOVE 6 TO CTL-JRNL-RETENTION(2)
               MOVE 12 TO CTL-JRNL-RETENTION(3)
               MOVE 3 TO CTL-JRNL-RETENTION(4)
               MOVE 24 TO CTL-JRNL-RETENTION(5)
               MOVE 6 TO CTL-JRNL-RETENTION(6)
               MOVE 3 TO CTL-JRNL-RETENTION(7)
               SET WS-JRNL-SEEDED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
           MOVE CTL-TICKET-BASE TO WS-EDIT-NUM.
           DISPLAY "TIENDA " CTL-STORE-ID " / BASE DE NUMERACION "
               FUNCTION TRIM(WS-EDIT-NUM).
           DISPLAY "EMISOR DE FACTURAS          : "
               FUNCTION TRIM(CTL-ISSUER-NAME) " NIF "
               FUNCTION TRIM(CTL-ISSUER-TAX-ID).
           DISPLAY "DOMICILIO FISCAL            : "
               FUNCTION TRIM(CTL-ISSUER-ADDRESS) " "
               CTL-ISSUER-POSTCODE " "
               FUNCTION TRIM(CTL-ISSUER-CITY).
           MOVE CTL-LAST-REMIT-NUM TO WS-EDIT-NUM.
           DISPLAY "ADEUDOS SEPA: ACREEDOR "
               FUNCTION TRIM(CTL-SDD-CREDITOR-ID) " / ULTIMA REMESA "
               FUNCTION TRIM(WS-EDIT-NUM).
           DISPLAY "CUENTA DE ABONO DE REMESAS  : "
               FUNCTION TRIM(CTL-SDD-IBAN).
           PERFORM VARYING WS-LEVEL-I FROM 1 BY 1
                   UNTIL WS-LEVEL-I IS GREATER THAN 3
               MOVE CTL-STAFF-RATE(WS-LEVEL-I) TO WS-EDIT-STAFF-RATE
               MOVE CTL-STAFF-CAP(WS-LEVEL-I) TO WS-EDIT-VALUE
               DISPLAY "PERSONAL NIVEL " WS-LEVEL-I
                   ": DESCUENTO " WS-EDIT-STAFF-RATE
                   " % / TOPE MENSUAL " WS-EDIT-VALUE
           END-PERFORM.
           PERFORM VARYING WS-JRNL-I FROM 1 BY 1
                   UNTIL WS-JRNL-I IS GREATER THAN 7
               MOVE CTL-JRNL-RETENTION(WS-JRNL-I) TO WS-EDIT-MONTHS
               DISPLAY "RETENCION " WS-JRNL-I " " WS-JRNL-NAME
                   (WS-JRNL-I) "  : " WS-EDIT-MONTHS " MESES"
           END-PERFORM.
       2000-EXIT.
           EXIT.
       2500-ASK-OPTION.
           DISPLAY "I) TIPOS DE IVA   L) TOPE DE LINEAS   "
               "D) DESCUENTOS   T) TIENDA   E) EMISOR".
           DISPLAY "A) ADEUDOS SEPA   P) COMPRAS DEL PERSONAL   "
               "R) RETENCION DE DIARIOS   X) GRABAR Y SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       5500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5600-CHANGE-ISSUER - datos fiscales del emisor que        *
      * encabezan las facturas; en blanco se deja cada dato como  *
      * esta y un asterisco lo borra.                             *
      *-----------------------------------------------------------*
       5600-CHANGE-ISSUER.
           MOVE "RAZON SOCIAL" TO WS-ISSUER-PROMPT.
           MOVE CTL-ISSUER-NAME TO WS-ISSUER-VALUE.
           PERFORM 5610-ASK-ISSUER-FIELD THRU 5610-EXIT.
           MOVE WS-ISSUER-VALUE TO CTL-ISSUER-NAME.
           MOVE "NIF" TO WS-ISSUER-PROMPT.
           MOVE CTL-ISSUER-TAX-ID TO WS-ISSUER-VALUE.
           PERFORM 5610-ASK-ISSUER-FIELD THRU 5610-EXIT.
           MOVE WS-ISSUER-VALUE TO CTL-ISSUER-TAX-ID.
           MOVE "DOMICILIO" TO WS-ISSUER-PROMPT.
           MOVE CTL-ISSUER-ADDRESS TO WS-ISSUER-VALUE.
           PERFORM 5610-ASK-ISSUER-FIELD THRU 5610-EXIT.
           MOVE WS-ISSUER-VALUE TO CTL-ISSUER-ADDRESS.
           MOVE "CODIGO POSTAL" TO WS-ISSUER-PROMPT.
           MOVE CTL-ISSUER-POSTCODE TO WS-ISSUER-VALUE.
           PERFORM 5610-ASK-ISSUER-FIELD THRU 5610-EXIT.
           MOVE WS-ISSUER-VALUE TO CTL-ISSUER-POSTCODE.
           MOVE "POBLACION" TO WS-ISSUER-PROMPT.
           MOVE CTL-ISSUER-CITY TO WS-ISSUER-VALUE.
           PERFORM 5610-ASK-ISSUER-FIELD THRU 5610-EXIT.
           MOVE WS-ISSUER-VALUE TO CTL-ISSUER-CITY.
       5600-EXIT.
           EXIT.
       5610-ASK-ISSUER-FIELD.
           DISPLAY FUNCTION TRIM(WS-ISSUER-PROMPT) " ["
               FUNCTION TRIM(WS-ISSUER-VALUE) "] (* BORRA): "
               WITH NO ADVANCING.
           ACCEPT WS-ISSUER-INPUT.
           IF WS-ISSUER-INPUT IS EQUAL TO SPACES
               GO TO 5610-EXIT
           END-IF.
           IF WS-ISSUER-INPUT IS EQUAL TO "*"
               MOVE SPACES TO WS-ISSUER-INPUT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ISSUER-INPUT) TO
               WS-ISSUER-INPUT.
           IF WS-ISSUER-INPUT IS EQUAL TO WS-ISSUER-VALUE
               GO TO 5610-EXIT
           END-IF.
           MOVE WS-ISSUER-INPUT TO WS-ISSUER-VALUE.
           SET WS-ANY-CHANGE TO TRUE.
           SET WS-ISSUER-CHANGED TO TRUE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "EMISOR: " DELIMITED BY SIZE
               WS-ISSUER-PROMPT DELIMITED BY "  "
               " CAMBIADO" DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
       5610-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5700-CHANGE-SDD - datos del acreedor para las remesas de    *
      * adeudo directo: identificador de acreedor SEPA y cuenta de  *
      * abono. Como los del emisor, alargan la linea del fichero.   *
      *-----------------------------------------------------------*
       5700-CHANGE-SDD.
           MOVE "IDENT. ACREEDOR" TO WS-ISSUER-PROMPT.
           MOVE CTL-SDD-CREDITOR-ID TO WS-ISSUER-VALUE.
           PERFORM 5610-ASK-ISSUER-FIELD THRU 5610-EXIT.
           MOVE WS-ISSUER-VALUE TO CTL-SDD-CREDITOR-ID.
           PERFORM 5710-ASK-SDD-IBAN THRU 5710-EXIT.
       5700-EXIT.
           EXIT.
      * El IBAN se compacta y se valida antes de aceptarlo: una
      * cuenta mal tecleada haria rechazar la remesa entera.
       5710-ASK-SDD-IBAN.
           DISPLAY "IBAN DE ABONO [" FUNCTION TRIM(CTL-SDD-IBAN)
               "] (* BORRA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IBAN-INPUT.
           ACCEPT WS-IBAN-INPUT.
           IF WS-IBAN-INPUT IS EQUAL TO SPACES
               GO TO 5710-EXIT
           END-IF.
           IF WS-IBAN-INPUT IS EQUAL TO "*"
               MOVE SPACES TO WS-IBAN-INPUT
           ELSE
               CALL "IBANCHK" USING WS-IBAN-INPUT, WS-IBAN-RESULT
               IF WS-IBAN-RESULT IS NOT EQUAL TO "S"
                   DISPLAY "** IBAN NO VALIDO, SE DEJA EL ANTERIOR **"
                   GO TO 5710-EXIT
               END-IF
           END-IF.
           IF WS-IBAN-INPUT IS EQUAL TO CTL-SDD-IBAN
               GO TO 5710-EXIT
           END-IF.
           MOVE WS-IBAN-INPUT TO CTL-SDD-IBAN.
           SET WS-ANY-CHANGE TO TRUE.
           SET WS-ISSUER-CHANGED TO TRUE.
           MOVE "ADEUDOS: IBAN DE ABONO CAMBIADO" TO WS-AUD-DETAIL.
           PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
       5710-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5800-CHANGE-STAFF - descuento y tope de gasto mensual de    *
      * las compras del personal para un nivel de operador; el      *
      * porcentaje no pasa de 100 y el tope a cero deja el nivel    *
      * sin tope. En blanco se deja cada dato como esta.            *
      *-----------------------------------------------------------*
       5800-CHANGE-STAFF.
           DISPLAY "NIVEL DE OPERADOR (1-3): " WITH NO ADVANCING.
           ACCEPT WS-SLOT-INPUT.
           IF WS-SLOT-INPUT IS NOT EQUAL TO "1 " AND "2 " AND "3 "
               DISPLAY "** NIVEL NO VALIDO **"
               GO TO 5800-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SLOT-INPUT) TO WS-LEVEL-I.
           DISPLAY "DESCUENTO % (EN BLANCO PARA NO CAMBIAR): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NUM-INPUT.
           ACCEPT WS-NUM-INPUT.
           IF WS-NUM-INPUT IS NOT EQUAL TO SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-INPUT) IS NOT EQUAL TO
                       ZERO
                   DISPLAY "** ENTRADA NO NUMERICA **"
                   GO TO 5800-EXIT
               END-IF
               IF FUNCTION NUMVAL(WS-NUM-INPUT) IS GREATER THAN 99.99
                   DISPLAY "** FUERA DE RANGO **"
                   GO TO 5800-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO
                   WS-NEW-STAFF-RATE
               MOVE WS-NEW-STAFF-RATE TO CTL-STAFF-RATE(WS-LEVEL-I)
               SET WS-ANY-CHANGE TO TRUE
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "PERSONAL NIVEL " WS-LEVEL-I " DESCUENTO "
                       WS-NEW-STAFF-RATE DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
               END-STRING
               PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
           END-IF.
           DISPLAY "TOPE MENSUAL, 0 = SIN TOPE (EN BLANCO PARA NO "
               "CAMBIAR): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NUM-INPUT.
           ACCEPT WS-NUM-INPUT.
           IF WS-NUM-INPUT IS EQUAL TO SPACES
               GO TO 5800-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-NUM-INPUT) IS NOT EQUAL TO
                   ZERO
               DISPLAY "** ENTRADA NO NUMERICA **"
               GO TO 5800-EXIT
           END-IF.
           IF FUNCTION NUMVAL(WS-NUM-INPUT) IS GREATER THAN 99999.99
               DISPLAY "** FUERA DE RANGO **"
               GO TO 5800-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-NEW-VALUE.
           MOVE WS-NEW-VALUE TO CTL-STAFF-CAP(WS-LEVEL-I).
           SET WS-ANY-CHANGE TO TRUE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "PERSONAL NIVEL " WS-LEVEL-I " TOPE "
                   WS-NEW-VALUE DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
       5800-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5900-CHANGE-RETENTION - meses cerrados que un diario guarda *
      * en el fichero vivo; cero deja en el vivo solo el mes        *
      * abierto. Tope 120 meses.                                    *
      *-----------------------------------------------------------*
       5900-CHANGE-RETENTION.
           DISPLAY "DIARIO A CAMBIAR (1-7): " WITH NO ADVANCING.
           ACCEPT WS-SLOT-INPUT.
           IF WS-SLOT-INPUT IS NOT EQUAL TO "1 " AND "2 " AND "3 "
                   AND "4 " AND "5 " AND "6 " AND "7 "
               DISPLAY "** DIARIO NO VALIDO **"
               GO TO 5900-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SLOT-INPUT) TO WS-JRNL-I.
           DISPLAY "MESES A CONSERVAR EN " FUNCTION TRIM
               (WS-JRNL-NAME(WS-JRNL-I)) " (0 A 120): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NUM-INPUT.
           ACCEPT WS-NUM-INPUT.
           IF FUNCTION TEST-NUMVAL(WS-NUM-INPUT) IS NOT EQUAL TO
                   ZERO
               DISPLAY "** ENTRADA NO NUMERICA **"
               GO TO 5900-EXIT
           END-IF.
           IF FUNCTION NUMVAL(WS-NUM-INPUT) IS GREATER THAN 120 OR
                   FUNCTION NUMVAL(WS-NUM-INPUT) IS LESS THAN ZERO
               DISPLAY "** FUERA DE RANGO **"
               GO TO 5900-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUM-INPUT) TO WS-NEW-MONTHS.
           MOVE WS-NEW-MONTHS TO CTL-JRNL-RETENTION(WS-JRNL-I).
           SET WS-ANY-CHANGE TO TRUE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "RETENCION " DELIMITED BY SIZE
                   WS-JRNL-NAME(WS-JRNL-I) DELIMITED BY SPACE
                   " " WS-NEW-MONTHS " MESES" DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
           END-STRING.
           PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
       5900-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6000-SAVE-CONTROL - regraba el registro completo; los       *
      * correlativos salen tal cual entraron.                       *
      *-----------------------------------------------------------*
           MOVE DK-LAST-ORDER-NUM TO CTL-LAST-ORDER-NUM.
           MOVE DK-BUSINESS-DATE TO CTL-BUSINESS-DATE.
           MOVE DK-DAY-STATUS TO CTL-DAY-STATUS.
           MOVE DK-INVOICE-YEAR TO CTL-INVOICE-YEAR.
           MOVE DK-LAST-INVOICE-NUM TO CTL-LAST-INVOICE-NUM.
           MOVE DK-LAST-CORRECTIVE-NUM TO CTL-LAST-CORRECTIVE-NUM.
           MOVE DK-LAST-REMIT-NUM TO CTL-LAST-REMIT-NUM.
           MOVE DK-LAST-RTV-NUM TO CTL-LAST-RTV-NUM.
           MOVE CTL-RECORD TO CTL-FILE-REC.
           IF WS-ISSUER-CHANGED OR WS-JRNL-SEEDED
               CLOSE CTL-FILE
               OPEN OUTPUT CTL-FILE
               WRITE CTL-FILE-REC
           ELSE
               REWRITE CTL-FILE-REC
           END-IF.
           CLOSE CTL-FILE.
           DISPLAY "PARAMETROS GRABADOS".
       6000-EXIT.

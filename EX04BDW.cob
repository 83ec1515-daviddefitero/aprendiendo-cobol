       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04BDW.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Baja de deudas            *
      *                  incobrables: propone a los deudores que la *
      *                  reclamacion ya bloqueo (CM-IS-BLOCKED) con *
      *                  una deuda de mas de los dias y el importe  *
      *                  minimos que se piden, fechando la entrada  *
      *                  en numeros rojos ticket a ticket como la   *
      *                  antiguedad de deuda. Cada baja necesita    *
      *                  autorizacion de supervisor (OVERRIDE):     *
      *                  deja CM-BALANCE a cero, anota el importe   *
      *                  en CM-WRITTEN-OFF, deja la linea "B" en    *
      *                  BADDEBT.DAT y el asiento de perdida en     *
      *                  GLJRNL.DAT (debe CTL-GL-BAD-DEBT, haber    *
      *                  clientes). Lo que el cliente pague despues *
      *                  lo trata EX04PAY como recuperacion.        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de control: cuentas del asiento.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Fichero de transacciones, para fechar la entrada en deuda.
           SELECT TICKET-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TF-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Maestro de clientes: la deuda, el bloqueo y lo dado de baja.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CLIENT-STATUS.
      * Diario de deudas incobrables: una linea por baja.
           SELECT BADDEBT-FILE ASSIGN TO "BADDEBT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
      * Diario contable: se le anexa el asiento de cada baja.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
      * Propuesta de bajas con lo decidido para cada deudor.
           SELECT BDWRPT-FILE ASSIGN TO "BADDEBT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDWRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  TICKET-FILE.
           COPY "TICKREC.CPY" REPLACING LEADING ==TR-== BY ==TF-==.
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  BADDEBT-FILE.
       01  BADDEBT-FILE-REC                     PIC X(86).
       FD  GLJRNL-FILE.
       01  GLJRNL-FILE-REC                      PIC X(66).
       FD  BDWRPT-FILE.
       01  BDWRPT-LINE                          PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "GLJRNL.CPY".
           COPY "BADDEBT.CPY".
           COPY "TICKREC.CPY" REPLACING ==TICKET-REC== BY
                ==WS-TICKET-BUFFER==.
       78  BDW-MAX-CUSTOMERS                    VALUE 2000.
       78  BDW-MAX-CANDIDATES                   VALUE 500.
      * Criterios que se proponen si el operador no teclea otros:
      * medio ano en numeros rojos y una deuda que merezca el
      * asiento.
       78  BDW-DEFAULT-DAYS                     VALUE 180.
       78  BDW-DEFAULT-AMOUNT                   VALUE 50.
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-BADDEBT-STATUS                    PIC X(02).
       01  WS-GLJRNL-STATUS                     PIC X(02).
       01  WS-BDWRPT-STATUS                     PIC X(02).
       01  WS-CLIENT-OPEN-SW                    PIC X(01) VALUE "N".
           88  WS-CLIENT-OPEN                   VALUE "Y".
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-CUST-FOUND                    VALUE "Y".
      * Seguimiento por cliente, identico al de la antiguedad de
      * deuda: saldo reconstruido y fecha de entrada en negativo.
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT                    PIC 9(04) VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 1 TO BDW-MAX-CUSTOMERS TIMES
                   DEPENDING ON WS-CUST-COUNT
                   INDEXED BY WS-CUST-IDX.
               10  WS-CUST-NAME                 PIC A(30).
               10  WS-CUST-BALANCE              PIC S9(09)V99.
               10  WS-CUST-DEBT-DATE            PIC 9(08).
       01  WS-AFTER-BAL                         PIC S9(09)V99.
      * Venta en espera de sus registros de cobro: los "T" vienen
      * detras de la cabecera en orden de clave, asi que el cargo
      * al saldo (solo la parte "C", o el total si el ticket es de
      * antes de los medios de pago) se aplica al cerrar el grupo.
       01  WS-PEND-SW                           PIC X(01) VALUE "N".
           88  WS-PEND-OPEN                     VALUE "Y".
       01  WS-PEND-TEND-SW                      PIC X(01) VALUE "N".
           88  WS-PEND-TENDERS-SEEN             VALUE "Y".
       01  WS-PEND-I                            PIC 9(04).
       01  WS-PEND-BAL                          PIC S9(09)V99.
       01  WS-PEND-TWT                          PIC 9(09)V99.
       01  WS-PEND-ACCT                         PIC 9(09)V99.
       01  WS-PEND-DATE                         PIC 9(08).
       01  WS-APPLY-DATE                        PIC 9(08).
      * Deudores propuestos para la baja y lo decidido con cada uno:
      * "B" dado de baja, "N" no autorizado, "C" cambio su saldo
      * entre la propuesta y la baja, " " sin decidir.
       01  WS-CAND-TABLE.
           05  WS-CAND-COUNT                    PIC 9(04) VALUE ZERO.
           05  WS-CAND-ENTRY OCCURS 1 TO BDW-MAX-CANDIDATES TIMES
                   DEPENDING ON WS-CAND-COUNT
                   INDEXED BY WS-CAND-IDX.
               10  WS-CAND-ID                   PIC 9(08).
               10  WS-CAND-NAME                 PIC A(30).
               10  WS-CAND-DAYS                 PIC 9(05).
               10  WS-CAND-DEBT                 PIC 9(07)V99.
               10  WS-CAND-RESULT               PIC X(01).
       01  WS-DAYS-INPUT                        PIC X(05).
       01  WS-AMOUNT-INPUT                      PIC X(10).
       01  WS-MIN-DAYS                          PIC 9(05).
       01  WS-MIN-AMOUNT                        PIC 9(07)V99.
       01  WS-DEBT-DAYS                         PIC S9(05).
       01  WS-DEBT-AMOUNT                       PIC 9(07)V99.
       01  WS-INPUT-SW                          PIC X(01) VALUE "N".
           88  WS-INPUT-OK                      VALUE "Y".
       01  WS-CONFIRM                           PIC X(01).
       01  WS-STOP-SW                           PIC X(01) VALUE "N".
           88  WS-STOP-ASKING                   VALUE "Y".
       01  WS-PROPOSED-TOTAL                    PIC 9(09)V99
                                                VALUE ZERO.
       01  WS-WRITTEN-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-WRITTEN-TOTAL                     PIC 9(09)V99
                                                VALUE ZERO.
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-TIME                         PIC 9(08).
       01  WS-GL-AMOUNT                         PIC 9(11)V99.
       01  WS-GL-CONCEPT                        PIC X(30).
      * Parametros para la subrutina OVERRIDE: cada baja se detiene
      * hasta que un supervisor la autorice.
       01  WS-OVR-REASON                        PIC X(20).
       01  WS-OVR-AMOUNT                        PIC 9(9)V99.
       01  WS-OVR-RESULT                        PIC X(1).
      * Parametros del diario de cambios, por el saldo.
       01  WS-CHG-FILE                          PIC X(12).
       01  WS-CHG-KEY                           PIC X(30).
       01  WS-CHG-FIELD                         PIC X(12).
       01  WS-CHG-BEFORE                        PIC X(20).
       01  WS-CHG-AFTER                         PIC X(20).
       01  WS-CHG-AMT                           PIC -(7)9.99.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-DAYS                         PIC ZZZZ9.
       01  WS-EDIT-COUNT                        PIC ZZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
      * leyendo basura de memoria en el resto del campo si se le pasara
      * la literal directamente. Un MOVE normal si rellena con espacios.
       01  WS-AUD-PROGRAM                       PIC X(08).
       01  WS-AUD-OUTCOME                       PIC X(08).
       01  WS-AUD-DETAIL                        PIC X(40).
      * Nombre del informe para la subrutina de spool.
       01  WS-SPL-NAME                          PIC X(12).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
      * Invocado como subrutina desde el menu: el estado de la
      * ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-PEND-SW.
           MOVE "N" TO WS-STOP-SW.
           MOVE "N" TO WS-CLIENT-OPEN-SW.
           MOVE ZERO TO WS-CUST-COUNT.
           MOVE ZERO TO WS-CAND-COUNT.
           MOVE ZERO TO WS-PROPOSED-TOTAL.
           MOVE ZERO TO WS-WRITTEN-COUNT.
           MOVE ZERO TO WS-WRITTEN-TOTAL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 1500-ASK-CRITERIA THRU 1500-EXIT
               PERFORM 2000-TRACK-TICKETS THRU 2000-EXIT
               PERFORM 3000-PROPOSE THRU 3000-EXIT
               PERFORM 4000-APPROVE THRU 4000-EXIT
               PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - carga las cuentas del fichero de control  *
      * y abre el maestro y el fichero de transacciones.            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04BDW" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "BAJA DE INCOBRABLES INICIADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04BDW: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           IF CTL-GL-CUSTOMER IS EQUAL TO SPACES
               MOVE "43000000" TO CTL-GL-CUSTOMER
           END-IF.
           IF CTL-GL-BAD-DEBT IS EQUAL TO SPACES
               MOVE "65000000" TO CTL-GL-BAD-DEBT
           END-IF.
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04BDW: NO SE ENCONTRO CLIENTS.DAT, NO HAY "
                   "DEUDORES QUE DAR DE BAJA"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           SET WS-CLIENT-OPEN TO TRUE.
           OPEN INPUT TICKET-FILE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 1500-ASK-CRITERIA - dias en numeros rojos e importe minimo  *
      * de la deuda; en blanco, los de fabrica.                     *
      *-----------------------------------------------------------*
       1500-ASK-CRITERIA.
           MOVE BDW-DEFAULT-DAYS TO WS-EDIT-DAYS.
           MOVE "N" TO WS-INPUT-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "DIAS MINIMOS EN NUMEROS ROJOS (EN BLANCO = "
                   FUNCTION TRIM(WS-EDIT-DAYS) "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DAYS-INPUT
               ACCEPT WS-DAYS-INPUT
               EVALUATE TRUE
                   WHEN WS-DAYS-INPUT IS EQUAL TO SPACES
                       MOVE BDW-DEFAULT-DAYS TO WS-MIN-DAYS
                       SET WS-INPUT-OK TO TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-DAYS-INPUT) IS EQUAL
                           TO ZERO
                       MOVE FUNCTION NUMVAL(WS-DAYS-INPUT) TO
                           WS-MIN-DAYS
                       SET WS-INPUT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
               END-EVALUATE
           END-PERFORM.
           MOVE BDW-DEFAULT-AMOUNT TO WS-EDIT-MONEY.
           MOVE "N" TO WS-INPUT-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "DEUDA MINIMA (EN BLANCO = "
                   FUNCTION TRIM(WS-EDIT-MONEY) "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-AMOUNT-INPUT
               ACCEPT WS-AMOUNT-INPUT
               EVALUATE TRUE
                   WHEN WS-AMOUNT-INPUT IS EQUAL TO SPACES
                       MOVE BDW-DEFAULT-AMOUNT TO WS-MIN-AMOUNT
                       SET WS-INPUT-OK TO TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) IS
                           EQUAL TO ZERO
                       MOVE FUNCTION NUMVAL(WS-AMOUNT-INPUT) TO
                           WS-MIN-AMOUNT
                       SET WS-INPUT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
               END-EVALUATE
           END-PERFORM.
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-TRACK-TICKETS - reconstruye el saldo de cada cliente   *
      * ticket a ticket para fechar la entrada en numeros rojos,    *
      * con la misma mecanica que la antiguedad de deuda.           *
      *-----------------------------------------------------------*
       2000-TRACK-TICKETS.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-TICKET THRU 2100-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               EVALUATE TRUE
                   WHEN TR-IS-HEADER OR TR-IS-REFUND
                       PERFORM 2200-TRACK-ONE THRU 2200-EXIT
                   WHEN TR-IS-TENDER
                       PERFORM 2250-TRACK-TENDER THRU 2250-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2100-READ-TICKET THRU 2100-EXIT
           END-PERFORM.
      * La ultima venta del fichero puede seguir esperando sus
      * cobros.
           PERFORM 2270-FLUSH-PENDING THRU 2270-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-TICKET.
           READ TICKET-FILE INTO WS-TICKET-BUFFER
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-TRACK-ONE.
      * Cada cabecera cierra la venta anterior, que ya conoce sus
      * cobros.
           PERFORM 2270-FLUSH-PENDING THRU 2270-EXIT.
           PERFORM 2300-FIND-CUSTOMER THRU 2300-EXIT.
           IF NOT WS-CUST-FOUND
               IF WS-CUST-COUNT IS EQUAL TO BDW-MAX-CUSTOMERS
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-CUST-COUNT
               SET WS-CUST-IDX TO WS-CUST-COUNT
               MOVE TR-NAME TO WS-CUST-NAME(WS-CUST-IDX)
               MOVE ZERO TO WS-CUST-DEBT-DATE(WS-CUST-IDX)
           END-IF.
           IF TR-IS-REFUND
      * El abono de una devolucion entra entero al saldo.
               COMPUTE WS-AFTER-BAL = TR-BALANCE + TR-TOTAL-WITH-TAX
               MOVE TR-TICKET-DATE TO WS-APPLY-DATE
               PERFORM 2280-APPLY-BALANCE THRU 2280-EXIT
           ELSE
      * La venta queda en espera de sus cobros: el cargo real es la
      * parte "C" (o el total si el ticket es de antes de los
      * medios de pago).
               SET WS-PEND-I TO WS-CUST-IDX
               MOVE TR-BALANCE TO WS-PEND-BAL
               MOVE TR-TOTAL-WITH-TAX TO WS-PEND-TWT
               MOVE TR-TICKET-DATE TO WS-PEND-DATE
               MOVE ZERO TO WS-PEND-ACCT
               MOVE "N" TO WS-PEND-TEND-SW
               SET WS-PEND-OPEN TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2250-TRACK-TENDER - acumula la parte "C" de los cobros de   *
      * la venta en espera.                                         *
      *-----------------------------------------------------------*
       2250-TRACK-TENDER.
           IF NOT WS-PEND-OPEN
               GO TO 2250-EXIT
           END-IF.
           SET WS-PEND-TENDERS-SEEN TO TRUE.
           IF TR-TEND-IS-ACCOUNT AND TR-TENDER-AMOUNT IS NUMERIC
               ADD TR-TENDER-AMOUNT TO WS-PEND-ACCT
           END-IF.
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2270-FLUSH-PENDING - cierra la venta en espera y aplica el  *
      * cargo real al seguimiento de deuda.                         *
      *-----------------------------------------------------------*
       2270-FLUSH-PENDING.
           IF NOT WS-PEND-OPEN
               GO TO 2270-EXIT
           END-IF.
           SET WS-CUST-IDX TO WS-PEND-I.
           IF WS-PEND-TENDERS-SEEN
               COMPUTE WS-AFTER-BAL = WS-PEND-BAL - WS-PEND-ACCT
           ELSE
               COMPUTE WS-AFTER-BAL = WS-PEND-BAL - WS-PEND-TWT
           END-IF.
           MOVE WS-PEND-DATE TO WS-APPLY-DATE.
           PERFORM 2280-APPLY-BALANCE THRU 2280-EXIT.
           MOVE "N" TO WS-PEND-SW.
       2270-EXIT.
           EXIT.
      * La fecha de entrada en deuda se fija cuando el saldo pasa a
      * negativo y se limpia si vuelve a cero o mas.
       2280-APPLY-BALANCE.
           MOVE WS-AFTER-BAL TO WS-CUST-BALANCE(WS-CUST-IDX).
           IF WS-AFTER-BAL IS LESS THAN ZERO
               IF WS-CUST-DEBT-DATE(WS-CUST-IDX) IS EQUAL TO ZERO
                   MOVE WS-APPLY-DATE TO
                       WS-CUST-DEBT-DATE(WS-CUST-IDX)
               END-IF
           ELSE
               MOVE ZERO TO WS-CUST-DEBT-DATE(WS-CUST-IDX)
           END-IF.
       2280-EXIT.
           EXIT.
       2300-FIND-CUSTOMER.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX IS GREATER THAN WS-CUST-COUNT
               IF WS-CUST-NAME(WS-CUST-IDX) IS EQUAL TO TR-NAME
                   SET WS-CUST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PROPOSE - recorre el maestro y apunta como propuesta a *
      * los deudores bloqueados que superan los dos minimos.        *
      *-----------------------------------------------------------*
       3000-PROPOSE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3100-READ-CLIENT THRU 3100-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF CM-IS-ACTIVE AND CM-IS-BLOCKED AND
                       CM-BALANCE IS LESS THAN ZERO
                   PERFORM 3200-CHECK-ONE THRU 3200-EXIT
               END-IF
               PERFORM 3100-READ-CLIENT THRU 3100-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.
       3100-READ-CLIENT.
           READ CLIENT-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
      * Un deudor sin fecha de entrada en deuda (saldo dejado a mano
      * en el maestro) no tiene antiguedad que justifique la baja:
      * no se propone.
       3200-CHECK-ONE.
           MOVE CM-NAME TO TR-NAME.
           PERFORM 2300-FIND-CUSTOMER THRU 2300-EXIT.
           IF NOT WS-CUST-FOUND
               GO TO 3200-EXIT
           END-IF.
           IF WS-CUST-DEBT-DATE(WS-CUST-IDX) IS EQUAL TO ZERO
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-DEBT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) -
               FUNCTION INTEGER-OF-DATE(
               WS-CUST-DEBT-DATE(WS-CUST-IDX)).
           COMPUTE WS-DEBT-AMOUNT = ZERO - CM-BALANCE.
           IF WS-DEBT-DAYS IS LESS THAN WS-MIN-DAYS OR
                   WS-DEBT-AMOUNT IS LESS THAN WS-MIN-AMOUNT
               GO TO 3200-EXIT
           END-IF.
           IF WS-CAND-COUNT IS EQUAL TO BDW-MAX-CANDIDATES
               DISPLAY "** TOPE DE DEUDORES PROPUESTOS ALCANZADO, "
                   FUNCTION TRIM(CM-NAME) " QUEDA PARA OTRA PASADA **"
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           SET WS-CAND-IDX TO WS-CAND-COUNT.
           MOVE CM-CUSTOMER-ID TO WS-CAND-ID(WS-CAND-IDX).
           MOVE CM-NAME TO WS-CAND-NAME(WS-CAND-IDX).
           MOVE WS-DEBT-DAYS TO WS-CAND-DAYS(WS-CAND-IDX).
           MOVE WS-DEBT-AMOUNT TO WS-CAND-DEBT(WS-CAND-IDX).
           MOVE SPACE TO WS-CAND-RESULT(WS-CAND-IDX).
           ADD WS-DEBT-AMOUNT TO WS-PROPOSED-TOTAL.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-APPROVE - ensena la propuesta y pide, deudor a deudor, *
      * confirmacion y autorizacion de supervisor. F deja el resto  *
      * sin decidir.                                                *
      *-----------------------------------------------------------*
       4000-APPROVE.
           IF WS-CAND-COUNT IS EQUAL TO ZERO
               DISPLAY "NINGUN DEUDOR BLOQUEADO CUMPLE LOS MINIMOS"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "---- PROPUESTA DE BAJA POR INCOBRABLE ----".
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX IS GREATER THAN WS-CAND-COUNT
               MOVE WS-CAND-DAYS(WS-CAND-IDX) TO WS-EDIT-DAYS
               MOVE WS-CAND-DEBT(WS-CAND-IDX) TO WS-EDIT-MONEY
               DISPLAY WS-CAND-ID(WS-CAND-IDX) " "
                   WS-CAND-NAME(WS-CAND-IDX) " " WS-EDIT-DAYS
                   " DIAS " WS-EDIT-MONEY
           END-PERFORM.
           MOVE WS-CAND-COUNT TO WS-EDIT-COUNT.
           MOVE WS-PROPOSED-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "DEUDORES: " FUNCTION TRIM(WS-EDIT-COUNT)
               "   TOTAL: " FUNCTION TRIM(WS-EDIT-MONEY).
           DISPLAY " ".
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX IS GREATER THAN WS-CAND-COUNT
                   OR WS-STOP-ASKING
               PERFORM 4100-DECIDE-ONE THRU 4100-EXIT
           END-PERFORM.
       4000-EXIT.
           EXIT.
       4100-DECIDE-ONE.
           MOVE WS-CAND-DEBT(WS-CAND-IDX) TO WS-EDIT-MONEY.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL WS-CONFIRM IS EQUAL TO "S" OR "N" OR "F"
               DISPLAY "DAR DE BAJA A "
                   FUNCTION TRIM(WS-CAND-NAME(WS-CAND-IDX)) " POR "
                   FUNCTION TRIM(WS-EDIT-MONEY)
                   " (S/N, F=TERMINAR): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           END-PERFORM.
           IF WS-CONFIRM IS EQUAL TO "F"
               SET WS-STOP-ASKING TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF WS-CONFIRM IS EQUAL TO "N"
               MOVE "N" TO WS-CAND-RESULT(WS-CAND-IDX)
               GO TO 4100-EXIT
           END-IF.
           MOVE "BAJA INCOBRABLE" TO WS-OVR-REASON.
           MOVE WS-CAND-DEBT(WS-CAND-IDX) TO WS-OVR-AMOUNT.
           CALL "OVERRIDE" USING WS-OVR-REASON, WS-OVR-AMOUNT,
               WS-OVR-RESULT.
           IF WS-OVR-RESULT IS NOT EQUAL TO "S"
               DISPLAY "** BAJA SIN AUTORIZAR, EL SALDO QUEDA COMO "
                   "ESTABA **"
               MOVE "N" TO WS-CAND-RESULT(WS-CAND-IDX)
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-WRITE-OFF THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4200-WRITE-OFF - relee la ficha (una caja pudo moverla      *
      * mientras se decidia), deja el saldo a cero y anota la baja  *
      * en el maestro, el diario de incobrables y el contable. El   *
      * bloqueo se mantiene: no se vuelve a fiar a quien no pago.   *
      *-----------------------------------------------------------*
       4200-WRITE-OFF.
           MOVE WS-CAND-ID(WS-CAND-IDX) TO CM-CUSTOMER-ID.
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "** NO SE PUDO RELEER AL CLIENTE **"
                   MOVE "C" TO WS-CAND-RESULT(WS-CAND-IDX)
                   GO TO 4200-EXIT
           END-READ.
           COMPUTE WS-DEBT-AMOUNT = ZERO - CM-BALANCE.
           IF CM-BALANCE IS NOT LESS THAN ZERO OR
                   WS-DEBT-AMOUNT IS NOT EQUAL TO
                   WS-CAND-DEBT(WS-CAND-IDX)
               DISPLAY "** EL SALDO CAMBIO DESDE LA PROPUESTA, NO SE "
                   "DA DE BAJA **"
               MOVE "C" TO WS-CAND-RESULT(WS-CAND-IDX)
               GO TO 4200-EXIT
           END-IF.
           IF CM-WRITTEN-OFF IS NOT NUMERIC
               MOVE ZERO TO CM-WRITTEN-OFF
           END-IF.
           MOVE "CLIENTS" TO WS-CHG-FILE.
           MOVE CM-NAME TO WS-CHG-KEY.
           MOVE "CM-BALANCE" TO WS-CHG-FIELD.
           MOVE CM-BALANCE TO WS-CHG-AMT.
           MOVE WS-CHG-AMT TO WS-CHG-BEFORE.
           MOVE ZERO TO CM-BALANCE.
           ADD WS-DEBT-AMOUNT TO CM-WRITTEN-OFF.
           MOVE CM-BALANCE TO WS-CHG-AMT.
           MOVE WS-CHG-AMT TO WS-CHG-AFTER.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO ACTUALIZAR EL SALDO **"
                   MOVE "C" TO WS-CAND-RESULT(WS-CAND-IDX)
                   GO TO 4200-EXIT
           END-REWRITE.
           CALL "CHGLOG" USING BY CONTENT WS-CHG-FILE, WS-CHG-KEY,
               WS-CHG-FIELD, WS-CHG-BEFORE, WS-CHG-AFTER.
           PERFORM 4300-RECORD-WRITE-OFF THRU 4300-EXIT.
           PERFORM 4400-POST-GL THRU 4400-EXIT.
           MOVE "B" TO WS-CAND-RESULT(WS-CAND-IDX).
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD WS-DEBT-AMOUNT TO WS-WRITTEN-TOTAL.
           MOVE "EX04BDW" TO WS-AUD-PROGRAM.
           MOVE "OK" TO WS-AUD-OUTCOME.
           MOVE WS-DEBT-AMOUNT TO WS-EDIT-MONEY.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "BAJA " FUNCTION TRIM(CM-NAME) " "
                   FUNCTION TRIM(WS-EDIT-MONEY) DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           DISPLAY "DEUDA DADA DE BAJA".
       4200-EXIT.
           EXIT.
      * El diario se abre y se cierra en cada baja, como el de
      * pagos: si la sesion se corta, lo ya dado de baja queda
      * anotado.
       4300-RECORD-WRITE-OFF.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO BD-DATE.
           MOVE WS-CURR-TIME TO BD-TIME.
      * El operador firmado en sesion manda; USER queda de reserva,
      * igual que en AUDITLOG.
           ACCEPT BD-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF BD-OPERATOR IS EQUAL TO SPACES
               ACCEPT BD-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF BD-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO BD-OPERATOR
           END-IF.
           SET BD-IS-WRITE-OFF TO TRUE.
           MOVE CM-CUSTOMER-ID TO BD-CUSTOMER-ID.
           MOVE CM-NAME TO BD-NAME.
           MOVE WS-DEBT-AMOUNT TO BD-AMOUNT.
           MOVE WS-CAND-DAYS(WS-CAND-IDX) TO BD-DEBT-DAYS.
           MOVE CM-WRITTEN-OFF TO BD-PENDING.
           OPEN EXTEND BADDEBT-FILE.
           IF WS-BADDEBT-STATUS IS NOT EQUAL TO "00" AND
                   WS-BADDEBT-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT BADDEBT-FILE
           END-IF.
           MOVE BAD-DEBT-REC TO BADDEBT-FILE-REC.
           WRITE BADDEBT-FILE-REC.
           CLOSE BADDEBT-FILE.
       4300-EXIT.
           EXIT.
      * Asiento de la perdida: debe a incobrables, haber a clientes.
      * El apunte nace sin exportar; la marca la pone EX04GLX.
       4400-POST-GL.
           MOVE WS-DEBT-AMOUNT TO WS-GL-AMOUNT.
           MOVE SPACES TO WS-GL-CONCEPT.
           STRING "BAJA INCOBRABLE " DELIMITED BY SIZE
                   CM-CUSTOMER-ID DELIMITED BY SIZE
                   INTO WS-GL-CONCEPT
           END-STRING.
           OPEN EXTEND GLJRNL-FILE.
           IF WS-GLJRNL-STATUS IS NOT EQUAL TO "00" AND
                   WS-GLJRNL-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
           MOVE CTL-GL-BAD-DEBT TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           PERFORM 4410-WRITE-LEG THRU 4410-EXIT.
           MOVE CTL-GL-CUSTOMER TO GL-ACCOUNT.
           MOVE "H" TO GL-DC.
           PERFORM 4410-WRITE-LEG THRU 4410-EXIT.
           CLOSE GLJRNL-FILE.
       4400-EXIT.
           EXIT.
       4410-WRITE-LEG.
           MOVE WS-CURR-DATE TO GL-DATE.
           MOVE WS-GL-AMOUNT TO GL-AMOUNT.
           MOVE WS-GL-CONCEPT TO GL-CONCEPT.
           MOVE ZERO TO GL-EXPORT-BATCH.
           MOVE GL-JOURNAL-REC TO GLJRNL-FILE-REC.
           WRITE GLJRNL-FILE-REC.
       4410-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-PRINT-REPORT - la propuesta con lo decidido para cada  *
      * deudor y los totales, al spool.                             *
      *-----------------------------------------------------------*
       5000-PRINT-REPORT.
           IF WS-CAND-COUNT IS EQUAL TO ZERO
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT BDWRPT-FILE.
           IF WS-BDWRPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04BDW: NO SE PUDO CREAR BADDEBT.TXT"
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO BDWRPT-LINE.
           STRING "BAJA DE DEUDAS INCOBRABLES - " DELIMITED BY SIZE
                   WS-CURR-DATE DELIMITED BY SIZE
                   INTO BDWRPT-LINE
           END-STRING.
           WRITE BDWRPT-LINE.
           MOVE WS-MIN-DAYS TO WS-EDIT-DAYS.
           MOVE WS-MIN-AMOUNT TO WS-EDIT-MONEY.
           MOVE SPACES TO BDWRPT-LINE.
           STRING "DEUDORES BLOQUEADOS CON MAS DE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                   " DIAS Y " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MONEY) DELIMITED BY SIZE
                   INTO BDWRPT-LINE
           END-STRING.
           WRITE BDWRPT-LINE.
           MOVE ALL "-" TO BDWRPT-LINE.
           WRITE BDWRPT-LINE.
           MOVE SPACES TO BDWRPT-LINE.
           MOVE "CLIENTE" TO BDWRPT-LINE(1:7).
           MOVE "NOMBRE" TO BDWRPT-LINE(10:6).
           MOVE "DIAS" TO BDWRPT-LINE(42:4).
           MOVE "DEUDA" TO BDWRPT-LINE(58:5).
           MOVE "DECISION" TO BDWRPT-LINE(66:8).
           WRITE BDWRPT-LINE.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX IS GREATER THAN WS-CAND-COUNT
               PERFORM 5100-PRINT-ONE THRU 5100-EXIT
           END-PERFORM.
           MOVE ALL "-" TO BDWRPT-LINE.
           WRITE BDWRPT-LINE.
           MOVE WS-CAND-COUNT TO WS-EDIT-COUNT.
           MOVE WS-PROPOSED-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO BDWRPT-LINE.
           STRING "PROPUESTOS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   "   IMPORTE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MONEY) DELIMITED BY SIZE
                   INTO BDWRPT-LINE
           END-STRING.
           WRITE BDWRPT-LINE.
           MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT.
           MOVE WS-WRITTEN-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO BDWRPT-LINE.
           STRING "DADOS DE BAJA: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   "   IMPORTE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MONEY) DELIMITED BY SIZE
                   INTO BDWRPT-LINE
           END-STRING.
           WRITE BDWRPT-LINE.
           CLOSE BDWRPT-FILE.
           MOVE "BADDEBT.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
       5000-EXIT.
           EXIT.
       5100-PRINT-ONE.
           MOVE SPACES TO BDWRPT-LINE.
           MOVE WS-CAND-ID(WS-CAND-IDX) TO BDWRPT-LINE(1:8).
           MOVE WS-CAND-NAME(WS-CAND-IDX) TO BDWRPT-LINE(10:30).
           MOVE WS-CAND-DAYS(WS-CAND-IDX) TO WS-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO BDWRPT-LINE(41:5).
           MOVE WS-CAND-DEBT(WS-CAND-IDX) TO WS-EDIT-MONEY.
           MOVE WS-EDIT-MONEY TO BDWRPT-LINE(48:15).
           EVALUATE WS-CAND-RESULT(WS-CAND-IDX)
               WHEN "B"
                   MOVE "DADO DE BAJA" TO BDWRPT-LINE(66:12)
               WHEN "N"
                   MOVE "NO AUTORIZADO" TO BDWRPT-LINE(66:13)
               WHEN "C"
                   MOVE "SALDO CAMBIADO" TO BDWRPT-LINE(66:14)
               WHEN OTHER
                   MOVE "SIN DECIDIR" TO BDWRPT-LINE(66:11)
           END-EVALUATE.
           WRITE BDWRPT-LINE.
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TICKET-STATUS IS EQUAL TO "00" OR
                   WS-TICKET-STATUS IS EQUAL TO "10"
               CLOSE TICKET-FILE
           END-IF.
           IF WS-CLIENT-OPEN
               CLOSE CLIENT-FILE
               MOVE "N" TO WS-CLIENT-OPEN-SW
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT.
           MOVE WS-WRITTEN-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "EX04BDW: DEUDORES DADOS DE BAJA: "
               FUNCTION TRIM(WS-EDIT-COUNT) ", IMPORTE: "
               FUNCTION TRIM(WS-EDIT-MONEY).
           MOVE "EX04BDW" TO WS-AUD-PROGRAM.
           MOVE "BAJA DE INCOBRABLES TERMINADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

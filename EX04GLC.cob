       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04GLC.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Asiento de compras del    *
      *                  dia: cada recepcion de RECEIPTS.DAT carga  *
      *                  existencias (CTL-GL-INVENTORY) contra      *
      *                  mercancia recibida pendiente de factura    *
      *                  (CTL-GL-GRNI), y cada factura de APOPEN    *
      *                  casada o liberada salda esa cuenta contra  *
      *                  proveedores (CTL-GL-PAYABLES) con su IVA   *
      *                  soportado (CTL-GL-INPUT-TAX). Las facturas *
      *                  asentadas quedan marcadas con la fecha y   *
      *                  las recepciones de un dia ya asentado no   *
      *                  se repiten. Los apuntes nacen sin exportar *
      *                  y salen al contable por EX04GLX.           *
      * 2026-10-15  JMS  Las notas de cargo de las devoluciones a   *
      *                  proveedor se asientan al reves: cargo a    *
      *                  proveedores por el total contra            *
      *                  existencias (la mercancia ya salio) y el   *
      *                  IVA soportado por la cuota.                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de control, por el mapa de cuentas contables.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Diario de recepciones de EX04RCV.
           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
      * Facturas de proveedor de EX04API.
           SELECT APOPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOPEN-STATUS.
      * Copia de trabajo para regrabar las facturas con la marca.
           SELECT APWORK-FILE ASSIGN TO "APOPEN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APWORK-STATUS.
      * Diario contable donde se anexa el asiento de compras.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  RECEIPT-FILE.
       01  RECEIPT-FILE-REC                     PIC X(53).
       FD  APOPEN-FILE.
       01  APOPEN-FILE-REC                      PIC X(78).
       FD  APWORK-FILE.
       01  APWORK-FILE-REC                      PIC X(78).
       FD  GLJRNL-FILE.
       01  GLJRNL-FILE-REC                      PIC X(66).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "RCPTREC.CPY".
           COPY "APREC.CPY".
           COPY "GLJRNL.CPY".
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-RECEIPT-STATUS                    PIC X(02).
       01  WS-APOPEN-STATUS                     PIC X(02).
       01  WS-APWORK-STATUS                     PIC X(02).
       01  WS-GLJRNL-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-POSTED-SW                         PIC X(01) VALUE "N".
           88  WS-DAY-ALREADY-POSTED            VALUE "Y".
       01  WS-CURR-DATE                         PIC 9(08).
      * Recuentos e importes de lo asentado, para el cuadre y el
      * resumen del paso.
       01  WS-RCPT-COUNT                        PIC 9(06) VALUE ZERO.
       01  WS-RCPT-TOTAL                        PIC 9(11)V99
                                                VALUE ZERO.
       01  WS-INV-COUNT                         PIC 9(06) VALUE ZERO.
       01  WS-INV-GROSS                         PIC 9(10)V99.
       01  WS-TOTAL-DEBIT                       PIC 9(12)V99
                                                VALUE ZERO.
       01  WS-TOTAL-CREDIT                      PIC 9(12)V99
                                                VALUE ZERO.
       01  WS-EDIT-MONEY                        PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
      * leyendo basura de memoria en el resto del campo si se le pasara
      * la literal directamente. Un MOVE normal si rellena con espacios.
       01  WS-AUD-PROGRAM                       PIC X(08).
       01  WS-AUD-OUTCOME                       PIC X(08).
       01  WS-AUD-DETAIL                        PIC X(40).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-POST-RECEIPTS THRU 2000-EXIT
               PERFORM 3000-POST-INVOICES THRU 3000-EXIT
               PERFORM 4000-SUMMARY THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO "OK" OR
                   WS-RUN-OUTCOME IS EQUAL TO "VACIO"
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - carga el mapa de cuentas y el dia de      *
      * negocio.                                                    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04GLC" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "ASIENTO DE COMPRAS INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
      * Como el asiento de ventas, sobre el dia de negocio.
           CALL "BIZDATE" USING WS-CURR-DATE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04GLC: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           IF CTL-GL-COGS IS EQUAL TO SPACES
               MOVE "60000000" TO CTL-GL-COGS
               MOVE "30000000" TO CTL-GL-INVENTORY
           END-IF.
           IF CTL-GL-GRNI IS EQUAL TO SPACES
               MOVE "40900000" TO CTL-GL-GRNI
           END-IF.
           IF CTL-GL-PAYABLES IS EQUAL TO SPACES
               MOVE "40000000" TO CTL-GL-PAYABLES
           END-IF.
           IF CTL-GL-INPUT-TAX IS EQUAL TO SPACES
               MOVE "47200000" TO CTL-GL-INPUT-TAX
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-POST-RECEIPTS - una pareja de patas por recepcion del  *
      * dia: debe a existencias, haber a pendiente de factura. Si   *
      * el diario ya tiene recepciones de este dia (paso relanzado) *
      * no se vuelven a asentar.                                    *
      *-----------------------------------------------------------*
       2000-POST-RECEIPTS.
           PERFORM 2100-CHECK-POSTED THRU 2100-EXIT.
           IF WS-DAY-ALREADY-POSTED
               DISPLAY "EX04GLC: LAS RECEPCIONES DEL " WS-CURR-DATE
                   " YA ESTAN ASENTADAS"
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS IS NOT EQUAL TO "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2900-OPEN-JOURNAL THRU 2900-EXIT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ RECEIPT-FILE INTO RECEIPT-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF RC-DATE IS EQUAL TO WS-CURR-DATE AND
                               RC-AMOUNT IS NUMERIC AND
                               RC-AMOUNT IS GREATER THAN ZERO
                           PERFORM 2200-POST-ONE-RECEIPT THRU
                               2200-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-FILE.
           CLOSE GLJRNL-FILE.
       2000-EXIT.
           EXIT.
      * Las patas de recepcion llevan "RECEPCION" al principio del
      * concepto: asi se reconoce un dia ya asentado.
       2100-CHECK-POSTED.
           MOVE "N" TO WS-POSTED-SW.
           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJRNL-STATUS IS NOT EQUAL TO "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR
                   WS-DAY-ALREADY-POSTED
               READ GLJRNL-FILE INTO GL-JOURNAL-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF GL-DATE IS EQUAL TO WS-CURR-DATE AND
                               GL-CONCEPT(1:9) IS EQUAL TO
                               "RECEPCION"
                           SET WS-DAY-ALREADY-POSTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLJRNL-FILE.
       2100-EXIT.
           EXIT.
       2200-POST-ONE-RECEIPT.
           ADD 1 TO WS-RCPT-COUNT.
           ADD RC-AMOUNT TO WS-RCPT-TOTAL.
           MOVE SPACES TO GL-CONCEPT.
           STRING "RECEPCION " RC-SUPPLIER " " RC-PRODUCT
               DELIMITED BY SIZE INTO GL-CONCEPT.
           MOVE CTL-GL-INVENTORY TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE RC-AMOUNT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
           MOVE CTL-GL-GRNI TO GL-ACCOUNT.
           MOVE "H" TO GL-DC.
           MOVE RC-AMOUNT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
       2200-EXIT.
           EXIT.
       2800-WRITE-LEG.
           IF GL-AMOUNT IS EQUAL TO ZERO
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-CURR-DATE TO GL-DATE.
      * El apunte nace sin exportar; la marca la pone EX04GLX.
           MOVE ZERO TO GL-EXPORT-BATCH.
           IF GL-IS-DEBIT
               ADD GL-AMOUNT TO WS-TOTAL-DEBIT
           ELSE
               ADD GL-AMOUNT TO WS-TOTAL-CREDIT
           END-IF.
           MOVE GL-JOURNAL-REC TO GLJRNL-FILE-REC.
           WRITE GLJRNL-FILE-REC.
       2800-EXIT.
           EXIT.
       2900-OPEN-JOURNAL.
           OPEN EXTEND GLJRNL-FILE.
           IF WS-GLJRNL-STATUS IS NOT EQUAL TO "00" AND
                   WS-GLJRNL-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-POST-INVOICES - cada factura casada (abierta o ya      *
      * pagada) sin asentar salda lo recibido pendiente de factura  *
      * por su base, carga el IVA soportado por su cuota y abona a  *
      * proveedores el total. La cartera se regraba via copia de    *
      * trabajo con la fecha de asiento puesta; las retenidas       *
      * esperan a que se liberen.                                   *
      *-----------------------------------------------------------*
       3000-POST-INVOICES.
           OPEN INPUT APOPEN-FILE.
           IF WS-APOPEN-STATUS IS NOT EQUAL TO "00"
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT APWORK-FILE.
           PERFORM 2900-OPEN-JOURNAL THRU 2900-EXIT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ APOPEN-FILE INTO PAYABLE-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
      * Sin fecha de asiento (en blanco) la factura es anterior al
      * asiento de compras y se deja como esta.
                       IF (AP-IS-OPEN OR AP-IS-PAID) AND
                               AP-GL-DATE IS NUMERIC AND
                               AP-GL-DATE IS EQUAL TO ZERO
                           PERFORM 3100-POST-ONE-INVOICE THRU
                               3100-EXIT
                       END-IF
                       MOVE PAYABLE-REC TO APWORK-FILE-REC
                       WRITE APWORK-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE APOPEN-FILE.
           CLOSE APWORK-FILE.
           CLOSE GLJRNL-FILE.
      * La copia marcada pasa a ser la cartera; solo entonces se
      * machaca el original.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT APWORK-FILE.
           OPEN OUTPUT APOPEN-FILE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ APWORK-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       MOVE APWORK-FILE-REC TO APOPEN-FILE-REC
                       WRITE APOPEN-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE APWORK-FILE.
           CLOSE APOPEN-FILE.
       3000-EXIT.
           EXIT.
       3100-POST-ONE-INVOICE.
           IF AP-TAX-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO AP-TAX-AMOUNT
           END-IF.
           COMPUTE WS-INV-GROSS = AP-AMOUNT + AP-TAX-AMOUNT.
           ADD 1 TO WS-INV-COUNT.
           IF AP-IS-DEBIT-NOTE
               PERFORM 3200-POST-DEBIT-NOTE THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO GL-CONCEPT.
           STRING "FRA " AP-SUPPLIER " " AP-INVOICE
               DELIMITED BY SIZE INTO GL-CONCEPT.
           MOVE CTL-GL-GRNI TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE AP-AMOUNT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
           MOVE CTL-GL-INPUT-TAX TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE AP-TAX-AMOUNT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
           MOVE CTL-GL-PAYABLES TO GL-ACCOUNT.
           MOVE "H" TO GL-DC.
           MOVE WS-INV-GROSS TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
           MOVE WS-CURR-DATE TO AP-GL-DATE.
       3100-EXIT.
           EXIT.
      * La nota de cargo de una devolucion a proveedor: la mercancia
      * devuelta sale de existencias a su coste, el IVA soportado se
      * rectifica y al proveedor se le debe el total menos.
       3200-POST-DEBIT-NOTE.
           MOVE SPACES TO GL-CONCEPT.
           STRING "N.CARGO " AP-SUPPLIER " " AP-INVOICE
               DELIMITED BY SIZE INTO GL-CONCEPT.
           MOVE CTL-GL-PAYABLES TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-INV-GROSS TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
           MOVE CTL-GL-INVENTORY TO GL-ACCOUNT.
           MOVE "H" TO GL-DC.
           MOVE AP-AMOUNT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
           MOVE CTL-GL-INPUT-TAX TO GL-ACCOUNT.
           MOVE "H" TO GL-DC.
           MOVE AP-TAX-AMOUNT TO GL-AMOUNT.
           PERFORM 2800-WRITE-LEG THRU 2800-EXIT.
           MOVE WS-CURR-DATE TO AP-GL-DATE.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-SUMMARY - resumen del paso y comprobacion de que lo    *
      * grabado cuadra al centimo.                                  *
      *-----------------------------------------------------------*
       4000-SUMMARY.
           IF WS-RCPT-COUNT IS EQUAL TO ZERO AND
                   WS-INV-COUNT IS EQUAL TO ZERO
               DISPLAY "EX04GLC: SIN COMPRAS QUE ASENTAR HOY"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           IF WS-TOTAL-DEBIT IS NOT EQUAL TO WS-TOTAL-CREDIT
               MOVE WS-TOTAL-DEBIT TO WS-EDIT-MONEY
               DISPLAY "EX04GLC: EL ASIENTO NO CUADRA. DEBE: "
                   WS-EDIT-MONEY
               MOVE WS-TOTAL-CREDIT TO WS-EDIT-MONEY
               DISPLAY "EX04GLC: HABER: " WS-EDIT-MONEY
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-RCPT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-RCPT-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "EX04GLC: RECEPCIONES ASENTADAS: "
               FUNCTION TRIM(WS-EDIT-COUNT) " POR "
               FUNCTION TRIM(WS-EDIT-MONEY).
           MOVE WS-INV-COUNT TO WS-EDIT-COUNT.
           DISPLAY "EX04GLC: FACTURAS ASENTADAS: "
               FUNCTION TRIM(WS-EDIT-COUNT).
           MOVE WS-TOTAL-DEBIT TO WS-EDIT-MONEY.
           DISPLAY "EX04GLC: ASIENTO GRABADO, CUADRE A "
               WS-EDIT-MONEY.
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04GLC" TO WS-AUD-PROGRAM.
           MOVE "ASIENTO DE COMPRAS TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

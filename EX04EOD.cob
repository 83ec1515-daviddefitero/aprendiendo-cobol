      *                  y al terminar marca el dia como cerrado en  *
      *                  el fichero de control: es el unico paso     *
      *                  que avanza la fecha de negocio.             *
      * 2026-10-15  JMS  Las compras del personal cargadas en       *
      *                  nomina (medio N) salen en su propia linea  *
      *                  del desglose por medio de pago.            *
      * 2026-10-15  JMS  Libera los tickets aparcados en caja que   *
      *                  nadie recupero (SUSPEND.DAT): los lista    *
      *                  con su referencia, operador, cliente y     *
      *                  subtotal, y los borra del fichero.         *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Tickets aparcados en caja (APARCAR) que nadie recupero: el
      * cierre los lista y los libera.
           SELECT SUSPEND-FILE ASSIGN TO "SUSPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKETS-FILE.
       FD  VOUCHER-FILE.
           COPY "VCHREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  SUSPEND-FILE.
           COPY "SUSPREC.CPY".
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-CTL-STATUS                        PIC X(02).
                                                VALUE ZERO.
           05  WS-TEND-VOUCH                    PIC S9(11)V99
                                                VALUE ZERO.
      * Compras del personal cargadas en nomina ("N"): ni entran en
      * el cajon ni en el saldo de nadie, las cobra la nomina.
           05  WS-TEND-PAYROLL                  PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-VOUCHER-STATUS                    PIC X(02).
       01  WS-SUSPEND-STATUS                    PIC X(02).
       01  WS-SUSP-COUNT                        PIC 9(05) VALUE ZERO.
       01  WS-SUSP-VALUE                        PIC 9(09)V99
                                                VALUE ZERO.
       01  WS-EDIT-REF                          PIC 9(04).
       01  WS-EDIT-TIME                         PIC 99B99B99.
      * Pasivo por vales en circulacion: suma de los saldos de los
      * vales activos al momento del cierre.
       01  WS-VCH-LIABILITY                     PIC S9(11)V99
                   ADD TR-TENDER-AMOUNT TO WS-TEND-CARD
               WHEN TR-TEND-IS-VOUCHER
                   ADD TR-TENDER-AMOUNT TO WS-TEND-VOUCH
               WHEN TR-TEND-IS-PAYROLL
                   ADD TR-TENDER-AMOUNT TO WS-TEND-PAYROLL
               WHEN OTHER
                   ADD TR-TENDER-AMOUNT TO WS-TEND-ACCT
           END-EVALUATE.
           PERFORM 3400-PRINT-TAX-REGISTER THRU 3400-EXIT.
           PERFORM 3500-PRINT-OPERATORS THRU 3500-EXIT.
           PERFORM 3600-PRINT-STORES THRU 3600-EXIT.
           PERFORM 3700-RELEASE-SUSPENDED THRU 3700-EXIT.
       3000-EXIT.
           EXIT.
       3100-PRINT-TITLE.
                   INTO EODRPT-LINE
           END-STRING.
           WRITE EODRPT-LINE.
           MOVE WS-TEND-PAYROLL TO WS-EDIT-MONEY.
           MOVE SPACES TO EODRPT-LINE.
           STRING "DESCUENTO EN NOMINA: " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO EODRPT-LINE
           END-STRING.
           WRITE EODRPT-LINE.
           PERFORM 3360-PRINT-VOUCHER-LIABILITY THRU 3360-EXIT.
       3350-EXIT.
           EXIT.
       3600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3700-RELEASE-SUSPENDED - tickets aparcados que siguen en    *
      * SUSPEND.DAT al cerrar: se listan (referencia, hora,         *
      * operador, cliente, lineas y subtotal) y se borran, porque   *
      * un ticket aparcado no pasa de un dia de negocio al otro.    *
      * No son ventas: no tocan ningun total del cierre.            *
      *-----------------------------------------------------------*
       3700-RELEASE-SUSPENDED.
           MOVE ZERO TO WS-SUSP-COUNT.
           MOVE ZERO TO WS-SUSP-VALUE.
           OPEN I-O SUSPEND-FILE.
           IF WS-SUSPEND-STATUS IS NOT EQUAL TO "00"
               GO TO 3700-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-TICKETS
               READ SUSPEND-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-TICKETS TO TRUE
                   NOT AT END
                       IF SU-IS-HEADER
                           PERFORM 3710-PRINT-SUSPENDED
                               THRU 3710-EXIT
                       END-IF
                       DELETE SUSPEND-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.
           CLOSE SUSPEND-FILE.
           MOVE "N" TO WS-EOF-SW.
           IF WS-SUSP-COUNT IS EQUAL TO ZERO
               GO TO 3700-EXIT
           END-IF.
           MOVE WS-SUSP-COUNT TO WS-EDIT-COUNT.
           MOVE WS-SUSP-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO EODRPT-LINE.
           STRING "TICKETS APARCADOS LIBERADOS: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  IMPORTE: " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO EODRPT-LINE
           END-STRING.
           WRITE EODRPT-LINE.
           MOVE "EX04EOD" TO WS-AUD-PROGRAM.
           MOVE "LIBERADO" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "TICKETS APARCADOS LIBERADOS: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       3700-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3710-PRINT-SUSPENDED - una linea por ticket aparcado; la    *
      * primera va precedida del titulo de la seccion.              *
      *-----------------------------------------------------------*
       3710-PRINT-SUSPENDED.
           IF WS-SUSP-COUNT IS EQUAL TO ZERO
               MOVE ALL "-" TO EODRPT-LINE
               WRITE EODRPT-LINE
               MOVE "TICKETS APARCADOS SIN RECUPERAR" TO EODRPT-LINE
               WRITE EODRPT-LINE
           END-IF.
           ADD 1 TO WS-SUSP-COUNT.
           IF SU-SUBTOTAL IS NUMERIC
               ADD SU-SUBTOTAL TO WS-SUSP-VALUE
               MOVE SU-SUBTOTAL TO WS-EDIT-MONEY
           ELSE
               MOVE ZERO TO WS-EDIT-MONEY
           END-IF.
           MOVE SU-REF TO WS-EDIT-REF.
           MOVE SU-TIME TO WS-EDIT-TIME.
           INSPECT WS-EDIT-TIME REPLACING ALL " " BY ":".
           MOVE SU-LINES TO WS-EDIT-COUNT.
           MOVE SPACES TO EODRPT-LINE.
           MOVE WS-EDIT-REF TO EODRPT-LINE(1:4).
           MOVE WS-EDIT-TIME TO EODRPT-LINE(6:8).
           MOVE SU-OPERATOR TO EODRPT-LINE(15:8).
           MOVE SU-NAME TO EODRPT-LINE(24:22).
           MOVE WS-EDIT-COUNT TO EODRPT-LINE(47:7).
           MOVE WS-EDIT-MONEY TO EODRPT-LINE(55:16).
           WRITE EODRPT-LINE.
       3710-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-TERMINATE - cierra los ficheros y deja constancia del  *
      * cierre en el rastro de auditoria; el de transacciones se    *
      * abre y se cierra fichero a fichero en 2050.                 *

      *                  importe). Hasta ahora la unica via era el  *
      *                  cambio a pelo del maestro en EX04MNT, sin  *
      *                  rastro de por que.                         *
      * 2026-10-15  JMS  El pago de un cliente con deuda dada de    *
      *                  baja por incobrable (EX04BDW) la recupera  *
      *                  primero: esa parte rebaja CM-WRITTEN-OFF,  *
      *                  queda en BADDEBT.DAT y se contabiliza como *
      *                  ingreso (CTL-GL-BAD-DEBT-RECOV) sin crear  *
      *                  saldo; el bloqueo sigue hasta recuperarla. *
      *                  PAYMENTS.DAT lleva el pago entero.         *
      * 2026-10-15  JMS  La linea del diario de pagos lleva ahora   *
      *                  su clase (en blanco: cobro normal).        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
      * Fichero de control: cuentas del asiento de recuperacion.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Diario de deudas incobrables: la parte recuperada.
           SELECT BADDEBT-FILE ASSIGN TO "BADDEBT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
      * Diario contable: el ingreso por recuperacion.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  BADDEBT-FILE.
       01  BADDEBT-FILE-REC                     PIC X(86).
       FD  GLJRNL-FILE.
       01  GLJRNL-FILE-REC                      PIC X(66).
       WORKING-STORAGE SECTION.
           COPY "PAYREC.CPY".
           COPY "CTLFILE.CPY".
           COPY "BADDEBT.CPY".
           COPY "GLJRNL.CPY".
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-PAYMENT-STATUS                    PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-BADDEBT-STATUS                    PIC X(02).
       01  WS-GLJRNL-STATUS                     PIC X(02).
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-FOUND                         VALUE "Y".
           88  WS-NOT-FOUND                     VALUE "N".
       01  WS-AMOUNT-INPUT                      PIC X(09).
       01  WS-METHOD-INPUT                      PIC X(01).
       01  WS-PAY-AMOUNT                        PIC 9(6)V99.
      * Reparto del pago de un cliente con deuda dada de baja: lo
      * recuperado rebaja CM-WRITTEN-OFF y es ingreso; solo el resto
      * va al saldo.
       01  WS-RECOVERED                         PIC 9(6)V99.
       01  WS-TO-BALANCE                        PIC 9(6)V99.
       01  WS-GL-CONCEPT                        PIC X(30).
       01  WS-PAY-COUNT                         PIC 9(04) VALUE ZERO.
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-TIME                         PIC 9(08).
       01  WS-EDIT-BALANCE                      PIC $$$,$$9.99-.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
               DISPLAY "EX04PAY: NO SE PUDO ABRIR CLIENTS.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
           END-IF.
      * Las cuentas solo hacen falta si algun pago recupera deuda
      * dada de baja; sin fichero de control van las de fabrica.
           MOVE SPACES TO CTL-RECORD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           END-IF.
           IF CTL-GL-CUSTOMER IS EQUAL TO SPACES
               MOVE "43000000" TO CTL-GL-CUSTOMER
           END-IF.
           IF CTL-GL-BAD-DEBT-RECOV IS EQUAL TO SPACES
               MOVE "77800000" TO CTL-GL-BAD-DEBT-RECOV
           END-IF.
      * Los pagos se estampan con el dia de negocio abierto, como
      * los tickets.
           CALL "BIZDATE" USING WS-CURR-DATE.
               MOVE FUNCTION UPPER-CASE(WS-METHOD-INPUT) TO
                   WS-METHOD-INPUT
           END-PERFORM.
      * Si el cliente tiene deuda dada de baja por incobrable, el
      * pago la recupera primero: esa parte es un ingreso y no
      * vuelve a crear saldo a su favor.
           IF CM-WRITTEN-OFF IS NOT NUMERIC
               MOVE ZERO TO CM-WRITTEN-OFF
           END-IF.
           IF WS-PAY-AMOUNT IS GREATER THAN CM-WRITTEN-OFF
               MOVE CM-WRITTEN-OFF TO WS-RECOVERED
           ELSE
               MOVE WS-PAY-AMOUNT TO WS-RECOVERED
           END-IF.
           COMPUTE WS-TO-BALANCE = WS-PAY-AMOUNT - WS-RECOVERED.
           ADD WS-TO-BALANCE TO CM-BALANCE
               ON SIZE ERROR
                   DISPLAY "** LA RECARGA DESBORDA EL SALDO MAXIMO, "
                       "NO SE APLICA **"
                   GO TO 2100-EXIT
           END-ADD.
           SUBTRACT WS-RECOVERED FROM CM-WRITTEN-OFF.
      * Una recarga que deja la cuenta al dia levanta el bloqueo
      * por impago que puso la reclamacion de deuda; con deuda dada
      * de baja aun sin recuperar, el bloqueo sigue.
           IF CM-IS-BLOCKED AND CM-BALANCE IS NOT LESS THAN ZERO AND
                   CM-WRITTEN-OFF IS EQUAL TO ZERO
               MOVE SPACE TO CM-BLOCK
               DISPLAY "BLOQUEO POR IMPAGO LEVANTADO"
           END-IF.
                   DISPLAY "** NO SE PUDO ACTUALIZAR EL SALDO **"
                   GO TO 2100-EXIT
           END-REWRITE.
      * El diario de pagos lleva el importe entero: es lo que entro
      * en caja o en banco.
           PERFORM 2200-WRITE-PAYMENT THRU 2200-EXIT.
           ADD 1 TO WS-PAY-COUNT.
           IF WS-RECOVERED IS GREATER THAN ZERO
               PERFORM 2300-RECORD-RECOVERY THRU 2300-EXIT
               PERFORM 2400-POST-RECOVERY THRU 2400-EXIT
               MOVE WS-RECOVERED TO WS-EDIT-MONEY
               DISPLAY "RECUPERADO DE DEUDA DADA DE BAJA: "
                   FUNCTION TRIM(WS-EDIT-MONEY)
               IF CM-WRITTEN-OFF IS GREATER THAN ZERO
                   MOVE CM-WRITTEN-OFF TO WS-EDIT-MONEY
                   DISPLAY "QUEDA DADO DE BAJA SIN RECUPERAR: "
                       FUNCTION TRIM(WS-EDIT-MONEY)
               END-IF
           END-IF.
           MOVE CM-BALANCE TO WS-EDIT-BALANCE.
           DISPLAY "RECARGA APLICADA, SALDO ACTUAL: "
               WS-EDIT-BALANCE.
           MOVE CM-NAME TO PY-NAME.
           MOVE WS-METHOD-INPUT TO PY-METHOD.
           MOVE WS-PAY-AMOUNT TO PY-AMOUNT.
           MOVE SPACE TO PY-KIND.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS IS NOT EQUAL TO "00" AND
                   WS-PAYMENT-STATUS IS NOT EQUAL TO "05"
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2300-RECORD-RECOVERY - linea "R" del diario de incobrables  *
      * con la parte recuperada y lo que queda sin recuperar.       *
      *-----------------------------------------------------------*
       2300-RECORD-RECOVERY.
           MOVE PY-DATE TO BD-DATE.
           MOVE PY-TIME TO BD-TIME.
           MOVE PY-OPERATOR TO BD-OPERATOR.
           SET BD-IS-RECOVERY TO TRUE.
           MOVE CM-CUSTOMER-ID TO BD-CUSTOMER-ID.
           MOVE CM-NAME TO BD-NAME.
           MOVE WS-RECOVERED TO BD-AMOUNT.
           MOVE ZERO TO BD-DEBT-DAYS.
           MOVE CM-WRITTEN-OFF TO BD-PENDING.
           OPEN EXTEND BADDEBT-FILE.
           IF WS-BADDEBT-STATUS IS NOT EQUAL TO "00" AND
                   WS-BADDEBT-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT BADDEBT-FILE
           END-IF.
           MOVE BAD-DEBT-REC TO BADDEBT-FILE-REC.
           WRITE BADDEBT-FILE-REC.
           CLOSE BADDEBT-FILE.
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2400-POST-RECOVERY - asiento del ingreso: debe a clientes,  *
      * que devuelve lo que la baja saco de la cuenta, y haber a    *
      * CTL-GL-BAD-DEBT-RECOV. El apunte nace sin exportar.         *
      *-----------------------------------------------------------*
       2400-POST-RECOVERY.
           MOVE SPACES TO WS-GL-CONCEPT.
           STRING "RECUPERA INCOBRABLE " DELIMITED BY SIZE
                   CM-CUSTOMER-ID DELIMITED BY SIZE
                   INTO WS-GL-CONCEPT
           END-STRING.
           OPEN EXTEND GLJRNL-FILE.
           IF WS-GLJRNL-STATUS IS NOT EQUAL TO "00" AND
                   WS-GLJRNL-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
           MOVE CTL-GL-CUSTOMER TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           PERFORM 2410-WRITE-LEG THRU 2410-EXIT.
           MOVE CTL-GL-BAD-DEBT-RECOV TO GL-ACCOUNT.
           MOVE "H" TO GL-DC.
           PERFORM 2410-WRITE-LEG THRU 2410-EXIT.
           CLOSE GLJRNL-FILE.
       2400-EXIT.
           EXIT.
       2410-WRITE-LEG.
           MOVE WS-CURR-DATE TO GL-DATE.
           MOVE WS-RECOVERED TO GL-AMOUNT.
           MOVE WS-GL-CONCEPT TO GL-CONCEPT.
           MOVE ZERO TO GL-EXPORT-BATCH.
           MOVE GL-JOURNAL-REC TO GLJRNL-FILE-REC.
           WRITE GLJRNL-FILE-REC.
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra el maestro y deja constancia del    *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*

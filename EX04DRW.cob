      *                  historial lista los descuadres por         *
      *                  operador, que es el patron que hasta hoy   *
      *                  no se podia ver.                           *
      * 2026-10-15  JMS  El cierre ya no pide el importe: lanza el  *
      *                  recuento por billetes y monedas de EX01    *
      *                  (modo ARQUEO), que imprime la hoja para la *
      *                  bolsa del banco y devuelve total y         *
      *                  desglose; el desglose queda en el registro *
      *                  de cierre (DRAWER.DAT a 142). Opcion D     *
      *                  nueva: desglose de los arqueos de un       *
      *                  operador y dia para investigar un          *
      *                  descuadre.                                 *
      * 2026-10-15  JMS  El dia de la opcion D se valida como fecha *
      *                  real del calendario.                       *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
       01  DRAWER-FILE-REC                      PIC X(142).
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       WORKING-STORAGE SECTION.
           COPY "DRWREC.CPY".
           COPY "PAYREC.CPY".
           COPY "CASHCNT.CPY".
           COPY "DENOMTAB.CPY".
       78  DRW-MAX-OPERS                        VALUE 50.
       01  WS-DRAWER-STATUS                     PIC X(02).
       01  WS-PAYMENT-STATUS                    PIC X(02).
           88  WS-OPT-OPEN                      VALUE "A".
           88  WS-OPT-CLOSE                     VALUE "C".
           88  WS-OPT-HISTORY                   VALUE "H".
           88  WS-OPT-BREAKDOWN                 VALUE "D".
           88  WS-OPT-EXIT                      VALUE "X".
       01  WS-RUN-MODE                          PIC X(08) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(08).
               10  WS-OPER-SHORTAGES            PIC 9(04).
               10  WS-OPER-NET                  PIC S9(9)V99.
       01  WS-I-OPER                            PIC 9(02).
       01  WS-I-DENOM                           PIC 9(02).
      * Seleccion del desglose: operador (en blanco, todos) y dia.
       01  WS-SEL-OPERATOR                      PIC X(08).
       01  WS-SEL-DATE-INPUT                    PIC X(08).
       01  WS-SEL-DATE                          PIC 9(08).
       01  WS-CLOSES-SHOWN                      PIC 9(04).
       01  WS-LINE-VALUE                        PIC 9(9)V99.
       01  WS-EDIT-QTY                          PIC ZZ,ZZ9.
       01  WS-OPER-FOUND-SW                     PIC X(01).
           88  WS-OPER-FOUND                    VALUE "Y".
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99-.
                           PERFORM 3000-CLOSE-SESSION THRU 3000-EXIT
                       WHEN WS-OPT-HISTORY
                           PERFORM 4000-PRINT-HISTORY THRU 4000-EXIT
                       WHEN WS-OPT-BREAKDOWN
                           PERFORM 4500-SHOW-BREAKDOWN THRU 4500-EXIT
                       WHEN WS-OPT-EXIT
                           CONTINUE
                       WHEN OTHER
           DISPLAY " ".
           DISPLAY "---- SESION DE CAJON ----".
           DISPLAY "A) APERTURA CON FONDO   C) ARQUEO Y CIERRE   "
               "H) HISTORIAL DE DESCUADRES".
           DISPLAY "D) DESGLOSE DE ARQUEOS   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-CLOSE-SESSION - arqueo a ciegas: el operador cuenta    *
      * billetes y monedas en EX01 ANTES de que el programa calcule *
      * y muestre el esperado; diferencia y desglose quedan en el   *
      * diario.                                                     *
      *-----------------------------------------------------------*
       3000-CLOSE-SESSION.
           PERFORM 5000-FIND-SESSION THRU 5000-EXIT.
                   " NO TIENE SESION DE CAJON ABIERTA"
               GO TO 3000-EXIT
           END-IF.
      * El recuento lo hace EX01 en modo ARQUEO, como el menu lanza
      * esta sesion en modo APERTURA: devuelve el total contado y las
      * unidades de cada billete y moneda, y deja impresa la hoja.
           MOVE ZERO TO CC-TOTAL.
           PERFORM VARYING WS-I-DENOM FROM 1 BY 1
                   UNTIL WS-I-DENOM IS GREATER THAN CASH-DENOMS
               MOVE ZERO TO CC-QTY(WS-I-DENOM)
           END-PERFORM.
           SET ENVIRONMENT "EX01-MODE" TO "ARQUEO".
           CALL "EX01" USING CASH-COUNT.
           SET ENVIRONMENT "EX01-MODE" TO " ".
           MOVE CC-TOTAL TO WS-COUNTED-CASH.
      * Solo tras la declaracion se calcula el esperado: fondo mas
      * efectivo recaudado por este operador en el dia de la
      * sesion (recargas del diario de pagos y cobros "E" de los
           MOVE WS-COUNTED-CASH TO DW-COUNTED.
           MOVE WS-EXPECTED-CASH TO DW-EXPECTED.
           MOVE WS-OVER-SHORT TO DW-OVERSHORT.
           PERFORM VARYING WS-I-DENOM FROM 1 BY 1
                   UNTIL WS-I-DENOM IS GREATER THAN CASH-DENOMS
               MOVE CC-QTY(WS-I-DENOM) TO DW-COUNT-QTY(WS-I-DENOM)
           END-PERFORM.
           PERFORM 5500-APPEND-DRAWER THRU 5500-EXIT.
           MOVE WS-EXPECTED-CASH TO WS-EDIT-MONEY.
           DISPLAY "EFECTIVO ESPERADO: " FUNCTION TRIM
       4100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4500-SHOW-BREAKDOWN - para investigar un descuadre: los     *
      * cierres de un operador (o de todos) en un dia, con contado, *
      * esperado y diferencia y los billetes y monedas que se       *
      * contaron. Los cierres anteriores al recuento solo tienen el *
      * importe tecleado.                                           *
      *-----------------------------------------------------------*
       4500-SHOW-BREAKDOWN.
           DISPLAY "OPERADOR (INTRO = TODOS): " WITH NO ADVANCING.
           ACCEPT WS-SEL-OPERATOR.
           MOVE FUNCTION UPPER-CASE(WS-SEL-OPERATOR) TO
               WS-SEL-OPERATOR.
           DISPLAY "DIA AAAAMMDD (INTRO = HOY): " WITH NO ADVANCING.
           ACCEPT WS-SEL-DATE-INPUT.
           IF WS-SEL-DATE-INPUT IS EQUAL TO SPACES
               MOVE WS-CURR-DATE TO WS-SEL-DATE
           ELSE
               IF WS-SEL-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "FECHA NO VALIDA"
                   GO TO 4500-EXIT
               END-IF
               MOVE WS-SEL-DATE-INPUT TO WS-SEL-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEL-DATE) IS NOT
                       EQUAL TO ZERO
                   DISPLAY "FECHA NO VALIDA"
                   GO TO 4500-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO WS-CLOSES-SHOWN.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DRAWER-FILE.
           IF WS-DRAWER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO HAY SESIONES DE CAJON REGISTRADAS"
               GO TO 4500-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ DRAWER-FILE INTO DRAWER-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF DW-IS-CLOSE AND DW-DATE IS EQUAL TO
                               WS-SEL-DATE AND
                               (WS-SEL-OPERATOR IS EQUAL TO SPACES OR
                               DW-OPERATOR IS EQUAL TO WS-SEL-OPERATOR)
                           PERFORM 4600-SHOW-ONE-CLOSE THRU 4600-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAWER-FILE.
           IF WS-CLOSES-SHOWN IS EQUAL TO ZERO
               DISPLAY "NO HAY CIERRES DE CAJON PARA ESA SELECCION"
           END-IF.
       4500-EXIT.
           EXIT.
       4600-SHOW-ONE-CLOSE.
           ADD 1 TO WS-CLOSES-SHOWN.
           DISPLAY " ".
           DISPLAY "CIERRE DE " DW-OPERATOR " A LAS " DW-TIME(1:2) ":"
               DW-TIME(3:2).
           MOVE DW-COUNTED TO WS-EDIT-MONEY.
           DISPLAY "  CONTADO:    " WS-EDIT-MONEY.
           MOVE DW-EXPECTED TO WS-EDIT-MONEY.
           DISPLAY "  ESPERADO:   " WS-EDIT-MONEY.
           MOVE DW-OVERSHORT TO WS-EDIT-MONEY.
           DISPLAY "  DIFERENCIA: " WS-EDIT-MONEY.
           IF DW-COUNT-QTY(CASH-DENOMS) IS NOT NUMERIC
               DISPLAY "  SIN DESGLOSE: IMPORTE TECLEADO"
               GO TO 4600-EXIT
           END-IF.
           PERFORM VARYING WS-I-DENOM FROM 1 BY 1
                   UNTIL WS-I-DENOM IS GREATER THAN CASH-DENOMS
               IF DW-COUNT-QTY(WS-I-DENOM) IS NUMERIC AND
                       DW-COUNT-QTY(WS-I-DENOM) IS GREATER THAN ZERO
                   COMPUTE WS-LINE-VALUE = DW-COUNT-QTY(WS-I-DENOM)
                       * DN-VALUE(WS-I-DENOM)
                   MOVE DW-COUNT-QTY(WS-I-DENOM) TO WS-EDIT-QTY
                   MOVE WS-LINE-VALUE TO WS-EDIT-MONEY
                   DISPLAY "  " DN-LABEL(WS-I-DENOM) " X "
                       WS-EDIT-QTY " = " WS-EDIT-MONEY
               END-IF
           END-PERFORM.
       4600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-FIND-SESSION - el ultimo registro del operador en el   *
      * diario manda: una apertura sin cierre posterior es una      *
      * sesion abierta, y su fondo y su fecha se recuperan aqui.    *

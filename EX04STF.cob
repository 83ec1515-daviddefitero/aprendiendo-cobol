       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04STF.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Cierre de mes de las      *
      *                  compras del personal: suma el diario       *
      *                  STAFFPUR.DAT del mes pedido por empleado   *
      *                  (tickets, devoluciones, importe antes del  *
      *                  descuento, descuento concedido, neto con   *
      *                  IVA y parte cargada en nomina) y lo        *
      *                  compara con el tope mensual de su nivel.   *
      *                  El informe pasa por el spool y lo cargado  *
      *                  en nomina sale en NOMDED-AAAAMM.DAT para   *
      *                  la gestoria.                               *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Diario de compras del personal (ventas y devoluciones).
           SELECT STAFFPUR-FILE ASSIGN TO "STAFFPUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFFPUR-STATUS.
      * Fichero de control: tienda, dia de negocio y tabla de
      * descuentos y topes del personal.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Informe del cierre de mes.
           SELECT STFRPT-FILE ASSIGN TO "PERSONAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STFRPT-STATUS.
      * Fichero para la gestoria; el nombre lleva el mes y se fija
      * en ejecucion via STFDEDF.
           SELECT DEDUCT-FILE ASSIGN TO STFDEDF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STAFFPUR-FILE.
       01  STAFFPUR-FILE-REC                    PIC X(117).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  STFRPT-FILE.
       01  STFRPT-LINE                          PIC X(132).
       FD  DEDUCT-FILE.
       01  DEDUCT-FILE-REC                      PIC X(60).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "STAFFPUR.CPY".
           COPY "PAYDED.CPY".
      * Empleados que caben en la tabla del mes.
       78  STF-MAX-BUYERS                       VALUE 500.
       01  WS-STAFFPUR-STATUS                   PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-STFRPT-STATUS                     PIC X(02).
       01  WS-DEDUCT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-OPERATOR                          PIC X(08).
       01  WS-TODAY                             PIC 9(08).
      * Mes pedido (AAAAMM).
       01  WS-DATE-INPUT                        PIC X(08).
       01  WS-DATE-OK-SW                        PIC X(01) VALUE "N".
           88  WS-DATE-OK                       VALUE "Y".
       01  WS-WORK-DATE                         PIC 9(08).
       01  WS-WORK-ED REDEFINES WS-WORK-DATE.
           05  WS-WK-YYYY                       PIC 9(04).
           05  WS-WK-MM                         PIC 9(02).
           05  WS-WK-DD                         PIC 9(02).
       01  WS-PERIOD                            PIC 9(06).
       01  WS-DEDUCT-NAME                       PIC X(30).
      * Totales del mes por empleado, en orden de OP-ID (insercion
      * ordenada: el diario va en orden de llegada).
       01  WS-BUYER-TABLE.
           05  WS-BUYER-COUNT                   PIC 9(04) VALUE ZERO.
           05  WS-BUYER-ENTRY OCCURS STF-MAX-BUYERS TIMES.
               10  WS-BY-ID                     PIC X(08).
               10  WS-BY-NAME                   PIC X(30).
               10  WS-BY-LEVEL                  PIC 9(01).
               10  WS-BY-TICKETS                PIC 9(04).
               10  WS-BY-REFUNDS                PIC 9(04).
               10  WS-BY-GROSS                  PIC S9(09)V99.
               10  WS-BY-DISCOUNT               PIC S9(09)V99.
               10  WS-BY-TOTAL                  PIC S9(09)V99.
               10  WS-BY-PAYROLL                PIC S9(09)V99.
       01  WS-I-BUYER                           PIC 9(04).
       01  WS-J-BUYER                           PIC 9(04).
       01  WS-BUYER-OVERFLOW                    PIC 9(05) VALUE ZERO.
      * Totales del informe.
       01  WS-TOT-TICKETS                       PIC 9(06) VALUE ZERO.
       01  WS-TOT-REFUNDS                       PIC 9(06) VALUE ZERO.
       01  WS-TOT-GROSS                         PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-TOT-DISCOUNT                      PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-TOT-TOTAL                         PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-TOT-PAYROLL                       PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-OVER-CAP                          PIC 9(04) VALUE ZERO.
       01  WS-DEDUCT-LINES                      PIC 9(04) VALUE ZERO.
       01  WS-EDIT-COUNT                        PIC ZZZ9.
       01  WS-EDIT-AMOUNT                       PIC Z,ZZZ,ZZ9.99-.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
      * leyendo basura de memoria en el resto del campo si se le pasara
      * la literal directamente. Un MOVE normal si rellena con espacios.
       01  WS-AUD-PROGRAM                       PIC X(08).
       01  WS-AUD-OUTCOME                       PIC X(08).
       01  WS-AUD-DETAIL                        PIC X(40).
      * Nombre del informe para la subrutina de spool: la copia
      * fechada y el indice los lleva SPOOLRPT.
       01  WS-SPL-NAME                          PIC X(12).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
      * Invocado como subrutina desde el mantenimiento: el estado de
      * la ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE ZERO TO WS-PERIOD.
           MOVE ZERO TO WS-BUYER-COUNT.
           MOVE ZERO TO WS-BUYER-OVERFLOW.
           MOVE ZERO TO WS-TOT-TICKETS.
           MOVE ZERO TO WS-TOT-REFUNDS.
           MOVE ZERO TO WS-TOT-GROSS.
           MOVE ZERO TO WS-TOT-DISCOUNT.
           MOVE ZERO TO WS-TOT-TOTAL.
           MOVE ZERO TO WS-TOT-PAYROLL.
           MOVE ZERO TO WS-OVER-CAP.
           MOVE ZERO TO WS-DEDUCT-LINES.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-LOAD-PURCHASES THRU 2000-EXIT
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - carga el fichero de control y pide el     *
      * mes del cierre.                                             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04STF" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "CIERRE COMPRAS PERSONAL INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04STF: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
      * Las compras llevan la fecha del dia de negocio: el mes por
      * defecto es el del dia de negocio abierto.
           IF CTL-BUSINESS-DATE IS NUMERIC AND
                   CTL-BUSINESS-DATE IS GREATER THAN ZERO
               MOVE CTL-BUSINESS-DATE TO WS-TODAY
           END-IF.
      * Descuentos y topes de fabrica para un fichero de control de
      * antes de las compras del personal.
           IF CTL-STAFF-CAP(3) IS NOT NUMERIC
               MOVE 10.00 TO CTL-STAFF-RATE(1)
               MOVE 300.00 TO CTL-STAFF-CAP(1)
               MOVE 15.00 TO CTL-STAFF-RATE(2)
               MOVE 500.00 TO CTL-STAFF-CAP(2)
               MOVE 15.00 TO CTL-STAFF-RATE(3)
               MOVE 500.00 TO CTL-STAFF-CAP(3)
           END-IF.
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "MES AAAAMM (EN BLANCO = EL ACTUAL, X = SALIR): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-DATE-INPUT)
                   TO WS-DATE-INPUT
               IF WS-DATE-INPUT IS EQUAL TO "X"
                   MOVE "CANCEL" TO WS-RUN-OUTCOME
                   GO TO 1000-EXIT
               END-IF
               IF WS-DATE-INPUT IS EQUAL TO SPACES
                   MOVE WS-TODAY TO WS-WORK-DATE
                   MOVE 1 TO WS-WK-DD
                   SET WS-DATE-OK TO TRUE
               ELSE
                   IF WS-DATE-INPUT(1:6) IS NUMERIC AND
                           WS-DATE-INPUT(7:2) IS EQUAL TO SPACES
                       MOVE WS-DATE-INPUT(1:6) TO WS-WORK-DATE(1:6)
                       MOVE 1 TO WS-WK-DD
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (WS-WORK-DATE) IS EQUAL TO ZERO
                           SET WS-DATE-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-DATE-OK
                       DISPLAY "MES NO VALIDO, INTENTELO DE NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-WORK-DATE(1:6) TO WS-PERIOD.
           MOVE SPACES TO WS-DEDUCT-NAME.
           STRING "NOMDED-" WS-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-DEDUCT-NAME
           END-STRING.
           SET ENVIRONMENT "STFDEDF" TO WS-DEDUCT-NAME.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-LOAD-PURCHASES - lineas del mes del diario a la tabla  *
      * de empleados: las ventas suman y las devoluciones restan.   *
      *-----------------------------------------------------------*
       2000-LOAD-PURCHASES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STAFFPUR-FILE.
           IF WS-STAFFPUR-STATUS IS NOT EQUAL TO "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ STAFFPUR-FILE INTO STAFF-PURCH-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF SP-DATE(1:6) IS EQUAL TO WS-PERIOD
                           PERFORM 2100-FIND-BUYER THRU 2100-EXIT
                           IF WS-I-BUYER IS GREATER THAN ZERO
                               PERFORM 2200-ADD-PURCHASE THRU
                                   2200-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAFFPUR-FILE.
       2000-EXIT.
           EXIT.
      * Posicion del comprador SP-BUYER en la tabla (WS-I-BUYER); si
      * no esta se le abre hueco en su sitio. Cero si no cabe.
       2100-FIND-BUYER.
           PERFORM VARYING WS-I-BUYER FROM 1 BY 1
                   UNTIL WS-I-BUYER IS GREATER THAN WS-BUYER-COUNT
                   OR WS-BY-ID(WS-I-BUYER) IS NOT LESS THAN SP-BUYER
               CONTINUE
           END-PERFORM.
           IF WS-I-BUYER IS NOT GREATER THAN WS-BUYER-COUNT
               IF WS-BY-ID(WS-I-BUYER) IS EQUAL TO SP-BUYER
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF WS-BUYER-COUNT IS NOT LESS THAN STF-MAX-BUYERS
               ADD 1 TO WS-BUYER-OVERFLOW
               MOVE ZERO TO WS-I-BUYER
               GO TO 2100-EXIT
           END-IF.
           PERFORM VARYING WS-J-BUYER FROM WS-BUYER-COUNT BY -1
                   UNTIL WS-J-BUYER IS LESS THAN WS-I-BUYER
               MOVE WS-BUYER-ENTRY(WS-J-BUYER) TO
                   WS-BUYER-ENTRY(WS-J-BUYER + 1)
           END-PERFORM.
           ADD 1 TO WS-BUYER-COUNT.
           MOVE SP-BUYER TO WS-BY-ID(WS-I-BUYER).
           MOVE SP-BUYER-NAME TO WS-BY-NAME(WS-I-BUYER).
           MOVE SP-LEVEL TO WS-BY-LEVEL(WS-I-BUYER).
           MOVE ZERO TO WS-BY-TICKETS(WS-I-BUYER).
           MOVE ZERO TO WS-BY-REFUNDS(WS-I-BUYER).
           MOVE ZERO TO WS-BY-GROSS(WS-I-BUYER).
           MOVE ZERO TO WS-BY-DISCOUNT(WS-I-BUYER).
           MOVE ZERO TO WS-BY-TOTAL(WS-I-BUYER).
           MOVE ZERO TO WS-BY-PAYROLL(WS-I-BUYER).
       2100-EXIT.
           EXIT.
      * Una linea del diario sobre el empleado WS-I-BUYER; su nivel
      * y su nombre quedan los de la ultima compra del mes.
       2200-ADD-PURCHASE.
           IF SP-IS-REFUND
               ADD 1 TO WS-BY-REFUNDS(WS-I-BUYER)
               SUBTRACT SP-GROSS FROM WS-BY-GROSS(WS-I-BUYER)
               SUBTRACT SP-DISCOUNT FROM WS-BY-DISCOUNT(WS-I-BUYER)
               SUBTRACT SP-TOTAL FROM WS-BY-TOTAL(WS-I-BUYER)
               SUBTRACT SP-PAYROLL FROM WS-BY-PAYROLL(WS-I-BUYER)
           ELSE
               ADD 1 TO WS-BY-TICKETS(WS-I-BUYER)
               ADD SP-GROSS TO WS-BY-GROSS(WS-I-BUYER)
               ADD SP-DISCOUNT TO WS-BY-DISCOUNT(WS-I-BUYER)
               ADD SP-TOTAL TO WS-BY-TOTAL(WS-I-BUYER)
               ADD SP-PAYROLL TO WS-BY-PAYROLL(WS-I-BUYER)
               MOVE SP-BUYER-NAME TO WS-BY-NAME(WS-I-BUYER)
               MOVE SP-LEVEL TO WS-BY-LEVEL(WS-I-BUYER)
           END-IF.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-REPORT - una linea por empleado con sus totales  *
      * y el tope de su nivel, y una linea de nomina por empleado   *
      * con importe cargado en nomina.                              *
      *-----------------------------------------------------------*
       3000-PRINT-REPORT.
           OPEN OUTPUT STFRPT-FILE.
           IF WS-STFRPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04STF: NO SE PUDO CREAR PERSONAL.TXT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04STF: NO SE PUDO CREAR "
                   FUNCTION TRIM(WS-DEDUCT-NAME)
               CLOSE STFRPT-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           MOVE "COMPRAS DEL PERSONAL - CIERRE DE MES" TO STFRPT-LINE.
           WRITE STFRPT-LINE.
           MOVE SPACES TO STFRPT-LINE.
           STRING "MES: " WS-WORK-DATE(5:2) "/" WS-WORK-DATE(1:4)
                   "   TIENDA: " CTL-STORE-ID
                   DELIMITED BY SIZE INTO STFRPT-LINE
           END-STRING.
           WRITE STFRPT-LINE.
           MOVE "NETO = VENTAS MENOS DEVOLUCIONES, IVA INCLUIDO; "
               & "NOMINA = PARTE COBRADA CON DESCUENTO EN NOMINA"
               TO STFRPT-LINE.
           WRITE STFRPT-LINE.
           MOVE SPACES TO STFRPT-LINE.
           WRITE STFRPT-LINE.
           MOVE "EMPLEADO NOMBRE                         NV TICK DEV"
               & "          BRUTO      DESCUENTO           NETO"
               & "         NOMINA  TOPE" TO STFRPT-LINE.
           WRITE STFRPT-LINE.
           MOVE ALL "-" TO STFRPT-LINE.
           WRITE STFRPT-LINE.
           PERFORM VARYING WS-I-BUYER FROM 1 BY 1
                   UNTIL WS-I-BUYER IS GREATER THAN WS-BUYER-COUNT
               PERFORM 3100-PRINT-BUYER THRU 3100-EXIT
           END-PERFORM.
           MOVE ALL "=" TO STFRPT-LINE.
           WRITE STFRPT-LINE.
           IF WS-BUYER-COUNT IS EQUAL TO ZERO
               MOVE "NINGUNA COMPRA DEL PERSONAL EN EL MES"
                   TO STFRPT-LINE
               WRITE STFRPT-LINE
           ELSE
               MOVE SPACES TO STFRPT-LINE
               MOVE WS-BUYER-COUNT TO WS-EDIT-COUNT
               STRING "TOTAL " FUNCTION TRIM(WS-EDIT-COUNT)
                       " EMPLEADOS" DELIMITED BY SIZE
                       INTO STFRPT-LINE
               END-STRING
               MOVE WS-TOT-TICKETS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO STFRPT-LINE(43:4)
               MOVE WS-TOT-REFUNDS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO STFRPT-LINE(48:4)
               MOVE WS-TOT-GROSS TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(53:14)
               MOVE WS-TOT-DISCOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(68:14)
               MOVE WS-TOT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(83:14)
               MOVE WS-TOT-PAYROLL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(98:14)
               WRITE STFRPT-LINE
               MOVE SPACES TO STFRPT-LINE
               MOVE WS-OVER-CAP TO WS-EDIT-COUNT
               STRING "EMPLEADOS POR ENCIMA DE SU TOPE: "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       DELIMITED BY SIZE INTO STFRPT-LINE
               END-STRING
               WRITE STFRPT-LINE
               MOVE SPACES TO STFRPT-LINE
               MOVE WS-DEDUCT-LINES TO WS-EDIT-COUNT
               STRING "LINEAS PARA LA GESTORIA: "
                       FUNCTION TRIM(WS-EDIT-COUNT) " EN "
                       FUNCTION TRIM(WS-DEDUCT-NAME)
                       DELIMITED BY SIZE INTO STFRPT-LINE
               END-STRING
               WRITE STFRPT-LINE
           END-IF.
           IF WS-BUYER-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-BUYER-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO STFRPT-LINE
               STRING "AVISO: " FUNCTION TRIM(WS-EDIT-COUNT)
                       " LINEAS DE EMPLEADOS QUE NO CABEN EN MEMORIA "
                       "NO SE HAN CONTADO" DELIMITED BY SIZE
                       INTO STFRPT-LINE
               END-STRING
               WRITE STFRPT-LINE
           END-IF.
           CLOSE STFRPT-FILE.
           CLOSE DEDUCT-FILE.
           MOVE "PERSONAL.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04STF: INFORME ESCRITO EN PERSONAL.TXT".
           DISPLAY "EX04STF: FICHERO PARA LA GESTORIA "
               FUNCTION TRIM(WS-DEDUCT-NAME).
       3000-EXIT.
           EXIT.
      * Linea del empleado WS-I-BUYER en el informe y, si tiene
      * importe en nomina, en el fichero de la gestoria. El tope se
      * marca si el neto lo supera (p. ej. tras bajar el tope a mes
      * empezado).
       3100-PRINT-BUYER.
           IF WS-BY-LEVEL(WS-I-BUYER) IS LESS THAN 1 OR
                   WS-BY-LEVEL(WS-I-BUYER) IS GREATER THAN 3
               MOVE 1 TO WS-BY-LEVEL(WS-I-BUYER)
           END-IF.
           MOVE SPACES TO STFRPT-LINE.
           MOVE WS-BY-ID(WS-I-BUYER) TO STFRPT-LINE(1:8).
           MOVE WS-BY-NAME(WS-I-BUYER) TO STFRPT-LINE(10:30).
           MOVE WS-BY-LEVEL(WS-I-BUYER) TO STFRPT-LINE(41:1).
           MOVE WS-BY-TICKETS(WS-I-BUYER) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO STFRPT-LINE(43:4).
           MOVE WS-BY-REFUNDS(WS-I-BUYER) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO STFRPT-LINE(48:4).
           MOVE WS-BY-GROSS(WS-I-BUYER) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(53:14).
           MOVE WS-BY-DISCOUNT(WS-I-BUYER) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(68:14).
           MOVE WS-BY-TOTAL(WS-I-BUYER) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(83:14).
           MOVE WS-BY-PAYROLL(WS-I-BUYER) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO STFRPT-LINE(98:14).
           IF CTL-STAFF-CAP(WS-BY-LEVEL(WS-I-BUYER)) IS GREATER
                   THAN ZERO AND WS-BY-TOTAL(WS-I-BUYER) IS GREATER
                   THAN CTL-STAFF-CAP(WS-BY-LEVEL(WS-I-BUYER))
               MOVE "SUPERADO" TO STFRPT-LINE(114:8)
               ADD 1 TO WS-OVER-CAP
           END-IF.
           WRITE STFRPT-LINE.
           ADD WS-BY-TICKETS(WS-I-BUYER) TO WS-TOT-TICKETS.
           ADD WS-BY-REFUNDS(WS-I-BUYER) TO WS-TOT-REFUNDS.
           ADD WS-BY-GROSS(WS-I-BUYER) TO WS-TOT-GROSS.
           ADD WS-BY-DISCOUNT(WS-I-BUYER) TO WS-TOT-DISCOUNT.
           ADD WS-BY-TOTAL(WS-I-BUYER) TO WS-TOT-TOTAL.
           ADD WS-BY-PAYROLL(WS-I-BUYER) TO WS-TOT-PAYROLL.
           IF WS-BY-PAYROLL(WS-I-BUYER) IS NOT GREATER THAN ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO PAYROLL-DED-REC.
           MOVE WS-PERIOD TO PD-PERIOD.
           MOVE CTL-STORE-ID TO PD-STORE-ID.
           MOVE WS-BY-ID(WS-I-BUYER) TO PD-OP-ID.
           MOVE WS-BY-NAME(WS-I-BUYER) TO PD-OP-NAME.
           MOVE WS-BY-TICKETS(WS-I-BUYER) TO PD-TICKETS.
           MOVE WS-BY-PAYROLL(WS-I-BUYER) TO PD-AMOUNT.
           MOVE PAYROLL-DED-REC TO DEDUCT-FILE-REC.
           WRITE DEDUCT-FILE-REC.
           ADD 1 TO WS-DEDUCT-LINES.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04STF" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "CIERRE COMPRAS PERSONAL " WS-PERIOD
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

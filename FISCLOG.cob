       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCLOG.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Subrutina comun, hermana  *
      *                  de AUDITLOG: anota en el registro fiscal   *
      *                  (FISCAL.DAT) la cabecera de venta o de     *
      *                  devolucion que el llamador acaba de grabar *
      *                  en TICKETS.DAT, con numero de orden        *
      *                  correlativo y la huella de la entrada      *
      *                  anterior. El ultimo eslabon (FISCLAST.DAT) *
      *                  se tiene abierto en exclusiva durante toda *
      *                  la anotacion, como TICKNUM con el fichero  *
      *                  de control. La llaman EX04, EX04RET y      *
      *                  EX04OFF.                                   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro fiscal: solo se abre para anexar.
           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
      * Ultimo eslabon: la cerradura del registro.
           SELECT FISCLAST-FILE ASSIGN TO "FISCLAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCLAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
       01  FISCAL-FILE-REC                      PIC X(135).
       FD  FISCLAST-FILE.
       01  FISCLAST-FILE-REC                    PIC X(39).
       WORKING-STORAGE SECTION.
           COPY "FISCREC.CPY".
           COPY "FISCLAST.CPY".
       01  WS-FISCAL-STATUS                     PIC X(02).
       01  WS-FISCLAST-STATUS                   PIC X(02).
       01  WS-EOF-SW                            PIC X(01).
           88  WS-NO-MORE-RECORDS               VALUE "Y".
      * Sin FISCLAST.DAT (primera entrada o fichero perdido) el
      * eslabon se reconstruye desde el propio registro y se graba
      * entero al terminar, no con REWRITE.
       01  WS-NEW-LAST-SW                       PIC X(01).
           88  WS-NEW-LAST                      VALUE "Y".
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-TIME                         PIC 9(08).
      * Huella rodante modulo primo, la misma del rastro de
      * auditoria, sobre los 117 caracteres de FR-HASHED-DATA.
       01  WS-HASH-WORK                         PIC 9(18).
       01  WS-I-CHAR                            PIC 9(03).
       LINKAGE SECTION.
       01  LK-PROGRAM-NAME                      PIC X(08).
           COPY "TICKREC.CPY".
       PROCEDURE DIVISION USING LK-PROGRAM-NAME, TICKET-REC.
      *-----------------------------------------------------------*
      * 0000-MAINLINE - el ultimo eslabon queda abierto en I-O      *
      * (acceso exclusivo) desde que se lee hasta que se regraba:   *
      * esa es la cerradura que mantiene la cadena en orden.        *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           IF NOT TR-IS-HEADER AND NOT TR-IS-REFUND
               GOBACK
           END-IF.
           PERFORM 1000-LOCK-LAST-LINK THRU 1000-EXIT.
           IF WS-FISCLAST-STATUS IS NOT EQUAL TO "00"
               GOBACK
           END-IF.
           PERFORM 2000-BUILD-ENTRY THRU 2000-EXIT.
           PERFORM 3000-APPEND-ENTRY THRU 3000-EXIT.
           PERFORM 4000-RELEASE-LAST-LINK THRU 4000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-LOCK-LAST-LINK - abre y lee el ultimo eslabon; si el   *
      * fichero no existe o llega vacio se reconstruye desde la     *
      * ultima entrada de FISCAL.DAT y se creara al terminar.       *
      *-----------------------------------------------------------*
       1000-LOCK-LAST-LINK.
           MOVE "N" TO WS-NEW-LAST-SW.
           OPEN I-O FISCLAST-FILE.
           IF WS-FISCLAST-STATUS IS EQUAL TO "35"
               SET WS-NEW-LAST TO TRUE
               PERFORM 1500-REBUILD-LAST-LINK THRU 1500-EXIT
               MOVE "00" TO WS-FISCLAST-STATUS
               GO TO 1000-EXIT
           END-IF.
           IF WS-FISCLAST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FISCLOG: NO SE PUDO ABRIR FISCLAST.DAT EN "
                   "EXCLUSIVA (ESTADO " WS-FISCLAST-STATUS "): "
                   "TICKET " TR-TICKET-NUM " SIN ANOTAR EN EL "
                   "REGISTRO FISCAL"
               GO TO 1000-EXIT
           END-IF.
           READ FISCLAST-FILE INTO FISCAL-LAST-REC
               AT END
                   SET WS-NEW-LAST TO TRUE
                   CLOSE FISCLAST-FILE
                   PERFORM 1500-REBUILD-LAST-LINK THRU 1500-EXIT
           END-READ.
           IF NOT WS-NEW-LAST AND (FL-LAST-SEQ IS NOT NUMERIC OR
                   FL-LAST-HASH IS NOT NUMERIC)
               SET WS-NEW-LAST TO TRUE
               CLOSE FISCLAST-FILE
               PERFORM 1500-REBUILD-LAST-LINK THRU 1500-EXIT
           END-IF.
      * Los campos de seguimiento de la exportacion pueden venir en
      * blanco si nunca se ha exportado.
           IF FL-LAST-SENT-SEQ IS NOT NUMERIC
               MOVE ZERO TO FL-LAST-SENT-SEQ
           END-IF.
           IF FL-LAST-BATCH IS NOT NUMERIC
               MOVE ZERO TO FL-LAST-BATCH
           END-IF.
           IF FL-LAST-SENT-DATE IS NOT NUMERIC
               MOVE ZERO TO FL-LAST-SENT-DATE
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 1500-REBUILD-LAST-LINK - numero de orden y huella de la     *
      * ultima entrada del registro; sin registro la cadena arranca *
      * en cero. Nada se ha enviado todavia desde este eslabon.     *
      *-----------------------------------------------------------*
       1500-REBUILD-LAST-LINK.
           MOVE ZERO TO FL-LAST-SEQ.
           MOVE ZERO TO FL-LAST-HASH.
           MOVE ZERO TO FL-LAST-SENT-SEQ.
           MOVE ZERO TO FL-LAST-BATCH.
           MOVE ZERO TO FL-LAST-SENT-DATE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FISCAL-FILE.
           IF WS-FISCAL-STATUS IS NOT EQUAL TO "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ FISCAL-FILE INTO FISCAL-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF FR-SEQ IS NUMERIC AND FR-HASH IS NUMERIC
                           MOVE FR-SEQ TO FL-LAST-SEQ
                           MOVE FR-HASH TO FL-LAST-HASH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FISCAL-FILE.
           IF FL-LAST-SEQ IS GREATER THAN ZERO
               DISPLAY "FISCLOG: FISCLAST.DAT RECONSTRUIDO DESDE LA "
                   "ENTRADA " FL-LAST-SEQ " DEL REGISTRO FISCAL"
           END-IF.
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-BUILD-ENTRY - arma la entrada desde la cabecera        *
      * recibida y la encadena con el ultimo eslabon.               *
      *-----------------------------------------------------------*
       2000-BUILD-ENTRY.
           MOVE SPACES TO FISCAL-REC.
           ADD 1 TO FL-LAST-SEQ.
           MOVE FL-LAST-SEQ TO FR-SEQ.
           MOVE TR-TYPE TO FR-REC-TYPE.
           MOVE TR-TICKET-NUM TO FR-TICKET-NUM.
           MOVE TR-TICKET-DATE TO FR-TICKET-DATE.
           IF TR-TICKET-TIME IS NUMERIC
               MOVE TR-TICKET-TIME TO FR-TICKET-TIME
           ELSE
               MOVE ZERO TO FR-TICKET-TIME
           END-IF.
      * Tienda en blanco = 001, como en el cierre consolidado.
           IF TR-STORE-ID IS EQUAL TO SPACES
               MOVE "001" TO FR-STORE-ID
           ELSE
               MOVE TR-STORE-ID TO FR-STORE-ID
           END-IF.
           IF TR-IS-REFUND AND TR-ORIG-TICKET IS NUMERIC
               MOVE TR-ORIG-TICKET TO FR-ORIG-TICKET
           ELSE
               MOVE ZERO TO FR-ORIG-TICKET
           END-IF.
           IF TR-INVOICE-NUM IS EQUAL TO LOW-VALUES
               MOVE SPACES TO FR-INVOICE-NUM
           ELSE
               MOVE TR-INVOICE-NUM TO FR-INVOICE-NUM
           END-IF.
           MOVE TR-TOTAL TO FR-TOTAL-BASE.
           MOVE TR-TAX-AMOUNT TO FR-TOTAL-TAX.
           MOVE TR-TOTAL-WITH-TAX TO FR-TOTAL.
           MOVE TR-OPERATOR TO FR-OPERATOR.
           MOVE LK-PROGRAM-NAME TO FR-PROGRAM.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO FR-REG-DATE.
           MOVE WS-CURR-TIME(1:6) TO FR-REG-TIME.
           MOVE FL-LAST-HASH TO FR-PREV-HASH.
           PERFORM 2100-COMPUTE-HASH THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2100-COMPUTE-HASH - huella rodante de los datos de la       *
      * entrada encadenada con la previa, modulo primo como la del  *
      * rastro de auditoria. EX04FIS la reproduce al verificar.     *
      *-----------------------------------------------------------*
       2100-COMPUTE-HASH.
           MOVE FR-PREV-HASH TO WS-HASH-WORK.
           PERFORM VARYING WS-I-CHAR FROM 1 BY 1
                   UNTIL WS-I-CHAR IS GREATER THAN 117
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 31 +
                   FUNCTION ORD(FR-HASHED-DATA(WS-I-CHAR:1)),
                   999999989)
           END-PERFORM.
           MOVE WS-HASH-WORK TO FR-HASH.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-APPEND-ENTRY - anexa la entrada al registro fiscal,    *
      * creandolo si todavia no existe.                             *
      *-----------------------------------------------------------*
       3000-APPEND-ENTRY.
           OPEN EXTEND FISCAL-FILE.
           IF WS-FISCAL-STATUS NOT = "00" AND
                   WS-FISCAL-STATUS NOT = "05"
               OPEN OUTPUT FISCAL-FILE
           END-IF.
           MOVE FISCAL-REC TO FISCAL-FILE-REC.
           WRITE FISCAL-FILE-REC.
           CLOSE FISCAL-FILE.
           MOVE FR-HASH TO FL-LAST-HASH.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-RELEASE-LAST-LINK - regraba el ultimo eslabon y suelta *
      * la cerradura; uno recien reconstruido se crea entero.       *
      *-----------------------------------------------------------*
       4000-RELEASE-LAST-LINK.
           MOVE FISCAL-LAST-REC TO FISCLAST-FILE-REC.
           IF WS-NEW-LAST
               OPEN OUTPUT FISCLAST-FILE
               WRITE FISCLAST-FILE-REC
               CLOSE FISCLAST-FILE
           ELSE
               REWRITE FISCLAST-FILE-REC
               CLOSE FISCLAST-FILE
           END-IF.
       4000-EXIT.
           EXIT.

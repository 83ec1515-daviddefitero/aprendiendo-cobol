       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04RFM.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Segmentacion de clientes  *
      *                  por recencia, frecuencia e importe de los  *
      *                  ultimos doce meses (fichero vivo mas los   *
      *                  archivos mensuales TICKETS-AAAAMM.DAT del  *
      *                  periodo): dias desde la ultima compra,     *
      *                  numero de tickets y venta neta de          *
      *                  devoluciones "R". Cada cliente activo      *
      *                  recibe su segmento (campeon, fiel,         *
      *                  ocasional, en riesgo o perdido) en el      *
      *                  maestro, con la fecha de la pasada, y sale *
      *                  un resumen por segmento con clientes,      *
      *                  importe y peso sobre el total por el       *
      *                  spool.                                     *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de transacciones (el vivo o un archivo mensual); el
      * nombre real se fija en ejecucion via RFMTICK, como hace el
      * informe por departamento con DEPTICK.
           SELECT TICKET-FILE ASSIGN TO RFMTICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Maestro de clientes: el ticket lleva el nombre, que es la
      * clave alternativa; el segmento se graba en el propio
      * registro.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CLIENT-STATUS.
      * Resumen por segmento.
           SELECT RFMRPT-FILE ASSIGN TO "RFMSEG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFMRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  RFMRPT-FILE.
       01  RFMRPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
      * Umbrales de la segmentacion: dias desde la ultima compra
      * para seguir siendo reciente o darse por perdido, y tickets
      * en doce meses para contar como fiel o como campeon (este
      * ademas con importe no inferior a la media de los clientes
      * con compras).
       78  RFM-RECENT-DAYS                      VALUE 90.
       78  RFM-LAPSED-DAYS                      VALUE 180.
       78  RFM-LOYAL-TICKETS                    VALUE 4.
       78  RFM-CHAMP-TICKETS                    VALUE 12.
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-RFMRPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-CLIENT-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-CLIENT-FILE-OPEN              VALUE "Y".
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-ED REDEFINES WS-CURR-DATE.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
      * Primer dia fuera del periodo: la misma fecha un ano antes
      * (el 29 de febrero pasa al 28).
       01  WS-CUTOFF-DATE                       PIC 9(08).
       01  WS-CUTOFF-ED REDEFINES WS-CUTOFF-DATE.
           05  WS-CO-YYYY                       PIC 9(04).
           05  WS-CO-MM                         PIC 9(02).
           05  WS-CO-DD                         PIC 9(02).
      * Meses de archivo a recorrer, del mes del corte al actual.
       01  WS-WORK-MONTHS                       PIC 9(06).
       01  WS-LAST-MONTHS                       PIC 9(06).
       01  WS-WORK-PERIOD.
           05  WS-WP-YYYY                       PIC 9(04).
           05  WS-WP-MM                         PIC 9(02).
       01  WS-TICK-NAME                         PIC X(24).
       01  WS-FILES-READ                        PIC 9(03) VALUE ZERO.
      * Cliente en curso en la asignacion del segmento.
       01  WS-DAYS-SINCE                        PIC 9(05).
       01  WS-NEW-SEGMENT                       PIC X(01).
       01  WS-I-SEG                             PIC 9(01).
      * Importe medio de los clientes con compras en el periodo,
      * umbral de importe del segmento campeon.
       01  WS-BUYERS                            PIC 9(07) VALUE ZERO.
       01  WS-BUYERS-SPEND                      PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-AVG-SPEND                         PIC S9(09)V99
                                                VALUE ZERO.
      * Tickets cuyo nombre no esta en el maestro (o esta de baja):
      * no puntuan a nadie.
       01  WS-UNMATCHED                         PIC 9(07) VALUE ZERO.
       01  WS-TICKETS-USED                      PIC 9(07) VALUE ZERO.
      * Segmentos en el orden del resumen, con su nombre y sus
      * acumulados.
       01  WS-SEG-DATA.
           05  FILLER                           PIC X(11)
                                                VALUE "CCAMPEON".
           05  FILLER                           PIC X(11)
                                                VALUE "FFIEL".
           05  FILLER                           PIC X(11)
                                                VALUE "OOCASIONAL".
           05  FILLER                           PIC X(11)
                                                VALUE "REN RIESGO".
           05  FILLER                           PIC X(11)
                                                VALUE "PPERDIDO".
       01  WS-SEG-TABLE REDEFINES WS-SEG-DATA.
           05  WS-SEG-ENTRY OCCURS 5 TIMES.
               10  WS-SEG-CODE                  PIC X(01).
               10  WS-SEG-NAME                  PIC X(10).
       01  WS-SEG-TOTALS.
           05  WS-SEG-TOTAL OCCURS 5 TIMES.
               10  WS-SEG-COUNT                 PIC 9(07).
               10  WS-SEG-SPEND                 PIC S9(11)V99.
       01  WS-TOTAL-COUNT                       PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-SPEND                       PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-COUNT-PCT                         PIC S9(05)V99.
       01  WS-SHARE-PCT                         PIC S9(05)V99.
       01  WS-SEG-AVG                           PIC S9(09)V99.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-EDIT-FILES                        PIC ZZ9.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-MONEY2                       PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-PCT                          PIC ZZZ9.99-.
       01  WS-EDIT-PCT2                         PIC ZZZ9.99-.
       01  WS-EDIT-DATE                         PIC X(10).
       01  WS-EDIT-DATE2                        PIC X(10).
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
           MOVE "N" TO WS-CLIENT-FILE-SW.
           MOVE ZERO TO WS-FILES-READ.
           MOVE ZERO TO WS-BUYERS.
           MOVE ZERO TO WS-BUYERS-SPEND.
           MOVE ZERO TO WS-AVG-SPEND.
           MOVE ZERO TO WS-UNMATCHED.
           MOVE ZERO TO WS-TICKETS-USED.
           MOVE ZERO TO WS-TOTAL-COUNT.
           MOVE ZERO TO WS-TOTAL-SPEND.
           PERFORM VARYING WS-I-SEG FROM 1 BY 1
                   UNTIL WS-I-SEG IS GREATER THAN 5
               MOVE ZERO TO WS-SEG-COUNT(WS-I-SEG)
               MOVE ZERO TO WS-SEG-SPEND(WS-I-SEG)
           END-PERFORM.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-RESET-CUSTOMERS THRU 2000-EXIT
               PERFORM 3000-SCAN-TICKETS THRU 3000-EXIT
               PERFORM 4000-AVERAGE-SPEND THRU 4000-EXIT
               PERFORM 5000-ASSIGN-SEGMENTS THRU 5000-EXIT
               PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - fecha de negocio, corte de doce meses y   *
      * apertura del maestro de clientes.                           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04RFM" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "SEGMENTACION DE CLIENTES INICIADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           MOVE WS-CURR-DATE TO WS-CUTOFF-DATE.
           SUBTRACT 1 FROM WS-CO-YYYY.
           IF WS-CO-MM IS EQUAL TO 2 AND WS-CO-DD IS EQUAL TO 29
               MOVE 28 TO WS-CO-DD
           END-IF.
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04RFM: NO SE PUDO ABRIR CLIENTS.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
           ELSE
               SET WS-CLIENT-FILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-RESET-CUSTOMERS - pone a cero la ultima compra, los    *
      * tickets y el importe de cada cliente activo antes de        *
      * recorrer los tickets.                                       *
      *-----------------------------------------------------------*
       2000-RESET-CUSTOMERS.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID.
           START CLIENT-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF CM-IS-ACTIVE
                           MOVE ZERO TO CM-LAST-PURCHASE
                           MOVE ZERO TO CM-RFM-TICKETS
                           MOVE ZERO TO CM-RFM-SPEND
                           REWRITE CLIENT-MASTER-REC
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-SCAN-TICKETS - el fichero vivo y los archivos de cada  *
      * mes desde el del corte hasta el actual; cada registro vive  *
      * en uno solo y el que no esta simplemente no se cuenta.      *
      *-----------------------------------------------------------*
       3000-SCAN-TICKETS.
           SET ENVIRONMENT "RFMTICK" TO "TICKETS.DAT".
           PERFORM 3100-PROCESS-ONE-FILE THRU 3100-EXIT.
           COMPUTE WS-WORK-MONTHS = WS-CO-YYYY * 12 + WS-CO-MM - 1.
           COMPUTE WS-LAST-MONTHS = WS-CD-YYYY * 12 + WS-CD-MM - 1.
           PERFORM UNTIL WS-WORK-MONTHS IS GREATER THAN WS-LAST-MONTHS
               COMPUTE WS-WP-YYYY = WS-WORK-MONTHS / 12
               COMPUTE WS-WP-MM = FUNCTION MOD(WS-WORK-MONTHS, 12) + 1
               MOVE SPACES TO WS-TICK-NAME
               STRING "TICKETS-" WS-WORK-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-TICK-NAME
               END-STRING
               SET ENVIRONMENT "RFMTICK" TO WS-TICK-NAME
               PERFORM 3100-PROCESS-ONE-FILE THRU 3100-EXIT
               ADD 1 TO WS-WORK-MONTHS
           END-PERFORM.
       3000-EXIT.
           EXIT.
       3100-PROCESS-ONE-FILE.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-FILES-READ.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ TICKET-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF TR-IS-HEADER OR TR-IS-REFUND
                           PERFORM 3200-SCORE-TICKET THRU 3200-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
       3100-EXIT.
           EXIT.
      * Una venta cuenta como ticket, mueve la ultima compra y suma
      * su total con impuestos; una devolucion solo resta su total.
      * El cliente se busca por el nombre grabado en la cabecera.
       3200-SCORE-TICKET.
           IF TR-TICKET-DATE IS NOT NUMERIC OR
                   TR-TICKET-DATE IS NOT GREATER THAN WS-CUTOFF-DATE
                   OR TR-TICKET-DATE IS GREATER THAN WS-CURR-DATE
               GO TO 3200-EXIT
           END-IF.
           IF TR-NAME IS EQUAL TO SPACES OR
                   TR-TOTAL-WITH-TAX IS NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.
           MOVE TR-NAME TO CM-NAME.
           READ CLIENT-FILE KEY IS CM-NAME
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED
                   GO TO 3200-EXIT
           END-READ.
           IF NOT CM-IS-ACTIVE
               ADD 1 TO WS-UNMATCHED
               GO TO 3200-EXIT
           END-IF.
           IF TR-IS-REFUND
               SUBTRACT TR-TOTAL-WITH-TAX FROM CM-RFM-SPEND
                   ON SIZE ERROR
                       CONTINUE
               END-SUBTRACT
           ELSE
               ADD 1 TO CM-RFM-TICKETS
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               ADD TR-TOTAL-WITH-TAX TO CM-RFM-SPEND
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               IF TR-TICKET-DATE IS GREATER THAN CM-LAST-PURCHASE
                   MOVE TR-TICKET-DATE TO CM-LAST-PURCHASE
               END-IF
           END-IF.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   DISPLAY "EX04RFM: NO SE PUDO ACTUALIZAR AL "
                       "CLIENTE " CM-CUSTOMER-ID
           END-REWRITE.
           ADD 1 TO WS-TICKETS-USED.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-AVERAGE-SPEND - importe medio de los clientes activos  *
      * con alguna compra en el periodo.                            *
      *-----------------------------------------------------------*
       4000-AVERAGE-SPEND.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID.
           START CLIENT-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   GO TO 4000-EXIT
           END-START.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF CM-IS-ACTIVE AND
                               CM-RFM-TICKETS IS GREATER THAN ZERO
                           ADD 1 TO WS-BUYERS
                           ADD CM-RFM-SPEND TO WS-BUYERS-SPEND
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BUYERS IS GREATER THAN ZERO
               COMPUTE WS-AVG-SPEND ROUNDED = WS-BUYERS-SPEND /
                   WS-BUYERS
           END-IF.
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-ASSIGN-SEGMENTS - segmento de cada cliente activo,     *
      * grabado con la fecha de la pasada, y acumulados del         *
      * resumen.                                                    *
      *-----------------------------------------------------------*
       5000-ASSIGN-SEGMENTS.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID.
           START CLIENT-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   GO TO 5000-EXIT
           END-START.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF CM-IS-ACTIVE
                           PERFORM 5100-SEGMENT-ONE THRU 5100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       5000-EXIT.
           EXIT.
      * Sin compras en doce meses, o sin volver en mas de
      * RFM-LAPSED-DAYS siendo poco frecuente: perdido. Sin volver
      * en mas de RFM-RECENT-DAYS (o en mas de RFM-LAPSED-DAYS
      * siendo frecuente): en riesgo. Reciente: campeon, fiel u
      * ocasional segun tickets e importe.
       5100-SEGMENT-ONE.
           IF CM-RFM-TICKETS IS EQUAL TO ZERO
               MOVE "P" TO WS-NEW-SEGMENT
           ELSE
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) -
                   FUNCTION INTEGER-OF-DATE(CM-LAST-PURCHASE)
               EVALUATE TRUE
                   WHEN WS-DAYS-SINCE IS GREATER THAN RFM-LAPSED-DAYS
                           AND CM-RFM-TICKETS IS LESS THAN
                           RFM-LOYAL-TICKETS
                       MOVE "P" TO WS-NEW-SEGMENT
                   WHEN WS-DAYS-SINCE IS GREATER THAN RFM-RECENT-DAYS
                       MOVE "R" TO WS-NEW-SEGMENT
                   WHEN CM-RFM-TICKETS IS NOT LESS THAN
                           RFM-CHAMP-TICKETS AND
                           CM-RFM-SPEND IS NOT LESS THAN WS-AVG-SPEND
                       MOVE "C" TO WS-NEW-SEGMENT
                   WHEN CM-RFM-TICKETS IS NOT LESS THAN
                           RFM-LOYAL-TICKETS
                       MOVE "F" TO WS-NEW-SEGMENT
                   WHEN OTHER
                       MOVE "O" TO WS-NEW-SEGMENT
               END-EVALUATE
           END-IF.
           MOVE WS-NEW-SEGMENT TO CM-SEGMENT.
           MOVE WS-CURR-DATE TO CM-SEGMENT-DATE.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   DISPLAY "EX04RFM: NO SE PUDO ACTUALIZAR AL "
                       "CLIENTE " CM-CUSTOMER-ID
           END-REWRITE.
           PERFORM VARYING WS-I-SEG FROM 1 BY 1
                   UNTIL WS-I-SEG IS GREATER THAN 5
               IF WS-SEG-CODE(WS-I-SEG) IS EQUAL TO WS-NEW-SEGMENT
                   ADD 1 TO WS-SEG-COUNT(WS-I-SEG)
                   ADD CM-RFM-SPEND TO WS-SEG-SPEND(WS-I-SEG)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-TOTAL-COUNT.
           ADD CM-RFM-SPEND TO WS-TOTAL-SPEND.
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6000-PRINT-SUMMARY - clientes, importe y peso de cada       *
      * segmento sobre el total, al spool.                          *
      *-----------------------------------------------------------*
       6000-PRINT-SUMMARY.
           OPEN OUTPUT RFMRPT-FILE.
           IF WS-RFMRPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04RFM: NO SE PUDO CREAR RFMSEG.TXT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 6000-EXIT
           END-IF.
           MOVE "SEGMENTACION DE CLIENTES (RECENCIA, FRECUENCIA E "
               & "IMPORTE)" TO RFMRPT-LINE.
           WRITE RFMRPT-LINE.
           STRING WS-CO-DD "/" WS-CO-MM "/" WS-CO-YYYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE
           END-STRING.
           STRING WS-CD-DD "/" WS-CD-MM "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE2
           END-STRING.
           MOVE SPACES TO RFMRPT-LINE.
           STRING "PERIODO: POSTERIOR AL " WS-EDIT-DATE
                   " HASTA EL " WS-EDIT-DATE2
                   DELIMITED BY SIZE INTO RFMRPT-LINE
           END-STRING.
           WRITE RFMRPT-LINE.
           MOVE WS-TICKETS-USED TO WS-EDIT-COUNT.
           MOVE WS-FILES-READ TO WS-EDIT-FILES.
           MOVE SPACES TO RFMRPT-LINE.
           STRING "TICKETS Y DEVOLUCIONES PUNTUADOS: "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " (FICHEROS DE TICKETS LEIDOS: "
                   FUNCTION TRIM(WS-EDIT-FILES) ")"
                   DELIMITED BY SIZE INTO RFMRPT-LINE
           END-STRING.
           WRITE RFMRPT-LINE.
           MOVE WS-AVG-SPEND TO WS-EDIT-MONEY.
           MOVE SPACES TO RFMRPT-LINE.
           STRING "IMPORTE MEDIO DE LOS CLIENTES CON COMPRAS: "
                   FUNCTION TRIM(WS-EDIT-MONEY)
                   DELIMITED BY SIZE INTO RFMRPT-LINE
           END-STRING.
           WRITE RFMRPT-LINE.
           MOVE ALL "-" TO RFMRPT-LINE.
           WRITE RFMRPT-LINE.
           MOVE SPACES TO RFMRPT-LINE.
           STRING "SEGMENTO     CLIENTES  % CLIENTES"
                   DELIMITED BY SIZE
                   "     IMPORTE NETO   % IMPORTE"
                   DELIMITED BY SIZE
                   "    IMPORTE MEDIO" DELIMITED BY SIZE
                   INTO RFMRPT-LINE
           END-STRING.
           WRITE RFMRPT-LINE.
           MOVE ALL "-" TO RFMRPT-LINE.
           WRITE RFMRPT-LINE.
           PERFORM 6100-PRINT-SEGMENT THRU 6100-EXIT
               VARYING WS-I-SEG FROM 1 BY 1
               UNTIL WS-I-SEG IS GREATER THAN 5.
           MOVE ALL "-" TO RFMRPT-LINE.
           WRITE RFMRPT-LINE.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-SPEND TO WS-EDIT-MONEY.
           MOVE SPACES TO RFMRPT-LINE.
           STRING "TOTAL      " WS-EDIT-COUNT
                   "      100.00  " WS-EDIT-MONEY
                   "     100.00" DELIMITED BY SIZE INTO RFMRPT-LINE
           END-STRING.
           WRITE RFMRPT-LINE.
           IF WS-UNMATCHED IS GREATER THAN ZERO
               MOVE WS-UNMATCHED TO WS-EDIT-COUNT
               MOVE SPACES TO RFMRPT-LINE
               STRING "AVISO: " WS-EDIT-COUNT
                       " TICKETS DE NOMBRES QUE NO ESTAN ACTIVOS EN "
                       "EL MAESTRO (NO PUNTUAN)"
                       DELIMITED BY SIZE INTO RFMRPT-LINE
               END-STRING
               WRITE RFMRPT-LINE
           END-IF.
           CLOSE RFMRPT-FILE.
           MOVE "RFMSEG.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           DISPLAY "EX04RFM: " FUNCTION TRIM(WS-EDIT-COUNT)
               " CLIENTES SEGMENTADOS, RESUMEN EN RFMSEG.TXT".
       6000-EXIT.
           EXIT.
       6100-PRINT-SEGMENT.
           MOVE ZERO TO WS-COUNT-PCT.
           MOVE ZERO TO WS-SHARE-PCT.
           MOVE ZERO TO WS-SEG-AVG.
           IF WS-TOTAL-COUNT IS GREATER THAN ZERO
               COMPUTE WS-COUNT-PCT ROUNDED =
                   WS-SEG-COUNT(WS-I-SEG) * 100 / WS-TOTAL-COUNT
           END-IF.
           IF WS-TOTAL-SPEND IS NOT EQUAL TO ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-SEG-SPEND(WS-I-SEG) * 100 / WS-TOTAL-SPEND
                   ON SIZE ERROR
                       MOVE ZERO TO WS-SHARE-PCT
               END-COMPUTE
           END-IF.
           IF WS-SEG-COUNT(WS-I-SEG) IS GREATER THAN ZERO
               COMPUTE WS-SEG-AVG ROUNDED =
                   WS-SEG-SPEND(WS-I-SEG) / WS-SEG-COUNT(WS-I-SEG)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-SEG-AVG
               END-COMPUTE
           END-IF.
           MOVE WS-SEG-COUNT(WS-I-SEG) TO WS-EDIT-COUNT.
           MOVE WS-COUNT-PCT TO WS-EDIT-PCT.
           MOVE WS-SEG-SPEND(WS-I-SEG) TO WS-EDIT-MONEY.
           MOVE WS-SHARE-PCT TO WS-EDIT-PCT2.
           MOVE WS-SEG-AVG TO WS-EDIT-MONEY2.
           MOVE SPACES TO RFMRPT-LINE.
           STRING WS-SEG-NAME(WS-I-SEG) " " WS-EDIT-COUNT "    "
                   WS-EDIT-PCT " " WS-EDIT-MONEY "    " WS-EDIT-PCT2
                   " " WS-EDIT-MONEY2
                   DELIMITED BY SIZE INTO RFMRPT-LINE
           END-STRING.
           WRITE RFMRPT-LINE.
       6100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra el maestro y deja constancia del    *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CLIENT-FILE-OPEN
               CLOSE CLIENT-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04RFM" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           STRING "SEGMENTACION: " FUNCTION TRIM(WS-EDIT-COUNT)
               " CLIENTES" DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04HRS.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Afluencia de la tienda:   *
      *                  para un rango de fechas (fichero vivo mas  *
      *                  los archivos TICKETS-AAAAMM.DAT de los     *
      *                  meses del rango) suma tickets de venta,    *
      *                  articulos e importe con impuestos por      *
      *                  franja horaria (hora de TR-TICKET-TIME) y  *
      *                  por dia de la semana, para cada tienda     *
      *                  (TR-STORE-ID) y en total si hay varias.    *
      *                  Los tickets sin hora (anteriores al campo  *
      *                  o del modo lote) van a la franja           *
      *                  DESCONOCIDA. Las devoluciones no cuentan:  *
      *                  no son clientes en caja comprando. El      *
      *                  informe pasa por el spool.                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de transacciones (el vivo o un archivo mensual); el
      * nombre real se fija en ejecucion via HRSTICK, como hace el
      * informe por departamento con DEPTICK.
           SELECT TICKET-FILE ASSIGN TO HRSTICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Informe de afluencia.
           SELECT HRSRPT-FILE ASSIGN TO "HORAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRSRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  HRSRPT-FILE.
       01  HRSRPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
      * Tiendas distintas que caben en el informe; la entrada
      * HRS-ALL-SLOT acumula todas las tiendas juntas. La franja
      * HRS-UNKNOWN-BAND es la de los tickets sin hora.
       78  HRS-MAX-STORES                       VALUE 9.
       78  HRS-ALL-SLOT                         VALUE 10.
       78  HRS-UNKNOWN-BAND                     VALUE 25.
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-HRSRPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-SCOPE-SW                          PIC X(01) VALUE "N".
           88  WS-TICKET-IN-SCOPE               VALUE "Y".
       01  WS-STORE-FOUND-SW                    PIC X(01) VALUE "N".
           88  WS-STORE-FOUND                   VALUE "Y".
       01  WS-CURR-DATE                         PIC 9(08).
      * Rango pedido.
       01  WS-DATE-INPUT                        PIC X(08).
       01  WS-FROM-DATE                         PIC 9(08).
       01  WS-FROM-ED REDEFINES WS-FROM-DATE.
           05  WS-FR-YYYY                       PIC 9(04).
           05  WS-FR-MM                         PIC 9(02).
           05  WS-FR-DD                         PIC 9(02).
       01  WS-TO-DATE                           PIC 9(08).
       01  WS-TO-ED REDEFINES WS-TO-DATE.
           05  WS-TO-YYYY                       PIC 9(04).
           05  WS-TO-MM                         PIC 9(02).
           05  WS-TO-DD                         PIC 9(02).
       01  WS-DATE-OK-SW                        PIC X(01) VALUE "N".
           88  WS-DATE-OK                       VALUE "Y".
      * Meses de archivo a recorrer, del primero al ultimo del rango.
       01  WS-WORK-MONTHS                       PIC 9(06).
       01  WS-LAST-MONTHS                       PIC 9(06).
       01  WS-WORK-PERIOD.
           05  WS-WP-YYYY                       PIC 9(04).
           05  WS-WP-MM                         PIC 9(02).
       01  WS-TICK-NAME                         PIC X(24).
      * Dias de cada dia de la semana que caen en el rango, para la
      * venta media por dia (lunes = 1 ... domingo = 7).
       01  WS-DAY-INT                           PIC 9(07).
       01  WS-LAST-DAY-INT                      PIC 9(07).
       01  WS-WDAY-DAYS-TABLE.
           05  WS-WDAY-DAYS OCCURS 7 TIMES      PIC 9(04).
       01  WS-WDAY-NAMES-INIT.
           05  FILLER                           PIC X(09)
                                                VALUE "LUNES".
           05  FILLER                           PIC X(09)
                                                VALUE "MARTES".
           05  FILLER                           PIC X(09)
                                                VALUE "MIERCOLES".
           05  FILLER                           PIC X(09)
                                                VALUE "JUEVES".
           05  FILLER                           PIC X(09)
                                                VALUE "VIERNES".
           05  FILLER                           PIC X(09)
                                                VALUE "SABADO".
           05  FILLER                           PIC X(09)
                                                VALUE "DOMINGO".
       01  WS-WDAY-NAMES REDEFINES WS-WDAY-NAMES-INIT.
           05  WS-WDAY-NAME OCCURS 7 TIMES      PIC X(09).
      * Hora del ticket en curso, partida para sacar la franja.
       01  WS-TIME-WORK                         PIC 9(06).
       01  WS-TIME-ED REDEFINES WS-TIME-WORK.
           05  WS-TM-HH                         PIC 9(02).
           05  WS-TM-MMSS                       PIC 9(04).
      * Ticket de venta en curso: donde se acumulan sus lineas.
       01  WS-CUR-SLOT                          PIC 9(02).
       01  WS-CUR-BAND                          PIC 9(02).
       01  WS-CUR-WDAY                          PIC 9(01).
       01  WS-CUR-QTY                           PIC 9(04).
       01  WS-THIS-STORE                        PIC X(03).
       01  WS-I-STORE                           PIC 9(02).
       01  WS-I-SLOT                            PIC 9(02).
       01  WS-I-BAND                            PIC 9(02).
       01  WS-I-WDAY                            PIC 9(01).
      * Acumulados por tienda: franja horaria (24 horas mas la
      * desconocida), dia de la semana y total de la tienda.
       01  WS-STORE-TABLE.
           05  WS-STORE-COUNT                   PIC 9(02) VALUE ZERO.
           05  WS-STORE-ENTRY OCCURS HRS-ALL-SLOT TIMES.
               10  WS-ST-ID                     PIC X(03).
               10  WS-ST-BAND OCCURS 25 TIMES.
                   15  WS-SB-TICKETS            PIC 9(07).
                   15  WS-SB-ITEMS              PIC 9(09).
                   15  WS-SB-SALES              PIC 9(11)V99.
               10  WS-ST-WDAY OCCURS 7 TIMES.
                   15  WS-SW-TICKETS            PIC 9(07).
                   15  WS-SW-ITEMS              PIC 9(09).
                   15  WS-SW-SALES              PIC 9(11)V99.
               10  WS-ST-TICKETS                PIC 9(07).
               10  WS-ST-ITEMS                  PIC 9(09).
               10  WS-ST-SALES                  PIC 9(11)V99.
       01  WS-TICKETS-READ                      PIC 9(07) VALUE ZERO.
       01  WS-STORE-OVERFLOW                    PIC 9(07) VALUE ZERO.
       01  WS-FILES-READ                        PIC 9(03) VALUE ZERO.
      * Fila en curso de imprimir.
       01  WS-ROW-LABEL                         PIC X(11).
       01  WS-ROW-TICKETS                       PIC 9(07).
       01  WS-ROW-ITEMS                         PIC 9(09).
       01  WS-ROW-SALES                         PIC 9(11)V99.
       01  WS-ROW-PCT                           PIC 9(03)V99.
       01  WS-ROW-AVG                           PIC 9(09)V99.
       01  WS-ROW-PER-DAY                       PIC 9(11)V99.
       01  WS-HH-ED                             PIC 9(02).
       01  WS-EDIT-TICKETS                      PIC ZZZ,ZZ9.
       01  WS-EDIT-ITEMS                        PIC ZZ,ZZZ,ZZ9.
       01  WS-EDIT-SALES                        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT                          PIC ZZ9.99.
       01  WS-EDIT-AVG                          PIC ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS                         PIC ZZZ9.
       01  WS-EDIT-PER-DAY                      PIC ZZZ,ZZZ,ZZ9.99.
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
           INITIALIZE WS-STORE-TABLE.
           INITIALIZE WS-WDAY-DAYS-TABLE.
           MOVE ZERO TO WS-TICKETS-READ.
           MOVE ZERO TO WS-STORE-OVERFLOW.
           MOVE ZERO TO WS-FILES-READ.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-TICKETS THRU 2000-EXIT.
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - pide el rango de fechas y cuenta cuantos  *
      * lunes, martes... caen dentro de el.                         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04HRS" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "AFLUENCIA POR HORA INICIADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "DESDE AAAAMMDD (EN BLANCO = PRIMERO DEL MES): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS EQUAL TO SPACES
                   MOVE WS-CURR-DATE TO WS-FROM-DATE
                   MOVE 1 TO WS-FR-DD
                   SET WS-DATE-OK TO TRUE
               ELSE
                   IF WS-DATE-INPUT IS NUMERIC
                       MOVE WS-DATE-INPUT TO WS-FROM-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
                               IS EQUAL TO ZERO
                           SET WS-DATE-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-DATE-OK
                       DISPLAY "FECHA NO VALIDA, INTENTELO DE NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "HASTA AAAAMMDD (EN BLANCO = HOY): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS EQUAL TO SPACES
                   MOVE WS-CURR-DATE TO WS-TO-DATE
                   SET WS-DATE-OK TO TRUE
               ELSE
                   IF WS-DATE-INPUT IS NUMERIC
                       MOVE WS-DATE-INPUT TO WS-TO-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)
                               IS EQUAL TO ZERO
                           SET WS-DATE-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-DATE-OK
                       DISPLAY "FECHA NO VALIDA, INTENTELO DE NUEVO"
                   END-IF
               END-IF
               IF WS-DATE-OK AND WS-TO-DATE IS LESS THAN WS-FROM-DATE
                   DISPLAY "LA FECHA FINAL ES ANTERIOR A LA INICIAL"
                   MOVE "N" TO WS-DATE-OK-SW
               END-IF
           END-PERFORM.
      * El 01/01/1601 (dia 1 del calendario entero) fue lunes.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM UNTIL WS-DAY-INT IS GREATER THAN WS-LAST-DAY-INT
               COMPUTE WS-I-WDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               ADD 1 TO WS-WDAY-DAYS(WS-I-WDAY)
               ADD 1 TO WS-DAY-INT
           END-PERFORM.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-SCAN-TICKETS - el fichero vivo y el archivo de cada    *
      * mes del rango; cada registro vive en uno solo y el archivo  *
      * que no esta simplemente no se cuenta.                       *
      *-----------------------------------------------------------*
       2000-SCAN-TICKETS.
           SET ENVIRONMENT "HRSTICK" TO "TICKETS.DAT".
           PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT.
           COMPUTE WS-WORK-MONTHS = WS-FR-YYYY * 12 + WS-FR-MM - 1.
           COMPUTE WS-LAST-MONTHS = WS-TO-YYYY * 12 + WS-TO-MM - 1.
           PERFORM UNTIL WS-WORK-MONTHS IS GREATER THAN WS-LAST-MONTHS
               COMPUTE WS-WP-YYYY = WS-WORK-MONTHS / 12
               COMPUTE WS-WP-MM = FUNCTION MOD(WS-WORK-MONTHS, 12) + 1
               MOVE SPACES TO WS-TICK-NAME
               STRING "TICKETS-" WS-WORK-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-TICK-NAME
               END-STRING
               SET ENVIRONMENT "HRSTICK" TO WS-TICK-NAME
               PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT
               ADD 1 TO WS-WORK-MONTHS
           END-PERFORM.
       2000-EXIT.
           EXIT.
      * Las lineas de un ticket siguen a su cabecera: los articulos
      * se suman a la franja y al dia que fijo la cabecera.
       2050-PROCESS-ONE-FILE.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-FILES-READ.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-SCOPE-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ TICKET-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TR-IS-HEADER OR TR-IS-REFUND
                               PERFORM 2100-CLASSIFY-HEADER THRU
                                   2100-EXIT
                           WHEN TR-IS-DETAIL AND WS-TICKET-IN-SCOPE
                               PERFORM 2300-ADD-LINE THRU 2300-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
       2050-EXIT.
           EXIT.
      * Solo las ventas del rango. La franja sale de la hora del
      * ticket; sin hora valida (blanco, cero o fuera de 00-23) va a
      * la franja desconocida. Un ticket sin tienda es de la "001",
      * como en el cierre consolidado.
       2100-CLASSIFY-HEADER.
           MOVE "N" TO WS-SCOPE-SW.
           IF NOT TR-IS-HEADER OR
                   TR-TICKET-DATE IS LESS THAN WS-FROM-DATE OR
                   TR-TICKET-DATE IS GREATER THAN WS-TO-DATE
               GO TO 2100-EXIT
           END-IF.
           SET WS-TICKET-IN-SCOPE TO TRUE.
           ADD 1 TO WS-TICKETS-READ.
           MOVE HRS-UNKNOWN-BAND TO WS-CUR-BAND.
           IF TR-TICKET-TIME IS NUMERIC
               MOVE TR-TICKET-TIME TO WS-TIME-WORK
               IF WS-TIME-WORK IS GREATER THAN ZERO AND
                       WS-TM-HH IS LESS THAN 24
                   COMPUTE WS-CUR-BAND = WS-TM-HH + 1
               END-IF
           END-IF.
           COMPUTE WS-CUR-WDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(TR-TICKET-DATE) - 1, 7) + 1.
           IF TR-STORE-ID IS EQUAL TO SPACES
               MOVE "001" TO WS-THIS-STORE
           ELSE
               MOVE TR-STORE-ID TO WS-THIS-STORE
           END-IF.
           PERFORM 2200-FIND-STORE THRU 2200-EXIT.
           IF WS-STORE-FOUND
               MOVE WS-I-STORE TO WS-I-SLOT
               PERFORM 2400-ADD-TICKET THRU 2400-EXIT
           ELSE
               ADD 1 TO WS-STORE-OVERFLOW
           END-IF.
           MOVE HRS-ALL-SLOT TO WS-I-SLOT.
           PERFORM 2400-ADD-TICKET THRU 2400-EXIT.
       2100-EXIT.
           EXIT.
      * Deja en WS-CUR-SLOT la entrada de la tienda (la da de alta
      * si es nueva y cabe); sin sitio, WS-STORE-FOUND queda a "N".
       2200-FIND-STORE.
           MOVE "N" TO WS-STORE-FOUND-SW.
           PERFORM VARYING WS-I-STORE FROM 1 BY 1
                   UNTIL WS-I-STORE IS GREATER THAN WS-STORE-COUNT
               IF WS-ST-ID(WS-I-STORE) IS EQUAL TO WS-THIS-STORE
                   SET WS-STORE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-STORE-FOUND
               IF WS-STORE-COUNT IS EQUAL TO HRS-MAX-STORES
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-I-STORE
               MOVE WS-THIS-STORE TO WS-ST-ID(WS-I-STORE)
               SET WS-STORE-FOUND TO TRUE
           END-IF.
           MOVE WS-I-STORE TO WS-CUR-SLOT.
       2200-EXIT.
           EXIT.
      * Cantidad en blanco (registros anteriores) cuenta como 1.
       2300-ADD-LINE.
           IF TR-QTY IS NUMERIC
               MOVE TR-QTY TO WS-CUR-QTY
           ELSE
               MOVE 1 TO WS-CUR-QTY
           END-IF.
           IF WS-STORE-FOUND
               MOVE WS-CUR-SLOT TO WS-I-SLOT
               PERFORM 2500-ADD-ITEMS THRU 2500-EXIT
           END-IF.
           MOVE HRS-ALL-SLOT TO WS-I-SLOT.
           PERFORM 2500-ADD-ITEMS THRU 2500-EXIT.
       2300-EXIT.
           EXIT.
       2400-ADD-TICKET.
           ADD 1 TO WS-SB-TICKETS(WS-I-SLOT, WS-CUR-BAND).
           ADD TR-TOTAL-WITH-TAX TO
               WS-SB-SALES(WS-I-SLOT, WS-CUR-BAND).
           ADD 1 TO WS-SW-TICKETS(WS-I-SLOT, WS-CUR-WDAY).
           ADD TR-TOTAL-WITH-TAX TO
               WS-SW-SALES(WS-I-SLOT, WS-CUR-WDAY).
           ADD 1 TO WS-ST-TICKETS(WS-I-SLOT).
           ADD TR-TOTAL-WITH-TAX TO WS-ST-SALES(WS-I-SLOT).
       2400-EXIT.
           EXIT.
       2500-ADD-ITEMS.
           ADD WS-CUR-QTY TO WS-SB-ITEMS(WS-I-SLOT, WS-CUR-BAND).
           ADD WS-CUR-QTY TO WS-SW-ITEMS(WS-I-SLOT, WS-CUR-WDAY).
           ADD WS-CUR-QTY TO WS-ST-ITEMS(WS-I-SLOT).
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-REPORT - un bloque por tienda (franjas y dias de *
      * la semana) y, con mas de una tienda, el de todas juntas.    *
      *-----------------------------------------------------------*
       3000-PRINT-REPORT.
           OPEN OUTPUT HRSRPT-FILE.
           IF WS-HRSRPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04HRS: NO SE PUDO CREAR HORAS.TXT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           MOVE "AFLUENCIA POR HORA Y DIA DE LA SEMANA" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE SPACES TO HRSRPT-LINE.
           STRING "PERIODO: " WS-FR-DD "/" WS-FR-MM "/" WS-FR-YYYY
                   " A " WS-TO-DD "/" WS-TO-MM "/" WS-TO-YYYY
                   DELIMITED BY SIZE INTO HRSRPT-LINE
           END-STRING.
           WRITE HRSRPT-LINE.
           MOVE WS-TICKETS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO HRSRPT-LINE.
           STRING "TICKETS DE VENTA: " FUNCTION TRIM(WS-EDIT-COUNT)
                   "   FICHEROS LEIDOS: " WS-FILES-READ
                   DELIMITED BY SIZE INTO HRSRPT-LINE
           END-STRING.
           WRITE HRSRPT-LINE.
           MOVE "VENTAS CON IMPUESTOS; LAS DEVOLUCIONES NO CUENTAN. "
               & "DESCONOCIDA = TICKETS SIN HORA DE VENTA"
               TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           IF WS-STORE-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO HRSRPT-LINE
               WRITE HRSRPT-LINE
               MOVE "NINGUN TICKET DE VENTA EN EL PERIODO"
                   TO HRSRPT-LINE
               WRITE HRSRPT-LINE
           ELSE
               PERFORM VARYING WS-I-SLOT FROM 1 BY 1
                       UNTIL WS-I-SLOT IS GREATER THAN WS-STORE-COUNT
                   PERFORM 3100-PRINT-SLOT THRU 3100-EXIT
               END-PERFORM
               IF WS-STORE-COUNT IS GREATER THAN 1
                   MOVE HRS-ALL-SLOT TO WS-I-SLOT
                   PERFORM 3100-PRINT-SLOT THRU 3100-EXIT
               END-IF
           END-IF.
           IF WS-STORE-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-STORE-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO HRSRPT-LINE
               STRING "AVISO: " WS-EDIT-COUNT
                       " TICKETS DE TIENDAS QUE NO CABEN EN EL DESGLOSE"
                       " (SOLO EN EL TOTAL)"
                       DELIMITED BY SIZE INTO HRSRPT-LINE
               END-STRING
               WRITE HRSRPT-LINE
           END-IF.
           CLOSE HRSRPT-FILE.
           MOVE "HORAS.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04HRS: INFORME ESCRITO EN HORAS.TXT".
       3000-EXIT.
           EXIT.
      * Bloque de la entrada WS-I-SLOT: franjas con actividad (y la
      * desconocida si la hay) y los siete dias de la semana.
       3100-PRINT-SLOT.
           MOVE SPACES TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE ALL "=" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE SPACES TO HRSRPT-LINE.
           IF WS-I-SLOT IS EQUAL TO HRS-ALL-SLOT
               MOVE "TODAS LAS TIENDAS" TO HRSRPT-LINE
           ELSE
               STRING "TIENDA " WS-ST-ID(WS-I-SLOT)
                   DELIMITED BY SIZE INTO HRSRPT-LINE
               END-STRING
           END-IF.
           WRITE HRSRPT-LINE.
           MOVE SPACES TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE "VENTAS POR FRANJA HORARIA" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE ALL "-" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE SPACES TO HRSRPT-LINE.
           STRING "FRANJA     " "  TICKETS" "   ARTICULOS"
                   "          VENTAS" "  %VENTA" "  TICK.MEDIO"
                   DELIMITED BY SIZE INTO HRSRPT-LINE
           END-STRING.
           WRITE HRSRPT-LINE.
           MOVE ALL "-" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           PERFORM VARYING WS-I-BAND FROM 1 BY 1
                   UNTIL WS-I-BAND IS GREATER THAN HRS-UNKNOWN-BAND
               IF WS-SB-TICKETS(WS-I-SLOT, WS-I-BAND) IS GREATER
                       THAN ZERO
                   PERFORM 3200-PRINT-BAND THRU 3200-EXIT
               END-IF
           END-PERFORM.
           PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
           MOVE SPACES TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE "VENTAS POR DIA DE LA SEMANA" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE ALL "-" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE SPACES TO HRSRPT-LINE.
           STRING "DIA        " "  TICKETS" "   ARTICULOS"
                   "          VENTAS" "  %VENTA" "  TICK.MEDIO"
                   "  DIAS" "       VENTA/DIA"
                   DELIMITED BY SIZE INTO HRSRPT-LINE
           END-STRING.
           WRITE HRSRPT-LINE.
           MOVE ALL "-" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           PERFORM VARYING WS-I-WDAY FROM 1 BY 1
                   UNTIL WS-I-WDAY IS GREATER THAN 7
               PERFORM 3300-PRINT-WDAY THRU 3300-EXIT
           END-PERFORM.
           PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
       3100-EXIT.
           EXIT.
       3200-PRINT-BAND.
           IF WS-I-BAND IS EQUAL TO HRS-UNKNOWN-BAND
               MOVE "DESCONOCIDA" TO WS-ROW-LABEL
           ELSE
               COMPUTE WS-HH-ED = WS-I-BAND - 1
               MOVE SPACES TO WS-ROW-LABEL
               STRING WS-HH-ED ":00-" WS-HH-ED ":59"
                   DELIMITED BY SIZE INTO WS-ROW-LABEL
               END-STRING
           END-IF.
           MOVE WS-SB-TICKETS(WS-I-SLOT, WS-I-BAND) TO WS-ROW-TICKETS.
           MOVE WS-SB-ITEMS(WS-I-SLOT, WS-I-BAND) TO WS-ROW-ITEMS.
           MOVE WS-SB-SALES(WS-I-SLOT, WS-I-BAND) TO WS-ROW-SALES.
           PERFORM 3400-EDIT-ROW THRU 3400-EXIT.
           WRITE HRSRPT-LINE.
       3200-EXIT.
           EXIT.
      * La venta media por dia reparte lo vendido entre los dias de
      * ese dia de la semana que tiene el rango, abriera o no.
       3300-PRINT-WDAY.
           MOVE WS-WDAY-NAME(WS-I-WDAY) TO WS-ROW-LABEL.
           MOVE WS-SW-TICKETS(WS-I-SLOT, WS-I-WDAY) TO WS-ROW-TICKETS.
           MOVE WS-SW-ITEMS(WS-I-SLOT, WS-I-WDAY) TO WS-ROW-ITEMS.
           MOVE WS-SW-SALES(WS-I-SLOT, WS-I-WDAY) TO WS-ROW-SALES.
           PERFORM 3400-EDIT-ROW THRU 3400-EXIT.
           MOVE ZERO TO WS-ROW-PER-DAY.
           IF WS-WDAY-DAYS(WS-I-WDAY) IS GREATER THAN ZERO
               COMPUTE WS-ROW-PER-DAY ROUNDED =
                   WS-ROW-SALES / WS-WDAY-DAYS(WS-I-WDAY)
           END-IF.
           MOVE WS-WDAY-DAYS(WS-I-WDAY) TO WS-EDIT-DAYS.
           MOVE WS-ROW-PER-DAY TO WS-EDIT-PER-DAY.
           STRING "  " WS-EDIT-DAYS "  " WS-EDIT-PER-DAY
               DELIMITED BY SIZE INTO HRSRPT-LINE(69:)
           END-STRING.
           WRITE HRSRPT-LINE.
       3300-EXIT.
           EXIT.
      * Monta en HRSRPT-LINE la fila WS-ROW-...: el porcentaje es
      * sobre las ventas de la tienda (o de todas) en el periodo.
       3400-EDIT-ROW.
           MOVE ZERO TO WS-ROW-PCT.
           IF WS-ST-SALES(WS-I-SLOT) IS GREATER THAN ZERO
               COMPUTE WS-ROW-PCT ROUNDED =
                   WS-ROW-SALES * 100 / WS-ST-SALES(WS-I-SLOT)
           END-IF.
           MOVE ZERO TO WS-ROW-AVG.
           IF WS-ROW-TICKETS IS GREATER THAN ZERO
               COMPUTE WS-ROW-AVG ROUNDED =
                   WS-ROW-SALES / WS-ROW-TICKETS
           END-IF.
           MOVE WS-ROW-TICKETS TO WS-EDIT-TICKETS.
           MOVE WS-ROW-ITEMS TO WS-EDIT-ITEMS.
           MOVE WS-ROW-SALES TO WS-EDIT-SALES.
           MOVE WS-ROW-PCT TO WS-EDIT-PCT.
           MOVE WS-ROW-AVG TO WS-EDIT-AVG.
           MOVE SPACES TO HRSRPT-LINE.
           STRING WS-ROW-LABEL "  " WS-EDIT-TICKETS "  " WS-EDIT-ITEMS
                   "  " WS-EDIT-SALES "  " WS-EDIT-PCT "  "
                   WS-EDIT-AVG
                   DELIMITED BY SIZE INTO HRSRPT-LINE
           END-STRING.
       3400-EXIT.
           EXIT.
       3500-PRINT-TOTAL.
           MOVE ALL "-" TO HRSRPT-LINE.
           WRITE HRSRPT-LINE.
           MOVE "TOTAL" TO WS-ROW-LABEL.
           MOVE WS-ST-TICKETS(WS-I-SLOT) TO WS-ROW-TICKETS.
           MOVE WS-ST-ITEMS(WS-I-SLOT) TO WS-ROW-ITEMS.
           MOVE WS-ST-SALES(WS-I-SLOT) TO WS-ROW-SALES.
           PERFORM 3400-EDIT-ROW THRU 3400-EXIT.
           WRITE HRSRPT-LINE.
       3500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
      * El fichero de tickets se abre y se cierra fichero a
      * fichero en 2050.
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04HRS" TO WS-AUD-PROGRAM.
           MOVE "AFLUENCIA POR HORA TERMINADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

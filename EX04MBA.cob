       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04MBA.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Productos que se compran  *
      *                  juntos: para un rango de fechas (fichero   *
      *                  vivo mas los archivos TICKETS-AAAAMM.DAT   *
      *                  de los meses del rango) cuenta, para cada  *
      *                  pareja de codigos que aparecen en el mismo *
      *                  ticket de venta, en cuantos tickets van    *
      *                  juntos. Lista las parejas mas frecuentes   *
      *                  con su soporte (porcentaje de tickets) y   *
      *                  la probabilidad de llevar cada producto    *
      *                  sabiendo que se lleva el otro, y los       *
      *                  companeros mas habituales de un producto   *
      *                  elegido. Las devoluciones no cuentan. El   *
      *                  informe pasa por el spool.                 *
      * 2026-10-15  JMS  Las fechas del periodo se validan como     *
      *                  fechas reales del calendario.              *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de transacciones (el vivo o un archivo mensual); el
      * nombre real se fija en ejecucion via MBATICK, como hace el
      * informe por departamento con DEPTICK.
           SELECT TICKET-FILE ASSIGN TO MBATICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Catalogo, por los nombres de los productos.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Informe de afinidad entre productos.
           SELECT MBARPT-FILE ASSIGN TO "MBASKET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBARPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  MBARPT-FILE.
       01  MBARPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
       78  MBA-MAX-ITEMS                        VALUE 3000.
       78  MBA-MAX-PAIRS                        VALUE 10000.
       78  MBA-MAX-BASKET                       VALUE 200.
      * Parejas que se listan en cada seccion del informe.
       78  MBA-TOP                              VALUE 20.
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-MBARPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-SCOPE-SW                          PIC X(01) VALUE "N".
           88  WS-TICKET-IN-SCOPE               VALUE "Y".
       01  WS-PROD-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-PROD-FILE-OPEN                VALUE "Y".
       01  WS-CURR-DATE                         PIC 9(08).
      * Rango pedido y producto de referencia (opcional).
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
       01  WS-FOCUS-CODE                        PIC X(06).
       01  WS-FOCUS-TICKETS                     PIC 9(07).
      * Filtro de la seleccion de parejas: en blanco, todas.
       01  WS-FOCUS-CODE-SEL                    PIC X(06).
      * Meses de archivo a recorrer, del primero al ultimo del rango.
       01  WS-WORK-MONTHS                       PIC 9(06).
       01  WS-LAST-MONTHS                       PIC 9(06).
       01  WS-WORK-PERIOD.
           05  WS-WP-YYYY                       PIC 9(04).
           05  WS-WP-MM                         PIC 9(02).
       01  WS-TICK-NAME                         PIC X(24).
      * Codigos distintos del ticket en curso.
       01  WS-BASKET.
           05  WS-BSK-COUNT                     PIC 9(03) VALUE ZERO.
           05  WS-BSK-CODE OCCURS MBA-MAX-BASKET TIMES
                                                PIC X(06).
       01  WS-I-BSK                             PIC 9(03).
       01  WS-J-BSK                             PIC 9(03).
      * Tickets de venta en que aparece cada producto.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT                    PIC 9(04) VALUE ZERO.
           05  WS-ITEM-ENTRY OCCURS 1 TO MBA-MAX-ITEMS TIMES
                   DEPENDING ON WS-ITEM-COUNT
                   INDEXED BY WS-ITEM-IDX.
               10  WS-ITM-CODE                  PIC X(06).
               10  WS-ITM-TICKETS               PIC 9(07).
      * Tickets en que aparece cada pareja; el codigo menor va
      * siempre primero, asi cada pareja tiene una sola entrada.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT                    PIC 9(05) VALUE ZERO.
           05  WS-PAIR-ENTRY OCCURS 1 TO MBA-MAX-PAIRS TIMES
                   DEPENDING ON WS-PAIR-COUNT
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PR-KEY.
                   15  WS-PR-CODE-A             PIC X(06).
                   15  WS-PR-CODE-B             PIC X(06).
               10  WS-PR-TICKETS                PIC 9(07).
               10  WS-PR-LISTED                 PIC X(01).
       01  WS-FIND-KEY.
           05  WS-FIND-CODE-A                   PIC X(06).
           05  WS-FIND-CODE-B                   PIC X(06).
       01  WS-FIND-CODE                         PIC X(06).
       01  WS-FIND-TICKETS                      PIC 9(07).
       01  WS-I-PAIR                            PIC 9(05).
       01  WS-BEST-PAIR                         PIC 9(05).
       01  WS-BEST-TICKETS                      PIC 9(07).
       01  WS-RANK                              PIC 9(03).
       01  WS-BASKETS                           PIC 9(07) VALUE ZERO.
       01  WS-ITEM-OVERFLOW                     PIC 9(07) VALUE ZERO.
       01  WS-PAIR-OVERFLOW                     PIC 9(07) VALUE ZERO.
       01  WS-BASKET-OVERFLOW                   PIC 9(07) VALUE ZERO.
      * Pareja en curso de imprimir: primero y segundo producto con
      * sus tickets, soporte y probabilidades condicionadas.
       01  WS-PRT-CODE-1                        PIC X(06).
       01  WS-PRT-CODE-2                        PIC X(06).
       01  WS-PRT-NAME-1                        PIC X(24).
       01  WS-PRT-NAME-2                        PIC X(24).
       01  WS-PRT-TICKETS-1                     PIC 9(07).
       01  WS-PRT-TICKETS-2                     PIC 9(07).
       01  WS-SUPPORT-PCT                       PIC 9(03)V99.
       01  WS-CONF-PCT                          PIC 9(03)V99.
       01  WS-CONF2-PCT                         PIC 9(03)V99.
       01  WS-EDIT-RANK                         PIC ZZ9.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT                          PIC ZZ9.99.
       01  WS-EDIT-PCT2                         PIC ZZ9.99.
       01  WS-EDIT-PCT3                         PIC ZZ9.99.
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
           MOVE ZERO TO WS-BSK-COUNT.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-PAIR-COUNT.
           MOVE ZERO TO WS-BASKETS.
           MOVE ZERO TO WS-ITEM-OVERFLOW.
           MOVE ZERO TO WS-PAIR-OVERFLOW.
           MOVE ZERO TO WS-BASKET-OVERFLOW.
           MOVE "N" TO WS-PROD-FILE-SW.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-SCAN-TICKETS THRU 2000-EXIT
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - pide el rango de fechas y el producto de  *
      * referencia y abre el catalogo para los nombres.             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04MBA" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "AFINIDAD DE PRODUCTOS INICIADA" TO WS-AUD-DETAIL.
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
           DISPLAY "PRODUCTO DE REFERENCIA PARA SUS COMPANEROS "
               "(EN BLANCO = NINGUNO): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FOCUS-CODE.
           ACCEPT WS-FOCUS-CODE.
           MOVE FUNCTION UPPER-CASE(WS-FOCUS-CODE) TO WS-FOCUS-CODE.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS EQUAL TO "00"
               SET WS-PROD-FILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-SCAN-TICKETS - el fichero vivo y el archivo de cada    *
      * mes del rango; cada registro vive en uno solo y el archivo  *
      * que no esta simplemente no se cuenta.                       *
      *-----------------------------------------------------------*
       2000-SCAN-TICKETS.
           SET ENVIRONMENT "MBATICK" TO "TICKETS.DAT".
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
               SET ENVIRONMENT "MBATICK" TO WS-TICK-NAME
               PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT
               ADD 1 TO WS-WORK-MONTHS
           END-PERFORM.
       2000-EXIT.
           EXIT.
      * Las lineas de un ticket siguen a su cabecera; el ticket en
      * curso se cierra al llegar la cabecera siguiente o el final
      * del fichero.
       2050-PROCESS-ONE-FILE.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               GO TO 2050-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-SCOPE-SW.
           MOVE ZERO TO WS-BSK-COUNT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ TICKET-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TR-IS-HEADER OR TR-IS-REFUND
                               PERFORM 2200-CLOSE-BASKET THRU
                                   2200-EXIT
                               PERFORM 2100-CLASSIFY-HEADER THRU
                                   2100-EXIT
                           WHEN TR-IS-DETAIL AND WS-TICKET-IN-SCOPE
                               PERFORM 2300-ADD-TO-BASKET THRU
                                   2300-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM 2200-CLOSE-BASKET THRU 2200-EXIT.
           CLOSE TICKET-FILE.
       2050-EXIT.
           EXIT.
      * Solo las ventas del rango: una devolucion no es una cesta.
       2100-CLASSIFY-HEADER.
           MOVE "N" TO WS-SCOPE-SW.
           IF TR-IS-HEADER AND
                   TR-TICKET-DATE IS NOT LESS THAN WS-FROM-DATE AND
                   TR-TICKET-DATE IS NOT GREATER THAN WS-TO-DATE
               SET WS-TICKET-IN-SCOPE TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      * Cierra la cesta en curso: cada producto suma un ticket y
      * cada pareja de productos distintos, otro.
       2200-CLOSE-BASKET.
           IF WS-BSK-COUNT IS EQUAL TO ZERO
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-BASKETS.
           PERFORM VARYING WS-I-BSK FROM 1 BY 1
                   UNTIL WS-I-BSK IS GREATER THAN WS-BSK-COUNT
               MOVE WS-BSK-CODE(WS-I-BSK) TO WS-FIND-CODE
               PERFORM 2400-COUNT-ITEM THRU 2400-EXIT
               PERFORM VARYING WS-J-BSK FROM WS-I-BSK BY 1
                       UNTIL WS-J-BSK IS GREATER THAN WS-BSK-COUNT
                   IF WS-J-BSK IS GREATER THAN WS-I-BSK
                       PERFORM 2500-COUNT-PAIR THRU 2500-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-BSK-COUNT.
       2200-EXIT.
           EXIT.
      * Un producto repetido en el ticket cuenta una sola vez; las
      * lineas tecleadas a mano sin codigo no entran.
       2300-ADD-TO-BASKET.
           IF TR-PRODUCT-CODE IS EQUAL TO SPACES OR
                   TR-PRODUCT-CODE IS EQUAL TO LOW-VALUES
               GO TO 2300-EXIT
           END-IF.
           PERFORM VARYING WS-I-BSK FROM 1 BY 1
                   UNTIL WS-I-BSK IS GREATER THAN WS-BSK-COUNT
               IF WS-BSK-CODE(WS-I-BSK) IS EQUAL TO TR-PRODUCT-CODE
                   GO TO 2300-EXIT
               END-IF
           END-PERFORM.
           IF WS-BSK-COUNT IS EQUAL TO MBA-MAX-BASKET
               ADD 1 TO WS-BASKET-OVERFLOW
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-BSK-COUNT.
           MOVE TR-PRODUCT-CODE TO WS-BSK-CODE(WS-BSK-COUNT).
       2300-EXIT.
           EXIT.
       2400-COUNT-ITEM.
           SET WS-ITEM-IDX TO 1.
           SEARCH WS-ITEM-ENTRY
               AT END
                   IF WS-ITEM-COUNT IS EQUAL TO MBA-MAX-ITEMS
                       ADD 1 TO WS-ITEM-OVERFLOW
                   ELSE
                       ADD 1 TO WS-ITEM-COUNT
                       SET WS-ITEM-IDX TO WS-ITEM-COUNT
                       MOVE WS-FIND-CODE TO WS-ITM-CODE(WS-ITEM-IDX)
                       MOVE 1 TO WS-ITM-TICKETS(WS-ITEM-IDX)
                   END-IF
               WHEN WS-ITM-CODE(WS-ITEM-IDX) IS EQUAL TO WS-FIND-CODE
                   ADD 1 TO WS-ITM-TICKETS(WS-ITEM-IDX)
           END-SEARCH.
       2400-EXIT.
           EXIT.
       2500-COUNT-PAIR.
           IF WS-BSK-CODE(WS-I-BSK) IS LESS THAN WS-BSK-CODE(WS-J-BSK)
               MOVE WS-BSK-CODE(WS-I-BSK) TO WS-FIND-CODE-A
               MOVE WS-BSK-CODE(WS-J-BSK) TO WS-FIND-CODE-B
           ELSE
               MOVE WS-BSK-CODE(WS-J-BSK) TO WS-FIND-CODE-A
               MOVE WS-BSK-CODE(WS-I-BSK) TO WS-FIND-CODE-B
           END-IF.
           SET WS-PAIR-IDX TO 1.
           SEARCH WS-PAIR-ENTRY
               AT END
                   IF WS-PAIR-COUNT IS EQUAL TO MBA-MAX-PAIRS
                       ADD 1 TO WS-PAIR-OVERFLOW
                   ELSE
                       ADD 1 TO WS-PAIR-COUNT
                       SET WS-PAIR-IDX TO WS-PAIR-COUNT
                       MOVE WS-FIND-KEY TO WS-PR-KEY(WS-PAIR-IDX)
                       MOVE 1 TO WS-PR-TICKETS(WS-PAIR-IDX)
                       MOVE "N" TO WS-PR-LISTED(WS-PAIR-IDX)
                   END-IF
               WHEN WS-PR-KEY(WS-PAIR-IDX) IS EQUAL TO WS-FIND-KEY
                   ADD 1 TO WS-PR-TICKETS(WS-PAIR-IDX)
           END-SEARCH.
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-REPORT - parejas mas frecuentes y, si se pidio,  *
      * los companeros mas habituales del producto de referencia.   *
      *-----------------------------------------------------------*
       3000-PRINT-REPORT.
           OPEN OUTPUT MBARPT-FILE.
           IF WS-MBARPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04MBA: NO SE PUDO CREAR MBASKET.TXT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           MOVE "PRODUCTOS QUE SE COMPRAN JUNTOS" TO MBARPT-LINE.
           WRITE MBARPT-LINE.
           MOVE SPACES TO MBARPT-LINE.
           STRING "PERIODO: " WS-FR-DD "/" WS-FR-MM "/" WS-FR-YYYY
                   " A " WS-TO-DD "/" WS-TO-MM "/" WS-TO-YYYY
                   DELIMITED BY SIZE INTO MBARPT-LINE
           END-STRING.
           WRITE MBARPT-LINE.
           MOVE WS-BASKETS TO WS-EDIT-COUNT.
           MOVE SPACES TO MBARPT-LINE.
           STRING "TICKETS DE VENTA ANALIZADOS: "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO MBARPT-LINE
           END-STRING.
           WRITE MBARPT-LINE.
           MOVE "SOPORTE = % DE TICKETS CON LOS DOS PRODUCTOS; "
               & "P(2|1) = % DE LOS TICKETS CON EL 1 QUE LLEVAN EL 2"
               TO MBARPT-LINE.
           WRITE MBARPT-LINE.
           MOVE SPACES TO MBARPT-LINE.
           WRITE MBARPT-LINE.
           MOVE "PAREJAS MAS FRECUENTES" TO MBARPT-LINE.
           WRITE MBARPT-LINE.
           PERFORM 3050-PRINT-HEADINGS THRU 3050-EXIT.
           IF WS-PAIR-COUNT IS EQUAL TO ZERO
               MOVE "NINGUN TICKET CON DOS PRODUCTOS DISTINTOS"
                   TO MBARPT-LINE
               WRITE MBARPT-LINE
           ELSE
               MOVE SPACES TO WS-FOCUS-CODE-SEL
               PERFORM 3100-PRINT-TOP THRU 3100-EXIT
           END-IF.
           IF WS-FOCUS-CODE IS NOT EQUAL TO SPACES
               PERFORM 3200-PRINT-FOCUS THRU 3200-EXIT
           END-IF.
           PERFORM 3500-PRINT-WARNINGS THRU 3500-EXIT.
           CLOSE MBARPT-FILE.
           MOVE "MBASKET.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04MBA: INFORME ESCRITO EN MBASKET.TXT".
       3000-EXIT.
           EXIT.
       3050-PRINT-HEADINGS.
           MOVE ALL "-" TO MBARPT-LINE.
           WRITE MBARPT-LINE.
           MOVE SPACES TO MBARPT-LINE.
           STRING "  N  PRODUCTO 1" DELIMITED BY SIZE
                   "                       PRODUCTO 2" DELIMITED BY SIZE
                   "                       TICKETS SOPORTE"
                   DELIMITED BY SIZE
                   "  P(2|1)  P(1|2)" DELIMITED BY SIZE
                   INTO MBARPT-LINE
           END-STRING.
           WRITE MBARPT-LINE.
           MOVE ALL "-" TO MBARPT-LINE.
           WRITE MBARPT-LINE.
       3050-EXIT.
           EXIT.
      * Seleccion de las MBA-TOP parejas con mas tickets entre las
      * que cumplen el filtro (todas, o las que llevan el producto
      * de referencia); cada pasada saca la mayor aun sin listar.
       3100-PRINT-TOP.
           PERFORM VARYING WS-I-PAIR FROM 1 BY 1
                   UNTIL WS-I-PAIR IS GREATER THAN WS-PAIR-COUNT
               MOVE "N" TO WS-PR-LISTED(WS-I-PAIR)
           END-PERFORM.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK IS GREATER THAN MBA-TOP
               PERFORM 3110-FIND-BEST THRU 3110-EXIT
               IF WS-BEST-PAIR IS EQUAL TO ZERO
                   GO TO 3100-EXIT
               END-IF
               MOVE "S" TO WS-PR-LISTED(WS-BEST-PAIR)
               PERFORM 3120-PRINT-PAIR THRU 3120-EXIT
           END-PERFORM.
       3100-EXIT.
           EXIT.
       3110-FIND-BEST.
           MOVE ZERO TO WS-BEST-PAIR.
           MOVE ZERO TO WS-BEST-TICKETS.
           PERFORM VARYING WS-I-PAIR FROM 1 BY 1
                   UNTIL WS-I-PAIR IS GREATER THAN WS-PAIR-COUNT
               IF WS-PR-LISTED(WS-I-PAIR) IS EQUAL TO "N" AND
                       WS-PR-TICKETS(WS-I-PAIR) IS GREATER THAN
                       WS-BEST-TICKETS
                   IF WS-FOCUS-CODE-SEL IS EQUAL TO SPACES OR
                           WS-PR-CODE-A(WS-I-PAIR) IS EQUAL TO
                           WS-FOCUS-CODE-SEL OR
                           WS-PR-CODE-B(WS-I-PAIR) IS EQUAL TO
                           WS-FOCUS-CODE-SEL
                       MOVE WS-I-PAIR TO WS-BEST-PAIR
                       MOVE WS-PR-TICKETS(WS-I-PAIR) TO
                           WS-BEST-TICKETS
                   END-IF
               END-IF
           END-PERFORM.
       3110-EXIT.
           EXIT.
      * Con producto de referencia, este va siempre como producto 1
      * y su companero como producto 2.
       3120-PRINT-PAIR.
           IF WS-FOCUS-CODE-SEL IS NOT EQUAL TO SPACES AND
                   WS-PR-CODE-B(WS-BEST-PAIR) IS EQUAL TO
                   WS-FOCUS-CODE-SEL
               MOVE WS-PR-CODE-B(WS-BEST-PAIR) TO WS-PRT-CODE-1
               MOVE WS-PR-CODE-A(WS-BEST-PAIR) TO WS-PRT-CODE-2
           ELSE
               MOVE WS-PR-CODE-A(WS-BEST-PAIR) TO WS-PRT-CODE-1
               MOVE WS-PR-CODE-B(WS-BEST-PAIR) TO WS-PRT-CODE-2
           END-IF.
           MOVE WS-PRT-CODE-1 TO WS-FIND-CODE.
           PERFORM 3300-ITEM-TICKETS THRU 3300-EXIT.
           MOVE WS-FIND-TICKETS TO WS-PRT-TICKETS-1.
           PERFORM 3400-PRODUCT-NAME THRU 3400-EXIT.
           MOVE PC-NAME TO WS-PRT-NAME-1.
           MOVE WS-PRT-CODE-2 TO WS-FIND-CODE.
           PERFORM 3300-ITEM-TICKETS THRU 3300-EXIT.
           MOVE WS-FIND-TICKETS TO WS-PRT-TICKETS-2.
           PERFORM 3400-PRODUCT-NAME THRU 3400-EXIT.
           MOVE PC-NAME TO WS-PRT-NAME-2.
           MOVE ZERO TO WS-SUPPORT-PCT.
           MOVE ZERO TO WS-CONF-PCT.
           MOVE ZERO TO WS-CONF2-PCT.
           IF WS-BASKETS IS GREATER THAN ZERO
               COMPUTE WS-SUPPORT-PCT ROUNDED =
                   WS-BEST-TICKETS * 100 / WS-BASKETS
           END-IF.
           IF WS-PRT-TICKETS-1 IS GREATER THAN ZERO
               COMPUTE WS-CONF-PCT ROUNDED =
                   WS-BEST-TICKETS * 100 / WS-PRT-TICKETS-1
                   ON SIZE ERROR
                       MOVE 100 TO WS-CONF-PCT
               END-COMPUTE
           END-IF.
           IF WS-PRT-TICKETS-2 IS GREATER THAN ZERO
               COMPUTE WS-CONF2-PCT ROUNDED =
                   WS-BEST-TICKETS * 100 / WS-PRT-TICKETS-2
                   ON SIZE ERROR
                       MOVE 100 TO WS-CONF2-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-RANK TO WS-EDIT-RANK.
           MOVE WS-BEST-TICKETS TO WS-EDIT-COUNT.
           MOVE WS-SUPPORT-PCT TO WS-EDIT-PCT.
           MOVE WS-CONF-PCT TO WS-EDIT-PCT2.
           MOVE WS-CONF2-PCT TO WS-EDIT-PCT3.
           MOVE SPACES TO MBARPT-LINE.
           STRING WS-EDIT-RANK "  " WS-PRT-CODE-1 " " WS-PRT-NAME-1
                   "  " WS-PRT-CODE-2 " " WS-PRT-NAME-2 "  "
                   WS-EDIT-COUNT "  " WS-EDIT-PCT "  " WS-EDIT-PCT2
                   "  " WS-EDIT-PCT3
                   DELIMITED BY SIZE INTO MBARPT-LINE
           END-STRING.
           WRITE MBARPT-LINE.
       3120-EXIT.
           EXIT.
       3200-PRINT-FOCUS.
           MOVE WS-FOCUS-CODE TO WS-FIND-CODE.
           PERFORM 3300-ITEM-TICKETS THRU 3300-EXIT.
           MOVE WS-FIND-TICKETS TO WS-FOCUS-TICKETS.
           PERFORM 3400-PRODUCT-NAME THRU 3400-EXIT.
           MOVE SPACES TO MBARPT-LINE.
           WRITE MBARPT-LINE.
           MOVE WS-FOCUS-TICKETS TO WS-EDIT-COUNT.
           MOVE SPACES TO MBARPT-LINE.
           STRING "COMPANEROS MAS HABITUALES DE " WS-FOCUS-CODE " "
                   FUNCTION TRIM(PC-NAME) " (EN "
                   FUNCTION TRIM(WS-EDIT-COUNT) " TICKETS)"
                   DELIMITED BY SIZE INTO MBARPT-LINE
           END-STRING.
           WRITE MBARPT-LINE.
           PERFORM 3050-PRINT-HEADINGS THRU 3050-EXIT.
           IF WS-FOCUS-TICKETS IS EQUAL TO ZERO
               MOVE "EL PRODUCTO NO SE VENDIO EN EL PERIODO"
                   TO MBARPT-LINE
               WRITE MBARPT-LINE
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-FOCUS-CODE TO WS-FOCUS-CODE-SEL.
           PERFORM 3100-PRINT-TOP THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      * Tickets del producto WS-FIND-CODE (cero si no se vendio).
       3300-ITEM-TICKETS.
           MOVE ZERO TO WS-FIND-TICKETS.
           IF WS-ITEM-COUNT IS EQUAL TO ZERO
               GO TO 3300-EXIT
           END-IF.
           SET WS-ITEM-IDX TO 1.
           SEARCH WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ITM-CODE(WS-ITEM-IDX) IS EQUAL TO WS-FIND-CODE
                   MOVE WS-ITM-TICKETS(WS-ITEM-IDX) TO WS-FIND-TICKETS
           END-SEARCH.
       3300-EXIT.
           EXIT.
      * Nombre de WS-FIND-CODE en el catalogo, en PC-NAME.
       3400-PRODUCT-NAME.
           MOVE "(NO ESTA EN EL CATALOGO)" TO PC-NAME.
           IF NOT WS-PROD-FILE-OPEN
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-FIND-CODE TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "(NO ESTA EN EL CATALOGO)" TO PC-NAME
           END-READ.
       3400-EXIT.
           EXIT.
       3500-PRINT-WARNINGS.
           IF WS-BASKET-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-BASKET-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO MBARPT-LINE
               STRING "AVISO: " WS-EDIT-COUNT
                       " LINEAS FUERA DE SU CESTA (TICKETS CON "
                       "DEMASIADOS PRODUCTOS DISTINTOS)"
                       DELIMITED BY SIZE INTO MBARPT-LINE
               END-STRING
               WRITE MBARPT-LINE
           END-IF.
           IF WS-ITEM-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-ITEM-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO MBARPT-LINE
               STRING "AVISO: " WS-EDIT-COUNT
                       " APARICIONES DE PRODUCTOS FUERA DEL INFORME "
                       "(DEMASIADOS PRODUCTOS)"
                       DELIMITED BY SIZE INTO MBARPT-LINE
               END-STRING
               WRITE MBARPT-LINE
           END-IF.
           IF WS-PAIR-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-PAIR-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO MBARPT-LINE
               STRING "AVISO: " WS-EDIT-COUNT
                       " APARICIONES DE PAREJAS FUERA DEL INFORME "
                       "(DEMASIADAS PAREJAS)"
                       DELIMITED BY SIZE INTO MBARPT-LINE
               END-STRING
               WRITE MBARPT-LINE
           END-IF.
       3500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra el catalogo y deja constancia del   *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
      * El fichero de tickets se abre y se cierra fichero a
      * fichero en 2050.
       9000-TERMINATE.
           IF WS-PROD-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04MBA" TO WS-AUD-PROGRAM.
           MOVE "AFINIDAD DE PRODUCTOS TERMINADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

      *                  de mermas SHRINKJ.DAT para los auditores.  *
      * 2026-09-01  JMS  Cada ajuste contabilizado queda tambien en *
      *                  el kardex (subrutina STKMOVE).             *
      * 2026-10-15  JMS  Baja de lotes caducados (opcion B): con    *
      *                  confirmacion de supervisor, los lotes de   *
      *                  alimentacion pasados de fecha salen de las *
      *                  existencias con su kardex y la perdida se  *
      *                  valora a coste del lote en su propio       *
      *                  diario (LOTWOFF.DAT), aparte de las mermas.*
      * 2026-10-15  JMS  Genero parado y rebajas (opcion R): llama  *
      *                  a EX04SLW con el catalogo cerrado mientras *
      *                  tanto, porque las rebajas aprobadas lo     *
      *                  actualizan.                                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
      * Lotes de alimentacion, para la baja de caducados.
           SELECT LOT-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.
      * Diario de bajas por caducidad, aparte del de mermas.
           SELECT LOTWOFF-FILE ASSIGN TO "LOTWOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTWOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  SHRINK-FILE-REC                      PIC X(70).
       FD  OPERATOR-FILE.
           COPY "OPERMAST.CPY".
       FD  LOT-FILE.
           COPY "LOTREC.CPY".
       FD  LOTWOFF-FILE.
       01  LOTWOFF-FILE-REC                     PIC X(83).
       WORKING-STORAGE SECTION.
           COPY "SHRKREC.CPY".
           COPY "LOTWOFF.CPY".
       78  STT-MAX-PRODUCTS                     VALUE 500.
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-SNAPSHOT-STATUS                   PIC X(02).
       01  WS-SHEET-STATUS                      PIC X(02).
       01  WS-SHRINK-STATUS                     PIC X(02).
       01  WS-OPER-STATUS                       PIC X(02).
       01  WS-LOT-STATUS                        PIC X(02).
       01  WS-LOTWOFF-STATUS                    PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-OPTION                            PIC X(01).
           88  WS-OPT-COUNTS                    VALUE "T".
           88  WS-OPT-VARIANCE                  VALUE "V".
           88  WS-OPT-POST                      VALUE "P".
           88  WS-OPT-EXPIRED                   VALUE "B".
           88  WS-OPT-SLOW                      VALUE "R".
           88  WS-OPT-EXIT                      VALUE "X".
      * Foto del corte cargada en memoria para teclear conteos y
      * contabilizar, al estilo de las tablas del cierre de caja.
       01  WS-TOTAL-VAR-VALUE                   PIC S9(11)V99.
       01  WS-COUNTED-ITEMS                     PIC 9(04).
       01  WS-POSTED-ITEMS                      PIC 9(04).
      * Baja de caducados: primero se listan los lotes y, con el
      * supervisor, se aplican en una segunda pasada.
       01  WS-LOT-MODE-SW                       PIC X(01).
           88  WS-LOT-LIST                      VALUE "L".
           88  WS-LOT-APPLY                     VALUE "A".
       01  WS-LOT-EOF-SW                        PIC X(01).
           88  WS-NO-MORE-LOTS                  VALUE "Y".
       01  WS-LOT-QTY                           PIC 9(07).
       01  WS-LOT-VALUE                         PIC 9(9)V99.
       01  WS-EXPIRED-LOTS                      PIC 9(04).
       01  WS-EXPIRED-VALUE                     PIC 9(11)V99.
      * Parametros para la subrutina STKMOVE: cada ajuste
      * contabilizado queda en el kardex.
       01  WS-KX-PROGRAM                        PIC X(8).
                       WHEN WS-OPT-POST
                           PERFORM 6000-POST-ADJUSTMENTS THRU
                               6000-EXIT
                       WHEN WS-OPT-EXPIRED
                           PERFORM 8000-WRITE-OFF-EXPIRED THRU
                               8000-EXIT
                       WHEN WS-OPT-SLOW
                           PERFORM 8500-SLOW-MOVING THRU 8500-EXIT
                       WHEN WS-OPT-EXIT
                           CONTINUE
                       WHEN OTHER
           DISPLAY "C) CORTE (CONGELAR FOTO)   H) HOJAS DE CONTEO   "
               "T) TECLEAR CONTEOS".
           DISPLAY "V) INFORME DE VARIACION    P) CONTABILIZAR "
               "AJUSTES   B) BAJA DE CADUCADOS".
           DISPLAY "R) GENERO PARADO Y REBAJAS   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       7500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8000-WRITE-OFF-EXPIRED - lista los lotes de alimentacion    *
      * con existencias y fecha de consumo preferente ya pasada y,  *
      * con la confirmacion de un supervisor, los da de baja: el    *
      * stock sale con su kardex y la perdida, valorada al coste    *
      * del lote, queda en el diario de caducados y no en el de     *
      * mermas.                                                     *
      *-----------------------------------------------------------*
       8000-WRITE-OFF-EXPIRED.
           OPEN I-O LOT-FILE.
           IF WS-LOT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO HAY FICHERO DE LOTES"
               GO TO 8000-EXIT
           END-IF.
           SET WS-LOT-LIST TO TRUE.
           PERFORM 8100-SCAN-LOTS THRU 8100-EXIT.
           IF WS-EXPIRED-LOTS IS EQUAL TO ZERO
               DISPLAY "NO HAY LOTES CADUCADOS CON EXISTENCIAS"
               CLOSE LOT-FILE
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-EXPIRED-LOTS TO WS-EDIT-COUNT.
           MOVE WS-EXPIRED-VALUE TO WS-EDIT-MONEY.
           DISPLAY "LOTES CADUCADOS: " FUNCTION TRIM(WS-EDIT-COUNT)
               " POR " FUNCTION TRIM(WS-EDIT-MONEY) " A COSTE".
           PERFORM 6500-ASK-SUPERVISOR THRU 6500-EXIT.
           IF NOT WS-SUPER-OK
               DISPLAY "** SIN CONFIRMACION DE SUPERVISOR NO SE "
                   "DA DE BAJA NADA **"
               CLOSE LOT-FILE
               GO TO 8000-EXIT
           END-IF.
           SET WS-LOT-APPLY TO TRUE.
           PERFORM 8100-SCAN-LOTS THRU 8100-EXIT.
           CLOSE LOT-FILE.
           MOVE WS-EXPIRED-LOTS TO WS-EDIT-COUNT.
           MOVE WS-EXPIRED-VALUE TO WS-EDIT-MONEY.
           DISPLAY "LOTES DADOS DE BAJA: " FUNCTION TRIM
               (WS-EDIT-COUNT) ", PERDIDA POR CADUCIDAD "
               FUNCTION TRIM(WS-EDIT-MONEY).
           MOVE "EX04STT" TO WS-AUD-PROGRAM.
           MOVE "CADUCADO" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "BAJA DE CADUCADOS POR "
                   WS-ASK-SUPER DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       8000-EXIT.
           EXIT.
      * Recorre todo el fichero de lotes; cada lote caducado con
      * existencias se lista o se da de baja segun la pasada.
       8100-SCAN-LOTS.
           MOVE ZERO TO WS-EXPIRED-LOTS.
           MOVE ZERO TO WS-EXPIRED-VALUE.
           MOVE "N" TO WS-LOT-EOF-SW.
           MOVE LOW-VALUES TO LT-KEY.
           START LOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   SET WS-NO-MORE-LOTS TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-LOTS
               READ LOT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-LOTS TO TRUE
                   NOT AT END
                       IF LT-IS-ACTIVE AND
                               LT-QTY-ON-HAND IS GREATER THAN ZERO
                               AND LT-BEST-BEFORE IS LESS THAN
                               WS-CURR-DATE
                           PERFORM 8200-EXPIRED-LOT THRU 8200-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       8100-EXIT.
           EXIT.
       8200-EXPIRED-LOT.
           MOVE LT-QTY-ON-HAND TO WS-LOT-QTY.
           COMPUTE WS-LOT-VALUE = WS-LOT-QTY * LT-UNIT-COST.
           ADD 1 TO WS-EXPIRED-LOTS.
           ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE.
           IF WS-LOT-LIST
               MOVE WS-LOT-QTY TO WS-EDIT-QTY
               MOVE WS-LOT-VALUE TO WS-EDIT-MONEY
               DISPLAY LT-PRODUCT " LOTE " LT-LOT " CADUCO "
                   LT-BEST-BEFORE " " WS-EDIT-QTY " " WS-EDIT-MONEY
               GO TO 8200-EXIT
           END-IF.
           MOVE LT-PRODUCT TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "** EL PRODUCTO " FUNCTION TRIM(PC-CODE)
                       " YA NO ESTA EN EL CATALOGO, SOLO SE DA DE "
                       "BAJA EL LOTE **"
               NOT INVALID KEY
                   MOVE PC-ON-HAND TO WS-KX-BEFORE
                   SUBTRACT WS-LOT-QTY FROM PC-ON-HAND
                   REWRITE PRODUCT-CAT-REC
                       INVALID KEY
                           DISPLAY "** NO SE PUDO AJUSTAR EL STOCK DE "
                               FUNCTION TRIM(PC-CODE) " **"
                       NOT INVALID KEY
                           PERFORM 8300-LOG-STOCK-MOVE THRU
                               8300-EXIT
                   END-REWRITE
           END-READ.
           PERFORM 8400-WRITE-LOTWOFF THRU 8400-EXIT.
           MOVE ZERO TO LT-QTY-ON-HAND.
           SET LT-IS-WRITTEN-OFF TO TRUE.
           REWRITE LOT-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO MARCAR EL LOTE " LT-LOT
                       " **"
           END-REWRITE.
       8200-EXIT.
           EXIT.
      * La baja queda en el kardex con la marca de caducado como
      * referencia; la cantidad va en negativo.
       8300-LOG-STOCK-MOVE.
           MOVE "EX04STT" TO WS-KX-PROGRAM.
           MOVE "CADUCADO" TO WS-KX-REFERENCE.
           MOVE PC-CODE TO WS-KX-PRODUCT.
           COMPUTE WS-KX-QTY = ZERO - WS-LOT-QTY.
           MOVE PC-ON-HAND TO WS-KX-AFTER.
           CALL "STKMOVE" USING BY CONTENT WS-KX-PROGRAM,
               WS-KX-REFERENCE, WS-KX-PRODUCT, WS-KX-QTY,
               WS-KX-BEFORE, WS-KX-AFTER.
       8300-EXIT.
           EXIT.
       8400-WRITE-LOTWOFF.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO LW-DATE.
           MOVE WS-CURR-TIME TO LW-TIME.
           MOVE WS-OPERATOR TO LW-OPERATOR.
           MOVE WS-ASK-SUPER TO LW-SUPERVISOR.
           MOVE LT-PRODUCT TO LW-PRODUCT.
           MOVE LT-LOT TO LW-LOT.
           MOVE LT-BEST-BEFORE TO LW-BEST-BEFORE.
           MOVE WS-LOT-QTY TO LW-QTY.
           MOVE LT-UNIT-COST TO LW-UNIT-COST.
           MOVE WS-LOT-VALUE TO LW-VALUE.
           OPEN EXTEND LOTWOFF-FILE.
           IF WS-LOTWOFF-STATUS IS NOT EQUAL TO "00" AND
                   WS-LOTWOFF-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT LOTWOFF-FILE
           END-IF.
           MOVE LOT-WRITEOFF-REC TO LOTWOFF-FILE-REC.
           WRITE LOTWOFF-FILE-REC.
           CLOSE LOTWOFF-FILE.
       8400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8500-SLOW-MOVING - informe de genero parado y propuestas de *
      * rebaja (EX04SLW). El catalogo se cierra durante la llamada  *
      * y se vuelve a abrir al regreso.                             *
      *-----------------------------------------------------------*
       8500-SLOW-MOVING.
           CLOSE PRODUCT-FILE.
           CALL "EX04SLW".
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04STT: NO SE PUDO REABRIR PRODCAT.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra el catalogo y deja constancia del   *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*

      *                  kardex; lo que ya no aplica limpio queda   *
      *                  en OFFRPT.TXT. La bolsa se vacia solo si   *
      *                  la pasada completo.                        *
      * 2026-10-15  JMS  Las lineas de alimentacion (categoria 2)   *
      *                  descuentan tambien de sus lotes, del que   *
      *                  caduca antes al que caduca despues.        *
      * 2026-10-15  JMS  Los kits no descuentan stock propio: cada  *
      *                  componente de KITBOM.DAT baja lo suyo y    *
      *                  lleva su propio kardex, como en la venta.  *
      * 2026-10-15  JMS  Registro de ticket a 229 posiciones por    *
      *                  la hora de venta; los tickets diferidos    *
      *                  entran con la hora en que se cobraron en   *
      *                  la caja.                                   *
      * 2026-10-15  JMS  Registro de ticket a 241 posiciones        *
      *                  (numero de factura en la cabecera).        *
      * 2026-10-15  JMS  Cada ticket repescado se anota en el       *
      *                  registro fiscal encadenado (FISCLOG): la   *
      *                  caja en modo degradado no lo hizo.         *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Composicion de los kits: sus componentes son los que bajan.
           SELECT KITBOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KITBOM-STATUS.
      * Fichero de control: correlativo de numero de ticket.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  OFFSPOOL-FILE.
       01  OFFSPOOL-FILE-REC                    PIC X(241).
       FD  TICKET-FILE.
           COPY "TICKREC.CPY" REPLACING LEADING ==TR-== BY ==TF-==.
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  KITBOM-FILE.
           COPY "KITBOM.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  OFFRPT-FILE.
       01  OFFRPT-LINE                          PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT                   PIC 9(04) VALUE ZERO.
           05  WS-GROUP-REC OCCURS OFF-MAX-GROUP TIMES
                                                PIC X(241).
       01  WS-I-REC                             PIC 9(04).
       01  WS-OFFSPOOL-STATUS                   PIC X(02).
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-OFFRPT-STATUS                     PIC X(02).
       01  WS-KITBOM-STATUS                     PIC X(02).
       01  WS-KITBOM-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-KITBOM-FILE-OPEN              VALUE "Y".
       01  WS-KIT-SW                            PIC X(01) VALUE "N".
           88  WS-IS-KIT                        VALUE "Y".
       01  WS-KIT-EOF-SW                        PIC X(01) VALUE "N".
           88  WS-NO-MORE-COMPONENTS            VALUE "Y".
       01  WS-KIT-CODE                          PIC X(06).
       01  WS-KIT-MOVE-QTY                      PIC S9(7).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
       01  WS-KX-QTY                            PIC S9(7).
       01  WS-KX-BEFORE                         PIC S9(7).
       01  WS-KX-AFTER                          PIC S9(7).
      * Programa que anota el ticket repescado en el registro
      * fiscal (subrutina FISCLOG).
       01  WS-FR-PROGRAM                        PIC X(8).
      * Parametros para la subrutina LOTCONS: lo que sale de un
      * producto de alimentacion se descuenta de sus lotes.
       01  WS-LC-PRODUCT                        PIC X(6).
       01  WS-LC-QTY                            PIC S9(7).
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
      * Sin composicion de kits grabada no hay nada que desglosar.
           OPEN INPUT KITBOM-FILE.
           IF WS-KITBOM-STATUS IS EQUAL TO "00"
               SET WS-KITBOM-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O TICKET-FILE.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT TICKET-FILE
                   INVALID KEY
                       DISPLAY "EX04OFF: CLAVE DUPLICADA AL GRABAR "
                           "EL TICKET REPESCADO"
                   NOT INVALID KEY
      * En modo degradado la caja no anoto nada: la cabecera entra
      * en el registro fiscal al repescarla.
                       IF TR-IS-HEADER OR TR-IS-REFUND
                           MOVE "EX04OFF" TO WS-FR-PROGRAM
                           CALL "FISCLOG" USING BY CONTENT
                               WS-FR-PROGRAM, TICKET-REC
                       END-IF
               END-WRITE
           END-PERFORM.
           ADD 1 TO WS-TICKETS-POSTED.
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           PERFORM 3300-FIND-KIT THRU 3300-EXIT.
           IF WS-IS-KIT
               PERFORM 3400-EXPLODE-KIT THRU 3400-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE PC-ON-HAND TO WS-KX-BEFORE.
           SUBTRACT WS-LINE-QTY FROM PC-ON-HAND.
           REWRITE PRODUCT-CAT-REC
           CALL "STKMOVE" USING BY CONTENT WS-KX-PROGRAM,
               WS-KX-REFERENCE, WS-KX-PRODUCT, WS-KX-QTY,
               WS-KX-BEFORE, WS-KX-AFTER.
           IF PC-TAX-CATEGORY IS EQUAL TO 2
               MOVE PC-CODE TO WS-LC-PRODUCT
               MOVE WS-LINE-QTY TO WS-LC-QTY
               CALL "LOTCONS" USING BY CONTENT WS-LC-PRODUCT,
                   WS-LC-QTY
           END-IF.
       3200-EXIT.
           EXIT.
      * Un producto es kit si KITBOM.DAT tiene algun componente
      * suyo; deja el primero leido para el desglose.
       3300-FIND-KIT.
           MOVE "N" TO WS-KIT-SW.
           IF NOT WS-KITBOM-FILE-OPEN
               GO TO 3300-EXIT
           END-IF.
           MOVE PC-CODE TO WS-KIT-CODE.
           MOVE "N" TO WS-KIT-EOF-SW.
           MOVE PC-CODE TO KB-KIT.
           MOVE LOW-VALUES TO KB-COMPONENT.
           START KITBOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   GO TO 3300-EXIT
           END-START.
           READ KITBOM-FILE NEXT RECORD
               AT END
                   GO TO 3300-EXIT
           END-READ.
           IF KB-KIT IS EQUAL TO WS-KIT-CODE
               SET WS-IS-KIT TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.
      * Cada componente baja cantidad del kit por unidades vendidas,
      * con su kardex y, si es de alimentacion, sus lotes.
       3400-EXPLODE-KIT.
           PERFORM UNTIL WS-NO-MORE-COMPONENTS
               MOVE KB-COMPONENT TO PC-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       ADD 1 TO WS-ISSUES
                       MOVE SPACES TO OFFRPT-LINE
                       STRING "TICKET " WS-NEW-TICKET-NUM
                               ": COMPONENTE " KB-COMPONENT
                               " DEL KIT " WS-KIT-CODE
                               " NO ESTA EN CATALOGO"
                               DELIMITED BY SIZE INTO OFFRPT-LINE
                       END-STRING
                       WRITE OFFRPT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       COMPUTE WS-KIT-MOVE-QTY =
                           KB-QTY * WS-LINE-QTY
                       MOVE PC-ON-HAND TO WS-KX-BEFORE
                       SUBTRACT WS-KIT-MOVE-QTY FROM PC-ON-HAND
                       REWRITE PRODUCT-CAT-REC
                           INVALID KEY
                               DISPLAY "EX04OFF: NO SE PUDO DESCONTAR "
                                   "EL STOCK DE " FUNCTION TRIM(PC-CODE)
                           NOT INVALID KEY
                               PERFORM 3410-LOG-COMPONENT THRU
                                   3410-EXIT
                       END-REWRITE
               END-READ
               READ KITBOM-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-COMPONENTS TO TRUE
               END-READ
               IF KB-KIT IS NOT EQUAL TO WS-KIT-CODE
                   SET WS-NO-MORE-COMPONENTS TO TRUE
               END-IF
           END-PERFORM.
       3400-EXIT.
           EXIT.
       3410-LOG-COMPONENT.
           MOVE "EX04OFF" TO WS-KX-PROGRAM.
           MOVE SPACES TO WS-KX-REFERENCE.
           MOVE WS-NEW-TICKET-NUM TO WS-KX-REFERENCE.
           MOVE PC-CODE TO WS-KX-PRODUCT.
           COMPUTE WS-KX-QTY = ZERO - WS-KIT-MOVE-QTY.
           MOVE PC-ON-HAND TO WS-KX-AFTER.
           CALL "STKMOVE" USING BY CONTENT WS-KX-PROGRAM,
               WS-KX-REFERENCE, WS-KX-PRODUCT, WS-KX-QTY,
               WS-KX-BEFORE, WS-KX-AFTER.
           IF PC-TAX-CATEGORY IS EQUAL TO 2
               MOVE PC-CODE TO WS-LC-PRODUCT
               MOVE WS-KIT-MOVE-QTY TO WS-LC-QTY
               CALL "LOTCONS" USING BY CONTENT WS-LC-PRODUCT,
                   WS-LC-QTY
           END-IF.
       3410-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-FINISH-RUN - vacia la bolsa ya contabilizada y cierra  *
      * el informe.                                                 *
           CLOSE TICKET-FILE.
           CLOSE CLIENT-FILE.
           CLOSE PRODUCT-FILE.
           IF WS-KITBOM-FILE-OPEN
               CLOSE KITBOM-FILE
           END-IF.
           DISPLAY "EX04OFF: " WS-TICKETS-POSTED " TICKETS "
               "CONTABILIZADOS, " WS-ISSUES " INCIDENCIAS (VEA "
               "OFFRPT.TXT)".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04CAD.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Informe diario de         *
      *                  caducidades: lista los lotes de            *
      *                  alimentacion (LOTS.DAT) con existencias    *
      *                  que caducan dentro del plazo del fichero   *
      *                  de control (CTL-EXPIRY-DAYS) o que ya han  *
      *                  caducado, con su cantidad y su valor a     *
      *                  coste, para retirarlos o rebajarlos antes  *
      *                  de que lleguen pasados al lineal.          *
      * 2026-10-15  JMS  Linea del informe ampliada a 120 para que  *
      *                  el estado del lote no salga cortado, y     *
      *                  columna ESTADO en la cabecera.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de control, por el plazo de antelacion.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Lotes de alimentacion, recorridos en orden de clave:
      * producto y, dentro de el, del que caduca antes.
           SELECT LOT-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.
      * Catalogo, solo para el nombre del producto.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Informe de caducidades.
           SELECT EXPIRY-FILE ASSIGN TO "LOTEXP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  LOT-FILE.
           COPY "LOTREC.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  EXPIRY-FILE.
       01  EXPIRY-LINE                          PIC X(120).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-LOT-STATUS                        PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-EXPIRY-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-PRODCAT-SW                        PIC X(01) VALUE "N".
           88  WS-PRODCAT-OPEN                  VALUE "Y".
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-ED.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
      * Plazo de antelacion y dias que le quedan a cada lote: en
      * negativo, el lote ya esta caducado.
       01  WS-EXPIRY-DAYS                       PIC 9(03).
       01  WS-DAYS-LEFT                         PIC S9(05).
       01  WS-BB-DATE-ED.
           05  WS-BB-YYYY                       PIC 9(04).
           05  WS-BB-MM                         PIC 9(02).
           05  WS-BB-DD                         PIC 9(02).
       01  WS-PROD-NAME                         PIC X(30).
       01  WS-LOT-VALUE                         PIC 9(09)V99.
       01  WS-STATE                             PIC X(10).
      * Totales del informe; lo ya caducado se cuenta aparte.
       01  WS-LOT-COUNT                         PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-QTY                         PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-VALUE                       PIC 9(11)V99
                                                VALUE ZERO.
       01  WS-EXPIRED-COUNT                     PIC 9(06) VALUE ZERO.
       01  WS-EXPIRED-VALUE                     PIC 9(11)V99
                                                VALUE ZERO.
       01  WS-EDIT-QTY                          PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-COST                         PIC $$,$$9.99.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99.
       01  WS-EDIT-DAYS                         PIC ZZZ9-.
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
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-PRINT-REPORT THRU 2000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO "OK" OR
                   WS-RUN-OUTCOME IS EQUAL TO "VACIO"
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - carga el plazo de antelacion y el dia de  *
      * negocio y abre los lotes.                                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04CAD" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "INFORME DE CADUCIDADES INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04CAD: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
      * Ficheros de control anteriores al plazo (en blanco) o con
      * el plazo a cero: 7 dias, como indica CTLFILE.CPY.
           IF CTL-EXPIRY-DAYS IS NUMERIC AND CTL-EXPIRY-DAYS IS
                   GREATER THAN ZERO
               MOVE CTL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           ELSE
               MOVE 7 TO WS-EXPIRY-DAYS
           END-IF.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04CAD: NO SE ENCONTRO LOTS.DAT, NADA QUE "
                   "INFORMAR"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS EQUAL TO "00"
               SET WS-PRODCAT-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-PRINT-REPORT - una linea por lote activo con           *
      * existencias que caduca dentro del plazo.                    *
      *-----------------------------------------------------------*
       2000-PRINT-REPORT.
           OPEN OUTPUT EXPIRY-FILE.
           MOVE WS-CURR-DATE TO WS-CURR-DATE-ED.
           MOVE WS-EXPIRY-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO EXPIRY-LINE.
           STRING "LOTES QUE CADUCAN EN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                   " DIAS O MENOS - " DELIMITED BY SIZE
                   WS-CD-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   INTO EXPIRY-LINE
           END-STRING.
           WRITE EXPIRY-LINE.
           MOVE ALL "-" TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE SPACES TO EXPIRY-LINE.
           STRING "CODIGO  PRODUCTO                       LOTE      "
                   DELIMITED BY SIZE
                   "   CADUCA      DIAS   CANTIDAD     COSTE"
                   DELIMITED BY SIZE
                   "          VALOR ESTADO" DELIMITED BY SIZE
                   INTO EXPIRY-LINE
           END-STRING.
           WRITE EXPIRY-LINE.
           PERFORM 2100-READ-LOT THRU 2100-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF LT-IS-ACTIVE AND LT-QTY-ON-HAND IS GREATER THAN
                       ZERO
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(LT-BEST-BEFORE) -
                       FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                   IF WS-DAYS-LEFT IS NOT GREATER THAN
                           WS-EXPIRY-DAYS
                       PERFORM 2200-PRINT-LOT THRU 2200-EXIT
                   END-IF
               END-IF
               PERFORM 2100-READ-LOT THRU 2100-EXIT
           END-PERFORM.
           PERFORM 2300-PRINT-TOTALS THRU 2300-EXIT.
           CLOSE EXPIRY-FILE.
           MOVE "LOTEXP.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04CAD: INFORME ESCRITO EN LOTEXP.TXT".
       2000-EXIT.
           EXIT.
       2100-READ-LOT.
           READ LOT-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-PRINT-LOT.
           MOVE SPACES TO WS-PROD-NAME.
           IF WS-PRODCAT-OPEN
               MOVE LT-PRODUCT TO PC-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "** NO ESTA EN EL CATALOGO **" TO
                           WS-PROD-NAME
                   NOT INVALID KEY
                       MOVE PC-NAME TO WS-PROD-NAME
               END-READ
           END-IF.
           COMPUTE WS-LOT-VALUE = LT-QTY-ON-HAND * LT-UNIT-COST.
           ADD 1 TO WS-LOT-COUNT.
           ADD LT-QTY-ON-HAND TO WS-TOTAL-QTY.
           ADD WS-LOT-VALUE TO WS-TOTAL-VALUE.
           IF WS-DAYS-LEFT IS LESS THAN ZERO
               MOVE "CADUCADO" TO WS-STATE
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
           ELSE
               MOVE SPACES TO WS-STATE
           END-IF.
           MOVE LT-BEST-BEFORE TO WS-BB-DATE-ED.
           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.
           MOVE LT-QTY-ON-HAND TO WS-EDIT-QTY.
           MOVE LT-UNIT-COST TO WS-EDIT-COST.
           MOVE WS-LOT-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO EXPIRY-LINE.
           STRING LT-PRODUCT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PROD-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LT-LOT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BB-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-BB-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-BB-YYYY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-COST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATE DELIMITED BY SIZE
                   INTO EXPIRY-LINE
           END-STRING.
           WRITE EXPIRY-LINE.
       2200-EXIT.
           EXIT.
       2300-PRINT-TOTALS.
           MOVE ALL "-" TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           IF WS-LOT-COUNT IS EQUAL TO ZERO
               MOVE "NINGUN LOTE CADUCA DENTRO DEL PLAZO" TO
                   EXPIRY-LINE
               WRITE EXPIRY-LINE
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-LOT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-QTY TO WS-EDIT-QTY.
           MOVE WS-TOTAL-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO EXPIRY-LINE.
           STRING "LOTES: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  UNIDADES: " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   "  VALOR A COSTE: " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO EXPIRY-LINE
           END-STRING.
           WRITE EXPIRY-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EXPIRED-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO EXPIRY-LINE.
           STRING "YA CADUCADOS: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " LOTES, VALOR A COSTE " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   " (BAJA DESDE EL INVENTARIO FISICO)"
                   DELIMITED BY SIZE
                   INTO EXPIRY-LINE
           END-STRING.
           WRITE EXPIRY-LINE.
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-LOT-STATUS IS EQUAL TO "00" OR
                   WS-LOT-STATUS IS EQUAL TO "10"
               CLOSE LOT-FILE
           END-IF.
           IF WS-PRODCAT-OPEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04CAD" TO WS-AUD-PROGRAM.
           MOVE "INFORME DE CADUCIDADES TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04VAL.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Valoracion de existencias *
      *                  de fin de mes: lista cada producto con     *
      *                  stock a su coste medio ponderado (PC-COST) *
      *                  con el total, lo compara con el saldo de   *
      *                  la cuenta de existencias (CTL-GL-INVENTORY)*
      *                  que resulta del diario contable y anexa el *
      *                  asiento de regularizacion por la           *
      *                  diferencia contra la cuenta de variacion   *
      *                  de existencias (CTL-GL-INV-ADJUST). Corre  *
      *                  en la ventana nocturna y solo actua el     *
      *                  ultimo dia del mes (o con                  *
      *                  EX04VAL-MODE=FORZAR).                      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de control, por el mapa de cuentas contables.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Catalogo completo, en orden de codigo.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Diario contable: se lee para el saldo de existencias y se
      * le anexa el asiento de regularizacion.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
      * Listado de valoracion.
           SELECT VALRPT-FILE ASSIGN TO "STKVALUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  GLJRNL-FILE.
       01  GLJRNL-FILE-REC                      PIC X(66).
       FD  VALRPT-FILE.
       01  VALRPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "GLJRNL.CPY".
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-GLJRNL-STATUS                     PIC X(02).
       01  WS-VALRPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-RUN-MODE                          PIC X(09) VALUE SPACES.
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-ED.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
      * El dia siguiente al de negocio: si cae en el mismo mes, hoy
      * no es fin de mes.
       01  WS-NEXT-DATE                         PIC 9(08).
       01  WS-NEXT-DATE-ED REDEFINES WS-NEXT-DATE.
           05  WS-ND-YYYY                       PIC 9(04).
           05  WS-ND-MM                         PIC 9(02).
           05  WS-ND-DD                         PIC 9(02).
       01  WS-STATE                             PIC X(16).
       01  WS-LINE-VALUE                        PIC 9(11)V99.
      * Totales de la valoracion; el stock negativo se lista pero
      * no vale nada.
       01  WS-PROD-COUNT                        PIC 9(06) VALUE ZERO.
       01  WS-NEG-COUNT                         PIC 9(06) VALUE ZERO.
       01  WS-NOCOST-COUNT                      PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-UNITS                       PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-VALUE                       PIC 9(11)V99
                                                VALUE ZERO.
      * Saldo deudor de la cuenta de existencias segun el diario y
      * diferencia con la valoracion (en positivo, falta valor en
      * contabilidad).
       01  WS-GL-BALANCE                        PIC S9(12)V99
                                                VALUE ZERO.
       01  WS-DIFFERENCE                        PIC S9(12)V99
                                                VALUE ZERO.
       01  WS-ADJ-AMOUNT                        PIC 9(11)V99
                                                VALUE ZERO.
       01  WS-ADJ-CONCEPT                       PIC X(30).
       01  WS-EDIT-QTY                          PIC Z,ZZZ,ZZ9-.
       01  WS-EDIT-COST                         PIC $$,$$9.99.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$$,$$9.99-.
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
               PERFORM 2000-VALUE-STOCK THRU 2000-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 3000-GL-BALANCE THRU 3000-EXIT
               PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
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
      * 1000-INITIALIZE - carga el mapa de cuentas y el dia de      *
      * negocio; fuera del ultimo dia del mes el paso no hace nada  *
      * salvo que se fuerce con EX04VAL-MODE=FORZAR.                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04VAL" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "VALORACION DE EXISTENCIAS INICIADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "EX04VAL-MODE".
           CALL "BIZDATE" USING WS-CURR-DATE.
           MOVE WS-CURR-DATE TO WS-CURR-DATE-ED.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) + 1).
           IF WS-ND-MM IS EQUAL TO WS-CD-MM AND
                   WS-RUN-MODE IS NOT EQUAL TO "FORZAR"
               DISPLAY "EX04VAL: " WS-CURR-DATE " NO ES FIN DE MES, "
                   "NADA QUE VALORAR"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04VAL: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           IF CTL-GL-COGS IS EQUAL TO SPACES
               MOVE "60000000" TO CTL-GL-COGS
               MOVE "30000000" TO CTL-GL-INVENTORY
           END-IF.
           IF CTL-GL-INV-ADJUST IS EQUAL TO SPACES
               MOVE "61000000" TO CTL-GL-INV-ADJUST
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04VAL: NO SE ENCONTRO PRODCAT.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-VALUE-STOCK - una linea por producto con existencias:  *
      * unidades, coste medio y valor. El stock negativo se lista   *
      * para que se investigue pero no suma valor; los productos    *
      * con stock y sin coste se senalan.                           *
      *-----------------------------------------------------------*
       2000-VALUE-STOCK.
           OPEN OUTPUT VALRPT-FILE.
           MOVE SPACES TO VALRPT-LINE.
           STRING "VALORACION DE EXISTENCIAS A COSTE MEDIO - "
                   DELIMITED BY SIZE
                   WS-CD-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   INTO VALRPT-LINE
           END-STRING.
           WRITE VALRPT-LINE.
           MOVE ALL "-" TO VALRPT-LINE.
           WRITE VALRPT-LINE.
           MOVE SPACES TO VALRPT-LINE.
           STRING "CODIGO  PRODUCTO                       "
                   DELIMITED BY SIZE
                   "   UNIDADES COSTE MEDIO               VALOR"
                   DELIMITED BY SIZE
                   INTO VALRPT-LINE
           END-STRING.
           WRITE VALRPT-LINE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2100-READ-PRODUCT THRU 2100-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-ON-HAND IS NUMERIC AND
                       PC-ON-HAND IS NOT EQUAL TO ZERO
                   PERFORM 2200-PRINT-PRODUCT THRU 2200-EXIT
               END-IF
               PERFORM 2100-READ-PRODUCT THRU 2100-EXIT
           END-PERFORM.
           CLOSE PRODUCT-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-PRINT-PRODUCT.
           IF PC-COST IS NOT NUMERIC
               MOVE ZERO TO PC-COST
           END-IF.
           MOVE SPACES TO WS-STATE.
           MOVE ZERO TO WS-LINE-VALUE.
           ADD 1 TO WS-PROD-COUNT.
           IF PC-ON-HAND IS LESS THAN ZERO
               MOVE "STOCK NEGATIVO" TO WS-STATE
               ADD 1 TO WS-NEG-COUNT
           ELSE
               COMPUTE WS-LINE-VALUE = PC-ON-HAND * PC-COST
               ADD PC-ON-HAND TO WS-TOTAL-UNITS
               ADD WS-LINE-VALUE TO WS-TOTAL-VALUE
               IF PC-COST IS EQUAL TO ZERO
                   MOVE "SIN COSTE" TO WS-STATE
                   ADD 1 TO WS-NOCOST-COUNT
               END-IF
           END-IF.
           MOVE PC-ON-HAND TO WS-EDIT-QTY.
           MOVE PC-COST TO WS-EDIT-COST.
           MOVE WS-LINE-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO VALRPT-LINE.
           STRING PC-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PC-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-COST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATE DELIMITED BY SIZE
                   INTO VALRPT-LINE
           END-STRING.
           WRITE VALRPT-LINE.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-GL-BALANCE - saldo de la cuenta de existencias hasta   *
      * hoy: cargos menos abonos de todos sus apuntes del diario.   *
      *-----------------------------------------------------------*
       3000-GL-BALANCE.
           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJRNL-STATUS IS NOT EQUAL TO "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ GLJRNL-FILE INTO GL-JOURNAL-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF GL-ACCOUNT IS EQUAL TO CTL-GL-INVENTORY AND
                               GL-AMOUNT IS NUMERIC AND
                               GL-DATE IS NOT GREATER THAN
                               WS-CURR-DATE
                           IF GL-IS-DEBIT
                               ADD GL-AMOUNT TO WS-GL-BALANCE
                           ELSE
                               SUBTRACT GL-AMOUNT FROM WS-GL-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLJRNL-FILE.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-POST-ADJUSTMENT - asiento de regularizacion por la     *
      * diferencia: con la valoracion por encima del saldo, cargo   *
      * a existencias y abono a variacion de existencias; por       *
      * debajo, al reves. Un paso relanzado ya encuentra el saldo   *
      * cuadrado y no repite el asiento.                            *
      *-----------------------------------------------------------*
       4000-POST-ADJUSTMENT.
           COMPUTE WS-DIFFERENCE = WS-TOTAL-VALUE - WS-GL-BALANCE.
           IF WS-DIFFERENCE IS EQUAL TO ZERO
               GO TO 4000-EXIT
           END-IF.
           IF WS-DIFFERENCE IS LESS THAN ZERO
               COMPUTE WS-ADJ-AMOUNT = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ADJ-AMOUNT
           END-IF.
           MOVE SPACES TO WS-ADJ-CONCEPT.
           STRING "REGULARIZ. EXISTENCIAS " DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE
                   INTO WS-ADJ-CONCEPT
           END-STRING.
           OPEN EXTEND GLJRNL-FILE.
           IF WS-GLJRNL-STATUS IS NOT EQUAL TO "00" AND
                   WS-GLJRNL-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
           MOVE CTL-GL-INVENTORY TO GL-ACCOUNT.
           IF WS-DIFFERENCE IS GREATER THAN ZERO
               MOVE "D" TO GL-DC
           ELSE
               MOVE "H" TO GL-DC
           END-IF.
           PERFORM 4100-WRITE-LEG THRU 4100-EXIT.
           MOVE CTL-GL-INV-ADJUST TO GL-ACCOUNT.
           IF WS-DIFFERENCE IS GREATER THAN ZERO
               MOVE "H" TO GL-DC
           ELSE
               MOVE "D" TO GL-DC
           END-IF.
           PERFORM 4100-WRITE-LEG THRU 4100-EXIT.
           CLOSE GLJRNL-FILE.
       4000-EXIT.
           EXIT.
      * El apunte nace sin exportar; la marca la pone EX04GLX.
       4100-WRITE-LEG.
           MOVE WS-CURR-DATE TO GL-DATE.
           MOVE WS-ADJ-AMOUNT TO GL-AMOUNT.
           MOVE WS-ADJ-CONCEPT TO GL-CONCEPT.
           MOVE ZERO TO GL-EXPORT-BATCH.
           MOVE GL-JOURNAL-REC TO GLJRNL-FILE-REC.
           WRITE GLJRNL-FILE-REC.
       4100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-PRINT-SUMMARY - totales de la valoracion, saldo        *
      * contable, diferencia y asiento grabado.                     *
      *-----------------------------------------------------------*
       5000-PRINT-SUMMARY.
           MOVE ALL "-" TO VALRPT-LINE.
           WRITE VALRPT-LINE.
           MOVE WS-PROD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-UNITS TO WS-EDIT-QTY.
           MOVE SPACES TO VALRPT-LINE.
           STRING "PRODUCTOS CON STOCK: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  UNIDADES VALORADAS: " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   INTO VALRPT-LINE
           END-STRING.
           WRITE VALRPT-LINE.
           MOVE WS-TOTAL-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO VALRPT-LINE.
           STRING "VALOR DE LAS EXISTENCIAS A COSTE MEDIO:   "
                   DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO VALRPT-LINE
           END-STRING.
           WRITE VALRPT-LINE.
           MOVE WS-GL-BALANCE TO WS-EDIT-MONEY.
           MOVE SPACES TO VALRPT-LINE.
           STRING "SALDO CONTABLE CUENTA " DELIMITED BY SIZE
                   CTL-GL-INVENTORY DELIMITED BY SIZE
                   ":         " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO VALRPT-LINE
           END-STRING.
           WRITE VALRPT-LINE.
           MOVE WS-DIFFERENCE TO WS-EDIT-MONEY.
           MOVE SPACES TO VALRPT-LINE.
           STRING "DIFERENCIA A REGULARIZAR:                 "
                   DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO VALRPT-LINE
           END-STRING.
           WRITE VALRPT-LINE.
           MOVE SPACES TO VALRPT-LINE.
           IF WS-DIFFERENCE IS EQUAL TO ZERO
               MOVE "SIN DIFERENCIA: NO SE GRABA ASIENTO" TO
                   VALRPT-LINE
           ELSE
               IF WS-DIFFERENCE IS GREATER THAN ZERO
                   STRING "ASIENTO GRABADO: DEBE " DELIMITED BY SIZE
                           CTL-GL-INVENTORY DELIMITED BY SIZE
                           " / HABER " DELIMITED BY SIZE
                           CTL-GL-INV-ADJUST DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           WS-ADJ-CONCEPT DELIMITED BY SIZE
                           INTO VALRPT-LINE
                   END-STRING
               ELSE
                   STRING "ASIENTO GRABADO: DEBE " DELIMITED BY SIZE
                           CTL-GL-INV-ADJUST DELIMITED BY SIZE
                           " / HABER " DELIMITED BY SIZE
                           CTL-GL-INVENTORY DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           WS-ADJ-CONCEPT DELIMITED BY SIZE
                           INTO VALRPT-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE VALRPT-LINE.
           IF WS-NEG-COUNT IS GREATER THAN ZERO
               MOVE WS-NEG-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO VALRPT-LINE
               STRING "AVISO: " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " PRODUCTOS CON STOCK NEGATIVO, VALORADOS A "
                       DELIMITED BY SIZE
                       "CERO" DELIMITED BY SIZE
                       INTO VALRPT-LINE
               END-STRING
               WRITE VALRPT-LINE
           END-IF.
           IF WS-NOCOST-COUNT IS GREATER THAN ZERO
               MOVE WS-NOCOST-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO VALRPT-LINE
               STRING "AVISO: " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " PRODUCTOS CON STOCK Y SIN COSTE MEDIO"
                       DELIMITED BY SIZE
                       INTO VALRPT-LINE
               END-STRING
               WRITE VALRPT-LINE
           END-IF.
           CLOSE VALRPT-FILE.
           MOVE "STKVALUE.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           MOVE WS-TOTAL-VALUE TO WS-EDIT-MONEY.
           DISPLAY "EX04VAL: EXISTENCIAS VALORADAS EN "
               FUNCTION TRIM(WS-EDIT-MONEY).
           MOVE WS-DIFFERENCE TO WS-EDIT-MONEY.
           DISPLAY "EX04VAL: REGULARIZACION CONTABLE DE "
               FUNCTION TRIM(WS-EDIT-MONEY).
           DISPLAY "EX04VAL: INFORME ESCRITO EN STKVALUE.TXT".
       5000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04VAL" TO WS-AUD-PROGRAM.
           MOVE "VALORACION DE EXISTENCIAS TERMINADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

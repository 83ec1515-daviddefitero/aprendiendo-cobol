       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04WSF.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Existencias para la       *
      *                  tienda online: recorre el catalogo y deja  *
      *                  en WEBSTOCK.DAT (WEBSTOCK.CPY) cada        *
      *                  producto que no este de baja con su precio *
      *                  con IVA y lo que se puede vender (stock    *
      *                  menos reservado, nunca negativo). Se lanza *
      *                  varias veces al dia; cada pasada rehace el *
      *                  fichero entero.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Catalogo: precio, categoria fiscal, stock y reserva.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Fichero de control, por la tabla de tipos de IVA.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Existencias para la web, un registro por producto.
           SELECT WEBSTOCK-FILE ASSIGN TO "WEBSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBSTOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  WEBSTOCK-FILE.
       01  WEBSTOCK-FILE-REC                    PIC X(75).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "WEBSTOCK.CPY".
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-WEBSTOCK-STATUS                   PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-LINE-CAT                          PIC 9(01).
       01  WS-RESERVED                          PIC 9(07).
       01  WS-AVAILABLE                         PIC S9(08).
       01  WS-FEED-COUNT                        PIC 9(06) VALUE ZERO.
       01  WS-ZERO-COUNT                        PIC 9(06) VALUE ZERO.
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-TIME                         PIC 9(08).
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
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE ZERO TO WS-ZERO-COUNT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-WRITE-FEED THRU 2000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
      * RC 0 = fichero generado, RC 8 = la web se queda con el
      * fichero de la pasada anterior.
           IF WS-RUN-OUTCOME IS EQUAL TO "OK"
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - carga los tipos de IVA y abre el catalogo *
      * y el fichero de la web.                                     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04WSF" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "EXISTENCIAS PARA LA WEB INICIADAS" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE 21.000 TO CTL-TAX-RATE.
           MOVE SPACES TO CTL-TAX-CAT-TABLE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE CTL-FILE
           END-IF.
      * Misma siembra de tipos que EX04 para un fichero de control
      * de antes de la tabla por categorias.
           IF CTL-CAT-RATE(1) IS NOT NUMERIC
               MOVE CTL-TAX-RATE TO CTL-CAT-RATE(1)
               MOVE 04.000 TO CTL-CAT-RATE(2)
               MOVE 10.000 TO CTL-CAT-RATE(3)
               MOVE 21.000 TO CTL-CAT-RATE(4)
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04WSF: NO SE PUDO ABRIR PRODCAT.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT WEBSTOCK-FILE.
           IF WS-WEBSTOCK-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04WSF: NO SE PUDO CREAR WEBSTOCK.DAT"
               CLOSE PRODUCT-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-WRITE-FEED - un registro por producto que no este de   *
      * baja, en orden de codigo.                                   *
      *-----------------------------------------------------------*
       2000-WRITE-FEED.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF NOT PC-IS-DELETED
                           PERFORM 2100-WRITE-ONE-PRODUCT
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-FEED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "EX04WSF: " FUNCTION TRIM(WS-EDIT-COUNT)
               " PRODUCTOS EN WEBSTOCK.DAT".
           MOVE WS-ZERO-COUNT TO WS-EDIT-COUNT.
           DISPLAY "EX04WSF: " FUNCTION TRIM(WS-EDIT-COUNT)
               " SIN UNIDADES DISPONIBLES".
       2000-EXIT.
           EXIT.
      * El precio lleva el IVA de la categoria fiscal (en blanco o
      * fuera de rango, la 1), igual que la etiqueta de estanteria;
      * lo disponible descuenta lo apartado por encargos, como hace
      * la caja, y lo que queda en negativo se publica a cero.
       2100-WRITE-ONE-PRODUCT.
           MOVE SPACES TO WEB-STOCK-REC.
           MOVE PC-CODE TO WF-CODE.
           MOVE PC-NAME TO WF-NAME.
           IF PC-TAX-CATEGORY IS NUMERIC AND PC-TAX-CATEGORY IS
                   GREATER THAN ZERO AND PC-TAX-CATEGORY IS NOT
                   GREATER THAN 4
               MOVE PC-TAX-CATEGORY TO WS-LINE-CAT
           ELSE
               MOVE 1 TO WS-LINE-CAT
           END-IF.
           MOVE CTL-CAT-RATE(WS-LINE-CAT) TO WF-TAX-RATE.
           COMPUTE WF-PRICE-VAT ROUNDED = PC-PRICE *
               (1 + CTL-CAT-RATE(WS-LINE-CAT) / 100).
      * Una reserva de antes del campo trae la cifra en blanco.
           IF PC-RESERVED IS NUMERIC
               MOVE PC-RESERVED TO WS-RESERVED
           ELSE
               MOVE ZERO TO WS-RESERVED
           END-IF.
           IF PC-ON-HAND IS NUMERIC
               COMPUTE WS-AVAILABLE = PC-ON-HAND - WS-RESERVED
           ELSE
               MOVE ZERO TO WS-AVAILABLE
           END-IF.
           IF WS-AVAILABLE IS GREATER THAN ZERO
               MOVE WS-AVAILABLE TO WF-AVAILABLE
           ELSE
               MOVE ZERO TO WF-AVAILABLE
               ADD 1 TO WS-ZERO-COUNT
           END-IF.
           IF PC-DEPT IS NOT EQUAL TO LOW-VALUES
               MOVE PC-DEPT TO WF-DEPT
               MOVE PC-FAMILY TO WF-FAMILY
           END-IF.
           MOVE WS-CURR-DATE TO WF-DATE.
           MOVE WS-CURR-TIME(1:6) TO WF-TIME.
           MOVE WEB-STOCK-REC TO WEBSTOCK-FILE-REC.
           WRITE WEBSTOCK-FILE-REC.
           ADD 1 TO WS-FEED-COUNT.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               CLOSE PRODUCT-FILE
               CLOSE WEBSTOCK-FILE
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04WSF" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           MOVE WS-FEED-COUNT TO WS-EDIT-COUNT.
           STRING "EXISTENCIAS PARA LA WEB: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " PRODUCTOS" DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

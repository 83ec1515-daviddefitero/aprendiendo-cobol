       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04FRG.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Libro registro de         *
      *                  facturas emitidas para la gestoria: para   *
      *                  un rango de fechas lista de INVOICES.DAT   *
      *                  las facturas (serie F) y despues las       *
      *                  rectificativas (serie R, en negativo) por  *
      *                  orden de numero, con NIF, base, cuota y    *
      *                  total, y cierra con el resumen por serie y *
      *                  por tipo de IVA. El informe pasa por el    *
      *                  spool.                                     *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Facturas emitidas, en orden de numero (serie, ano, numero).
           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
      * Libro registro.
           SELECT LIBRO-FILE ASSIGN TO "LIBROFAC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY "INVREC.CPY".
       FD  LIBRO-FILE.
       01  LIBRO-LINE                           PIC X(140).
       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS                    PIC X(02).
       01  WS-LIBRO-STATUS                      PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
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
       01  WS-DATE-WORK                         PIC 9(08).
       01  WS-DATE-WORK-ED REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY                       PIC 9(04).
           05  WS-DW-MM                         PIC 9(02).
           05  WS-DW-DD                         PIC 9(02).
      * Serie en curso de listar, para el rotulo de cada bloque.
       01  WS-CUR-KIND                          PIC X(01).
       01  WS-SIGN                              PIC S9(01).
      * Acumulados por serie (1 facturas, 2 rectificativas) y por
      * categoria de IVA, ya con signo.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY OCCURS 2 TIMES.
               10  WS-SR-COUNT                  PIC 9(07).
               10  WS-SR-BASE                   PIC S9(11)V99.
               10  WS-SR-TAX                    PIC S9(11)V99.
               10  WS-SR-TOTAL                  PIC S9(11)V99.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 4 TIMES.
               10  WS-CT-RATE                   PIC 9(02)V999.
               10  WS-CT-BASE                   PIC S9(11)V99.
               10  WS-CT-TAX                    PIC S9(11)V99.
       01  WS-I-SERIES                          PIC 9(01).
       01  WS-CAT-I                             PIC 9(01).
       01  WS-ROW-BASE                          PIC S9(11)V99.
       01  WS-ROW-TAX                           PIC S9(11)V99.
       01  WS-ROW-TOTAL                         PIC S9(11)V99.
       01  WS-EDIT-BASE                         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-TAX                          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-TOTAL                        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE                         PIC Z9.999.
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
           MOVE SPACES TO WS-CUR-KIND.
           INITIALIZE WS-SERIES-TABLE.
           INITIALIZE WS-CAT-TABLE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-LIST-INVOICES THRU 2000-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - pide el rango de fechas y abre el fichero *
      * de facturas y el informe.                                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04FRG" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "LIBRO DE FACTURAS INICIADO" TO WS-AUD-DETAIL.
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
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FRG: NO HAY FACTURAS EMITIDAS "
                   "(INVOICES.DAT NO EXISTE)"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT LIBRO-FILE.
           IF WS-LIBRO-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FRG: NO SE PUDO CREAR LIBROFAC.TXT"
               CLOSE INVOICE-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           MOVE "LIBRO REGISTRO DE FACTURAS EMITIDAS" TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           MOVE SPACES TO LIBRO-LINE.
           STRING "PERIODO: " WS-FR-DD "/" WS-FR-MM "/" WS-FR-YYYY
                   " A " WS-TO-DD "/" WS-TO-MM "/" WS-TO-YYYY
                   DELIMITED BY SIZE INTO LIBRO-LINE
           END-STRING.
           WRITE LIBRO-LINE.
           MOVE "LAS RECTIFICATIVAS (SERIE R) RESTAN: SUS IMPORTES "
               & "SALEN EN NEGATIVO" TO LIBRO-LINE.
           WRITE LIBRO-LINE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-LIST-INVOICES - una fila por cabecera del periodo; las *
      * lineas de factura no interesan al libro.                    *
      *-----------------------------------------------------------*
       2000-LIST-INVOICES.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ INVOICE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF IV-IS-HEADER AND
                               IV-DATE IS NOT LESS THAN WS-FROM-DATE
                               AND IV-DATE IS NOT GREATER THAN
                               WS-TO-DATE
                           PERFORM 2100-LIST-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-KIND IS EQUAL TO SPACES
               MOVE SPACES TO LIBRO-LINE
               WRITE LIBRO-LINE
               MOVE "NINGUNA FACTURA EMITIDA EN EL PERIODO"
                   TO LIBRO-LINE
               WRITE LIBRO-LINE
           END-IF.
       2000-EXIT.
           EXIT.
       2100-LIST-ONE.
           IF IV-KIND IS NOT EQUAL TO WS-CUR-KIND
               PERFORM 2200-SERIES-HEADING THRU 2200-EXIT
           END-IF.
           IF IV-IS-CORRECTIVE
               MOVE -1 TO WS-SIGN
               MOVE 2 TO WS-I-SERIES
           ELSE
               MOVE 1 TO WS-SIGN
               MOVE 1 TO WS-I-SERIES
           END-IF.
           COMPUTE WS-ROW-BASE = IV-TOTAL-BASE * WS-SIGN.
           COMPUTE WS-ROW-TAX = IV-TOTAL-TAX * WS-SIGN.
           COMPUTE WS-ROW-TOTAL = IV-TOTAL * WS-SIGN.
           ADD 1 TO WS-SR-COUNT(WS-I-SERIES).
           ADD WS-ROW-BASE TO WS-SR-BASE(WS-I-SERIES).
           ADD WS-ROW-TAX TO WS-SR-TAX(WS-I-SERIES).
           ADD WS-ROW-TOTAL TO WS-SR-TOTAL(WS-I-SERIES).
      * El tipo de cada categoria es el que llevaba la factura: si
      * cambio dentro del periodo, el resumen muestra el ultimo.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I IS GREATER THAN 4
               IF IV-CAT-BASE(WS-CAT-I) IS NOT EQUAL TO ZERO OR
                       IV-CAT-TAX(WS-CAT-I) IS NOT EQUAL TO ZERO
                   MOVE IV-CAT-RATE(WS-CAT-I) TO WS-CT-RATE(WS-CAT-I)
                   COMPUTE WS-CT-BASE(WS-CAT-I) =
                       WS-CT-BASE(WS-CAT-I) +
                       IV-CAT-BASE(WS-CAT-I) * WS-SIGN
                   COMPUTE WS-CT-TAX(WS-CAT-I) =
                       WS-CT-TAX(WS-CAT-I) +
                       IV-CAT-TAX(WS-CAT-I) * WS-SIGN
               END-IF
           END-PERFORM.
           MOVE IV-DATE TO WS-DATE-WORK.
           MOVE WS-ROW-BASE TO WS-EDIT-BASE.
           MOVE WS-ROW-TAX TO WS-EDIT-TAX.
           MOVE WS-ROW-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO LIBRO-LINE.
           STRING IV-NUMBER "  " WS-DW-DD "/" WS-DW-MM "/" WS-DW-YYYY
                   "  " IV-NAME "  " IV-TAX-ID "  " WS-EDIT-BASE
                   "  " WS-EDIT-TAX "  " WS-EDIT-TOTAL "  "
                   IV-ORIG-INVOICE
                   DELIMITED BY SIZE INTO LIBRO-LINE
           END-STRING.
           WRITE LIBRO-LINE.
       2100-EXIT.
           EXIT.
       2200-SERIES-HEADING.
           MOVE IV-KIND TO WS-CUR-KIND.
           MOVE SPACES TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           IF IV-IS-CORRECTIVE
               MOVE "SERIE R - FACTURAS RECTIFICATIVAS" TO LIBRO-LINE
           ELSE
               MOVE "SERIE F - FACTURAS" TO LIBRO-LINE
           END-IF.
           WRITE LIBRO-LINE.
           MOVE ALL "-" TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           MOVE SPACES TO LIBRO-LINE.
           STRING "NUMERO        FECHA       CLIENTE                 "
                   "        NIF                       BASE            "
                   "CUOTA            TOTAL   RECTIFICA"
                   DELIMITED BY SIZE INTO LIBRO-LINE
           END-STRING.
           WRITE LIBRO-LINE.
           MOVE ALL "-" TO LIBRO-LINE.
           WRITE LIBRO-LINE.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-SUMMARY - totales por serie, neto del periodo y  *
      * bases y cuotas por tipo de IVA.                             *
      *-----------------------------------------------------------*
       3000-PRINT-SUMMARY.
           MOVE SPACES TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           MOVE "RESUMEN DEL PERIODO" TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           MOVE ALL "=" TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           PERFORM VARYING WS-I-SERIES FROM 1 BY 1
                   UNTIL WS-I-SERIES IS GREATER THAN 2
               MOVE WS-SR-COUNT(WS-I-SERIES) TO WS-EDIT-COUNT
               MOVE WS-SR-BASE(WS-I-SERIES) TO WS-EDIT-BASE
               MOVE WS-SR-TAX(WS-I-SERIES) TO WS-EDIT-TAX
               MOVE WS-SR-TOTAL(WS-I-SERIES) TO WS-EDIT-TOTAL
               MOVE SPACES TO LIBRO-LINE
               IF WS-I-SERIES IS EQUAL TO 1
                   MOVE "FACTURAS      " TO LIBRO-LINE
               ELSE
                   MOVE "RECTIFICATIVAS" TO LIBRO-LINE
               END-IF
               STRING WS-EDIT-COUNT "  BASE " WS-EDIT-BASE
                   "  CUOTA " WS-EDIT-TAX "  TOTAL " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO LIBRO-LINE(16:)
               END-STRING
               WRITE LIBRO-LINE
           END-PERFORM.
           COMPUTE WS-ROW-BASE = WS-SR-BASE(1) + WS-SR-BASE(2).
           COMPUTE WS-ROW-TAX = WS-SR-TAX(1) + WS-SR-TAX(2).
           COMPUTE WS-ROW-TOTAL = WS-SR-TOTAL(1) + WS-SR-TOTAL(2).
           MOVE WS-ROW-BASE TO WS-EDIT-BASE.
           MOVE WS-ROW-TAX TO WS-EDIT-TAX.
           MOVE WS-ROW-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO LIBRO-LINE.
           STRING "NETO DEL PERIODO         BASE " WS-EDIT-BASE
               "  CUOTA " WS-EDIT-TAX "  TOTAL " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO LIBRO-LINE
           END-STRING.
           WRITE LIBRO-LINE.
           MOVE SPACES TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           MOVE "IVA   TIPO %        BASE IMPONIBLE           CUOTA"
               TO LIBRO-LINE.
           WRITE LIBRO-LINE.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I IS GREATER THAN 4
               IF WS-CT-BASE(WS-CAT-I) IS NOT EQUAL TO ZERO OR
                       WS-CT-TAX(WS-CAT-I) IS NOT EQUAL TO ZERO
                   MOVE WS-CT-RATE(WS-CAT-I) TO WS-EDIT-RATE
                   MOVE WS-CT-BASE(WS-CAT-I) TO WS-EDIT-BASE
                   MOVE WS-CT-TAX(WS-CAT-I) TO WS-EDIT-TAX
                   MOVE SPACES TO LIBRO-LINE
                   STRING " " WS-CAT-I "    " WS-EDIT-RATE "     "
                       WS-EDIT-BASE "  " WS-EDIT-TAX
                       DELIMITED BY SIZE INTO LIBRO-LINE
                   END-STRING
                   WRITE LIBRO-LINE
               END-IF
           END-PERFORM.
           CLOSE INVOICE-FILE.
           CLOSE LIBRO-FILE.
           MOVE "LIBROFAC.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04FRG: LIBRO ESCRITO EN LIBROFAC.TXT".
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04FRG" TO WS-AUD-PROGRAM.
           MOVE "LIBRO DE FACTURAS TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

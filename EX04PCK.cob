      *                  Hasta hoy la unica forma honesta de        *
      *                  contestar "cuanto vale esto" era marcar un *
      *                  ticket falso y anularlo.                   *
      * 2026-10-15  JMS  Reimpresion de etiquetas de estanteria con *
      *                  ETQ en lugar de un codigo: por rango de    *
      *                  codigos o por departamento/familia, con el *
      *                  precio vigente (subrutina SHELFLBL).       *
      * 2026-10-15  JMS  TAR elige una tarifa de cliente (PRICELST) *
      *                  y la consulta muestra ademas el precio del *
      *                  producto en ella, sin y con IVA.           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-CODE
               FILE STATUS IS WS-PROMO-STATUS.
      * Tarifas de clientes profesionales, para consultar el precio
      * de un producto en una tarifa.
           SELECT PRICELST-FILE ASSIGN TO "PRICELST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PRICELST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  PROMO-FILE.
           COPY "PROMOREC.CPY".
       FD  PRICELST-FILE.
           COPY "PRICELST.CPY".
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-PROMO-STATUS                      PIC X(02).
       01  WS-PRICELST-STATUS                   PIC X(02).
       01  WS-PRICELST-FILE-SW                  PIC X(01) VALUE "N".
           88  WS-PRICELST-FILE-OPEN            VALUE "Y".
      * Tarifa elegida con TAR (en blanco, ninguna) y el precio que
      * sale de ella para el producto consultado.
       01  WS-PRICE-LIST                        PIC X(04) VALUE SPACES.
       01  WS-PRICE-LIST-NAME                   PIC X(30).
       01  WS-LIST-PRICE                        PIC 9(5)V99.
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-PROMOS                VALUE "Y".
       01  WS-CODE-KEY                          PIC X(06).
       01  DISP-RATE                            PIC Z9.999.
       01  DISP-PCT                             PIC Z9.99.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Reimpresion de etiquetas: seleccion y parametros de SHELFLBL.
       01  WS-LBL-MODE                          PIC X(01).
           88  WS-LBL-BY-RANGE                  VALUE "R".
           88  WS-LBL-BY-DEPT                   VALUE "D".
       01  WS-LBL-FROM                          PIC X(06).
       01  WS-LBL-TO                            PIC X(06).
       01  WS-LBL-DEPT                          PIC X(03).
       01  WS-LBL-FAMILY                        PIC X(03).
       01  WS-LBL-EOF-SW                        PIC X(01).
           88  WS-LBL-NO-MORE                   VALUE "Y".
       01  WS-LBL-COUNT                         PIC 9(05).
       01  WS-EDIT-LBL-COUNT                    PIC ZZZZ9.
       01  WS-LBL-ACTION                        PIC X(08).
       01  WS-LBL-SOURCE                        PIC X(08).
       01  WS-LBL-PRICE                         PIC 9(5)V99.
       01  WS-LBL-DATE                          PIC 9(08).
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
               DISPLAY "EX04PCK: NO SE PUDO ABRIR PRODCAT.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
           END-IF.
      * Sin fichero de tarifas la consulta funciona igual; solo la
      * opcion TAR queda sin efecto.
           MOVE SPACES TO WS-PRICE-LIST.
           MOVE "N" TO WS-PRICELST-FILE-SW.
           OPEN INPUT PRICELST-FILE.
           IF WS-PRICELST-STATUS IS EQUAL TO "00"
               SET WS-PRICELST-FILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-INQUIRE-LOOP - consulta codigos hasta que se teclee    *
      * FIN o una entrada en blanco; ETQ reimprime etiquetas y TAR  *
      * elige la tarifa de cliente con la que se consulta.          *
      *-----------------------------------------------------------*
       2000-INQUIRE-LOOP.
           MOVE SPACES TO WS-CODE-KEY.
           PERFORM UNTIL WS-CODE-KEY IS EQUAL TO "FIN"
               DISPLAY "CODIGO DE PRODUCTO (ETQ PARA ETIQUETAS, "
                   "TAR PARA TARIFA, FIN PARA TERMINAR): "
                   WITH NO ADVANCING
               ACCEPT WS-CODE-KEY
               MOVE FUNCTION UPPER-CASE(WS-CODE-KEY) TO WS-CODE-KEY
               IF WS-CODE-KEY IS EQUAL TO SPACES
                   MOVE "FIN" TO WS-CODE-KEY
               END-IF
               EVALUATE WS-CODE-KEY
                   WHEN "FIN"
                       CONTINUE
                   WHEN "ETQ"
                       PERFORM 3000-REPRINT-LABELS THRU 3000-EXIT
                   WHEN "TAR"
                       PERFORM 4000-SELECT-PRICE-LIST THRU 4000-EXIT
                   WHEN OTHER
                       PERFORM 2100-SHOW-ONE-PRICE THRU 2100-EXIT
               END-EVALUATE
           END-PERFORM.
       2000-EXIT.
           EXIT.
                   (DISP-CURRENCY) " DESDE EL " WS-DT-DD "/"
                   WS-DT-MM "/" WS-DT-YYYY
           END-IF.
           IF WS-PRICE-LIST IS NOT EQUAL TO SPACES
               PERFORM 2400-SHOW-LIST-PRICE THRU 2400-EXIT
           END-IF.
           PERFORM 2200-SHOW-PROMOS THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2400-SHOW-LIST-PRICE - precio del producto en la tarifa     *
      * elegida: fijo o con su descuento sobre el de catalogo, con  *
      * el mismo calculo que la caja. Las promociones de estanteria *
      * no se suman a un precio de tarifa.                          *
      *-----------------------------------------------------------*
       2400-SHOW-LIST-PRICE.
           MOVE WS-PRICE-LIST TO PL-LIST.
           MOVE PC-CODE TO PL-PRODUCT.
           READ PRICELST-FILE
               INVALID KEY
                   DISPLAY "  TARIFA " WS-PRICE-LIST
                       ": SIN PRECIO ESPECIAL (PRECIO DE CATALOGO)"
                   GO TO 2400-EXIT
           END-READ.
           IF NOT PL-IS-ACTIVE
               DISPLAY "  TARIFA " WS-PRICE-LIST
                   ": SIN PRECIO ESPECIAL (PRECIO DE CATALOGO)"
               GO TO 2400-EXIT
           END-IF.
           IF PL-IS-FIXED
               MOVE PL-FIXED-PRICE TO WS-LIST-PRICE
           ELSE
               COMPUTE WS-LIST-PRICE ROUNDED =
                   PC-PRICE * (100 - PL-PERCENT) / 100
           END-IF.
           MOVE WS-LIST-PRICE TO DISP-CURRENCY.
           IF PL-IS-FIXED
               DISPLAY "  TARIFA " WS-PRICE-LIST " (PRECIO FIJO, "
                   "SIN IVA): " FUNCTION TRIM(DISP-CURRENCY)
           ELSE
               MOVE PL-PERCENT TO DISP-PCT
               DISPLAY "  TARIFA " WS-PRICE-LIST " (-"
                   FUNCTION TRIM(DISP-PCT) " %, SIN IVA): "
                   FUNCTION TRIM(DISP-CURRENCY)
           END-IF.
           COMPUTE WS-SHELF-PRICE ROUNDED = WS-LIST-PRICE *
               (1 + CTL-CAT-RATE(WS-LINE-CAT) / 100).
           MOVE WS-SHELF-PRICE TO DISP-CURRENCY.
           DISPLAY "  TARIFA " WS-PRICE-LIST " CON IVA: "
               FUNCTION TRIM(DISP-CURRENCY).
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-REPRINT-LABELS - etiquetas de estanteria a peticion,   *
      * con el precio vigente de los productos activos de un rango  *
      * de codigos o de un departamento (y familia, si se indica).  *
      *-----------------------------------------------------------*
       3000-REPRINT-LABELS.
           DISPLAY "R) RANGO DE CODIGOS   D) DEPARTAMENTO: "
               WITH NO ADVANCING.
           ACCEPT WS-LBL-MODE.
           MOVE FUNCTION UPPER-CASE(WS-LBL-MODE) TO WS-LBL-MODE.
           IF WS-LBL-BY-RANGE
               DISPLAY "DESDE EL CODIGO (EN BLANCO = EL PRIMERO): "
                   WITH NO ADVANCING
               ACCEPT WS-LBL-FROM
               MOVE FUNCTION UPPER-CASE(WS-LBL-FROM) TO WS-LBL-FROM
               DISPLAY "HASTA EL CODIGO (EN BLANCO = EL ULTIMO): "
                   WITH NO ADVANCING
               ACCEPT WS-LBL-TO
               MOVE FUNCTION UPPER-CASE(WS-LBL-TO) TO WS-LBL-TO
               IF WS-LBL-TO IS EQUAL TO SPACES
                   MOVE HIGH-VALUES TO WS-LBL-TO
               END-IF
           ELSE
               IF WS-LBL-BY-DEPT
                   DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING
                   ACCEPT WS-LBL-DEPT
                   MOVE FUNCTION UPPER-CASE(WS-LBL-DEPT)
                       TO WS-LBL-DEPT
                   IF WS-LBL-DEPT IS EQUAL TO SPACES
                       DISPLAY "** DEPARTAMENTO OBLIGATORIO **"
                       GO TO 3000-EXIT
                   END-IF
                   DISPLAY "FAMILIA (EN BLANCO = TODAS): "
                       WITH NO ADVANCING
                   ACCEPT WS-LBL-FAMILY
                   MOVE FUNCTION UPPER-CASE(WS-LBL-FAMILY)
                       TO WS-LBL-FAMILY
                   MOVE SPACES TO WS-LBL-FROM
                   MOVE HIGH-VALUES TO WS-LBL-TO
               ELSE
                   DISPLAY "** OPCION NO VALIDA **"
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO WS-LBL-COUNT.
           MOVE "N" TO WS-LBL-EOF-SW.
           MOVE WS-LBL-FROM TO PC-CODE.
           START PRODUCT-FILE KEY IS NOT LESS THAN PC-CODE
               INVALID KEY
                   SET WS-LBL-NO-MORE TO TRUE
           END-START.
           PERFORM UNTIL WS-LBL-NO-MORE
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       SET WS-LBL-NO-MORE TO TRUE
                   NOT AT END
                       PERFORM 3100-LABEL-ONE THRU 3100-EXIT
               END-READ
           END-PERFORM.
           MOVE "CERRAR" TO WS-LBL-ACTION.
           CALL "SHELFLBL" USING WS-LBL-ACTION, WS-LBL-SOURCE,
               PRODUCT-CAT-REC, WS-LBL-PRICE, WS-LBL-DATE.
           IF WS-LBL-COUNT IS EQUAL TO ZERO
               DISPLAY "NINGUN PRODUCTO ACTIVO EN LA SELECCION"
           END-IF.
           MOVE "EX04PCK" TO WS-AUD-PROGRAM.
           MOVE "OK" TO WS-AUD-OUTCOME.
           MOVE WS-LBL-COUNT TO WS-EDIT-LBL-COUNT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "REIMPRESION DE ETIQUETAS: "
               FUNCTION TRIM(WS-EDIT-LBL-COUNT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       3000-EXIT.
           EXIT.
       3100-LABEL-ONE.
           IF PC-CODE IS GREATER THAN WS-LBL-TO
               SET WS-LBL-NO-MORE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT PC-IS-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           IF WS-LBL-BY-DEPT
               IF PC-DEPT IS NOT EQUAL TO WS-LBL-DEPT
                   GO TO 3100-EXIT
               END-IF
               IF WS-LBL-FAMILY IS NOT EQUAL TO SPACES AND
                       PC-FAMILY IS NOT EQUAL TO WS-LBL-FAMILY
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           MOVE "ETIQUETA" TO WS-LBL-ACTION.
           MOVE "REIMPR" TO WS-LBL-SOURCE.
           MOVE PC-PRICE TO WS-LBL-PRICE.
           MOVE WS-CURR-DATE TO WS-LBL-DATE.
           CALL "SHELFLBL" USING WS-LBL-ACTION, WS-LBL-SOURCE,
               PRODUCT-CAT-REC, WS-LBL-PRICE, WS-LBL-DATE.
           ADD 1 TO WS-LBL-COUNT.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-SELECT-PRICE-LIST - elige la tarifa de cliente para    *
      * las consultas siguientes; en blanco vuelve al precio de     *
      * catalogo.                                                   *
      *-----------------------------------------------------------*
       4000-SELECT-PRICE-LIST.
           IF NOT WS-PRICELST-FILE-OPEN
               DISPLAY "** NO HAY FICHERO DE TARIFAS **"
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "TARIFA (EN BLANCO = NINGUNA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PRICE-LIST.
           ACCEPT WS-PRICE-LIST.
           MOVE FUNCTION UPPER-CASE(WS-PRICE-LIST) TO WS-PRICE-LIST.
           IF WS-PRICE-LIST IS EQUAL TO SPACES
               DISPLAY "CONSULTA A PRECIO DE CATALOGO"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-PRICE-LIST TO PL-LIST.
           MOVE SPACES TO PL-PRODUCT.
           READ PRICELST-FILE
               INVALID KEY
                   MOVE "D" TO PL-STATUS
           END-READ.
           IF NOT PL-IS-ACTIVE
               DISPLAY "** TARIFA NO ENCONTRADA **"
               MOVE SPACES TO WS-PRICE-LIST
               GO TO 4000-EXIT
           END-IF.
           MOVE PL-NAME TO WS-PRICE-LIST-NAME.
           DISPLAY "CONSULTA CON LA TARIFA " WS-PRICE-LIST " "
               FUNCTION TRIM(WS-PRICE-LIST-NAME).
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra el catalogo y deja constancia del   *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
                   WS-PRODCAT-STATUS IS EQUAL TO "10"
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-PRICELST-FILE-OPEN
               CLOSE PRICELST-FILE
               MOVE "N" TO WS-PRICELST-FILE-SW
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.

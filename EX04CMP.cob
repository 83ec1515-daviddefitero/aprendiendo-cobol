       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04CMP.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Extraccion de clientes    *
      *                  para una campana comercial: solo clientes  *
      *                  activos, no anonimizados y con el          *
      *                  consentimiento comercial en vigor, con     *
      *                  correo o direccion donde escribirles.      *
      *                  Criterios opcionales: puntos minimos,      *
      *                  ultima compra desde una fecha y haber      *
      *                  comprado un producto (tickets del fichero  *
      *                  vivo y de los archivos mensuales). Deja el *
      *                  fichero para la empresa de envios          *
      *                  CAMPANA-NNNNNN.DAT y una linea por         *
      *                  campana en CAMPLOG.DAT con los criterios y *
      *                  los recuentos.                             *
      * 2026-10-15  JMS  El catalogo de la pregunta del producto se *
      *                  controla con su propio indicador de        *
      *                  abierto: un codigo no encontrado ya no     *
      *                  deja pasar los siguientes sin comprobar ni *
      *                  el fichero abierto para la llamada         *
      *                  siguiente.                                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de clientes: consentimiento, contacto y puntos; el
      * ticket lleva el nombre, que es la clave alternativa.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CLIENT-STATUS.
      * Fichero de transacciones (el vivo o un archivo mensual); el
      * nombre real se fija en ejecucion via CMPTICK, como hace la
      * segmentacion con RFMTICK.
           SELECT TICKET-FILE ASSIGN TO CMPTICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Catalogo, para validar el producto del criterio.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Diario de campanas.
           SELECT CAMPLOG-FILE ASSIGN TO "CAMPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPLOG-STATUS.
      * Fichero para la empresa de envios; el nombre real
      * (CAMPANA-NNNNNN.DAT) se fija en ejecucion via CMPMAILF.
           SELECT MAIL-FILE ASSIGN TO CMPMAILF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  CAMPLOG-FILE.
       01  CAMPLOG-FILE-REC                     PIC X(121).
       FD  MAIL-FILE.
       01  MAIL-FILE-REC                        PIC X(221).
       WORKING-STORAGE SECTION.
           COPY "CAMPLOG.CPY".
           COPY "MAILREC.CPY".
       78  CMP-MAX-CUSTOMERS                    VALUE 20000.
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-CAMPLOG-STATUS                    PIC X(02).
       01  WS-MAIL-STATUS                       PIC X(02).
       01  WS-CLIENT-OPEN-SW                    PIC X(01) VALUE "N".
           88  WS-CLIENT-OPEN                   VALUE "Y".
       01  WS-PRODCAT-OPEN-SW                   PIC X(01) VALUE "N".
           88  WS-PRODCAT-OPEN                  VALUE "Y".
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-SCOPE-SW                          PIC X(01) VALUE "N".
           88  WS-TICKET-IN-SCOPE               VALUE "Y".
       01  WS-CONFIRM                           PIC X(01).
       01  WS-OPERATOR                          PIC X(08).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-ED REDEFINES WS-CURR-DATE.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
       01  WS-CURR-TIME                         PIC 9(08).
      * Criterios de la campana; cero o en blanco, sin filtro.
       01  WS-CAMPAIGN-NAME                     PIC X(30).
       01  WS-MIN-POINTS                        PIC 9(08) VALUE ZERO.
       01  WS-SINCE-DATE                        PIC 9(08) VALUE ZERO.
       01  WS-PRODUCT                           PIC X(06).
       01  WS-INPUT                             PIC X(10).
       01  WS-INPUT-OK-SW                       PIC X(01).
           88  WS-INPUT-OK                      VALUE "Y".
      * Primer dia de tickets que se miran: la fecha del criterio o,
      * si solo se pide el producto, la misma fecha un ano antes (el
      * 29 de febrero pasa al 28), como en la segmentacion.
       01  WS-WINDOW-FROM                       PIC 9(08).
       01  WS-WINDOW-ED REDEFINES WS-WINDOW-FROM.
           05  WS-WF-YYYY                       PIC 9(04).
           05  WS-WF-MM                         PIC 9(02).
           05  WS-WF-DD                         PIC 9(02).
       01  WS-WORK-MONTHS                       PIC 9(06).
       01  WS-LAST-MONTHS                       PIC 9(06).
       01  WS-WORK-PERIOD.
           05  WS-WP-YYYY                       PIC 9(04).
           05  WS-WP-MM                         PIC 9(02).
       01  WS-TICK-NAME                         PIC X(24).
       01  WS-FILES-READ                        PIC 9(03) VALUE ZERO.
      * Clientes que pueden recibir la campana, en orden de numero
      * (el del maestro), con su ultima compra en el periodo y si
      * compraron el producto del criterio.
       01  WS-CAND-TABLE.
           05  WS-CAND-COUNT                    PIC 9(05) VALUE ZERO.
           05  WS-CAND-ENTRY OCCURS 1 TO CMP-MAX-CUSTOMERS TIMES
                   DEPENDING ON WS-CAND-COUNT
                   ASCENDING KEY IS WS-CAND-ID
                   INDEXED BY WS-CAND-IDX.
               10  WS-CAND-ID                   PIC 9(08).
               10  WS-CAND-LAST                 PIC 9(08).
               10  WS-CAND-BOUGHT               PIC X(01).
       01  WS-CONSENTING                        PIC 9(07) VALUE ZERO.
       01  WS-NO-CONTACT                        PIC 9(07) VALUE ZERO.
       01  WS-SELECTED                          PIC 9(07) VALUE ZERO.
       01  WS-WRITTEN                           PIC 9(07) VALUE ZERO.
       01  WS-CAMPAIGN-NUM                      PIC 9(06) VALUE ZERO.
       01  WS-MAIL-NAME                         PIC X(20).
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-EDIT-FILES                        PIC ZZ9.
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
      * Invocado como subrutina desde el mantenimiento: el estado de
      * la ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE "N" TO WS-CLIENT-OPEN-SW.
           MOVE ZERO TO WS-CAND-COUNT.
           MOVE ZERO TO WS-CONSENTING.
           MOVE ZERO TO WS-NO-CONTACT.
           MOVE ZERO TO WS-SELECTED.
           MOVE ZERO TO WS-WRITTEN.
           MOVE ZERO TO WS-FILES-READ.
           MOVE ZERO TO WS-CAMPAIGN-NUM.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 1500-ASK-CRITERIA THRU 1500-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-LOAD-CANDIDATES THRU 2000-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               IF WS-SINCE-DATE IS GREATER THAN ZERO OR
                       WS-PRODUCT IS NOT EQUAL TO SPACES
                   PERFORM 3000-SCAN-TICKETS THRU 3000-EXIT
               END-IF
               PERFORM 4000-CONFIRM THRU 4000-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 5000-WRITE-MAILING THRU 5000-EXIT
               PERFORM 6000-LOG-CAMPAIGN THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - fecha de negocio, operador y apertura del *
      * maestro de clientes.                                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04CMP" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "EXTRACCION DE CAMPANA INICIADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
      * El operador firmado en sesion manda; USER queda de reserva,
      * igual que en AUDITLOG.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           OPEN INPUT CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04CMP: NO SE ENCONTRO CLIENTS.DAT, NO HAY "
                   "CLIENTES A LOS QUE ESCRIBIR"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           SET WS-CLIENT-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 1500-ASK-CRITERIA - nombre de la campana y criterios; cada  *
      * criterio en blanco no filtra.                               *
      *-----------------------------------------------------------*
       1500-ASK-CRITERIA.
           DISPLAY " ".
           DISPLAY "---- EXTRACCION PARA CAMPANA COMERCIAL ----".
           DISPLAY "SOLO CLIENTES CON CONSENTIMIENTO COMERCIAL EN "
               "VIGOR".
           MOVE SPACES TO WS-CAMPAIGN-NAME.
           PERFORM UNTIL WS-CAMPAIGN-NAME IS NOT EQUAL TO SPACES
               DISPLAY "NOMBRE DE LA CAMPANA (EN BLANCO = SALIR): "
                   WITH NO ADVANCING
               ACCEPT WS-CAMPAIGN-NAME
               IF WS-CAMPAIGN-NAME IS EQUAL TO SPACES
                   MOVE "CANCELA" TO WS-RUN-OUTCOME
                   GO TO 1500-EXIT
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-NAME) TO
               WS-CAMPAIGN-NAME.
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "PUNTOS MINIMOS DE SOCIO (EN BLANCO = SIN "
                   "FILTRO): " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT
               IF WS-INPUT IS EQUAL TO SPACES
                   MOVE ZERO TO WS-MIN-POINTS
                   SET WS-INPUT-OK TO TRUE
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-INPUT) IS EQUAL TO ZERO
                       COMPUTE WS-MIN-POINTS =
                           FUNCTION NUMVAL(WS-INPUT)
                       SET WS-INPUT-OK TO TRUE
                   ELSE
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "ULTIMA COMPRA DESDE AAAAMMDD (EN BLANCO = SIN "
                   "FILTRO): " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT
               IF WS-INPUT IS EQUAL TO SPACES
                   MOVE ZERO TO WS-SINCE-DATE
                   SET WS-INPUT-OK TO TRUE
               ELSE
                   IF WS-INPUT(1:8) IS NUMERIC AND
                           WS-INPUT(9:2) IS EQUAL TO SPACES
                       MOVE WS-INPUT(1:8) TO WS-SINCE-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-SINCE-DATE)
                               IS EQUAL TO ZERO AND
                               WS-SINCE-DATE IS NOT GREATER THAN
                               WS-CURR-DATE
                           SET WS-INPUT-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-INPUT-OK
                       DISPLAY "FECHA NO VALIDA, INTENTELO DE NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1600-ASK-PRODUCT THRU 1600-EXIT.
           IF WS-SINCE-DATE IS GREATER THAN ZERO
               MOVE WS-SINCE-DATE TO WS-WINDOW-FROM
           ELSE
               MOVE WS-CURR-DATE TO WS-WINDOW-FROM
               SUBTRACT 1 FROM WS-WF-YYYY
               IF WS-WF-MM IS EQUAL TO 2 AND WS-WF-DD IS EQUAL TO 29
                   MOVE 28 TO WS-WF-DD
               END-IF
           END-IF.
       1500-EXIT.
           EXIT.
      * El producto tiene que estar en el catalogo; si el catalogo
      * no se puede abrir se acepta el codigo tal cual.
       1600-ASK-PRODUCT.
           MOVE "N" TO WS-PRODCAT-OPEN-SW.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS EQUAL TO "00"
               SET WS-PRODCAT-OPEN TO TRUE
           END-IF.
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "HA COMPRADO EL PRODUCTO (CODIGO, EN BLANCO = "
                   "SIN FILTRO): " WITH NO ADVANCING
               MOVE SPACES TO WS-PRODUCT
               ACCEPT WS-PRODUCT
               MOVE FUNCTION UPPER-CASE(WS-PRODUCT) TO WS-PRODUCT
               EVALUATE TRUE
                   WHEN WS-PRODUCT IS EQUAL TO SPACES
                       SET WS-INPUT-OK TO TRUE
                   WHEN NOT WS-PRODCAT-OPEN
                       SET WS-INPUT-OK TO TRUE
                   WHEN OTHER
                       MOVE WS-PRODUCT TO PC-CODE
                       READ PRODUCT-FILE
                           INVALID KEY
                               DISPLAY "** PRODUCTO NO ENCONTRADO **"
                           NOT INVALID KEY
                               DISPLAY "  " FUNCTION TRIM(PC-NAME)
                               SET WS-INPUT-OK TO TRUE
                       END-READ
               END-EVALUATE
           END-PERFORM.
           IF WS-PRODCAT-OPEN
               CLOSE PRODUCT-FILE
               MOVE "N" TO WS-PRODCAT-OPEN-SW
           END-IF.
       1600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-LOAD-CANDIDATES - clientes activos, no anonimizados,   *
      * con consentimiento en vigor, los puntos del criterio y      *
      * correo o direccion. El maestro se lee por numero, asi que   *
      * la tabla queda ordenada para buscar en ella.                *
      *-----------------------------------------------------------*
       2000-LOAD-CANDIDATES.
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
                       PERFORM 2100-CHECK-CLIENT THRU 2100-EXIT
               END-READ
               IF WS-RUN-OUTCOME IS NOT EQUAL TO SPACES
                   SET WS-NO-MORE-RECORDS TO TRUE
               END-IF
           END-PERFORM.
       2000-EXIT.
           EXIT.
       2100-CHECK-CLIENT.
           IF NOT CM-IS-ACTIVE OR CM-NAME(1:8) IS EQUAL TO "ANONIMO-"
               GO TO 2100-EXIT
           END-IF.
           IF CM-MKT-CONSENT-DATE IS NOT NUMERIC OR
                   NOT CM-MKT-OPTED-IN
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CONSENTING.
           IF WS-MIN-POINTS IS GREATER THAN ZERO
               IF CM-MEMBER-CODE IS EQUAL TO SPACES OR
                       CM-POINTS IS NOT NUMERIC
                   GO TO 2100-EXIT
               END-IF
               IF CM-POINTS IS LESS THAN WS-MIN-POINTS
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF CM-EMAIL IS EQUAL TO SPACES AND
                   CM-POSTAL-ADDRESS IS EQUAL TO SPACES AND
                   (CM-FISCAL-ADDRESS IS EQUAL TO SPACES OR
                    CM-FISCAL-ADDRESS IS EQUAL TO LOW-VALUES)
               ADD 1 TO WS-NO-CONTACT
               GO TO 2100-EXIT
           END-IF.
      * Con la lista incompleta no se extrae nada: se dejaria fuera
      * a clientes sin que nadie lo supiera.
           IF WS-CAND-COUNT IS EQUAL TO CMP-MAX-CUSTOMERS
               DISPLAY "EX04CMP: DEMASIADOS CLIENTES CON "
                   "CONSENTIMIENTO PARA LA TABLA, NO SE EXTRAE NADA"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           SET WS-CAND-IDX TO WS-CAND-COUNT.
           MOVE CM-CUSTOMER-ID TO WS-CAND-ID(WS-CAND-IDX).
           MOVE ZERO TO WS-CAND-LAST(WS-CAND-IDX).
           MOVE "N" TO WS-CAND-BOUGHT(WS-CAND-IDX).
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-SCAN-TICKETS - el fichero vivo y los archivos de cada  *
      * mes desde el del primer dia del periodo hasta el actual;    *
      * cada registro vive en uno solo y el que no esta             *
      * simplemente no se cuenta.                                   *
      *-----------------------------------------------------------*
       3000-SCAN-TICKETS.
           SET ENVIRONMENT "CMPTICK" TO "TICKETS.DAT".
           PERFORM 3100-PROCESS-ONE-FILE THRU 3100-EXIT.
           COMPUTE WS-WORK-MONTHS = WS-WF-YYYY * 12 + WS-WF-MM - 1.
           COMPUTE WS-LAST-MONTHS = WS-CD-YYYY * 12 + WS-CD-MM - 1.
           PERFORM UNTIL WS-WORK-MONTHS IS GREATER THAN WS-LAST-MONTHS
               COMPUTE WS-WP-YYYY = WS-WORK-MONTHS / 12
               COMPUTE WS-WP-MM = FUNCTION MOD(WS-WORK-MONTHS, 12) + 1
               MOVE SPACES TO WS-TICK-NAME
               STRING "TICKETS-" WS-WORK-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-TICK-NAME
               END-STRING
               SET ENVIRONMENT "CMPTICK" TO WS-TICK-NAME
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
           MOVE "N" TO WS-SCOPE-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ TICKET-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TR-IS-HEADER
                               PERFORM 3200-MATCH-TICKET THRU
                                   3200-EXIT
                           WHEN TR-IS-REFUND
                               MOVE "N" TO WS-SCOPE-SW
                           WHEN TR-IS-DETAIL AND WS-TICKET-IN-SCOPE
                               IF WS-PRODUCT IS NOT EQUAL TO
                                       SPACES AND TR-PRODUCT-CODE
                                       IS EQUAL TO WS-PRODUCT
                                   MOVE "S" TO
                                       WS-CAND-BOUGHT(WS-CAND-IDX)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
       3100-EXIT.
           EXIT.
      * Una venta del periodo de un cliente de la tabla mueve su
      * ultima compra y deja sus lineas a la vista del producto. El
      * cliente se busca por el nombre grabado en la cabecera; con
      * nombres repetidos cuenta el primero, como en la
      * segmentacion. Las devoluciones no son compras.
       3200-MATCH-TICKET.
           MOVE "N" TO WS-SCOPE-SW.
           IF TR-TICKET-DATE IS NOT NUMERIC OR
                   TR-TICKET-DATE IS LESS THAN WS-WINDOW-FROM OR
                   TR-TICKET-DATE IS GREATER THAN WS-CURR-DATE
               GO TO 3200-EXIT
           END-IF.
           IF TR-NAME IS EQUAL TO SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE TR-NAME TO CM-NAME.
           READ CLIENT-FILE KEY IS CM-NAME
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.
           SEARCH ALL WS-CAND-ENTRY
               AT END
                   GO TO 3200-EXIT
               WHEN WS-CAND-ID(WS-CAND-IDX) IS EQUAL TO CM-CUSTOMER-ID
                   SET WS-TICKET-IN-SCOPE TO TRUE
           END-SEARCH.
           IF TR-TICKET-DATE IS GREATER THAN WS-CAND-LAST(WS-CAND-IDX)
               MOVE TR-TICKET-DATE TO WS-CAND-LAST(WS-CAND-IDX)
           END-IF.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-CONFIRM - cuenta los clientes que cumplen todos los    *
      * criterios y pide conformidad antes de extraer.              *
      *-----------------------------------------------------------*
       4000-CONFIRM.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX IS GREATER THAN WS-CAND-COUNT
               IF WS-SINCE-DATE IS GREATER THAN ZERO AND
                       WS-CAND-LAST(WS-CAND-IDX) IS LESS THAN
                       WS-SINCE-DATE
                   MOVE "X" TO WS-CAND-BOUGHT(WS-CAND-IDX)
               END-IF
               IF WS-PRODUCT IS NOT EQUAL TO SPACES AND
                       WS-CAND-BOUGHT(WS-CAND-IDX) IS NOT EQUAL TO "S"
                   MOVE "X" TO WS-CAND-BOUGHT(WS-CAND-IDX)
               END-IF
               IF WS-CAND-BOUGHT(WS-CAND-IDX) IS NOT EQUAL TO "X"
                   ADD 1 TO WS-SELECTED
               END-IF
           END-PERFORM.
           MOVE WS-CONSENTING TO WS-EDIT-COUNT.
           DISPLAY "CLIENTES CON CONSENTIMIENTO: "
               FUNCTION TRIM(WS-EDIT-COUNT).
           IF WS-NO-CONTACT IS GREATER THAN ZERO
               MOVE WS-NO-CONTACT TO WS-EDIT-COUNT
               DISPLAY "  SIN CORREO NI DIRECCION: "
                   FUNCTION TRIM(WS-EDIT-COUNT)
           END-IF.
           IF WS-FILES-READ IS GREATER THAN ZERO
               MOVE WS-FILES-READ TO WS-EDIT-FILES
               DISPLAY "  FICHEROS DE TICKETS LEIDOS: "
                   FUNCTION TRIM(WS-EDIT-FILES)
           END-IF.
           MOVE WS-SELECTED TO WS-EDIT-COUNT.
           DISPLAY "CLIENTES SELECCIONADOS: "
               FUNCTION TRIM(WS-EDIT-COUNT).
           IF WS-SELECTED IS EQUAL TO ZERO
               DISPLAY "NINGUN CLIENTE CUMPLE LOS CRITERIOS"
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL WS-CONFIRM IS EQUAL TO "S" OR "N"
               DISPLAY "GENERAR EL FICHERO DE ENVIO (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           END-PERFORM.
           IF WS-CONFIRM IS EQUAL TO "N"
               MOVE "CANCELA" TO WS-RUN-OUTCOME
           END-IF.
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-WRITE-MAILING - numero de campana (el ultimo del       *
      * diario mas uno) y fichero de envio con los seleccionados,   *
      * releidos del maestro. Sin seleccionados no hay fichero,     *
      * pero la campana queda igualmente en el diario.              *
      *-----------------------------------------------------------*
       5000-WRITE-MAILING.
           MOVE ZERO TO WS-CAMPAIGN-NUM.
           OPEN INPUT CAMPLOG-FILE.
           IF WS-CAMPLOG-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ CAMPLOG-FILE INTO CAMPAIGN-LOG-REC
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                       NOT AT END
                           IF CG-CAMPAIGN IS NUMERIC AND
                                   CG-CAMPAIGN IS GREATER THAN
                                   WS-CAMPAIGN-NUM
                               MOVE CG-CAMPAIGN TO WS-CAMPAIGN-NUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPLOG-FILE
           END-IF.
           ADD 1 TO WS-CAMPAIGN-NUM.
           MOVE SPACES TO WS-MAIL-NAME.
           IF WS-SELECTED IS EQUAL TO ZERO
               GO TO 5000-EXIT
           END-IF.
           STRING "CAMPANA-" WS-CAMPAIGN-NUM ".DAT"
               DELIMITED BY SIZE INTO WS-MAIL-NAME.
           SET ENVIRONMENT "CMPMAILF" TO WS-MAIL-NAME.
           OPEN OUTPUT MAIL-FILE.
           IF WS-MAIL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04CMP: NO SE PUDO CREAR " WS-MAIL-NAME
               MOVE SPACES TO WS-MAIL-NAME
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 5000-EXIT
           END-IF.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX IS GREATER THAN WS-CAND-COUNT
               IF WS-CAND-BOUGHT(WS-CAND-IDX) IS NOT EQUAL TO "X"
                   PERFORM 5100-WRITE-ONE THRU 5100-EXIT
               END-IF
           END-PERFORM.
           CLOSE MAIL-FILE.
           MOVE WS-WRITTEN TO WS-EDIT-COUNT.
           DISPLAY "CAMPANA " WS-CAMPAIGN-NUM ": "
               FUNCTION TRIM(WS-EDIT-COUNT) " CLIENTES EN "
               FUNCTION TRIM(WS-MAIL-NAME).
       5000-EXIT.
           EXIT.
       5100-WRITE-ONE.
           MOVE WS-CAND-ID(WS-CAND-IDX) TO CM-CUSTOMER-ID.
           READ CLIENT-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ.
           MOVE WS-CAMPAIGN-NUM TO ML-CAMPAIGN.
           MOVE CM-CUSTOMER-ID TO ML-CUSTOMER-ID.
           MOVE CM-NAME TO ML-NAME.
           MOVE CM-EMAIL TO ML-EMAIL.
           MOVE CM-PHONE TO ML-PHONE.
           IF CM-POSTAL-ADDRESS IS NOT EQUAL TO SPACES
               MOVE CM-POSTAL-ADDRESS TO ML-ADDRESS
               MOVE CM-POSTAL-POSTCODE TO ML-POSTCODE
               MOVE CM-POSTAL-CITY TO ML-CITY
           ELSE
               IF CM-FISCAL-ADDRESS IS EQUAL TO LOW-VALUES
                   MOVE SPACES TO ML-ADDRESS
                   MOVE SPACES TO ML-POSTCODE
                   MOVE SPACES TO ML-CITY
               ELSE
                   MOVE CM-FISCAL-ADDRESS TO ML-ADDRESS
                   MOVE CM-FISCAL-POSTCODE TO ML-POSTCODE
                   MOVE CM-FISCAL-CITY TO ML-CITY
               END-IF
           END-IF.
           MOVE CM-MEMBER-CODE TO ML-MEMBER-CODE.
           MOVE ZERO TO ML-POINTS.
           IF CM-POINTS IS NUMERIC
               MOVE CM-POINTS TO ML-POINTS
           END-IF.
           MOVE WS-CAND-LAST(WS-CAND-IDX) TO ML-LAST-PURCHASE.
           MOVE MAILING-REC TO MAIL-FILE-REC.
           WRITE MAIL-FILE-REC.
           ADD 1 TO WS-WRITTEN.
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6000-LOG-CAMPAIGN - la campana, sus criterios y recuentos   *
      * al diario de campanas.                                      *
      *-----------------------------------------------------------*
       6000-LOG-CAMPAIGN.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CAMPAIGN-NUM TO CG-CAMPAIGN.
           MOVE WS-CURR-DATE TO CG-DATE.
           MOVE WS-CURR-TIME(1:6) TO CG-TIME.
           MOVE WS-OPERATOR TO CG-OPERATOR.
           MOVE WS-CAMPAIGN-NAME TO CG-NAME.
           MOVE WS-MIN-POINTS TO CG-MIN-POINTS.
           MOVE WS-SINCE-DATE TO CG-SINCE-DATE.
           MOVE WS-PRODUCT TO CG-PRODUCT.
           MOVE WS-CONSENTING TO CG-CONSENTING.
           MOVE WS-NO-CONTACT TO CG-NO-CONTACT.
           MOVE WS-WRITTEN TO CG-SELECTED.
           MOVE WS-MAIL-NAME TO CG-FILE.
           OPEN EXTEND CAMPLOG-FILE.
           IF WS-CAMPLOG-STATUS IS NOT EQUAL TO "00" AND
                   WS-CAMPLOG-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT CAMPLOG-FILE
           END-IF.
           MOVE CAMPAIGN-LOG-REC TO CAMPLOG-FILE-REC.
           WRITE CAMPLOG-FILE-REC.
           CLOSE CAMPLOG-FILE.
       6000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra el maestro y deja constancia del    *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CLIENT-OPEN
               CLOSE CLIENT-FILE
               MOVE "N" TO WS-CLIENT-OPEN-SW
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04CMP" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           IF WS-CAMPAIGN-NUM IS GREATER THAN ZERO
               MOVE WS-WRITTEN TO WS-EDIT-COUNT
               STRING "CAMPANA " WS-CAMPAIGN-NUM " CLIENTES "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           ELSE
               MOVE "EXTRACCION DE CAMPANA TERMINADA" TO WS-AUD-DETAIL
           END-IF.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

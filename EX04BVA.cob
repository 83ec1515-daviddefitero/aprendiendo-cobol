       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04BVA.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Presupuesto contra real   *
      *                  por tienda y mes, y por departamento donde *
      *                  la central lo presupuesta (BUDGET.DAT):    *
      *                  venta neta y margen bruto reales de los    *
      *                  meses cerrados desde MONTHSUM.DAT (y del   *
      *                  archivo del mes si se cerro antes de los   *
      *                  resumenes por tienda) y del mes en curso   *
      *                  desde TICKETS.DAT, con desviacion en       *
      *                  importe y porcentaje, acumulado del ano y  *
      *                  prevision de cierre del mes al ritmo       *
      *                  diario de lo que va de mes. El informe     *
      *                  pasa por el spool.                         *
      * 2026-10-15  JMS  El registro del consolidado se toma de     *
      *                  MONSUM.CPY, comun con EX04ARC.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Presupuestos por tienda, ano, mes y departamento.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
      * Consolidado mensual de EX04ARC (registros "S").
           SELECT MONSUM-FILE ASSIGN TO "MONTHSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONSUM-STATUS.
      * Fichero de transacciones (el vivo o el archivo de un mes);
      * el nombre real se fija en ejecucion via BVATICK, como hace
      * el informe por departamento con DEPTICK.
           SELECT TICKET-FILE ASSIGN TO BVATICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Maestro de departamentos, por los nombres.
           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEPT-STATUS.
      * Catalogo, por el departamento de las lineas que no lo
      * traen grabado.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Informe de presupuesto contra real.
           SELECT BVARPT-FILE ASSIGN TO "BUDGVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVARPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY "BUDGREC.CPY".
       FD  MONSUM-FILE.
           COPY "MONSUM.CPY".
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  DEPT-FILE.
           COPY "DEPTREC.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  BVARPT-FILE.
       01  BVARPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
       78  BVA-MAX-GROUPS                       VALUE 200.
       01  WS-BUDGET-STATUS                     PIC X(02).
       01  WS-MONSUM-STATUS                     PIC X(02).
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-DEPT-STATUS                       PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-BVARPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-SCOPE-SW                          PIC X(01) VALUE "N".
           88  WS-TICKET-IN-SCOPE               VALUE "Y".
       01  WS-REFUND-SW                         PIC X(01) VALUE "N".
           88  WS-REFUND-TX                     VALUE "Y".
       01  WS-INSERT-SW                         PIC X(01) VALUE "N".
           88  WS-INSERT-GROUP                  VALUE "Y".
       01  WS-DEPT-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-DEPT-FILE-OPEN                VALUE "Y".
       01  WS-PROD-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-PROD-FILE-OPEN                VALUE "Y".
       01  WS-REPORT-SW                         PIC X(01) VALUE "N".
           88  WS-REPORT-WRITTEN                VALUE "Y".
      * Tienda (en blanco, todas) y ano pedidos.
       01  WS-STORE-IN                          PIC X(03).
       01  WS-YEAR-IN                           PIC X(04).
       01  WS-ASK-YEAR                          PIC 9(04).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-ED REDEFINES WS-CURR-DATE.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
      * Ultimo mes con ventas que mirar (12 en un ano pasado, cero
      * en uno futuro) y mes en curso (cero si el ano no es el
      * actual), con los dias que van y los que tiene.
       01  WS-LAST-MONTH                        PIC 9(02).
       01  WS-MTD-MONTH                         PIC 9(02).
       01  WS-DAYS-GONE                         PIC 9(02).
       01  WS-DAYS-IN-MONTH                     PIC 9(02).
       01  WS-WORK-DATE                         PIC 9(08).
       01  WS-WORK-DATE-ED REDEFINES WS-WORK-DATE.
           05  WS-WD-YYYY                       PIC 9(04).
           05  WS-WD-MM                         PIC 9(02).
           05  WS-WD-DD                         PIC 9(02).
      * Meses que ya tienen resumen "S" en el consolidado: sus
      * tickets no se vuelven a sumar.
       01  WS-MONTH-FLAGS.
           05  WS-MONTH-SUMMARISED OCCURS 12 TIMES
                                                PIC X(01).
       01  WS-I-MONTH                           PIC 9(02).
       01  WS-TICK-MONTH                        PIC 9(02).
       01  WS-TICK-NAME                         PIC X(24).
       01  WS-PERIOD-TEXT.
           05  WS-PT-YYYY                       PIC 9(04).
           05  WS-PT-MM                         PIC 9(02).
       01  WS-CUR-STORE                         PIC X(03).
       01  WS-LINE-QTY                          PIC 9(04).
       01  WS-LINE-DEPT                         PIC X(03).
       01  WS-LINE-NET                          PIC S9(09)V99.
       01  WS-LINE-COST                         PIC S9(09)V99.
      * Importe real que se anota (venta y coste) y su mes.
       01  WS-ADD-MONTH                         PIC 9(02).
       01  WS-ADD-NET                           PIC S9(11)V99.
       01  WS-ADD-COST                          PIC S9(11)V99.
      * Un grupo por tienda (departamento en blanco, el total de la
      * tienda) y por cada departamento presupuestado de la tienda,
      * en orden de clave. El presupuesto de la tienda es su
      * registro sin departamento si lo hay (WS-GM-EXPLICIT) o, si
      * no, la suma de los de sus departamentos (WS-GM-DSUM-).
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT                     PIC 9(04) VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS BVA-MAX-GROUPS TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-STORE             PIC X(03).
                   15  WS-GRP-DEPT              PIC X(03).
               10  WS-GRP-MONTH OCCURS 12 TIMES.
                   15  WS-GM-EXPLICIT           PIC X(01).
                   15  WS-GM-BUD-SALES          PIC 9(09)V99.
                   15  WS-GM-BUD-MARGIN         PIC 9(09)V99.
                   15  WS-GM-DSUM-SALES         PIC 9(09)V99.
                   15  WS-GM-DSUM-MARGIN        PIC 9(09)V99.
                   15  WS-GM-ACT-SALES          PIC S9(11)V99.
                   15  WS-GM-ACT-COST           PIC S9(11)V99.
       01  WS-I-GRP                             PIC 9(04).
       01  WS-J-GRP                             PIC 9(04).
       01  WS-STORE-GRP                         PIC 9(04).
       01  WS-FIND-KEY.
           05  WS-FIND-STORE                    PIC X(03).
           05  WS-FIND-DEPT                     PIC X(03).
       01  WS-OVERFLOW                          PIC 9(06) VALUE ZERO.
      * Fila impresa: etiqueta, presupuesto y real de venta y
      * margen, y si la fila lleva real (los meses por venir no).
       01  WS-PRT-LABEL                         PIC X(12).
       01  WS-PRT-BUD-SALES                     PIC S9(11)V99.
       01  WS-PRT-BUD-MARGIN                    PIC S9(11)V99.
       01  WS-PRT-ACT-SALES                     PIC S9(11)V99.
       01  WS-PRT-ACT-MARGIN                    PIC S9(11)V99.
       01  WS-PRT-ACT-SW                        PIC X(01).
           88  WS-PRT-HAS-ACTUAL                VALUE "Y".
       01  WS-VARIANCE                          PIC S9(11)V99.
       01  WS-VAR-PCT                           PIC S9(05)V99.
      * Acumulados del ano y prevision del mes en curso.
       01  WS-YTD-BUD-SALES                     PIC S9(11)V99.
       01  WS-YTD-BUD-MARGIN                    PIC S9(11)V99.
       01  WS-YTD-ACT-SALES                     PIC S9(11)V99.
       01  WS-YTD-ACT-MARGIN                    PIC S9(11)V99.
       01  WS-YEAR-BUD-SALES                    PIC S9(11)V99.
       01  WS-YEAR-BUD-MARGIN                   PIC S9(11)V99.
       01  WS-MONTH-BUD-SALES                   PIC S9(11)V99.
       01  WS-MONTH-BUD-MARGIN                  PIC S9(11)V99.
       01  WS-PRT-NAME                          PIC X(30).
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-MONEY2                       PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-MONEY3                       PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-PCT                          PIC ZZZ9.99-.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-SALES-PART                        PIC X(60).
       01  WS-MARGIN-PART                       PIC X(60).
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
           MOVE ZERO TO WS-GRP-COUNT.
           MOVE ZERO TO WS-OVERFLOW.
           MOVE ALL "N" TO WS-MONTH-FLAGS.
           MOVE "N" TO WS-REPORT-SW.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-LOAD-BUDGETS THRU 2000-EXIT
               PERFORM 3000-LOAD-SUMMARIES THRU 3000-EXIT
               PERFORM 4000-SCAN-TICKETS THRU 4000-EXIT
               PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
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
      * 1000-INITIALIZE - pide tienda y ano, fija los meses con     *
      * real contra la fecha de negocio y abre los maestros.        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04BVA" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "PRESUPUESTO CONTRA REAL INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           DISPLAY "TIENDA (EN BLANCO = TODAS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-STORE-IN.
           ACCEPT WS-STORE-IN.
           MOVE FUNCTION UPPER-CASE(WS-STORE-IN) TO WS-STORE-IN.
           DISPLAY "ANO (AAAA, EN BLANCO = EL EN CURSO): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-YEAR-IN.
           ACCEPT WS-YEAR-IN.
           IF WS-YEAR-IN IS NUMERIC AND WS-YEAR-IN IS NOT EQUAL TO
                   "0000"
               MOVE WS-YEAR-IN TO WS-ASK-YEAR
           ELSE
               MOVE WS-CD-YYYY TO WS-ASK-YEAR
           END-IF.
      * Un ano pasado se mira entero y cerrado; el en curso hasta
      * el mes de la fecha de negocio, que es el mes en marcha.
           MOVE ZERO TO WS-MTD-MONTH.
           MOVE ZERO TO WS-DAYS-GONE.
           MOVE ZERO TO WS-DAYS-IN-MONTH.
           EVALUATE TRUE
               WHEN WS-ASK-YEAR IS LESS THAN WS-CD-YYYY
                   MOVE 12 TO WS-LAST-MONTH
               WHEN WS-ASK-YEAR IS EQUAL TO WS-CD-YYYY
                   MOVE WS-CD-MM TO WS-LAST-MONTH
                   MOVE WS-CD-MM TO WS-MTD-MONTH
                   MOVE WS-CD-DD TO WS-DAYS-GONE
                   PERFORM 1100-DAYS-IN-MONTH THRU 1100-EXIT
               WHEN OTHER
                   MOVE ZERO TO WS-LAST-MONTH
           END-EVALUATE.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04BVA: NO HAY BUDGET.DAT, DE ALTA O CARGUE "
                   "LOS PRESUPUESTOS PRIMERO"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS IS EQUAL TO "00"
               SET WS-DEPT-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-DEPT-FILE-SW
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS EQUAL TO "00"
               SET WS-PROD-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-PROD-FILE-SW
           END-IF.
       1000-EXIT.
           EXIT.
      * Dias del mes en curso: del dia 1 de este mes al dia 1 del
      * siguiente.
       1100-DAYS-IN-MONTH.
           MOVE WS-CD-YYYY TO WS-WD-YYYY.
           MOVE WS-CD-MM TO WS-WD-MM.
           MOVE 1 TO WS-WD-DD.
           IF WS-WD-MM IS EQUAL TO 12
               COMPUTE WS-DAYS-IN-MONTH = 31
           ELSE
               ADD 1 TO WS-WD-MM
               COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) +
                   WS-CD-DD - 1
           END-IF.
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-LOAD-BUDGETS - los presupuestos del ano (y de la       *
      * tienda, si se pidio una) a la tabla de grupos.              *
      *-----------------------------------------------------------*
       2000-LOAD-BUDGETS.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF BG-YEAR IS EQUAL TO WS-ASK-YEAR AND
                               (WS-STORE-IN IS EQUAL TO SPACES OR
                               BG-STORE-ID IS EQUAL TO WS-STORE-IN)
                           PERFORM 2100-TAKE-BUDGET THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.
       2000-EXIT.
           EXIT.
       2100-TAKE-BUDGET.
           IF BG-MONTH IS LESS THAN 1 OR BG-MONTH IS GREATER THAN 12
               GO TO 2100-EXIT
           END-IF.
           SET WS-INSERT-GROUP TO TRUE.
           MOVE BG-STORE-ID TO WS-FIND-STORE.
           MOVE SPACES TO WS-FIND-DEPT.
           PERFORM 6000-FIND-GROUP THRU 6000-EXIT.
           IF WS-I-GRP IS EQUAL TO ZERO
               ADD 1 TO WS-OVERFLOW
               GO TO 2100-EXIT
           END-IF.
           IF BG-DEPT IS EQUAL TO SPACES
               MOVE "Y" TO WS-GM-EXPLICIT(WS-I-GRP BG-MONTH)
               MOVE BG-SALES TO WS-GM-BUD-SALES(WS-I-GRP BG-MONTH)
               MOVE BG-MARGIN TO WS-GM-BUD-MARGIN(WS-I-GRP BG-MONTH)
               GO TO 2100-EXIT
           END-IF.
           ADD BG-SALES TO WS-GM-DSUM-SALES(WS-I-GRP BG-MONTH).
           ADD BG-MARGIN TO WS-GM-DSUM-MARGIN(WS-I-GRP BG-MONTH).
           MOVE BG-DEPT TO WS-FIND-DEPT.
           PERFORM 6000-FIND-GROUP THRU 6000-EXIT.
           IF WS-I-GRP IS EQUAL TO ZERO
               ADD 1 TO WS-OVERFLOW
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-GM-EXPLICIT(WS-I-GRP BG-MONTH).
           MOVE BG-SALES TO WS-GM-BUD-SALES(WS-I-GRP BG-MONTH).
           MOVE BG-MARGIN TO WS-GM-BUD-MARGIN(WS-I-GRP BG-MONTH).
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-LOAD-SUMMARIES - el real de los meses cerrados, de los *
      * registros "S" (tienda + departamento) del consolidado.      *
      *-----------------------------------------------------------*
       3000-LOAD-SUMMARIES.
           OPEN INPUT MONSUM-FILE.
           IF WS-MONSUM-STATUS IS NOT EQUAL TO "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ MONSUM-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF MS-IS-STORE-DEPT
                           PERFORM 3100-TAKE-SUMMARY THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MONSUM-FILE.
       3000-EXIT.
           EXIT.
       3100-TAKE-SUMMARY.
           IF MS-PERIOD-YYYY IS NOT EQUAL TO WS-ASK-YEAR OR
                   MS-PERIOD-MM IS LESS THAN 1 OR
                   MS-PERIOD-MM IS GREATER THAN WS-LAST-MONTH
               GO TO 3100-EXIT
           END-IF.
      * El mes cuenta como resumido aunque sea de otra tienda: el
      * cierre de mes archiva todas las tiendas a la vez.
           MOVE "Y" TO WS-MONTH-SUMMARISED(MS-PERIOD-MM).
           IF WS-STORE-IN IS NOT EQUAL TO SPACES AND
                   MS-STORE-ID IS NOT EQUAL TO WS-STORE-IN
               GO TO 3100-EXIT
           END-IF.
           MOVE MS-STORE-ID TO WS-CUR-STORE.
           MOVE MS-DEPT TO WS-LINE-DEPT.
           MOVE MS-PERIOD-MM TO WS-ADD-MONTH.
           MOVE MS-AMOUNT TO WS-ADD-NET.
           IF MS-COST IS NUMERIC
               MOVE MS-COST TO WS-ADD-COST
           ELSE
               MOVE ZERO TO WS-ADD-COST
           END-IF.
           PERFORM 4500-ADD-ACTUAL THRU 4500-EXIT.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-SCAN-TICKETS - el real que no esta en el consolidado:  *
      * el archivo de cada mes cerrado antes de los resumenes por   *
      * tienda y el fichero vivo (mes en curso y lo no archivado).  *
      *-----------------------------------------------------------*
       4000-SCAN-TICKETS.
           IF WS-LAST-MONTH IS EQUAL TO ZERO
               GO TO 4000-EXIT
           END-IF.
           PERFORM VARYING WS-I-MONTH FROM 1 BY 1
                   UNTIL WS-I-MONTH IS GREATER THAN WS-LAST-MONTH
               IF WS-MONTH-SUMMARISED(WS-I-MONTH) IS NOT EQUAL TO
                       "Y" AND WS-I-MONTH IS NOT EQUAL TO
                       WS-MTD-MONTH
                   MOVE WS-ASK-YEAR TO WS-PT-YYYY
                   MOVE WS-I-MONTH TO WS-PT-MM
                   MOVE SPACES TO WS-TICK-NAME
                   STRING "TICKETS-" WS-PERIOD-TEXT ".DAT"
                       DELIMITED BY SIZE INTO WS-TICK-NAME
                   END-STRING
                   SET ENVIRONMENT "BVATICK" TO WS-TICK-NAME
                   PERFORM 4050-PROCESS-ONE-FILE THRU 4050-EXIT
               END-IF
           END-PERFORM.
           SET ENVIRONMENT "BVATICK" TO "TICKETS.DAT".
           PERFORM 4050-PROCESS-ONE-FILE THRU 4050-EXIT.
       4000-EXIT.
           EXIT.
       4050-PROCESS-ONE-FILE.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               GO TO 4050-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-SCOPE-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ TICKET-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TR-IS-HEADER OR TR-IS-REFUND
                               PERFORM 4200-CLASSIFY-HEADER
                                   THRU 4200-EXIT
                           WHEN TR-IS-DETAIL AND WS-TICKET-IN-SCOPE
                               PERFORM 4300-ACCUM-DETAIL
                                   THRU 4300-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
       4050-EXIT.
           EXIT.
      * Las lineas heredan de su cabecera el mes y la tienda (un
      * ticket de antes del multitienda es de la 001); un mes ya
      * resumido en el consolidado no se suma dos veces.
       4200-CLASSIFY-HEADER.
           MOVE "N" TO WS-SCOPE-SW.
           IF TR-IS-REFUND
               SET WS-REFUND-TX TO TRUE
           ELSE
               MOVE "N" TO WS-REFUND-SW
           END-IF.
           IF TR-TICKET-DATE(1:4) IS NOT EQUAL TO WS-ASK-YEAR
               GO TO 4200-EXIT
           END-IF.
           MOVE TR-TICKET-DATE(5:2) TO WS-TICK-MONTH.
           IF WS-TICK-MONTH IS LESS THAN 1 OR
                   WS-TICK-MONTH IS GREATER THAN WS-LAST-MONTH
               GO TO 4200-EXIT
           END-IF.
           IF WS-MONTH-SUMMARISED(WS-TICK-MONTH) IS EQUAL TO "Y"
               GO TO 4200-EXIT
           END-IF.
           IF TR-STORE-ID IS EQUAL TO SPACES
               MOVE "001" TO WS-CUR-STORE
           ELSE
               MOVE TR-STORE-ID TO WS-CUR-STORE
           END-IF.
           IF WS-STORE-IN IS NOT EQUAL TO SPACES AND
                   WS-CUR-STORE IS NOT EQUAL TO WS-STORE-IN
               GO TO 4200-EXIT
           END-IF.
           SET WS-TICKET-IN-SCOPE TO TRUE.
       4200-EXIT.
           EXIT.
      * Venta neta de la promocion de la linea y coste capturado al
      * vender, como el cierre de mes; las devoluciones restan.
       4300-ACCUM-DETAIL.
           MOVE TR-DEPT TO WS-LINE-DEPT.
           IF WS-LINE-DEPT IS EQUAL TO LOW-VALUES
               MOVE SPACES TO WS-LINE-DEPT
           END-IF.
           IF WS-LINE-DEPT IS EQUAL TO SPACES AND WS-PROD-FILE-OPEN
                   AND TR-PRODUCT-CODE IS NOT EQUAL TO SPACES
               MOVE TR-PRODUCT-CODE TO PC-CODE
               READ PRODUCT-FILE
                   NOT INVALID KEY
                       IF PC-DEPT IS NOT EQUAL TO LOW-VALUES
                           MOVE PC-DEPT TO WS-LINE-DEPT
                       END-IF
               END-READ
           END-IF.
           IF TR-QTY IS NUMERIC AND TR-QTY IS GREATER THAN ZERO
               MOVE TR-QTY TO WS-LINE-QTY
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           COMPUTE WS-LINE-NET = TR-PRODUCT-PRICE * WS-LINE-QTY.
           IF TR-LINE-PROMO IS NUMERIC
               SUBTRACT TR-LINE-PROMO FROM WS-LINE-NET
           END-IF.
           IF TR-UNIT-COST IS NUMERIC
               COMPUTE WS-LINE-COST = TR-UNIT-COST * WS-LINE-QTY
           ELSE
               MOVE ZERO TO WS-LINE-COST
           END-IF.
           MOVE WS-TICK-MONTH TO WS-ADD-MONTH.
           IF WS-REFUND-TX
               COMPUTE WS-ADD-NET = 0 - WS-LINE-NET
               COMPUTE WS-ADD-COST = 0 - WS-LINE-COST
           ELSE
               MOVE WS-LINE-NET TO WS-ADD-NET
               MOVE WS-LINE-COST TO WS-ADD-COST
           END-IF.
           PERFORM 4500-ADD-ACTUAL THRU 4500-EXIT.
       4300-EXIT.
           EXIT.
      * Anota el real en el total de la tienda (que se crea aunque
      * no tenga presupuesto, para que se vea) y en su departamento
      * si ese departamento esta presupuestado.
       4500-ADD-ACTUAL.
           SET WS-INSERT-GROUP TO TRUE.
           MOVE WS-CUR-STORE TO WS-FIND-STORE.
           MOVE SPACES TO WS-FIND-DEPT.
           PERFORM 6000-FIND-GROUP THRU 6000-EXIT.
           IF WS-I-GRP IS EQUAL TO ZERO
               ADD 1 TO WS-OVERFLOW
               GO TO 4500-EXIT
           END-IF.
           ADD WS-ADD-NET TO WS-GM-ACT-SALES(WS-I-GRP WS-ADD-MONTH).
           ADD WS-ADD-COST TO WS-GM-ACT-COST(WS-I-GRP WS-ADD-MONTH).
           IF WS-LINE-DEPT IS EQUAL TO SPACES
               GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO WS-INSERT-SW.
           MOVE WS-LINE-DEPT TO WS-FIND-DEPT.
           PERFORM 6000-FIND-GROUP THRU 6000-EXIT.
           IF WS-I-GRP IS EQUAL TO ZERO
               GO TO 4500-EXIT
           END-IF.
           ADD WS-ADD-NET TO WS-GM-ACT-SALES(WS-I-GRP WS-ADD-MONTH).
           ADD WS-ADD-COST TO WS-GM-ACT-COST(WS-I-GRP WS-ADD-MONTH).
       4500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-PRINT-REPORT - un bloque por grupo: doce meses,        *
      * acumulado del ano, prevision del mes en curso y el          *
      * presupuesto del ano completo.                               *
      *-----------------------------------------------------------*
       5000-PRINT-REPORT.
           OPEN OUTPUT BVARPT-FILE.
           SET WS-REPORT-WRITTEN TO TRUE.
           MOVE SPACES TO BVARPT-LINE.
           STRING "PRESUPUESTO CONTRA REAL - ANO " DELIMITED BY SIZE
                   WS-ASK-YEAR DELIMITED BY SIZE
                   " - A FECHA " DELIMITED BY SIZE
                   WS-CD-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   INTO BVARPT-LINE
           END-STRING.
           WRITE BVARPT-LINE.
           MOVE SPACES TO BVARPT-LINE.
           STRING "VENTA NETA SIN IVA Y MARGEN BRUTO; "
                   DELIMITED BY SIZE
                   "DESVIACION = REAL - PRESUPUESTO" DELIMITED BY SIZE
                   INTO BVARPT-LINE
           END-STRING.
           WRITE BVARPT-LINE.
           MOVE ALL "=" TO BVARPT-LINE.
           WRITE BVARPT-LINE.
           IF WS-GRP-COUNT IS EQUAL TO ZERO
               MOVE "SIN PRESUPUESTOS NI VENTAS PARA EL ANO PEDIDO" TO
                   BVARPT-LINE
               WRITE BVARPT-LINE
               CLOSE BVARPT-FILE
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 5000-EXIT
           END-IF.
           PERFORM VARYING WS-I-GRP FROM 1 BY 1
                   UNTIL WS-I-GRP IS GREATER THAN WS-GRP-COUNT
               PERFORM 5100-PRINT-GROUP THRU 5100-EXIT
           END-PERFORM.
           IF WS-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO BVARPT-LINE
               STRING "** TABLA LLENA: " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " IMPORTES SIN INCLUIR **" DELIMITED BY SIZE
                       INTO BVARPT-LINE
               END-STRING
               WRITE BVARPT-LINE
           END-IF.
           CLOSE BVARPT-FILE.
           DISPLAY "EX04BVA: INFORME ESCRITO EN BUDGVAR.TXT".
       5000-EXIT.
           EXIT.
       5100-PRINT-GROUP.
           MOVE SPACES TO BVARPT-LINE.
           WRITE BVARPT-LINE.
           IF WS-GRP-DEPT(WS-I-GRP) IS EQUAL TO SPACES
               MOVE WS-I-GRP TO WS-STORE-GRP
               MOVE SPACES TO BVARPT-LINE
               STRING "TIENDA " DELIMITED BY SIZE
                       WS-GRP-STORE(WS-I-GRP) DELIMITED BY SIZE
                       " - TOTAL TIENDA" DELIMITED BY SIZE
                       INTO BVARPT-LINE
               END-STRING
           ELSE
               MOVE WS-GRP-DEPT(WS-I-GRP) TO DP-DEPT
               MOVE SPACES TO DP-FAMILY
               PERFORM 5500-DEPT-NAME THRU 5500-EXIT
               MOVE SPACES TO BVARPT-LINE
               STRING "TIENDA " DELIMITED BY SIZE
                       WS-GRP-STORE(WS-I-GRP) DELIMITED BY SIZE
                       " - DEPARTAMENTO " DELIMITED BY SIZE
                       WS-GRP-DEPT(WS-I-GRP) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRT-NAME DELIMITED BY SIZE
                       INTO BVARPT-LINE
               END-STRING
           END-IF.
           WRITE BVARPT-LINE.
           MOVE SPACES TO BVARPT-LINE.
           STRING "MES              PPTO VENTA      VENTA REAL "
                   DELIMITED BY SIZE
                   "     DESVIACION     DESV%     PPTO MARGEN   "
                   DELIMITED BY SIZE
                   "  MARGEN REAL      DESVIACION     DESV%"
                   DELIMITED BY SIZE
                   INTO BVARPT-LINE
           END-STRING.
           WRITE BVARPT-LINE.
           MOVE ALL "-" TO BVARPT-LINE.
           WRITE BVARPT-LINE.
           MOVE ZERO TO WS-YTD-BUD-SALES.
           MOVE ZERO TO WS-YTD-BUD-MARGIN.
           MOVE ZERO TO WS-YTD-ACT-SALES.
           MOVE ZERO TO WS-YTD-ACT-MARGIN.
           MOVE ZERO TO WS-YEAR-BUD-SALES.
           MOVE ZERO TO WS-YEAR-BUD-MARGIN.
           PERFORM VARYING WS-I-MONTH FROM 1 BY 1
                   UNTIL WS-I-MONTH IS GREATER THAN 12
               PERFORM 5150-PRINT-MONTH THRU 5150-EXIT
           END-PERFORM.
           MOVE ALL "-" TO BVARPT-LINE.
           WRITE BVARPT-LINE.
      * Acumulado hasta el ultimo mes con real, el en curso con lo
      * que lleva: su presupuesto entra entero, la prevision de
      * debajo dice como acabara.
           IF WS-LAST-MONTH IS GREATER THAN ZERO
               MOVE "ACUMULADO" TO WS-PRT-LABEL
               MOVE WS-YTD-BUD-SALES TO WS-PRT-BUD-SALES
               MOVE WS-YTD-BUD-MARGIN TO WS-PRT-BUD-MARGIN
               MOVE WS-YTD-ACT-SALES TO WS-PRT-ACT-SALES
               MOVE WS-YTD-ACT-MARGIN TO WS-PRT-ACT-MARGIN
               SET WS-PRT-HAS-ACTUAL TO TRUE
               PERFORM 5200-PRINT-ROW THRU 5200-EXIT
           END-IF.
           IF WS-MTD-MONTH IS GREATER THAN ZERO AND
                   WS-DAYS-GONE IS GREATER THAN ZERO
               PERFORM 5300-PRINT-PROJECTION THRU 5300-EXIT
           END-IF.
           MOVE "ANO COMPLETO" TO WS-PRT-LABEL.
           MOVE WS-YEAR-BUD-SALES TO WS-PRT-BUD-SALES.
           MOVE WS-YEAR-BUD-MARGIN TO WS-PRT-BUD-MARGIN.
           MOVE "N" TO WS-PRT-ACT-SW.
           PERFORM 5200-PRINT-ROW THRU 5200-EXIT.
       5100-EXIT.
           EXIT.
       5150-PRINT-MONTH.
           PERFORM 5160-MONTH-BUDGET THRU 5160-EXIT.
           MOVE SPACES TO WS-PRT-LABEL.
           MOVE WS-I-MONTH TO WS-PRT-LABEL(1:2).
           IF WS-I-MONTH IS EQUAL TO WS-MTD-MONTH
               MOVE "EN CURSO" TO WS-PRT-LABEL(4:8)
           END-IF.
           MOVE WS-MONTH-BUD-SALES TO WS-PRT-BUD-SALES.
           MOVE WS-MONTH-BUD-MARGIN TO WS-PRT-BUD-MARGIN.
           ADD WS-MONTH-BUD-SALES TO WS-YEAR-BUD-SALES.
           ADD WS-MONTH-BUD-MARGIN TO WS-YEAR-BUD-MARGIN.
           IF WS-I-MONTH IS GREATER THAN WS-LAST-MONTH
               MOVE "N" TO WS-PRT-ACT-SW
           ELSE
               SET WS-PRT-HAS-ACTUAL TO TRUE
               MOVE WS-GM-ACT-SALES(WS-I-GRP WS-I-MONTH) TO
                   WS-PRT-ACT-SALES
               COMPUTE WS-PRT-ACT-MARGIN =
                   WS-GM-ACT-SALES(WS-I-GRP WS-I-MONTH) -
                   WS-GM-ACT-COST(WS-I-GRP WS-I-MONTH)
               ADD WS-MONTH-BUD-SALES TO WS-YTD-BUD-SALES
               ADD WS-MONTH-BUD-MARGIN TO WS-YTD-BUD-MARGIN
               ADD WS-PRT-ACT-SALES TO WS-YTD-ACT-SALES
               ADD WS-PRT-ACT-MARGIN TO WS-YTD-ACT-MARGIN
           END-IF.
           PERFORM 5200-PRINT-ROW THRU 5200-EXIT.
       5150-EXIT.
           EXIT.
      * Presupuesto del mes WS-I-MONTH del grupo en curso: el suyo
      * propio o, en el total de una tienda sin registro propio, la
      * suma de sus departamentos.
       5160-MONTH-BUDGET.
           IF WS-GM-EXPLICIT(WS-I-GRP WS-I-MONTH) IS EQUAL TO "Y"
               MOVE WS-GM-BUD-SALES(WS-I-GRP WS-I-MONTH) TO
                   WS-MONTH-BUD-SALES
               MOVE WS-GM-BUD-MARGIN(WS-I-GRP WS-I-MONTH) TO
                   WS-MONTH-BUD-MARGIN
           ELSE
               MOVE WS-GM-DSUM-SALES(WS-I-GRP WS-I-MONTH) TO
                   WS-MONTH-BUD-SALES
               MOVE WS-GM-DSUM-MARGIN(WS-I-GRP WS-I-MONTH) TO
                   WS-MONTH-BUD-MARGIN
           END-IF.
       5160-EXIT.
           EXIT.
      * Una fila: presupuesto, real, desviacion y porcentaje de
      * venta y de margen. Sin real (meses por venir) solo sale el
      * presupuesto; sin presupuesto no hay porcentaje.
       5200-PRINT-ROW.
           MOVE WS-PRT-BUD-SALES TO WS-EDIT-MONEY.
           MOVE SPACES TO WS-SALES-PART.
           IF WS-PRT-HAS-ACTUAL
               MOVE WS-PRT-ACT-SALES TO WS-EDIT-MONEY2
               COMPUTE WS-VARIANCE = WS-PRT-ACT-SALES -
                   WS-PRT-BUD-SALES
               MOVE WS-VARIANCE TO WS-EDIT-MONEY3
               STRING WS-EDIT-MONEY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-MONEY2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-MONEY3 DELIMITED BY SIZE
                       INTO WS-SALES-PART
               END-STRING
               IF WS-PRT-BUD-SALES IS NOT EQUAL TO ZERO
                   COMPUTE WS-VAR-PCT ROUNDED = WS-VARIANCE * 100 /
                       WS-PRT-BUD-SALES
                   MOVE WS-VAR-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-SALES-PART(50:8)
               END-IF
           ELSE
               MOVE WS-EDIT-MONEY TO WS-SALES-PART(1:15)
           END-IF.
           MOVE WS-PRT-BUD-MARGIN TO WS-EDIT-MONEY.
           MOVE SPACES TO WS-MARGIN-PART.
           IF WS-PRT-HAS-ACTUAL
               MOVE WS-PRT-ACT-MARGIN TO WS-EDIT-MONEY2
               COMPUTE WS-VARIANCE = WS-PRT-ACT-MARGIN -
                   WS-PRT-BUD-MARGIN
               MOVE WS-VARIANCE TO WS-EDIT-MONEY3
               STRING WS-EDIT-MONEY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-MONEY2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EDIT-MONEY3 DELIMITED BY SIZE
                       INTO WS-MARGIN-PART
               END-STRING
               IF WS-PRT-BUD-MARGIN IS NOT EQUAL TO ZERO
                   COMPUTE WS-VAR-PCT ROUNDED = WS-VARIANCE * 100 /
                       WS-PRT-BUD-MARGIN
                   MOVE WS-VAR-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-MARGIN-PART(50:8)
               END-IF
           ELSE
               MOVE WS-EDIT-MONEY TO WS-MARGIN-PART(1:15)
           END-IF.
           MOVE SPACES TO BVARPT-LINE.
           STRING WS-PRT-LABEL DELIMITED BY SIZE
                   WS-SALES-PART(1:58) DELIMITED BY SIZE
                   WS-MARGIN-PART(1:58) DELIMITED BY SIZE
                   INTO BVARPT-LINE
           END-STRING.
           WRITE BVARPT-LINE.
       5200-EXIT.
           EXIT.
      * Prevision de cierre del mes en curso: lo que va de mes
      * dividido por los dias transcurridos y multiplicado por los
      * dias que tiene, contra el presupuesto del mes.
       5300-PRINT-PROJECTION.
           MOVE WS-MTD-MONTH TO WS-I-MONTH.
           PERFORM 5160-MONTH-BUDGET THRU 5160-EXIT.
           MOVE "PREVISION" TO WS-PRT-LABEL.
           MOVE WS-MONTH-BUD-SALES TO WS-PRT-BUD-SALES.
           MOVE WS-MONTH-BUD-MARGIN TO WS-PRT-BUD-MARGIN.
           COMPUTE WS-PRT-ACT-SALES ROUNDED =
               WS-GM-ACT-SALES(WS-I-GRP WS-MTD-MONTH) *
               WS-DAYS-IN-MONTH / WS-DAYS-GONE.
           COMPUTE WS-PRT-ACT-MARGIN ROUNDED =
               (WS-GM-ACT-SALES(WS-I-GRP WS-MTD-MONTH) -
               WS-GM-ACT-COST(WS-I-GRP WS-MTD-MONTH)) *
               WS-DAYS-IN-MONTH / WS-DAYS-GONE.
           SET WS-PRT-HAS-ACTUAL TO TRUE.
           PERFORM 5200-PRINT-ROW THRU 5200-EXIT.
       5300-EXIT.
           EXIT.
      * Nombre de DP-KEY en el maestro; un codigo que ya no esta
      * sale con aviso en vez de nombre.
       5500-DEPT-NAME.
           MOVE "(NO ESTA EN EL MAESTRO)" TO WS-PRT-NAME.
           IF NOT WS-DEPT-FILE-OPEN
               GO TO 5500-EXIT
           END-IF.
           READ DEPT-FILE
               INVALID KEY
                   GO TO 5500-EXIT
           END-READ.
           MOVE DP-NAME TO WS-PRT-NAME.
       5500-EXIT.
           EXIT.
      * Busca el grupo WS-FIND-KEY; si no esta y WS-INSERT-SW lo
      * pide, lo inserta en su sitio corriendo hacia abajo los que
      * van detras. Devuelve su posicion en WS-I-GRP (cero si no
      * esta y no se inserta, o si la tabla esta llena).
       6000-FIND-GROUP.
           PERFORM VARYING WS-I-GRP FROM 1 BY 1
                   UNTIL WS-I-GRP IS GREATER THAN WS-GRP-COUNT
                   OR WS-GRP-KEY(WS-I-GRP) IS NOT LESS THAN
                   WS-FIND-KEY
               CONTINUE
           END-PERFORM.
           IF WS-I-GRP IS NOT GREATER THAN WS-GRP-COUNT
               IF WS-GRP-KEY(WS-I-GRP) IS EQUAL TO WS-FIND-KEY
                   GO TO 6000-EXIT
               END-IF
           END-IF.
           IF NOT WS-INSERT-GROUP OR
                   WS-GRP-COUNT IS NOT LESS THAN BVA-MAX-GROUPS
               MOVE ZERO TO WS-I-GRP
               GO TO 6000-EXIT
           END-IF.
           PERFORM VARYING WS-J-GRP FROM WS-GRP-COUNT BY -1
                   UNTIL WS-J-GRP IS LESS THAN WS-I-GRP
               MOVE WS-GRP-ENTRY(WS-J-GRP) TO
                   WS-GRP-ENTRY(WS-J-GRP + 1)
           END-PERFORM.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-FIND-KEY TO WS-GRP-KEY(WS-I-GRP).
           PERFORM VARYING WS-J-GRP FROM 1 BY 1
                   UNTIL WS-J-GRP IS GREATER THAN 12
               MOVE "N" TO WS-GM-EXPLICIT(WS-I-GRP WS-J-GRP)
               MOVE ZERO TO WS-GM-BUD-SALES(WS-I-GRP WS-J-GRP)
               MOVE ZERO TO WS-GM-BUD-MARGIN(WS-I-GRP WS-J-GRP)
               MOVE ZERO TO WS-GM-DSUM-SALES(WS-I-GRP WS-J-GRP)
               MOVE ZERO TO WS-GM-DSUM-MARGIN(WS-I-GRP WS-J-GRP)
               MOVE ZERO TO WS-GM-ACT-SALES(WS-I-GRP WS-J-GRP)
               MOVE ZERO TO WS-GM-ACT-COST(WS-I-GRP WS-J-GRP)
           END-PERFORM.
       6000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra los maestros, deja el informe en el *
      * spool y el resultado en el rastro de auditoria.             *
      *-----------------------------------------------------------*
      * El fichero de tickets se abre y se cierra fichero a
      * fichero en 4050.
       9000-TERMINATE.
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-FILE
           END-IF.
           IF WS-PROD-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-REPORT-WRITTEN
               MOVE "BUDGVAR.TXT" TO WS-SPL-NAME
               CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04BVA" TO WS-AUD-PROGRAM.
           MOVE "PRESUPUESTO CONTRA REAL TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

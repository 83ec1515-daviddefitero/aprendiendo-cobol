       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04FIS.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Registro fiscal           *
      *                  encadenado (FISCAL.DAT, lo anota FISCLOG): *
      *                  V verifica la cadena (numeros de orden sin *
      *                  huecos, cada entrada colgando de la huella *
      *                  de la anterior, huellas reproducibles y    *
      *                  ultimo eslabon de FISCLAST.DAT cuadrado)   *
      *                  con el informe FISCVER.TXT; E exporta a la *
      *                  oficina tributaria las entradas aun no     *
      *                  enviadas en un lote FISCEXP-NNNNNN.DAT,    *
      *                  marcandolas enviadas ANTES de escribir el  *
      *                  fichero (FISCSENT.DAT y FISCLAST.DAT), y   *
      *                  solo con la cadena intacta; R reproduce el *
      *                  fichero de un lote ya enviado. En la       *
      *                  ventana nocturna (EX04FIS-MODE=VERIFICAR)  *
      *                  solo verifica y avisa con RC 4 si la       *
      *                  cadena esta rota.                          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro fiscal (solo lectura: nadie lo reescribe).
           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
      * Ultimo eslabon y seguimiento de lo enviado.
           SELECT FISCLAST-FILE ASSIGN TO "FISCLAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCLAST-STATUS.
      * Diario de lotes enviados: uno por exportacion.
           SELECT FISCSENT-FILE ASSIGN TO "FISCSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCSENT-STATUS.
      * Informe de la verificacion.
           SELECT FISCVER-FILE ASSIGN TO "FISCVER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCVER-STATUS.
      * Lote para la oficina tributaria; el nombre real
      * (FISCEXP-NNNNNN.DAT) se fija en ejecucion via FISEXPF.
           SELECT EXPORT-FILE ASSIGN TO FISEXPF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
      * Fichero de control: NIF y nombre del emisor.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
       01  FISCAL-FILE-REC                      PIC X(135).
       FD  FISCLAST-FILE.
       01  FISCLAST-FILE-REC                    PIC X(39).
       FD  FISCSENT-FILE.
       01  FISCSENT-REC.
           05 FS-BATCH                          PIC 9(06).
           05 FS-DATE                           PIC 9(08).
           05 FS-FIRST-SEQ                      PIC 9(08).
           05 FS-LAST-SEQ                       PIC 9(08).
           05 FS-COUNT                          PIC 9(06).
           05 FS-TOTAL-SALES                    PIC 9(11)V99.
           05 FS-TOTAL-REFUNDS                  PIC 9(11)V99.
           05 FS-OPERATOR                       PIC X(08).
       FD  FISCVER-FILE.
       01  FISCVER-LINE                         PIC X(100).
       FD  EXPORT-FILE.
       01  EXPORT-REC                           PIC X(200).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "FISCREC.CPY".
           COPY "FISCLAST.CPY".
           COPY "CTLFILE.CPY".
       01  WS-FISCAL-STATUS                     PIC X(02).
       01  WS-FISCLAST-STATUS                   PIC X(02).
       01  WS-FISCSENT-STATUS                   PIC X(02).
       01  WS-FISCVER-STATUS                    PIC X(02).
       01  WS-EXPORT-STATUS                     PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-RUN-MODE                          PIC X(10).
       01  WS-OPTION                            PIC X(01).
           88  WS-OPT-VERIFY                    VALUE "V".
           88  WS-OPT-EXPORT                    VALUE "E".
           88  WS-OPT-REISSUE                   VALUE "R".
           88  WS-OPT-EXIT                      VALUE "X".
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-OPERATOR                          PIC X(08).
      * Reconstruccion de la cadena: numero de orden y huella que
      * debe traer la siguiente entrada, y la recalculada.
       01  WS-EXPECTED-SEQ                      PIC 9(08).
       01  WS-EXPECTED-PREV                     PIC 9(09).
       01  WS-HASH-WORK                         PIC 9(18).
       01  WS-CALC-HASH                         PIC 9(09).
       01  WS-I-CHAR                            PIC 9(03).
       01  WS-LAST-SEQ                          PIC 9(08).
       01  WS-LAST-HASH                         PIC 9(09).
       01  WS-MISSING-TO                        PIC 9(08).
       01  WS-ENTRIES-SEEN                      PIC 9(08).
       01  WS-BREAKS-FOUND                      PIC 9(06).
       01  WS-SALE-COUNT                        PIC 9(08).
       01  WS-REFUND-COUNT                      PIC 9(08).
       01  WS-SALE-TOTAL                        PIC 9(13)V99.
       01  WS-REFUND-TOTAL                      PIC 9(13)V99.
       01  WS-VERIFIED-SW                       PIC X(01) VALUE "N".
           88  WS-CHAIN-INTACT                  VALUE "Y".
       01  WS-INCIDENT                          PIC X(60).
      * Lote a exportar o reproducir.
       01  WS-SENT-SEQ                          PIC 9(08).
       01  WS-HIGHEST-BATCH                     PIC 9(06).
       01  WS-BATCH                             PIC 9(06).
       01  WS-BATCH-INPUT                       PIC X(06).
       01  WS-BATCH-DATE                        PIC 9(08).
       01  WS-FROM-SEQ                          PIC 9(08).
       01  WS-TO-SEQ                            PIC 9(08).
       01  WS-EXP-COUNT                         PIC 9(06).
       01  WS-EXP-SALES                         PIC 9(13)V99.
       01  WS-EXP-REFUNDS                       PIC 9(13)V99.
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-FOUND                         VALUE "Y".
       01  WS-CONFIRM                           PIC X(01).
       01  WS-EXPORT-NAME                       PIC X(22).
       01  WS-EXP-KIND                          PIC X(02).
       01  WS-EXP-DOC                           PIC X(20).
       01  WS-EXP-ORIG-DOC                      PIC X(20).
       01  WS-EDIT-COUNT                        PIC ZZ,ZZZ,ZZ9.
       01  WS-EDIT-SEQ                          PIC ZZZZZZZ9.
       01  WS-EDIT-SEQ2                         PIC ZZZZZZZ9.
       01  WS-EDIT-AMOUNT                       PIC Z,ZZZ,ZZZ,ZZ9.99.
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
      * 0000-MAINLINE - en la ventana nocturna solo verifica; a     *
      * mano, menu de verificacion, exportacion y reproduccion.     *
      *-----------------------------------------------------------*
       0000-MAINLINE.
      * Invocado como subrutina desde el mantenimiento: el estado de
      * la ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE SPACES TO WS-OPTION.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-MODE IS EQUAL TO "VERIFICAR"
               PERFORM 2000-VERIFY-CHAIN THRU 2000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
      * Una cadena rota no detiene la ventana: nada de lo que viene
      * detras depende de ella, y el informe queda para supervision.
               IF WS-RUN-OUTCOME IS EQUAL TO "OK" OR
                       WS-RUN-OUTCOME IS EQUAL TO "VACIO"
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.
           PERFORM UNTIL WS-OPT-EXIT
               PERFORM 1500-SHOW-MENU THRU 1500-EXIT
               EVALUATE TRUE
                   WHEN WS-OPT-VERIFY
                       PERFORM 2000-VERIFY-CHAIN THRU 2000-EXIT
                   WHEN WS-OPT-EXPORT
                       PERFORM 3000-EXPORT-PENDING THRU 3000-EXIT
                   WHEN WS-OPT-REISSUE
                       PERFORM 4000-REISSUE-BATCH THRU 4000-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - modo de ejecucion, fecha de negocio,      *
      * operador y datos del emisor.                                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO WS-RUN-MODE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "EX04FIS-MODE".
           MOVE "EX04FIS" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "REGISTRO FISCAL INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           MOVE SPACES TO CTL-RECORD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       MOVE SPACES TO CTL-RECORD
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF CTL-STORE-ID IS EQUAL TO SPACES
               MOVE "001" TO CTL-STORE-ID
           END-IF.
       1000-EXIT.
           EXIT.
       1500-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "========== REGISTRO FISCAL ==========".
           DISPLAY "V) VERIFICAR LA CADENA   E) EXPORTAR PENDIENTES".
           DISPLAY "R) REPRODUCIR UN LOTE ENVIADO   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPTION.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-VERIFY-CHAIN - recorre el registro entero: numeros de  *
      * orden seguidos desde 1, cada entrada colgando de la huella  *
      * de la anterior y su huella reproducible desde sus datos;    *
      * al final el ultimo eslabon debe ser la ultima entrada. Deja *
      * el informe FISCVER.TXT en el spool.                         *
      *-----------------------------------------------------------*
       2000-VERIFY-CHAIN.
           MOVE "N" TO WS-VERIFIED-SW.
           MOVE "N" TO WS-EOF-SW.
           MOVE 1 TO WS-EXPECTED-SEQ.
           MOVE ZERO TO WS-EXPECTED-PREV.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE ZERO TO WS-LAST-HASH.
           MOVE ZERO TO WS-ENTRIES-SEEN.
           MOVE ZERO TO WS-BREAKS-FOUND.
           MOVE ZERO TO WS-SALE-COUNT.
           MOVE ZERO TO WS-REFUND-COUNT.
           MOVE ZERO TO WS-SALE-TOTAL.
           MOVE ZERO TO WS-REFUND-TOTAL.
           OPEN INPUT FISCAL-FILE.
           IF WS-FISCAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FIS: NO HAY FISCAL.DAT, NADA QUE "
                   "VERIFICAR"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               SET WS-CHAIN-INTACT TO TRUE
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT FISCVER-FILE.
           IF WS-FISCVER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FIS: NO SE PUDO CREAR FISCVER.TXT"
               CLOSE FISCAL-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           MOVE "VERIFICACION DEL REGISTRO FISCAL" TO FISCVER-LINE.
           WRITE FISCVER-LINE.
           MOVE SPACES TO FISCVER-LINE.
           STRING "FECHA: " WS-CURR-DATE(7:2) "/" WS-CURR-DATE(5:2)
                   "/" WS-CURR-DATE(1:4) "   TIENDA " CTL-STORE-ID
                   DELIMITED BY SIZE INTO FISCVER-LINE.
           WRITE FISCVER-LINE.
           MOVE SPACES TO FISCVER-LINE.
           WRITE FISCVER-LINE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ FISCAL-FILE INTO FISCAL-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-SEEN
                       PERFORM 2100-VERIFY-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           CLOSE FISCAL-FILE.
           PERFORM 2200-CHECK-LAST-LINK THRU 2200-EXIT.
           PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
           CLOSE FISCVER-FILE.
           MOVE "FISCVER.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           IF WS-BREAKS-FOUND IS GREATER THAN ZERO
               MOVE WS-BREAKS-FOUND TO WS-EDIT-COUNT
               DISPLAY "EX04FIS: ** CADENA ROTA EN "
                   FUNCTION TRIM(WS-EDIT-COUNT) " PUNTOS, DETALLE "
                   "EN FISCVER.TXT **"
               MOVE "ROTA" TO WS-RUN-OUTCOME
           ELSE
               MOVE WS-ENTRIES-SEEN TO WS-EDIT-COUNT
               DISPLAY "EX04FIS: CADENA INTACTA ("
                   FUNCTION TRIM(WS-EDIT-COUNT) " ENTRADAS)"
               SET WS-CHAIN-INTACT TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2100-VERIFY-ONE - una entrada: legible, en su orden, bien   *
      * encadenada y con la huella que sale de sus datos.           *
      *-----------------------------------------------------------*
       2100-VERIFY-ONE.
           IF FR-SEQ IS NOT NUMERIC OR FR-HASH IS NOT NUMERIC OR
                   FR-PREV-HASH IS NOT NUMERIC
               MOVE "ENTRADA ILEGIBLE (NUMERO U HUELLA NO NUMERICOS)"
                   TO WS-INCIDENT
               PERFORM 2900-REPORT-INCIDENT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF FR-SEQ IS GREATER THAN WS-EXPECTED-SEQ
               COMPUTE WS-MISSING-TO = FR-SEQ - 1
               MOVE WS-EXPECTED-SEQ TO WS-EDIT-SEQ
               MOVE WS-MISSING-TO TO WS-EDIT-SEQ2
               MOVE SPACES TO WS-INCIDENT
               STRING "HUECO: FALTAN LAS ENTRADAS "
                   FUNCTION TRIM(WS-EDIT-SEQ) " A "
                   FUNCTION TRIM(WS-EDIT-SEQ2)
                   DELIMITED BY SIZE INTO WS-INCIDENT
               PERFORM 2900-REPORT-INCIDENT THRU 2900-EXIT
           END-IF.
           IF FR-SEQ IS LESS THAN WS-EXPECTED-SEQ
               MOVE "NUMERO DE ORDEN REPETIDO O FUERA DE ORDEN" TO
                   WS-INCIDENT
               PERFORM 2900-REPORT-INCIDENT THRU 2900-EXIT
           END-IF.
      * La primera entrada cuelga de cero; las demas, de la huella
      * de la anterior.
           IF FR-PREV-HASH IS NOT EQUAL TO WS-EXPECTED-PREV
               MOVE "ESLABON SUELTO: NO CUELGA DE LA ENTRADA ANTERIOR"
                   TO WS-INCIDENT
               PERFORM 2900-REPORT-INCIDENT THRU 2900-EXIT
           END-IF.
      * La huella se reproduce desde los datos, con la misma formula
      * que usa FISCLOG al anotar.
           MOVE FR-PREV-HASH TO WS-HASH-WORK.
           PERFORM VARYING WS-I-CHAR FROM 1 BY 1
                   UNTIL WS-I-CHAR IS GREATER THAN 117
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 31 +
                   FUNCTION ORD(FR-HASHED-DATA(WS-I-CHAR:1)),
                   999999989)
           END-PERFORM.
           MOVE WS-HASH-WORK TO WS-CALC-HASH.
           IF WS-CALC-HASH IS NOT EQUAL TO FR-HASH
               MOVE "HUELLA ALTERADA: LOS DATOS NO SON LOS ANOTADOS"
                   TO WS-INCIDENT
               PERFORM 2900-REPORT-INCIDENT THRU 2900-EXIT
           END-IF.
           IF FR-IS-REFUND
               ADD 1 TO WS-REFUND-COUNT
               IF FR-TOTAL IS NUMERIC
                   ADD FR-TOTAL TO WS-REFUND-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-SALE-COUNT
               IF FR-TOTAL IS NUMERIC
                   ADD FR-TOTAL TO WS-SALE-TOTAL
               END-IF
           END-IF.
           MOVE FR-HASH TO WS-EXPECTED-PREV.
           MOVE FR-HASH TO WS-LAST-HASH.
           MOVE FR-SEQ TO WS-LAST-SEQ.
           COMPUTE WS-EXPECTED-SEQ = FR-SEQ + 1.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2200-CHECK-LAST-LINK - el ultimo eslabon de FISCLAST.DAT    *
      * debe ser la ultima entrada: si va por delante se han        *
      * quitado entradas del final; si va por detras se han anexado *
      * a mano o FISCLOG no llego a regrabarlo.                     *
      *-----------------------------------------------------------*
       2200-CHECK-LAST-LINK.
           OPEN INPUT FISCLAST-FILE.
           IF WS-FISCLAST-STATUS IS NOT EQUAL TO "00"
               IF WS-ENTRIES-SEEN IS GREATER THAN ZERO
                   MOVE SPACES TO FISCVER-LINE
                   STRING "AVISO: FALTA FISCLAST.DAT; LA PROXIMA "
                       "ANOTACION LO RECONSTRUYE"
                       DELIMITED BY SIZE INTO FISCVER-LINE
                   WRITE FISCVER-LINE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           READ FISCLAST-FILE INTO FISCAL-LAST-REC
               AT END
                   MOVE ZERO TO FL-LAST-SEQ
                   MOVE ZERO TO FL-LAST-HASH
           END-READ.
           CLOSE FISCLAST-FILE.
           IF FL-LAST-SEQ IS NOT EQUAL TO WS-LAST-SEQ OR
                   FL-LAST-HASH IS NOT EQUAL TO WS-LAST-HASH
               MOVE SPACES TO FISCAL-REC
               MOVE ZERO TO FR-SEQ
               MOVE ZERO TO FR-TICKET-NUM
               MOVE "EL ULTIMO ESLABON (FISCLAST.DAT) NO CUADRA"
                   TO WS-INCIDENT
               PERFORM 2900-REPORT-INCIDENT THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
       2300-PRINT-SUMMARY.
           MOVE SPACES TO FISCVER-LINE.
           WRITE FISCVER-LINE.
           MOVE WS-ENTRIES-SEEN TO WS-EDIT-COUNT.
           MOVE SPACES TO FISCVER-LINE.
           STRING "ENTRADAS LEIDAS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO FISCVER-LINE.
           WRITE FISCVER-LINE.
           MOVE WS-SALE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-SALE-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO FISCVER-LINE.
           STRING "VENTAS:          " WS-EDIT-COUNT
               "   IMPORTE: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FISCVER-LINE.
           WRITE FISCVER-LINE.
           MOVE WS-REFUND-COUNT TO WS-EDIT-COUNT.
           MOVE WS-REFUND-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO FISCVER-LINE.
           STRING "DEVOLUCIONES:    " WS-EDIT-COUNT
               "   IMPORTE: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FISCVER-LINE.
           WRITE FISCVER-LINE.
           MOVE WS-BREAKS-FOUND TO WS-EDIT-COUNT.
           MOVE SPACES TO FISCVER-LINE.
           IF WS-BREAKS-FOUND IS EQUAL TO ZERO
               MOVE "RESULTADO: CADENA INTACTA" TO FISCVER-LINE
           ELSE
               STRING "RESULTADO: ** CADENA ROTA, INCIDENCIAS: "
                   FUNCTION TRIM(WS-EDIT-COUNT) " **"
                   DELIMITED BY SIZE INTO FISCVER-LINE
           END-IF.
           WRITE FISCVER-LINE.
       2300-EXIT.
           EXIT.
      * Una linea por incidencia: entrada, ticket y motivo.
       2900-REPORT-INCIDENT.
           ADD 1 TO WS-BREAKS-FOUND.
           MOVE SPACES TO FISCVER-LINE.
           STRING "ENTRADA " FR-SEQ " TICKET " FR-TICKET-NUM ": "
               WS-INCIDENT DELIMITED BY SIZE INTO FISCVER-LINE.
           WRITE FISCVER-LINE.
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-EXPORT-PENDING - solo con la cadena intacta: las       *
      * entradas posteriores a la ultima enviada, hasta la ultima   *
      * verificada, forman un lote nuevo. El lote se da por         *
      * enviado antes de escribir el fichero; si algo falla al      *
      * escribirlo se reproduce por su numero (opcion R) y nunca se *
      * envia dos veces.                                            *
      *-----------------------------------------------------------*
       3000-EXPORT-PENDING.
           IF CTL-ISSUER-TAX-ID IS EQUAL TO SPACES
               DISPLAY "EX04FIS: FALTA EL NIF DEL EMISOR EN EL "
                   "FICHERO DE CONTROL (PARAMETROS, OPCION E)"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2000-VERIFY-CHAIN THRU 2000-EXIT.
           IF NOT WS-CHAIN-INTACT
               DISPLAY "EX04FIS: CON LA CADENA ROTA NO SE EXPORTA"
               GO TO 3000-EXIT
           END-IF.
           IF WS-LAST-SEQ IS EQUAL TO ZERO
               DISPLAY "EX04FIS: EL REGISTRO FISCAL ESTA VACIO"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FIND-LAST-SENT THRU 3100-EXIT.
           IF WS-SENT-SEQ IS NOT LESS THAN WS-LAST-SEQ
               DISPLAY "EX04FIS: NO HAY ENTRADAS PENDIENTES DE ENVIO"
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-FROM-SEQ = WS-SENT-SEQ + 1.
           MOVE WS-LAST-SEQ TO WS-TO-SEQ.
           PERFORM 3200-SCAN-RANGE THRU 3200-EXIT.
           MOVE WS-EXP-COUNT TO WS-EDIT-COUNT.
           MOVE WS-FROM-SEQ TO WS-EDIT-SEQ.
           MOVE WS-TO-SEQ TO WS-EDIT-SEQ2.
           DISPLAY "ENTRADAS PENDIENTES: " FUNCTION TRIM(WS-EDIT-COUNT)
               " (DE LA " FUNCTION TRIM(WS-EDIT-SEQ) " A LA "
               FUNCTION TRIM(WS-EDIT-SEQ2) ")".
           DISPLAY "GENERAR EL LOTE Y DARLAS POR ENVIADAS (S/N): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM IS NOT EQUAL TO "S"
               DISPLAY "EXPORTACION CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-BATCH = WS-HIGHEST-BATCH + 1.
           MOVE WS-CURR-DATE TO WS-BATCH-DATE.
           PERFORM 3300-MARK-SENT THRU 3300-EXIT.
           PERFORM 5000-WRITE-EXPORT THRU 5000-EXIT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "LOTE FISCAL " WS-BATCH " EXPORTADO"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "EX04FIS" TO WS-AUD-PROGRAM.
           MOVE "EXPORT" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3100-FIND-LAST-SENT - hasta donde se ha enviado y ultimo    *
      * lote: lo mas alto entre FISCLAST.DAT y el diario de lotes   *
      * (un FISCLAST.DAT reconstruido no recuerda los envios).      *
      *-----------------------------------------------------------*
       3100-FIND-LAST-SENT.
           MOVE ZERO TO WS-SENT-SEQ.
           MOVE ZERO TO WS-HIGHEST-BATCH.
           OPEN INPUT FISCLAST-FILE.
           IF WS-FISCLAST-STATUS IS EQUAL TO "00"
               READ FISCLAST-FILE INTO FISCAL-LAST-REC
                   NOT AT END
                       IF FL-LAST-SENT-SEQ IS NUMERIC
                           MOVE FL-LAST-SENT-SEQ TO WS-SENT-SEQ
                       END-IF
                       IF FL-LAST-BATCH IS NUMERIC
                           MOVE FL-LAST-BATCH TO WS-HIGHEST-BATCH
                       END-IF
               END-READ
               CLOSE FISCLAST-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FISCSENT-FILE.
           IF WS-FISCSENT-STATUS IS NOT EQUAL TO "00"
               GO TO 3100-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ FISCSENT-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF FS-BATCH IS NUMERIC AND
                               FS-BATCH IS GREATER THAN
                               WS-HIGHEST-BATCH
                           MOVE FS-BATCH TO WS-HIGHEST-BATCH
                       END-IF
                       IF FS-LAST-SEQ IS NUMERIC AND
                               FS-LAST-SEQ IS GREATER THAN
                               WS-SENT-SEQ
                           MOVE FS-LAST-SEQ TO WS-SENT-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FISCSENT-FILE.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3200-SCAN-RANGE - recuento y sumas de control de las        *
      * entradas del lote, para la cabecera y la cola del fichero.  *
      *-----------------------------------------------------------*
       3200-SCAN-RANGE.
           MOVE ZERO TO WS-EXP-COUNT.
           MOVE ZERO TO WS-EXP-SALES.
           MOVE ZERO TO WS-EXP-REFUNDS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FISCAL-FILE.
           IF WS-FISCAL-STATUS IS NOT EQUAL TO "00"
               GO TO 3200-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ FISCAL-FILE INTO FISCAL-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF FR-SEQ IS NUMERIC AND
                               FR-SEQ IS NOT LESS THAN WS-FROM-SEQ
                               AND FR-SEQ IS NOT GREATER THAN
                               WS-TO-SEQ
                           ADD 1 TO WS-EXP-COUNT
                           IF FR-IS-REFUND
                               ADD FR-TOTAL TO WS-EXP-REFUNDS
                           ELSE
                               ADD FR-TOTAL TO WS-EXP-SALES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FISCAL-FILE.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3300-MARK-SENT - anota el lote en el diario y adelanta lo   *
      * enviado en FISCLAST.DAT, abierto en exclusiva el minimo     *
      * tiempo para no frenar a las cajas.                          *
      *-----------------------------------------------------------*
       3300-MARK-SENT.
           OPEN EXTEND FISCSENT-FILE.
           IF WS-FISCSENT-STATUS NOT = "00" AND
                   WS-FISCSENT-STATUS NOT = "05"
               OPEN OUTPUT FISCSENT-FILE
           END-IF.
           MOVE WS-BATCH TO FS-BATCH.
           MOVE WS-BATCH-DATE TO FS-DATE.
           MOVE WS-FROM-SEQ TO FS-FIRST-SEQ.
           MOVE WS-TO-SEQ TO FS-LAST-SEQ.
           MOVE WS-EXP-COUNT TO FS-COUNT.
           MOVE WS-EXP-SALES TO FS-TOTAL-SALES.
           MOVE WS-EXP-REFUNDS TO FS-TOTAL-REFUNDS.
           MOVE WS-OPERATOR TO FS-OPERATOR.
           WRITE FISCSENT-REC.
           CLOSE FISCSENT-FILE.
           OPEN I-O FISCLAST-FILE.
           IF WS-FISCLAST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FIS: FISCLAST.DAT NO DISPONIBLE; EL ENVIO "
                   "QUEDA SOLO EN FISCSENT.DAT"
               GO TO 3300-EXIT
           END-IF.
           READ FISCLAST-FILE INTO FISCAL-LAST-REC
               AT END
                   CLOSE FISCLAST-FILE
                   GO TO 3300-EXIT
           END-READ.
           MOVE WS-TO-SEQ TO FL-LAST-SENT-SEQ.
           MOVE WS-BATCH TO FL-LAST-BATCH.
           MOVE WS-BATCH-DATE TO FL-LAST-SENT-DATE.
           MOVE FISCAL-LAST-REC TO FISCLAST-FILE-REC.
           REWRITE FISCLAST-FILE-REC.
           CLOSE FISCLAST-FILE.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-REISSUE-BATCH - vuelve a escribir el fichero de un     *
      * lote ya enviado con las mismas entradas, sin tocar nada de  *
      * lo enviado.                                                 *
      *-----------------------------------------------------------*
       4000-REISSUE-BATCH.
           DISPLAY "NUMERO DE LOTE A REPRODUCIR: " WITH NO ADVANCING.
           MOVE SPACES TO WS-BATCH-INPUT.
           ACCEPT WS-BATCH-INPUT.
           IF FUNCTION TEST-NUMVAL(WS-BATCH-INPUT) IS NOT EQUAL TO
                   ZERO
               DISPLAY "NUMERO DE LOTE NO VALIDO"
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-BATCH-INPUT) TO WS-BATCH.
           MOVE "N" TO WS-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FISCSENT-FILE.
           IF WS-FISCSENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FIS: TODAVIA NO SE HA ENVIADO NINGUN LOTE"
               GO TO 4000-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR WS-FOUND
               READ FISCSENT-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF FS-BATCH IS EQUAL TO WS-BATCH
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FISCSENT-FILE.
           IF NOT WS-FOUND
               DISPLAY "EX04FIS: EL LOTE " WS-BATCH " NO EXISTE"
               GO TO 4000-EXIT
           END-IF.
           MOVE FS-DATE TO WS-BATCH-DATE.
           MOVE FS-FIRST-SEQ TO WS-FROM-SEQ.
           MOVE FS-LAST-SEQ TO WS-TO-SEQ.
           PERFORM 3200-SCAN-RANGE THRU 3200-EXIT.
           IF WS-EXP-COUNT IS NOT EQUAL TO FS-COUNT
               DISPLAY "EX04FIS: ** EL REGISTRO YA NO TIENE LAS "
                   FS-COUNT " ENTRADAS DEL LOTE (HAY " WS-EXP-COUNT
                   "): VERIFIQUE LA CADENA **"
           END-IF.
           PERFORM 5000-WRITE-EXPORT THRU 5000-EXIT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "LOTE FISCAL " WS-BATCH " REPRODUCIDO"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "EX04FIS" TO WS-AUD-PROGRAM.
           MOVE "REISSUE" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-WRITE-EXPORT - fichero del lote en el formato fijo de  *
      * la oficina tributaria: cabecera "C" con el emisor, el lote  *
      * y el rango, un "R" por entrada (F2 venta simplificada, R5   *
      * su rectificativa) con las dos huellas, y la cola "T" con el *
      * recuento y las sumas de control.                            *
      *-----------------------------------------------------------*
       5000-WRITE-EXPORT.
           MOVE SPACES TO WS-EXPORT-NAME.
           STRING "FISCEXP-" WS-BATCH ".DAT"
               DELIMITED BY SIZE INTO WS-EXPORT-NAME.
           SET ENVIRONMENT "FISEXPF" TO WS-EXPORT-NAME.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FIS: NO SE PUDO CREAR " WS-EXPORT-NAME
                   " (REPRODUZCA EL LOTE " WS-BATCH ")"
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO EXPORT-REC.
           STRING "C" CTL-ISSUER-TAX-ID CTL-ISSUER-NAME CTL-STORE-ID
               WS-BATCH WS-BATCH-DATE WS-EXP-COUNT WS-FROM-SEQ
               WS-TO-SEQ DELIMITED BY SIZE INTO EXPORT-REC.
           WRITE EXPORT-REC.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FISCAL-FILE.
           IF WS-FISCAL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ FISCAL-FILE INTO FISCAL-REC
                       AT END
                           SET WS-NO-MORE-RECORDS TO TRUE
                       NOT AT END
                           IF FR-SEQ IS NUMERIC AND
                                   FR-SEQ IS NOT LESS THAN
                                   WS-FROM-SEQ AND
                                   FR-SEQ IS NOT GREATER THAN
                                   WS-TO-SEQ
                               PERFORM 5100-WRITE-ENTRY THRU
                                   5100-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-FILE
           END-IF.
           MOVE SPACES TO EXPORT-REC.
           STRING "T" WS-EXP-COUNT WS-EXP-SALES WS-EXP-REFUNDS
               DELIMITED BY SIZE INTO EXPORT-REC.
           WRITE EXPORT-REC.
           CLOSE EXPORT-FILE.
           MOVE WS-EXP-COUNT TO WS-EDIT-COUNT.
           DISPLAY "EX04FIS: LOTE " WS-BATCH " ESCRITO EN "
               FUNCTION TRIM(WS-EXPORT-NAME) " ("
               FUNCTION TRIM(WS-EDIT-COUNT) " ENTRADAS)".
       5000-EXIT.
           EXIT.
      * El documento se identifica por tienda y numero de ticket; el
      * de una devolucion referencia ademas el ticket original.
       5100-WRITE-ENTRY.
           MOVE SPACES TO WS-EXP-DOC.
           STRING FR-STORE-ID "-" FR-TICKET-NUM
               DELIMITED BY SIZE INTO WS-EXP-DOC.
           MOVE SPACES TO WS-EXP-ORIG-DOC.
           IF FR-IS-REFUND
               MOVE "R5" TO WS-EXP-KIND
               IF FR-ORIG-TICKET IS NUMERIC AND
                       FR-ORIG-TICKET IS GREATER THAN ZERO
                   STRING FR-STORE-ID "-" FR-ORIG-TICKET
                       DELIMITED BY SIZE INTO WS-EXP-ORIG-DOC
               END-IF
           ELSE
               MOVE "F2" TO WS-EXP-KIND
           END-IF.
           MOVE SPACES TO EXPORT-REC.
           STRING "R" FR-SEQ WS-EXP-KIND WS-EXP-DOC FR-TICKET-DATE
               FR-TICKET-TIME WS-EXP-ORIG-DOC FR-INVOICE-NUM
               FR-TOTAL-BASE FR-TOTAL-TAX FR-TOTAL FR-REG-DATE
               FR-REG-TIME FR-PREV-HASH FR-HASH
               DELIMITED BY SIZE INTO EXPORT-REC.
           WRITE EXPORT-REC.
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04FIS" TO WS-AUD-PROGRAM.
           MOVE "REGISTRO FISCAL TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

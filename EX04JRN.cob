       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04JRN.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Archivo de diarios de fin *
      *                  de mes, hermano de EX04ARC para los        *
      *                  ficheros que solo crecen: PAYMENTS.DAT,    *
      *                  STKMOVE.DAT, CHGJRNL.DAT, VOIDJRNL.DAT,    *
      *                  PTSJRNL.DAT, RECEIPTS.DAT y DRAWER.DAT.    *
      *                  Cada diario conserva en el vivo los meses  *
      *                  cerrados que fija CTL-JRNL-RETENTION; lo   *
      *                  anterior pasa a <DIARIO>-AAAAMM.DAT (el    *
      *                  mes es el ultimo archivado). El kardex y   *
      *                  los puntos dejan en cabeza del vivo un     *
      *                  arrastre por producto y por socio para que *
      *                  el saldo encadenado siga cuadrando, y una  *
      *                  sesion de cajon aun abierta no se archiva. *
      *                  Informe JRNLARC.TXT al spool con registros *
      *                  y totales de cada diario antes y despues.  *
      *                  El mes se pasa por EX04-PERIODO o por      *
      *                  consola, como en EX04ARC.                  *
      * 2026-10-15  JMS  DRAWER.DAT pasa a 142 con el desglose de   *
      *                  billetes y monedas del cierre; cada imagen *
      *                  de diario se toma con la longitud leida.   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Diario vivo en tratamiento; el nombre real se fija en
      * ejecucion via JRNLIVE, como hace EX04ARC con ARCFILE.
           SELECT LIVE-FILE ASSIGN TO JRNLIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
      * Archivo fechado del diario (<DIARIO>-AAAAMM.DAT), via JRNARC.
           SELECT ARCHIVE-FILE ASSIGN TO JRNARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      * Copia de trabajo con lo que se queda en el vivo
      * (<DIARIO>.JRW), via JRNWORK. Va marcada al principio y al
      * final para que un corte a medias se reconozca al repetir.
           SELECT WORK-FILE ASSIGN TO JRNWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
      * Fichero de control, por los plazos de retencion.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Informe del archivo de diarios.
           SELECT JRNRPT-FILE ASSIGN TO "JRNLARC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Los diarios tienen cada uno su longitud: el registro se lee
      * y se vuelve a grabar con la longitud con que se leyo.
       FD  LIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-LIVE-LEN.
       01  LIVE-REC                             PIC X(200).
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-ARC-LEN.
       01  ARCHIVE-REC                          PIC X(200).
       FD  WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-WORK-LEN.
       01  WORK-REC                             PIC X(200).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  JRNRPT-FILE.
       01  JRNRPT-LINE                          PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "PAYREC.CPY".
           COPY "STKMOVE.CPY".
           COPY "VOIDREC.CPY".
           COPY "PTSJRNL.CPY".
           COPY "RCPTREC.CPY".
           COPY "DRWREC.CPY".
       78  JRN-MAX-PRODUCTS                     VALUE 3000.
       78  JRN-MAX-MEMBERS                      VALUE 5000.
       78  JRN-MAX-OPERS                        VALUE 50.
      * Marcas de la copia de trabajo.
       78  JRN-WORK-START                       VALUE "*JRN-INICIO*".
       78  JRN-WORK-END                         VALUE "*JRN-FIN*".
      * Retencion minima del kardex: el informe de stock dormido
      * (EX04SLW) busca la ultima venta hasta 180 dias atras.
       78  JRN-MIN-STKMOVE-MONTHS               VALUE 6.
       01  WS-LIVE-STATUS                       PIC X(02).
       01  WS-ARCHIVE-STATUS                    PIC X(02).
       01  WS-WORK-STATUS                       PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-JRNRPT-STATUS                     PIC X(02).
       01  WS-LIVE-LEN                          PIC 9(03).
       01  WS-ARC-LEN                           PIC 9(03).
       01  WS-WORK-LEN                          PIC 9(03).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND                   VALUE "Y".
      * Periodo archivado (el mes cerrado que se pide) y mes de
      * negocio en curso, que nunca se archiva.
       01  WS-PERIOD-IN                         PIC X(06).
       01  WS-PERIOD                            PIC 9(06).
       01  WS-PERIOD-ED REDEFINES WS-PERIOD.
           05  WS-PE-YYYY                       PIC 9(04).
           05  WS-PE-MM                         PIC 9(02).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
           05  WS-CURR-PERIOD                   PIC X(06).
           05  FILLER                           PIC X(02).
      * Diario en tratamiento: 1 pagos, 2 kardex, 3 cambios, 4
      * anulaciones, 5 puntos, 6 recepciones, 7 cajon (el orden de
      * CTL-JRNL-RETENTION).
       01  WS-JRNL-I                            PIC 9(01).
       01  WS-CUR-NAME                          PIC X(12).
       01  WS-CUR-BASE                          PIC X(08).
       01  WS-CUR-LEN                           PIC 9(03).
       01  WS-CUR-TOTAL-LABEL                   PIC X(08).
       01  WS-CUR-RETENTION                     PIC 9(03).
       01  WS-WORK-MONTHS                       PIC 9(06).
       01  WS-CUT-PERIOD                        PIC 9(06).
       01  WS-CUT-PERIOD-ED REDEFINES WS-CUT-PERIOD.
           05  WS-CP-YYYY                       PIC 9(04).
           05  WS-CP-MM                         PIC 9(02).
       01  WS-CUT-PERIOD-X REDEFINES WS-CUT-PERIOD
                                                PIC X(06).
       01  WS-LIVE-NAME                         PIC X(24).
       01  WS-ARC-NAME                          PIC X(24).
       01  WS-WORK-NAME                         PIC X(24).
      * Situacion de la copia de trabajo al empezar: sin copia (o
      * vacia), cortada a medias o completa sin volcar al vivo.
       01  WS-WORK-STATE-SW                     PIC X(01).
           88  WS-WORK-NONE                     VALUE "N".
           88  WS-WORK-PARTIAL                  VALUE "P".
           88  WS-WORK-COMPLETE                 VALUE "C".
       01  WS-LAST-WORK-REC                     PIC X(12).
       01  WS-ARC-EXISTS-SW                     PIC X(01).
           88  WS-ARC-EXISTS                    VALUE "Y".
      * Resultado del diario para el informe.
       01  WS-JRNL-RESULT                       PIC X(50).
      * Registro en curso, ya clasificado.
       01  WS-REC-DATE                          PIC X(08).
       01  WS-REC-AMOUNT                        PIC S9(11)V99.
       01  WS-REC-SEQ                           PIC 9(09).
       01  WS-REC-SCOPE-SW                      PIC X(01).
           88  WS-REC-IN-SCOPE                  VALUE "Y".
       01  WS-REC-CARRY-SW                      PIC X(01).
           88  WS-REC-IS-CARRY                  VALUE "Y".
       01  WS-REC-KEEP-SW                       PIC X(01).
           88  WS-REC-KEEP-LIVE                 VALUE "Y".
      * Contadores y totales del diario en curso.
       01  WS-BEFORE-COUNT                      PIC 9(09).
       01  WS-BEFORE-TOTAL                      PIC S9(11)V99.
       01  WS-SCOPE-COUNT                       PIC 9(09).
       01  WS-ARC-COUNT                         PIC 9(09).
       01  WS-ARC-TOTAL                         PIC S9(11)V99.
       01  WS-CARRY-COUNT                       PIC 9(09).
       01  WS-AFTER-COUNT                       PIC 9(09).
       01  WS-AFTER-TOTAL                       PIC S9(11)V99.
       01  WS-CHECK-COUNT                       PIC S9(10).
       01  WS-CHECK-TOTAL                       PIC S9(11)V99.
      * Con una tabla de arrastres llena el saldo a arrastrar no es
      * de fiar: ese diario no se archiva.
       01  WS-OVERFLOW-SW                       PIC X(01).
           88  WS-TABLE-OVERFLOW                VALUE "Y".
      * Arrastre del kardex: ultimo saldo archivado de cada producto,
      * en orden de codigo.
       01  WS-KX-TABLE.
           05  WS-KX-COUNT                      PIC 9(05) VALUE ZERO.
           05  WS-KX-ENTRY OCCURS 1 TO JRN-MAX-PRODUCTS TIMES
                   DEPENDING ON WS-KX-COUNT
                   ASCENDING KEY IS WS-KX-PRODUCT
                   INDEXED BY WS-KX-IDX.
               10  WS-KX-PRODUCT                PIC X(06).
               10  WS-KX-LAST-DATE              PIC 9(08).
               10  WS-KX-LAST-TIME              PIC 9(08).
               10  WS-KX-LAST-AFTER             PIC S9(07).
      * Arrastre de los puntos: por socio, lo ganado y aun sin gastar
      * en lo archivado, el saldo con que termina y la fecha de su
      * ultima ganancia archivada.
       01  WS-PT-TABLE.
           05  WS-PT-COUNT                      PIC 9(05) VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 1 TO JRN-MAX-MEMBERS TIMES
                   DEPENDING ON WS-PT-COUNT
                   ASCENDING KEY IS WS-PT-MEMBER
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-MEMBER                 PIC X(21).
               10  WS-PT-UNSPENT                PIC S9(09).
               10  WS-PT-LAST-BALANCE           PIC 9(08).
               10  WS-PT-LAST-DATE              PIC 9(08).
               10  WS-PT-LAST-TIME              PIC 9(08).
      * Cajon: ultimo registro de cada operador en todo el diario;
      * si es una apertura, la sesion sigue abierta y se queda viva.
       01  WS-DW-TABLE.
           05  WS-DW-COUNT                      PIC 9(02) VALUE ZERO.
           05  WS-DW-ENTRY OCCURS JRN-MAX-OPERS TIMES.
               10  WS-DW-OPERATOR               PIC X(08).
               10  WS-DW-LAST-SEQ               PIC 9(09).
               10  WS-DW-LAST-TYPE              PIC X(01).
               10  WS-DW-LAST-SCOPE             PIC X(01).
       01  WS-I-DW                              PIC 9(02).
       01  WS-I-SHIFT                           PIC 9(05).
       01  WS-KX-NEW-PRODUCT                    PIC X(06).
       01  WS-PT-NEW-MEMBER                     PIC X(21).
       01  WS-EDIT-RECORD                       PIC X(200).
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL                        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-MONTHS                       PIC ZZ9.
      * Diarios archivados, repetidos y con aviso en la ejecucion.
       01  WS-JRNL-DONE                         PIC 9(01) VALUE ZERO.
       01  WS-JRNL-WARNINGS                     PIC 9(01) VALUE ZERO.
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
               PERFORM VARYING WS-JRNL-I FROM 1 BY 1
                       UNTIL WS-JRNL-I IS GREATER THAN 7
                   PERFORM 2000-ARCHIVE-JOURNAL THRU 2000-EXIT
               END-PERFORM
               PERFORM 8000-CLOSE-REPORT THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
      * RC 0 = todo archivado o nada que hacer, RC 4 = algun diario
      * con aviso (no archivado o sin cuadrar), RC 8 = no se pudo
      * empezar.
           EVALUATE TRUE
               WHEN WS-RUN-OUTCOME IS EQUAL TO "OK"
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-RUN-OUTCOME IS EQUAL TO "AVISO"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - periodo a archivar (un mes ya cerrado),   *
      * plazos de retencion del fichero de control e informe.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04JRN" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "ARCHIVO DE DIARIOS INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "EX04-PERIODO".
           IF WS-PERIOD-IN IS EQUAL TO SPACES
               DISPLAY "MES CERRADO A ARCHIVAR (AAAAMM): "
                   WITH NO ADVANCING
               ACCEPT WS-PERIOD-IN
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-PERIOD-IN) IS NOT EQUAL TO
                   ZERO
               DISPLAY "EX04JRN: PERIODO NO VALIDO: " WS-PERIOD-IN
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PERIOD-IN) TO WS-PERIOD.
           MOVE WS-PERIOD TO WS-PERIOD-IN.
           IF WS-PE-MM IS LESS THAN 1 OR WS-PE-MM IS GREATER THAN 12
               DISPLAY "EX04JRN: PERIODO NO VALIDO: " WS-PERIOD-IN
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
      * El mes de negocio en curso sigue abierto: solo se archivan
      * meses anteriores.
           IF WS-PERIOD-IN IS NOT LESS THAN WS-CURR-PERIOD
               DISPLAY "EX04JRN: EL MES " WS-PERIOD-IN " NO ESTA "
                   "CERRADO, NO SE ARCHIVA"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04JRN: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           IF CTL-JRNL-RETENTION(7) IS NOT NUMERIC
               MOVE 3 TO CTL-JRNL-RETENTION(1)
               MOVE 6 TO CTL-JRNL-RETENTION(2)
               MOVE 12 TO CTL-JRNL-RETENTION(3)
               MOVE 3 TO CTL-JRNL-RETENTION(4)
               MOVE 24 TO CTL-JRNL-RETENTION(5)
               MOVE 6 TO CTL-JRNL-RETENTION(6)
               MOVE 3 TO CTL-JRNL-RETENTION(7)
           END-IF.
           IF CTL-POINTS-EXPIRY-MONTHS IS NOT NUMERIC OR
                   CTL-POINTS-EXPIRY-MONTHS IS EQUAL TO ZERO
               MOVE 24 TO CTL-POINTS-EXPIRY-MONTHS
           END-IF.
           OPEN OUTPUT JRNRPT-FILE.
           MOVE SPACES TO JRNRPT-LINE.
           STRING "ARCHIVO DE DIARIOS DE FIN DE MES - MES CERRADO "
                   DELIMITED BY SIZE
                   WS-PERIOD-IN DELIMITED BY SIZE
                   " - FECHA " DELIMITED BY SIZE
                   WS-CURR-DATE DELIMITED BY SIZE
                   INTO JRNRPT-LINE
           END-STRING.
           WRITE JRNRPT-LINE.
           MOVE ALL "-" TO JRNRPT-LINE.
           WRITE JRNRPT-LINE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-ARCHIVE-JOURNAL - un diario: fija nombres y corte,     *
      * mira si una ejecucion anterior quedo a medias, y archiva,   *
      * reanuda o lo da por hecho.                                  *
      *-----------------------------------------------------------*
       2000-ARCHIVE-JOURNAL.
           PERFORM 2100-SET-JOURNAL THRU 2100-EXIT.
           PERFORM 2200-COMPUTE-CUTOFF THRU 2200-EXIT.
           MOVE ZERO TO WS-BEFORE-COUNT.
           MOVE ZERO TO WS-BEFORE-TOTAL.
           MOVE ZERO TO WS-SCOPE-COUNT.
           MOVE ZERO TO WS-ARC-COUNT.
           MOVE ZERO TO WS-ARC-TOTAL.
           MOVE ZERO TO WS-CARRY-COUNT.
           MOVE ZERO TO WS-AFTER-COUNT.
           MOVE ZERO TO WS-AFTER-TOTAL.
           MOVE ZERO TO WS-KX-COUNT.
           MOVE ZERO TO WS-PT-COUNT.
           MOVE ZERO TO WS-DW-COUNT.
           MOVE "N" TO WS-OVERFLOW-SW.
           MOVE SPACES TO WS-JRNL-RESULT.
           PERFORM 2300-CHECK-STATE THRU 2300-EXIT.
           EVALUATE TRUE
      * La copia de trabajo esta completa: la ejecucion anterior se
      * corto al volcarla al vivo, y el archivo ya esta escrito.
               WHEN WS-WORK-COMPLETE
                   PERFORM 3000-ANALYZE-LIVE THRU 3000-EXIT
                   PERFORM 5000-REPLACE-LIVE THRU 5000-EXIT
                   PERFORM 5500-COUNT-ARCHIVE THRU 5500-EXIT
                   MOVE "REANUDADO: VOLCADO AL VIVO COMPLETADO" TO
                       WS-JRNL-RESULT
                   ADD 1 TO WS-JRNL-DONE
      * Archivo hecho y sin copia pendiente: el mes ya se archivo.
               WHEN WS-ARC-EXISTS AND WS-WORK-NONE
                   PERFORM 3000-ANALYZE-LIVE THRU 3000-EXIT
                   MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
                   MOVE WS-BEFORE-TOTAL TO WS-AFTER-TOTAL
                   IF WS-SCOPE-COUNT IS GREATER THAN ZERO
                       STRING "** YA ARCHIVADO, QUEDAN REGISTROS "
                               "ANTERIORES **" DELIMITED BY SIZE
                               INTO WS-JRNL-RESULT
                       END-STRING
                       ADD 1 TO WS-JRNL-WARNINGS
                   ELSE
                       MOVE "YA ARCHIVADO EN UNA EJECUCION ANTERIOR"
                           TO WS-JRNL-RESULT
                   END-IF
      * Sin archivo, o con una copia cortada a medias (el vivo sigue
      * intacto): se hace entero, machacando lo que hubiera.
               WHEN OTHER
                   PERFORM 3000-ANALYZE-LIVE THRU 3000-EXIT
                   EVALUATE TRUE
                       WHEN WS-LIVE-STATUS IS NOT EQUAL TO "00"
                           MOVE "SIN FICHERO, NADA QUE ARCHIVAR" TO
                               WS-JRNL-RESULT
                       WHEN WS-TABLE-OVERFLOW
                           MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
                           MOVE WS-BEFORE-TOTAL TO WS-AFTER-TOTAL
                           STRING "** TABLA DE ARRASTRES LLENA, NO SE "
                                   "ARCHIVA **" DELIMITED BY SIZE
                                   INTO WS-JRNL-RESULT
                           END-STRING
                           ADD 1 TO WS-JRNL-WARNINGS
                       WHEN WS-SCOPE-COUNT IS EQUAL TO ZERO
                           MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
                           MOVE WS-BEFORE-TOTAL TO WS-AFTER-TOTAL
                           MOVE "NADA ANTERIOR AL CORTE" TO
                               WS-JRNL-RESULT
                       WHEN OTHER
                           PERFORM 4000-SPLIT-LIVE THRU 4000-EXIT
                           PERFORM 5000-REPLACE-LIVE THRU 5000-EXIT
                           MOVE "ARCHIVADO" TO WS-JRNL-RESULT
                           ADD 1 TO WS-JRNL-DONE
                   END-EVALUATE
           END-EVALUATE.
           PERFORM 6000-REPORT-JOURNAL THRU 6000-EXIT.
       2000-EXIT.
           EXIT.
      * Nombre, base del archivo, longitud de registro y etiqueta del
      * total de cada diario.
       2100-SET-JOURNAL.
           EVALUATE WS-JRNL-I
               WHEN 1
                   MOVE "PAYMENTS.DAT" TO WS-CUR-NAME
                   MOVE "PAYMENTS" TO WS-CUR-BASE
                   MOVE 64 TO WS-CUR-LEN
                   MOVE "IMPORTE" TO WS-CUR-TOTAL-LABEL
               WHEN 2
                   MOVE "STKMOVE.DAT" TO WS-CUR-NAME
                   MOVE "STKMOVE" TO WS-CUR-BASE
                   MOVE 80 TO WS-CUR-LEN
                   MOVE "UNIDADES" TO WS-CUR-TOTAL-LABEL
               WHEN 3
                   MOVE "CHGJRNL.DAT" TO WS-CUR-NAME
                   MOVE "CHGJRNL" TO WS-CUR-BASE
                   MOVE 125 TO WS-CUR-LEN
                   MOVE SPACES TO WS-CUR-TOTAL-LABEL
               WHEN 4
                   MOVE "VOIDJRNL.DAT" TO WS-CUR-NAME
                   MOVE "VOIDJRNL" TO WS-CUR-BASE
                   MOVE 84 TO WS-CUR-LEN
                   MOVE "IMPORTE" TO WS-CUR-TOTAL-LABEL
               WHEN 5
                   MOVE "PTSJRNL.DAT" TO WS-CUR-NAME
                   MOVE "PTSJRNL" TO WS-CUR-BASE
                   MOVE 62 TO WS-CUR-LEN
                   MOVE "PUNTOS" TO WS-CUR-TOTAL-LABEL
               WHEN 6
                   MOVE "RECEIPTS.DAT" TO WS-CUR-NAME
                   MOVE "RECEIPTS" TO WS-CUR-BASE
                   MOVE 53 TO WS-CUR-LEN
                   MOVE "IMPORTE" TO WS-CUR-TOTAL-LABEL
               WHEN 7
                   MOVE "DRAWER.DAT" TO WS-CUR-NAME
                   MOVE "DRAWER" TO WS-CUR-BASE
                   MOVE 142 TO WS-CUR-LEN
                   MOVE "CONTADO" TO WS-CUR-TOTAL-LABEL
           END-EVALUATE.
           MOVE WS-CUR-NAME TO WS-LIVE-NAME.
           SET ENVIRONMENT "JRNLIVE" TO WS-LIVE-NAME.
           MOVE SPACES TO WS-WORK-NAME.
           STRING WS-CUR-BASE DELIMITED BY SPACE
                   ".JRW" DELIMITED BY SIZE
                   INTO WS-WORK-NAME
           END-STRING.
           SET ENVIRONMENT "JRNWORK" TO WS-WORK-NAME.
       2100-EXIT.
           EXIT.
      * El corte es el mes archivado menos los meses que el diario
      * conserva; el kardex nunca baja de su minimo y los puntos
      * nunca de su edad de caducidad, para que el lapso nocturno
      * siga viendo cada ganancia con su fecha.
       2200-COMPUTE-CUTOFF.
           MOVE CTL-JRNL-RETENTION(WS-JRNL-I) TO WS-CUR-RETENTION.
           IF WS-JRNL-I IS EQUAL TO 2 AND
                   WS-CUR-RETENTION IS LESS THAN JRN-MIN-STKMOVE-MONTHS
               MOVE JRN-MIN-STKMOVE-MONTHS TO WS-CUR-RETENTION
           END-IF.
           IF WS-JRNL-I IS EQUAL TO 5 AND
                   WS-CUR-RETENTION IS LESS THAN
                   CTL-POINTS-EXPIRY-MONTHS
               MOVE CTL-POINTS-EXPIRY-MONTHS TO WS-CUR-RETENTION
           END-IF.
           COMPUTE WS-WORK-MONTHS = WS-PE-YYYY * 12 + WS-PE-MM - 1
               - WS-CUR-RETENTION.
           COMPUTE WS-CP-YYYY = WS-WORK-MONTHS / 12.
           COMPUTE WS-CP-MM = FUNCTION MOD(WS-WORK-MONTHS, 12) + 1.
           MOVE SPACES TO WS-ARC-NAME.
           STRING WS-CUR-BASE DELIMITED BY SPACE
                   "-" WS-CUT-PERIOD ".DAT" DELIMITED BY SIZE
                   INTO WS-ARC-NAME
           END-STRING.
           SET ENVIRONMENT "JRNARC" TO WS-ARC-NAME.
       2200-EXIT.
           EXIT.
      * Situacion que dejo la ejecucion anterior: la copia de trabajo
      * empieza con la marca de inicio y solo lleva la de fin cuando
      * archivo y copia se escribieron enteros.
       2300-CHECK-STATE.
           SET WS-WORK-NONE TO TRUE.
           MOVE "N" TO WS-ARC-EXISTS-SW.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS IS EQUAL TO "00"
               MOVE SPACES TO WS-LAST-WORK-REC
               MOVE "N" TO WS-EOF-SW
               READ WORK-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS AND
                       WORK-REC(1:WS-WORK-LEN) IS EQUAL TO
                       JRN-WORK-START
                   SET WS-WORK-PARTIAL TO TRUE
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ WORK-FILE
                           AT END
                               SET WS-NO-MORE-RECORDS TO TRUE
                           NOT AT END
                               MOVE SPACES TO WS-LAST-WORK-REC
                               IF WS-WORK-LEN IS NOT GREATER THAN 12
                                   MOVE WORK-REC(1:WS-WORK-LEN) TO
                                       WS-LAST-WORK-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-LAST-WORK-REC IS EQUAL TO JRN-WORK-END
                       SET WS-WORK-COMPLETE TO TRUE
                   END-IF
               END-IF
               CLOSE WORK-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS IS EQUAL TO "00"
               SET WS-ARC-EXISTS TO TRUE
               CLOSE ARCHIVE-FILE
           END-IF.
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-ANALYZE-LIVE - primera pasada, solo lectura: registros *
      * y total de antes, cuantos caen antes del corte y los        *
      * arrastres que hay que dejar (saldo del kardex por producto, *
      * puntos por socio, ultima sesion de cajon por operador).     *
      *-----------------------------------------------------------*
       3000-ANALYZE-LIVE.
           MOVE ZERO TO WS-REC-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS IS NOT EQUAL TO "00"
               GO TO 3000-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ LIVE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-SEQ
                       PERFORM 3500-CLASSIFY-RECORD THRU 3500-EXIT
                       ADD 1 TO WS-BEFORE-COUNT
                       ADD WS-REC-AMOUNT TO WS-BEFORE-TOTAL
                       IF WS-JRNL-I IS EQUAL TO 7
                           PERFORM 3700-TRACK-DRAWER THRU 3700-EXIT
                       END-IF
                       IF WS-REC-IN-SCOPE AND NOT WS-REC-IS-CARRY
                           ADD 1 TO WS-SCOPE-COUNT
                       END-IF
                       IF WS-REC-IN-SCOPE
                           EVALUATE WS-JRNL-I
                               WHEN 2
                                   PERFORM 3600-TRACK-KARDEX
                                       THRU 3600-EXIT
                               WHEN 5
                                   PERFORM 3650-TRACK-POINTS
                                       THRU 3650-EXIT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.
      * Las sesiones de cajon abiertas antes del corte no se
      * archivan: no cuentan como pendientes.
           PERFORM VARYING WS-I-DW FROM 1 BY 1
                   UNTIL WS-I-DW IS GREATER THAN WS-DW-COUNT
               IF WS-DW-LAST-TYPE(WS-I-DW) IS EQUAL TO "A" AND
                       WS-DW-LAST-SCOPE(WS-I-DW) IS EQUAL TO "Y"
                   SUBTRACT 1 FROM WS-SCOPE-COUNT
               END-IF
           END-PERFORM.
      * El estado se deja en "00" para que quien llama sepa que el
      * diario existia.
           MOVE "00" TO WS-LIVE-STATUS.
       3000-EXIT.
           EXIT.
      * Fecha, importe con signo para el total del diario y si el
      * registro es un arrastre de una ejecucion anterior (que no
      * suma: su contenido ya esta en el total de lo que resume). La
      * fecha va en cabeza del registro salvo en el cajon, que lleva
      * antes el tipo. La imagen se toma con la longitud leida: los
      * registros de antes de que el diario creciera, o sin blancos
      * finales, rellenan con espacios.
       3500-CLASSIFY-RECORD.
           MOVE ZERO TO WS-REC-AMOUNT.
           MOVE "N" TO WS-REC-CARRY-SW.
           MOVE "N" TO WS-REC-SCOPE-SW.
           MOVE "N" TO WS-REC-KEEP-SW.
           MOVE LIVE-REC(1:8) TO WS-REC-DATE.
           EVALUATE WS-JRNL-I
               WHEN 1
                   MOVE LIVE-REC(1:WS-LIVE-LEN) TO PAYMENT-REC
                   IF PY-AMOUNT IS NUMERIC
                       IF PY-IS-REVERSAL
                           COMPUTE WS-REC-AMOUNT = ZERO - PY-AMOUNT
                       ELSE
                           MOVE PY-AMOUNT TO WS-REC-AMOUNT
                       END-IF
                   END-IF
               WHEN 2
                   MOVE SPACES TO STOCK-MOVE-REC
                   UNSTRING LIVE-REC DELIMITED BY "|"
                       INTO KX-DATE, KX-TIME, KX-PROGRAM,
                       KX-REFERENCE, KX-PRODUCT, KX-QTY,
                       KX-BEFORE, KX-AFTER
                   IF KX-PROGRAM IS EQUAL TO "EX04JRN"
                       SET WS-REC-IS-CARRY TO TRUE
                   ELSE
                       IF KX-QTY IS NUMERIC
                           MOVE KX-QTY TO WS-REC-AMOUNT
                       END-IF
                   END-IF
               WHEN 4
                   MOVE LIVE-REC(1:WS-LIVE-LEN) TO VOID-REC
                   IF VD-AMOUNT IS NUMERIC
                       MOVE VD-AMOUNT TO WS-REC-AMOUNT
                   END-IF
               WHEN 5
                   MOVE LIVE-REC(1:WS-LIVE-LEN) TO
                       POINTS-JOURNAL-REC
                   IF PT-POINTS IS NUMERIC
                       EVALUATE TRUE
                           WHEN PT-IS-CARRIED
                               SET WS-REC-IS-CARRY TO TRUE
                           WHEN PT-IS-EARN
                               MOVE PT-POINTS TO WS-REC-AMOUNT
                           WHEN OTHER
                               COMPUTE WS-REC-AMOUNT = ZERO -
                                   PT-POINTS
                       END-EVALUATE
                   END-IF
               WHEN 6
                   MOVE LIVE-REC(1:WS-LIVE-LEN) TO RECEIPT-REC
                   IF RC-AMOUNT IS NUMERIC
                       MOVE RC-AMOUNT TO WS-REC-AMOUNT
                   END-IF
               WHEN 7
                   MOVE LIVE-REC(1:WS-LIVE-LEN) TO DRAWER-REC
                   MOVE LIVE-REC(2:8) TO WS-REC-DATE
                   IF DW-IS-CLOSE AND DW-COUNTED IS NUMERIC
                       MOVE DW-COUNTED TO WS-REC-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Un registro con la fecha ilegible nunca se archiva.
           IF WS-REC-DATE IS NUMERIC AND
                   WS-REC-DATE(1:6) IS NOT GREATER THAN
                   WS-CUT-PERIOD-X
               SET WS-REC-IN-SCOPE TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.
      * Kardex: el saldo con que termina lo archivado de cada
      * producto es el "despues" de su ultimo movimiento archivado.
       3600-TRACK-KARDEX.
           IF KX-AFTER IS NOT NUMERIC
               GO TO 3600-EXIT
           END-IF.
           MOVE KX-PRODUCT TO WS-KX-NEW-PRODUCT.
           PERFORM 3610-FIND-PRODUCT THRU 3610-EXIT.
           IF NOT WS-ENTRY-FOUND
               GO TO 3600-EXIT
           END-IF.
           MOVE KX-DATE TO WS-KX-LAST-DATE(WS-KX-IDX).
           MOVE KX-TIME TO WS-KX-LAST-TIME(WS-KX-IDX).
           MOVE KX-AFTER TO WS-KX-LAST-AFTER(WS-KX-IDX).
       3600-EXIT.
           EXIT.
      * Busca el producto en la tabla ordenada; uno nuevo se inserta
      * en su sitio corriendo hacia abajo los de detras. Sin sitio,
      * el diario queda marcado y no se archiva.
       3610-FIND-PRODUCT.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-KX-COUNT IS GREATER THAN ZERO
               SEARCH ALL WS-KX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KX-PRODUCT(WS-KX-IDX) IS EQUAL TO
                           WS-KX-NEW-PRODUCT
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-ENTRY-FOUND
               GO TO 3610-EXIT
           END-IF.
           IF WS-KX-COUNT IS EQUAL TO JRN-MAX-PRODUCTS
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO 3610-EXIT
           END-IF.
           ADD 1 TO WS-KX-COUNT.
           MOVE WS-KX-COUNT TO WS-I-SHIFT.
           PERFORM UNTIL WS-I-SHIFT IS EQUAL TO 1
               IF WS-KX-PRODUCT(WS-I-SHIFT - 1) IS NOT GREATER THAN
                       WS-KX-NEW-PRODUCT
                   EXIT PERFORM
               END-IF
               MOVE WS-KX-ENTRY(WS-I-SHIFT - 1) TO
                   WS-KX-ENTRY(WS-I-SHIFT)
               SUBTRACT 1 FROM WS-I-SHIFT
           END-PERFORM.
           SET WS-KX-IDX TO WS-I-SHIFT.
           MOVE WS-KX-NEW-PRODUCT TO WS-KX-PRODUCT(WS-KX-IDX).
           MOVE ZERO TO WS-KX-LAST-DATE(WS-KX-IDX).
           MOVE ZERO TO WS-KX-LAST-TIME(WS-KX-IDX).
           MOVE ZERO TO WS-KX-LAST-AFTER(WS-KX-IDX).
           SET WS-ENTRY-FOUND TO TRUE.
       3610-EXIT.
           EXIT.
      * Puntos: lo ganado (y lo arrastrado) menos lo canjeado y lo
      * caducado es lo que sigue vivo de lo archivado; el saldo es
      * el del ultimo movimiento archivado del socio.
       3650-TRACK-POINTS.
           IF PT-POINTS IS NOT NUMERIC OR PT-BALANCE IS NOT NUMERIC
               GO TO 3650-EXIT
           END-IF.
           MOVE PT-MEMBER TO WS-PT-NEW-MEMBER.
           PERFORM 3660-FIND-MEMBER THRU 3660-EXIT.
           IF NOT WS-ENTRY-FOUND
               GO TO 3650-EXIT
           END-IF.
           IF PT-IS-EARN OR PT-IS-CARRIED
               ADD PT-POINTS TO WS-PT-UNSPENT(WS-PT-IDX)
               MOVE PT-DATE TO WS-PT-LAST-DATE(WS-PT-IDX)
               MOVE PT-TIME TO WS-PT-LAST-TIME(WS-PT-IDX)
           ELSE
               SUBTRACT PT-POINTS FROM WS-PT-UNSPENT(WS-PT-IDX)
           END-IF.
           MOVE PT-BALANCE TO WS-PT-LAST-BALANCE(WS-PT-IDX).
           IF WS-PT-LAST-DATE(WS-PT-IDX) IS EQUAL TO ZERO
               MOVE PT-DATE TO WS-PT-LAST-DATE(WS-PT-IDX)
               MOVE PT-TIME TO WS-PT-LAST-TIME(WS-PT-IDX)
           END-IF.
       3650-EXIT.
           EXIT.
       3660-FIND-MEMBER.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-PT-COUNT IS GREATER THAN ZERO
               SEARCH ALL WS-PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PT-MEMBER(WS-PT-IDX) IS EQUAL TO
                           WS-PT-NEW-MEMBER
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-ENTRY-FOUND
               GO TO 3660-EXIT
           END-IF.
           IF WS-PT-COUNT IS EQUAL TO JRN-MAX-MEMBERS
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO 3660-EXIT
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-PT-COUNT TO WS-I-SHIFT.
           PERFORM UNTIL WS-I-SHIFT IS EQUAL TO 1
               IF WS-PT-MEMBER(WS-I-SHIFT - 1) IS NOT GREATER THAN
                       WS-PT-NEW-MEMBER
                   EXIT PERFORM
               END-IF
               MOVE WS-PT-ENTRY(WS-I-SHIFT - 1) TO
                   WS-PT-ENTRY(WS-I-SHIFT)
               SUBTRACT 1 FROM WS-I-SHIFT
           END-PERFORM.
           SET WS-PT-IDX TO WS-I-SHIFT.
           MOVE WS-PT-NEW-MEMBER TO WS-PT-MEMBER(WS-PT-IDX).
           MOVE ZERO TO WS-PT-UNSPENT(WS-PT-IDX).
           MOVE ZERO TO WS-PT-LAST-BALANCE(WS-PT-IDX).
           MOVE ZERO TO WS-PT-LAST-DATE(WS-PT-IDX).
           MOVE ZERO TO WS-PT-LAST-TIME(WS-PT-IDX).
           SET WS-ENTRY-FOUND TO TRUE.
       3660-EXIT.
           EXIT.
      * Cajon: ultimo registro de cada operador en todo el diario,
      * archivable o no, como lo busca EX04DRW al abrir y cerrar.
       3700-TRACK-DRAWER.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-I-DW FROM 1 BY 1
                   UNTIL WS-I-DW IS GREATER THAN WS-DW-COUNT
               IF WS-DW-OPERATOR(WS-I-DW) IS EQUAL TO DW-OPERATOR
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-DW-COUNT IS EQUAL TO JRN-MAX-OPERS
                   SET WS-TABLE-OVERFLOW TO TRUE
                   GO TO 3700-EXIT
               END-IF
               ADD 1 TO WS-DW-COUNT
               MOVE WS-DW-COUNT TO WS-I-DW
               MOVE DW-OPERATOR TO WS-DW-OPERATOR(WS-I-DW)
           END-IF.
           MOVE WS-REC-SEQ TO WS-DW-LAST-SEQ(WS-I-DW).
           MOVE DW-TYPE TO WS-DW-LAST-TYPE(WS-I-DW).
           MOVE WS-REC-SCOPE-SW TO WS-DW-LAST-SCOPE(WS-I-DW).
       3700-EXIT.
           EXIT.
      * Una apertura que sigue siendo el ultimo registro de su
      * operador es una sesion abierta: se queda en el vivo.
       3750-CHECK-OPEN-SESSION.
           IF NOT DW-IS-OPEN
               GO TO 3750-EXIT
           END-IF.
           PERFORM VARYING WS-I-DW FROM 1 BY 1
                   UNTIL WS-I-DW IS GREATER THAN WS-DW-COUNT
               IF WS-DW-OPERATOR(WS-I-DW) IS EQUAL TO DW-OPERATOR
                   IF WS-DW-LAST-SEQ(WS-I-DW) IS EQUAL TO WS-REC-SEQ
                       SET WS-REC-KEEP-LIVE TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       3750-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-SPLIT-LIVE - segunda pasada: lo anterior al corte va   *
      * al archivo y el resto, detras de los arrastres nuevos, a la *
      * copia de trabajo. El vivo no se toca todavia.               *
      *-----------------------------------------------------------*
       4000-SPLIT-LIVE.
           OPEN OUTPUT WORK-FILE.
           MOVE JRN-WORK-START TO WORK-REC.
           MOVE 12 TO WS-WORK-LEN.
           WRITE WORK-REC.
           OPEN OUTPUT ARCHIVE-FILE.
           EVALUATE WS-JRNL-I
               WHEN 2
                   PERFORM 4100-WRITE-KARDEX-CARRY THRU 4100-EXIT
                       VARYING WS-KX-IDX FROM 1 BY 1
                       UNTIL WS-KX-IDX IS GREATER THAN WS-KX-COUNT
               WHEN 5
                   PERFORM 4200-WRITE-POINTS-CARRY THRU 4200-EXIT
                       VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX IS GREATER THAN WS-PT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE ZERO TO WS-REC-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT LIVE-FILE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ LIVE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-SEQ
                       PERFORM 3500-CLASSIFY-RECORD THRU 3500-EXIT
                       IF WS-JRNL-I IS EQUAL TO 7 AND WS-REC-IN-SCOPE
                           PERFORM 3750-CHECK-OPEN-SESSION
                               THRU 3750-EXIT
                       END-IF
                       IF WS-REC-IN-SCOPE AND NOT WS-REC-KEEP-LIVE
                           MOVE WS-LIVE-LEN TO WS-ARC-LEN
                           MOVE LIVE-REC(1:WS-LIVE-LEN) TO ARCHIVE-REC
                           WRITE ARCHIVE-REC
                           ADD 1 TO WS-ARC-COUNT
                           ADD WS-REC-AMOUNT TO WS-ARC-TOTAL
                       ELSE
                           MOVE WS-LIVE-LEN TO WS-WORK-LEN
                           MOVE LIVE-REC(1:WS-LIVE-LEN) TO WORK-REC
                           WRITE WORK-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.
           CLOSE ARCHIVE-FILE.
           MOVE JRN-WORK-END TO WORK-REC.
           MOVE 9 TO WS-WORK-LEN.
           WRITE WORK-REC.
           CLOSE WORK-FILE.
       4000-EXIT.
           EXIT.
      * Arrastre del kardex: movimiento de cero unidades con el saldo
      * archivado como antes y despues, fechado en el ultimo
      * movimiento archivado y con el mes de corte en la referencia;
      * el siguiente movimiento del vivo encadena con el.
       4100-WRITE-KARDEX-CARRY.
           MOVE WS-KX-LAST-DATE(WS-KX-IDX) TO KX-DATE.
           MOVE WS-KX-LAST-TIME(WS-KX-IDX) TO KX-TIME.
           MOVE "EX04JRN" TO KX-PROGRAM.
           MOVE SPACES TO KX-REFERENCE.
           STRING "SALDO-" WS-CUT-PERIOD DELIMITED BY SIZE
                   INTO KX-REFERENCE
           END-STRING.
           MOVE WS-KX-PRODUCT(WS-KX-IDX) TO KX-PRODUCT.
           MOVE ZERO TO KX-QTY.
           MOVE WS-KX-LAST-AFTER(WS-KX-IDX) TO KX-BEFORE.
           MOVE WS-KX-LAST-AFTER(WS-KX-IDX) TO KX-AFTER.
           MOVE SPACES TO WS-EDIT-RECORD.
           STRING KX-DATE      DELIMITED BY SIZE "|"
                  KX-TIME      DELIMITED BY SIZE "|"
                  KX-PROGRAM   DELIMITED BY SIZE "|"
                  KX-REFERENCE DELIMITED BY SIZE "|"
                  KX-PRODUCT   DELIMITED BY SIZE "|"
                  KX-QTY       DELIMITED BY SIZE "|"
                  KX-BEFORE    DELIMITED BY SIZE "|"
                  KX-AFTER     DELIMITED BY SIZE
                  INTO WS-EDIT-RECORD
           END-STRING.
           MOVE WS-CUR-LEN TO WS-WORK-LEN.
           MOVE WS-EDIT-RECORD(1:WS-CUR-LEN) TO WORK-REC.
           WRITE WORK-REC.
           ADD 1 TO WS-CARRY-COUNT.
       4100-EXIT.
           EXIT.
      * Arrastre de los puntos: lo ganado y aun sin gastar de lo
      * archivado, fechado en la ultima ganancia archivada (asi
      * caduca con ella), y el saldo con que terminaba.
       4200-WRITE-POINTS-CARRY.
           MOVE SPACES TO POINTS-JOURNAL-REC.
           MOVE WS-PT-LAST-DATE(WS-PT-IDX) TO PT-DATE.
           MOVE WS-PT-LAST-TIME(WS-PT-IDX) TO PT-TIME.
           MOVE WS-PT-MEMBER(WS-PT-IDX) TO PT-MEMBER.
           MOVE ZERO TO PT-TICKET.
           MOVE "S" TO PT-TYPE.
           IF WS-PT-UNSPENT(WS-PT-IDX) IS GREATER THAN ZERO
               MOVE WS-PT-UNSPENT(WS-PT-IDX) TO PT-POINTS
           ELSE
               MOVE ZERO TO PT-POINTS
           END-IF.
           MOVE WS-PT-LAST-BALANCE(WS-PT-IDX) TO PT-BALANCE.
           MOVE WS-CUR-LEN TO WS-WORK-LEN.
           MOVE POINTS-JOURNAL-REC TO WORK-REC.
           WRITE WORK-REC.
           ADD 1 TO WS-CARRY-COUNT.
       4200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-REPLACE-LIVE - tercera pasada: la copia de trabajo     *
      * (sin sus marcas) pasa a ser el vivo, contando lo que queda, *
      * y despues se vacia: una copia vacia es un diario terminado. *
      *-----------------------------------------------------------*
       5000-REPLACE-LIVE.
           MOVE ZERO TO WS-REC-SEQ.
           MOVE ZERO TO WS-CARRY-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LIVE-FILE.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ WORK-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF WORK-REC(1:WS-WORK-LEN) IS NOT EQUAL TO
                               JRN-WORK-START AND
                               WORK-REC(1:WS-WORK-LEN) IS NOT EQUAL
                               TO JRN-WORK-END
                           MOVE WS-WORK-LEN TO WS-LIVE-LEN
                           MOVE WORK-REC(1:WS-WORK-LEN) TO LIVE-REC
                           WRITE LIVE-REC
                           ADD 1 TO WS-REC-SEQ
                           PERFORM 3500-CLASSIFY-RECORD THRU 3500-EXIT
                           ADD 1 TO WS-AFTER-COUNT
                           ADD WS-REC-AMOUNT TO WS-AFTER-TOTAL
                           IF WS-REC-IS-CARRY
                               ADD 1 TO WS-CARRY-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE LIVE-FILE.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-AUD-DETAIL.
           MOVE WS-ARC-COUNT TO WS-EDIT-COUNT.
           STRING WS-CUR-NAME DELIMITED BY SPACE
                   " ARCHIVADOS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
           END-STRING.
           MOVE "EX04JRN" TO WS-AUD-PROGRAM.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       5000-EXIT.
           EXIT.
      * Al reanudar, lo archivado se cuenta del propio archivo.
       5500-COUNT-ARCHIVE.
           MOVE ZERO TO WS-ARC-COUNT.
           MOVE ZERO TO WS-ARC-TOTAL.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS IS NOT EQUAL TO "00"
               GO TO 5500-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ ARCHIVE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       MOVE WS-ARC-LEN TO WS-LIVE-LEN
                       MOVE ARCHIVE-REC(1:WS-ARC-LEN) TO LIVE-REC
                       PERFORM 3500-CLASSIFY-RECORD THRU 3500-EXIT
                       ADD 1 TO WS-ARC-COUNT
                       ADD WS-REC-AMOUNT TO WS-ARC-TOTAL
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
       5500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6000-REPORT-JOURNAL - bloque del diario en el informe:      *
      * retencion y corte, registros y total antes, archivados,     *
      * arrastres y despues. Antes = archivado + despues, sin los   *
      * arrastres, que ni se cuentan ni suman dos veces.            *
      *-----------------------------------------------------------*
       6000-REPORT-JOURNAL.
           MOVE SPACES TO JRNRPT-LINE.
           MOVE WS-CUR-RETENTION TO WS-EDIT-MONTHS.
           STRING WS-CUR-NAME DELIMITED BY SIZE
                   " RETENCION " DELIMITED BY SIZE
                   WS-EDIT-MONTHS DELIMITED BY SIZE
                   " MESES, ARCHIVA HASTA " DELIMITED BY SIZE
                   WS-CUT-PERIOD DELIMITED BY SIZE
                   " EN " DELIMITED BY SIZE
                   WS-ARC-NAME DELIMITED BY SPACE
                   INTO JRNRPT-LINE
           END-STRING.
           WRITE JRNRPT-LINE.
           MOVE "  ANTES     " TO JRNRPT-LINE.
           MOVE WS-BEFORE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BEFORE-TOTAL TO WS-EDIT-TOTAL.
           PERFORM 6100-WRITE-FIGURES THRU 6100-EXIT.
           MOVE "  ARCHIVADO " TO JRNRPT-LINE.
           MOVE WS-ARC-COUNT TO WS-EDIT-COUNT.
           MOVE WS-ARC-TOTAL TO WS-EDIT-TOTAL.
           PERFORM 6100-WRITE-FIGURES THRU 6100-EXIT.
           IF WS-JRNL-I IS EQUAL TO 2 OR WS-JRNL-I IS EQUAL TO 5
               MOVE SPACES TO JRNRPT-LINE
               MOVE "  ARRASTRES " TO JRNRPT-LINE(1:12)
               MOVE "REGISTROS" TO JRNRPT-LINE(13:9)
               MOVE WS-CARRY-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO JRNRPT-LINE(23:11)
               WRITE JRNRPT-LINE
           END-IF.
           MOVE "  DESPUES   " TO JRNRPT-LINE.
           MOVE WS-AFTER-COUNT TO WS-EDIT-COUNT.
           MOVE WS-AFTER-TOTAL TO WS-EDIT-TOTAL.
           PERFORM 6100-WRITE-FIGURES THRU 6100-EXIT.
      * Cuadre del diario tratado en esta ejecucion.
           COMPUTE WS-CHECK-COUNT = WS-BEFORE-COUNT - WS-ARC-COUNT
               - WS-AFTER-COUNT + WS-CARRY-COUNT.
           COMPUTE WS-CHECK-TOTAL = WS-BEFORE-TOTAL - WS-ARC-TOTAL
               - WS-AFTER-TOTAL.
           IF WS-JRNL-RESULT IS EQUAL TO "ARCHIVADO" AND
                   (WS-CHECK-COUNT IS NOT EQUAL TO ZERO OR
                   WS-CHECK-TOTAL IS NOT EQUAL TO ZERO)
               MOVE SPACES TO WS-JRNL-RESULT
               STRING "** ARCHIVADO, PERO ANTES Y DESPUES NO "
                   "CUADRAN **" DELIMITED BY SIZE INTO WS-JRNL-RESULT
               END-STRING
               ADD 1 TO WS-JRNL-WARNINGS
           END-IF.
           MOVE SPACES TO JRNRPT-LINE.
           STRING "  RESULTADO: " DELIMITED BY SIZE
                   WS-JRNL-RESULT DELIMITED BY SIZE
                   INTO JRNRPT-LINE
           END-STRING.
           WRITE JRNRPT-LINE.
           MOVE SPACES TO JRNRPT-LINE.
           WRITE JRNRPT-LINE.
       6000-EXIT.
           EXIT.
       6100-WRITE-FIGURES.
           MOVE SPACES TO JRNRPT-LINE(13:88).
           MOVE "REGISTROS" TO JRNRPT-LINE(13:9).
           MOVE WS-EDIT-COUNT TO JRNRPT-LINE(23:11).
           IF WS-CUR-TOTAL-LABEL IS NOT EQUAL TO SPACES
               MOVE WS-CUR-TOTAL-LABEL TO JRNRPT-LINE(37:8)
               MOVE WS-EDIT-TOTAL TO JRNRPT-LINE(46:15)
           END-IF.
           WRITE JRNRPT-LINE.
       6100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8000-CLOSE-REPORT - pie del informe y spool.                *
      *-----------------------------------------------------------*
       8000-CLOSE-REPORT.
           MOVE ALL "-" TO JRNRPT-LINE.
           WRITE JRNRPT-LINE.
           MOVE SPACES TO JRNRPT-LINE.
           STRING "DIARIOS ARCHIVADOS: " WS-JRNL-DONE
                   "   CON AVISO: " WS-JRNL-WARNINGS
                   DELIMITED BY SIZE INTO JRNRPT-LINE
           END-STRING.
           WRITE JRNRPT-LINE.
           CLOSE JRNRPT-FILE.
           MOVE "JRNLARC.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04JRN: DIARIOS ARCHIVADOS " WS-JRNL-DONE
               ", CON AVISO " WS-JRNL-WARNINGS ", VEA JRNLARC.TXT".
           IF WS-JRNL-WARNINGS IS GREATER THAN ZERO
               MOVE "AVISO" TO WS-RUN-OUTCOME
           END-IF.
       8000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04JRN" TO WS-AUD-PROGRAM.
           MOVE "ARCHIVO DE DIARIOS TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04SDD.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Cobro por adeudo directo  *
      *                  SEPA de los clientes de cuenta con mandato *
      *                  (CM-MANDATE-...). G genera la remesa       *
      *                  mensual: un adeudo por deudor con mandato  *
      *                  por todo lo que debe, en el fichero para   *
      *                  el banco SDDREM-NNNNNN.DAT; al enviarla    *
      *                  abona CM-BALANCE con una linea PY-IS-BANK  *
      *                  en PAYMENTS.DAT, levanta el bloqueo por    *
      *                  impago como una recarga y deja cada        *
      *                  adeudo en SDDREG.DAT. D importa las        *
      *                  devoluciones del banco (SDDDEV.DAT):       *
      *                  anula el cobro en PAYMENTS.DAT, repone el  *
      *                  saldo y el bloqueo, y el cliente vuelve a  *
      *                  la reclamacion de deuda; los motivos que   *
      *                  invalidan el mandato lo cancelan.          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de control: datos del acreedor de las remesas.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Maestro de clientes: la deuda, el bloqueo y el mandato.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CLIENT-STATUS.
      * Diario de pagos: el cobro de cada adeudo y su anulacion.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
      * Registro de adeudos enviados y devueltos.
           SELECT SDDREG-FILE ASSIGN TO "SDDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDDREG-STATUS.
      * Remesa para el banco; el nombre real (SDDREM-NNNNNN.DAT)
      * se fija en ejecucion via SDDREMF.
           SELECT REMIT-FILE ASSIGN TO SDDREMF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
      * Devoluciones recibidas del banco.
           SELECT RETURN-FILE ASSIGN TO "SDDDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
      * Informe de la remesa o de las devoluciones.
           SELECT SDDRPT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       FD  SDDREG-FILE.
       01  SDDREG-FILE-REC                      PIC X(191).
       FD  REMIT-FILE.
       01  REMIT-LINE                           PIC X(200).
       FD  RETURN-FILE.
       01  RETURN-FILE-REC                      PIC X(56).
       FD  SDDRPT-FILE.
       01  SDDRPT-LINE                          PIC X(110).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "PAYREC.CPY".
           COPY "SDDREG.CPY".
           COPY "SDDRET.CPY".
       78  SDD-MAX-DEBTORS                      VALUE 2000.
      * Dias de antelacion de la fecha de cargo que se propone: los
      * que pide el banco para presentar un primer adeudo.
       78  SDD-LEAD-DAYS                        VALUE 5.
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-PAYMENT-STATUS                    PIC X(02).
       01  WS-SDDREG-STATUS                     PIC X(02).
       01  WS-REMIT-STATUS                      PIC X(02).
       01  WS-RETURN-STATUS                     PIC X(02).
       01  WS-SDDRPT-STATUS                     PIC X(02).
       01  WS-CLIENT-OPEN-SW                    PIC X(01) VALUE "N".
           88  WS-CLIENT-OPEN                   VALUE "Y".
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-REG-EOF-SW                        PIC X(01) VALUE "N".
           88  WS-NO-MORE-REGISTER              VALUE "Y".
       01  WS-MODE                              PIC X(01).
           88  WS-MODE-COLLECT                  VALUE "G".
           88  WS-MODE-RETURNS                  VALUE "D".
           88  WS-MODE-EXIT                     VALUE "X".
       01  WS-CONFIRM                           PIC X(01).
       01  WS-OPERATOR                          PIC X(08).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-TIME                         PIC 9(08).
      * Fecha de cargo que se pide al banco para toda la remesa.
       01  WS-COLLECT-DATE                      PIC 9(08).
       01  WS-COLLECT-DATE-ED REDEFINES WS-COLLECT-DATE.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
       01  WS-DATE-INPUT                        PIC X(08).
       01  WS-DATE-OK-SW                        PIC X(01).
           88  WS-DATE-OK                       VALUE "Y".
      * Remesa ya generada en el mes en curso, si la hay.
       01  WS-MONTH-REMIT                       PIC 9(06).
      * Deudores con mandato y lo que paso con cada uno: "E" adeudo
      * enviado, "C" su saldo o su mandato cambio entre la seleccion
      * y la remesa, " " sin tratar.
       01  WS-DEBT-TABLE.
           05  WS-DEBT-COUNT                    PIC 9(04) VALUE ZERO.
           05  WS-DEBT-ENTRY OCCURS 1 TO SDD-MAX-DEBTORS TIMES
                   DEPENDING ON WS-DEBT-COUNT
                   INDEXED BY WS-DEBT-IDX.
               10  WS-DEBT-ID                   PIC 9(08).
               10  WS-DEBT-NAME                 PIC A(30).
               10  WS-DEBT-AMOUNT               PIC 9(07)V99.
               10  WS-DEBT-SEQ-TYPE             PIC X(04).
               10  WS-DEBT-RESULT               PIC X(01).
       01  WS-DEBT-DUE                          PIC 9(07)V99.
       01  WS-SELECTED-TOTAL                    PIC 9(09)V99
                                                VALUE ZERO.
       01  WS-SENT-COUNT                        PIC 9(06) VALUE ZERO.
       01  WS-SENT-TOTAL                        PIC 9(11)V99
                                                VALUE ZERO.
       01  WS-UNBLOCKED-COUNT                   PIC 9(04) VALUE ZERO.
      * Numero de remesa (TICKNUM, REMESA) y nombre del fichero.
       01  WS-TN-ACTION                         PIC X(08).
       01  WS-TN-NUMBER                         PIC 9(08).
       01  WS-REMIT-NUM                         PIC 9(06).
       01  WS-REMIT-NAME                        PIC X(20).
       01  WS-SEQ-NUM                           PIC 9(05).
       01  WS-E2E-ID                            PIC X(35).
       01  WS-UNBLOCKED                         PIC X(01).
      * Remesa para el banco: cabecera "01" con el acreedor, un
      * registro "03" por adeudo y el "99" con numero e importe.
       01  WS-REM-HEADER.
           05  RH-TYPE                          PIC X(02) VALUE "01".
           05  RH-CREDITOR-ID                   PIC X(35).
           05  RH-CREDITOR-NAME                 PIC X(30).
           05  RH-CREDITOR-IBAN                 PIC X(34).
           05  RH-REMIT-NUM                     PIC 9(06).
           05  RH-CREATED                       PIC 9(08).
           05  RH-COLLECT-DATE                  PIC 9(08).
       01  WS-REM-DETAIL.
           05  RD-TYPE                          PIC X(02) VALUE "03".
           05  RD-E2E-ID                        PIC X(35).
           05  RD-AMOUNT                        PIC 9(09)V99.
           05  RD-MANDATE-REF                   PIC X(35).
           05  RD-MANDATE-DATE                  PIC 9(08).
           05  RD-SEQ-TYPE                      PIC X(04).
           05  RD-DEBTOR-NAME                   PIC X(30).
           05  RD-DEBTOR-IBAN                   PIC X(34).
           05  RD-CONCEPT                       PIC X(40).
       01  WS-REM-TRAILER.
           05  RF-TYPE                          PIC X(02) VALUE "99".
           05  RF-REMIT-NUM                     PIC 9(06).
           05  RF-COUNT                         PIC 9(06).
           05  RF-TOTAL                         PIC 9(11)V99.
      * Devoluciones: el adeudo original hallado en el registro y lo
      * que se hizo con cada linea del banco.
       01  WS-ORIG-REG                          PIC X(191).
       01  WS-ORIG-FOUND-SW                     PIC X(01).
           88  WS-ORIG-FOUND                    VALUE "Y".
       01  WS-ALREADY-SW                        PIC X(01).
           88  WS-ALREADY-RETURNED              VALUE "Y".
       01  WS-RETURN-RESULT                     PIC X(30).
       01  WS-MANDATE-RESULT                    PIC X(20).
       01  WS-RET-COUNT                         PIC 9(04) VALUE ZERO.
       01  WS-RET-TOTAL                         PIC 9(09)V99
                                                VALUE ZERO.
       01  WS-RET-REJECTED                      PIC 9(04) VALUE ZERO.
       01  WS-REBLOCKED-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-CANCELLED-COUNT                   PIC 9(04) VALUE ZERO.
      * Nombre del informe: ADEUDOS.TXT la remesa, DEVADEUD.TXT las
      * devoluciones.
       01  WS-RPT-NAME                          PIC X(12).
      * Parametros del diario de cambios, por el bloqueo y el
      * mandato.
       01  WS-CHG-FILE                          PIC X(12).
       01  WS-CHG-KEY                           PIC X(30).
       01  WS-CHG-FIELD                         PIC X(12).
       01  WS-CHG-BEFORE                        PIC X(20).
       01  WS-CHG-AFTER                         PIC X(20).
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99-.
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
      * Nombre del informe para la subrutina de spool.
       01  WS-SPL-NAME                          PIC X(12).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
      * Invocado como subrutina desde el menu: el estado de la
      * ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE SPACE TO WS-MODE.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-CLIENT-OPEN-SW.
           MOVE ZERO TO WS-DEBT-COUNT.
           MOVE ZERO TO WS-SELECTED-TOTAL.
           MOVE ZERO TO WS-SENT-COUNT.
           MOVE ZERO TO WS-SENT-TOTAL.
           MOVE ZERO TO WS-UNBLOCKED-COUNT.
           MOVE ZERO TO WS-RET-COUNT.
           MOVE ZERO TO WS-RET-TOTAL.
           MOVE ZERO TO WS-RET-REJECTED.
           MOVE ZERO TO WS-REBLOCKED-COUNT.
           MOVE ZERO TO WS-CANCELLED-COUNT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 1500-ASK-MODE THRU 1500-EXIT
               EVALUATE TRUE
                   WHEN WS-MODE-COLLECT
                       PERFORM 2000-COLLECT THRU 2000-EXIT
                   WHEN WS-MODE-RETURNS
                       PERFORM 5000-IMPORT-RETURNS THRU 5000-EXIT
                   WHEN OTHER
                       MOVE "CANCELA" TO WS-RUN-OUTCOME
               END-EVALUATE
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - carga los datos del acreedor y abre el    *
      * maestro de clientes.                                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04SDD" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "ADEUDOS DIRECTOS INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
      * Cobros y anulaciones se estampan con el dia de negocio
      * abierto, como los pagos de EX04PAY.
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
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04SDD: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           IF CTL-LAST-REMIT-NUM IS NOT NUMERIC
               MOVE SPACES TO CTL-SDD-CREDITOR-ID
               MOVE SPACES TO CTL-SDD-IBAN
           END-IF.
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04SDD: NO SE ENCONTRO CLIENTS.DAT, NO HAY "
                   "CLIENTES CON MANDATO"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           SET WS-CLIENT-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
       1500-ASK-MODE.
           DISPLAY " ".
           DISPLAY "---- ADEUDOS DIRECTOS SEPA ----".
           PERFORM UNTIL WS-MODE-COLLECT OR WS-MODE-RETURNS OR
                   WS-MODE-EXIT
               DISPLAY "G) GENERAR REMESA MENSUAL   D) IMPORTAR "
                   "DEVOLUCIONES   X) SALIR: " WITH NO ADVANCING
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           END-PERFORM.
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-COLLECT - remesa mensual: selecciona a los deudores    *
      * con mandato, pide confirmacion, genera el fichero para el   *
      * banco y abona cada adeudo al enviarlo.                      *
      *-----------------------------------------------------------*
       2000-COLLECT.
           IF CTL-SDD-CREDITOR-ID IS EQUAL TO SPACES OR
                   CTL-SDD-IBAN IS EQUAL TO SPACES
               DISPLAY "EX04SDD: FALTAN EL IDENTIFICADOR DE ACREEDOR "
                   "O LA CUENTA DE ABONO (EX04CTL, OPCION A)"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHECK-MONTH THRU 2100-EXIT.
           IF WS-MONTH-REMIT IS GREATER THAN ZERO
               DISPLAY "** ESTE MES YA SE GENERO LA REMESA "
                   WS-MONTH-REMIT " **"
               MOVE SPACE TO WS-CONFIRM
               PERFORM UNTIL WS-CONFIRM IS EQUAL TO "S" OR "N"
                   DISPLAY "GENERAR OTRA REMESA (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               END-PERFORM
               IF WS-CONFIRM IS EQUAL TO "N"
                   MOVE "CANCELA" TO WS-RUN-OUTCOME
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           PERFORM 2200-ASK-COLLECT-DATE THRU 2200-EXIT.
           PERFORM 2300-SELECT-DEBTORS THRU 2300-EXIT.
           IF WS-DEBT-COUNT IS EQUAL TO ZERO
               DISPLAY "NINGUN DEUDOR CON MANDATO SEPA VIGENTE"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2400-CONFIRM-REMITTANCE THRU 2400-EXIT.
           IF WS-CONFIRM IS NOT EQUAL TO "S"
               MOVE "CANCELA" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-OPEN-REMITTANCE THRU 2500-EXIT.
           IF WS-RUN-OUTCOME IS NOT EQUAL TO SPACES
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-SEQ-NUM.
           PERFORM VARYING WS-DEBT-IDX FROM 1 BY 1
                   UNTIL WS-DEBT-IDX IS GREATER THAN WS-DEBT-COUNT
               PERFORM 2600-COLLECT-ONE THRU 2600-EXIT
           END-PERFORM.
           PERFORM 2700-CLOSE-REMITTANCE THRU 2700-EXIT.
           PERFORM 4000-PRINT-COLLECTION THRU 4000-EXIT.
       2000-EXIT.
           EXIT.
      * Ultima remesa del registro generada en el mes del dia de
      * negocio; cero si no hay ninguna.
       2100-CHECK-MONTH.
           MOVE ZERO TO WS-MONTH-REMIT.
           OPEN INPUT SDDREG-FILE.
           IF WS-SDDREG-STATUS IS NOT EQUAL TO "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-REG-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-REGISTER
               READ SDDREG-FILE INTO SDD-REG-REC
                   AT END
                       SET WS-NO-MORE-REGISTER TO TRUE
                   NOT AT END
                       IF SR-IS-DEBIT AND
                               SR-DATE(1:6) IS EQUAL TO
                               WS-CURR-DATE(1:6)
                           MOVE SR-REMIT-NUM TO WS-MONTH-REMIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SDDREG-FILE.
       2100-EXIT.
           EXIT.
      * La fecha de cargo tiene que ser posterior al dia de hoy: el
      * banco necesita la antelacion para presentar los recibos.
       2200-ASK-COLLECT-DATE.
           COMPUTE WS-COLLECT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) +
               SDD-LEAD-DAYS).
           DISPLAY "FECHA DE CARGO PROPUESTA: " WS-CD-DD "/" WS-CD-MM
               "/" WS-CD-YYYY.
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "FECHA DE CARGO AAAAMMDD (EN BLANCO = LA "
                   "PROPUESTA): " WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS EQUAL TO SPACES
                   SET WS-DATE-OK TO TRUE
               ELSE
                   IF WS-DATE-INPUT IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(WS-DATE-INPUT))
                               IS EQUAL TO ZERO AND
                               WS-DATE-INPUT IS GREATER THAN
                               WS-CURR-DATE
                           MOVE WS-DATE-INPUT TO WS-COLLECT-DATE
                           SET WS-DATE-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-DATE-OK
                       DISPLAY "FECHA NO VALIDA O NO POSTERIOR A HOY, "
                           "INTENTELO DE NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2300-SELECT-DEBTORS - clientes activos en numeros rojos con *
      * un mandato activo o con el ultimo adeudo devuelto (se       *
      * vuelve a presentar); el adeudo es por toda la deuda.        *
      *-----------------------------------------------------------*
       2300-SELECT-DEBTORS.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2310-READ-CLIENT THRU 2310-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF CM-IS-ACTIVE AND CM-BALANCE IS LESS THAN ZERO
                   PERFORM 2320-CHECK-ONE THRU 2320-EXIT
               END-IF
               PERFORM 2310-READ-CLIENT THRU 2310-EXIT
           END-PERFORM.
       2300-EXIT.
           EXIT.
       2310-READ-CLIENT.
           READ CLIENT-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.
       2320-CHECK-ONE.
           IF CM-MANDATE-DATE IS NOT NUMERIC OR
                   CM-MANDATE-IBAN IS EQUAL TO SPACES
               GO TO 2320-EXIT
           END-IF.
           IF NOT CM-MANDATE-ACTIVE AND NOT CM-MANDATE-RETURNED
               GO TO 2320-EXIT
           END-IF.
           IF WS-DEBT-COUNT IS EQUAL TO SDD-MAX-DEBTORS
               DISPLAY "** TOPE DE ADEUDOS POR REMESA ALCANZADO, "
                   FUNCTION TRIM(CM-NAME) " QUEDA PARA LA SIGUIENTE **"
               GO TO 2320-EXIT
           END-IF.
           ADD 1 TO WS-DEBT-COUNT.
           SET WS-DEBT-IDX TO WS-DEBT-COUNT.
           MOVE CM-CUSTOMER-ID TO WS-DEBT-ID(WS-DEBT-IDX).
           MOVE CM-NAME TO WS-DEBT-NAME(WS-DEBT-IDX).
           COMPUTE WS-DEBT-AMOUNT(WS-DEBT-IDX) = ZERO - CM-BALANCE.
           MOVE SPACES TO WS-DEBT-SEQ-TYPE(WS-DEBT-IDX).
           MOVE SPACE TO WS-DEBT-RESULT(WS-DEBT-IDX).
           ADD WS-DEBT-AMOUNT(WS-DEBT-IDX) TO WS-SELECTED-TOTAL.
       2320-EXIT.
           EXIT.
      * Los deudores seleccionados, su total y la conformidad del
      * operador antes de tocar nada.
       2400-CONFIRM-REMITTANCE.
           DISPLAY " ".
           DISPLAY "---- DEUDORES A ADEUDAR ----".
           PERFORM VARYING WS-DEBT-IDX FROM 1 BY 1
                   UNTIL WS-DEBT-IDX IS GREATER THAN WS-DEBT-COUNT
               MOVE WS-DEBT-AMOUNT(WS-DEBT-IDX) TO WS-EDIT-MONEY
               DISPLAY WS-DEBT-ID(WS-DEBT-IDX) " "
                   WS-DEBT-NAME(WS-DEBT-IDX) " " WS-EDIT-MONEY
           END-PERFORM.
           MOVE WS-DEBT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-SELECTED-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "ADEUDOS: " FUNCTION TRIM(WS-EDIT-COUNT)
               "   TOTAL: " FUNCTION TRIM(WS-EDIT-MONEY)
               "   CARGO EL " WS-CD-DD "/" WS-CD-MM "/" WS-CD-YYYY.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL WS-CONFIRM IS EQUAL TO "S" OR "N"
               DISPLAY "GENERAR LA REMESA Y ABONAR LOS SALDOS (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           END-PERFORM.
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2500-OPEN-REMITTANCE - numero de remesa y cabecera del      *
      * fichero para el banco.                                      *
      *-----------------------------------------------------------*
       2500-OPEN-REMITTANCE.
           MOVE "REMESA" TO WS-TN-ACTION.
           CALL "TICKNUM" USING WS-TN-ACTION, WS-TN-NUMBER.
           IF WS-TN-NUMBER IS EQUAL TO ZERO
               DISPLAY "EX04SDD: NO SE PUDO NUMERAR LA REMESA"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-TN-NUMBER TO WS-REMIT-NUM.
           MOVE SPACES TO WS-REMIT-NAME.
           STRING "SDDREM-" WS-REMIT-NUM ".DAT"
               DELIMITED BY SIZE INTO WS-REMIT-NAME
           END-STRING.
           SET ENVIRONMENT "SDDREMF" TO WS-REMIT-NAME.
           OPEN OUTPUT REMIT-FILE.
           IF WS-REMIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04SDD: NO SE PUDO CREAR " WS-REMIT-NAME
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 2500-EXIT
           END-IF.
           MOVE CTL-SDD-CREDITOR-ID TO RH-CREDITOR-ID.
           IF CTL-ISSUER-NAME IS EQUAL TO SPACES
               MOVE SPACES TO RH-CREDITOR-NAME
               STRING "TIENDA " CTL-STORE-ID DELIMITED BY SIZE
                   INTO RH-CREDITOR-NAME
               END-STRING
           ELSE
               MOVE CTL-ISSUER-NAME TO RH-CREDITOR-NAME
           END-IF.
           MOVE CTL-SDD-IBAN TO RH-CREDITOR-IBAN.
           MOVE WS-REMIT-NUM TO RH-REMIT-NUM.
           MOVE WS-CURR-DATE TO RH-CREATED.
           MOVE WS-COLLECT-DATE TO RH-COLLECT-DATE.
           MOVE WS-REM-HEADER TO REMIT-LINE.
           WRITE REMIT-LINE.
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2600-COLLECT-ONE - relee la ficha (una caja pudo moverla    *
      * desde la seleccion), abona la deuda, escribe el adeudo y    *
      * lo deja en el registro y en el diario de pagos. Un cobro    *
      * que deja la cuenta al dia levanta el bloqueo, como EX04PAY. *
      *-----------------------------------------------------------*
       2600-COLLECT-ONE.
           MOVE WS-DEBT-ID(WS-DEBT-IDX) TO CM-CUSTOMER-ID.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "C" TO WS-DEBT-RESULT(WS-DEBT-IDX)
                   GO TO 2600-EXIT
           END-READ.
           COMPUTE WS-DEBT-DUE = ZERO - CM-BALANCE.
           IF CM-BALANCE IS NOT LESS THAN ZERO OR
                   WS-DEBT-DUE IS NOT EQUAL TO
                   WS-DEBT-AMOUNT(WS-DEBT-IDX) OR
                   NOT (CM-MANDATE-ACTIVE OR CM-MANDATE-RETURNED)
               MOVE "C" TO WS-DEBT-RESULT(WS-DEBT-IDX)
               GO TO 2600-EXIT
           END-IF.
      * Sin adeudos anteriores con este mandato, es el primero.
           IF CM-MANDATE-LAST-DEBIT IS NOT NUMERIC OR
                   CM-MANDATE-LAST-DEBIT IS EQUAL TO ZERO
               MOVE "FRST" TO WS-DEBT-SEQ-TYPE(WS-DEBT-IDX)
           ELSE
               MOVE "RCUR" TO WS-DEBT-SEQ-TYPE(WS-DEBT-IDX)
           END-IF.
           IF CM-WRITTEN-OFF IS NOT NUMERIC
               MOVE ZERO TO CM-WRITTEN-OFF
           END-IF.
           ADD WS-DEBT-DUE TO CM-BALANCE.
           MOVE "N" TO WS-UNBLOCKED.
           IF CM-IS-BLOCKED AND CM-WRITTEN-OFF IS EQUAL TO ZERO
               MOVE SPACE TO CM-BLOCK
               MOVE "S" TO WS-UNBLOCKED
           END-IF.
           MOVE WS-COLLECT-DATE TO CM-MANDATE-LAST-DEBIT.
           SET CM-MANDATE-ACTIVE TO TRUE.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   MOVE "C" TO WS-DEBT-RESULT(WS-DEBT-IDX)
                   GO TO 2600-EXIT
           END-REWRITE.
           ADD 1 TO WS-SEQ-NUM.
           MOVE SPACES TO WS-E2E-ID.
           STRING "SDD" WS-REMIT-NUM "-" WS-SEQ-NUM
               DELIMITED BY SIZE INTO WS-E2E-ID
           END-STRING.
           MOVE WS-E2E-ID TO RD-E2E-ID.
           MOVE WS-DEBT-DUE TO RD-AMOUNT.
           MOVE CM-MANDATE-REF TO RD-MANDATE-REF.
           MOVE CM-MANDATE-DATE TO RD-MANDATE-DATE.
           MOVE WS-DEBT-SEQ-TYPE(WS-DEBT-IDX) TO RD-SEQ-TYPE.
           MOVE CM-NAME TO RD-DEBTOR-NAME.
           MOVE CM-MANDATE-IBAN TO RD-DEBTOR-IBAN.
           MOVE SPACES TO RD-CONCEPT.
           STRING "SALDO CUENTA CLIENTE " CM-CUSTOMER-ID
               DELIMITED BY SIZE INTO RD-CONCEPT
           END-STRING.
           MOVE WS-REM-DETAIL TO REMIT-LINE.
           WRITE REMIT-LINE.
           MOVE SPACES TO SDD-REG-REC.
           SET SR-IS-DEBIT TO TRUE.
           MOVE WS-REMIT-NUM TO SR-REMIT-NUM.
           MOVE WS-E2E-ID TO SR-E2E-ID.
           MOVE WS-CURR-DATE TO SR-DATE.
           MOVE WS-COLLECT-DATE TO SR-COLLECT-DATE.
           MOVE CM-CUSTOMER-ID TO SR-CUSTOMER-ID.
           MOVE CM-NAME TO SR-NAME.
           MOVE CM-MANDATE-IBAN TO SR-IBAN.
           MOVE CM-MANDATE-REF TO SR-MANDATE-REF.
           MOVE WS-DEBT-SEQ-TYPE(WS-DEBT-IDX) TO SR-SEQ-TYPE.
           MOVE WS-DEBT-DUE TO SR-AMOUNT.
           MOVE WS-UNBLOCKED TO SR-UNBLOCKED.
           MOVE SPACES TO SR-REASON.
           MOVE WS-OPERATOR TO SR-OPERATOR.
           PERFORM 3000-WRITE-REGISTER THRU 3000-EXIT.
           MOVE SPACE TO PY-KIND.
           PERFORM 3100-WRITE-PAYMENT THRU 3100-EXIT.
           MOVE "E" TO WS-DEBT-RESULT(WS-DEBT-IDX).
           ADD 1 TO WS-SENT-COUNT.
           ADD WS-DEBT-DUE TO WS-SENT-TOTAL.
           IF WS-UNBLOCKED IS EQUAL TO "S"
               ADD 1 TO WS-UNBLOCKED-COUNT
           END-IF.
       2600-EXIT.
           EXIT.
       2700-CLOSE-REMITTANCE.
           MOVE WS-REMIT-NUM TO RF-REMIT-NUM.
           MOVE WS-SENT-COUNT TO RF-COUNT.
           MOVE WS-SENT-TOTAL TO RF-TOTAL.
           MOVE WS-REM-TRAILER TO REMIT-LINE.
           WRITE REMIT-LINE.
           CLOSE REMIT-FILE.
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-SENT-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "REMESA " WS-REMIT-NUM " GENERADA EN "
               FUNCTION TRIM(WS-REMIT-NAME) ": "
               FUNCTION TRIM(WS-EDIT-COUNT) " ADEUDOS, "
               FUNCTION TRIM(WS-EDIT-MONEY).
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-WRITE-REGISTER / 3100-WRITE-PAYMENT - los diarios se   *
      * abren y se cierran en cada apunte, como en EX04PAY: si la   *
      * sesion se corta, lo ya abonado o anulado queda anotado.     *
      * PY-KIND llega ya puesto: en blanco el cobro, "A" la         *
      * anulacion.                                                  *
      *-----------------------------------------------------------*
       3000-WRITE-REGISTER.
           OPEN EXTEND SDDREG-FILE.
           IF WS-SDDREG-STATUS IS NOT EQUAL TO "00" AND
                   WS-SDDREG-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT SDDREG-FILE
           END-IF.
           MOVE SDD-REG-REC TO SDDREG-FILE-REC.
           WRITE SDDREG-FILE-REC.
           CLOSE SDDREG-FILE.
       3000-EXIT.
           EXIT.
       3100-WRITE-PAYMENT.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO PY-DATE.
           MOVE WS-CURR-TIME TO PY-TIME.
           MOVE WS-OPERATOR TO PY-OPERATOR.
           MOVE CM-NAME TO PY-NAME.
           SET PY-IS-BANK TO TRUE.
           MOVE SR-AMOUNT TO PY-AMOUNT.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS IS NOT EQUAL TO "00" AND
                   WS-PAYMENT-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           MOVE PAYMENT-REC TO PAYMENT-FILE-REC.
           WRITE PAYMENT-FILE-REC.
           CLOSE PAYMENT-FILE.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-PRINT-COLLECTION - la remesa con lo que paso con cada  *
      * deudor y los totales, al spool.                             *
      *-----------------------------------------------------------*
       4000-PRINT-COLLECTION.
           MOVE "ADEUDOS.TXT" TO WS-RPT-NAME.
           OPEN OUTPUT SDDRPT-FILE.
           IF WS-SDDRPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04SDD: NO SE PUDO CREAR ADEUDOS.TXT"
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "REMESA DE ADEUDOS DIRECTOS SEPA " WS-REMIT-NUM
                   " - " WS-CURR-DATE " - CARGO EL " WS-CD-DD "/"
                   WS-CD-MM "/" WS-CD-YYYY
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "FICHERO PARA EL BANCO: " WS-REMIT-NAME
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           MOVE ALL "-" TO SDDRPT-LINE.
           WRITE SDDRPT-LINE.
           MOVE SPACES TO SDDRPT-LINE.
           MOVE "CLIENTE" TO SDDRPT-LINE(1:7).
           MOVE "NOMBRE" TO SDDRPT-LINE(10:6).
           MOVE "TIPO" TO SDDRPT-LINE(41:4).
           MOVE "IMPORTE" TO SDDRPT-LINE(56:7).
           MOVE "RESULTADO" TO SDDRPT-LINE(65:9).
           WRITE SDDRPT-LINE.
           PERFORM VARYING WS-DEBT-IDX FROM 1 BY 1
                   UNTIL WS-DEBT-IDX IS GREATER THAN WS-DEBT-COUNT
               PERFORM 4100-PRINT-ONE THRU 4100-EXIT
           END-PERFORM.
           MOVE ALL "-" TO SDDRPT-LINE.
           WRITE SDDRPT-LINE.
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-SENT-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "ADEUDOS ENVIADOS: " FUNCTION TRIM(WS-EDIT-COUNT)
                   "   IMPORTE ABONADO A SALDOS: "
                   FUNCTION TRIM(WS-EDIT-MONEY)
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           MOVE WS-UNBLOCKED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "BLOQUEOS POR IMPAGO LEVANTADOS: "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           CLOSE SDDRPT-FILE.
           MOVE "ADEUDOS.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
       4000-EXIT.
           EXIT.
       4100-PRINT-ONE.
           MOVE SPACES TO SDDRPT-LINE.
           MOVE WS-DEBT-ID(WS-DEBT-IDX) TO SDDRPT-LINE(1:8).
           MOVE WS-DEBT-NAME(WS-DEBT-IDX) TO SDDRPT-LINE(10:30).
           MOVE WS-DEBT-SEQ-TYPE(WS-DEBT-IDX) TO SDDRPT-LINE(41:4).
           MOVE WS-DEBT-AMOUNT(WS-DEBT-IDX) TO WS-EDIT-MONEY.
           MOVE WS-EDIT-MONEY TO SDDRPT-LINE(48:15).
           EVALUATE WS-DEBT-RESULT(WS-DEBT-IDX)
               WHEN "E"
                   MOVE "ADEUDADO" TO SDDRPT-LINE(65:8)
               WHEN "C"
                   MOVE "CAMBIO, NO ADEUDADO" TO SDDRPT-LINE(65:19)
               WHEN OTHER
                   MOVE "SIN TRATAR" TO SDDRPT-LINE(65:10)
           END-EVALUATE.
           WRITE SDDRPT-LINE.
       4100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-IMPORT-RETURNS - recorre las devoluciones del banco y  *
      * anula cada adeudo devuelto que casa con el registro.        *
      *-----------------------------------------------------------*
       5000-IMPORT-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04SDD: NO HAY DEVOLUCIONES QUE IMPORTAR "
                   "(SDDDEV.DAT NO EXISTE)"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 5000-EXIT
           END-IF.
           MOVE "DEVADEUD.TXT" TO WS-RPT-NAME.
           OPEN OUTPUT SDDRPT-FILE.
           IF WS-SDDRPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04SDD: NO SE PUDO CREAR DEVADEUD.TXT"
               CLOSE RETURN-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "DEVOLUCIONES DE ADEUDOS DIRECTOS SEPA - "
                   WS-CURR-DATE DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           MOVE "LOS CLIENTES ANULADOS VUELVEN A LA RECLAMACION DE "
               & "DEUDA (EX04DUN)" TO SDDRPT-LINE.
           WRITE SDDRPT-LINE.
           MOVE ALL "-" TO SDDRPT-LINE.
           WRITE SDDRPT-LINE.
           MOVE SPACES TO SDDRPT-LINE.
           MOVE "ADEUDO" TO SDDRPT-LINE(1:6).
           MOVE "CLIENTE" TO SDDRPT-LINE(17:7).
           MOVE "NOMBRE" TO SDDRPT-LINE(26:6).
           MOVE "IMPORTE" TO SDDRPT-LINE(50:7).
           MOVE "MOT." TO SDDRPT-LINE(58:4).
           MOVE "RESULTADO" TO SDDRPT-LINE(63:9).
           WRITE SDDRPT-LINE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ RETURN-FILE INTO SDD-RETURN-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 5100-RETURN-ONE THRU 5100-EXIT
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.
           MOVE ALL "-" TO SDDRPT-LINE.
           WRITE SDDRPT-LINE.
           MOVE WS-RET-COUNT TO WS-EDIT-COUNT.
           MOVE WS-RET-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "ADEUDOS ANULADOS: " FUNCTION TRIM(WS-EDIT-COUNT)
                   "   IMPORTE REPUESTO A SALDOS: "
                   FUNCTION TRIM(WS-EDIT-MONEY)
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           MOVE WS-RET-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "LINEAS RECHAZADAS: " FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           MOVE WS-REBLOCKED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "BLOQUEOS REPUESTOS: " FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           MOVE WS-CANCELLED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SDDRPT-LINE.
           STRING "MANDATOS CANCELADOS: " FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO SDDRPT-LINE
           END-STRING.
           WRITE SDDRPT-LINE.
           CLOSE SDDRPT-FILE.
           MOVE "DEVADEUD.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           MOVE WS-RET-COUNT TO WS-EDIT-COUNT.
           MOVE WS-RET-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "EX04SDD: ADEUDOS ANULADOS: "
               FUNCTION TRIM(WS-EDIT-COUNT) ", IMPORTE: "
               FUNCTION TRIM(WS-EDIT-MONEY).
       5000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5100-RETURN-ONE - casa la devolucion con su adeudo, repone  *
      * la deuda en el saldo y en el diario de pagos, vuelve a      *
      * bloquear si el cobro habia desbloqueado, y deja el mandato  *
      * devuelto o, si el motivo lo invalida, cancelado. Con el     *
      * mandato fuera de "A" la reclamacion vuelve a contar con el. *
      *-----------------------------------------------------------*
       5100-RETURN-ONE.
           MOVE SPACES TO WS-MANDATE-RESULT.
           PERFORM 5200-FIND-DEBIT THRU 5200-EXIT.
           EVALUATE TRUE
               WHEN NOT WS-ORIG-FOUND
                   MOVE "RECHAZADA: ADEUDO DESCONOCIDO" TO
                       WS-RETURN-RESULT
               WHEN WS-ALREADY-RETURNED
                   MOVE "RECHAZADA: YA DEVUELTO" TO WS-RETURN-RESULT
               WHEN RT-AMOUNT IS NOT NUMERIC
                   MOVE "RECHAZADA: IMPORTE NO VALIDO" TO
                       WS-RETURN-RESULT
               WHEN OTHER
                   MOVE SPACES TO WS-RETURN-RESULT
           END-EVALUATE.
           IF WS-RETURN-RESULT IS EQUAL TO SPACES
               MOVE WS-ORIG-REG TO SDD-REG-REC
               IF RT-AMOUNT IS NOT EQUAL TO SR-AMOUNT
                   MOVE "RECHAZADA: IMPORTE DISTINTO" TO
                       WS-RETURN-RESULT
               END-IF
           END-IF.
           IF WS-RETURN-RESULT IS NOT EQUAL TO SPACES
               ADD 1 TO WS-RET-REJECTED
               MOVE ZERO TO SR-CUSTOMER-ID
               MOVE SPACES TO SR-NAME
               PERFORM 5300-PRINT-RETURN THRU 5300-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "RECHAZADA: CLIENTE NO EXISTE" TO
                       WS-RETURN-RESULT
           END-READ.
           IF WS-RETURN-RESULT IS EQUAL TO SPACES
               SUBTRACT SR-AMOUNT FROM CM-BALANCE
                   ON SIZE ERROR
                       MOVE "RECHAZADA: DESBORDA EL SALDO" TO
                           WS-RETURN-RESULT
               END-SUBTRACT
           END-IF.
           IF WS-RETURN-RESULT IS NOT EQUAL TO SPACES
               ADD 1 TO WS-RET-REJECTED
               PERFORM 5300-PRINT-RETURN THRU 5300-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE "CLIENTS" TO WS-CHG-FILE.
           MOVE CM-NAME TO WS-CHG-KEY.
           IF SR-UNBLOCKED IS EQUAL TO "S" AND NOT CM-IS-BLOCKED
               MOVE "CM-BLOCK" TO WS-CHG-FIELD
               MOVE CM-BLOCK TO WS-CHG-BEFORE
               SET CM-IS-BLOCKED TO TRUE
               MOVE CM-BLOCK TO WS-CHG-AFTER
               CALL "CHGLOG" USING BY CONTENT WS-CHG-FILE,
                   WS-CHG-KEY, WS-CHG-FIELD, WS-CHG-BEFORE,
                   WS-CHG-AFTER
               ADD 1 TO WS-REBLOCKED-COUNT
           END-IF.
      * El mandato solo se toca si sigue siendo el del adeudo: uno
      * firmado despues no tiene la culpa de la devolucion.
           IF CM-MANDATE-REF IS EQUAL TO SR-MANDATE-REF AND
                   NOT CM-MANDATE-CANCELLED
               MOVE "CM-MAND-STAT" TO WS-CHG-FIELD
               MOVE CM-MANDATE-STATUS TO WS-CHG-BEFORE
               EVALUATE RT-REASON
      * Cuenta cancelada o bloqueada, mandato inexistente o deudor
      * fallecido: no se puede volver a presentar.
                   WHEN "AC04"
                   WHEN "AC06"
                   WHEN "MD01"
                   WHEN "MD07"
                       SET CM-MANDATE-CANCELLED TO TRUE
                       MOVE "MANDATO CANCELADO" TO WS-MANDATE-RESULT
                       ADD 1 TO WS-CANCELLED-COUNT
                   WHEN OTHER
                       SET CM-MANDATE-RETURNED TO TRUE
               END-EVALUATE
               MOVE CM-MANDATE-STATUS TO WS-CHG-AFTER
               IF WS-CHG-AFTER IS NOT EQUAL TO WS-CHG-BEFORE
                   CALL "CHGLOG" USING BY CONTENT WS-CHG-FILE,
                       WS-CHG-KEY, WS-CHG-FIELD, WS-CHG-BEFORE,
                       WS-CHG-AFTER
               END-IF
           END-IF.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   MOVE "RECHAZADA: NO SE PUDO GRABAR" TO
                       WS-RETURN-RESULT
                   ADD 1 TO WS-RET-REJECTED
                   PERFORM 5300-PRINT-RETURN THRU 5300-EXIT
                   GO TO 5100-EXIT
           END-REWRITE.
           SET SR-IS-RETURN TO TRUE.
           MOVE WS-CURR-DATE TO SR-DATE.
           MOVE RT-REASON TO SR-REASON.
           MOVE WS-OPERATOR TO SR-OPERATOR.
           PERFORM 3000-WRITE-REGISTER THRU 3000-EXIT.
           SET PY-IS-REVERSAL TO TRUE.
           PERFORM 3100-WRITE-PAYMENT THRU 3100-EXIT.
           ADD 1 TO WS-RET-COUNT.
           ADD SR-AMOUNT TO WS-RET-TOTAL.
           MOVE "ANULADO, A RECLAMACION" TO WS-RETURN-RESULT.
           PERFORM 5300-PRINT-RETURN THRU 5300-EXIT.
       5100-EXIT.
           EXIT.
      * El adeudo "E" con el identificador devuelto, y si ya tiene
      * su "D" de una importacion anterior.
       5200-FIND-DEBIT.
           MOVE "N" TO WS-ORIG-FOUND-SW.
           MOVE "N" TO WS-ALREADY-SW.
           MOVE SPACES TO WS-ORIG-REG.
           OPEN INPUT SDDREG-FILE.
           IF WS-SDDREG-STATUS IS NOT EQUAL TO "00"
               GO TO 5200-EXIT
           END-IF.
           MOVE "N" TO WS-REG-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-REGISTER
               READ SDDREG-FILE INTO SDD-REG-REC
                   AT END
                       SET WS-NO-MORE-REGISTER TO TRUE
                   NOT AT END
                       IF SR-E2E-ID IS EQUAL TO RT-E2E-ID
                           IF SR-IS-DEBIT
                               SET WS-ORIG-FOUND TO TRUE
                               MOVE SDD-REG-REC TO WS-ORIG-REG
                           ELSE
                               SET WS-ALREADY-RETURNED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SDDREG-FILE.
       5200-EXIT.
           EXIT.
       5300-PRINT-RETURN.
           MOVE SPACES TO SDDRPT-LINE.
           MOVE RT-E2E-ID(1:15) TO SDDRPT-LINE(1:15).
           IF SR-CUSTOMER-ID IS NUMERIC AND
                   SR-CUSTOMER-ID IS GREATER THAN ZERO
               MOVE SR-CUSTOMER-ID TO SDDRPT-LINE(17:8)
               MOVE SR-NAME(1:22) TO SDDRPT-LINE(26:22)
           END-IF.
           IF RT-AMOUNT IS NUMERIC
               MOVE RT-AMOUNT TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY(4:12) TO SDDRPT-LINE(45:12)
           END-IF.
           MOVE RT-REASON TO SDDRPT-LINE(58:4).
           MOVE WS-RETURN-RESULT TO SDDRPT-LINE(63:30).
           MOVE WS-MANDATE-RESULT TO SDDRPT-LINE(91:20).
           WRITE SDDRPT-LINE.
       5300-EXIT.
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
           MOVE "EX04SDD" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           EVALUATE TRUE
               WHEN WS-MODE-COLLECT AND WS-SENT-COUNT IS GREATER
                       THAN ZERO
                   MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
                   STRING "REMESA " WS-REMIT-NUM " ADEUDOS "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   END-STRING
               WHEN WS-MODE-RETURNS
                   MOVE WS-RET-COUNT TO WS-EDIT-COUNT
                   STRING "DEVOLUCIONES ANULADAS "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "ADEUDOS DIRECTOS TERMINADO" TO WS-AUD-DETAIL
           END-EVALUATE.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

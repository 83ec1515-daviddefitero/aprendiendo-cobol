       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04CLK.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Reloj de presencia: el    *
      *                  operador ficha entrada y salida con su     *
      *                  OP-ID, aparte del inicio de sesion en caja *
      *                  (se llega tecleando FICHAR en el indicador *
      *                  OPERADOR del menu). El tipo de fichaje lo  *
      *                  decide su ultimo fichaje. En modo CORREGIR *
      *                  (EX04CLK-MODE, desde el menu de operadores)*
      *                  un supervisor anade el fichaje olvidado    *
      *                  con OVERRIDE y queda anotado como          *
      *                  correccion, con quien y por que.           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Reloj de presencia: fichajes y correcciones anexados.
           SELECT CLOCK-FILE ASSIGN TO "TIMECLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOCK-STATUS.
      * Maestro de operadores, para validar el OP-ID que ficha.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-FILE.
       01  CLOCK-FILE-REC                       PIC X(76).
       FD  OPERATOR-FILE.
           COPY "OPERMAST.CPY".
       WORKING-STORAGE SECTION.
           COPY "TIMECLK.CPY".
       78  CLK-MAX-DAY-PUNCHES                  VALUE 30.
       01  WS-CLOCK-STATUS                      PIC X(02).
       01  WS-OPER-STATUS                       PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-RUN-MODE                          PIC X(08) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(08).
       01  WS-NOW-DATE                          PIC 9(08).
       01  WS-NOW-TIME                          PIC 9(08).
       01  WS-NOW-HHMMSS                        PIC 9(06).
      * Operador que ficha (o al que se corrige el fichaje).
       01  WS-CLK-OPER                          PIC X(08).
       01  WS-CLK-NAME                          PIC X(30).
       01  WS-OPER-OK-SW                        PIC X(01) VALUE "N".
           88  WS-OPER-OK                       VALUE "Y".
      * Ultimo fichaje del operador: manda la fecha y hora mas
      * alta, no la posicion en el fichero (las correcciones se
      * anexan al final aunque sean de dias atras).
       01  WS-LAST-KEY                          PIC 9(14).
       01  WS-READ-KEY                          PIC 9(14).
       01  WS-LAST-TYPE                         PIC X(01).
       01  WS-LAST-DATE                         PIC 9(08).
       01  WS-LAST-TIME                         PIC 9(06).
       01  WS-YESTERDAY                         PIC 9(08).
      * Fichajes del dia que se corrige, ordenados por hora.
       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT                     PIC 9(02) VALUE ZERO.
           05  WS-DAY-ENTRY OCCURS CLK-MAX-DAY-PUNCHES TIMES.
               10  WS-DAY-TIME                  PIC 9(06).
               10  WS-DAY-TYPE                  PIC X(01).
               10  WS-DAY-SOURCE                PIC X(01).
       01  WS-I-DAY                             PIC 9(02).
       01  WS-J-DAY                             PIC 9(02).
       01  WS-FIX-DATE                          PIC 9(08).
       01  WS-FIX-TIME                          PIC 9(06).
       01  WS-FIX-TYPE                          PIC X(01).
       01  WS-FIX-REASON                        PIC X(30).
       01  WS-FIX-MINUTES                       PIC 9(05).
       01  WS-DATE-INPUT                        PIC X(08).
       01  WS-TIME-INPUT                        PIC X(04).
       01  WS-TIME-HH                           PIC 9(02).
       01  WS-TIME-MM                           PIC 9(02).
       01  WS-INPUT-OK-SW                       PIC X(01).
           88  WS-INPUT-OK                      VALUE "Y".
      * Conversion de fecha y hora a minutos absolutos, para restar
      * fichajes aunque el turno cruce la medianoche.
       01  WS-CALC-DATE                         PIC 9(08).
       01  WS-CALC-TIME                         PIC 9(06).
       01  WS-CALC-HH                           PIC 9(02).
       01  WS-CALC-MM                           PIC 9(02).
       01  WS-CALC-MINUTES                      PIC 9(09).
       01  WS-FROM-MINUTES                      PIC 9(09).
       01  WS-EDIT-HHMM.
           05  WS-EDIT-HH                       PIC 9(02).
           05  FILLER                           PIC X(01) VALUE ":".
           05  WS-EDIT-MM                       PIC 9(02).
       01  WS-EDIT-HOURS                        PIC ZZZ9.
       01  WS-EDIT-MINS                         PIC 99.
       01  WS-TYPE-TEXT                         PIC X(07).
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Parametros de OVERRIDE: autorizacion de supervisor para
      * anadir un fichaje que el operador no hizo.
       01  WS-OVR-REASON                        PIC X(20).
       01  WS-OVR-AMOUNT                        PIC 9(9)V99.
       01  WS-OVR-RESULT                        PIC X(01).
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
      * Invocado como subrutina desde el menu: el estado de la
      * ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE SPACES TO WS-RUN-MODE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-MODE IS EQUAL TO "CORREGIR"
               PERFORM 3000-CORRECT-PUNCH THRU 3000-EXIT
           ELSE
               PERFORM 2000-PUNCH THRU 2000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - modo (EX04CLK-MODE), operador de la       *
      * sesion si la hay y constancia del arranque.                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "EX04CLK-MODE".
      * Al fichar desde el indicador de OPERADOR aun no hay sesion:
      * quien ficha se identifica con su propio OP-ID mas abajo.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           MOVE "EX04CLK" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "RELOJ DE PRESENCIA INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-PUNCH - fichaje del operador con la hora del reloj. Si *
      * su ultimo fichaje es una entrada de hoy o de ayer (turno    *
      * que cruza la medianoche) este es la salida; si no, es una   *
      * entrada, y una entrada anterior sin salida se avisa para    *
      * que el supervisor la corrija.                               *
      *-----------------------------------------------------------*
       2000-PUNCH.
           PERFORM 5000-ASK-OPERATOR THRU 5000-EXIT.
           IF NOT WS-OPER-OK
               MOVE "CANCEL" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           DIVIDE WS-NOW-TIME BY 100 GIVING WS-NOW-HHMMSS.
           PERFORM 5100-FIND-LAST-PUNCH THRU 5100-EXIT.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - 1).
           MOVE SPACES TO TIME-CLOCK-REC.
           IF WS-LAST-TYPE IS EQUAL TO "E" AND
                   WS-LAST-DATE IS NOT LESS THAN WS-YESTERDAY
               MOVE "S" TO TC-TYPE
           ELSE
               MOVE "E" TO TC-TYPE
               IF WS-LAST-TYPE IS EQUAL TO "E"
                   DISPLAY "** SU ENTRADA DEL " WS-LAST-DATE
                       " NO TIENE SALIDA: AVISE AL SUPERVISOR **"
               END-IF
           END-IF.
           MOVE WS-CLK-OPER TO TC-OP-ID.
           MOVE WS-NOW-DATE TO TC-DATE.
           MOVE WS-NOW-HHMMSS TO TC-TIME.
           MOVE "F" TO TC-SOURCE.
           MOVE WS-CLK-OPER TO TC-KEYED-BY.
           MOVE WS-NOW-DATE TO TC-KEYED-DATE.
           MOVE WS-NOW-HHMMSS TO TC-KEYED-TIME.
           PERFORM 5500-APPEND-CLOCK THRU 5500-EXIT.
           MOVE WS-NOW-HHMMSS(1:2) TO WS-EDIT-HH.
           MOVE WS-NOW-HHMMSS(3:2) TO WS-EDIT-MM.
           IF TC-IS-IN
               MOVE "ENTRADA" TO WS-TYPE-TEXT
           ELSE
               MOVE "SALIDA" TO WS-TYPE-TEXT
           END-IF.
           DISPLAY "FICHAJE DE " FUNCTION TRIM(WS-TYPE-TEXT)
               " DE " FUNCTION TRIM(WS-CLK-NAME) " A LAS "
               WS-EDIT-HHMM.
      * En la salida se muestra lo trabajado desde la entrada, que
      * es lo primero que el operador quiere comprobar.
           IF TC-IS-OUT
               MOVE WS-LAST-DATE TO WS-CALC-DATE
               MOVE WS-LAST-TIME TO WS-CALC-TIME
               PERFORM 5900-ABS-MINUTES THRU 5900-EXIT
               MOVE WS-CALC-MINUTES TO WS-FROM-MINUTES
               MOVE WS-NOW-DATE TO WS-CALC-DATE
               MOVE WS-NOW-HHMMSS TO WS-CALC-TIME
               PERFORM 5900-ABS-MINUTES THRU 5900-EXIT
               COMPUTE WS-FIX-MINUTES = WS-CALC-MINUTES -
                   WS-FROM-MINUTES
               DIVIDE WS-FIX-MINUTES BY 60 GIVING WS-EDIT-HOURS
                   REMAINDER WS-EDIT-MINS
               DISPLAY "TIEMPO DESDE LA ENTRADA: "
                   FUNCTION TRIM(WS-EDIT-HOURS) "H " WS-EDIT-MINS
                   "M"
           END-IF.
           MOVE "FICHAJE" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING WS-TYPE-TEXT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-CLK-OPER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-EDIT-HHMM DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-CORRECT-PUNCH - el supervisor anade un fichaje         *
      * olvidado (lo normal, la salida). Se muestran los fichajes   *
      * del dia para que vea lo que falta; la autorizacion pasa por *
      * OVERRIDE con las horas que el fichaje cierra como importe,  *
      * y el registro queda con origen "C", quien lo tecleo, cuando *
      * y el motivo.                                                *
      *-----------------------------------------------------------*
       3000-CORRECT-PUNCH.
           DISPLAY "---- CORRECCION DE FICHAJES ----".
           PERFORM 5000-ASK-OPERATOR THRU 5000-EXIT.
           IF NOT WS-OPER-OK
               MOVE "CANCEL" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "FECHA DEL FICHAJE (AAAAMMDD, BLANCO = HOY): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS EQUAL TO SPACES
                   MOVE WS-NOW-DATE TO WS-FIX-DATE
                   SET WS-INPUT-OK TO TRUE
               ELSE
                   IF WS-DATE-INPUT IS NUMERIC
                       MOVE WS-DATE-INPUT TO WS-FIX-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIX-DATE)
                               IS EQUAL TO ZERO AND
                               WS-FIX-DATE IS NOT GREATER THAN
                               WS-NOW-DATE
                           SET WS-INPUT-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-INPUT-OK
                       DISPLAY "FECHA NO VALIDA"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 3100-LOAD-DAY THRU 3100-EXIT.
           PERFORM 3200-SHOW-DAY THRU 3200-EXIT.
           MOVE SPACES TO WS-FIX-TYPE.
           PERFORM UNTIL WS-FIX-TYPE IS EQUAL TO "E" OR "S"
               DISPLAY "FICHAJE QUE FALTA (E=ENTRADA, S=SALIDA): "
                   WITH NO ADVANCING
               ACCEPT WS-FIX-TYPE
               MOVE FUNCTION UPPER-CASE(WS-FIX-TYPE) TO WS-FIX-TYPE
           END-PERFORM.
           MOVE "N" TO WS-INPUT-OK-SW.
           PERFORM UNTIL WS-INPUT-OK
               DISPLAY "HORA (HHMM): " WITH NO ADVANCING
               MOVE SPACES TO WS-TIME-INPUT
               ACCEPT WS-TIME-INPUT
               IF WS-TIME-INPUT IS NUMERIC
                   MOVE WS-TIME-INPUT(1:2) TO WS-TIME-HH
                   MOVE WS-TIME-INPUT(3:2) TO WS-TIME-MM
                   IF WS-TIME-HH IS LESS THAN 24 AND
                           WS-TIME-MM IS LESS THAN 60
                       SET WS-INPUT-OK TO TRUE
                   END-IF
               END-IF
               IF NOT WS-INPUT-OK
                   DISPLAY "HORA NO VALIDA"
               END-IF
           END-PERFORM.
           COMPUTE WS-FIX-TIME = WS-TIME-HH * 10000 +
               WS-TIME-MM * 100.
      * Un fichaje igual a uno que ya existe no corrige nada.
           PERFORM VARYING WS-I-DAY FROM 1 BY 1
                   UNTIL WS-I-DAY IS GREATER THAN WS-DAY-COUNT
               IF WS-DAY-TIME(WS-I-DAY) IS EQUAL TO WS-FIX-TIME AND
                       WS-DAY-TYPE(WS-I-DAY) IS EQUAL TO WS-FIX-TYPE
                   DISPLAY "** ESE FICHAJE YA EXISTE **"
                   MOVE "CANCEL" TO WS-RUN-OUTCOME
                   GO TO 3000-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-FIX-REASON.
           PERFORM UNTIL WS-FIX-REASON IS NOT EQUAL TO SPACES
               DISPLAY "MOTIVO DE LA CORRECCION: " WITH NO ADVANCING
               ACCEPT WS-FIX-REASON
               MOVE FUNCTION UPPER-CASE(WS-FIX-REASON)
                   TO WS-FIX-REASON
           END-PERFORM.
           PERFORM 3300-MINUTES-CLOSED THRU 3300-EXIT.
           MOVE "CORRECCION FICHAJE" TO WS-OVR-REASON.
           COMPUTE WS-OVR-AMOUNT ROUNDED = WS-FIX-MINUTES / 60.
           CALL "OVERRIDE" USING WS-OVR-REASON, WS-OVR-AMOUNT,
               WS-OVR-RESULT.
           IF WS-OVR-RESULT IS NOT EQUAL TO "S"
               DISPLAY "** CORRECCION SIN AUTORIZAR, NO SE ANOTA **"
               MOVE "DENIED" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-NOW-TIME FROM TIME.
           DIVIDE WS-NOW-TIME BY 100 GIVING WS-NOW-HHMMSS.
           MOVE SPACES TO TIME-CLOCK-REC.
           MOVE WS-CLK-OPER TO TC-OP-ID.
           MOVE WS-FIX-DATE TO TC-DATE.
           MOVE WS-FIX-TIME TO TC-TIME.
           MOVE WS-FIX-TYPE TO TC-TYPE.
           MOVE "C" TO TC-SOURCE.
           MOVE WS-OPERATOR TO TC-KEYED-BY.
           MOVE WS-NOW-DATE TO TC-KEYED-DATE.
           MOVE WS-NOW-HHMMSS TO TC-KEYED-TIME.
           MOVE WS-FIX-REASON TO TC-REASON.
           PERFORM 5500-APPEND-CLOCK THRU 5500-EXIT.
           MOVE WS-TIME-HH TO WS-EDIT-HH.
           MOVE WS-TIME-MM TO WS-EDIT-MM.
           DISPLAY "FICHAJE CORREGIDO Y ANOTADO".
           MOVE "CORRIGE" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING WS-FIX-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLK-OPER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-FIX-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-HHMM DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3100-LOAD-DAY - fichajes del operador en la fecha, en la    *
      * tabla del dia ordenados por hora (insercion ordenada: el    *
      * fichero no esta en orden de hora).                          *
      *-----------------------------------------------------------*
       3100-LOAD-DAY.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CLOCK-FILE.
           IF WS-CLOCK-STATUS IS NOT EQUAL TO "00"
               GO TO 3100-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CLOCK-FILE INTO TIME-CLOCK-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF TC-OP-ID IS EQUAL TO WS-CLK-OPER AND
                               TC-DATE IS EQUAL TO WS-FIX-DATE
                           PERFORM 3110-INSERT-PUNCH THRU 3110-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOCK-FILE.
       3100-EXIT.
           EXIT.
       3110-INSERT-PUNCH.
           IF WS-DAY-COUNT IS EQUAL TO CLK-MAX-DAY-PUNCHES
               GO TO 3110-EXIT
           END-IF.
           MOVE WS-DAY-COUNT TO WS-I-DAY.
           PERFORM UNTIL WS-I-DAY IS EQUAL TO ZERO
               IF WS-DAY-TIME(WS-I-DAY) IS NOT GREATER THAN TC-TIME
                   EXIT PERFORM
               END-IF
               COMPUTE WS-J-DAY = WS-I-DAY + 1
               MOVE WS-DAY-ENTRY(WS-I-DAY) TO WS-DAY-ENTRY(WS-J-DAY)
               SUBTRACT 1 FROM WS-I-DAY
           END-PERFORM.
           ADD 1 TO WS-I-DAY.
           MOVE TC-TIME TO WS-DAY-TIME(WS-I-DAY).
           MOVE TC-TYPE TO WS-DAY-TYPE(WS-I-DAY).
           MOVE TC-SOURCE TO WS-DAY-SOURCE(WS-I-DAY).
           ADD 1 TO WS-DAY-COUNT.
       3110-EXIT.
           EXIT.
       3200-SHOW-DAY.
           IF WS-DAY-COUNT IS EQUAL TO ZERO
               DISPLAY "SIN FICHAJES EN ESA FECHA"
               GO TO 3200-EXIT
           END-IF.
           DISPLAY "FICHAJES DE " FUNCTION TRIM(WS-CLK-NAME)
               " EL " WS-FIX-DATE ":".
           PERFORM VARYING WS-I-DAY FROM 1 BY 1
                   UNTIL WS-I-DAY IS GREATER THAN WS-DAY-COUNT
               MOVE WS-DAY-TIME(WS-I-DAY)(1:2) TO WS-EDIT-HH
               MOVE WS-DAY-TIME(WS-I-DAY)(3:2) TO WS-EDIT-MM
               IF WS-DAY-TYPE(WS-I-DAY) IS EQUAL TO "E"
                   MOVE "ENTRADA" TO WS-TYPE-TEXT
               ELSE
                   MOVE "SALIDA" TO WS-TYPE-TEXT
               END-IF
               IF WS-DAY-SOURCE(WS-I-DAY) IS EQUAL TO "C"
                   DISPLAY "  " WS-EDIT-HHMM " " WS-TYPE-TEXT
                       " (CORREGIDO)"
               ELSE
                   DISPLAY "  " WS-EDIT-HHMM " " WS-TYPE-TEXT
               END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3300-MINUTES-CLOSED - tiempo que el fichaje anadido da por  *
      * trabajado: una salida cierra desde la ultima entrada previa *
      * del dia, una entrada abre hasta la primera salida           *
      * posterior. Sin pareja en el dia, cero.                      *
      *-----------------------------------------------------------*
       3300-MINUTES-CLOSED.
           MOVE ZERO TO WS-FIX-MINUTES.
           MOVE WS-FIX-DATE TO WS-CALC-DATE.
           MOVE WS-FIX-TIME TO WS-CALC-TIME.
           PERFORM 5900-ABS-MINUTES THRU 5900-EXIT.
           MOVE WS-CALC-MINUTES TO WS-FROM-MINUTES.
           IF WS-FIX-TYPE IS EQUAL TO "S"
               PERFORM VARYING WS-I-DAY FROM WS-DAY-COUNT BY -1
                       UNTIL WS-I-DAY IS LESS THAN 1
                   IF WS-DAY-TYPE(WS-I-DAY) IS EQUAL TO "E" AND
                           WS-DAY-TIME(WS-I-DAY) IS LESS THAN
                           WS-FIX-TIME
                       MOVE WS-DAY-TIME(WS-I-DAY) TO WS-CALC-TIME
                       PERFORM 5900-ABS-MINUTES THRU 5900-EXIT
                       COMPUTE WS-FIX-MINUTES = WS-FROM-MINUTES -
                           WS-CALC-MINUTES
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-I-DAY FROM 1 BY 1
                       UNTIL WS-I-DAY IS GREATER THAN WS-DAY-COUNT
                   IF WS-DAY-TYPE(WS-I-DAY) IS EQUAL TO "S" AND
                           WS-DAY-TIME(WS-I-DAY) IS GREATER THAN
                           WS-FIX-TIME
                       MOVE WS-DAY-TIME(WS-I-DAY) TO WS-CALC-TIME
                       PERFORM 5900-ABS-MINUTES THRU 5900-EXIT
                       COMPUTE WS-FIX-MINUTES = WS-CALC-MINUTES -
                           WS-FROM-MINUTES
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-ASK-OPERATOR - OP-ID que ficha; al fichar ha de estar  *
      * activo, al corregir basta con que exista (la baja pudo      *
      * llegar despues del olvido).                                 *
      *-----------------------------------------------------------*
       5000-ASK-OPERATOR.
           MOVE "N" TO WS-OPER-OK-SW.
           DISPLAY "OP-ID (BLANCO = CANCELAR): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLK-OPER.
           ACCEPT WS-CLK-OPER.
           MOVE FUNCTION UPPER-CASE(WS-CLK-OPER) TO WS-CLK-OPER.
           IF WS-CLK-OPER IS EQUAL TO SPACES
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO HAY MAESTRO DE OPERADORES **"
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-CLK-OPER TO OP-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "** OPERADOR NO RECONOCIDO **"
               NOT INVALID KEY
                   IF OP-IS-ACTIVE OR
                           WS-RUN-MODE IS EQUAL TO "CORREGIR"
                       SET WS-OPER-OK TO TRUE
                       MOVE OP-NAME TO WS-CLK-NAME
                   ELSE
                       DISPLAY "** OPERADOR DADO DE BAJA **"
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.
       5000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5100-FIND-LAST-PUNCH - fichaje mas reciente del operador    *
      * por fecha y hora, venga de un fichaje o de una correccion.  *
      *-----------------------------------------------------------*
       5100-FIND-LAST-PUNCH.
           MOVE ZERO TO WS-LAST-KEY.
           MOVE SPACES TO WS-LAST-TYPE.
           MOVE ZERO TO WS-LAST-DATE.
           MOVE ZERO TO WS-LAST-TIME.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CLOCK-FILE.
           IF WS-CLOCK-STATUS IS NOT EQUAL TO "00"
               GO TO 5100-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CLOCK-FILE INTO TIME-CLOCK-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF TC-OP-ID IS EQUAL TO WS-CLK-OPER
                           COMPUTE WS-READ-KEY = TC-DATE * 1000000
                               + TC-TIME
                           IF WS-READ-KEY IS NOT LESS THAN
                                   WS-LAST-KEY
                               MOVE WS-READ-KEY TO WS-LAST-KEY
                               MOVE TC-TYPE TO WS-LAST-TYPE
                               MOVE TC-DATE TO WS-LAST-DATE
                               MOVE TC-TIME TO WS-LAST-TIME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOCK-FILE.
       5100-EXIT.
           EXIT.
      * El reloj se abre y se cierra en cada anotacion, igual que
      * AUDITLOG con su fichero: lo ya anotado queda a salvo.
       5500-APPEND-CLOCK.
           OPEN EXTEND CLOCK-FILE.
           IF WS-CLOCK-STATUS IS NOT EQUAL TO "00" AND
                   WS-CLOCK-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT CLOCK-FILE
           END-IF.
           MOVE TIME-CLOCK-REC TO CLOCK-FILE-REC.
           WRITE CLOCK-FILE-REC.
           CLOSE CLOCK-FILE.
       5500-EXIT.
           EXIT.
      * Fecha y hora (HHMMSS) a minutos desde el origen del
      * calendario, para que la resta valga entre dias distintos.
       5900-ABS-MINUTES.
           DIVIDE WS-CALC-TIME BY 10000 GIVING WS-CALC-HH.
           COMPUTE WS-CALC-MM = (WS-CALC-TIME - WS-CALC-HH * 10000)
               / 100.
           COMPUTE WS-CALC-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440 +
               WS-CALC-HH * 60 + WS-CALC-MM.
       5900-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04CLK" TO WS-AUD-PROGRAM.
           MOVE "RELOJ DE PRESENCIA TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04WKH.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Horas trabajadas por      *
      *                  operador a partir del reloj de presencia   *
      *                  (TIMECLK.DAT), por semana (lunes a         *
      *                  domingo) o por mes: total de cada dia,     *
      *                  pausas entre turnos del mismo dia, marca   *
      *                  de los dias de mas de nueve horas y de los *
      *                  fichajes que faltan, y los dias tocados    *
      *                  por una correccion de supervisor. El       *
      *                  informe pasa por el spool y el mismo       *
      *                  calculo sale en HORAS-desde-hasta.DAT      *
      *                  para la gestoria de nominas.               *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Reloj de presencia (fichajes y correcciones anexados).
           SELECT CLOCK-FILE ASSIGN TO "TIMECLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOCK-STATUS.
      * Maestro de operadores, por el nombre de cada OP-ID.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
      * Informe de horas.
           SELECT WKHRPT-FILE ASSIGN TO "JORNADAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKHRPT-STATUS.
      * Fichero para la gestoria; el nombre lleva el periodo y se
      * fija en ejecucion via WKHEXPF.
           SELECT EXPORT-FILE ASSIGN TO WKHEXPF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-FILE.
       01  CLOCK-FILE-REC                       PIC X(76).
       FD  OPERATOR-FILE.
           COPY "OPERMAST.CPY".
       FD  WKHRPT-FILE.
       01  WKHRPT-LINE                          PIC X(132).
       FD  EXPORT-FILE.
       01  EXPORT-FILE-REC                      PIC X(87).
       WORKING-STORAGE SECTION.
           COPY "TIMECLK.CPY".
           COPY "HOURSEXP.CPY".
      * Fichajes que caben en memoria para ordenarlos; la jornada
      * larga es la de nueve horas (540 minutos).
       78  WKH-MAX-PUNCHES                      VALUE 5000.
       78  WKH-LONG-DAY                         VALUE 540.
       01  WS-CLOCK-STATUS                      PIC X(02).
       01  WS-OPER-STATUS                       PIC X(02).
       01  WS-WKHRPT-STATUS                     PIC X(02).
       01  WS-EXPORT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-OPERATOR                          PIC X(08).
       01  WS-TODAY                             PIC 9(08).
      * Periodo pedido: semana natural o mes.
       01  WS-PERIOD-TYPE                       PIC X(01).
           88  WS-PERIOD-WEEK                   VALUE "S".
           88  WS-PERIOD-MONTH                  VALUE "M".
       01  WS-DATE-INPUT                        PIC X(08).
       01  WS-DATE-OK-SW                        PIC X(01) VALUE "N".
           88  WS-DATE-OK                       VALUE "Y".
       01  WS-WORK-DATE                         PIC 9(08).
       01  WS-WORK-ED REDEFINES WS-WORK-DATE.
           05  WS-WK-YYYY                       PIC 9(04).
           05  WS-WK-MM                         PIC 9(02).
           05  WS-WK-DD                         PIC 9(02).
       01  WS-FROM-DATE                         PIC 9(08).
       01  WS-TO-DATE                           PIC 9(08).
       01  WS-FROM-INT                          PIC 9(07).
       01  WS-TO-INT                            PIC 9(07).
       01  WS-PERIOD-DAYS                       PIC 9(02).
      * Se leen tambien el dia anterior y el siguiente al periodo:
      * un turno nocturno puede empezar o acabar fuera de el.
       01  WS-LOAD-FROM                         PIC 9(08).
       01  WS-LOAD-TO                           PIC 9(08).
       01  WS-EXPORT-NAME                       PIC X(30).
      * Fichajes del periodo ordenados por operador, fecha y hora
      * (insercion ordenada: las correcciones llegan al final del
      * fichero aunque sean de dias atras).
       01  WS-PUNCH-TABLE.
           05  WS-PUNCH-COUNT                   PIC 9(05) VALUE ZERO.
           05  WS-PUNCH-ENTRY OCCURS WKH-MAX-PUNCHES TIMES.
               10  WS-PN-KEY.
                   15  WS-PN-OPER               PIC X(08).
                   15  WS-PN-DATE               PIC 9(08).
                   15  WS-PN-TIME               PIC 9(06).
               10  WS-PN-TYPE                   PIC X(01).
               10  WS-PN-SOURCE                 PIC X(01).
       01  WS-NEW-KEY.
           05  WS-NK-OPER                       PIC X(08).
           05  WS-NK-DATE                       PIC 9(08).
           05  WS-NK-TIME                       PIC 9(06).
       01  WS-I-PUNCH                           PIC 9(05).
       01  WS-J-PUNCH                           PIC 9(05).
       01  WS-PUNCH-OVERFLOW                    PIC 9(05) VALUE ZERO.
      * Dias del periodo del operador en curso.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DY-ACTIVE                 PIC X(01).
               10  WS-DY-WORKED                 PIC 9(05).
               10  WS-DY-BREAK                  PIC 9(05).
               10  WS-DY-SHIFTS                 PIC 9(02).
               10  WS-DY-FIRST-IN               PIC 9(06).
               10  WS-DY-LAST-OUT               PIC 9(06).
               10  WS-DY-MISSING                PIC X(01).
               10  WS-DY-CORRECTED              PIC X(01).
       01  WS-I-DAY                             PIC 9(02).
       01  WS-DAY-IDX                           PIC S9(07).
      * Operador en curso y su turno abierto (entrada sin salida).
       01  WS-CUR-OPER                          PIC X(08).
       01  WS-CUR-NAME                          PIC X(30).
       01  WS-OPEN-SW                           PIC X(01) VALUE "N".
           88  WS-SHIFT-OPEN                    VALUE "Y".
       01  WS-OPEN-MINUTES                      PIC 9(09).
       01  WS-OPEN-DATE                         PIC 9(08).
       01  WS-OPEN-IDX                          PIC S9(07).
       01  WS-OPEN-SOURCE                       PIC X(01).
       01  WS-LAST-OUT-MINUTES                  PIC 9(09).
       01  WS-LAST-OUT-DATE                     PIC 9(08).
       01  WS-SHIFT-MINUTES                     PIC 9(09).
      * Totales del operador y del informe.
       01  WS-OP-WORKED                         PIC 9(06).
       01  WS-OP-BREAK                          PIC 9(06).
       01  WS-OP-DAYS                           PIC 9(02).
       01  WS-OP-LONG-DAYS                      PIC 9(02).
       01  WS-OP-MISSING                        PIC 9(02).
       01  WS-OP-CORRECTED                      PIC 9(02).
       01  WS-OPERS-LISTED                      PIC 9(04) VALUE ZERO.
       01  WS-TOTAL-MISSING                     PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-LONG-DAYS                   PIC 9(05) VALUE ZERO.
      * Conversion de fecha y hora a minutos absolutos.
       01  WS-CALC-DATE                         PIC 9(08).
       01  WS-CALC-TIME                         PIC 9(06).
       01  WS-CALC-HH                           PIC 9(02).
       01  WS-CALC-MM                           PIC 9(02).
       01  WS-CALC-MINUTES                      PIC 9(09).
      * Minutos a H:MM para el informe.
       01  WS-FMT-MINUTES                       PIC 9(06).
       01  WS-FMT-HOURS                         PIC 9(04).
       01  WS-FMT-REST                          PIC 9(02).
       01  WS-FMT-TEXT.
           05  WS-FMT-HH                        PIC ZZZ9.
           05  FILLER                           PIC X(01) VALUE ":".
           05  WS-FMT-MM                        PIC 9(02).
       01  WS-EDIT-HHMM.
           05  WS-EDIT-HH                       PIC 9(02).
           05  FILLER                           PIC X(01) VALUE ":".
           05  WS-EDIT-MM                       PIC 9(02).
       01  WS-IN-TEXT                           PIC X(05).
       01  WS-OUT-TEXT                          PIC X(05).
       01  WS-WORKED-TEXT                       PIC X(07).
       01  WS-BREAK-TEXT                        PIC X(07).
       01  WS-FLAG-TEXT                         PIC X(50).
       01  WS-WDAY                              PIC 9(01).
       01  WS-WDAY-NAMES-INIT                   PIC X(21)
                                   VALUE "LUNMARMIEJUEVIESABDOM".
       01  WS-WDAY-NAMES REDEFINES WS-WDAY-NAMES-INIT.
           05  WS-WDAY-NAME OCCURS 7 TIMES      PIC X(03).
       01  WS-EDIT-COUNT                        PIC ZZZ9.
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
           MOVE ZERO TO WS-PUNCH-COUNT.
           MOVE ZERO TO WS-PUNCH-OVERFLOW.
           MOVE ZERO TO WS-OPERS-LISTED.
           MOVE ZERO TO WS-TOTAL-MISSING.
           MOVE ZERO TO WS-TOTAL-LONG-DAYS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-LOAD-PUNCHES THRU 2000-EXIT
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - pide el periodo: la semana (de lunes a    *
      * domingo) que contiene una fecha, o un mes entero.           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04WKH" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "HORAS TRABAJADAS INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
      * Los fichajes llevan la fecha del reloj, no la del dia de
      * negocio: el periodo por defecto se toma del mismo reloj.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PERIOD-TYPE.
           PERFORM UNTIL WS-PERIOD-WEEK OR WS-PERIOD-MONTH
               DISPLAY "PERIODO (S=SEMANA, M=MES, X=SALIR): "
                   WITH NO ADVANCING
               ACCEPT WS-PERIOD-TYPE
               MOVE FUNCTION UPPER-CASE(WS-PERIOD-TYPE)
                   TO WS-PERIOD-TYPE
               IF WS-PERIOD-TYPE IS EQUAL TO "X"
                   MOVE "CANCEL" TO WS-RUN-OUTCOME
                   GO TO 1000-EXIT
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-PERIOD-WEEK
               PERFORM UNTIL WS-DATE-OK
                   DISPLAY "UN DIA DE LA SEMANA AAAAMMDD "
                       "(EN BLANCO = HOY): " WITH NO ADVANCING
                   MOVE SPACES TO WS-DATE-INPUT
                   ACCEPT WS-DATE-INPUT
                   IF WS-DATE-INPUT IS EQUAL TO SPACES
                       MOVE WS-TODAY TO WS-WORK-DATE
                       SET WS-DATE-OK TO TRUE
                   ELSE
                       IF WS-DATE-INPUT IS NUMERIC
                           MOVE WS-DATE-INPUT TO WS-WORK-DATE
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (WS-WORK-DATE) IS EQUAL TO ZERO
                               SET WS-DATE-OK TO TRUE
                           END-IF
                       END-IF
                       IF NOT WS-DATE-OK
                           DISPLAY "FECHA NO VALIDA, INTENTELO DE "
                               "NUEVO"
                       END-IF
                   END-IF
               END-PERFORM
      * El 01/01/1601 (dia 1 del calendario entero) fue lunes.
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-FROM-INT = WS-FROM-INT -
                   FUNCTION MOD(WS-FROM-INT - 1, 7)
               COMPUTE WS-TO-INT = WS-FROM-INT + 6
           ELSE
               PERFORM UNTIL WS-DATE-OK
                   DISPLAY "MES AAAAMM (EN BLANCO = EL ACTUAL): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-DATE-INPUT
                   ACCEPT WS-DATE-INPUT
                   IF WS-DATE-INPUT IS EQUAL TO SPACES
                       MOVE WS-TODAY TO WS-WORK-DATE
                       MOVE 1 TO WS-WK-DD
                       SET WS-DATE-OK TO TRUE
                   ELSE
                       IF WS-DATE-INPUT(1:6) IS NUMERIC AND
                               WS-DATE-INPUT(7:2) IS EQUAL TO SPACES
                           MOVE WS-DATE-INPUT(1:6) TO
                               WS-WORK-DATE(1:6)
                           MOVE 1 TO WS-WK-DD
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (WS-WORK-DATE) IS EQUAL TO ZERO
                               SET WS-DATE-OK TO TRUE
                           END-IF
                       END-IF
                       IF NOT WS-DATE-OK
                           DISPLAY "MES NO VALIDO, INTENTELO DE NUEVO"
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
      * Ultimo dia del mes: el dia antes del primero del siguiente.
               IF WS-WK-MM IS EQUAL TO 12
                   ADD 1 TO WS-WK-YYYY
                   MOVE 1 TO WS-WK-MM
               ELSE
                   ADD 1 TO WS-WK-MM
               END-IF
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           END-IF.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-TO-INT).
           COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1.
           COMPUTE WS-LOAD-FROM =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT - 1).
           COMPUTE WS-LOAD-TO =
               FUNCTION DATE-OF-INTEGER(WS-TO-INT + 1).
           MOVE SPACES TO WS-EXPORT-NAME.
           STRING "HORAS-" WS-FROM-DATE "-" WS-TO-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-EXPORT-NAME
           END-STRING.
           SET ENVIRONMENT "WKHEXPF" TO WS-EXPORT-NAME.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-LOAD-PUNCHES - fichajes del periodo (con un dia de     *
      * margen a cada lado) a la tabla, en orden de operador, fecha *
      * y hora.                                                     *
      *-----------------------------------------------------------*
       2000-LOAD-PUNCHES.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CLOCK-FILE.
           IF WS-CLOCK-STATUS IS NOT EQUAL TO "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CLOCK-FILE INTO TIME-CLOCK-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF TC-DATE IS NOT LESS THAN WS-LOAD-FROM AND
                               TC-DATE IS NOT GREATER THAN WS-LOAD-TO
                           PERFORM 2100-INSERT-PUNCH THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOCK-FILE.
       2000-EXIT.
           EXIT.
      * Casi todo llega en orden de hora: se busca el hueco desde el
      * final y se desplaza lo que queda detras.
       2100-INSERT-PUNCH.
           IF WS-PUNCH-COUNT IS EQUAL TO WKH-MAX-PUNCHES
               ADD 1 TO WS-PUNCH-OVERFLOW
               GO TO 2100-EXIT
           END-IF.
           MOVE TC-OP-ID TO WS-NK-OPER.
           MOVE TC-DATE TO WS-NK-DATE.
           MOVE TC-TIME TO WS-NK-TIME.
           MOVE WS-PUNCH-COUNT TO WS-I-PUNCH.
           PERFORM UNTIL WS-I-PUNCH IS EQUAL TO ZERO
               IF WS-PN-KEY(WS-I-PUNCH) IS NOT GREATER THAN
                       WS-NEW-KEY
                   EXIT PERFORM
               END-IF
               COMPUTE WS-J-PUNCH = WS-I-PUNCH + 1
               MOVE WS-PUNCH-ENTRY(WS-I-PUNCH) TO
                   WS-PUNCH-ENTRY(WS-J-PUNCH)
               SUBTRACT 1 FROM WS-I-PUNCH
           END-PERFORM.
           ADD 1 TO WS-I-PUNCH.
           MOVE WS-NEW-KEY TO WS-PN-KEY(WS-I-PUNCH).
           MOVE TC-TYPE TO WS-PN-TYPE(WS-I-PUNCH).
           MOVE TC-SOURCE TO WS-PN-SOURCE(WS-I-PUNCH).
           ADD 1 TO WS-PUNCH-COUNT.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-REPORT - recorre los fichajes ordenados; cada    *
      * cambio de operador vuelca sus dias al informe y a la        *
      * gestoria.                                                   *
      *-----------------------------------------------------------*
       3000-PRINT-REPORT.
           OPEN OUTPUT WKHRPT-FILE.
           IF WS-WKHRPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04WKH: NO SE PUDO CREAR JORNADAS.TXT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04WKH: NO SE PUDO CREAR "
                   FUNCTION TRIM(WS-EXPORT-NAME)
               CLOSE WKHRPT-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 3000-EXIT
           END-IF.
           IF WS-PERIOD-WEEK
               MOVE "HORAS TRABAJADAS POR OPERADOR - SEMANA"
                   TO WKHRPT-LINE
           ELSE
               MOVE "HORAS TRABAJADAS POR OPERADOR - MES"
                   TO WKHRPT-LINE
           END-IF.
           WRITE WKHRPT-LINE.
           MOVE WS-FROM-DATE TO WS-WORK-DATE.
           MOVE SPACES TO WKHRPT-LINE.
           STRING "PERIODO: " WS-WK-DD "/" WS-WK-MM "/" WS-WK-YYYY
                   DELIMITED BY SIZE INTO WKHRPT-LINE
           END-STRING.
           MOVE WS-TO-DATE TO WS-WORK-DATE.
           STRING " A " WS-WK-DD "/" WS-WK-MM "/" WS-WK-YYYY
                   DELIMITED BY SIZE INTO WKHRPT-LINE(20:20)
           END-STRING.
           WRITE WKHRPT-LINE.
           MOVE "TRABAJADO = DE ENTRADA A SALIDA; PAUSAS = DE UNA "
               & "SALIDA A LA SIGUIENTE ENTRADA DEL MISMO DIA"
               TO WKHRPT-LINE.
           WRITE WKHRPT-LINE.
           MOVE "UN TURNO QUE CRUZA LA MEDIANOCHE CUENTA EN EL DIA "
               & "DE SU ENTRADA; (C) = DIA CON CORRECCION DE "
               & "SUPERVISOR" TO WKHRPT-LINE.
           WRITE WKHRPT-LINE.
           MOVE SPACES TO WS-CUR-OPER.
           PERFORM VARYING WS-I-PUNCH FROM 1 BY 1
                   UNTIL WS-I-PUNCH IS GREATER THAN WS-PUNCH-COUNT
               IF WS-PN-OPER(WS-I-PUNCH) IS NOT EQUAL TO WS-CUR-OPER
                   IF WS-CUR-OPER IS NOT EQUAL TO SPACES
                       PERFORM 3500-FLUSH-OPERATOR THRU 3500-EXIT
                   END-IF
                   PERFORM 3050-START-OPERATOR THRU 3050-EXIT
               END-IF
               PERFORM 3100-APPLY-PUNCH THRU 3100-EXIT
           END-PERFORM.
           IF WS-CUR-OPER IS NOT EQUAL TO SPACES
               PERFORM 3500-FLUSH-OPERATOR THRU 3500-EXIT
           END-IF.
           MOVE SPACES TO WKHRPT-LINE.
           WRITE WKHRPT-LINE.
           MOVE ALL "=" TO WKHRPT-LINE.
           WRITE WKHRPT-LINE.
           IF WS-OPERS-LISTED IS EQUAL TO ZERO
               MOVE "NINGUN FICHAJE EN EL PERIODO" TO WKHRPT-LINE
               WRITE WKHRPT-LINE
           ELSE
               MOVE WS-OPERS-LISTED TO WS-EDIT-COUNT
               MOVE SPACES TO WKHRPT-LINE
               STRING "OPERADORES: " FUNCTION TRIM(WS-EDIT-COUNT)
                       DELIMITED BY SIZE INTO WKHRPT-LINE
               END-STRING
               MOVE WS-TOTAL-LONG-DAYS TO WS-EDIT-COUNT
               STRING "   DIAS DE MAS DE 9 H: "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       DELIMITED BY SIZE INTO WKHRPT-LINE(20:40)
               END-STRING
               MOVE WS-TOTAL-MISSING TO WS-EDIT-COUNT
               STRING "   FICHAJES QUE FALTAN: "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       DELIMITED BY SIZE INTO WKHRPT-LINE(60:40)
               END-STRING
               WRITE WKHRPT-LINE
           END-IF.
           IF WS-PUNCH-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-PUNCH-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO WKHRPT-LINE
               STRING "AVISO: " FUNCTION TRIM(WS-EDIT-COUNT)
                       " FICHAJES NO CABEN EN MEMORIA Y NO SE HAN "
                       "CONTADO" DELIMITED BY SIZE INTO WKHRPT-LINE
               END-STRING
               WRITE WKHRPT-LINE
           END-IF.
           CLOSE WKHRPT-FILE.
           CLOSE EXPORT-FILE.
           MOVE "JORNADAS.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04WKH: INFORME ESCRITO EN JORNADAS.TXT".
           DISPLAY "EX04WKH: FICHERO PARA LA GESTORIA "
               FUNCTION TRIM(WS-EXPORT-NAME).
       3000-EXIT.
           EXIT.
      * Nuevo operador: dias a cero, sin turno abierto, y su nombre
      * del maestro (el OP-ID solo si ya no esta).
       3050-START-OPERATOR.
           MOVE WS-PN-OPER(WS-I-PUNCH) TO WS-CUR-OPER.
           INITIALIZE WS-DAY-TABLE.
           MOVE "N" TO WS-OPEN-SW.
           MOVE ZERO TO WS-LAST-OUT-MINUTES.
           MOVE ZERO TO WS-LAST-OUT-DATE.
           MOVE SPACES TO WS-CUR-NAME.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS IS EQUAL TO "00"
               MOVE WS-CUR-OPER TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "(NO ESTA EN EL MAESTRO)" TO WS-CUR-NAME
                   NOT INVALID KEY
                       MOVE OP-NAME TO WS-CUR-NAME
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
       3050-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3100-APPLY-PUNCH - empareja entradas y salidas. Una entrada *
      * con otra aun abierta deja esa sin salida; una salida sin    *
      * entrada abierta queda sin entrada. La pausa es el hueco     *
      * entre una salida y la entrada siguiente del mismo dia.      *
      *-----------------------------------------------------------*
       3100-APPLY-PUNCH.
           MOVE WS-PN-DATE(WS-I-PUNCH) TO WS-CALC-DATE.
           MOVE WS-PN-TIME(WS-I-PUNCH) TO WS-CALC-TIME.
           PERFORM 5900-ABS-MINUTES THRU 5900-EXIT.
           COMPUTE WS-DAY-IDX = FUNCTION INTEGER-OF-DATE
               (WS-PN-DATE(WS-I-PUNCH)) - WS-FROM-INT + 1.
           IF WS-PN-SOURCE(WS-I-PUNCH) IS EQUAL TO "C"
               PERFORM 3300-MARK-CORRECTED THRU 3300-EXIT
           END-IF.
           IF WS-PN-TYPE(WS-I-PUNCH) IS EQUAL TO "E"
               IF WS-SHIFT-OPEN
                   MOVE WS-OPEN-IDX TO WS-DAY-IDX
                   MOVE "S" TO WS-FLAG-TEXT
                   PERFORM 3200-MARK-MISSING THRU 3200-EXIT
                   COMPUTE WS-DAY-IDX = FUNCTION INTEGER-OF-DATE
                       (WS-PN-DATE(WS-I-PUNCH)) - WS-FROM-INT + 1
               ELSE
                   IF WS-LAST-OUT-DATE IS EQUAL TO
                           WS-PN-DATE(WS-I-PUNCH) AND
                           WS-DAY-IDX IS GREATER THAN ZERO AND
                           WS-DAY-IDX IS NOT GREATER THAN
                           WS-PERIOD-DAYS
                       COMPUTE WS-DY-BREAK(WS-DAY-IDX) =
                           WS-DY-BREAK(WS-DAY-IDX) +
                           WS-CALC-MINUTES - WS-LAST-OUT-MINUTES
                   END-IF
               END-IF
               SET WS-SHIFT-OPEN TO TRUE
               MOVE WS-CALC-MINUTES TO WS-OPEN-MINUTES
               MOVE WS-PN-DATE(WS-I-PUNCH) TO WS-OPEN-DATE
               MOVE WS-DAY-IDX TO WS-OPEN-IDX
               IF WS-DAY-IDX IS GREATER THAN ZERO AND
                       WS-DAY-IDX IS NOT GREATER THAN WS-PERIOD-DAYS
                   MOVE "S" TO WS-DY-ACTIVE(WS-DAY-IDX)
                   IF WS-DY-FIRST-IN(WS-DAY-IDX) IS EQUAL TO ZERO
                       MOVE WS-PN-TIME(WS-I-PUNCH) TO
                           WS-DY-FIRST-IN(WS-DAY-IDX)
                   END-IF
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF WS-SHIFT-OPEN
               COMPUTE WS-SHIFT-MINUTES = WS-CALC-MINUTES -
                   WS-OPEN-MINUTES
               IF WS-OPEN-IDX IS GREATER THAN ZERO AND
                       WS-OPEN-IDX IS NOT GREATER THAN WS-PERIOD-DAYS
                   ADD WS-SHIFT-MINUTES TO WS-DY-WORKED(WS-OPEN-IDX)
                   ADD 1 TO WS-DY-SHIFTS(WS-OPEN-IDX)
                   MOVE WS-PN-TIME(WS-I-PUNCH) TO
                       WS-DY-LAST-OUT(WS-OPEN-IDX)
               END-IF
               MOVE "N" TO WS-OPEN-SW
           ELSE
               MOVE "E" TO WS-FLAG-TEXT
               PERFORM 3200-MARK-MISSING THRU 3200-EXIT
           END-IF.
           MOVE WS-CALC-MINUTES TO WS-LAST-OUT-MINUTES.
           MOVE WS-PN-DATE(WS-I-PUNCH) TO WS-LAST-OUT-DATE.
       3100-EXIT.
           EXIT.
      * Marca el fichaje que falta (E o S, en WS-FLAG-TEXT) en el
      * dia WS-DAY-IDX si cae en el periodo.
       3200-MARK-MISSING.
           IF WS-DAY-IDX IS LESS THAN 1 OR
                   WS-DAY-IDX IS GREATER THAN WS-PERIOD-DAYS
               GO TO 3200-EXIT
           END-IF.
           MOVE "S" TO WS-DY-ACTIVE(WS-DAY-IDX).
           MOVE WS-FLAG-TEXT(1:1) TO WS-DY-MISSING(WS-DAY-IDX).
       3200-EXIT.
           EXIT.
       3300-MARK-CORRECTED.
           IF WS-DAY-IDX IS LESS THAN 1 OR
                   WS-DAY-IDX IS GREATER THAN WS-PERIOD-DAYS
               GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO WS-DY-CORRECTED(WS-DAY-IDX).
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3500-FLUSH-OPERATOR - cierra el operador: un turno que      *
      * sigue abierto de un dia anterior a hoy es una salida que    *
      * falta (el de hoy esta en curso). Imprime sus dias con       *
      * actividad y el total, y los pasa a la gestoria.             *
      *-----------------------------------------------------------*
       3500-FLUSH-OPERATOR.
           IF WS-SHIFT-OPEN AND WS-OPEN-DATE IS LESS THAN WS-TODAY
               MOVE WS-OPEN-IDX TO WS-DAY-IDX
               MOVE "S" TO WS-FLAG-TEXT
               PERFORM 3200-MARK-MISSING THRU 3200-EXIT
           END-IF.
           MOVE ZERO TO WS-OP-WORKED.
           MOVE ZERO TO WS-OP-BREAK.
           MOVE ZERO TO WS-OP-DAYS.
           MOVE ZERO TO WS-OP-LONG-DAYS.
           MOVE ZERO TO WS-OP-MISSING.
           MOVE ZERO TO WS-OP-CORRECTED.
      * Un operador con fichajes solo en los dias de margen no sale.
           PERFORM VARYING WS-I-DAY FROM 1 BY 1
                   UNTIL WS-I-DAY IS GREATER THAN WS-PERIOD-DAYS
               IF WS-DY-ACTIVE(WS-I-DAY) IS EQUAL TO "S" OR
                       WS-DY-CORRECTED(WS-I-DAY) IS EQUAL TO "S"
                   ADD 1 TO WS-OP-DAYS
               END-IF
           END-PERFORM.
           IF WS-OP-DAYS IS EQUAL TO ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE ZERO TO WS-OP-DAYS.
           ADD 1 TO WS-OPERS-LISTED.
           MOVE SPACES TO WKHRPT-LINE.
           WRITE WKHRPT-LINE.
           MOVE ALL "-" TO WKHRPT-LINE.
           WRITE WKHRPT-LINE.
           MOVE SPACES TO WKHRPT-LINE.
           STRING "OPERADOR " WS-CUR-OPER " " WS-CUR-NAME
                   DELIMITED BY SIZE INTO WKHRPT-LINE
           END-STRING.
           WRITE WKHRPT-LINE.
           MOVE "  DIA            ENTRADA  SALIDA  TRABAJADO   "
               & "PAUSAS  TURNOS  INCIDENCIAS" TO WKHRPT-LINE.
           WRITE WKHRPT-LINE.
           PERFORM VARYING WS-I-DAY FROM 1 BY 1
                   UNTIL WS-I-DAY IS GREATER THAN WS-PERIOD-DAYS
               IF WS-DY-ACTIVE(WS-I-DAY) IS EQUAL TO "S" OR
                       WS-DY-CORRECTED(WS-I-DAY) IS EQUAL TO "S"
                   PERFORM 3600-PRINT-DAY THRU 3600-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-OP-WORKED TO WS-FMT-MINUTES.
           PERFORM 3900-FORMAT-MINUTES THRU 3900-EXIT.
           MOVE WS-FMT-TEXT TO WS-WORKED-TEXT.
           MOVE WS-OP-BREAK TO WS-FMT-MINUTES.
           PERFORM 3900-FORMAT-MINUTES THRU 3900-EXIT.
           MOVE WS-FMT-TEXT TO WS-BREAK-TEXT.
           MOVE WS-OP-DAYS TO WS-EDIT-COUNT.
           MOVE SPACES TO WKHRPT-LINE.
           STRING "  TOTAL " FUNCTION TRIM(WS-EDIT-COUNT) " DIAS"
                   DELIMITED BY SIZE INTO WKHRPT-LINE
           END-STRING.
           MOVE WS-WORKED-TEXT TO WKHRPT-LINE(34:7).
           MOVE WS-BREAK-TEXT TO WKHRPT-LINE(43:7).
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE WS-OP-LONG-DAYS TO WS-EDIT-COUNT.
           STRING FUNCTION TRIM(WS-EDIT-COUNT) " DIAS >9H"
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
           END-STRING.
           MOVE WS-OP-MISSING TO WS-EDIT-COUNT.
           STRING "  " FUNCTION TRIM(WS-EDIT-COUNT)
                   " FICHAJES QUE FALTAN" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT(16:35)
           END-STRING.
           MOVE WS-FLAG-TEXT TO WKHRPT-LINE(61:50).
           WRITE WKHRPT-LINE.
           ADD WS-OP-LONG-DAYS TO WS-TOTAL-LONG-DAYS.
           ADD WS-OP-MISSING TO WS-TOTAL-MISSING.
           MOVE SPACES TO HOURS-EXPORT-REC.
           SET HX-IS-TOTAL TO TRUE.
           MOVE WS-FROM-DATE TO HX-PERIOD-FROM.
           MOVE WS-TO-DATE TO HX-PERIOD-TO.
           MOVE WS-CUR-OPER TO HX-OP-ID.
           MOVE WS-CUR-NAME TO HX-OP-NAME.
           MOVE ZERO TO HX-DATE.
           MOVE WS-OP-WORKED TO HX-WORKED-MINUTES.
           COMPUTE HX-WORKED-HOURS ROUNDED = WS-OP-WORKED / 60.
           MOVE WS-OP-BREAK TO HX-BREAK-MINUTES.
           MOVE WS-OP-DAYS TO HX-DAYS-WORKED.
           MOVE WS-OP-LONG-DAYS TO HX-OVER-9H.
           MOVE SPACE TO HX-MISSING-PUNCH.
           MOVE WS-OP-MISSING TO HX-MISSING-COUNT.
           MOVE WS-OP-CORRECTED TO HX-CORRECTED.
           MOVE HOURS-EXPORT-REC TO EXPORT-FILE-REC.
           WRITE EXPORT-FILE-REC.
       3500-EXIT.
           EXIT.
      * Linea del dia WS-I-DAY en el informe y en la gestoria.
       3600-PRINT-DAY.
           ADD 1 TO WS-OP-DAYS.
           ADD WS-DY-WORKED(WS-I-DAY) TO WS-OP-WORKED.
           ADD WS-DY-BREAK(WS-I-DAY) TO WS-OP-BREAK.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FROM-INT + WS-I-DAY - 1).
           COMPUTE WS-WDAY = FUNCTION MOD(WS-FROM-INT + WS-I-DAY - 2,
               7) + 1.
           MOVE "  -  " TO WS-IN-TEXT.
           IF WS-DY-FIRST-IN(WS-I-DAY) IS GREATER THAN ZERO
               MOVE WS-DY-FIRST-IN(WS-I-DAY)(1:2) TO WS-EDIT-HH
               MOVE WS-DY-FIRST-IN(WS-I-DAY)(3:2) TO WS-EDIT-MM
               MOVE WS-EDIT-HHMM TO WS-IN-TEXT
           END-IF.
           MOVE "  -  " TO WS-OUT-TEXT.
           IF WS-DY-SHIFTS(WS-I-DAY) IS GREATER THAN ZERO
               MOVE WS-DY-LAST-OUT(WS-I-DAY)(1:2) TO WS-EDIT-HH
               MOVE WS-DY-LAST-OUT(WS-I-DAY)(3:2) TO WS-EDIT-MM
               MOVE WS-EDIT-HHMM TO WS-OUT-TEXT
           END-IF.
           MOVE WS-DY-WORKED(WS-I-DAY) TO WS-FMT-MINUTES.
           PERFORM 3900-FORMAT-MINUTES THRU 3900-EXIT.
           MOVE WS-FMT-TEXT TO WS-WORKED-TEXT.
           MOVE WS-DY-BREAK(WS-I-DAY) TO WS-FMT-MINUTES.
           PERFORM 3900-FORMAT-MINUTES THRU 3900-EXIT.
           MOVE WS-FMT-TEXT TO WS-BREAK-TEXT.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-DY-WORKED(WS-I-DAY) IS GREATER THAN WKH-LONG-DAY
               ADD 1 TO WS-OP-LONG-DAYS
               MOVE "** MAS DE 9 H **" TO WS-FLAG-TEXT
           END-IF.
           EVALUATE WS-DY-MISSING(WS-I-DAY)
               WHEN "S"
                   ADD 1 TO WS-OP-MISSING
                   MOVE "** FALTA SALIDA **" TO WS-FLAG-TEXT(18:19)
               WHEN "E"
                   ADD 1 TO WS-OP-MISSING
                   MOVE "** FALTA ENTRADA **" TO WS-FLAG-TEXT(18:19)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DY-CORRECTED(WS-I-DAY) IS EQUAL TO "S"
               ADD 1 TO WS-OP-CORRECTED
               MOVE "(C)" TO WS-FLAG-TEXT(38:3)
           END-IF.
           MOVE WS-DY-SHIFTS(WS-I-DAY) TO WS-EDIT-COUNT.
           MOVE SPACES TO WKHRPT-LINE.
           STRING "  " WS-WDAY-NAME(WS-WDAY) " " WS-WK-DD "/"
                   WS-WK-MM "/" WS-WK-YYYY
                   DELIMITED BY SIZE INTO WKHRPT-LINE
           END-STRING.
           MOVE WS-IN-TEXT TO WKHRPT-LINE(19:5).
           MOVE WS-OUT-TEXT TO WKHRPT-LINE(27:5).
           MOVE WS-WORKED-TEXT TO WKHRPT-LINE(34:7).
           MOVE WS-BREAK-TEXT TO WKHRPT-LINE(43:7).
           MOVE WS-EDIT-COUNT TO WKHRPT-LINE(52:4).
           MOVE WS-FLAG-TEXT TO WKHRPT-LINE(61:50).
           WRITE WKHRPT-LINE.
           MOVE SPACES TO HOURS-EXPORT-REC.
           SET HX-IS-DAY TO TRUE.
           MOVE WS-FROM-DATE TO HX-PERIOD-FROM.
           MOVE WS-TO-DATE TO HX-PERIOD-TO.
           MOVE WS-CUR-OPER TO HX-OP-ID.
           MOVE WS-CUR-NAME TO HX-OP-NAME.
           MOVE WS-WORK-DATE TO HX-DATE.
           MOVE WS-DY-WORKED(WS-I-DAY) TO HX-WORKED-MINUTES.
           COMPUTE HX-WORKED-HOURS ROUNDED =
               WS-DY-WORKED(WS-I-DAY) / 60.
           MOVE WS-DY-BREAK(WS-I-DAY) TO HX-BREAK-MINUTES.
           MOVE 1 TO HX-DAYS-WORKED.
           IF WS-DY-WORKED(WS-I-DAY) IS GREATER THAN WKH-LONG-DAY
               MOVE 1 TO HX-OVER-9H
           ELSE
               MOVE ZERO TO HX-OVER-9H
           END-IF.
           MOVE WS-DY-MISSING(WS-I-DAY) TO HX-MISSING-PUNCH.
           IF WS-DY-MISSING(WS-I-DAY) IS EQUAL TO SPACE
               MOVE ZERO TO HX-MISSING-COUNT
           ELSE
               MOVE 1 TO HX-MISSING-COUNT
           END-IF.
           IF WS-DY-CORRECTED(WS-I-DAY) IS EQUAL TO "S"
               MOVE 1 TO HX-CORRECTED
           ELSE
               MOVE ZERO TO HX-CORRECTED
           END-IF.
           MOVE HOURS-EXPORT-REC TO EXPORT-FILE-REC.
           WRITE EXPORT-FILE-REC.
       3600-EXIT.
           EXIT.
      * Minutos (WS-FMT-MINUTES) a H:MM en WS-FMT-TEXT.
       3900-FORMAT-MINUTES.
           DIVIDE WS-FMT-MINUTES BY 60 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REST.
           MOVE WS-FMT-HOURS TO WS-FMT-HH.
           MOVE WS-FMT-REST TO WS-FMT-MM.
       3900-EXIT.
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
           MOVE "EX04WKH" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "HORAS TRABAJADAS " WS-FROM-DATE "-" WS-TO-DATE
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

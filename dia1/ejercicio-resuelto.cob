       IDENTIFICATION DIVISION.
           PROGRAM-ID. EX01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Hoja de arqueo que acompana al efectivo en la bolsa del banco.
           SELECT SHEET-FILE ASSIGN TO "ARQUEO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-FILE.
       01  SHEET-LINE        PIC X(60).
       WORKING-STORAGE SECTION.
       01 END-WORD           PIC X(03) VALUE "FIN".
       01 COUNT-WORD         PIC X(03) VALUE "ARQ".
       01 TAPE-TOTAL         PIC S9(10)V99 VALUE ZERO.
       01 OPER-INPUT         PIC X(03).
       01 NUM-INPUT          PIC X(15).
       01 NUM-ARG            PIC S9(08)V99.
       01 NUM-OUT            PIC -(10)9.99.
      * Recuento de efectivo por billetes y monedas. En modo ARQUEO
      * (EX01-MODE, lo fija el cierre de cajon de EX04DRW) la cinta
      * no se abre: se cuenta, se imprime la hoja y el recuento
      * vuelve a quien llama; desde la cinta, ARQ cuenta igual y
      * suma el total contado a la cinta.
           COPY "DENOMTAB.CPY".
       01 COUNT-MODE         PIC X(08).
       01 DENOM-I            PIC 9(02).
       01 QTY-INPUT          PIC X(07).
       01 QTY-VALID          PIC X(01).
       01 COUNT-QTY-TABLE.
           05 COUNT-QTY      PIC 9(05) OCCURS 15 TIMES.
       01 COUNT-LINE-VALUE   PIC 9(09)V99.
       01 COUNT-TOTAL        PIC 9(09)V99.
       01 COUNT-OK           PIC X(01).
       01 COUNT-OPERATOR     PIC X(08).
       01 COUNT-DATE         PIC 9(08).
       01 COUNT-DATE-ED REDEFINES COUNT-DATE.
           05 COUNT-YYYY     PIC 9(04).
           05 COUNT-MM       PIC 9(02).
           05 COUNT-DD       PIC 9(02).
       01 COUNT-TIME         PIC 9(08).
       01 COUNT-TIME-ED REDEFINES COUNT-TIME.
           05 COUNT-HH       PIC 9(02).
           05 COUNT-MI       PIC 9(02).
           05 FILLER         PIC 9(04).
       01 QTY-OUT            PIC ZZ,ZZ9.
       01 MONEY-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01 SHEET-STATUS       PIC X(02).
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
       01 WS-AUD-PROGRAM     PIC X(8).
       01 WS-AUD-OUTCOME     PIC X(8).
       01 WS-AUD-DETAIL      PIC X(40).
       01 WS-SPL-NAME        PIC X(12).
       LINKAGE SECTION.
      * Solo existe cuando se llama en modo ARQUEO; desde el menu
      * EX01 se llama sin parametros y no se toca.
           COPY "CASHCNT.CPY".
       PROCEDURE DIVISION USING CASH-COUNT.
           ACCEPT COUNT-MODE FROM ENVIRONMENT "EX01-MODE".
           IF COUNT-MODE IS EQUAL TO "ARQUEO"
               MOVE "EX01" TO WS-AUD-PROGRAM
               MOVE "STARTED" TO WS-AUD-OUTCOME
               MOVE "RECUENTO DE CAJON INICIADO" TO WS-AUD-DETAIL
               CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
                   WS-AUD-OUTCOME, WS-AUD-DETAIL
               PERFORM CASH-COUNT-RUN
               MOVE COUNT-TOTAL TO CC-TOTAL
               PERFORM VARYING DENOM-I FROM 1 BY 1
                       UNTIL DENOM-I IS GREATER THAN CASH-DENOMS
                   MOVE COUNT-QTY(DENOM-I) TO CC-QTY(DENOM-I)
               END-PERFORM
               MOVE COUNT-TOTAL TO MONEY-OUT
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "RECUENTO DE CAJON " DELIMITED BY SIZE
                   FUNCTION TRIM(MONEY-OUT) DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               END-STRING
               MOVE "EX01" TO WS-AUD-PROGRAM
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
                   WS-AUD-OUTCOME, WS-AUD-DETAIL
               GOBACK
           END-IF.
      * Bucle de maquina sumadora: cada vuelta pide un operador y un
      * numero, y los va aplicando sobre el total acumulado hasta que
      * el usuario escriba FIN.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           PERFORM UNTIL OPER-INPUT IS EQUAL TO END-WORD
               DISPLAY "OPERADOR (+,-,*,/), " FUNCTION TRIM(COUNT-WORD)
                   " PARA CONTAR EFECTIVO O " FUNCTION TRIM(END-WORD)
                   " PARA TERMINAR: " WITH NO ADVANCING
               ACCEPT OPER-INPUT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OPER-INPUT)) TO
                   OPER-INPUT
               IF OPER-INPUT IS NOT EQUAL TO END-WORD
                   EVALUATE TRUE
                       WHEN OPER-INPUT IS EQUAL TO COUNT-WORD
                           PERFORM CASH-COUNT-RUN
                           ADD COUNT-TOTAL TO TAPE-TOTAL
                           MOVE TAPE-TOTAL TO NUM-OUT
                           DISPLAY "TOTAL: " FUNCTION TRIM(NUM-OUT)
                       WHEN OPER-INPUT IS NOT EQUAL TO "+" AND
                               OPER-INPUT IS NOT EQUAL TO "-" AND
                               OPER-INPUT IS NOT EQUAL TO "*" AND
                               OPER-INPUT IS NOT EQUAL TO "/"
                           DISPLAY "OPERADOR NO VALIDO, USE +, -, *, "
                               "/ O " FUNCTION TRIM(COUNT-WORD)
                       WHEN OTHER
                           PERFORM TAPE-ENTRY
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE "EX01" TO WS-AUD-PROGRAM.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           GOBACK.
      * Una entrada de la cinta: numero y operacion sobre el total.
       TAPE-ENTRY.
           MOVE SPACES TO NUM-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(NUM-INPUT)
                   IS EQUAL TO ZERO
               DISPLAY "NUMERO: " WITH NO ADVANCING
               ACCEPT NUM-INPUT
               IF FUNCTION TEST-NUMVAL(NUM-INPUT) IS NOT
                       EQUAL TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, "
                       "INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(NUM-INPUT) TO NUM-ARG.
           EVALUATE OPER-INPUT
               WHEN "+"
                   ADD NUM-ARG TO TAPE-TOTAL
               WHEN "-"
                   SUBTRACT NUM-ARG FROM TAPE-TOTAL
               WHEN "*"
                   MULTIPLY NUM-ARG BY TAPE-TOTAL
               WHEN "/"
                   IF NUM-ARG IS EQUAL TO ZERO
                       DISPLAY "NO SE PUEDE DIVIDIR POR "
                           "CERO"
                   ELSE
                       DIVIDE TAPE-TOTAL BY NUM-ARG
                           GIVING TAPE-TOTAL ROUNDED
                   END-IF
           END-EVALUATE.
           MOVE TAPE-TOTAL TO NUM-OUT.
           DISPLAY "TOTAL: " FUNCTION TRIM(NUM-OUT).
      * Recuento completo: se piden las unidades de cada billete y
      * moneda, se ensena cada importe y el total, y se repite hasta
      * que el cajero lo da por bueno; entonces se imprime la hoja.
       CASH-COUNT-RUN.
           MOVE "N" TO COUNT-OK.
           PERFORM UNTIL COUNT-OK IS EQUAL TO "S"
               MOVE ZERO TO COUNT-TOTAL
               DISPLAY "RECUENTO DE EFECTIVO: UNIDADES DE CADA BILLETE"
                   " Y MONEDA (INTRO SI NO HAY NINGUNA)"
               PERFORM VARYING DENOM-I FROM 1 BY 1
                       UNTIL DENOM-I IS GREATER THAN CASH-DENOMS
                   PERFORM COUNT-ONE-DENOM
               END-PERFORM
               DISPLAY "---------------------------------------------"
               PERFORM VARYING DENOM-I FROM 1 BY 1
                       UNTIL DENOM-I IS GREATER THAN CASH-DENOMS
                   IF COUNT-QTY(DENOM-I) IS GREATER THAN ZERO
                       COMPUTE COUNT-LINE-VALUE = COUNT-QTY(DENOM-I)
                           * DN-VALUE(DENOM-I)
                       MOVE COUNT-QTY(DENOM-I) TO QTY-OUT
                       MOVE COUNT-LINE-VALUE TO MONEY-OUT
                       DISPLAY DN-LABEL(DENOM-I) " X " QTY-OUT
                           " = " MONEY-OUT
                   END-IF
               END-PERFORM
               MOVE COUNT-TOTAL TO MONEY-OUT
               DISPLAY "TOTAL CONTADO:            " MONEY-OUT
               DISPLAY "RECUENTO CORRECTO (S/N): " WITH NO ADVANCING
               ACCEPT COUNT-OK
               MOVE FUNCTION UPPER-CASE(COUNT-OK) TO COUNT-OK
           END-PERFORM.
           PERFORM PRINT-COUNT-SHEET.
      * Unidades de una denominacion: en blanco es ninguna; solo se
      * aceptan numeros enteros no negativos.
       COUNT-ONE-DENOM.
           MOVE "N" TO QTY-VALID.
           PERFORM UNTIL QTY-VALID IS EQUAL TO "S"
               DISPLAY DN-LABEL(DENOM-I) " - UNIDADES: "
                   WITH NO ADVANCING
               MOVE SPACES TO QTY-INPUT
               ACCEPT QTY-INPUT
               IF QTY-INPUT IS EQUAL TO SPACES
                   MOVE ZERO TO COUNT-QTY(DENOM-I)
                   MOVE "S" TO QTY-VALID
               ELSE
                   IF FUNCTION TRIM(QTY-INPUT) IS NUMERIC AND
                           FUNCTION LENGTH(FUNCTION TRIM(QTY-INPUT))
                           IS NOT GREATER THAN 5
                       MOVE FUNCTION NUMVAL(QTY-INPUT) TO
                           COUNT-QTY(DENOM-I)
                       MOVE "S" TO QTY-VALID
                   ELSE
                       DISPLAY "UNIDADES NO VALIDAS, TECLEE UN NUMERO "
                           "ENTERO"
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE COUNT-LINE-VALUE = COUNT-QTY(DENOM-I) *
               DN-VALUE(DENOM-I).
           ADD COUNT-LINE-VALUE TO COUNT-TOTAL.
           IF COUNT-QTY(DENOM-I) IS GREATER THAN ZERO
               MOVE COUNT-LINE-VALUE TO MONEY-OUT
               DISPLAY "     = " FUNCTION TRIM(MONEY-OUT)
           END-IF.
      * Hoja de arqueo para la bolsa del banco: operador, dia y hora,
      * cada billete y moneda contados con su importe, el total y
      * las firmas. Se deja en el spool como cualquier informe.
       PRINT-COUNT-SHEET.
           ACCEPT COUNT-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF COUNT-OPERATOR IS EQUAL TO SPACES
               ACCEPT COUNT-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           CALL "BIZDATE" USING COUNT-DATE.
           ACCEPT COUNT-TIME FROM TIME.
           OPEN OUTPUT SHEET-FILE.
           IF SHEET-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO ESCRIBIR LA HOJA DE ARQUEO **"
               EXIT PARAGRAPH
           END-IF.
           MOVE "HOJA DE ARQUEO DE CAJON" TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           STRING "OPERADOR " COUNT-OPERATOR "  FECHA " COUNT-DD "/"
               COUNT-MM "/" COUNT-YYYY "  HORA " COUNT-HH ":" COUNT-MI
               DELIMITED BY SIZE INTO SHEET-LINE
           END-STRING.
           WRITE SHEET-LINE.
           MOVE ALL "-" TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "DENOMINACION  UNIDADES          IMPORTE" TO
               SHEET-LINE.
           WRITE SHEET-LINE.
           PERFORM VARYING DENOM-I FROM 1 BY 1
                   UNTIL DENOM-I IS GREATER THAN CASH-DENOMS
               COMPUTE COUNT-LINE-VALUE = COUNT-QTY(DENOM-I) *
                   DN-VALUE(DENOM-I)
               MOVE COUNT-QTY(DENOM-I) TO QTY-OUT
               MOVE COUNT-LINE-VALUE TO MONEY-OUT
               MOVE SPACES TO SHEET-LINE
               STRING DN-LABEL(DENOM-I) "    " QTY-OUT "   "
                   MONEY-OUT DELIMITED BY SIZE INTO SHEET-LINE
               END-STRING
               WRITE SHEET-LINE
           END-PERFORM.
           MOVE ALL "-" TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE COUNT-TOTAL TO MONEY-OUT.
           MOVE SPACES TO SHEET-LINE.
           STRING "TOTAL CONTADO            " MONEY-OUT
               DELIMITED BY SIZE INTO SHEET-LINE
           END-STRING.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "FIRMA DEL CAJERO:     ____________________" TO
               SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "FIRMA DEL SUPERVISOR: ____________________" TO
               SHEET-LINE.
           WRITE SHEET-LINE.
           CLOSE SHEET-FILE.
           MOVE "ARQUEO.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "HOJA DE ARQUEO EN ARQUEO.TXT".

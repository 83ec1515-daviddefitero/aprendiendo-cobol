       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANCHK.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Subrutina comun de        *
      *                  validacion del IBAN de los mandatos de     *
      *                  adeudo directo: quita los espacios, pasa   *
      *                  a mayusculas, lleva las cuatro primeras    *
      *                  posiciones al final, cambia cada letra por *
      *                  su numero (A=10 ... Z=35) y el resto de    *
      *                  dividir entre 97 debe dar 1. La usan el    *
      *                  mantenimiento de clientes y el de control. *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMPACT                           PIC X(34).
       01  WS-REARRANGED                        PIC X(34).
       01  WS-LENGTH                            PIC 9(02).
       01  WS-I-CHAR                            PIC 9(02).
       01  WS-CHAR                              PIC X(01).
       01  WS-VALUE                             PIC 9(02).
       01  WS-REMAINDER                         PIC 9(04).
       01  WS-LETTERS                           PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LETTER-IDX                        PIC 9(02).
       01  WS-BAD-SW                            PIC X(01).
           88  WS-BAD-CHAR                      VALUE "Y".
       LINKAGE SECTION.
       01  LK-IBAN                              PIC X(34).
       01  LK-RESULT                            PIC X(01).
       PROCEDURE DIVISION USING LK-IBAN, LK-RESULT.
      *-----------------------------------------------------------*
      * 0000-MAINLINE - LK-IBAN vuelve compactado y en mayusculas;  *
      * LK-RESULT con "S" si el codigo de pais y el digito de       *
      * control cuadran, "N" si no.                                 *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE "N" TO LK-RESULT.
           MOVE SPACES TO WS-COMPACT.
           MOVE ZERO TO WS-LENGTH.
           PERFORM VARYING WS-I-CHAR FROM 1 BY 1
                   UNTIL WS-I-CHAR IS GREATER THAN 34
               IF LK-IBAN(WS-I-CHAR:1) IS NOT EQUAL TO SPACE
                   ADD 1 TO WS-LENGTH
                   MOVE LK-IBAN(WS-I-CHAR:1) TO
                       WS-COMPACT(WS-LENGTH:1)
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-COMPACT) TO WS-COMPACT.
           MOVE WS-COMPACT TO LK-IBAN.
      * Ningun pais tiene IBAN de menos de quince posiciones; las
      * dos primeras son el pais y las dos siguientes el control.
           IF WS-LENGTH IS LESS THAN 15
               GOBACK
           END-IF.
           IF WS-COMPACT(1:2) IS NOT ALPHABETIC OR
                   WS-COMPACT(3:2) IS NOT NUMERIC
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REARRANGED.
           MOVE WS-COMPACT(5:WS-LENGTH - 4) TO WS-REARRANGED.
           MOVE WS-COMPACT(1:4) TO WS-REARRANGED(WS-LENGTH - 3:4).
      * El resto se va arrastrando cifra a cifra (o de dos en dos
      * en las letras), sin montar nunca el numero entero.
           MOVE ZERO TO WS-REMAINDER.
           MOVE "N" TO WS-BAD-SW.
           PERFORM VARYING WS-I-CHAR FROM 1 BY 1
                   UNTIL WS-I-CHAR IS GREATER THAN WS-LENGTH
                   OR WS-BAD-CHAR
               MOVE WS-REARRANGED(WS-I-CHAR:1) TO WS-CHAR
               IF WS-CHAR IS NUMERIC
                   MOVE WS-CHAR TO WS-VALUE
                   COMPUTE WS-REMAINDER = FUNCTION MOD(
                       WS-REMAINDER * 10 + WS-VALUE, 97)
               ELSE
                   MOVE ZERO TO WS-LETTER-IDX
                   INSPECT WS-LETTERS TALLYING WS-LETTER-IDX
                       FOR CHARACTERS BEFORE INITIAL WS-CHAR
                   IF WS-LETTER-IDX IS EQUAL TO 26
                       SET WS-BAD-CHAR TO TRUE
                   ELSE
                       COMPUTE WS-VALUE = WS-LETTER-IDX + 10
                       COMPUTE WS-REMAINDER = FUNCTION MOD(
                           WS-REMAINDER * 100 + WS-VALUE, 97)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-BAD-CHAR AND WS-REMAINDER IS EQUAL TO 1
               MOVE "S" TO LK-RESULT
           END-IF.
           GOBACK.

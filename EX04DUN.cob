      *                  la suma de los cobros "C" (el total solo   *
      *                  si el ticket es de antes de los medios),   *
      *                  como hace la conciliacion de saldos.       *
      * 2026-10-15  JMS  Los clientes con mandato SEPA activo no    *
      *                  reciben carta: se cobran por adeudo        *
      *                  directo (EX04SDD); devuelto el adeudo      *
      *                  vuelven a la reclamacion.                  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3100-READ-CLIENT THRU 3100-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
      * Los deudores con mandato SEPA activo se cobran por adeudo
      * (EX04SDD); si el banco lo devuelve el mandato queda fuera de
      * "A" y vuelven a recibir la carta de su tramo.
               IF CM-IS-ACTIVE AND CM-BALANCE IS LESS THAN ZERO AND
                       NOT CM-MANDATE-ACTIVE
                   PERFORM 3200-DUN-ONE-DEBTOR THRU 3200-EXIT
               END-IF
               PERFORM 3100-READ-CLIENT THRU 3100-EXIT

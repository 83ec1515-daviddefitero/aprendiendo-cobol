      *****************************************************************
      * TIMECLK.CPY
      * Reloj de presencia (TIMECLK.DAT, solo anexar). Cada fichaje
      * de entrada ("E") o salida ("S") de un operador deja una
      * linea con la fecha y hora del reloj, no la del dia de
      * negocio: son horas trabajadas. Los fichajes olvidados los
      * anade despues un supervisor con origen "C" (correccion),
      * quien lo autorizo, cuando se tecleo y el motivo; por eso el
      * fichero no esta en orden de hora y quien lo lea debe
      * ordenarlo por operador, fecha y hora.
      *****************************************************************
       01 TIME-CLOCK-REC.
           05 TC-OP-ID                          PIC X(8).
           05 TC-DATE                           PIC 9(8).
           05 TC-TIME                           PIC 9(6).
           05 TC-TYPE                           PIC X(1).
               88 TC-IS-IN                      VALUE "E".
               88 TC-IS-OUT                     VALUE "S".
           05 TC-SOURCE                         PIC X(1).
               88 TC-IS-PUNCH                   VALUE "F".
               88 TC-IS-CORRECTION              VALUE "C".
           05 TC-KEYED-BY                       PIC X(8).
           05 TC-KEYED-DATE                     PIC 9(8).
           05 TC-KEYED-TIME                     PIC 9(6).
           05 TC-REASON                         PIC X(30).

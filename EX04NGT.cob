      * 2026-09-01  JMS  La verificacion y rotacion del rastro de   *
      *                  auditoria (EX04AUV) entra en la cadena     *
      *                  antes del cierre de ventana.               *
      * 2026-10-15  JMS  El asiento de compras (EX04GLC) entra en   *
      *                  la cadena justo despues del de ventas.     *
      * 2026-10-15  JMS  El informe de caducidades (EX04CAD) entra  *
      *                  en la cadena tras el margen bruto del dia. *
      * 2026-10-15  JMS  La valoracion de existencias de fin de mes *
      *                  (EX04VAL) entra en la cadena tras el       *
      *                  asiento de compras; los demas dias del mes *
      *                  termina sin hacer nada.                    *
      * 2026-10-15  JMS  La verificacion del registro fiscal        *
      *                  (EX04FIS) entra en la cadena tras la del   *
      *                  rastro de auditoria; una cadena rota solo  *
      *                  avisa (RC 4).                              *
      * 2026-10-15  JMS  La verificacion de referencias cruzadas    *
      *                  entre maestros y diarios (EX04XRF) entra   *
      *                  en la cadena antes del cierre de ventana;  *
      *                  sus hallazgos solo avisan (RC 4).          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 NK-STEP                           PIC 9(02).
       WORKING-STORAGE SECTION.
      * Pasos de la noche, en su orden de ejecucion.
       78  NGT-STEP-COUNT                       VALUE 16.
       01  WS-STEP-TABLE-DATA.
           05 FILLER                            PIC X(08)
               VALUE "EX00".
               VALUE "EX04EOD".
           05 FILLER                            PIC X(08)
               VALUE "EX04GMR".
           05 FILLER                            PIC X(08)
               VALUE "EX04CAD".
           05 FILLER                            PIC X(08)
               VALUE "EX04GLP".
           05 FILLER                            PIC X(08)
               VALUE "EX04GLC".
           05 FILLER                            PIC X(08)
               VALUE "EX04VAL".
           05 FILLER                            PIC X(08)
               VALUE "EX04RCN".
           05 FILLER                            PIC X(08)
               VALUE "EX04AUV".
           05 FILLER                            PIC X(08)
               VALUE "EX04FIS".
           05 FILLER                            PIC X(08)
               VALUE "EX04XRF".
           05 FILLER                            PIC X(08)
               VALUE "EX04WCL".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
                   CALL "EX04PTS"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   SET ENVIRONMENT "EX04PTS-MODE" TO " "
      * Del registro fiscal la noche solo verifica la cadena; la
      * exportacion se lanza a mano.
               WHEN "EX04FIS"
                   SET ENVIRONMENT "EX04FIS-MODE" TO "VERIFICAR"
                   CALL "EX04FIS"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   SET ENVIRONMENT "EX04FIS-MODE" TO " "
      * Las referencias cruzadas solo informan de noche; la
      * reparacion se lanza a mano. Hallazgos = RC 4, la cadena
      * sigue.
               WHEN "EX04XRF"
                   SET ENVIRONMENT "EX04XRF-MODE" TO "VERIFICAR"
                   CALL "EX04XRF"
                   MOVE RETURN-CODE TO WS-STEP-RC
                   SET ENVIRONMENT "EX04XRF-MODE" TO " "
               WHEN OTHER
                   CALL WS-STEP-NAME(WS-I-STEP)
                   MOVE RETURN-CODE TO WS-STEP-RC

      *                  fecha: la activacion nocturna de siempre   *
      *                  (EX04PRC) los pone en vigor el dia         *
      *                  acordado con su diario de precios intacto. *
      * 2026-10-15  JMS  Cada precio aparcado deja su etiqueta de   *
      *                  estanteria con la fecha desde la que vale  *
      *                  (subrutina SHELFLBL), para tenerla         *
      *                  preparada; el fichero queda en el spool.   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EDIT-LINE                         PIC ZZZZZ9.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Parametros para la subrutina SHELFLBL.
       01  WS-LBL-ACTION                        PIC X(08).
       01  WS-LBL-SOURCE                        PIC X(08).
       01  WS-LBL-PRICE                         PIC 9(5)V99.
       01  WS-LBL-DATE                          PIC 9(08).
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
                       PERFORM 2100-IMPORT-ONE-LINE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           MOVE "CERRAR" TO WS-LBL-ACTION.
           CALL "SHELFLBL" USING WS-LBL-ACTION, WS-LBL-SOURCE,
               PRODUCT-CAT-REC, WS-LBL-PRICE, WS-LBL-DATE.
       2000-EXIT.
           EXIT.
       2100-IMPORT-ONE-LINE.
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO WS-ACCEPTED.
           MOVE "ETIQUETA" TO WS-LBL-ACTION.
           MOVE "TARIFA" TO WS-LBL-SOURCE.
           MOVE WS-NEW-PRICE TO WS-LBL-PRICE.
           MOVE WS-EFF-DATE TO WS-LBL-DATE.
           CALL "SHELFLBL" USING WS-LBL-ACTION, WS-LBL-SOURCE,
               PRODUCT-CAT-REC, WS-LBL-PRICE, WS-LBL-DATE.
           MOVE WS-LINE-NUM TO WS-EDIT-LINE.
           MOVE SPACES TO PIMRPT-LINE.
           STRING "LINEA " DELIMITED BY SIZE

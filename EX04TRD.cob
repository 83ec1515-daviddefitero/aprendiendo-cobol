      *                  velocidad observada (la media mensual de   *
      *                  unidades), para dejar de fijar             *
      *                  PC-REORDER-POINT a ojo.                    *
      * 2026-10-15  JMS  El registro del consolidado se toma de     *
      *                  MONSUM.CPY: EX04ARC lo graba ya con el     *
      *                  coste y el tipo "S", y la definicion       *
      *                  antigua leia mal cada registro.            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  MONSUM-FILE.
           COPY "MONSUM.CPY".
       FD  TREND-FILE.
       01  TREND-LINE                           PIC X(100).
       WORKING-STORAGE SECTION.

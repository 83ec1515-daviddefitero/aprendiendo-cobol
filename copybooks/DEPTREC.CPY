      *****************************************************************
      * DEPTREC.CPY
      * Registro del maestro de departamentos y familias
      * (DEPTMAST.DAT), indexado por departamento + familia. El
      * registro con la familia en blanco es el propio departamento
      * (p. ej. "LAC" LACTEOS); cada familia cuelga de el con su
      * codigo ("LAC" "YOG" YOGURES). El catalogo lleva los dos
      * codigos en PC-DEPT y PC-FAMILY, la venta los copia en cada
      * linea del ticket y el informe de ventas por departamento
      * toma de aqui los nombres. Lo mantiene EX04MNT.
      *****************************************************************
       01 DEPT-MASTER-REC.
           05 DP-KEY.
               10 DP-DEPT                       PIC X(3).
               10 DP-FAMILY                     PIC X(3).
           05 DP-NAME                           PIC X(30).
           05 DP-STATUS                         PIC X(1).
               88 DP-IS-ACTIVE                  VALUE "A".
               88 DP-IS-DELETED                 VALUE "D".

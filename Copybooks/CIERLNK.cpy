      ******************************************************************
      * CIERLNK - AREA DE COMUNICACION CON EL SUBPROGRAMA CUENCIER. EL
      * QUE LLAMA CARGA LA FECHA DE NEGOCIO QUE SE VA A CERRAR Y
      * CUENCIER DEVUELVE CUANTO QUEDA DE CADA CONDICION QUE RETIENE
      * EL CIERRE: ALERTAS CRITICAS ABIERTAS (DE CUALQUIER FECHA),
      * RECHAZOS PENDIENTES DE ESA FECHA, REGISTROS DE AUDITORIA SIN
      * BARRER EN LOS NUEVE DESBORDES (CON EL DETALLE DE CADA UNO) Y
      * CAMBIOS DE PARAMETROS SIN APROBAR. UN ARCHIVO QUE NO EXISTE
      * CUENTA CERO. EL PROGRAMA QUE LA INCLUYE DECLARA
      *     01  CONDICIONES-CIERRE.
      *         COPY CIERLNK.
      *
      * SIN VALUE: EL AREA TAMBIEN SE USA EN LA LINKAGE DE CUENCIER.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AGREGADA LA CUENTA DE ADVERTENCIAS ABIERTAS
      *                    (CCL-CANT-ADVERTENCIAS), QUE MUESTRA EL PANEL
      *                    DE ESTADO DE MENU0; NO RETIENE EL CIERRE.
      ******************************************************************
       05  CCL-FECHA-NEGOCIO        PIC 9(08).
       05  CCL-CANT-ALERTAS         PIC 9(05).
       05  CCL-CANT-RECHAZOS        PIC 9(05).
       05  CCL-CANT-DESBORDES       PIC 9(05).
       05  CCL-CANT-PENDIENTES      PIC 9(05).
       05  CCL-DESBORDE OCCURS 9 TIMES.
           10  CCL-NOMBRE-DESBORDE  PIC X(08).
           10  CCL-CANT-DESBORDE    PIC 9(05).
       05  CCL-CANT-ADVERTENCIAS    PIC 9(05).

      ******************************************************************
      * RUTALNK - AREA DE COMUNICACION CON EL SUBPROGRAMA LEERUTA. EL
      * QUE LLAMA CARGA LA SEVERIDAD Y EL PROGRAMA DE LA ALERTA Y
      * LEERUTA DEVUELVE, SEGUN LA TABLA DE RUTEO RUTAVISO, EL GRUPO DE
      * GUARDIA DE CADA NIVEL (BLANCO = NIVEL SIN GRUPO) Y QUE FILA
      * DECIDIO. EL PROGRAMA QUE LA INCLUYE DECLARA
      *     01  RUTA-AVISO.
      *         COPY RUTALNK.
      *
      * RTL-ORIGEN:
      *   P  LA FILA DEL PROGRAMA
      *   G  UNA FILA GENERICA (PROGRAMA "*")
      *   N  NINGUNA FILA: LA ALERTA NO SE AVISA
      *
      * SIN VALUE: EL AREA TAMBIEN SE USA EN LA LINKAGE DE LEERUTA.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  RTL-SEVERIDAD            PIC X(01).
       05  RTL-PROGRAMA             PIC X(10).
       05  RTL-ORIGEN               PIC X(01).
           88  RTL-DEL-PROGRAMA                 VALUE "P".
           88  RTL-GENERICA                     VALUE "G".
           88  RTL-SIN-RUTA                     VALUE "N".
       05  RTL-GRUPO                PIC X(08) OCCURS 3 TIMES.

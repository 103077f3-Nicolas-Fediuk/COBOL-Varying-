      ******************************************************************
      * EST4HIS - CAMPOS DEL REGISTRO DEL HISTORIAL DIARIO DE
      * ESTADISTICAS DE EJERCICIO4 (ARCHIVO EST4HIST): UN REGISTRO POR
      * DIA DE NEGOCIO CON LA CANTIDAD DE VALORES, EL PROMEDIO, EL
      * DESVIO ESTANDAR, EL MAXIMO Y EL MINIMO DE LA CORRIDA. A
      * DIFERENCIA DE ESTAD4, QUE SE REESCRIBE CADA NOCHE, EL HISTORIAL
      * CONSERVA LOS ULTIMOS 99 DIAS EN ORDEN DE FECHA; UNA NUEVA
      * CORRIDA DEL MISMO DIA REEMPLAZA SU REGISTRO. EJERCICIO4 JUZGA
      * CADA VALOR DEL DIA CONTRA EL PROMEDIO Y EL DESVIO DE LOS
      * ULTIMOS DIASEST4 DIAS DE ESTE HISTORIAL.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  EHS-FECHA               PIC 9(08).
       05  EHS-SEPARADOR-1         PIC X(01).
       05  EHS-CANTIDAD            PIC 9(04).
       05  EHS-SEPARADOR-2         PIC X(01).
       05  EHS-PROMEDIO            PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  EHS-SEPARADOR-3         PIC X(01).
       05  EHS-DESVIO              PIC 9(05)V99.
       05  EHS-SEPARADOR-4         PIC X(01).
       05  EHS-MAXIMO              PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  EHS-SEPARADOR-5         PIC X(01).
       05  EHS-MINIMO              PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.

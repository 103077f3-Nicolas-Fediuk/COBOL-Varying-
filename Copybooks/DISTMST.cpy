      ******************************************************************
      * DISTMST - CAMPOS DEL REGISTRO DEL MAESTRO DE DISTRIBUCION DEL
      * PAQUETE DIARIO DE REPORTES. CADA DESTINATARIO TIENE UN
      * REGISTRO CON SU IDENTIFICACION, SU NOMBRE, LA MARCA DE ACTIVO,
      * LA CANTIDAD DE COPIAS Y UNA MARCA POR POSICION ("S" LO RECIBE,
      * "N" NO) PARA CADA REPORTE DEL PAQUETE. LO MANTIENE MANTDIST
      * BAJO AUTORIZACION; EL ARMADOR DEL PAQUETE PAQDIA LO LEE PARA
      * ARMAR LOS EXTRACTOS POR DESTINATARIO.
      *
      * POSICIONES DE DST-REPORTES (EN EL ORDEN DEL PAQUETE):
      *    1      EDITREP  (REPORTE DE EDICION DE EDITDIA)
      *    2      RESUMDIA (CONSOLIDADO DEL DIA DE RESUMEN0)
      *    3      ALERREP  (HOJA DE ALERTAS ABIERTAS DE INFALERT)
      *    4      RECHREP  (LISTADO DE RECHAZOS DE INFRECH)
      *    5      CONCREP  (SYSOUT DE LA CONCILIACION CONCILIA)
      *    6      RESPDIA  (RESPUESTA AL ORIGEN DE RESPORIG)
      *    7 A 10 RESERVADAS, SE DEJAN EN "N"
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  DST-ID                   PIC X(08).
       05  DST-SEPARADOR-1          PIC X(01).
       05  DST-NOMBRE               PIC X(30).
       05  DST-SEPARADOR-2          PIC X(01).
       05  DST-ACTIVO               PIC X(01).
       05  DST-SEPARADOR-3          PIC X(01).
       05  DST-COPIAS               PIC 9(02).
       05  DST-SEPARADOR-4          PIC X(01).
       05  DST-REPORTES             PIC X(10).

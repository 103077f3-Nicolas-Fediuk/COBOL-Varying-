      ******************************************************************
      * EDITHIS - CAMPOS DEL REGISTRO DEL HISTORICO DE EDICION
      * (ARCHIVO EDITHIST): LAS ESTADISTICAS DE CADA CORRIDA DE
      * EDITDIA POR DATASET, PARA QUE NO SE PIERDAN CUANDO EDITREP SE
      * REGRABA A LA NOCHE SIGUIENTE. POR CADA DATASET EDITADO SE
      * GRABA UN REGISTRO DE TOTALES (TIPO "T": LINEAS LEIDAS, LINEAS
      * APARTADAS AL REPORTE Y SI EL ARCHIVO QUEDO INUSABLE) Y, A
      * CONTINUACION, UNO POR CADA MOTIVO DE EDITREP QUE APARECIO
      * (TIPO "M": EL MOTIVO Y CUANTAS LINEAS CAYERON POR EL, EN
      * EDH-APARTADAS). EL ARCHIVO ES DE SOLO AGREGADO; SI EDITDIA
      * CORRE DOS VECES EL MISMO DIA DE NEGOCIO, EL REPORTE DE
      * CALIDAD (INFCALID) TOMA DE CADA DATASET LA ULTIMA CORRIDA
      * GRABADA, QUE RECONOCE POR LA HORA.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  EDH-FECHA                PIC 9(08).
       05  EDH-SEPARADOR-1          PIC X(01).
       05  EDH-HORA                 PIC 9(06).
       05  EDH-SEPARADOR-2          PIC X(01).
       05  EDH-DATASET              PIC X(08).
       05  EDH-SEPARADOR-3          PIC X(01).
       05  EDH-TIPO                 PIC X(01).
           88  EDH-TOTALES                      VALUE "T".
           88  EDH-POR-MOTIVO                   VALUE "M".
       05  EDH-SEPARADOR-4          PIC X(01).
       05  EDH-LEIDAS               PIC 9(05).
       05  EDH-SEPARADOR-5          PIC X(01).
       05  EDH-APARTADAS            PIC 9(05).
       05  EDH-SEPARADOR-6          PIC X(01).
       05  EDH-INUSABLE             PIC X(01).
           88  EDH-ARCHIVO-INUSABLE             VALUE "S".
       05  EDH-SEPARADOR-7          PIC X(01).
       05  EDH-MOTIVO               PIC X(20).

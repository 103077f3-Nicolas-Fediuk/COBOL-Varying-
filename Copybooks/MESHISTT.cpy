      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 02/09/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AL CERRAR EL ANIO (CIERRANO) LAS FILAS DE SUS
      *                    DOCE MESES PASAN, CON ESTE MISMO FORMATO, AL
      *                    ARCHIVO ANUAL MESARCT; EN MESHISTT QUEDAN
      *                    SOLO LOS MESES DE LOS ANIOS ABIERTOS.
      ******************************************************************
       05  MHT-MES                 PIC 9(06).
       05  MHT-SEPARADOR-1         PIC X(01).

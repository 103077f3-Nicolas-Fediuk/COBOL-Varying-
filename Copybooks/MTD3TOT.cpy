      *                    IGUAL QUE LOS CONTEOS SIMPLES. UN REGISTRO
      *                    DEL FORMATO ANTERIOR TRAE ESTA ZONA EN
      *                    BLANCO Y EL LECTOR LA TOMA COMO CERO.
      * 15/10/2026  RA     AGREGADA LA VERSION DE LA DEFINICION DE
      *                    BANDAS (COPY BANDVER) CON LA QUE SE CUENTAN
      *                    LAS BANDAS DEL MES. LA 999 MARCA UN MES
      *                    CONTADO CON MAS DE UNA DEFINICION. UN
      *                    REGISTRO DEL FORMATO ANTERIOR LA TRAE EN
      *                    BLANCO Y SE TOMA COMO LA VERSION BASE 000.
      ******************************************************************
       05  MTD-MES                 PIC 9(06).
       05  MTD-SEPARADOR-0         PIC X(01).
           10  MTD-BANDA-ENT OCCURS 7 TIMES.
               15  MTD-BANDA-SEP   PIC X(01).
               15  MTD-BANDA-CANT  PIC 9(06).
       05  MTD-SEPARADOR-3         PIC X(01).
       05  MTD-BANDA-VERSION       PIC 9(03).
           88  MTD-BANDAS-MEZCLADAS          VALUE 999.

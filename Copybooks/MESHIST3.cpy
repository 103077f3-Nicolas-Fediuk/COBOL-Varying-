      ******************************************************************
      * MESHIST3 - CAMPOS DEL REGISTRO DEL HISTORICO DE MESES CERRADOS
      * DE EJERCICIO3 (UN REGISTRO POR MES, GRABADO POR CIERRME3).
      * LLEVA LOS CONTEOS DEL MES, LOS CONTADORES POR BANDA DE LA
      * DISTRIBUCION DE FRECUENCIAS Y LA VERSION DE LA DEFINICION DE
      * BANDAS CON LA QUE SE CONTARON (COPY BANDVER): DOS MESES SOLO
      * SON COMPARABLES POR BANDA SI TIENEN LA MISMA VERSION. LA
      * VERSION 999 MARCA UN MES CONTADO CON MAS DE UNA DEFINICION.
      * UN REGISTRO DEL FORMATO ANTERIOR TRAE LA VERSION Y LAS BANDAS
      * EN BLANCO: SUS BANDAS NO SE CONOCEN Y NO SE COMPARAN.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL, EXTRAIDA DE CIERRME3,
      *                    INFMES3 E INFPOS3 Y AMPLIADA CON LA VERSION
      *                    DE BANDAS Y LOS CONTADORES POR BANDA.
      * 15/10/2026  RA     AL CERRAR EL ANIO (CIERRANO) LAS FILAS DE SUS
      *                    DOCE MESES PASAN, CON ESTE MISMO FORMATO, AL
      *                    ARCHIVO ANUAL MESARC3; EN MESHIST3 QUEDAN
      *                    SOLO LOS MESES DE LOS ANIOS ABIERTOS.
      ******************************************************************
       05  MH3-MES                  PIC 9(06).
       05  MH3-SEPARADOR-0          PIC X(01).
       05  MH3-POSITIVOS            PIC 9(06).
       05  MH3-SEPARADOR-1          PIC X(01).
       05  MH3-NEGATIVOS            PIC 9(06).
       05  MH3-SEPARADOR-2          PIC X(01).
       05  MH3-CEROS                PIC 9(06).
       05  MH3-SEPARADOR-3          PIC X(01).
       05  MH3-BANDA-VERSION        PIC 9(03).
           88  MH3-BANDAS-MEZCLADAS             VALUE 999.
       05  MH3-BANDAS.
           10  MH3-BANDA-ENT OCCURS 7 TIMES.
               15  MH3-BANDA-SEP    PIC X(01).
               15  MH3-BANDA-CANT   PIC 9(06).

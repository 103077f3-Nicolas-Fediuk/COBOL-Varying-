      ******************************************************************
      * ATIPICO4 - CAMPOS DEL REGISTRO DE VALORES ATIPICOS QUE GRABA
      * EJERCICIO4 (ARCHIVO ATIPICO4): CADA VALOR DEL DIA QUE SE ALEJA
      * DEL PROMEDIO HISTORICO MAS DE DESVIOS4 DESVIOS ESTANDAR. LLEVA
      * LA FECHA DE NEGOCIO Y LA HORA DE INICIO DE LA CORRIDA (UNA
      * CORRIDA REPETIDA EL MISMO DIA SE DISTINGUE POR LA HORA), EL
      * LOTE Y LA POSICION DENTRO DEL LOTE, EL VALOR, Y EL PROMEDIO Y
      * EL DESVIO CONTRA LOS QUE SE LO JUZGO, CON CUANTOS DESVIOS SE
      * ALEJO, EL LIMITE VIGENTE Y LOS DIAS DE HISTORIA QUE SE USARON.
      * EL ARCHIVO SE AGREGA; NUNCA SE REESCRIBE.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  ATI-FECHA               PIC 9(08).
       05  ATI-SEPARADOR-1         PIC X(01).
       05  ATI-HORA                PIC 9(06).
       05  ATI-SEPARADOR-2         PIC X(01).
       05  ATI-LOTE                PIC 9(02).
       05  ATI-SEPARADOR-3         PIC X(01).
       05  ATI-POSICION            PIC 9(02).
       05  ATI-SEPARADOR-4         PIC X(01).
       05  ATI-VALOR               PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  ATI-SEPARADOR-5         PIC X(01).
       05  ATI-PROMEDIO            PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  ATI-SEPARADOR-6         PIC X(01).
       05  ATI-DESVIO              PIC 9(05)V99.
       05  ATI-SEPARADOR-7         PIC X(01).
       05  ATI-CANT-DESVIOS        PIC 9(04)V99.
       05  ATI-SEPARADOR-8         PIC X(01).
       05  ATI-LIMITE              PIC 9(02)V9.
       05  ATI-SEPARADOR-9         PIC X(01).
       05  ATI-DIAS-HISTORIA       PIC 9(02).

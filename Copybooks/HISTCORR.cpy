      *                    EL LARGO DEL DIA. UN REGISTRO DEL FORMATO
      *                    ANTERIOR TRAE LA ZONA EN BLANCO Y NO
      *                    PARTICIPA DEL CALCULO.
      * 15/10/2026  RA     AGREGADO AL FINAL EL CODIGO DE RETORNO CON
      *                    QUE TERMINO LA CORRIDA (RH-RETORNO), QUE NO
      *                    QUEDABA EN NINGUN LADO: LO MUESTRA EL INFORME
      *                    DE RELEVO DE TURNO INFTURNO. UN REGISTRO DEL
      *                    FORMATO ANTERIOR LO TRAE EN BLANCO.
      ******************************************************************
       05  RH-CLAVE.
           10  RH-FECHA             PIC 9(08).
       05  RH-RESULTADO             PIC X(30).
       05  RH-SEPARADOR-5           PIC X(01).
       05  RH-HORA-INICIO           PIC 9(06).
       05  RH-SEPARADOR-6           PIC X(01).
       05  RH-RETORNO               PIC 9(02).

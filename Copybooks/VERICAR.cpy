      ******************************************************************
      * VERICAR - CAMPOS DEL REGISTRO DE VERIFICACION DE CARGA (ARCHIVO
      * VERICARG), QUE GRABA EL SUBPROGRAMA GRABVERI. CON LA DOBLE
      * CARGA ACTIVA (EJER-DOBLE-CARGA=S) EJERCICIO3 Y EJERCICIO5 HACEN
      * RETIPEAR CADA LISTA INTERACTIVA POR UN SEGUNDO OPERADOR, A
      * CIEGAS, Y DEJAN UN REGISTRO POR LISTA: QUIEN LA CARGO, QUIEN LA
      * VERIFICO, CUANTAS POSICIONES SE COMPARARON, EN CUANTAS NO
      * COINCIDIERON LAS DOS CARGAS Y SI LA LISTA QUEDO VERIFICADA ("V")
      * O SIN VERIFICAR ("N": VERIFICADOR RECHAZADO O ENTRADA AGOTADA),
      * EN CUYO CASO NO SE CUENTA. LO LEE EL INFORME DIARIO INFVERIF.
      * LA FECHA ES LA DE NEGOCIO; EL ARCHIVO ES DE SOLO AGREGADO.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  VCA-FECHA                PIC 9(08).
       05  VCA-SEPARADOR-1          PIC X(01).
       05  VCA-HORA                 PIC 9(06).
       05  VCA-SEPARADOR-2          PIC X(01).
       05  VCA-PROGRAMA             PIC X(10).
       05  VCA-SEPARADOR-3          PIC X(01).
       05  VCA-LISTA                PIC 9(02).
       05  VCA-SEPARADOR-4          PIC X(01).
       05  VCA-OPERADOR-CARGA       PIC X(08).
       05  VCA-SEPARADOR-5          PIC X(01).
       05  VCA-OPERADOR-VERIF       PIC X(08).
       05  VCA-SEPARADOR-6          PIC X(01).
       05  VCA-POSICIONES           PIC 9(02).
       05  VCA-SEPARADOR-7          PIC X(01).
       05  VCA-DIFERENCIAS          PIC 9(02).
       05  VCA-SEPARADOR-8          PIC X(01).
       05  VCA-ESTADO               PIC X(01).
           88  VCA-VERIFICADA                   VALUE "V".
           88  VCA-SIN-VERIFICAR                VALUE "N".

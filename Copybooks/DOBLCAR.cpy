      ******************************************************************
      * DOBLCAR - CAMPOS DE TRABAJO DE LA DOBLE CARGA A CIEGAS,
      * COMPARTIDOS POR EJERCICIO3 Y EJERCICIO5 (LOS PARRAFOS ESTAN EN
      * EL COPY DOBLCARP). CON EJER-DOBLE-CARGA EN "S" Y ENTRADA
      * INTERACTIVA, CADA LISTA QUE EL PRIMER OPERADOR TERMINA DE
      * CARGAR Y REVISAR LA VUELVE A TIPEAR UN SEGUNDO OPERADOR SIN
      * VERLA; LAS DOS CARGAS SE COMPARAN POSICION POR POSICION Y LA
      * LISTA SE CUENTA RECIEN CUANDO COINCIDEN.
      *
      * EL PROGRAMA QUE INCLUYE ESTE COPY CARGA DBL-PROGRAMA Y
      * DBL-PERMISO (SU POSICION DE OPR-PERMISOS, QUE EL VERIFICADOR
      * TAMBIEN DEBE TENER) AL INICIAR, Y ANTES DE CADA VERIFICACION
      * DBL-LISTA, DBL-CANT-VALORES Y LOS DBL-VALOR-CARGA. CON LA LISTA
      * VERIFICADA TOMA LOS DBL-VALOR-FINAL. DBL-CANT-SIN-VERIFICAR
      * CUENTA LAS LISTAS DE LA CORRIDA QUE NO SE CONTARON.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       01  SW-DOBLE-CARGA              PIC X(01) VALUE "N".
           88  DOBLE-CARGA-ACTIVA               VALUE "S".
       01  SW-LISTA-VERIFICADA         PIC X(01) VALUE "S".
           88  LISTA-VERIFICADA                 VALUE "S".
           88  LISTA-SIN-VERIFICAR              VALUE "N".
       01  DBL-PROGRAMA                PIC X(10) VALUE SPACE.
       01  DBL-PERMISO                 PIC 9(02) VALUE 0.
       01  DBL-LISTA                   PIC 9(02) VALUE 0.
       01  DBL-CANT-VALORES            PIC 9(02) VALUE 0.
       01  DBL-IND                     PIC 9(02) VALUE 0.
       01  DBL-IND-LINEA               PIC 9(02) VALUE 0.
       01  DBL-CANT-DIFERENCIAS        PIC 9(02) VALUE 0.
       01  DBL-CANT-SIN-VERIFICAR      PIC 9(02) VALUE 0.
       01  DBL-POS-GUARDADA            PIC 9(03) VALUE 0.
       01  DBL-OPERADOR-CARGA          PIC X(08) VALUE SPACE.
       01  DBL-OPERADOR-VERIF          PIC X(08) VALUE SPACE.
       01  DBL-VALOR-EDITADO-1         PIC +9(05).99.
       01  DBL-VALOR-EDITADO-2         PIC +9(05).99.
       01  DBL-TABLA-VALORES.
           05  DBL-ENTRADA OCCURS 10 TIMES.
               10  DBL-VALOR-CARGA     PIC S9(05)V99.
               10  DBL-VALOR-VERIF     PIC S9(05)V99.
               10  DBL-VALOR-FINAL     PIC S9(05)V99.
       01  DBL-AUTORIZACION.
           COPY OPERLNK.
       01  REG-VERIFICACION.
           COPY VERICAR.

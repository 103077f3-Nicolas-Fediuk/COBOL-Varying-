      ******************************************************************
      * EXTDIA5 - CAMPOS DEL REGISTRO DEL HISTORIAL DIARIO DE EXTREMOS
      * DE EJERCICIO5 (ARCHIVO MAESTRO INDEXADO EXTDIA5). REPORTE5 SE
      * REGRABA EN CADA CORRIDA Y SOLO GUARDA LA ULTIMA; ESTE HISTORIAL
      * CONSERVA UN REGISTRO POR DIA DE NEGOCIO CON LA CANTIDAD DE
      * VALORES, EL MAXIMO Y EL MINIMO DEL DIA Y SUS POSICIONES EN LA
      * LISTA (LA PRIMERA APARICION, COMO EN REPORTE5).
      *
      * LA CLAVE ES LA FECHA DE NEGOCIO; UNA NUEVA CORRIDA DEL MISMO
      * DIA REEMPLAZA SU REGISTRO. LAS MARCAS DE RECORD DICEN SI EL
      * MAXIMO O EL MINIMO DEL DIA SUPERO EL RECORD ANTERIOR Y DE QUE
      * ALCANCE, EL MAS AMPLIO QUE SUPERO:
      *   M  RECORD DEL MES
      *   A  RECORD DEL ANIO
      *   H  RECORD HISTORICO
      *   (BLANCO) NO SUPERO NINGUNO
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  EXD-FECHA               PIC 9(08).
       05  EXD-SEPARADOR-1         PIC X(01).
       05  EXD-CANTIDAD            PIC 9(02).
       05  EXD-SEPARADOR-2         PIC X(01).
       05  EXD-MAXIMO              PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  EXD-SEPARADOR-3         PIC X(01).
       05  EXD-POS-MAXIMO          PIC 9(02).
       05  EXD-SEPARADOR-4         PIC X(01).
       05  EXD-MINIMO              PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  EXD-SEPARADOR-5         PIC X(01).
       05  EXD-POS-MINIMO          PIC 9(02).
       05  EXD-SEPARADOR-6         PIC X(01).
       05  EXD-RECORD-MAXIMO       PIC X(01).
           88  EXD-SIN-RECORD-MAXIMO            VALUE SPACE.
       05  EXD-SEPARADOR-7         PIC X(01).
       05  EXD-RECORD-MINIMO       PIC X(01).
           88  EXD-SIN-RECORD-MINIMO            VALUE SPACE.
       05  EXD-SEPARADOR-8         PIC X(01).
       05  EXD-HORA                PIC 9(06).

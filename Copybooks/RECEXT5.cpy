      ******************************************************************
      * RECEXT5 - CAMPOS DEL REGISTRO DE RECORDS DE EJERCICIO5 (ARCHIVO
      * RECEXT5): EL MAXIMO Y EL MINIMO MAS ALTO Y MAS BAJO DEL MES, DEL
      * ANIO Y DE TODA LA HISTORIA, CADA UNO CON LA FECHA Y LA POSICION
      * EN QUE SE DIO. EJERCICIO5 LO REARMA COMPLETO EN CADA CORRIDA A
      * PARTIR DEL HISTORIAL DIARIO EXTDIA5 Y LE AGREGA UN REGISTRO DE
      * CIERRE (COPY CTLTRL) CON LA CANTIDAD Y EL HASH; EL RESUMEN DE
      * FIN DE DIA LO LEE PARA MARCAR LOS RECORDS NUEVOS DEL DIA.
      *
      * ALCANCE:
      *   M  MES DEL DIA DE NEGOCIO (PERIODO AAAAMM)
      *   A  ANIO DEL DIA DE NEGOCIO (PERIODO AAAA00)
      *   H  HISTORICO (PERIODO 000000)
      *
      * LAS MARCAS DE NUEVO VALEN "S" CUANDO EL DIA DE NEGOCIO SUPERO
      * EL RECORD QUE HABIA EN ESE ALCANCE; EL PRIMER VALOR DE UN
      * ALCANCE VACIO (PRIMER DIA DEL MES, POR EJEMPLO) NO ES UN RECORD
      * NUEVO. UN EMPATE CONSERVA EL RECORD MAS VIEJO.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  REX-ALCANCE             PIC X(01).
           88  REX-DEL-MES                      VALUE "M".
           88  REX-DEL-ANIO                     VALUE "A".
           88  REX-HISTORICO                    VALUE "H".
       05  REX-SEPARADOR-1         PIC X(01).
       05  REX-PERIODO             PIC 9(06).
       05  REX-SEPARADOR-2         PIC X(01).
       05  REX-MAXIMO              PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  REX-SEPARADOR-3         PIC X(01).
       05  REX-FECHA-MAXIMO        PIC 9(08).
       05  REX-SEPARADOR-4         PIC X(01).
       05  REX-POS-MAXIMO          PIC 9(02).
       05  REX-SEPARADOR-5         PIC X(01).
       05  REX-NUEVO-MAXIMO        PIC X(01).
           88  REX-MAXIMO-NUEVO                 VALUE "S".
       05  REX-SEPARADOR-6         PIC X(01).
       05  REX-MINIMO              PIC S9(05)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  REX-SEPARADOR-7         PIC X(01).
       05  REX-FECHA-MINIMO        PIC 9(08).
       05  REX-SEPARADOR-8         PIC X(01).
       05  REX-POS-MINIMO          PIC 9(02).
       05  REX-SEPARADOR-9         PIC X(01).
       05  REX-NUEVO-MINIMO        PIC X(01).
           88  REX-MINIMO-NUEVO                 VALUE "S".
       05  REX-SEPARADOR-10        PIC X(01).
       05  REX-DIAS                PIC 9(05).
       05  REX-SEPARADOR-11        PIC X(01).
       05  REX-FECHA-ACTUALIZACION PIC 9(08).

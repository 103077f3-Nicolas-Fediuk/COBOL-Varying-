      ******************************************************************
      * ORIGMST - CAMPOS DEL REGISTRO DEL MAESTRO DE ORIGENES. CADA
      * SISTEMA DE ORIGEN HABILITADO PARA MANDARNOS TRANDIA TIENE UN
      * REGISTRO POR ENTREGA ESPERADA EN EL DIA (EL CORTE DE LA MANANA
      * Y EL DE LA TARDE SON DOS REGISTROS CON DISTINTO NUMERO DE
      * ENTREGA), CON LA HORA LIMITE (HHMM) EN QUE LA ENTREGA DEBE
      * HABER LLEGADO Y LA CANTIDAD DE REGISTROS DE UN DIA NORMAL. LO
      * MANTIENE MANTORIG BAJO AUTORIZACION; REPARTE0 LO CONSULTA AL
      * RECIBIR Y EL MONITOR DE CORTES VIGCORTE AL VIGILAR.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  ORG-ID                   PIC X(08).
       05  ORG-SEPARADOR-1          PIC X(01).
       05  ORG-SECUENCIA            PIC 9(02).
       05  ORG-SEPARADOR-2          PIC X(01).
       05  ORG-NOMBRE               PIC X(20).
       05  ORG-SEPARADOR-3          PIC X(01).
       05  ORG-ACTIVO               PIC X(01).
       05  ORG-SEPARADOR-4          PIC X(01).
       05  ORG-HORA-CORTE           PIC 9(04).
       05  ORG-SEPARADOR-5          PIC X(01).
       05  ORG-CANT-NORMAL          PIC 9(05).

      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 02/09/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AGREGADO RUT-ORIGEN: LA FECHA Y EL NUMERO
      *                    DE ENTREGA NO LA IDENTIFICAN SI DOS ORIGENES
      *                    MANDAN EL MISMO DIA; EL ACUSE Y LA
      *                    CONCILIACION LO NECESITAN PARA EL REGISTRO
      *                    DE ENTREGAS.
      ******************************************************************
       05  RUT-TIPO                PIC 9(01).
       05  RUT-SEPARADOR-1         PIC X(01).
       05  RUT-FECHA               PIC 9(08).
       05  RUT-SEPARADOR-5         PIC X(01).
       05  RUT-SECUENCIA           PIC 9(02).
       05  RUT-SEPARADOR-6         PIC X(01).
       05  RUT-ORIGEN              PIC X(08).

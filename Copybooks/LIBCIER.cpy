      ******************************************************************
      * LIBCIER - CAMPOS DEL REGISTRO DEL ARCHIVO LIBCIERR, LAS
      * LIBERACIONES DE LAS CONDICIONES QUE RETIENEN EL CIERRE DEL DIA.
      * LA PUERTA DEL CIERRE (PUERCIER) RETIENE EL CIERRE MIENTRAS
      * QUEDEN ALERTAS CRITICAS ABIERTAS, RECHAZOS PENDIENTES DEL DIA,
      * AUDITORIA SIN BARRER EN LOS AUDOVF* O CAMBIOS DE PARAMETROS
      * SIN APROBAR POR ENCIMA DE LO QUE TOLERA EL PARAMETRO DE CADA
      * UNA. UN SUPERVISOR AUTORIZADO (LIBECIER) PUEDE LIBERAR UNA
      * CONDICION PARA UNA FECHA DE NEGOCIO: QUEDA ACA QUIEN, CUANDO Y
      * POR QUE, Y LA PUERTA YA NO LA CUENTA COMO RETENCION ESE DIA.
      * EL ARCHIVO SOLO CRECE.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  LCI-FECHA-NEGOCIO        PIC 9(08).
       05  LCI-SEPARADOR-1          PIC X(01).
       05  LCI-CONDICION            PIC X(08).
           88  LCI-ALERTAS                      VALUE "ALERTAS".
           88  LCI-RECHAZOS                     VALUE "RECHAZOS".
           88  LCI-DESBORDES                    VALUE "AUDOVF".
           88  LCI-PENDIENTES                   VALUE "PARPEND".
           88  LCI-CONDICION-VALIDA             VALUE "ALERTAS"
                                                      "RECHAZOS"
                                                      "AUDOVF"
                                                      "PARPEND".
       05  LCI-SEPARADOR-2          PIC X(01).
       05  LCI-OPERADOR             PIC X(08).
       05  LCI-SEPARADOR-3          PIC X(01).
       05  LCI-FECHA                PIC 9(08).
       05  LCI-SEPARADOR-4          PIC X(01).
       05  LCI-HORA                 PIC 9(06).
       05  LCI-SEPARADOR-5          PIC X(01).
       05  LCI-CANTIDAD             PIC 9(05).
       05  LCI-SEPARADOR-6          PIC X(01).
       05  LCI-MOTIVO               PIC X(40).

      ******************************************************************
      * PINLNK - AREA DE COMUNICACION CON EL SUBPROGRAMA FIRMAPIN, QUE
      * PIDE Y VERIFICA EL PIN DE UN OPERADOR YA IDENTIFICADO. EL
      * PROGRAMA QUE LA INCLUYE DECLARA
      *     01  PIN-VERIFICACION.
      *         COPY PINLNK.
      * CARGA PIN-ID CON LA IDENTIFICACION INGRESADA Y LLAMA A
      * FIRMAPIN, QUE HACE TODO EL DIALOGO (PIN, CAMBIO OBLIGATORIO),
      * LLEVA LA CUENTA DE ERRORES Y EL BLOQUEO EN EL MAESTRO Y LO
      * DEJA TODO EN EL LOG DE AUDITORIA. SOLO CON PIN-ACEPTADO LA
      * FIRMA ES VALIDA.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  PIN-ID                   PIC X(08).
       05  PIN-ESTADO               PIC X(01).
           88  PIN-ACEPTADO                     VALUE "A".
           88  PIN-ERRONEO                      VALUE "C".
           88  PIN-SIN-CAMBIO                   VALUE "N".
           88  PIN-BLOQUEADO                    VALUE "B".
           88  PIN-INEXISTENTE                  VALUE "X".
           88  PIN-SIN-MAESTRO                  VALUE "E".

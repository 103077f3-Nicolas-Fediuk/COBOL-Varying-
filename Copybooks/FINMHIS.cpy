      ******************************************************************
      * FINMHIS - CAMPOS DEL REGISTRO DE LA BITACORA DEL FIN DE MES
      * (ARCHIVO FINMHIST), QUE GRABA EL PROGRAMA CONDUCTOR FINDEMES.
      * POR CADA PASO DEL FIN DE MES QUE TERMINA CON RETORNO MENOR A 8
      * SE AGREGA UN REGISTRO TIPO "P" (MES QUE SE CIERRA, NUMERO DE
      * PASO, PROGRAMA Y SU RETORNO) Y, CUANDO LOS CINCO PASOS DEL MES
      * ESTAN COMPLETOS, UN REGISTRO TIPO "F" DE FIN DE MES TERMINADO
      * (FMH-PASO EN CERO Y EL PEOR RETORNO DE LOS PASOS). EL ARCHIVO
      * ES DE SOLO AGREGADO: AL REARRANCAR UN FIN DE MES QUE FALLO,
      * FINDEMES SALTEA LOS PASOS QUE YA TIENEN SU REGISTRO "P" PARA
      * ESE MES Y RETOMA EN EL QUE FALLO; UN MES CON REGISTRO "F" NO
      * SE VUELVE A CORRER.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  FMH-MES                  PIC 9(06).
       05  FMH-SEPARADOR-1          PIC X(01).
       05  FMH-TIPO                 PIC X(01).
           88  FMH-PASO-COMPLETO                VALUE "P".
           88  FMH-MES-COMPLETO                 VALUE "F".
       05  FMH-SEPARADOR-2          PIC X(01).
       05  FMH-PASO                 PIC 9(01).
       05  FMH-SEPARADOR-3          PIC X(01).
       05  FMH-PROGRAMA             PIC X(08).
       05  FMH-SEPARADOR-4          PIC X(01).
       05  FMH-FECHA                PIC 9(08).
       05  FMH-SEPARADOR-5          PIC X(01).
       05  FMH-HORA                 PIC 9(06).
       05  FMH-SEPARADOR-6          PIC X(01).
       05  FMH-OPERADOR             PIC X(08).
       05  FMH-SEPARADOR-7          PIC X(01).
       05  FMH-RETORNO              PIC 9(02).

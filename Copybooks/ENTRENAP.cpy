      ******************************************************************
      * ENTRENAP - PARRAFOS DEL MODO ENTRENAMIENTO DEL MENU. SE INCLUYE
      * CON UN COPY AL FINAL DE LA PROCEDURE DIVISION, JUNTO CON EL
      * COPY ENTRENA EN LA WORKING-STORAGE, Y SE INVOCA CON
      * "PERFORM ACTIVAR-ENTRENAMIENTO THRU ACTIVAR-ENTRENAMIENTO-EXIT"
      * O "PERFORM DESACTIVAR-ENTRENAMIENTO THRU
      * DESACTIVAR-ENTRENAMIENTO-EXIT".
      *
      * ACTIVAR ASIGNA EL NOMBRE EXTERNO DE CADA ARCHIVO DE LA TABLA A
      * SU DATASET DE ENTRENAMIENTO CON LA VARIABLE DD_<NOMBRE>, QUE EL
      * DIALECTO CONSULTA EN CADA OPEN (ES LA ASIGNACION DINAMICA DEL
      * DD, COMO LA HARIA UN PROCEDIMIENTO DE ENTRENAMIENTO), Y DEJA LA
      * VARIABLE EJER-ENTRENA EN "S" PARA QUE LOS PROGRAMAS QUE SE
      * LLAMAN DESDE EL MENU SE MARQUEN COMO ENTRENAMIENTO. LOS SELECT
      * DE LOS PROGRAMAS NO CAMBIAN. DESACTIVAR DEJA LAS VARIABLES EN
      * BLANCO (CADA ARCHIVO VUELVE A SU NOMBRE DE PRODUCCION) Y
      * EJER-ENTRENA EN "N". TODO LO QUE SE ABRA DESPUES DEL PERFORM,
      * EN ESTE PROGRAMA O EN LOS QUE LLAME, YA VE LA NUEVA ASIGNACION.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       ACTIVAR-ENTRENAMIENTO.
           SET ENT-ACTIVAR TO TRUE.
           DISPLAY "EJER-ENTRENA" UPON ENVIRONMENT-NAME.
           MOVE "S" TO ENT-DATASET.
           DISPLAY ENT-DATASET UPON ENVIRONMENT-VALUE.
           PERFORM ASIGNAR-ARCHIVO-ENTRENA
               THRU ASIGNAR-ARCHIVO-ENTRENA-EXIT
               VARYING ENT-IND-ARCHIVO FROM 1 BY 1
               UNTIL ENT-IND-ARCHIVO > ENT-CANT-ARCHIVOS.
       ACTIVAR-ENTRENAMIENTO-EXIT.
           EXIT.

       DESACTIVAR-ENTRENAMIENTO.
           SET ENT-DESACTIVAR TO TRUE.
           DISPLAY "EJER-ENTRENA" UPON ENVIRONMENT-NAME.
           MOVE "N" TO ENT-DATASET.
           DISPLAY ENT-DATASET UPON ENVIRONMENT-VALUE.
           PERFORM ASIGNAR-ARCHIVO-ENTRENA
               THRU ASIGNAR-ARCHIVO-ENTRENA-EXIT
               VARYING ENT-IND-ARCHIVO FROM 1 BY 1
               UNTIL ENT-IND-ARCHIVO > ENT-CANT-ARCHIVOS.
       DESACTIVAR-ENTRENAMIENTO-EXIT.
           EXIT.

       ASIGNAR-ARCHIVO-ENTRENA.
           MOVE SPACE TO ENT-VARIABLE.
           STRING "DD_" ENT-NOMBRE (ENT-IND-ARCHIVO)
               DELIMITED BY SPACE INTO ENT-VARIABLE.
           MOVE SPACE TO ENT-DATASET.
           IF ENT-ACTIVAR
               STRING "ENTRENA." ENT-NOMBRE (ENT-IND-ARCHIVO)
                   DELIMITED BY SPACE INTO ENT-DATASET
           END-IF.
           DISPLAY ENT-VARIABLE UPON ENVIRONMENT-NAME.
           DISPLAY ENT-DATASET UPON ENVIRONMENT-VALUE.
       ASIGNAR-ARCHIVO-ENTRENA-EXIT.
           EXIT.

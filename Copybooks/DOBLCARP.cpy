      ******************************************************************
      * DOBLCARP - PARRAFOS DE LA DOBLE CARGA A CIEGAS, COMPARTIDOS POR
      * EJERCICIO3 Y EJERCICIO5. SE INCLUYE CON UN COPY AL FINAL DE LA
      * PROCEDURE DIVISION Y SE INVOCA CON
      * "PERFORM VERIFICAR-DOBLE-CARGA THRU VERIFICAR-DOBLE-CARGA-EXIT"
      * CON LA LISTA YA CARGADA Y REVISADA POR EL PRIMER OPERADOR EN LOS
      * DBL-VALOR-CARGA. REQUIERE LOS CAMPOS DEL COPY DOBLCAR, NUM Y EL
      * COPY VALNUM/VALNUMP (LOS VALORES SE TIPEAN CON
      * ACEPTAR-NUM-VALIDO), EL REGISTRO REG-AUDITORIA (COPY AUDITLOG)
      * Y LA FECHA DE NEGOCIO (COPY FECHALNK) YA LEIDA.
      *
      * EL VERIFICADOR SE IDENTIFICA CON SU PROPIO PIN (VALOPER, CON LA
      * POSICION DBL-PERMISO) Y DEBE SER DISTINTO DEL OPERADOR DE LA
      * SESION. LA PANTALLA SE CORRE PARA QUE LA PRIMERA CARGA NO QUEDE
      * A LA VISTA Y EL VERIFICADOR TIPEA TODA LA LISTA. CADA POSICION
      * EN QUE LAS DOS CARGAS NO COINCIDEN SE LE MUESTRA CON LOS DOS
      * VALORES Y EL VERIFICADOR TIPEA EL CORRECTO; LA DIFERENCIA (CON
      * LOS DOS VALORES) Y SU RESOLUCION QUEDAN EN LA AUDITORIA. CADA
      * LISTA, VERIFICADA O NO, DEJA SU REGISTRO EN VERICARG
      * (SUBPROGRAMA GRABVERI) PARA EL INFORME DIARIO INFVERIF.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       VERIFICAR-DOBLE-CARGA.
           SET LISTA-SIN-VERIFICAR TO TRUE.
           MOVE 0 TO DBL-CANT-DIFERENCIAS.
           MOVE SPACE TO DBL-OPERADOR-VERIF.
           CALL "LEEOPER" USING DBL-OPERADOR-CARGA.
           IF ENTRADA-AGOTADA
               DISPLAY "LA LISTA " DBL-LISTA " NO SE PUEDE VERIFICAR: "
                   "LA ENTRADA SE AGOTO"
               GO TO VERIFICAR-DOBLE-CARGA-FIN
           END-IF.
           PERFORM IDENTIFICAR-VERIFICADOR
               THRU IDENTIFICAR-VERIFICADOR-EXIT.
           IF NOT VOP-AUTORIZADO
               GO TO VERIFICAR-DOBLE-CARGA-FIN
           END-IF.
           PERFORM OCULTAR-PRIMERA-CARGA
               THRU OCULTAR-PRIMERA-CARGA-EXIT
               VARYING DBL-IND-LINEA FROM 1 BY 1
               UNTIL DBL-IND-LINEA > 24.
           DISPLAY "VERIFICACION A CIEGAS DE LA LISTA " DBL-LISTA
               " DE " DBL-PROGRAMA.
           DISPLAY "OPERADOR " DBL-OPERADOR-VERIF ": INGRESE LOS "
               DBL-CANT-VALORES " VALORES DE LA LISTA".
           MOVE VAL-POS-LISTA TO DBL-POS-GUARDADA.
           PERFORM TIPEAR-VALOR-VERIF THRU TIPEAR-VALOR-VERIF-EXIT
               VARYING DBL-IND FROM 1 BY 1
               UNTIL DBL-IND > DBL-CANT-VALORES OR ENTRADA-AGOTADA.
           IF NOT ENTRADA-AGOTADA
               PERFORM COMPARAR-VALOR-VERIF
                   THRU COMPARAR-VALOR-VERIF-EXIT
                   VARYING DBL-IND FROM 1 BY 1
                   UNTIL DBL-IND > DBL-CANT-VALORES OR ENTRADA-AGOTADA
           END-IF.
           MOVE DBL-POS-GUARDADA TO VAL-POS-LISTA.
           IF ENTRADA-AGOTADA
               DISPLAY "LA VERIFICACION DE LA LISTA " DBL-LISTA
                   " QUEDO INCOMPLETA: LA ENTRADA SE AGOTO"
               GO TO VERIFICAR-DOBLE-CARGA-FIN
           END-IF.
           SET LISTA-VERIFICADA TO TRUE.
           DISPLAY "LISTA " DBL-LISTA " VERIFICADA, "
               DBL-CANT-DIFERENCIAS " DIFERENCIA(S) RESUELTA(S)".
       VERIFICAR-DOBLE-CARGA-FIN.
           IF LISTA-SIN-VERIFICAR
               ADD 1 TO DBL-CANT-SIN-VERIFICAR
           END-IF.
           PERFORM GRABAR-VERIFICACION THRU GRABAR-VERIFICACION-EXIT.
       VERIFICAR-DOBLE-CARGA-EXIT.
           EXIT.

      *    EL VERIFICADOR DEBE SER OTRO OPERADOR, CON EL PERMISO DEL
      *    PROGRAMA Y SU PROPIO PIN. SI NO, LA LISTA QUEDA SIN VERIFICAR
      *    Y EL INTENTO QUEDA EN LA AUDITORIA.
       IDENTIFICAR-VERIFICADOR.
           MOVE "X" TO VOP-ESTADO.
           DISPLAY "DOBLE CARGA: LA LISTA " DBL-LISTA
               " LA VUELVE A CARGAR OTRO OPERADOR".
           DISPLAY "VERIFICADOR, INGRESE SU IDENTIFICACION DE OPERADOR".
           MOVE SPACE TO VOP-ID.
           ACCEPT VOP-ID.
           MOVE VOP-ID TO DBL-OPERADOR-VERIF.
           IF VOP-ID = SPACE OR VOP-ID = DBL-OPERADOR-CARGA
               DISPLAY "EL VERIFICADOR DEBE SER UN OPERADOR DISTINTO "
                   "DEL QUE CARGO LA LISTA"
           ELSE
               MOVE DBL-PERMISO TO VOP-POSICION
               CALL "VALOPER" USING DBL-AUTORIZACION
           END-IF.
           IF VOP-AUTORIZADO
               GO TO IDENTIFICAR-VERIFICADOR-EXIT
           END-IF.
           DISPLAY "VERIFICADOR NO AUTORIZADO, LA LISTA " DBL-LISTA
               " QUEDA SIN VERIFICAR Y NO SE CUENTA".
           MOVE SPACE TO AUD-RESULTADO.
           STRING "VERIF RECHAZADA ID=" VOP-ID
               DELIMITED BY SIZE INTO AUD-RESULTADO.
           PERFORM GRABAR-AUDITORIA-VERIF
               THRU GRABAR-AUDITORIA-VERIF-EXIT.
       IDENTIFICAR-VERIFICADOR-EXIT.
           EXIT.

       OCULTAR-PRIMERA-CARGA.
           DISPLAY " ".
       OCULTAR-PRIMERA-CARGA-EXIT.
           EXIT.

      *    LA POSICION DE LA LISTA QUE SE PIDE QUEDA EN VAL-POS-LISTA
      *    PARA QUE UN RECHAZO DEL VERIFICADOR SE GRABE CON ELLA.
       TIPEAR-VALOR-VERIF.
           DISPLAY "  POSICION " DBL-IND ":".
           COMPUTE VAL-POS-LISTA = DBL-IND - 1.
           PERFORM ACEPTAR-NUM-VALIDO THRU ACEPTAR-NUM-VALIDO-EXIT.
           IF NOT ENTRADA-AGOTADA
               MOVE NUM TO DBL-VALOR-VERIF (DBL-IND)
           END-IF.
       TIPEAR-VALOR-VERIF-EXIT.
           EXIT.

      *    UNA POSICION QUE COINCIDE PASA TAL CUAL; UNA QUE NO, SE
      *    AUDITA CON LAS DOS CARGAS Y LA RESUELVE EL VERIFICADOR.
       COMPARAR-VALOR-VERIF.
           MOVE DBL-VALOR-CARGA (DBL-IND) TO DBL-VALOR-FINAL (DBL-IND).
           IF DBL-VALOR-VERIF (DBL-IND) = DBL-VALOR-CARGA (DBL-IND)
               GO TO COMPARAR-VALOR-VERIF-EXIT
           END-IF.
           ADD 1 TO DBL-CANT-DIFERENCIAS.
           MOVE DBL-VALOR-CARGA (DBL-IND) TO DBL-VALOR-EDITADO-1.
           MOVE DBL-VALOR-VERIF (DBL-IND) TO DBL-VALOR-EDITADO-2.
           DISPLAY "DIFERENCIA EN LA POSICION " DBL-IND
               ": PRIMERA CARGA " DBL-VALOR-EDITADO-1
               ", SEGUNDA CARGA " DBL-VALOR-EDITADO-2.
           MOVE SPACE TO AUD-RESULTADO.
           STRING "DIF L" DBL-LISTA "P" DBL-IND " "
               DBL-VALOR-EDITADO-1 "/" DBL-VALOR-EDITADO-2
               DELIMITED BY SIZE INTO AUD-RESULTADO.
           PERFORM GRABAR-AUDITORIA-VERIF
               THRU GRABAR-AUDITORIA-VERIF-EXIT.
           DISPLAY "VERIFICADOR, INGRESE EL VALOR CORRECTO DE LA "
               "POSICION " DBL-IND.
           COMPUTE VAL-POS-LISTA = DBL-IND - 1.
           PERFORM ACEPTAR-NUM-VALIDO THRU ACEPTAR-NUM-VALIDO-EXIT.
           IF ENTRADA-AGOTADA
               GO TO COMPARAR-VALOR-VERIF-EXIT
           END-IF.
           MOVE NUM TO DBL-VALOR-FINAL (DBL-IND).
           MOVE NUM TO DBL-VALOR-EDITADO-1.
           MOVE SPACE TO AUD-RESULTADO.
           STRING "RES L" DBL-LISTA "P" DBL-IND " "
               DBL-VALOR-EDITADO-1
               DELIMITED BY SIZE INTO AUD-RESULTADO.
           PERFORM GRABAR-AUDITORIA-VERIF
               THRU GRABAR-AUDITORIA-VERIF-EXIT.
       COMPARAR-VALOR-VERIF-EXIT.
           EXIT.

      *    EL RESULTADO YA VIENE ARMADO; EL OPERADOR ES EL VERIFICADOR.
       GRABAR-AUDITORIA-VERIF.
           MOVE DBL-OPERADOR-VERIF TO AUD-OPERADOR.
           MOVE FNC-FECHA-NEGOCIO TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE DBL-PROGRAMA TO AUD-PROGRAMA.
           MOVE SPACE TO AUD-SEPARADOR-1.
           MOVE SPACE TO AUD-SEPARADOR-2.
           MOVE SPACE TO AUD-SEPARADOR-3.
           MOVE SPACE TO AUD-SEPARADOR-4.
           MOVE SPACE TO AUD-SEPARADOR-5.
           MOVE 0 TO AUD-SECUENCIA.
           CALL "AUDITWRT" USING REG-AUDITORIA.
       GRABAR-AUDITORIA-VERIF-EXIT.
           EXIT.

       GRABAR-VERIFICACION.
           MOVE FNC-FECHA-NEGOCIO TO VCA-FECHA.
           MOVE DBL-PROGRAMA TO VCA-PROGRAMA.
           MOVE DBL-LISTA TO VCA-LISTA.
           MOVE DBL-OPERADOR-CARGA TO VCA-OPERADOR-CARGA.
           MOVE DBL-OPERADOR-VERIF TO VCA-OPERADOR-VERIF.
           MOVE DBL-CANT-VALORES TO VCA-POSICIONES.
           MOVE DBL-CANT-DIFERENCIAS TO VCA-DIFERENCIAS.
           IF LISTA-VERIFICADA
               MOVE "V" TO VCA-ESTADO
           ELSE
               MOVE "N" TO VCA-ESTADO
           END-IF.
           CALL "GRABVERI" USING REG-VERIFICACION.
       GRABAR-VERIFICACION-EXIT.
           EXIT.

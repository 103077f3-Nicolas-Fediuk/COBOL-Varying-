001464*                    CORRIDAS (RH-HORA-INICIO), PARA QUE EL
001465*                    REPORTE DE LA VENTANA NOCTURNA (INFVENT)
001466*                    PUEDA TENDENCIAR LAS DURACIONES.
001467* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
001468*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
001469*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
001470*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
001471*                    COMO ENTRENAMIENTO.
001472* 15/10/2026  RA     LA ESCALADA FINAL DEL CODIGO DE RETORNO SE
001473*                    HACE ANTES DE GRABAR EL HISTORIAL, QUE LLEVA
001474*                    AHORA ESE CODIGO (RH-RETORNO) PARA EL INFORME
001475*                    DE RELEVO DE TURNO.
001476******************************************************************
001486 ENVIRONMENT DIVISION.
001496 INPUT-OUTPUT SECTION.
002276 01  CANT-TOTAL-NO-CERO          PIC 9(04) VALUE 0.
002286 01  GRAN-TOTAL                  PIC 9(05) VALUE 0.
002296
002299 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
002302     88  MODO-ENTRENAMIENTO                VALUE "S".
002306 01  SW-MODO-EJECUCION           PIC X(01) VALUE "I".
002316     88  MODO-BATCH                        VALUE "B".
002326     88  MODO-INTERACTIVO                  VALUE "I".
002896******************************************************************
002906 0000-MAINLINE-CONTROL.
002916     ACCEPT WS-HORA-INICIO FROM TIME.
002917     MOVE "N" TO SW-ENTRENAMIENTO.
002918     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
002919     IF MODO-ENTRENAMIENTO
002920         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
002921     END-IF.
002926     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002936     IF ARCHIVO-RECHAZADO
002946         MOVE 16 TO WS-RETORNO
003006         ELSE
003016             PERFORM 8000-MOSTRAR-RESULTADO THRU 8000-EXIT
003026             PERFORM 8600-GRABAR-CONTROL-TOTAL THRU 8600-EXIT
003028             IF ENTRADA-AGOTADA AND WS-RETORNO < 8
003030                 MOVE 8 TO WS-RETORNO
003032             END-IF
003036             PERFORM 8650-GRABAR-HISTORIAL THRU 8650-EXIT
003046             PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
003056             IF MODO-BATCH
003266         END-IF
003276     END-IF.
003286     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
003326     MOVE WS-RETORNO TO RETURN-CODE.
003336     GOBACK.
003346
007166     MOVE SPACE TO RH-SEPARADOR-4.
007176     MOVE SPACE TO RH-SEPARADOR-5.
007186     MOVE WS-HORA-INICIO TO RH-HORA-INICIO.
007189     MOVE SPACE TO RH-SEPARADOR-6.
007192     MOVE WS-RETORNO TO RH-RETORNO.
007196     CALL "GRABHIST" USING REG-HISTORIAL.
007206 8650-EXIT.
007216     EXIT.

001115*                    CORRIDAS (RH-HORA-INICIO), PARA QUE EL
001116*                    REPORTE DE LA VENTANA NOCTURNA (INFVENT)
001117*                    PUEDA TENDENCIAR LAS DURACIONES.
001118* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
001119*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
001120*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
001121*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
001122*                    COMO ENTRENAMIENTO.
001123* 15/10/2026  RA     LA ESCALADA FINAL DEL CODIGO DE RETORNO SE
001124*                    HACE ANTES DE GRABAR EL HISTORIAL, QUE LLEVA
001125*                    AHORA ESE CODIGO (RH-RETORNO) PARA EL INFORME
001126*                    DE RELEVO DE TURNO.
001127******************************************************************
001137 ENVIRONMENT DIVISION.
001147 INPUT-OUTPUT SECTION.
001917 01  WS-CICLO-MAS-UNO            PIC 9(02) VALUE 0.
001927
001937 01  WS-LISTAS-STATUS            PIC X(02) VALUE "00".
001940 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001943     88  MODO-ENTRENAMIENTO                VALUE "S".
001947 01  SW-MODO-EJECUCION           PIC X(01) VALUE "I".
001957     88  MODO-BATCH                        VALUE "B".
001967     88  MODO-INTERACTIVO                  VALUE "I".
002437******************************************************************
002447 0000-MAINLINE-CONTROL.
002457     ACCEPT WS-HORA-INICIO FROM TIME.
002458     MOVE "N" TO SW-ENTRENAMIENTO.
002459     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
002460     IF MODO-ENTRENAMIENTO
002461         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
002462     END-IF.
002467     MOVE "EJERCICIO2" TO RCH-PROGRAMA.
002477     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
002487     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002827         UNTIL CICLO = NUM-CICLO OR ENTRADA-AGOTADA.
002837     PERFORM 8000-MOSTRAR-RESULTADO THRU 8000-EXIT.
002847     PERFORM 8600-GRABAR-RESULT-SESION THRU 8600-EXIT.
002849     IF ENTRADA-AGOTADA AND WS-RETORNO < 8
002851         MOVE 8 TO WS-RETORNO
002853     END-IF.
002857     PERFORM 8650-GRABAR-HISTORIAL THRU 8650-EXIT.
002867     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002877     IF ENTRADA-AGOTADA
002897         MOVE "CORRIDA TRUNCADA POR ENTRADA AGOTADA"
002907             TO ALR-MENSAJE
002917         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
002957     END-IF.
002967     MOVE WS-RETORNO TO RETURN-CODE.
002977     GOBACK.
004157     PERFORM 3800-MOSTRAR-GRAN-TOTAL THRU 3800-EXIT.
004167     PERFORM 3820-GRABAR-RESULT-TOTAL THRU 3820-EXIT.
004177     CLOSE RESULT-OUT.
004207     IF GT2-DESBALANCEADAS > 0
004217         MOVE 4 TO WS-RETORNO
004227     END-IF.
004230     PERFORM 3850-GRABAR-HISTORIAL-LISTAS THRU 3850-EXIT.
004233     PERFORM 3870-GRABAR-AUDITORIA-LISTAS THRU 3870-EXIT.
004237 3000-EXIT.
004247     EXIT.
004257
006137     MOVE SPACE TO RH-SEPARADOR-4.
006147     MOVE SPACE TO RH-SEPARADOR-5.
006157     MOVE WS-HORA-INICIO TO RH-HORA-INICIO.
006160     MOVE SPACE TO RH-SEPARADOR-6.
006163     MOVE WS-RETORNO TO RH-RETORNO.
006167     CALL "GRABHIST" USING REG-HISTORIAL.
006177 3850-EXIT.
006187     EXIT.
006837     MOVE SPACE TO RH-SEPARADOR-4.
006847     MOVE SPACE TO RH-SEPARADOR-5.
006857     MOVE WS-HORA-INICIO TO RH-HORA-INICIO.
006860     MOVE SPACE TO RH-SEPARADOR-6.
006863     MOVE WS-RETORNO TO RH-RETORNO.
006867     CALL "GRABHIST" USING REG-HISTORIAL.
006877 8650-EXIT.
006887     EXIT.

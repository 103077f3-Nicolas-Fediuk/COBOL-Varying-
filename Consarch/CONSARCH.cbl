000270* FECHA       INIC.  DESCRIPCION
000280* 02/09/2026  RA     VERSION INICIAL. REPITE HASTA QUE EL
000290*                    OPERADOR INGRESA FECHA CERO, COMO CONSHIST.
000291* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000292*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000293*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000294*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000295*                    COMO ENTRENAMIENTO.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000850     88  FIN-DE-CONSULTA                   VALUE "S".
000860 01  SW-FIN-ARCHIVO              PIC X(01) VALUE "N".
000870     88  FIN-DE-ARCHIVO                    VALUE "S".
000873 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
000876     88  MODO-ENTRENAMIENTO                VALUE "S".
000880
000890 PROCEDURE DIVISION.
000900******************************************************************
000910* 0000-MAINLINE-CONTROL
000920******************************************************************
000930 0000-MAINLINE-CONTROL.
000931     MOVE "N" TO SW-ENTRENAMIENTO.
000932     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
000933     IF MODO-ENTRENAMIENTO
000934         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
000935     END-IF.
000940     PERFORM 2000-CONSULTAR-FECHA THRU 2000-EXIT
000950         UNTIL FIN-DE-CONSULTA.
000960     GOBACK.

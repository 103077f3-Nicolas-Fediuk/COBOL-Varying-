000360*                    SE SUMAN. EL RANGO POR OMISION SE CALCULA
000370*                    RESTANDO 31 DIAS CON LA TABLA DE LARGOS DE
000380*                    MES DE CIERRDIA.
000381* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000382*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000383*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000384*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000385*                    COMO ENTRENAMIENTO.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001080
001090 01  SW-FIN-HISTORIAL            PIC X(01) VALUE "N".
001100     88  FIN-DE-HISTORIAL                  VALUE "S".
001103 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001106     88  MODO-ENTRENAMIENTO                VALUE "S".
001110
001120 PROCEDURE DIVISION.
001130******************************************************************
001140* 0000-MAINLINE-CONTROL
001150******************************************************************
001160 0000-MAINLINE-CONTROL.
001161     MOVE "N" TO SW-ENTRENAMIENTO.
001162     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
001163     IF MODO-ENTRENAMIENTO
001164         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
001165     END-IF.
001166     MOVE ZEROS TO TABLA-DIA-ANTERIOR.
001170     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001180     DISPLAY "FECHA DESDE (AAAAMMDD, 0=ULTIMOS 31 DIAS)".
001190     ACCEPT WS-ENTRADA-FECHA.

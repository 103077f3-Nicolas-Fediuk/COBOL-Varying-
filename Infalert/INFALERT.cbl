000470*                    DE ALERTAS AL REGRABAR, ASI EL ARCHIVO DE
000480*                    TRABAJO NO CRECE HASTA FRENAR LA REGRABA.
000490*                    DESAPARECE EL TODO-O-NADA.
000491* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000492*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000493*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000494*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000495*                    COMO ENTRENAMIENTO. ALERTHIS NO LLEVA MARCA:
000496*                    SUS REGISTROS LOS RELEEN OTROS PROGRAMAS Y
000497*                    YA VA A SU DATASET ENTRENA.
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000890     88  TABLA-LLENA                       VALUE "S".
000900 01  SW-FIN-RECONOCER            PIC X(01) VALUE "N".
000910     88  FIN-DE-RECONOCER                  VALUE "S".
000913 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
000916     88  MODO-ENTRENAMIENTO                VALUE "S".
000920
000921 01  RESGUARDO-COM.
000922     COPY RESGLNK.
001180* 0000-MAINLINE-CONTROL
001190******************************************************************
001200 0000-MAINLINE-CONTROL.
001201     MOVE "N" TO SW-ENTRENAMIENTO.
001202     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
001203     IF MODO-ENTRENAMIENTO
001204         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
001205     END-IF.
001210     OPEN INPUT ALERTAS.
001220     IF WS-ALERTAS-STATUS NOT = "00"
001230         DISPLAY "SIN ARCHIVO DE ALERTAS, NADA QUE INFORMAR"

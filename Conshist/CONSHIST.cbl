000280*                    FECHA PEDIDA Y LISTA TODAS LAS SECUENCIAS DE
000290*                    ESE DIA; REPITE HASTA QUE EL OPERADOR
000300*                    INGRESA UNA FECHA EN CERO.
000301* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000302*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000303*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000304*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000305*                    COMO ENTRENAMIENTO.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000560
000570 01  SW-FIN-LECTURA              PIC X(01) VALUE "N".
000580     88  FIN-DE-LECTURA                    VALUE "S".
000583 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
000586     88  MODO-ENTRENAMIENTO                VALUE "S".
000590
000600 PROCEDURE DIVISION.
000610******************************************************************
000620* 0000-MAINLINE-CONTROL
000630******************************************************************
000640 0000-MAINLINE-CONTROL.
000641     MOVE "N" TO SW-ENTRENAMIENTO.
000642     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
000643     IF MODO-ENTRENAMIENTO
000644         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
000645     END-IF.
000650     OPEN INPUT HISTORIAL.
000660     IF WS-HIST-STATUS NOT = "00"
000670         DISPLAY "NO HAY HISTORIAL DE CORRIDAS GRABADO TODAVIA "

000356*                    ALERTA CRITICA AL OPERADOR (GRABALER). LOS
000357*                    REGISTROS DEL FORMATO ANTERIOR, SIN
000358*                    SECUENCIA, NO PARTICIPAN DEL CONTROL.
000359* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000360*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000361*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000362*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000363*                    COMO ENTRENAMIENTO Y EL TITULO DE CADA
000364*                    PAGINA DEL LISTADO LA LLEVA.
000365******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000704 01  REG-ALERTA.
000705     COPY ALERTA.
000710
000713 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
000716     88  MODO-ENTRENAMIENTO                VALUE "S".
000720 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
000730     88  FIN-DE-AUDITORIA                  VALUE "S".
000740
000810     05  FILLER                  PIC X(10) VALUE "    PAGINA".
000820     05  FILLER                  PIC X(01) VALUE SPACE.
000830     05  TIT-PAGINA              PIC 9(03).
000836     05  FILLER                  PIC X(01) VALUE SPACE.
000842     05  TIT-MARCA               PIC X(19) VALUE SPACE.
000850
000860 01  LIN-CRITERIO.
000870     05  CRI-LEYENDA             PIC X(20).
001180* 0000-MAINLINE-CONTROL
001190******************************************************************
001200 0000-MAINLINE-CONTROL.
001201     MOVE "N" TO SW-ENTRENAMIENTO.
001202     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
001203     IF MODO-ENTRENAMIENTO
001204         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
001205     END-IF.
001210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001220     PERFORM 2000-PROCESAR-AUDITORIA THRU 2000-EXIT
001230         UNTIL FIN-DE-AUDITORIA.
002173     ADD 1 TO WS-PAGINA.
002183     MOVE WS-FECHA-EMISION TO TIT-FECHA.
002193     MOVE WS-PAGINA TO TIT-PAGINA.
002195     IF MODO-ENTRENAMIENTO
002197         MOVE "** ENTRENAMIENTO **" TO TIT-MARCA
002199     END-IF.
002203     MOVE LIN-TITULO TO REG-LISTADO.
002213     WRITE REG-LISTADO.
002223     MOVE LIN-COLUMNAS TO REG-LISTADO.

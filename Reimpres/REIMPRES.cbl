000350*                    EL DESGLOSE POS=/NEG= PARSEADO CUANDO EL
000360*                    FORMATO LO PERMITE. REPITE HASTA QUE EL
000370*                    OPERADOR INGRESA FECHA CERO.
000371* 15/10/2026  RA     LA REIMPRESION AGREGA UNA SECCION APARTE CON
000372*                    LOS AJUSTES POSTERIORES AL CIERRE APROBADOS
000373*                    PARA LA FECHA (DIARIO AJUSTES) Y CUANTOS
000374*                    SIGUEN PENDIENTES; LAS CIFRAS DE LAS
000375*                    CORRIDAS DEL DIA SE MUESTRAN SIN TOCAR.
000376* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000377*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000378*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000379*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000380*                    COMO ENTRENAMIENTO Y EL TITULO DEL REPORTE
000381*                    REIMPDIA LA LLEVA.
000382******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000460         FILE STATUS IS WS-HIST-STATUS.
000470     SELECT REIMPRESION-OUT ASSIGN TO "REIMPDIA"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000482     SELECT AJUSTES ASSIGN TO "AJUSTES"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-AJUSTES-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000570 FD  REIMPRESION-OUT
000580     LABEL RECORDS ARE STANDARD.
000590 01  REG-REIMPRESION             PIC X(80).
000591
000592 FD  AJUSTES
000593     LABEL RECORDS ARE STANDARD.
000594 01  REG-AJUSTES.
000595     COPY AJUSTE.
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-HIST-STATUS              PIC X(02) VALUE "00".
000625 01  WS-AJUSTES-STATUS           PIC X(02) VALUE "00".
000630
000640 01  WS-FECHA-PEDIDA             PIC 9(08) VALUE 0.
000650 01  WS-ENTRADA-FECHA            PIC X(08) VALUE SPACE.
000730     88  FIN-DE-CONSULTA                   VALUE "S".
000740 01  SW-FIN-HISTORIAL            PIC X(01) VALUE "N".
000750     88  FIN-DE-HISTORIAL                  VALUE "S".
000752 01  SW-FIN-AJUSTES              PIC X(01) VALUE "N".
000754     88  FIN-DE-AJUSTES                    VALUE "S".
000755 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
000756     88  MODO-ENTRENAMIENTO                VALUE "S".
000757 01  WS-CANT-AJUSTES             PIC 9(05) VALUE 0.
000758 01  WS-CANT-AJUSTES-PEND        PIC 9(05) VALUE 0.
000760
000770*    ULTIMA CORRIDA DE CADA PROGRAMA EN LA FECHA PEDIDA
000780*    (ENTRADA N = EJERCICION).
001030     05  FILLER                  PIC X(11) VALUE "  OPERADOR ".
001040     05  PIE-OPERADOR            PIC X(08).
001050     05  FILLER                  PIC X(24) VALUE SPACE.
001051
001052 01  LIN-AJUSTE.
001053     05  FILLER                  PIC X(09) VALUE "  AJUSTE ".
001054     05  LAJ-NUMERO              PIC 9(05).
001055     05  FILLER                  PIC X(01) VALUE SPACE.
001056     05  LAJ-PROGRAMA            PIC X(10).
001057     05  FILLER                  PIC X(05) VALUE " POS ".
001058     05  LAJ-POSITIVOS           PIC +9(05).
001059     05  FILLER                  PIC X(05) VALUE " NEG ".
001060     05  LAJ-NEGATIVOS           PIC +9(05).
001061     05  FILLER                  PIC X(05) VALUE " CER ".
001062     05  LAJ-CEROS               PIC +9(05).
001063     05  FILLER                  PIC X(05) VALUE " APR ".
001064     05  LAJ-APROBADOR           PIC X(08).
001065     05  FILLER                  PIC X(06) VALUE SPACE.
001066
001070 PROCEDURE DIVISION.
001080******************************************************************
001090* 0000-MAINLINE-CONTROL
001100******************************************************************
001110 0000-MAINLINE-CONTROL.
001111     MOVE "N" TO SW-ENTRENAMIENTO.
001112     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
001113     IF MODO-ENTRENAMIENTO
001114         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
001115     END-IF.
001120     OPEN INPUT HISTORIAL.
001130     IF WS-HIST-STATUS NOT = "00"
001140         DISPLAY "NO HAY HISTORIAL DE CORRIDAS GRABADO TODAVIA "
002300     WRITE REG-REIMPRESION.
002310     MOVE "===== REPORTE CONSOLIDADO DEL DIA =====" TO
002320         REG-REIMPRESION.
002322     IF MODO-ENTRENAMIENTO
002324         MOVE "*** ENTRENAMIENTO ***" TO REG-REIMPRESION (42:21)
002326     END-IF.
002330     WRITE REG-REIMPRESION.
002340     MOVE SPACE TO REG-REIMPRESION.
002350     STRING "FECHA DE NEGOCIO REIMPRESA: " WS-FECHA-PEDIDA
002430     PERFORM 4100-EMITIR-PROGRAMA THRU 4100-EXIT
002440         VARYING WS-IND-PROGRAMA FROM 1 BY 1
002450         UNTIL WS-IND-PROGRAMA > 5.
002455     PERFORM 4200-EMITIR-AJUSTES THRU 4200-EXIT.
002460     MOVE SPACE TO REG-REIMPRESION.
002470     WRITE REG-REIMPRESION.
002480     MOVE WS-FECHA-EMISION TO PIE-FECHA.
002750 4100-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 4200-EMITIR-AJUSTES - SECCION APARTE CON LOS AJUSTES APROBADOS
002800* PARA LA FECHA REIMPRESA, QUE ENTRAN AL MES PERO NO ALTERAN LAS
002810* CIFRAS DEL DIA, Y LA CANTIDAD QUE SIGUE PENDIENTE.
002820******************************************************************
002830 4200-EMITIR-AJUSTES.
002840     MOVE SPACE TO REG-REIMPRESION.
002850     WRITE REG-REIMPRESION.
002860     MOVE SPACE TO REG-REIMPRESION.
002870     STRING "AJUSTES POSTERIORES AL CIERRE (NO ALTERAN LAS "
002880         "CIFRAS DEL DIA):"
002885         DELIMITED BY SIZE INTO REG-REIMPRESION.
002890     WRITE REG-REIMPRESION.
002900     MOVE 0 TO WS-CANT-AJUSTES.
002910     MOVE 0 TO WS-CANT-AJUSTES-PEND.
002920     MOVE "N" TO SW-FIN-AJUSTES.
002930     OPEN INPUT AJUSTES.
002940     IF WS-AJUSTES-STATUS = "00"
002950         PERFORM 4210-EMITIR-AJUSTE THRU 4210-EXIT
002960             UNTIL FIN-DE-AJUSTES
002970         CLOSE AJUSTES
002980     END-IF.
002990     IF WS-CANT-AJUSTES = 0
003000         MOVE "  SIN AJUSTES APROBADOS" TO REG-REIMPRESION
003010         WRITE REG-REIMPRESION
003020     END-IF.
003030     MOVE SPACE TO REG-REIMPRESION.
003040     STRING "  PENDIENTES DE APROBACION: " WS-CANT-AJUSTES-PEND
003050         DELIMITED BY SIZE INTO REG-REIMPRESION.
003060     WRITE REG-REIMPRESION.
003070 4200-EXIT.
003080     EXIT.
003090
003100 4210-EMITIR-AJUSTE.
003110     READ AJUSTES
003120         AT END
003130             SET FIN-DE-AJUSTES TO TRUE
003140             GO TO 4210-EXIT
003150     END-READ.
003160     IF AJU-FECHA-EFECTO NOT = WS-FECHA-PEDIDA
003170         GO TO 4210-EXIT
003180     END-IF.
003190     IF AJU-PENDIENTE
003200         ADD 1 TO WS-CANT-AJUSTES-PEND
003210         GO TO 4210-EXIT
003220     END-IF.
003230     IF NOT AJU-APROBADO
003240         GO TO 4210-EXIT
003250     END-IF.
003260     ADD 1 TO WS-CANT-AJUSTES.
003270     MOVE AJU-NUMERO TO LAJ-NUMERO.
003280     MOVE AJU-PROGRAMA TO LAJ-PROGRAMA.
003290     MOVE AJU-POSITIVOS TO LAJ-POSITIVOS.
003300     MOVE AJU-NEGATIVOS TO LAJ-NEGATIVOS.
003310     MOVE AJU-CEROS TO LAJ-CEROS.
003320     MOVE AJU-APROBADOR TO LAJ-APROBADOR.
003330     MOVE LIN-AJUSTE TO REG-REIMPRESION.
003340     WRITE REG-REIMPRESION.
003350 4210-EXIT.
003360     EXIT.
003370
003380 END PROGRAM REIMPRES.

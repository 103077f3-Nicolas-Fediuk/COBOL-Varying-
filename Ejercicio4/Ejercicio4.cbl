001263*                    CORRIDAS (RH-HORA-INICIO), PARA QUE EL
001264*                    REPORTE DE LA VENTANA NOCTURNA (INFVENT)
001265*                    PUEDA TENDENCIAR LAS DURACIONES.
001266* 15/10/2026  RA     CADA CORRIDA DEJA SUS ESTADISTICAS DEL DIA EN
001267*                    EL HISTORIAL EST4HIST (COPY EST4HIS, ULTIMOS
001268*                    99 DIAS; UNA CORRIDA REPETIDA REEMPLAZA LA
001269*                    DEL MISMO DIA) Y JUZGA CADA VALOR CONTRA
001270*                    EL PROMEDIO Y EL DESVIO DE LOS ULTIMOS
001271*                    DIASEST4 DIAS ANTERIORES: EL QUE SE ALEJA MAS
001272*                    DE DESVIOS4 DESVIOS SE GRABA EN EL REGISTRO
001273*                    DE ATIPICOS ATIPICO4 (COPY ATIPICO4) CON SU
001274*                    LOTE, POSICION Y LA REFERENCIA USADA, Y DEJA
001275*                    UNA ALERTA. UN ATIPICO TERMINA LA CORRIDA CON
001276*                    RETORNO 4. CON MENOS DE 5 DIAS DE HISTORIA
001277*                    (O DIASEST4, SI ES MENOR) O SIN DISPERSION NO
001278*                    SE JUZGA.
001279* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
001280*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
001281*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
001282*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
001283*                    COMO ENTRENAMIENTO.
001284* 15/10/2026  RA     LA ESCALADA FINAL DEL CODIGO DE RETORNO SE
001285*                    HACE ANTES DE GRABAR EL HISTORIAL, QUE LLEVA
001286*                    AHORA ESE CODIGO (RH-RETORNO) PARA EL INFORME
001287*                    DE RELEVO DE TURNO.
001288******************************************************************
001289 ENVIRONMENT DIVISION.
001295 INPUT-OUTPUT SECTION.
001305 FILE-CONTROL.
001315     SELECT ESTAD-OUT ASSIGN TO "ESTAD4"
001335     SELECT LOTES-IN ASSIGN TO "LOTES4"
001345         ORGANIZATION IS LINE SEQUENTIAL
001355         FILE STATUS IS WS-LOTES-STATUS.
001356     SELECT HIST-ESTAD ASSIGN TO "EST4HIST"
001357         ORGANIZATION IS LINE SEQUENTIAL
001358         FILE STATUS IS WS-HIST-ESTAD-STATUS.
001359     SELECT ATIPICOS ASSIGN TO "ATIPICO4"
001360         ORGANIZATION IS LINE SEQUENTIAL
001361         FILE STATUS IS WS-ATIPICOS-STATUS.
001365 DATA DIVISION.
001375 FILE SECTION.
001385 FD  ESTAD-OUT
001625     05  FILLER                  PIC X(01).
001635     05  LOT-CANT-TOTAL          PIC 9(05).
001645     05  FILLER                  PIC X(14).
001646 FD  HIST-ESTAD
001647     LABEL RECORDS ARE STANDARD.
001648 01  REG-HIST-ESTAD              PIC X(48).
001649 FD  ATIPICOS
001650     LABEL RECORDS ARE STANDARD.
001651 01  REG-ATIPICO.
001652     COPY ATIPICO4.
001655
001665 WORKING-STORAGE SECTION.
001675 01  REG-AUDITORIA.
001725
001735 01  NUM-LOTES                   PIC 9(02) VALUE 0.
001745 01  LOTE-ACTUAL                 PIC 9(02) VALUE 0.
001748 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001751     88  MODO-ENTRENAMIENTO                VALUE "S".
001755 01  SW-PRIMER-LOTE              PIC X(01) VALUE "S".
001765     88  ES-PRIMER-LOTE                    VALUE "S".
001775 01  MAXIMO-ABSOLUTO             PIC S9(05)V99.
002425 01  REG-HISTORIAL.
002435     COPY HISTCORR.
002445
002446*    HISTORIAL DIARIO DE ESTADISTICAS (ULTIMOS 99 DIAS, SIN EL DIA
002447*    DE LA CORRIDA) Y LA REFERENCIA CALCULADA SOBRE LOS ULTIMOS
002448*    DIASEST4 DIAS PARA JUZGAR LOS VALORES ATIPICOS.
002449 01  HIST-ESTAD-TRABAJO.
002450     COPY EST4HIS.
002451 01  TABLA-HIST-ESTAD.
002452     05  THE-REGISTRO OCCURS 99 TIMES PIC X(48).
002453 01  WS-HIST-ESTAD-STATUS        PIC X(02) VALUE "00".
002454 01  WS-ATIPICOS-STATUS          PIC X(02) VALUE "00".
002455 01  SW-FIN-HIST-ESTAD           PIC X(01) VALUE "N".
002456     88  FIN-DE-HIST-ESTAD                 VALUE "S".
002457 01  SW-HISTORIA-SUFICIENTE      PIC X(01) VALUE "N".
002458     88  HISTORIA-SUFICIENTE               VALUE "S".
002459 01  WS-CANT-HIST                PIC 9(03) VALUE 0.
002460 01  WS-IND-HIST                 PIC 9(03) VALUE 0.
002461 01  WS-DESDE-HIST               PIC 9(03) VALUE 0.
002462 01  WS-MINIMO-DIAS              PIC 9(03) VALUE 0.
002463 01  HIS-CANT-DIAS               PIC 9(02) VALUE 0.
002464 01  HIS-CANT-VALORES            PIC 9(06) VALUE 0.
002465 01  HIS-SUMA                    PIC S9(11)V99 VALUE 0.
002466 01  HIS-SUMA-CUADRADOS          PIC 9(17)V9(04) VALUE 0.
002467 01  HIS-VARIANZA                PIC S9(11)V9(04) VALUE 0.
002468 01  HIS-PROMEDIO                PIC S9(05)V99 VALUE 0.
002469 01  HIS-DESVIO                  PIC 9(05)V99 VALUE 0.
002470 01  WS-IND-VALOR                PIC 9(04) VALUE 0.
002471 01  WS-LOTE-VALOR               PIC 9(04) VALUE 0.
002472 01  WS-POS-VALOR                PIC 9(02) VALUE 0.
002473 01  WS-DISTANCIA                PIC 9(06)V99 VALUE 0.
002474 01  WS-DISTANCIA-MAXIMA         PIC 9(08)V99 VALUE 0.
002475 01  GT-ATIPICOS                 PIC 9(04) VALUE 0.
002476 01  WS-VALOR-EDITADO            PIC -(5)9.99.
002477 PROCEDURE DIVISION.
002478******************************************************************
002479* 0000-MAINLINE-CONTROL
002485******************************************************************
002495 0000-MAINLINE-CONTROL.
002505     ACCEPT WS-HORA-INICIO FROM TIME.
002506     MOVE "N" TO SW-ENTRENAMIENTO.
002507     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
002508     IF MODO-ENTRENAMIENTO
002509         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
002510     END-IF.
002515     MOVE "EJERCICIO4" TO RCH-PROGRAMA.
002525     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
002535     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002715         IF MODO-BATCH
002725             CLOSE LOTES-IN
002735         END-IF
002737     END-IF.
002739     IF NOT ARCHIVO-RECHAZADO
002741         PERFORM 1600-CARGAR-HIST-ESTAD THRU 1600-EXIT
002743         PERFORM 1700-CALCULAR-REFERENCIA THRU 1700-EXIT
002745     END-IF.
002755     IF ARCHIVO-RECHAZADO
002765         MOVE 16 TO WS-RETORNO
002795         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
002805     ELSE
002815         PERFORM 8000-MOSTRAR-GRAN-TOTAL THRU 8000-EXIT
002820         PERFORM 8400-DETECTAR-ATIPICOS THRU 8400-EXIT
002825         PERFORM 8600-GRABAR-CONTROL-ESTAD THRU 8600-EXIT
002830         PERFORM 8620-ACTUALIZAR-HIST-ESTAD THRU 8620-EXIT
002831         IF ENTRADA-AGOTADA AND WS-RETORNO < 8
002832             MOVE 8 TO WS-RETORNO
002833         END-IF
002834         IF GT-FUERA-DE-RANGO > 0 AND WS-RETORNO < 4
002835             MOVE 4 TO WS-RETORNO
002836         END-IF
002837         IF GT-ATIPICOS > 0 AND WS-RETORNO < 4
002838             MOVE 4 TO WS-RETORNO
002839         END-IF
002840         PERFORM 8650-GRABAR-HISTORIAL THRU 8650-EXIT
002845         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
002855     END-IF.
002865     IF ENTRADA-AGOTADA
002945         MOVE "FUERA DE RANGO SUPERA EL UMBRAL"
002955             TO ALR-MENSAJE
002965         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
003035     END-IF.
003045     MOVE WS-RETORNO TO RETURN-CODE.
003055     GOBACK.
003535     END-IF.
003545     DISPLAY "LOTES4 DEL " LOC-FECHA " ORIGEN " LOC-ORIGEN.
003555 1500-EXIT.
003556     EXIT.
003557
003558******************************************************************
003559* 1600-CARGAR-HIST-ESTAD - CARGA EL HISTORIAL DIARIO DE
003560* ESTADISTICAS EN LA TABLA, EN EL ORDEN DEL ARCHIVO. EL REGISTRO
003561* DEL DIA DE LA CORRIDA (UNA CORRIDA REPETIDA) Y LOS DE FECHAS
003562* POSTERIORES (UN DIA REABIERTO) SE DESCARTAN: LOS REEMPLAZA LA
003563* CORRIDA ACTUAL. UN HISTORIAL QUE NO EXISTE EMPIEZA VACIO.
003564******************************************************************
003565 1600-CARGAR-HIST-ESTAD.
003566     MOVE 0 TO WS-CANT-HIST.
003567     MOVE "N" TO SW-FIN-HIST-ESTAD.
003568     OPEN INPUT HIST-ESTAD.
003569     IF WS-HIST-ESTAD-STATUS NOT = "00"
003570         DISPLAY "SIN HISTORIAL EST4HIST, EMPIEZA VACIO"
003571         GO TO 1600-EXIT
003572     END-IF.
003573     PERFORM 1610-LEER-HIST-ESTAD THRU 1610-EXIT
003574         UNTIL FIN-DE-HIST-ESTAD.
003575     CLOSE HIST-ESTAD.
003576 1600-EXIT.
003577     EXIT.
003578
003579 1610-LEER-HIST-ESTAD.
003580     READ HIST-ESTAD
003581         AT END
003582             SET FIN-DE-HIST-ESTAD TO TRUE
003583             GO TO 1610-EXIT
003584     END-READ.
003585     MOVE REG-HIST-ESTAD TO HIST-ESTAD-TRABAJO.
003586     IF EHS-FECHA NOT NUMERIC
003587         OR EHS-FECHA NOT < FNC-FECHA-NEGOCIO
003588         GO TO 1610-EXIT
003589     END-IF.
003590     PERFORM 1620-AGREGAR-A-TABLA THRU 1620-EXIT.
003591 1610-EXIT.
003592     EXIT.
003593
003594******************************************************************
003595* 1620-AGREGAR-A-TABLA - AGREGA HIST-ESTAD-TRABAJO AL FINAL DE LA
003596* TABLA; CON LA TABLA LLENA SE DESCARTA EL DIA MAS VIEJO.
003597******************************************************************
003598 1620-AGREGAR-A-TABLA.
003599     IF WS-CANT-HIST = 99
003600         PERFORM 1630-CORRER-HIST-ESTAD THRU 1630-EXIT
003601             VARYING WS-IND-HIST FROM 1 BY 1
003602             UNTIL WS-IND-HIST > 98
003603         MOVE 98 TO WS-CANT-HIST
003604     END-IF.
003605     ADD 1 TO WS-CANT-HIST.
003606     MOVE HIST-ESTAD-TRABAJO TO THE-REGISTRO (WS-CANT-HIST).
003607 1620-EXIT.
003608     EXIT.
003609
003610 1630-CORRER-HIST-ESTAD.
003611     MOVE THE-REGISTRO (WS-IND-HIST + 1)
003612         TO THE-REGISTRO (WS-IND-HIST).
003613 1630-EXIT.
003614     EXIT.
003615
003616******************************************************************
003617* 1700-CALCULAR-REFERENCIA - PROMEDIO Y DESVIO ESTANDAR DE TODOS
003618* LOS VALORES DE LOS ULTIMOS DIASEST4 DIAS DEL HISTORIAL,
003619* COMBINANDO LA CANTIDAD, EL PROMEDIO Y EL DESVIO DE CADA DIA:
003620* LA SUMA DE LOS VALORES ES CANTIDAD X PROMEDIO Y LA DE SUS
003621* CUADRADOS CANTIDAD X (DESVIO AL CUADRADO + PROMEDIO AL
003622* CUADRADO). LOS DIAS SIN VALORES NO CUENTAN. CON MENOS DE 5 DIAS
003623* CON VALORES (O DIASEST4, SI ES MENOR) LA REFERENCIA NO ALCANZA
003624* Y LA CORRIDA NO JUZGA ATIPICOS.
003625******************************************************************
003626 1700-CALCULAR-REFERENCIA.
003627     MOVE "N" TO SW-HISTORIA-SUFICIENTE.
003628     MOVE 0 TO HIS-CANT-DIAS.
003629     MOVE 0 TO HIS-CANT-VALORES.
003630     MOVE 0 TO HIS-SUMA.
003631     MOVE 0 TO HIS-SUMA-CUADRADOS.
003632     MOVE 0 TO HIS-PROMEDIO.
003633     MOVE 0 TO HIS-DESVIO.
003634     IF WS-CANT-HIST > PAR-DIAS-HIST-EST4
003635         COMPUTE WS-DESDE-HIST =
003636             WS-CANT-HIST - PAR-DIAS-HIST-EST4 + 1
003637     ELSE
003638         MOVE 1 TO WS-DESDE-HIST
003639     END-IF.
003640     PERFORM 1710-ACUMULAR-DIA THRU 1710-EXIT
003641         VARYING WS-IND-HIST FROM WS-DESDE-HIST BY 1
003642         UNTIL WS-IND-HIST > WS-CANT-HIST.
003643     IF PAR-DIAS-HIST-EST4 < 5
003644         MOVE PAR-DIAS-HIST-EST4 TO WS-MINIMO-DIAS
003645     ELSE
003646         MOVE 5 TO WS-MINIMO-DIAS
003647     END-IF.
003648     IF HIS-CANT-DIAS < WS-MINIMO-DIAS
003649         DISPLAY "HISTORIA DE " HIS-CANT-DIAS " DIAS CON VALORES,"
003650             " NO ALCANZA PARA JUZGAR ATIPICOS"
003651         GO TO 1700-EXIT
003652     END-IF.
003653     COMPUTE HIS-PROMEDIO ROUNDED =
003654         HIS-SUMA / HIS-CANT-VALORES.
003655     COMPUTE HIS-VARIANZA ROUNDED =
003656         (HIS-SUMA-CUADRADOS / HIS-CANT-VALORES)
003657         - ((HIS-SUMA / HIS-CANT-VALORES)
003658         * (HIS-SUMA / HIS-CANT-VALORES)).
003659     IF HIS-VARIANZA NOT > 0
003660         DISPLAY "HISTORIA SIN DISPERSION, NO SE JUZGAN ATIPICOS"
003661         GO TO 1700-EXIT
003662     END-IF.
003663     IF HIS-VARIANZA > 999999999
003664         MOVE 99999.99 TO HIS-DESVIO
003665     ELSE
003666         MOVE HIS-VARIANZA TO EST-VARIANZA
003667         COMPUTE EST-RAIZ = (EST-VARIANZA + 1) / 2
003668         PERFORM 7520-ITERAR-RAIZ THRU 7520-EXIT 30 TIMES
003669         MOVE EST-RAIZ TO HIS-DESVIO
003670     END-IF.
003671     IF HIS-DESVIO = 0
003672         DISPLAY "HISTORIA SIN DISPERSION, NO SE JUZGAN ATIPICOS"
003673         GO TO 1700-EXIT
003674     END-IF.
003675     SET HISTORIA-SUFICIENTE TO TRUE.
003676     DISPLAY "REFERENCIA DE " HIS-CANT-DIAS " DIAS: PROMEDIO "
003677         HIS-PROMEDIO " DESVIO " HIS-DESVIO.
003678 1700-EXIT.
003679     EXIT.
003680
003681 1710-ACUMULAR-DIA.
003682     MOVE THE-REGISTRO (WS-IND-HIST) TO HIST-ESTAD-TRABAJO.
003683     IF EHS-CANTIDAD NOT NUMERIC OR EHS-CANTIDAD = 0
003684         GO TO 1710-EXIT
003685     END-IF.
003686     ADD 1 TO HIS-CANT-DIAS.
003687     ADD EHS-CANTIDAD TO HIS-CANT-VALORES.
003688     COMPUTE HIS-SUMA =
003689         HIS-SUMA + (EHS-CANTIDAD * EHS-PROMEDIO).
003690     COMPUTE HIS-SUMA-CUADRADOS =
003691         HIS-SUMA-CUADRADOS
003692         + (EHS-CANTIDAD * ((EHS-DESVIO * EHS-DESVIO)
003693         + (EHS-PROMEDIO * EHS-PROMEDIO))).
003694 1710-EXIT.
003695     EXIT.
003696
003697 2050-OBTENER-VALOR.
003698     IF MODO-BATCH
003699         PERFORM 2060-LEER-VALOR-LOTE THRU 2060-EXIT
003700     ELSE
003701         PERFORM ACEPTAR-NUM-VALIDO THRU ACEPTAR-NUM-VALIDO-EXIT
003702     END-IF.
003703 2050-EXIT.
003704     EXIT.
003705
003706******************************************************************
003707* 2060-LEER-VALOR-LOTE - EN MODO BATCH, DESPACHA EL PROXIMO
003708* REGISTRO DEL ARCHIVO DE LOTES: UN DETALLE "D" DEJA SU VALOR EN
003709* NUM, EL CIERRE "T" SE VERIFICA CONTRA LO CONTADO Y TERMINA LA
003715* ENTRADA, Y CUALQUIER OTRA COSA RECHAZA EL ARCHIVO.
003725******************************************************************
003735 2060-LEER-VALOR-LOTE.
006735     DISPLAY "    RANGO: " EST-RANGO.
006745     DISPLAY "    DESVIO ESTANDAR: " EST-DESVIO.
006755 7900-EXIT.
006756     EXIT.
006757
006758******************************************************************
006759* 8400-DETECTAR-ATIPICOS - RECORRE TODOS LOS VALORES DE LA
006760* CORRIDA Y GRABA EN ATIPICO4, CON SU ALERTA, CADA UNO QUE SE
006761* ALEJA DEL PROMEDIO DE REFERENCIA MAS DE DESVIOS4 DESVIOS.
006762******************************************************************
006763 8400-DETECTAR-ATIPICOS.
006764     MOVE 0 TO GT-ATIPICOS.
006765     IF NOT HISTORIA-SUFICIENTE OR CANT-CORRIDA = 0
006766         GO TO 8400-EXIT
006767     END-IF.
006768     COMPUTE WS-DISTANCIA-MAXIMA ROUNDED =
006769         PAR-DESVIOS-ATIPICO * HIS-DESVIO.
006770     OPEN EXTEND ATIPICOS.
006771     IF WS-ATIPICOS-STATUS = "35"
006772         OPEN OUTPUT ATIPICOS
006773     END-IF.
006774     IF WS-ATIPICOS-STATUS NOT = "00"
006775         DISPLAY "NO SE PUDO ABRIR ATIPICO4, FILE STATUS "
006776             WS-ATIPICOS-STATUS
006777         MOVE "W" TO ALR-SEVERIDAD
006778         MOVE "NO SE PUDO GRABAR EL REGISTRO ATIPICO4"
006779             TO ALR-MENSAJE
006780         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
006781         IF WS-RETORNO < 4
006782             MOVE 4 TO WS-RETORNO
006783         END-IF
006784         GO TO 8400-EXIT
006785     END-IF.
006786     PERFORM 8410-JUZGAR-VALOR THRU 8410-EXIT
006787         VARYING WS-IND-VALOR FROM 1 BY 1
006788         UNTIL WS-IND-VALOR > CANT-CORRIDA.
006789     CLOSE ATIPICOS.
006790     DISPLAY "  VALORES ATIPICOS: " GT-ATIPICOS
006791         " (MAS DE " PAR-DESVIOS-ATIPICO " DESVIOS)".
006792 8400-EXIT.
006793     EXIT.
006794
006795******************************************************************
006796* 8410-JUZGAR-VALOR - UN VALOR DE LA CORRIDA CONTRA LA
006797* REFERENCIA. EL LOTE Y LA POSICION SALEN DEL ORDEN DE LLEGADA:
006798* CADA LOTE TIENE 10 VALORES Y SOLO EL ULTIMO PUEDE SER PARCIAL.
006799******************************************************************
006800 8410-JUZGAR-VALOR.
006801     IF TC-VALOR (WS-IND-VALOR) < HIS-PROMEDIO
006802         COMPUTE WS-DISTANCIA =
006803             HIS-PROMEDIO - TC-VALOR (WS-IND-VALOR)
006804     ELSE
006805         COMPUTE WS-DISTANCIA =
006806             TC-VALOR (WS-IND-VALOR) - HIS-PROMEDIO
006807     END-IF.
006808     IF WS-DISTANCIA NOT > WS-DISTANCIA-MAXIMA
006809         GO TO 8410-EXIT
006810     END-IF.
006811     ADD 1 TO GT-ATIPICOS.
006812     COMPUTE WS-LOTE-VALOR = WS-IND-VALOR - 1.
006813     DIVIDE WS-LOTE-VALOR BY 10 GIVING WS-LOTE-VALOR
006814         REMAINDER WS-POS-VALOR.
006815     ADD 1 TO WS-LOTE-VALOR.
006816     ADD 1 TO WS-POS-VALOR.
006817     MOVE FNC-FECHA-NEGOCIO TO ATI-FECHA.
006818     MOVE WS-HORA-INICIO TO ATI-HORA.
006819     MOVE WS-LOTE-VALOR TO ATI-LOTE.
006820     MOVE WS-POS-VALOR TO ATI-POSICION.
006821     MOVE TC-VALOR (WS-IND-VALOR) TO ATI-VALOR.
006822     MOVE HIS-PROMEDIO TO ATI-PROMEDIO.
006823     MOVE HIS-DESVIO TO ATI-DESVIO.
006824     COMPUTE ATI-CANT-DESVIOS ROUNDED =
006825         WS-DISTANCIA / HIS-DESVIO
006826         ON SIZE ERROR
006827             MOVE 9999.99 TO ATI-CANT-DESVIOS
006828     END-COMPUTE.
006829     MOVE PAR-DESVIOS-ATIPICO TO ATI-LIMITE.
006830     MOVE HIS-CANT-DIAS TO ATI-DIAS-HISTORIA.
006831     MOVE SPACE TO ATI-SEPARADOR-1.
006832     MOVE SPACE TO ATI-SEPARADOR-2.
006833     MOVE SPACE TO ATI-SEPARADOR-3.
006834     MOVE SPACE TO ATI-SEPARADOR-4.
006835     MOVE SPACE TO ATI-SEPARADOR-5.
006836     MOVE SPACE TO ATI-SEPARADOR-6.
006837     MOVE SPACE TO ATI-SEPARADOR-7.
006838     MOVE SPACE TO ATI-SEPARADOR-8.
006839     MOVE SPACE TO ATI-SEPARADOR-9.
006840     WRITE REG-ATIPICO.
006841     MOVE TC-VALOR (WS-IND-VALOR) TO WS-VALOR-EDITADO.
006842     DISPLAY "  ATIPICO LOTE " ATI-LOTE " POSICION " ATI-POSICION
006843         ": " WS-VALOR-EDITADO " A " ATI-CANT-DESVIOS " DESVIOS".
006844     MOVE "W" TO ALR-SEVERIDAD.
006845     MOVE SPACE TO ALR-MENSAJE.
006846     STRING "ATIPICO LOTE " ATI-LOTE " POS " ATI-POSICION
006847         " VALOR " WS-VALOR-EDITADO
006848         DELIMITED BY SIZE INTO ALR-MENSAJE.
006849     PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT.
006850 8410-EXIT.
006851     EXIT.
006852
006853******************************************************************
006854* 8600-GRABAR-CONTROL-ESTAD - DEJA EN EL ARCHIVO DE CONTROL LAS
006855* ESTADISTICAS DE TODA LA CORRIDA, RECIEN CALCULADAS EN EL GRAN
006856* TOTAL, PARA QUE EL RESUMEN DE FIN DE DIA Y LA CONCILIACION
006857* PUEDAN LEERLAS SIN PESCAR EN EL SYSOUT.
006858******************************************************************
006859 8600-GRABAR-CONTROL-ESTAD.
006860     MOVE EST-CANTIDAD TO EST4-CANTIDAD.
006865     MOVE MAXIMO-ABSOLUTO TO EST4-MAXIMO.
006875     MOVE MINIMO-ABSOLUTO TO EST4-MINIMO.
006885     MOVE EST-PROMEDIO TO EST4-PROMEDIO.
007205     PERFORM 8610-GRABAR-CIERRE-ESTAD THRU 8610-EXIT.
007215     CLOSE ESTAD-OUT.
007225 8600-EXIT.
007226     EXIT.
007227
007228******************************************************************
007229* 8620-ACTUALIZAR-HIST-ESTAD - AGREGA LAS ESTADISTICAS DEL DIA,
007230* RECIEN GRABADAS EN ESTAD4, AL FINAL DE LA TABLA DEL HISTORIAL Y
007231* LO REESCRIBE COMPLETO: QUEDAN LOS ULTIMOS 99 DIAS.
007232******************************************************************
007233 8620-ACTUALIZAR-HIST-ESTAD.
007234     MOVE SPACE TO HIST-ESTAD-TRABAJO.
007235     MOVE FNC-FECHA-NEGOCIO TO EHS-FECHA.
007236     MOVE EST-CANTIDAD TO EHS-CANTIDAD.
007237     MOVE EST-PROMEDIO TO EHS-PROMEDIO.
007238     MOVE EST-DESVIO TO EHS-DESVIO.
007239     MOVE MAXIMO-ABSOLUTO TO EHS-MAXIMO.
007240     MOVE MINIMO-ABSOLUTO TO EHS-MINIMO.
007241     PERFORM 1620-AGREGAR-A-TABLA THRU 1620-EXIT.
007242     OPEN OUTPUT HIST-ESTAD.
007243     IF WS-HIST-ESTAD-STATUS NOT = "00"
007244         DISPLAY "NO SE PUDO GRABAR EST4HIST, FILE STATUS "
007245             WS-HIST-ESTAD-STATUS
007246         MOVE "W" TO ALR-SEVERIDAD
007247         MOVE "NO SE PUDO GRABAR EL HISTORIAL EST4HIST"
007248             TO ALR-MENSAJE
007249         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
007250         IF WS-RETORNO < 4
007251             MOVE 4 TO WS-RETORNO
007252         END-IF
007253         GO TO 8620-EXIT
007254     END-IF.
007255     PERFORM 8630-GRABAR-DIA-HIST THRU 8630-EXIT
007256         VARYING WS-IND-HIST FROM 1 BY 1
007257         UNTIL WS-IND-HIST > WS-CANT-HIST.
007258     CLOSE HIST-ESTAD.
007259 8620-EXIT.
007260     EXIT.
007261
007262 8630-GRABAR-DIA-HIST.
007263     MOVE THE-REGISTRO (WS-IND-HIST) TO REG-HIST-ESTAD.
007264     WRITE REG-HIST-ESTAD.
007265 8630-EXIT.
007266     EXIT.
007267
007268******************************************************************
007269* 8610-GRABAR-CIERRE-ESTAD - REGISTRO DE CIERRE DEL ARCHIVO DE
007275* CONTROL, CON EL HASH YA CALCULADO SOBRE SUS CAMPOS NUMERICOS.
007285******************************************************************
007295 8610-GRABAR-CIERRE-ESTAD.
007645     MOVE SPACE TO RH-SEPARADOR-4.
007655     MOVE SPACE TO RH-SEPARADOR-5.
007665     MOVE WS-HORA-INICIO TO RH-HORA-INICIO.
007668     MOVE SPACE TO RH-SEPARADOR-6.
007671     MOVE WS-RETORNO TO RH-RETORNO.
007675     CALL "GRABHIST" USING REG-HISTORIAL.
007685 8650-EXIT.
007695     EXIT.

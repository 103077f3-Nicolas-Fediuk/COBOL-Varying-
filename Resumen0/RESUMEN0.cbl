000951*                    EL "G" Y SE VERIFICA EL REGISTRO DE CIERRE
000952*                    CONTRA LA CANTIDAD DE REGISTROS Y EL HASH
000953*                    DEL GRAN TOTAL.
000954* 15/10/2026  RA     NUEVA SECCION DE AJUSTES: LOS AJUSTES
000955*                    POSTERIORES AL CIERRE APROBADOS EN EL DIA
000956*                    (DIARIO AJUSTES, COPY AJUSTE) SE LISTAN
000957*                    APARTE, CON EL DIA QUE CORRIGEN, Y SE INFORMA
000958*                    CUANTOS SIGUEN PENDIENTES. LAS CIFRAS DE LOS
000959*                    EJERCICIOS DEL DIA NO SE MEZCLAN CON ELLOS.
000960* 15/10/2026  RA     NUEVA SECCION DE RECORDS DE EJERCICIO5: SE
000961*                    LEE EL REGISTRO RECEXT5 (COPY RECEXT5) CON
000962*                    LOS RECORDS DEL MES, DEL ANIO E HISTORICOS,
000963*                    SE VERIFICA CONTRA SU REGISTRO DE CIERRE Y SE
000964*                    LISTA CON LA FECHA Y LA POSICION DE CADA UNO,
000965*                    MARCANDO NUEVO EL RECORD QUE EL DIA SUPERO.
000966*                    UN REGISTRO FALTANTE O QUE NO BALANCEA NO
000967*                    RECHAZA EL RESUMEN; LA SECCION SALE VACIA.
000968* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000969*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000970*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000971*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000972*                    COMO ENTRENAMIENTO Y EL TITULO DEL REPORTE
000973*                    RESUMDIA LA LLEVA.
000974******************************************************************
000975 ENVIRONMENT DIVISION.
000976 INPUT-OUTPUT SECTION.
000980 FILE-CONTROL.
000990     SELECT TOTALES-IN ASSIGN TO "TOTALES"
001000         ORGANIZATION IS LINE SEQUENTIAL
001100     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTRES"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-CHECKPOINT-STATUS.
001122     SELECT AJUSTES-IN ASSIGN TO "AJUSTES"
001124         ORGANIZATION IS LINE SEQUENTIAL
001126         FILE STATUS IS WS-AJUSTES-STATUS.
001127     SELECT RECORDS5-IN ASSIGN TO "RECEXT5"
001128         ORGANIZATION IS LINE SEQUENTIAL
001129         FILE STATUS IS WS-RECEXT5-STATUS.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001438     05  CKR-FECHA               PIC 9(08).
001448     05  CKR-SEPARADOR-1         PIC X(01).
001458     05  CKR-PASOS               PIC X(05).
001459
001460 FD  AJUSTES-IN
001461     LABEL RECORDS ARE STANDARD.
001462 01  REG-AJUSTES-IN.
001463     COPY AJUSTE.
001464
001465 FD  RECORDS5-IN
001466     LABEL RECORDS ARE STANDARD.
001467 01  REG-RECORDS5-IN.
001468     COPY RECEXT5.
001469 01  REG-RECORDS5-TRL            PIC X(49).
001470
001478 WORKING-STORAGE SECTION.
001488 01  WS-TOTALES-STATUS           PIC X(02) VALUE "00".
001498 01  WS-CONTROL3-STATUS          PIC X(02) VALUE "00".
001508 01  WS-REPORTE5-STATUS          PIC X(02) VALUE "00".
001518 01  WS-ESTAD4-STATUS            PIC X(02) VALUE "00".
001528 01  WS-RESULT2-STATUS           PIC X(02) VALUE "00".
001533 01  WS-AJUSTES-STATUS           PIC X(02) VALUE "00".
001535 01  WS-RECEXT5-STATUS           PIC X(02) VALUE "00".
001538
001548 01  WS-FECHA-EMISION            PIC 9(08) VALUE 0.
001558 01  WS-HORA-EMISION             PIC 9(06) VALUE 0.
001688 01  GUARDA-ESTAD4               PIC X(70) VALUE SPACE.
001698 01  GUARDA-RESULT2              PIC X(33) VALUE SPACE.
001708 01  WS-CANT-REG-R2              PIC 9(05) VALUE 0.
001711 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001714     88  MODO-ENTRENAMIENTO                VALUE "S".
001718 01  SW-HAY-GRAN2                PIC X(01) VALUE "N".
001728     88  HAY-GRAN2                         VALUE "S".
001738 01  SW-FIN-RESULT2              PIC X(01) VALUE "N".
002128     05  FILLER                  PIC X(11) VALUE "  OPERADOR ".
002138     05  PIE-OPERADOR            PIC X(08).
002148     05  FILLER                  PIC X(37) VALUE SPACE.
002149
002150*    AJUSTES POSTERIORES AL CIERRE APROBADOS EN EL DIA.
002151 01  WS-CANT-AJUSTES-DIA         PIC 9(05) VALUE 0.
002152 01  WS-CANT-AJUSTES-PEND        PIC 9(05) VALUE 0.
002153 01  SW-FIN-AJUSTES              PIC X(01) VALUE "N".
002154     88  FIN-DE-AJUSTES                    VALUE "S".
002155 01  LIN-AJUSTE.
002156     05  FILLER                  PIC X(09) VALUE "  AJUSTE ".
002157     05  LAJ-NUMERO              PIC 9(05).
002158     05  FILLER                  PIC X(05) VALUE " DIA ".
002159     05  LAJ-FECHA               PIC 9(08).
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002161     05  LAJ-PROGRAMA            PIC X(10).
002162     05  FILLER                  PIC X(05) VALUE " POS ".
002163     05  LAJ-POSITIVOS           PIC +9(05).
002164     05  FILLER                  PIC X(05) VALUE " NEG ".
002165     05  LAJ-NEGATIVOS           PIC +9(05).
002166     05  FILLER                  PIC X(05) VALUE " CER ".
002167     05  LAJ-CEROS               PIC +9(05).
002168     05  FILLER                  PIC X(09) VALUE SPACE.
002169
002170*    RECORDS DE EJERCICIO5 (MES, ANIO E HISTORICO) DE RECEXT5.
002171 01  TABLA-RECORDS5.
002172     05  GUARDA-RECORD5 OCCURS 3 TIMES PIC X(70).
002173 01  WS-CANT-RECORDS5            PIC 9(02) VALUE 0.
002174 01  WS-IND-RECORD5              PIC 9(01) VALUE 0.
002175 01  WS-FECHA-RECORDS5           PIC 9(08) VALUE 0.
002176 01  SW-HAY-RECORDS5             PIC X(01) VALUE "N".
002177     88  HAY-RECORDS5                      VALUE "S".
002178 01  SW-HAY-NUEVO5               PIC X(01) VALUE "N".
002179     88  HAY-NUEVO5                        VALUE "S".
002180 01  SW-FIN-RECORDS5             PIC X(01) VALUE "N".
002181     88  FIN-DE-RECORDS5                   VALUE "S".
002182 01  LIN-RECORD5.
002183     05  FILLER                  PIC X(02) VALUE SPACE.
002184     05  LRC-ALCANCE             PIC X(09).
002185     05  FILLER                  PIC X(05) VALUE " MAX ".
002186     05  LRC-MAXIMO              PIC +9(05).99.
002187     05  FILLER                  PIC X(01) VALUE SPACE.
002188     05  LRC-FECHA-MAXIMO        PIC 9(08).
002189     05  FILLER                  PIC X(01) VALUE "/".
002190     05  LRC-POS-MAXIMO          PIC 9(02).
002191     05  FILLER                  PIC X(01) VALUE SPACE.
002192     05  LRC-MARCA-MAXIMO        PIC X(06).
002193     05  FILLER                  PIC X(05) VALUE " MIN ".
002194     05  LRC-MINIMO              PIC +9(05).99.
002195     05  FILLER                  PIC X(01) VALUE SPACE.
002196     05  LRC-FECHA-MINIMO        PIC 9(08).
002197     05  FILLER                  PIC X(01) VALUE "/".
002198     05  LRC-POS-MINIMO          PIC 9(02).
002199     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  LRC-MARCA-MINIMO        PIC X(06).
002201     05  FILLER                  PIC X(03) VALUE SPACE.
002202
002203 PROCEDURE DIVISION.
002204******************************************************************
002205* 0000-MAINLINE-CONTROL
002206******************************************************************
002208 0000-MAINLINE-CONTROL.
002218     DISPLAY "===== RESUMEN DE FIN DE DIA =====".
002219     MOVE "N" TO SW-ENTRENAMIENTO.
002220     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
002221     IF MODO-ENTRENAMIENTO
002222         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
002223     END-IF.
002228     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002238     IF FNC-DIA-CERRADO
002248         DISPLAY "EL DIA DE NEGOCIO " FNC-FECHA-NEGOCIO
003868     PERFORM LEER-REPORTE5 THRU LEER-REPORTE5-EXIT.
003878     PERFORM LEER-RESULT2 THRU LEER-RESULT2-EXIT.
003888     PERFORM LEER-ESTAD4 THRU LEER-ESTAD4-EXIT.
003893     PERFORM LEER-RECORDS5 THRU LEER-RECORDS5-EXIT.
003898 LEER-RESULTADOS-EXIT.
003908     EXIT.
003918
006168         SET ENTRADAS-RECHAZADAS TO TRUE
006178     END-IF.
006188 LEER-ESTAD4-EXIT.
006189     EXIT.
006190
006191******************************************************************
006192* LEER-RECORDS5 - CARGA LAS TRES FILAS DEL REGISTRO DE RECORDS DE
006193* EJERCICIO5 Y LAS VERIFICA CONTRA SU REGISTRO DE CIERRE. A
006194* DIFERENCIA DE LOS ARCHIVOS DE CONTROL, UN REGISTRO FALTANTE O
006195* QUE NO BALANCEA NO RECHAZA EL RESUMEN: DEJA LA SECCION VACIA.
006196******************************************************************
006197 LEER-RECORDS5.
006198     MOVE "N" TO SW-HAY-RECORDS5.
006199     MOVE "N" TO SW-HAY-NUEVO5.
006200     MOVE "N" TO SW-FIN-RECORDS5.
006201     MOVE "N" TO SW-HAY-TRAILER.
006202     MOVE 0 TO WS-CANT-RECORDS5.
006203     MOVE 0 TO WS-FECHA-RECORDS5.
006204     MOVE 0 TO WS-HASH-SIGNADO.
006205     OPEN INPUT RECORDS5-IN.
006206     IF WS-RECEXT5-STATUS NOT = "00"
006207         DISPLAY "NO SE ENCONTRO RECEXT5, LA SECCION DE RECORDS "
006208             "SALE SIN DATOS"
006209         GO TO LEER-RECORDS5-EXIT
006210     END-IF.
006211     PERFORM LEER-RECORD5 THRU LEER-RECORD5-EXIT
006212         UNTIL FIN-DE-RECORDS5.
006213     CLOSE RECORDS5-IN.
006214     IF WS-HASH-SIGNADO < 0
006215         COMPUTE WS-HASH-SIGNADO = 0 - WS-HASH-SIGNADO
006216     END-IF.
006217     MOVE WS-HASH-SIGNADO TO WS-HASH-TOTAL.
006218     IF NOT HAY-TRAILER
006219         OR WS-CANT-RECORDS5 NOT = 3
006220         OR TRL-CANT-REGISTROS NOT = WS-CANT-RECORDS5
006221         OR TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
006222         DISPLAY "RECEXT5 NO BALANCEA CONTRA SU REGISTRO DE "
006223             "CIERRE, LA SECCION DE RECORDS SALE SIN DATOS"
006224         MOVE "N" TO SW-HAY-NUEVO5
006225         GO TO LEER-RECORDS5-EXIT
006226     END-IF.
006227     SET HAY-RECORDS5 TO TRUE.
006228 LEER-RECORDS5-EXIT.
006229     EXIT.
006230
006231 LEER-RECORD5.
006232     READ RECORDS5-IN
006233         AT END
006234             SET FIN-DE-RECORDS5 TO TRUE
006235             GO TO LEER-RECORD5-EXIT
006236     END-READ.
006237     MOVE REG-RECORDS5-TRL TO REG-TRAILER.
006238     IF TRL-PRESENTE
006239         SET HAY-TRAILER TO TRUE
006240         SET FIN-DE-RECORDS5 TO TRUE
006241         GO TO LEER-RECORD5-EXIT
006242     END-IF.
006243     ADD 1 TO WS-CANT-RECORDS5.
006244     IF WS-CANT-RECORDS5 > 3
006245         GO TO LEER-RECORD5-EXIT
006246     END-IF.
006247     MOVE REG-RECORDS5-IN TO GUARDA-RECORD5 (WS-CANT-RECORDS5).
006248     MOVE REX-FECHA-ACTUALIZACION TO WS-FECHA-RECORDS5.
006249     COMPUTE WS-HASH-SIGNADO = WS-HASH-SIGNADO
006250         + (REX-MAXIMO * 100) + (REX-MINIMO * 100)
006251         + REX-FECHA-MAXIMO + REX-FECHA-MINIMO.
006252     IF REX-FECHA-ACTUALIZACION = FNC-FECHA-NEGOCIO
006253         AND (REX-MAXIMO-NUEVO OR REX-MINIMO-NUEVO)
006254         SET HAY-NUEVO5 TO TRUE
006255     END-IF.
006256 LEER-RECORD5-EXIT.
006257     EXIT.
006258
006259******************************************************************
006260* MOSTRAR-RESUMEN - IMPRIME EL REPORTE CONSOLIDADO DEL DIA.
006261******************************************************************
006262 MOSTRAR-RESUMEN.
006263     DISPLAY " ".
006268     DISPLAY "===== REPORTE CONSOLIDADO DEL DIA =====".
006278     DISPLAY "POSITIVOS/NEGATIVOS (EJERCICIO1):".
006288     DISPLAY "  POSITIVOS: " TOT-CANT-POSITIVO.
006528     DISPLAY "  MINIMO: " REP-MINIMO " EN LA POSICION "
006538         REP-POSICION-MINIMO.
006548     DISPLAY "  FECHA DE LA CORRIDA: " REP-FECHA.
006553     PERFORM MOSTRAR-RECORDS5 THRU MOSTRAR-RECORDS5-EXIT.
006558     DISPLAY "RETORNO DE LOS EJERCICIOS:".
006568     PERFORM MOSTRAR-RETORNO THRU MOSTRAR-RETORNO-EXIT
006578         VARYING WS-IND-PASO FROM 1 BY 1
006638     DISPLAY "  EJERCICIO" WS-IND-PASO ": "
006648         RC-PASO (WS-IND-PASO).
006658 MOSTRAR-RETORNO-EXIT.
006659     EXIT.
006660
006661******************************************************************
006662* MOSTRAR-RECORDS5 - RECORDS DEL MES, DEL ANIO E HISTORICOS DE
006663* EJERCICIO5, CON LA MARCA NUEVO EN EL QUE EL DIA SUPERO.
006664******************************************************************
006665 MOSTRAR-RECORDS5.
006666     DISPLAY "RECORDS DE MAXIMO Y MINIMO (EJERCICIO5):".
006667     IF NOT HAY-RECORDS5
006668         DISPLAY "  SIN REGISTRO DE RECORDS"
006669         GO TO MOSTRAR-RECORDS5-EXIT
006670     END-IF.
006671     IF WS-FECHA-RECORDS5 NOT = FNC-FECHA-NEGOCIO
006672         DISPLAY "  REGISTRO SIN ACTUALIZAR DESDE EL "
006673             WS-FECHA-RECORDS5
006674     END-IF.
006675     PERFORM MOSTRAR-RECORD5 THRU MOSTRAR-RECORD5-EXIT
006676         VARYING WS-IND-RECORD5 FROM 1 BY 1
006677         UNTIL WS-IND-RECORD5 > 3.
006678     IF HAY-NUEVO5
006679         DISPLAY "  *** EL DIA ESTABLECIO UN RECORD NUEVO ***"
006680     ELSE
006681         DISPLAY "  SIN RECORDS NUEVOS EN EL DIA"
006682     END-IF.
006683 MOSTRAR-RECORDS5-EXIT.
006684     EXIT.
006685
006686 MOSTRAR-RECORD5.
006687     PERFORM ARMAR-LIN-RECORD5 THRU ARMAR-LIN-RECORD5-EXIT.
006688     DISPLAY LIN-RECORD5.
006689 MOSTRAR-RECORD5-EXIT.
006690     EXIT.
006691
006692******************************************************************
006693* ARMAR-LIN-RECORD5 - ARMA LA LINEA DE UN ALCANCE. LA MARCA NUEVO
006694* SOLO SE PONE SI EL REGISTRO SE ACTUALIZO EN EL DIA DE NEGOCIO.
006695******************************************************************
006696 ARMAR-LIN-RECORD5.
006697     MOVE GUARDA-RECORD5 (WS-IND-RECORD5) TO REG-RECORDS5-IN.
006698     EVALUATE TRUE
006699         WHEN REX-DEL-MES
006700             MOVE "MES" TO LRC-ALCANCE
006701         WHEN REX-DEL-ANIO
006702             MOVE "ANIO" TO LRC-ALCANCE
006703         WHEN OTHER
006704             MOVE "HISTORICO" TO LRC-ALCANCE
006705     END-EVALUATE.
006706     MOVE REX-MAXIMO TO LRC-MAXIMO.
006707     MOVE REX-FECHA-MAXIMO TO LRC-FECHA-MAXIMO.
006708     MOVE REX-POS-MAXIMO TO LRC-POS-MAXIMO.
006709     MOVE SPACE TO LRC-MARCA-MAXIMO.
006710     MOVE REX-MINIMO TO LRC-MINIMO.
006711     MOVE REX-FECHA-MINIMO TO LRC-FECHA-MINIMO.
006712     MOVE REX-POS-MINIMO TO LRC-POS-MINIMO.
006713     MOVE SPACE TO LRC-MARCA-MINIMO.
006714     IF REX-FECHA-ACTUALIZACION = FNC-FECHA-NEGOCIO
006715         IF REX-MAXIMO-NUEVO
006716             MOVE "NUEVO" TO LRC-MARCA-MAXIMO
006717         END-IF
006718         IF REX-MINIMO-NUEVO
006719             MOVE "NUEVO" TO LRC-MARCA-MINIMO
006720         END-IF
006721     END-IF.
006722 ARMAR-LIN-RECORD5-EXIT.
006723     EXIT.
006724
006725******************************************************************
006726* GRABAR-RESUMEN - DEJA EL MISMO RESUMEN CONSOLIDADO COMO REPORTE
006727* FORMATEADO EN EL ARCHIVO RESUMDIA, CON TITULO, LAS CIFRAS DE
006728* CADA EJERCICIO Y UN PIE CON LA FECHA, LA HORA Y EL OPERADOR DE
006729* LA EMISION, PARA ARCHIVAR JUNTO A LOS LISTADOS DEL DIA.
006738******************************************************************
006748 GRABAR-RESUMEN.
006758     ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD.
006788     OPEN OUTPUT RESUMEN-OUT.
006798     MOVE "===== REPORTE CONSOLIDADO DEL DIA =====" TO
006808         REG-RESUMEN.
006810     IF MODO-ENTRENAMIENTO
006812         MOVE "*** ENTRENAMIENTO ***" TO REG-RESUMEN (42:21)
006814     END-IF.
006818     WRITE REG-RESUMEN.
006828     MOVE "FECHA DEL DIA:                " TO RUB-LEYENDA.
006838     MOVE FNC-FECHA-NEGOCIO TO RUB-VALOR.
007968     MOVE REP-FECHA TO RUB-VALOR.
007978     MOVE LIN-RUBRO TO REG-RESUMEN.
007988     WRITE REG-RESUMEN.
007993     PERFORM GRABAR-RECORDS5 THRU GRABAR-RECORDS5-EXIT.
007998     MOVE "RETORNO DE LOS EJERCICIOS:" TO REG-RESUMEN.
008008     WRITE REG-RESUMEN.
008018     PERFORM GRABAR-RETORNO THRU GRABAR-RETORNO-EXIT
008028         VARYING WS-IND-PASO FROM 1 BY 1
008038         UNTIL WS-IND-PASO > 5.
008043     PERFORM GRABAR-AJUSTES THRU GRABAR-AJUSTES-EXIT.
008048     MOVE SPACE TO REG-RESUMEN.
008058     WRITE REG-RESUMEN.
008068     MOVE WS-FECHA-EMISION TO PIE-FECHA.
008228     MOVE LIN-RUBRO TO REG-RESUMEN.
008238     WRITE REG-RESUMEN.
008248 GRABAR-RETORNO-EXIT.
008249     EXIT.
008250
008251******************************************************************
008252* GRABAR-RECORDS5 - LA MISMA SECCION DE RECORDS DE EJERCICIO5 EN
008253* EL REPORTE RESUMDIA.
008254******************************************************************
008255 GRABAR-RECORDS5.
008256     MOVE "RECORDS DE MAXIMO Y MINIMO (EJERCICIO5):" TO
008257         REG-RESUMEN.
008258     WRITE REG-RESUMEN.
008259     IF NOT HAY-RECORDS5
008260         MOVE "  SIN REGISTRO DE RECORDS" TO REG-RESUMEN
008261         WRITE REG-RESUMEN
008262         GO TO GRABAR-RECORDS5-EXIT
008263     END-IF.
008264     IF WS-FECHA-RECORDS5 NOT = FNC-FECHA-NEGOCIO
008265         MOVE SPACE TO LIN-RUBRO
008266         MOVE "  SIN ACTUALIZAR DESDE EL:    " TO RUB-LEYENDA
008267         MOVE WS-FECHA-RECORDS5 TO RUB-VALOR
008268         MOVE LIN-RUBRO TO REG-RESUMEN
008269         WRITE REG-RESUMEN
008270     END-IF.
008271     PERFORM GRABAR-RECORD5 THRU GRABAR-RECORD5-EXIT
008272         VARYING WS-IND-RECORD5 FROM 1 BY 1
008273         UNTIL WS-IND-RECORD5 > 3.
008274     IF HAY-NUEVO5
008275         MOVE "  *** EL DIA ESTABLECIO UN RECORD NUEVO ***"
008276             TO REG-RESUMEN
008277     ELSE
008278         MOVE "  SIN RECORDS NUEVOS EN EL DIA" TO REG-RESUMEN
008279     END-IF.
008280     WRITE REG-RESUMEN.
008281 GRABAR-RECORDS5-EXIT.
008282     EXIT.
008283
008284 GRABAR-RECORD5.
008285     PERFORM ARMAR-LIN-RECORD5 THRU ARMAR-LIN-RECORD5-EXIT.
008286     MOVE LIN-RECORD5 TO REG-RESUMEN.
008287     WRITE REG-RESUMEN.
008288 GRABAR-RECORD5-EXIT.
008289     EXIT.
008290
008291******************************************************************
008292* GRABAR-AJUSTES - SECCION APARTE CON LOS AJUSTES POSTERIORES AL
008293* CIERRE QUE SE APROBARON EN EL DIA DE NEGOCIO (CORRIGEN DIAS YA
008294* CERRADOS Y ENTRAN AL MES EN EL CIERRE MENSUAL) Y LA CANTIDAD
008295* QUE SIGUE PENDIENTE DE APROBACION. SIN DIARIO NO HAY AJUSTES.
008296******************************************************************
008297 GRABAR-AJUSTES.
008298     MOVE "AJUSTES APROBADOS EN EL DIA (DIAS YA CERRADOS):"
008299         TO REG-RESUMEN.
008300     WRITE REG-RESUMEN.
008301     MOVE 0 TO WS-CANT-AJUSTES-DIA.
008302     MOVE 0 TO WS-CANT-AJUSTES-PEND.
008303     OPEN INPUT AJUSTES-IN.
008304     IF WS-AJUSTES-STATUS = "00"
008305         PERFORM GRABAR-AJUSTE THRU GRABAR-AJUSTE-EXIT
008306             UNTIL FIN-DE-AJUSTES
008307         CLOSE AJUSTES-IN
008308     END-IF.
008309     IF WS-CANT-AJUSTES-DIA = 0
008310         MOVE "  SIN AJUSTES" TO REG-RESUMEN
008311         WRITE REG-RESUMEN
008312     END-IF.
008313     MOVE SPACE TO LIN-RUBRO.
008314     MOVE "  PENDIENTES DE APROBACION:   " TO RUB-LEYENDA.
008315     MOVE WS-CANT-AJUSTES-PEND TO RUB-VALOR.
008316     MOVE LIN-RUBRO TO REG-RESUMEN.
008317     WRITE REG-RESUMEN.
008318 GRABAR-AJUSTES-EXIT.
008319     EXIT.
008320
008321 GRABAR-AJUSTE.
008322     READ AJUSTES-IN
008323         AT END
008324             SET FIN-DE-AJUSTES TO TRUE
008325             GO TO GRABAR-AJUSTE-EXIT
008326     END-READ.
008327     IF AJU-PENDIENTE
008328         ADD 1 TO WS-CANT-AJUSTES-PEND
008329         GO TO GRABAR-AJUSTE-EXIT
008330     END-IF.
008331     IF NOT AJU-APROBADO
008332         OR AJU-FECHA-APROBACION NOT = FNC-FECHA-NEGOCIO
008333         GO TO GRABAR-AJUSTE-EXIT
008334     END-IF.
008335     ADD 1 TO WS-CANT-AJUSTES-DIA.
008336     MOVE AJU-NUMERO TO LAJ-NUMERO.
008337     MOVE AJU-FECHA-EFECTO TO LAJ-FECHA.
008338     MOVE AJU-PROGRAMA TO LAJ-PROGRAMA.
008339     MOVE AJU-POSITIVOS TO LAJ-POSITIVOS.
008340     MOVE AJU-NEGATIVOS TO LAJ-NEGATIVOS.
008341     MOVE AJU-CEROS TO LAJ-CEROS.
008342     MOVE LIN-AJUSTE TO REG-RESUMEN.
008343     WRITE REG-RESUMEN.
008344 GRABAR-AJUSTE-EXIT.
008345     EXIT.
008346
008347******************************************************************
008348* GRABAR-ALERTA - AGREGA LA ALERTA ARMADA (SEVERIDAD Y MENSAJE
008349* YA CARGADOS) AL ARCHIVO COMPARTIDO.
008350******************************************************************
008351 GRABAR-ALERTA.
008352     MOVE "RESUMEN0" TO ALR-PROGRAMA.
008353     CALL "GRABALER" USING REG-ALERTA.
008354 GRABAR-ALERTA-EXIT.
008358     EXIT.
008368
008378 ANOTAR-RETORNO-PASO.

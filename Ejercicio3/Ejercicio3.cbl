001616*                    CORRIDAS (RH-HORA-INICIO), PARA QUE EL
001617*                    REPORTE DE LA VENTANA NOCTURNA (INFVENT)
001618*                    PUEDA TENDENCIAR LAS DURACIONES.
001619* 15/10/2026  RA     LOS LIMITES DE LAS BANDAS SE PIDEN A
001620*                    LEEBANDA (COPY BANDLNK) PARA EL PRIMER DIA
001621*                    DEL MES DEL ACUMULADO, EN VEZ DE LEER BANDAS3
001622*                    DIRECTO: UNA VERSION APROBADA EN BANDVERS
001623*                    ENTRA RECIEN EL MES EN QUE RIGE Y TODO EL MES
001624*                    SE CUENTA CON UNA SOLA DEFINICION. LA VERSION
001625*                    SE GRABA EN EL MTD; SI EL MES YA TRAE BANDAS
001626*                    CONTADAS CON OTRA VERSION, QUEDA MARCADO 999
001627*                    (MEZCLADO) CON UNA ALERTA AL OPERADOR.
001628* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
001629*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
001630*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
001631*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
001632*                    COMO ENTRENAMIENTO.
001633* 15/10/2026  RA     LA ESCALADA FINAL DEL CODIGO DE RETORNO SE
001634*                    HACE ANTES DE GRABAR EL HISTORIAL, QUE LLEVA
001635*                    AHORA ESE CODIGO (RH-RETORNO) PARA EL INFORME
001636*                    DE RELEVO DE TURNO.
001637* 15/10/2026  RA     DOBLE CARGA A CIEGAS: CON EJER-DOBLE-CARGA EN
001638*                    "S" Y ENTRADA INTERACTIVA, CADA LOTE REVISADO
001639*                    LO VUELVE A TIPEAR OTRO OPERADOR CON LA
001640*                    POSICION 3 (COPY DOBLCAR/DOBLCARP). LAS
001641*                    DIFERENCIAS LAS RESUELVE EL VERIFICADOR Y SE
001642*                    AUDITAN; UN LOTE SIN VERIFICAR NO SE CUENTA Y
001643*                    LA CORRIDA TERMINA CON RC 8 Y UNA ALERTA.
001644******************************************************************
001645 ENVIRONMENT DIVISION.
001648 INPUT-OUTPUT SECTION.
001658 FILE-CONTROL.
001668     SELECT MTD-TOTALES ASSIGN TO "MTD3TOT"
001678         ORGANIZATION IS LINE SEQUENTIAL
001688         FILE STATUS IS WS-MTD-STATUS.
001728     SELECT CONTROL-OUT ASSIGN TO "CONTROL3"
001738         ORGANIZATION IS LINE SEQUENTIAL.
001748     SELECT LOTES-IN ASSIGN TO "LOTES3"
001818 01  REG-MTD-TOTALES.
001828     COPY MTD3TOT.
001838 01  REG-MTD-TRL                 PIC X(49).
001898 FD  CONTROL-OUT
001908     LABEL RECORDS ARE STANDARD.
001918 01  REG-CONTROL-OUT.
002228 01  WS-ACUM-CEROS           PIC 9(06) VALUE 0.
002238     COPY LISTCTR.
002248     COPY VALNUM.
002253     COPY DOBLCAR.
002258 01  PCT-POSITIVOS               PIC 9(03) VALUE 0.
002268 01  PCT-NEGATIVOS               PIC 9(03) VALUE 0.
002278 01  PCT-CEROS                   PIC 9(03) VALUE 0.
002408
002418 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
002428 01  WS-MES-ACTUAL               PIC 9(06) VALUE 0.
002448
002458*    LIMITES Y CONTADORES DE LA DISTRIBUCION DE FRECUENCIAS: LAS
002468*    BANDAS 1 A CANT-LIMITES SON "HASTA EL LIMITE" Y LA ULTIMA
002558 01  PCT-BANDA                   PIC 9(03) VALUE 0.
002568 01  WS-TOTAL-CLASIFICADOS       PIC 9(06) VALUE 0.
002578 01  WS-LIMITE-EDITADO           PIC +9(05).99.
002581 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
002584     88  MODO-ENTRENAMIENTO                VALUE "S".
002588 01  SW-BANDA-HALLADA            PIC X(01) VALUE "N".
002598     88  BANDA-HALLADA                     VALUE "S".
002601 01  BANDAS-VIGENTES.
002604     COPY BANDLNK.
002607*    VERSION DE BANDAS CON LA QUE QUEDA CONTADO EL MES (LA DEL MTD
002610*    SI YA TRAE BANDAS, 999 SI EL MES QUEDO CON DOS DEFINICIONES).
002613 01  WS-VERSION-BANDAS-MES       PIC 9(03) VALUE 0.
002616 01  WS-VERSION-MTD              PIC 9(03) VALUE 0.
002619 01  WS-TOTAL-BANDAS-MTD         PIC 9(07) VALUE 0.
002628
002638 01  ACUM-BANDAS-MES.
002648     05  WS-ACUM-BANDA OCCURS 7 TIMES PIC 9(06).
003028 01  REG-TRAILER.
003038     COPY CTLTRL.
003048 01  WS-HASH-TOTAL               PIC 9(12) VALUE 0.
003058 01  GUARDA-MTD                  PIC X(80) VALUE SPACE.
003068 01  SW-MTD-INVALIDO             PIC X(01) VALUE "N".
003078     88  MTD-INVALIDO                      VALUE "S".
003088 01  SW-HAY-TRAILER              PIC X(01) VALUE "N".
003298******************************************************************
003308 0000-MAINLINE-CONTROL.
003318     ACCEPT WS-HORA-INICIO FROM TIME.
003319     MOVE "N" TO SW-ENTRENAMIENTO.
003320     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
003321     IF MODO-ENTRENAMIENTO
003322         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
003323     END-IF.
003328     MOVE "EJERCICIO3" TO RCH-PROGRAMA.
003331     MOVE "EJERCICIO3" TO DBL-PROGRAMA.
003334     MOVE 3 TO DBL-PERMISO.
003338     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
003348     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
003358     IF FNC-DIA-CERRADO
003638             PERFORM 8000-MOSTRAR-GRAN-TOTAL THRU 8000-EXIT
003648             PERFORM 8500-GRABAR-MTD THRU 8500-EXIT
003658             PERFORM 8600-GRABAR-CONTROL-TOTAL THRU 8600-EXIT
003659             IF ENTRADA-AGOTADA AND WS-RETORNO < 8
003660                 MOVE 8 TO WS-RETORNO
003661             END-IF
003662             IF DBL-CANT-SIN-VERIFICAR > 0 AND WS-RETORNO < 8
003663                 MOVE 8 TO WS-RETORNO
003664             END-IF
003665             IF GT-FUERA-DE-RANGO > 0 AND WS-RETORNO < 4
003666                 MOVE 4 TO WS-RETORNO
003667             END-IF
003668             PERFORM 8650-GRABAR-HISTORIAL THRU 8650-EXIT
003678             PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
003688         END-IF
003768     IF ENTRADA-AGOTADA
003778         MOVE "C" TO ALR-SEVERIDAD
003788         MOVE "CORRIDA TRUNCADA POR ENTRADA AGOTADA"
003789             TO ALR-MENSAJE
003790         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
003791     END-IF.
003792     IF DBL-CANT-SIN-VERIFICAR > 0
003793         MOVE "C" TO ALR-SEVERIDAD
003794         MOVE "LISTA(S) SIN VERIFICAR, NO SE CONTARON"
003798             TO ALR-MENSAJE
003808         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
003818     END-IF.
003898         MOVE "C" TO ALR-SEVERIDAD
003908         MOVE "ACUMULADO MTD NO BALANCEA" TO ALR-MENSAJE
003918         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
003988     END-IF.
003998     MOVE WS-RETORNO TO RETURN-CODE.
004008     GOBACK.
004488         PERFORM 1150-CARGAR-BANDA-MTD THRU 1150-EXIT
004498             VARYING IND-BANDA FROM 1 BY 1
004508             UNTIL IND-BANDA > 7
004513         PERFORM 1160-VALIDAR-VERSION-MTD THRU 1160-EXIT
004518     ELSE
004528         SET MES-SIN-CERRAR TO TRUE
004538         DISPLAY "EL ACUMULADO MTD ES DEL MES " MTD-MES
004648     IF MTD-BANDA-CANT (IND-BANDA) NUMERIC
004658         MOVE MTD-BANDA-CANT (IND-BANDA)
004668             TO WS-ACUM-BANDA (IND-BANDA)
004673         ADD MTD-BANDA-CANT (IND-BANDA) TO WS-TOTAL-BANDAS-MTD
004678     END-IF.
004688 1150-EXIT.
004689     EXIT.
004690
004691******************************************************************
004692* 1160-VALIDAR-VERSION-MTD - LAS BANDAS YA ACUMULADAS EN EL MES SE
004693* CONTARON CON LA VERSION QUE TRAE EL MTD (EN BLANCO, FORMATO
004694* ANTERIOR: LA BASE 000). SI EL MES TODAVIA NO TIENE BANDAS
004695* CONTADAS TOMA LA VERSION DE HOY; SI LAS TIENE CON OTRA VERSION,
004696* EL MES QUEDA MARCADO 999 Y SE AVISA, PORQUE SUS CONTADORES YA
004697* NO RESPONDEN A UNA SOLA DEFINICION.
004698******************************************************************
004699 1160-VALIDAR-VERSION-MTD.
004700     MOVE 0 TO WS-VERSION-MTD.
004701     IF MTD-BANDA-VERSION NUMERIC
004702         MOVE MTD-BANDA-VERSION TO WS-VERSION-MTD
004703     END-IF.
004704     IF WS-TOTAL-BANDAS-MTD = 0
004705         GO TO 1160-EXIT
004706     END-IF.
004707     IF WS-VERSION-MTD = WS-VERSION-BANDAS-MES
004708         GO TO 1160-EXIT
004709     END-IF.
004710     IF WS-VERSION-MTD NOT = 999
004711         DISPLAY "LAS BANDAS DEL MES SE CONTARON CON LA VERSION "
004712             WS-VERSION-MTD " Y HOY RIGE LA "
004713             WS-VERSION-BANDAS-MES
004714         DISPLAY "EL MES QUEDA MARCADO CON BANDAS MEZCLADAS (999)"
004715         MOVE "W" TO ALR-SEVERIDAD
004716         MOVE "BANDAS DEL MES CON DOS DEFINICIONES"
004717             TO ALR-MENSAJE
004718         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
004719         IF WS-RETORNO < 4
004720             MOVE 4 TO WS-RETORNO
004721         END-IF
004722     END-IF.
004723     MOVE 999 TO WS-VERSION-BANDAS-MES.
004724 1160-EXIT.
004725     EXIT.
004726
004727******************************************************************
004728* 1300-VERIFICAR-CIERRE-MTD - LEE EL REGISTRO DE CIERRE QUE
004738* SIGUE AL ACUMULADO Y VERIFICA MARCA, CANTIDAD Y HASH. SIN
004748* REGISTRO DE CIERRE (FORMATO ANTERIOR) SE ACEPTA CON AVISO; CON
005038     EXIT.
005048
005058******************************************************************
005066* 1200-CARGAR-BANDAS - PIDE A LEEBANDA LA DEFINICION DE BANDAS
005074* VIGENTE EL PRIMER DIA DEL MES DEL ACUMULADO (UNA VERSION
005082* APROBADA DE BANDVERS, O LA BASE DE BANDAS3, O LAS DE OMISION),
005090* PARA QUE TODO EL MES SE CUENTE CON LA MISMA. LA ULTIMA BANDA
005098* SIEMPRE ES LA DE LOS VALORES QUE SUPERAN EL LIMITE MAS ALTO.
005108******************************************************************
005118 1200-CARGAR-BANDAS.
005128     COMPUTE BDL-FECHA = (WS-MES-ACTUAL * 100) + 1.
005138     CALL "LEEBANDA" USING BANDAS-VIGENTES.
005148     MOVE BDL-CANT-LIMITES TO CANT-LIMITES.
005158     PERFORM 1210-COPIAR-LIMITE THRU 1210-EXIT
005168         VARYING IND-BANDA FROM 1 BY 1
005178         UNTIL IND-BANDA > CANT-LIMITES.
005188     MOVE BDL-VERSION TO WS-VERSION-BANDAS-MES.
005198     DISPLAY "BANDAS VERSION " BDL-VERSION " VIGENTE DESDE "
005208         BDL-FECHA-VIGENCIA " (ORIGEN " BDL-ORIGEN ")".
005388     COMPUTE CANT-BANDAS = CANT-LIMITES + 1.
005398     PERFORM 1220-LIMPIAR-BANDA THRU 1220-EXIT
005408         VARYING IND-BANDA FROM 1 BY 1
005428 1200-EXIT.
005438     EXIT.
005448
005458 1210-COPIAR-LIMITE.
005468     MOVE BDL-LIMITE (IND-BANDA) TO BANDA-LIMITE (IND-BANDA).
005538 1210-EXIT.
005548     EXIT.
005558
005648* MODO BATCH ABRE EL ARCHIVO LOTES3, VALIDA SU CABECERA CONTRA
005658* LA FECHA DE NEGOCIO, SALTEA LA REVISION DE LOTES Y DEJA EL
005668* TOPE DE LOTES EN EL MAXIMO QUE ADMITE LA TABLA.
005673* LA DOBLE CARGA (EJER-DOBLE-CARGA) SOLO RIGE EN INTERACTIVO.
005678******************************************************************
005688 1500-PREPARAR-ENTRADA.
005698     ACCEPT SW-MODO-EJECUCION FROM ENVIRONMENT "EJER3-MODO".
005748     IF MODO-INTERACTIVO
005758         DISPLAY "INGRESE LA CANTIDAD DE LOTES DE 10 A PROCESAR"
005768         ACCEPT NUM-LOTES
005769         MOVE "N" TO SW-DOBLE-CARGA
005770         ACCEPT SW-DOBLE-CARGA FROM ENVIRONMENT "EJER-DOBLE-CARGA"
005771         IF DOBLE-CARGA-ACTIVA
005772             DISPLAY "DOBLE CARGA ACTIVA: CADA LOTE LO VERIFICA "
005773                 "OTRO OPERADOR"
005774         END-IF
005778         GO TO 1500-EXIT
005788     END-IF.
005798     MOVE "N" TO SW-MODO-REVISION.
006148* 2000-PROCESAR-LOTE - INGRESA UN LOTE DE 10 VALORES, MUESTRA SU
006158* RESUMEN Y ACUMULA SUS CONTEOS EN EL GRAN TOTAL. EN MODO BATCH
006168* LOS VALORES VIENEN DEL ARCHIVO DE LOTES Y EL ULTIMO LOTE PUEDE
006174* SER PARCIAL. CON LA DOBLE CARGA, UN LOTE QUE NO QUEDA
006180* VERIFICADO NO SE CLASIFICA NI SE SUMA.
006188******************************************************************
006198 2000-PROCESAR-LOTE.
006208     MOVE 0 TO POSITIVOS.
006348     END-IF.
006358     IF CANT-CAPTURADOS > 0
006368         PERFORM 2300-REVISAR-LOTE THRU 2300-EXIT
006378         PERFORM 2350-VERIFICAR-LOTE THRU 2350-EXIT
006388     END-IF.
006390     IF LISTA-SIN-VERIFICAR
006392         GO TO 2000-EXIT
006394     END-IF.
006396     PERFORM 2400-CLASIFICAR-LOTE THRU 2400-EXIT.
006398     PERFORM 2200-MOSTRAR THRU 2200-EXIT.
006408     ADD POSITIVOS TO GT-POSITIVOS.
006418     ADD NEGATIVOS TO GT-NEGATIVOS.
008248         END-IF
008258     END-IF.
008268 2340-EXIT.
008269     EXIT.
008270
008271******************************************************************
008272* 2350-VERIFICAR-LOTE - CON LA DOBLE CARGA ACTIVA, UN SEGUNDO
008273* OPERADOR VUELVE A TIPEAR EL LOTE YA REVISADO SIN VERLO (COPY
008274* DOBLCARP) Y EL LOTE SIGUE CON LOS VALORES QUE QUEDARON DE LA
008275* COMPARACION. SI NO QUEDA VERIFICADO, EL LOTE NO SE CUENTA.
008276******************************************************************
008277 2350-VERIFICAR-LOTE.
008278     SET LISTA-VERIFICADA TO TRUE.
008279     IF NOT DOBLE-CARGA-ACTIVA
008280         GO TO 2350-EXIT
008281     END-IF.
008282     MOVE LOTE-ACTUAL TO DBL-LISTA.
008283     MOVE CANT-CAPTURADOS TO DBL-CANT-VALORES.
008284     PERFORM 2360-COPIAR-A-VERIFICAR THRU 2360-EXIT
008285         VARYING IND-CAPTURA FROM 1 BY 1
008286         UNTIL IND-CAPTURA > CANT-CAPTURADOS.
008287     PERFORM VERIFICAR-DOBLE-CARGA
008288         THRU VERIFICAR-DOBLE-CARGA-EXIT.
008289     IF LISTA-SIN-VERIFICAR
008290         DISPLAY "EL LOTE " LOTE-ACTUAL " NO SE CUENTA, QUEDO "
008291             "SIN VERIFICAR"
008292         GO TO 2350-EXIT
008293     END-IF.
008294     PERFORM 2370-TOMAR-VERIFICADO THRU 2370-EXIT
008295         VARYING IND-CAPTURA FROM 1 BY 1
008296         UNTIL IND-CAPTURA > CANT-CAPTURADOS.
008297 2350-EXIT.
008298     EXIT.
008299
008300 2360-COPIAR-A-VERIFICAR.
008301     MOVE TN-VALOR (IND-CAPTURA) TO DBL-VALOR-CARGA (IND-CAPTURA).
008302 2360-EXIT.
008303     EXIT.
008304
008305 2370-TOMAR-VERIFICADO.
008306     MOVE DBL-VALOR-FINAL (IND-CAPTURA) TO TN-VALOR (IND-CAPTURA).
008307 2370-EXIT.
008308     EXIT.
008309
008310******************************************************************
008311* 2400-CLASIFICAR-LOTE - RECIEN CON EL LOTE CONFIRMADO, CADA
008318* VALOR DE LA TABLA SE CLASIFICA, SE CONTROLA CONTRA EL RANGO DE
008328* NEGOCIO Y SE CUENTA EN SU BANDA.
008338******************************************************************
009188 8050-MOSTRAR-DISTRIBUCION.
009198     COMPUTE WS-TOTAL-CLASIFICADOS =
009208         GT-POSITIVOS + GT-NEGATIVOS + GT-CEROS.
009214     DISPLAY "  DISTRIBUCION DE FRECUENCIAS (BANDAS VERSION "
009220         BDL-VERSION "):".
009228     IF WS-TOTAL-CLASIFICADOS = 0
009238         DISPLAY "    SIN VALORES CLASIFICADOS"
009248         GO TO 8050-EXIT
009658     PERFORM 8510-ACUMULAR-BANDA-MTD THRU 8510-EXIT
009668         VARYING IND-BANDA FROM 1 BY 1
009678         UNTIL IND-BANDA > 7.
009681     MOVE SPACE             TO MTD-SEPARADOR-3.
009684     MOVE WS-VERSION-BANDAS-MES TO MTD-BANDA-VERSION.
009688     MOVE "MTD3TOT" TO RSG-ARCHIVO.
009698     CALL "RESGUARD" USING RESGUARDO-COM.
009708     IF NOT RSG-COPIADO AND NOT RSG-SIN-ORIGEN
009808     DISPLAY "  POSITIVOS: " WS-ACUM-POSITIVOS.
009818     DISPLAY "  NEGATIVOS: " WS-ACUM-NEGATIVOS.
009828     DISPLAY "  CEROS: " WS-ACUM-CEROS.
009831     DISPLAY "  BANDAS CONTADAS CON LA VERSION "
009834         MTD-BANDA-VERSION.
009838 8500-EXIT.
009848     EXIT.
009858
009948
009958******************************************************************
009968* 8520-CALCULAR-HASH-MTD - HASH DE CONTROL DEL REGISTRO MTD EN
009975* EL BUFFER: MES, CONTEOS, BANDAS Y VERSION DE BANDAS. LAS BANDAS
009982* Y LA VERSION EN BLANCO DE UN REGISTRO DEL FORMATO ANTERIOR NO
009989* SUMAN.
009998******************************************************************
010008 8520-CALCULAR-HASH-MTD.
010018     COMPUTE WS-HASH-TOTAL =
010038     PERFORM 8530-SUMAR-BANDA-HASH THRU 8530-EXIT
010048         VARYING IND-BANDA FROM 1 BY 1
010058         UNTIL IND-BANDA > 7.
010060     IF MTD-BANDA-VERSION NUMERIC
010062         ADD MTD-BANDA-VERSION TO WS-HASH-TOTAL
010064     END-IF.
010068 8520-EXIT.
010078     EXIT.
010088
010898     MOVE SPACE TO RH-SEPARADOR-4.
010908     MOVE SPACE TO RH-SEPARADOR-5.
010918     MOVE WS-HORA-INICIO TO RH-HORA-INICIO.
010921     MOVE SPACE TO RH-SEPARADOR-6.
010924     MOVE WS-RETORNO TO RH-RETORNO.
010928     CALL "GRABHIST" USING REG-HISTORIAL.
010938 8650-EXIT.
010948     EXIT.
011168     EXIT.
011178
011188     COPY VALNUMP.
011191
011194     COPY DOBLCARP.
011198
011208******************************************************************
011218* 8800-GRABAR-ALERTA - AGREGA LA ALERTA ARMADA POR EL PROGRAMA

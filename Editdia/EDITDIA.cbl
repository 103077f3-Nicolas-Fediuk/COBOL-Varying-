000593*                    AMPLIADO A 23 POSICIONES): SE VALIDA QUE SEA
000594*                    NUMERICO O BLANCO (FORMATO ANTERIOR), Y EL
000595*                    RESTO DE LA EDICION NO CAMBIA.
000596* 15/10/2026  RA     CADA DETALLE QUE NO PASA LAS REGLAS QUEDA
000597*                    ADEMAS EN EL ARCHIVO DE RECHAZOS COMPARTIDO
000598*                    (GRABRECH), COMO PROGRAMA EDITDIA, CON EL
000599*                    DATASET COMO MOTIVO, EL NUMERO DE LINEA COMO
000600*                    POSICION Y EL VALOR CRUDO: ANTES SOLO QUEDABA
000601*                    EN EDITREP, QUE SE REGRABA CADA NOCHE, Y EL
000602*                    VALOR NO SE PODIA RASTREAR NI CORREGIR CON
000603*                    REVRECH.
000604* 15/10/2026  RA     CADA CORRIDA DEJA SUS ESTADISTICAS EN EL
000605*                    HISTORICO DE EDICION EDITHIST (DE SOLO
000606*                    AGREGADO, COPY EDITHIS): POR DATASET, LAS
000607*                    LINEAS LEIDAS, LAS APARTADAS, SI QUEDO
000608*                    INUSABLE Y CUANTAS CAYERON POR CADA MOTIVO,
000609*                    CON LA FECHA DE NEGOCIO (LEEFECHA) Y LA HORA
000610*                    DE LA CORRIDA. ES LA BASE DEL REPORTE
000611*                    MENSUAL DE CALIDAD INFCALID. SIN FECHA DE
000612*                    NEGOCIO O SIN EL ARCHIVO LA EDICION SIGUE
000613*                    IGUAL Y SOLO SE AVISA.
000614* 15/10/2026  RA     EL NUMERO DE LINEA SE GRABA EN RECHAZOS SOLO
000615*                    HASTA LA 999 (RCH-POSICION ES DE TRES
000616*                    CIFRAS): MAS ALLA VA POSICION 000 EN LUGAR
000617*                    DE LAS ULTIMAS TRES CIFRAS, QUE APUNTABAN A
000618*                    OTRA LINEA. EL NUMERO COMPLETO SIGUE EN
000619*                    EDITREP.
000620******************************************************************
000621 ENVIRONMENT DIVISION.
000622 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT NUMEROS-IN ASSIGN TO "NUMEROS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890     SELECT REPORTE-EDICION ASSIGN TO "EDITREP"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000902     SELECT HISTORIA-EDICION ASSIGN TO "EDITHIST"
000904         ORGANIZATION IS LINE SEQUENTIAL
000906         FILE STATUS IS WS-HISTORIA-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
001240 FD  REPORTE-EDICION
001250     LABEL RECORDS ARE STANDARD.
001260 01  REG-REPORTE-EDICION         PIC X(60).
001262 FD  HISTORIA-EDICION
001264     LABEL RECORDS ARE STANDARD.
001266 01  REG-HISTORIA-EDICION.
001268     COPY EDITHIS.
001270
001280 WORKING-STORAGE SECTION.
001290 01  WS-ENTRADA-STATUS           PIC X(02) VALUE "00".
001295 01  WS-HISTORIA-STATUS          PIC X(02) VALUE "00".
001300 01  NUM                         PIC S9(05)V99 VALUE 0.
001310     COPY VALNUM.
001320 01  PARAMETROS-VIGENTES.
001330     COPY PARLINK.
001333 01  FECHA-NEGOCIO-COM.
001336     COPY FECHALNK.
001340
001350 01  WS-NOMBRE-DATASET           PIC X(08) VALUE SPACE.
001360 01  WS-NUM-LINEA                PIC 9(05) VALUE 0.
001540     88  CABECERA-VISTA                    VALUE "S".
001550 01  SW-CIERRE-VISTO             PIC X(01) VALUE "N".
001560     88  CIERRE-VISTO                      VALUE "S".
001562 01  SW-HISTORIA-ABIERTA         PIC X(01) VALUE "N".
001564     88  HISTORIA-ABIERTA                  VALUE "S".
001566 01  SW-MOTIVO-CONOCIDO          PIC X(01) VALUE "N".
001568     88  MOTIVO-CONOCIDO                   VALUE "S".
001570
001580*    ESTADO DE LA EDICION DE LISTAS2 Y DE CADA ARCHIVO DE LOTES.
001590*    EL SWITCH GENERICO SE RESETEA ANTES DE CADA ARCHIVO Y SU
001680     88  LOTES4-INUSABLE                   VALUE "S".
001690 01  SW-LISTA5-INUSABLE          PIC X(01) VALUE "N".
001700     88  LISTA5-INUSABLE                   VALUE "S".
001701
001702*    ESTADISTICAS DEL DATASET EN CURSO PARA EL HISTORICO DE
001703*    EDICION: LAS LINEAS APARTADAS SON LAS QUE 7100 REPORTO
001704*    DESDE QUE EMPEZO EL DATASET, Y CADA MOTIVO DISTINTO CUENTA
001705*    LAS SUYAS. LA TABLA SE VACIA AL GRABAR CADA DATASET.
001706 01  WS-HORA-CORRIDA             PIC 9(06) VALUE 0.
001707 01  WS-ERRORES-ANTES            PIC 9(05) VALUE 0.
001708 01  WS-CANT-MOTIVOS             PIC 9(02) VALUE 0.
001709 01  WS-IND-MOTIVO               PIC 9(02) VALUE 0.
001710 01  TABLA-MOTIVOS-EDICION.
001711     05  TMO-ENTRADA OCCURS 20 TIMES.
001712         10  TMO-MOTIVO          PIC X(20).
001713         10  TMO-CANTIDAD        PIC 9(05).
001714
001720 01  LIN-REPORTE.
001730     05  REP-DATASET             PIC X(08).
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001850******************************************************************
001860 0000-MAINLINE-CONTROL.
001870     OPEN OUTPUT REPORTE-EDICION.
001875     PERFORM 1000-ABRIR-HISTORIA THRU 1000-EXIT.
001880     PERFORM 2000-EDITAR-NUMEROS THRU 2000-EXIT.
001885     PERFORM 7300-GRABAR-HISTORIA THRU 7300-EXIT.
001890     PERFORM 3200-EDITAR-LISTAS2 THRU 3200-EXIT.
001895     PERFORM 7300-GRABAR-HISTORIA THRU 7300-EXIT.
001900     PERFORM 3300-EDITAR-LOTES3 THRU 3300-EXIT.
001905     PERFORM 7300-GRABAR-HISTORIA THRU 7300-EXIT.
001910     PERFORM 3400-EDITAR-LOTES4 THRU 3400-EXIT.
001915     PERFORM 7300-GRABAR-HISTORIA THRU 7300-EXIT.
001920     PERFORM 3500-EDITAR-LISTA5 THRU 3500-EXIT.
001925     PERFORM 7300-GRABAR-HISTORIA THRU 7300-EXIT.
001930     PERFORM 8000-RESUMIR-EDICION THRU 8000-EXIT.
001940     CLOSE REPORTE-EDICION.
001942     IF HISTORIA-ABIERTA
001944         CLOSE HISTORIA-EDICION
001946     END-IF.
001950     GOBACK.
001951
001952******************************************************************
001953* 1000-ABRIR-HISTORIA - ABRE EL HISTORICO DE EDICION PARA
001954* AGREGAR (LA PRIMERA VEZ LO CREA) Y TOMA LA FECHA DE NEGOCIO Y
001955* LA HORA DE LA CORRIDA. SIN FECHA O SIN ARCHIVO SE AVISA Y LA
001956* EDICION SIGUE: EL HISTORICO ES INFORMATIVO, NO FRENA EL JOB.
001957******************************************************************
001958 1000-ABRIR-HISTORIA.
001959     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001960     IF FNC-SIN-ARCHIVO
001961         DISPLAY "EDICION: SIN FECHA DE NEGOCIO, NO SE GRABA "
001962             "EL HISTORICO DE EDICION"
001963         GO TO 1000-EXIT
001964     END-IF.
001965     ACCEPT WS-HORA-CORRIDA FROM TIME.
001966     OPEN EXTEND HISTORIA-EDICION.
001967     IF WS-HISTORIA-STATUS = "35"
001968         OPEN OUTPUT HISTORIA-EDICION
001969     END-IF.
001970     IF WS-HISTORIA-STATUS NOT = "00"
001971         DISPLAY "EDICION: NO SE PUDO ABRIR EDITHIST, FILE "
001972             "STATUS " WS-HISTORIA-STATUS
001973         GO TO 1000-EXIT
001974     END-IF.
001975     SET HISTORIA-ABIERTA TO TRUE.
001976 1000-EXIT.
001977     EXIT.
001978
001979******************************************************************
001980* 2000-EDITAR-NUMEROS - RECORRE EL ARCHIVO CON FORMATO CABECERA/
001990* DETALLE/CIERRE. CUALQUIER PROBLEMA (ESTRUCTURA, DETALLE QUE NO
002000* PASA LAS REGLAS, CANTIDAD O HASH QUE NO COINCIDEN) LO MARCA
002820     IF NUM-INVALIDO
002830         MOVE "DETALLE NO NUMERICO" TO WS-MOTIVO
002840         PERFORM 7100-REPORTAR-LINEA THRU 7100-EXIT
002845         PERFORM 7200-GRABAR-RECHAZO THRU 7200-EXIT
002850         SET NUMEROS-INUSABLE TO TRUE
002860         GO TO 2300-EXIT
002870     END-IF.
005590                 IF NUM-INVALIDO
005600                     MOVE "DETALLE NO NUMERICO" TO WS-MOTIVO
005610                     PERFORM 7100-REPORTAR-LINEA THRU 7100-EXIT
005615                     PERFORM 7200-GRABAR-RECHAZO THRU 7200-EXIT
005620                     SET LOTE-INUSABLE TO TRUE
005630                     MOVE "N" TO SW-LINEA-VALIDA
005640                 ELSE
006400         MOVE "N" TO SW-LINEA-VALIDA
006410         MOVE "LINEA NO NUMERICA" TO WS-MOTIVO
006420         PERFORM 7100-REPORTAR-LINEA THRU 7100-EXIT
006425         PERFORM 7200-GRABAR-RECHAZO THRU 7200-EXIT
006430     END-IF.
006440 7000-EXIT.
006450     EXIT.
006520     MOVE WS-MOTIVO TO REP-MOTIVO.
006530     MOVE LIN-REPORTE TO REG-REPORTE-EDICION.
006540     WRITE REG-REPORTE-EDICION.
006545     PERFORM 7110-CONTAR-MOTIVO THRU 7110-EXIT.
006550     DISPLAY "EDICION: " WS-NOMBRE-DATASET " LINEA "
006560         WS-NUM-LINEA " " WS-MOTIVO.
006570 7100-EXIT.
006571     EXIT.
006572
006573 7110-CONTAR-MOTIVO.
006574     MOVE "N" TO SW-MOTIVO-CONOCIDO.
006575     PERFORM 7120-COMPARAR-MOTIVO THRU 7120-EXIT
006576         VARYING WS-IND-MOTIVO FROM 1 BY 1
006577         UNTIL WS-IND-MOTIVO > WS-CANT-MOTIVOS
006578         OR MOTIVO-CONOCIDO.
006579     IF NOT MOTIVO-CONOCIDO
006580         AND WS-CANT-MOTIVOS < 20
006581         ADD 1 TO WS-CANT-MOTIVOS
006582         MOVE WS-MOTIVO TO TMO-MOTIVO (WS-CANT-MOTIVOS)
006583         MOVE 1 TO TMO-CANTIDAD (WS-CANT-MOTIVOS)
006584     END-IF.
006585 7110-EXIT.
006586     EXIT.
006587
006588 7120-COMPARAR-MOTIVO.
006589     IF TMO-MOTIVO (WS-IND-MOTIVO) = WS-MOTIVO
006590         ADD 1 TO TMO-CANTIDAD (WS-IND-MOTIVO)
006591         SET MOTIVO-CONOCIDO TO TRUE
006592     END-IF.
006593 7120-EXIT.
006594     EXIT.
006595
006596******************************************************************
006597* 7200-GRABAR-RECHAZO - UN DETALLE APARTADO QUEDA EN EL ARCHIVO DE
006598* RECHAZOS CON EL DATASET COMO MOTIVO (LA REVISION SACA DE AHI EL
006599* TIPO DE TRANDIA) Y EL NUMERO DE LINEA DEL DATASET COMO POSICION.
006600* LA POSICION ES DE TRES CIFRAS: UNA LINEA MAS ALLA DE LA 999 SE
006601* GRABA CON POSICION 000 (NINGUNA LINEA ES LA CERO) Y SU NUMERO
006602* COMPLETO QUEDA EN EDITREP.
006603******************************************************************
006604 7200-GRABAR-RECHAZO.
006605     MOVE "EDITDIA" TO RCH-PROGRAMA.
006606     IF WS-NUM-LINEA > 999
006607         MOVE 0 TO RCH-POSICION
006608     ELSE
006609         MOVE WS-NUM-LINEA TO RCH-POSICION
006610     END-IF.
006611     MOVE WS-NUM-ENTRADA TO RCH-CONTENIDO.
006612     MOVE WS-NOMBRE-DATASET TO RCH-MOTIVO.
006613     CALL "GRABRECH" USING REG-RECHAZO.
006614 7200-EXIT.
006615     EXIT.
006616
006617******************************************************************
006618* 7300-GRABAR-HISTORIA - AL TERMINAR CADA DATASET GRABA EN
006619* EDITHIST SU REGISTRO DE TOTALES (LINEAS LEIDAS, APARTADAS E
006620* INUSABLE) Y UNO POR CADA MOTIVO QUE APARECIO, Y DEJA LISTOS
006621* LOS CONTADORES PARA EL DATASET SIGUIENTE.
006622******************************************************************
006623 7300-GRABAR-HISTORIA.
006624     IF NOT HISTORIA-ABIERTA
006625         GO TO 7300-CONTINUAR
006626     END-IF.
006627     MOVE SPACE TO REG-HISTORIA-EDICION.
006628     MOVE FNC-FECHA-NEGOCIO TO EDH-FECHA.
006629     MOVE WS-HORA-CORRIDA TO EDH-HORA.
006630     MOVE WS-NOMBRE-DATASET TO EDH-DATASET.
006631     SET EDH-TOTALES TO TRUE.
006632     MOVE WS-NUM-LINEA TO EDH-LEIDAS.
006633     COMPUTE EDH-APARTADAS = WS-CANT-ERRORES - WS-ERRORES-ANTES.
006634     MOVE "N" TO EDH-INUSABLE.
006635     EVALUATE WS-NOMBRE-DATASET
006636         WHEN "NUMEROS"
006637             IF NUMEROS-INUSABLE
006638                 MOVE "S" TO EDH-INUSABLE
006639             END-IF
006640         WHEN "LISTAS2"
006641             IF LISTAS2-INUSABLE
006642                 MOVE "S" TO EDH-INUSABLE
006643             END-IF
006644         WHEN "LOTES3"
006645             IF LOTES3-INUSABLE
006646                 MOVE "S" TO EDH-INUSABLE
006647             END-IF
006648         WHEN "LOTES4"
006649             IF LOTES4-INUSABLE
006650                 MOVE "S" TO EDH-INUSABLE
006651             END-IF
006652         WHEN "LISTA5"
006653             IF LISTA5-INUSABLE
006654                 MOVE "S" TO EDH-INUSABLE
006655             END-IF
006656     END-EVALUATE.
006657     WRITE REG-HISTORIA-EDICION.
006658     PERFORM 7310-GRABAR-MOTIVO THRU 7310-EXIT
006659         VARYING WS-IND-MOTIVO FROM 1 BY 1
006660         UNTIL WS-IND-MOTIVO > WS-CANT-MOTIVOS.
006661 7300-CONTINUAR.
006662     MOVE WS-CANT-ERRORES TO WS-ERRORES-ANTES.
006663     MOVE 0 TO WS-CANT-MOTIVOS.
006664 7300-EXIT.
006665     EXIT.
006666
006667 7310-GRABAR-MOTIVO.
006668     SET EDH-POR-MOTIVO TO TRUE.
006669     MOVE 0 TO EDH-LEIDAS.
006670     MOVE TMO-CANTIDAD (WS-IND-MOTIVO) TO EDH-APARTADAS.
006671     MOVE TMO-MOTIVO (WS-IND-MOTIVO) TO EDH-MOTIVO.
006672     WRITE REG-HISTORIA-EDICION.
006673 7310-EXIT.
006674     EXIT.
006675
006676******************************************************************
006677* 8000-RESUMIR-EDICION - RESULTADO DEL PASO: UN ARCHIVO CON
006678* CIERRE QUE NO BALANCEA (NUMEROS O LOTES), O UN LISTAS2 CON
006679* CABECERA ILEGIBLE, FRENAN EL JOB (RETURN-CODE 16); LINEAS
006680* APARTADAS EN LISTAS2 DEJAN AVISO (RETURN-CODE 4); TODO LIMPIO,
006681* CERO.
006682******************************************************************
006683 8000-RESUMIR-EDICION.
006684     IF NUMEROS-INUSABLE
006690         DISPLAY "EDICION: NUMEROS INUSABLE, EL JOB NO DEBE "
006700             "CONTINUAR"
006710         MOVE 16 TO RETURN-CODE

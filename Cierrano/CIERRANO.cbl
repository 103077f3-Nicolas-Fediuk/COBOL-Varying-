000100******************************************************************
000110* Programa de cierre de anio de todo el suite. Verifica que los
000120*doce meses del anio esten cerrados para EJERCICIO1 a EJERCICIO5
000130*(MESHISTT, de CIERRMES) y para el detalle de EJERCICIO3
000140*(MESHIST3, de CIERRME3), graba en el historico anual (ANUHIST,
000150*COPY ANUHIST) un registro por programa con la suma del anio y
000160*pasa las filas mensuales del anio al archivo anual (MESARCT y
000170*MESARC3), dejando en MESHISTT y MESHIST3 solo los meses de los
000180*anios abiertos. Como en ARCAUDIT, los historicos mensuales se
000190*regraban UNICAMENTE despues de releer y balancear lo separado:
000200*ante cualquier diferencia quedan intactos y el programa termina
000210*con RETURN-CODE 16.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    CIERRANO.
000250 AUTHOR.        R. ALONSO.
000260 INSTALLATION.  DEPTO. DESARROLLO.
000270 DATE-WRITTEN.  15/10/2026.
000280 DATE-COMPILED.
000290******************************************************************
000300* HISTORIAL DE MODIFICACIONES
000310* FECHA       INIC.  DESCRIPCION
000320* 15/10/2026  RA     VERSION INICIAL. EL ANIO A CERRAR ES EL
000330*                    ANTERIOR AL DEL DIA DE NEGOCIO SALVO QUE EL
000340*                    OPERADOR INDIQUE OTRO YA TERMINADO. EL
000350*                    CIERRE DOBLE SE RECHAZA SI EL ANIO YA ESTA
000360*                    EN ANUHIST O YA TIENE FILAS EN EL ARCHIVO
000370*                    ANUAL. LAS CORRIDAS, POSITIVOS Y NEGATIVOS
000380*                    DE LOS CINCO PROGRAMAS SALEN DE MESHISTT;
000390*                    LOS CEROS Y LAS BANDAS DE EJERCICIO3, DE
000400*                    MESHIST3. EXIGE OPERADOR AUTORIZADO
000410*                    (VALOPER, POSICION 23).
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MES-HISTORICO ASSIGN TO "MESHISTT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-HISTORICO-STATUS.
000490     SELECT MES-HISTORICO-3 ASSIGN TO "MESHIST3"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HISTORICO3-STATUS.
000520     SELECT MESES-ANIO ASSIGN TO "MESANIOT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MESES-ANIO-STATUS.
000550     SELECT MESES-ANIO-3 ASSIGN TO "MESANIO3"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-MESES-ANIO3-STATUS.
000580     SELECT RETENIDOS-OUT ASSIGN TO "MESHISTN"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT RETENIDOS-3-OUT ASSIGN TO "MESHIS3N"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT ARCHIVO-ANUAL ASSIGN TO "MESARCT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ARCHIVO-STATUS.
000650     SELECT ARCHIVO-ANUAL-3 ASSIGN TO "MESARC3"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ARCHIVO3-STATUS.
000680     SELECT ANUAL-HISTORICO ASSIGN TO "ANUHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ANUAL-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  MES-HISTORICO
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-MES-HISTORICO.
000770     COPY MESHISTT.
000780
000790 FD  MES-HISTORICO-3
000800     LABEL RECORDS ARE STANDARD.
000810 01  REG-MES-HISTORICO-3.
000820     COPY MESHIST3.
000830
000840 FD  MESES-ANIO
000850     LABEL RECORDS ARE STANDARD.
000860 01  REG-MESES-ANIO              PIC X(36).
000870
000880 FD  MESES-ANIO-3
000890     LABEL RECORDS ARE STANDARD.
000900 01  REG-MESES-ANIO-3            PIC X(80).
000910
000920 FD  RETENIDOS-OUT
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-RETENIDO                PIC X(36).
000950
000960 FD  RETENIDOS-3-OUT
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-RETENIDO-3              PIC X(80).
000990
001000 FD  ARCHIVO-ANUAL
001010     LABEL RECORDS ARE STANDARD.
001020 01  REG-ARCHIVO-ANUAL           PIC X(36).
001030
001040 FD  ARCHIVO-ANUAL-3
001050     LABEL RECORDS ARE STANDARD.
001060 01  REG-ARCHIVO-ANUAL-3         PIC X(80).
001070
001080 FD  ANUAL-HISTORICO
001090     LABEL RECORDS ARE STANDARD.
001100 01  REG-ANUAL-HISTORICO.
001110     COPY ANUHIST.
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-HISTORICO-STATUS         PIC X(02) VALUE "00".
001150 01  WS-HISTORICO3-STATUS        PIC X(02) VALUE "00".
001160 01  WS-MESES-ANIO-STATUS        PIC X(02) VALUE "00".
001170 01  WS-MESES-ANIO3-STATUS       PIC X(02) VALUE "00".
001180 01  WS-ARCHIVO-STATUS           PIC X(02) VALUE "00".
001190 01  WS-ARCHIVO3-STATUS          PIC X(02) VALUE "00".
001200 01  WS-ANUAL-STATUS             PIC X(02) VALUE "00".
001210 01  REG-AUDITORIA.
001220     COPY AUDITLOG.
001230
001240 01  OPERADOR-AUTORIZACION.
001250     COPY OPERLNK.
001260
001270 01  FECHA-NEGOCIO-COM.
001280     COPY FECHALNK.
001290
001300 01  WS-ANIO-NEGOCIO             PIC 9(04) VALUE 0.
001310 01  WS-ANIO-CIERRE              PIC 9(04) VALUE 0.
001320 01  WS-ANIO-PROPUESTO           PIC 9(04) VALUE 0.
001330 01  WS-ENTRADA-ANIO             PIC X(04) VALUE SPACE.
001340 01  WS-MES-FILA                 PIC 9(06) VALUE 0.
001350 01  WS-MES-FILA-R REDEFINES WS-MES-FILA.
001360     05  WS-ANIO-FILA            PIC 9(04).
001370     05  WS-MM-FILA              PIC 9(02).
001380 01  WS-MES-FALTANTE             PIC 9(06) VALUE 0.
001390 01  WS-IND-PROGRAMA             PIC 9(01) VALUE 0.
001400 01  WS-IND-MES                  PIC 9(02) VALUE 0.
001410 01  WS-IND-BANDA                PIC 9(01) VALUE 0.
001420 01  WS-CANT-FALTANTES           PIC 9(03) VALUE 0.
001430
001440*    CONTADORES DE LA SEPARACION, COMO EN ARCAUDIT: LO LEIDO DE
001450*    CADA HISTORICO MENSUAL DEBE SER LO MOVIDO MAS LO RETENIDO,
001460*    Y LO MOVIDO DEBE RELEERSE COMPLETO ANTES DE REGRABAR.
001470 01  WS-CANT-LEIDOS              PIC 9(06) VALUE 0.
001480 01  WS-CANT-MOVIDOS             PIC 9(06) VALUE 0.
001490 01  WS-CANT-RETENIDOS           PIC 9(06) VALUE 0.
001500 01  WS-CANT-RELEIDOS            PIC 9(06) VALUE 0.
001510 01  WS-CANT-LEIDOS-3            PIC 9(06) VALUE 0.
001520 01  WS-CANT-MOVIDOS-3           PIC 9(06) VALUE 0.
001530 01  WS-CANT-RETENIDOS-3         PIC 9(06) VALUE 0.
001540 01  WS-CANT-RELEIDOS-3          PIC 9(06) VALUE 0.
001550
001560*    SUMA DEL ANIO DE EJERCICIO3 TOMADA DE MESHIST3: CEROS,
001570*    CONTADORES POR BANDA Y VERSION DE LA DEFINICION (999 SI
001580*    LOS MESES SE CONTARON CON MAS DE UNA).
001590 01  WS-CEROS-ANIO               PIC 9(08) VALUE 0.
001600 01  WS-VERSION-ANIO             PIC 9(03) VALUE 0.
001610 01  WS-MESES-CON-BANDAS         PIC 9(02) VALUE 0.
001620 01  TABLA-BANDAS-ANIO.
001630     05  TBA-CANT OCCURS 7 TIMES PIC 9(08).
001640
001650 01  SW-FIN-HISTORICO            PIC X(01) VALUE "N".
001660     88  FIN-DE-HISTORICO                  VALUE "S".
001670 01  SW-FIN-RELECTURA            PIC X(01) VALUE "N".
001680     88  FIN-DE-RELECTURA                  VALUE "S".
001690 01  SW-FILA-DEL-ANIO            PIC X(01) VALUE "N".
001700     88  FILA-DEL-ANIO                     VALUE "S".
001710 01  SW-CIERRE-VALIDO            PIC X(01) VALUE "S".
001720     88  CIERRE-VALIDO                     VALUE "S".
001730     88  CIERRE-INVALIDO                   VALUE "N".
001740
001750*    NOMBRES Y ACUMULADOS DEL ANIO POR PROGRAMA (ENTRADA N =
001760*    EJERCICION).
001770 01  TABLA-NOMBRES-SUITE.
001780     05  FILLER                  PIC X(10) VALUE "EJERCICIO1".
001790     05  FILLER                  PIC X(10) VALUE "EJERCICIO2".
001800     05  FILLER                  PIC X(10) VALUE "EJERCICIO3".
001810     05  FILLER                  PIC X(10) VALUE "EJERCICIO4".
001820     05  FILLER                  PIC X(10) VALUE "EJERCICIO5".
001830 01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES-SUITE.
001840     05  TNS-PROGRAMA OCCURS 5 TIMES PIC X(10).
001850 01  TABLA-ACUMULADOS.
001860     05  TAC-ENTRADA OCCURS 5 TIMES.
001870         10  TAC-CORRIDAS        PIC 9(06).
001880         10  TAC-POSITIVOS       PIC 9(08).
001890         10  TAC-NEGATIVOS       PIC 9(08).
001900
001910*    MESES DEL ANIO ENCONTRADOS EN CADA HISTORICO MENSUAL: "S"
001920*    EN LA POSICION DEL MES CUANDO LA FILA ESTA.
001930 01  TABLA-PRESENCIA.
001940     05  TPR-PROGRAMA OCCURS 5 TIMES.
001950         10  TPR-MES OCCURS 12 TIMES PIC X(01).
001960 01  TABLA-PRESENCIA-3.
001970     05  TP3-MES OCCURS 12 TIMES PIC X(01).
001980
001990 PROCEDURE DIVISION.
002000******************************************************************
002010* 0000-MAINLINE-CONTROL
002020******************************************************************
002030 0000-MAINLINE-CONTROL.
002040     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
002050     IF NOT VOP-AUTORIZADO
002060         MOVE 16 TO RETURN-CODE
002070         GOBACK
002080     END-IF.
002090     PERFORM 1000-DETERMINAR-ANIO THRU 1000-EXIT.
002100     IF CIERRE-VALIDO
002110         PERFORM 2000-CONTROLAR-CIERRE-DOBLE THRU 2000-EXIT
002120     END-IF.
002130     IF CIERRE-VALIDO
002140         PERFORM 3000-VERIFICAR-MESES THRU 3000-EXIT
002150     END-IF.
002160     IF CIERRE-VALIDO
002170         PERFORM 4000-SEPARAR-MESES THRU 4000-EXIT
002180         PERFORM 5000-VERIFICAR-SEPARACION THRU 5000-EXIT
002190     END-IF.
002200     IF CIERRE-VALIDO
002210         PERFORM 6000-ARCHIVAR-ANIO THRU 6000-EXIT
002220     END-IF.
002230     IF CIERRE-VALIDO
002240         PERFORM 7000-REGRABAR-HISTORICOS THRU 7000-EXIT
002250         PERFORM 7500-GRABAR-ANUAL THRU 7500-EXIT
002260         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
002270         DISPLAY "ANIO " WS-ANIO-CIERRE " CERRADO PARA TODO EL "
002280             "SUITE"
002290         DISPLAY "FILAS PASADAS AL ARCHIVO ANUAL: MESHISTT "
002300             WS-CANT-MOVIDOS " MESHIST3 " WS-CANT-MOVIDOS-3
002310     ELSE
002320         DISPLAY "EL CIERRE NO SE APLICO, LOS HISTORICOS "
002330             "MENSUALES QUEDAN INTACTOS"
002340         MOVE 16 TO RETURN-CODE
002350     END-IF.
002360     GOBACK.
002370
002380******************************************************************
002390* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
002400* CONTRA EL MAESTRO (VALOPER, POSICION 23: CIERRE DE ANIO). UNA
002410* FIRMA RECHAZADA QUEDA EN EL LOG.
002420******************************************************************
002430 0100-EXIGIR-OPERADOR.
002440     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
002450     ACCEPT VOP-ID.
002460     MOVE 23 TO VOP-POSICION.
002470     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
002480     IF VOP-AUTORIZADO
002490         GO TO 0100-EXIT
002500     END-IF.
002510     DISPLAY "OPERADOR NO AUTORIZADO PARA EL CIERRE DE ANIO, "
002520         "LA CORRIDA SE RECHAZA".
002530     MOVE VOP-ID TO AUD-OPERADOR.
002540     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002550     ACCEPT AUD-HORA FROM TIME.
002560     MOVE "CIERRANO" TO AUD-PROGRAMA.
002570     MOVE SPACE TO AUD-RESULTADO.
002580     STRING "FIRMA RECHAZADA ID=" VOP-ID
002590         DELIMITED BY SIZE INTO AUD-RESULTADO.
002600     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
002610 0100-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650* 1000-DETERMINAR-ANIO - PROPONE EL ANIO ANTERIOR AL DEL DIA DE
002660* NEGOCIO; EL OPERADOR PUEDE INDICAR OTRO, PERO NUNCA EL ANIO EN
002670* CURSO NI UNO POSTERIOR: UN ANIO NO SE CIERRA A MITAD DE CAMINO.
002680******************************************************************
002690 1000-DETERMINAR-ANIO.
002700     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002710     MOVE FNC-FECHA-NEGOCIO (1:4) TO WS-ANIO-NEGOCIO.
002720     COMPUTE WS-ANIO-PROPUESTO = WS-ANIO-NEGOCIO - 1.
002730     DISPLAY "ANIO A CERRAR (AAAA, BLANCO = " WS-ANIO-PROPUESTO
002740         ")".
002750     ACCEPT WS-ENTRADA-ANIO.
002760     IF WS-ENTRADA-ANIO = SPACE
002770         MOVE WS-ANIO-PROPUESTO TO WS-ANIO-CIERRE
002780     ELSE
002790         IF WS-ENTRADA-ANIO NOT NUMERIC
002800             DISPLAY "ANIO INVALIDO: " WS-ENTRADA-ANIO
002810             SET CIERRE-INVALIDO TO TRUE
002820             GO TO 1000-EXIT
002830         END-IF
002840         MOVE WS-ENTRADA-ANIO TO WS-ANIO-CIERRE
002850     END-IF.
002860     IF WS-ANIO-CIERRE = 0 OR WS-ANIO-CIERRE NOT < WS-ANIO-NEGOCIO
002870         DISPLAY "EL ANIO " WS-ANIO-CIERRE " NO TERMINO TODAVIA, "
002880             "NO SE PUEDE CERRAR"
002890         SET CIERRE-INVALIDO TO TRUE
002900         GO TO 1000-EXIT
002910     END-IF.
002920     DISPLAY "CIERRE DE ANIO DEL SUITE: ANIO " WS-ANIO-CIERRE.
002930 1000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 2000-CONTROLAR-CIERRE-DOBLE - SI EL ANIO YA FIGURA EN EL
002980* HISTORICO ANUAL, ESTE CIERRE YA SE HIZO. SI NO FIGURA PERO EL
002990* ARCHIVO ANUAL YA TIENE FILAS DEL ANIO, UN CIERRE ANTERIOR QUEDO
003000* A MEDIAS: REPETIRLO DUPLICARIA EL ARCHIVO, Y SE REVISA A MANO.
003010******************************************************************
003020 2000-CONTROLAR-CIERRE-DOBLE.
003030     OPEN INPUT ANUAL-HISTORICO.
003040     IF WS-ANUAL-STATUS = "00"
003050         PERFORM 2100-BUSCAR-ANIO THRU 2100-EXIT
003060             UNTIL FIN-DE-HISTORICO OR CIERRE-INVALIDO
003070         CLOSE ANUAL-HISTORICO
003080     END-IF.
003090     IF CIERRE-INVALIDO
003100         GO TO 2000-EXIT
003110     END-IF.
003120     MOVE "N" TO SW-FIN-HISTORICO.
003130     OPEN INPUT ARCHIVO-ANUAL.
003140     IF WS-ARCHIVO-STATUS = "00"
003150         PERFORM 2200-BUSCAR-ARCHIVADO THRU 2200-EXIT
003160             UNTIL FIN-DE-HISTORICO OR CIERRE-INVALIDO
003170         CLOSE ARCHIVO-ANUAL
003180     END-IF.
003190     MOVE "N" TO SW-FIN-HISTORICO.
003200     OPEN INPUT ARCHIVO-ANUAL-3.
003210     IF WS-ARCHIVO3-STATUS = "00"
003220         PERFORM 2300-BUSCAR-ARCHIVADO-3 THRU 2300-EXIT
003230             UNTIL FIN-DE-HISTORICO OR CIERRE-INVALIDO
003240         CLOSE ARCHIVO-ANUAL-3
003250     END-IF.
003260     IF CIERRE-INVALIDO
003270         DISPLAY "EL ARCHIVO ANUAL YA TIENE FILAS DEL ANIO "
003280             WS-ANIO-CIERRE ": REVISAR UN CIERRE ANTERIOR "
003290             "INCOMPLETO ANTES DE REPETIRLO"
003300     END-IF.
003310 2000-EXIT.
003320     EXIT.
003330
003340 2100-BUSCAR-ANIO.
003350     READ ANUAL-HISTORICO
003360         AT END
003370             SET FIN-DE-HISTORICO TO TRUE
003380         NOT AT END
003390             IF ANH-ANIO = WS-ANIO-CIERRE
003400                 DISPLAY "EL ANIO " WS-ANIO-CIERRE " YA ESTA "
003410                     "CERRADO EN EL HISTORICO ANUAL"
003420                 SET CIERRE-INVALIDO TO TRUE
003430             END-IF
003440     END-READ.
003450 2100-EXIT.
003460     EXIT.
003470
003480 2200-BUSCAR-ARCHIVADO.
003490     READ ARCHIVO-ANUAL
003500         AT END
003510             SET FIN-DE-HISTORICO TO TRUE
003520         NOT AT END
003530             IF REG-ARCHIVO-ANUAL (1:4) = WS-ANIO-CIERRE
003540                 SET CIERRE-INVALIDO TO TRUE
003550             END-IF
003560     END-READ.
003570 2200-EXIT.
003580     EXIT.
003590
003600 2300-BUSCAR-ARCHIVADO-3.
003610     READ ARCHIVO-ANUAL-3
003620         AT END
003630             SET FIN-DE-HISTORICO TO TRUE
003640         NOT AT END
003650             IF REG-ARCHIVO-ANUAL-3 (1:4) = WS-ANIO-CIERRE
003660                 SET CIERRE-INVALIDO TO TRUE
003670             END-IF
003680     END-READ.
003690 2300-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 3000-VERIFICAR-MESES - RECORRE LOS DOS HISTORICOS MENSUALES,
003740* MARCA CADA MES DEL ANIO QUE ENCUENTRA Y ACUMULA LA SUMA DEL
003750* ANIO. LOS DOCE MESES DEBEN ESTAR PARA LOS CINCO PROGRAMAS EN
003760* MESHISTT Y EN MESHIST3; UNA FILA REPETIDA TAMBIEN INVALIDA EL
003770* CIERRE, PORQUE LA SUMA DEL ANIO LA CONTARIA DOS VECES.
003780******************************************************************
003790 3000-VERIFICAR-MESES.
003800     MOVE ALL "N" TO TABLA-PRESENCIA.
003810     MOVE ALL "N" TO TABLA-PRESENCIA-3.
003820     MOVE ZEROS TO TABLA-ACUMULADOS.
003830     MOVE ZEROS TO TABLA-BANDAS-ANIO.
003840     MOVE 0 TO WS-CEROS-ANIO.
003850     MOVE 0 TO WS-VERSION-ANIO.
003860     MOVE 0 TO WS-MESES-CON-BANDAS.
003870     MOVE 0 TO WS-CANT-FALTANTES.
003880     MOVE "N" TO SW-FIN-HISTORICO.
003890     OPEN INPUT MES-HISTORICO.
003900     IF WS-HISTORICO-STATUS NOT = "00"
003910         DISPLAY "NO SE PUDO ABRIR EL HISTORICO MENSUAL MESHISTT"
003920             ", FILE STATUS " WS-HISTORICO-STATUS
003930         SET CIERRE-INVALIDO TO TRUE
003940         GO TO 3000-EXIT
003950     END-IF.
003960     PERFORM 3100-MARCAR-MES THRU 3100-EXIT
003970         UNTIL FIN-DE-HISTORICO.
003980     CLOSE MES-HISTORICO.
003990     MOVE "N" TO SW-FIN-HISTORICO.
004000     OPEN INPUT MES-HISTORICO-3.
004010     IF WS-HISTORICO3-STATUS NOT = "00"
004020         DISPLAY "NO SE PUDO ABRIR EL HISTORICO MENSUAL MESHIST3"
004030             ", FILE STATUS " WS-HISTORICO3-STATUS
004040         SET CIERRE-INVALIDO TO TRUE
004050         GO TO 3000-EXIT
004060     END-IF.
004070     PERFORM 3200-MARCAR-MES-3 THRU 3200-EXIT
004080         UNTIL FIN-DE-HISTORICO.
004090     CLOSE MES-HISTORICO-3.
004100     PERFORM 3300-CONTROLAR-MES THRU 3300-EXIT
004110         VARYING WS-IND-MES FROM 1 BY 1
004120         UNTIL WS-IND-MES > 12.
004130     IF WS-CANT-FALTANTES > 0
004140         DISPLAY "FALTAN " WS-CANT-FALTANTES " MES(ES) CERRADOS "
004150             "DEL ANIO " WS-ANIO-CIERRE
004160         SET CIERRE-INVALIDO TO TRUE
004170     END-IF.
004180 3000-EXIT.
004190     EXIT.
004200
004210 3100-MARCAR-MES.
004220     READ MES-HISTORICO
004230         AT END
004240             SET FIN-DE-HISTORICO TO TRUE
004250             GO TO 3100-EXIT
004260     END-READ.
004270     IF MHT-MES NOT NUMERIC
004280         GO TO 3100-EXIT
004290     END-IF.
004300     MOVE MHT-MES TO WS-MES-FILA.
004310     IF WS-ANIO-FILA NOT = WS-ANIO-CIERRE
004320         OR WS-MM-FILA < 1 OR WS-MM-FILA > 12
004330         GO TO 3100-EXIT
004340     END-IF.
004350     MOVE 0 TO WS-IND-PROGRAMA.
004360     EVALUATE MHT-PROGRAMA
004370         WHEN "EJERCICIO1" MOVE 1 TO WS-IND-PROGRAMA
004380         WHEN "EJERCICIO2" MOVE 2 TO WS-IND-PROGRAMA
004390         WHEN "EJERCICIO3" MOVE 3 TO WS-IND-PROGRAMA
004400         WHEN "EJERCICIO4" MOVE 4 TO WS-IND-PROGRAMA
004410         WHEN "EJERCICIO5" MOVE 5 TO WS-IND-PROGRAMA
004420         WHEN OTHER CONTINUE
004430     END-EVALUATE.
004440     IF WS-IND-PROGRAMA = 0
004450         GO TO 3100-EXIT
004460     END-IF.
004470     IF TPR-MES (WS-IND-PROGRAMA WS-MM-FILA) = "S"
004480         DISPLAY "EL MES " MHT-MES " DE " MHT-PROGRAMA
004490             " ESTA REPETIDO EN MESHISTT"
004500         SET CIERRE-INVALIDO TO TRUE
004510         GO TO 3100-EXIT
004520     END-IF.
004530     MOVE "S" TO TPR-MES (WS-IND-PROGRAMA WS-MM-FILA).
004540     ADD MHT-CORRIDAS TO TAC-CORRIDAS (WS-IND-PROGRAMA).
004550     ADD MHT-POSITIVOS TO TAC-POSITIVOS (WS-IND-PROGRAMA).
004560     ADD MHT-NEGATIVOS TO TAC-NEGATIVOS (WS-IND-PROGRAMA).
004570 3100-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 3200-MARCAR-MES-3 - LO MISMO CONTRA MESHIST3. UN MES DEL
004620* FORMATO ANTERIOR (VERSION EN BLANCO) CUENTA COMO CERRADO Y SUMA
004630* SUS CEROS, PERO NO APORTA BANDAS.
004640******************************************************************
004650 3200-MARCAR-MES-3.
004660     READ MES-HISTORICO-3
004670         AT END
004680             SET FIN-DE-HISTORICO TO TRUE
004690             GO TO 3200-EXIT
004700     END-READ.
004710     IF MH3-MES NOT NUMERIC
004720         GO TO 3200-EXIT
004730     END-IF.
004740     MOVE MH3-MES TO WS-MES-FILA.
004750     IF WS-ANIO-FILA NOT = WS-ANIO-CIERRE
004760         OR WS-MM-FILA < 1 OR WS-MM-FILA > 12
004770         GO TO 3200-EXIT
004780     END-IF.
004790     IF TP3-MES (WS-MM-FILA) = "S"
004800         DISPLAY "EL MES " MH3-MES " ESTA REPETIDO EN MESHIST3"
004810         SET CIERRE-INVALIDO TO TRUE
004820         GO TO 3200-EXIT
004830     END-IF.
004840     MOVE "S" TO TP3-MES (WS-MM-FILA).
004850     ADD MH3-CEROS TO WS-CEROS-ANIO.
004860     IF MH3-BANDA-VERSION NOT NUMERIC
004870         GO TO 3200-EXIT
004880     END-IF.
004890     ADD 1 TO WS-MESES-CON-BANDAS.
004900     IF WS-MESES-CON-BANDAS = 1
004910         MOVE MH3-BANDA-VERSION TO WS-VERSION-ANIO
004920     ELSE
004930         IF MH3-BANDA-VERSION NOT = WS-VERSION-ANIO
004940             MOVE 999 TO WS-VERSION-ANIO
004950         END-IF
004960     END-IF.
004970     PERFORM 3210-SUMAR-BANDA THRU 3210-EXIT
004980         VARYING WS-IND-BANDA FROM 1 BY 1
004990         UNTIL WS-IND-BANDA > 7.
005000 3200-EXIT.
005010     EXIT.
005020
005030 3210-SUMAR-BANDA.
005040     IF MH3-BANDA-CANT (WS-IND-BANDA) NUMERIC
005050         ADD MH3-BANDA-CANT (WS-IND-BANDA)
005060             TO TBA-CANT (WS-IND-BANDA)
005070     END-IF.
005080 3210-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* 3300-CONTROLAR-MES - LISTA CADA MES DEL ANIO QUE FALTA EN
005130* ALGUNO DE LOS HISTORICOS MENSUALES.
005140******************************************************************
005150 3300-CONTROLAR-MES.
005160     COMPUTE WS-MES-FALTANTE = WS-ANIO-CIERRE * 100 + WS-IND-MES.
005170     PERFORM 3310-CONTROLAR-PROGRAMA THRU 3310-EXIT
005180         VARYING WS-IND-PROGRAMA FROM 1 BY 1
005190         UNTIL WS-IND-PROGRAMA > 5.
005200     IF TP3-MES (WS-IND-MES) NOT = "S"
005210         DISPLAY "FALTA EL MES " WS-MES-FALTANTE
005220             " DE EJERCICIO3 EN MESHIST3 (CIERRME3)"
005230         ADD 1 TO WS-CANT-FALTANTES
005240     END-IF.
005250 3300-EXIT.
005260     EXIT.
005270
005280 3310-CONTROLAR-PROGRAMA.
005290     IF TPR-MES (WS-IND-PROGRAMA WS-IND-MES) NOT = "S"
005300         DISPLAY "FALTA EL MES " WS-MES-FALTANTE " DE "
005310             TNS-PROGRAMA (WS-IND-PROGRAMA)
005320             " EN MESHISTT (CIERRMES)"
005330         ADD 1 TO WS-CANT-FALTANTES
005340     END-IF.
005350 3310-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390* 4000-SEPARAR-MESES - RECORRE CADA HISTORICO MENSUAL COMPLETO Y
005400* COPIA CADA FILA AL ARCHIVO DE TRABAJO DEL ANIO (SI ES DEL ANIO
005410* QUE SE CIERRA) O AL DE RETENIDOS (LOS DEMAS), CONTANDO CADA
005420* COSA. TODAVIA NO SE ESCRIBE NADA SOBRE LOS HISTORICOS.
005430******************************************************************
005440 4000-SEPARAR-MESES.
005450     MOVE "N" TO SW-FIN-HISTORICO.
005460     OPEN INPUT MES-HISTORICO.
005470     OPEN OUTPUT MESES-ANIO.
005480     OPEN OUTPUT RETENIDOS-OUT.
005490     PERFORM 4100-CLASIFICAR-MES THRU 4100-EXIT
005500         UNTIL FIN-DE-HISTORICO.
005510     CLOSE MES-HISTORICO.
005520     CLOSE MESES-ANIO.
005530     CLOSE RETENIDOS-OUT.
005540     MOVE "N" TO SW-FIN-HISTORICO.
005550     OPEN INPUT MES-HISTORICO-3.
005560     OPEN OUTPUT MESES-ANIO-3.
005570     OPEN OUTPUT RETENIDOS-3-OUT.
005580     PERFORM 4200-CLASIFICAR-MES-3 THRU 4200-EXIT
005590         UNTIL FIN-DE-HISTORICO.
005600     CLOSE MES-HISTORICO-3.
005610     CLOSE MESES-ANIO-3.
005620     CLOSE RETENIDOS-3-OUT.
005630 4000-EXIT.
005640     EXIT.
005650
005660 4100-CLASIFICAR-MES.
005670     READ MES-HISTORICO
005680         AT END
005690             SET FIN-DE-HISTORICO TO TRUE
005700             GO TO 4100-EXIT
005710     END-READ.
005720     ADD 1 TO WS-CANT-LEIDOS.
005730     MOVE "N" TO SW-FILA-DEL-ANIO.
005740     IF MHT-MES NUMERIC
005750         MOVE MHT-MES TO WS-MES-FILA
005760         IF WS-ANIO-FILA = WS-ANIO-CIERRE
005770             SET FILA-DEL-ANIO TO TRUE
005780         END-IF
005790     END-IF.
005800     IF FILA-DEL-ANIO
005810         MOVE REG-MES-HISTORICO TO REG-MESES-ANIO
005820         WRITE REG-MESES-ANIO
005830         ADD 1 TO WS-CANT-MOVIDOS
005840     ELSE
005850         MOVE REG-MES-HISTORICO TO REG-RETENIDO
005860         WRITE REG-RETENIDO
005870         ADD 1 TO WS-CANT-RETENIDOS
005880     END-IF.
005890 4100-EXIT.
005900     EXIT.
005910
005920 4200-CLASIFICAR-MES-3.
005930     READ MES-HISTORICO-3
005940         AT END
005950             SET FIN-DE-HISTORICO TO TRUE
005960             GO TO 4200-EXIT
005970     END-READ.
005980     ADD 1 TO WS-CANT-LEIDOS-3.
005990     MOVE "N" TO SW-FILA-DEL-ANIO.
006000     IF MH3-MES NUMERIC
006010         MOVE MH3-MES TO WS-MES-FILA
006020         IF WS-ANIO-FILA = WS-ANIO-CIERRE
006030             SET FILA-DEL-ANIO TO TRUE
006040         END-IF
006050     END-IF.
006060     IF FILA-DEL-ANIO
006070         MOVE REG-MES-HISTORICO-3 TO REG-MESES-ANIO-3
006080         WRITE REG-MESES-ANIO-3
006090         ADD 1 TO WS-CANT-MOVIDOS-3
006100     ELSE
006110         MOVE REG-MES-HISTORICO-3 TO REG-RETENIDO-3
006120         WRITE REG-RETENIDO-3
006130         ADD 1 TO WS-CANT-RETENIDOS-3
006140     END-IF.
006150 4200-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190* 5000-VERIFICAR-SEPARACION - RELEE LOS ARCHIVOS DEL ANIO RECIEN
006200* GRABADOS Y CUENTA SUS FILAS. SI NO COINCIDEN CON LAS MOVIDAS,
006210* O MOVIDAS MAS RETENIDAS NO DAN LAS LEIDAS, EL CIERRE SE DA POR
006220* INVALIDO Y LOS HISTORICOS NO SE TOCAN.
006230******************************************************************
006240 5000-VERIFICAR-SEPARACION.
006250     MOVE "N" TO SW-FIN-RELECTURA.
006260     OPEN INPUT MESES-ANIO.
006270     IF WS-MESES-ANIO-STATUS NOT = "00"
006280         DISPLAY "NO SE PUDO RELEER LAS FILAS DEL ANIO, FILE "
006290             "STATUS " WS-MESES-ANIO-STATUS
006300         SET CIERRE-INVALIDO TO TRUE
006310         GO TO 5000-EXIT
006320     END-IF.
006330     PERFORM 5100-CONTAR-MES THRU 5100-EXIT
006340         UNTIL FIN-DE-RELECTURA.
006350     CLOSE MESES-ANIO.
006360     MOVE "N" TO SW-FIN-RELECTURA.
006370     OPEN INPUT MESES-ANIO-3.
006380     IF WS-MESES-ANIO3-STATUS NOT = "00"
006390         DISPLAY "NO SE PUDO RELEER LAS FILAS DEL ANIO DE "
006400             "EJERCICIO3, FILE STATUS " WS-MESES-ANIO3-STATUS
006410         SET CIERRE-INVALIDO TO TRUE
006420         GO TO 5000-EXIT
006430     END-IF.
006440     PERFORM 5200-CONTAR-MES-3 THRU 5200-EXIT
006450         UNTIL FIN-DE-RELECTURA.
006460     CLOSE MESES-ANIO-3.
006470     IF WS-CANT-RELEIDOS NOT = WS-CANT-MOVIDOS
006480         OR WS-CANT-MOVIDOS + WS-CANT-RETENIDOS
006490             NOT = WS-CANT-LEIDOS
006500         DISPLAY "MESHISTT NO BALANCEA: LEIDAS " WS-CANT-LEIDOS
006510             " MOVIDAS " WS-CANT-MOVIDOS
006520             " RELEIDAS " WS-CANT-RELEIDOS
006530             " RETENIDAS " WS-CANT-RETENIDOS
006540         SET CIERRE-INVALIDO TO TRUE
006550     END-IF.
006560     IF WS-CANT-RELEIDOS-3 NOT = WS-CANT-MOVIDOS-3
006570         OR WS-CANT-MOVIDOS-3 + WS-CANT-RETENIDOS-3
006580             NOT = WS-CANT-LEIDOS-3
006590         DISPLAY "MESHIST3 NO BALANCEA: LEIDAS " WS-CANT-LEIDOS-3
006600             " MOVIDAS " WS-CANT-MOVIDOS-3
006610             " RELEIDAS " WS-CANT-RELEIDOS-3
006620             " RETENIDAS " WS-CANT-RETENIDOS-3
006630         SET CIERRE-INVALIDO TO TRUE
006640     END-IF.
006650 5000-EXIT.
006660     EXIT.
006670
006680 5100-CONTAR-MES.
006690     READ MESES-ANIO
006700         AT END
006710             SET FIN-DE-RELECTURA TO TRUE
006720         NOT AT END
006730             ADD 1 TO WS-CANT-RELEIDOS
006740     END-READ.
006750 5100-EXIT.
006760     EXIT.
006770
006780 5200-CONTAR-MES-3.
006790     READ MESES-ANIO-3
006800         AT END
006810             SET FIN-DE-RELECTURA TO TRUE
006820         NOT AT END
006830             ADD 1 TO WS-CANT-RELEIDOS-3
006840     END-READ.
006850 5200-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 6000-ARCHIVAR-ANIO - AGREGA LAS FILAS DEL ANIO, YA VERIFICADAS,
006900* AL FINAL DEL ARCHIVO ANUAL DE CADA HISTORICO. EL ARCHIVO ANUAL
006910* ACUMULA TODOS LOS ANIOS CERRADOS Y ES LO QUE LEE EL REPORTE
006920* ANUAL INFANUAL.
006930******************************************************************
006940 6000-ARCHIVAR-ANIO.
006950     OPEN EXTEND ARCHIVO-ANUAL.
006960     IF WS-ARCHIVO-STATUS = "35"
006970         OPEN OUTPUT ARCHIVO-ANUAL
006980     END-IF.
006990     IF WS-ARCHIVO-STATUS NOT = "00"
007000         DISPLAY "NO SE PUDO ABRIR EL ARCHIVO ANUAL MESARCT, "
007010             "FILE STATUS " WS-ARCHIVO-STATUS
007020         SET CIERRE-INVALIDO TO TRUE
007030         GO TO 6000-EXIT
007040     END-IF.
007050     MOVE "N" TO SW-FIN-RELECTURA.
007060     OPEN INPUT MESES-ANIO.
007070     PERFORM 6100-ARCHIVAR-MES THRU 6100-EXIT
007080         UNTIL FIN-DE-RELECTURA.
007090     CLOSE MESES-ANIO.
007100     CLOSE ARCHIVO-ANUAL.
007110     OPEN EXTEND ARCHIVO-ANUAL-3.
007120     IF WS-ARCHIVO3-STATUS = "35"
007130         OPEN OUTPUT ARCHIVO-ANUAL-3
007140     END-IF.
007150     IF WS-ARCHIVO3-STATUS NOT = "00"
007160         DISPLAY "NO SE PUDO ABRIR EL ARCHIVO ANUAL MESARC3, "
007170             "FILE STATUS " WS-ARCHIVO3-STATUS
007180         SET CIERRE-INVALIDO TO TRUE
007190         GO TO 6000-EXIT
007200     END-IF.
007210     MOVE "N" TO SW-FIN-RELECTURA.
007220     OPEN INPUT MESES-ANIO-3.
007230     PERFORM 6200-ARCHIVAR-MES-3 THRU 6200-EXIT
007240         UNTIL FIN-DE-RELECTURA.
007250     CLOSE MESES-ANIO-3.
007260     CLOSE ARCHIVO-ANUAL-3.
007270 6000-EXIT.
007280     EXIT.
007290
007300 6100-ARCHIVAR-MES.
007310     READ MESES-ANIO
007320         AT END
007330             SET FIN-DE-RELECTURA TO TRUE
007340         NOT AT END
007350             MOVE REG-MESES-ANIO TO REG-ARCHIVO-ANUAL
007360             WRITE REG-ARCHIVO-ANUAL
007370     END-READ.
007380 6100-EXIT.
007390     EXIT.
007400
007410 6200-ARCHIVAR-MES-3.
007420     READ MESES-ANIO-3
007430         AT END
007440             SET FIN-DE-RELECTURA TO TRUE
007450         NOT AT END
007460             MOVE REG-MESES-ANIO-3 TO REG-ARCHIVO-ANUAL-3
007470             WRITE REG-ARCHIVO-ANUAL-3
007480     END-READ.
007490 6200-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530* 7000-REGRABAR-HISTORICOS - RECIEN CON EL ANIO ARCHIVADO, CADA
007540* HISTORICO MENSUAL SE REGRABA CON SUS FILAS RETENIDAS. ESTE ES
007550* EL UNICO PUNTO DEL PROGRAMA QUE ESCRIBE SOBRE MESHISTT Y
007560* MESHIST3.
007570******************************************************************
007580 7000-REGRABAR-HISTORICOS.
007590     MOVE "N" TO SW-FIN-RELECTURA.
007600     OPEN INPUT RETENIDOS-OUT.
007610     OPEN OUTPUT MES-HISTORICO.
007620     PERFORM 7100-COPIAR-RETENIDO THRU 7100-EXIT
007630         UNTIL FIN-DE-RELECTURA.
007640     CLOSE RETENIDOS-OUT.
007650     CLOSE MES-HISTORICO.
007660     MOVE "N" TO SW-FIN-RELECTURA.
007670     OPEN INPUT RETENIDOS-3-OUT.
007680     OPEN OUTPUT MES-HISTORICO-3.
007690     PERFORM 7200-COPIAR-RETENIDO-3 THRU 7200-EXIT
007700         UNTIL FIN-DE-RELECTURA.
007710     CLOSE RETENIDOS-3-OUT.
007720     CLOSE MES-HISTORICO-3.
007730 7000-EXIT.
007740     EXIT.
007750
007760 7100-COPIAR-RETENIDO.
007770     READ RETENIDOS-OUT
007780         AT END
007790             SET FIN-DE-RELECTURA TO TRUE
007800         NOT AT END
007810             MOVE REG-RETENIDO TO REG-MES-HISTORICO
007820             WRITE REG-MES-HISTORICO
007830     END-READ.
007840 7100-EXIT.
007850     EXIT.
007860
007870 7200-COPIAR-RETENIDO-3.
007880     READ RETENIDOS-3-OUT
007890         AT END
007900             SET FIN-DE-RELECTURA TO TRUE
007910         NOT AT END
007920             MOVE REG-RETENIDO-3 TO REG-MES-HISTORICO-3
007930             WRITE REG-MES-HISTORICO-3
007940     END-READ.
007950 7200-EXIT.
007960     EXIT.
007970
007980******************************************************************
007990* 7500-GRABAR-ANUAL - AGREGA AL HISTORICO ANUAL LOS CINCO
008000* REGISTROS DEL ANIO CERRADO, UNO POR PROGRAMA. DESDE ESTE
008010* MOMENTO EL ANIO FIGURA COMO CERRADO PARA CIERRMES, CIERRME3 Y
008020* APRAJUS.
008030******************************************************************
008040 7500-GRABAR-ANUAL.
008050     OPEN EXTEND ANUAL-HISTORICO.
008060     IF WS-ANUAL-STATUS = "35"
008070         OPEN OUTPUT ANUAL-HISTORICO
008080     END-IF.
008090     PERFORM 7510-GRABAR-PROGRAMA THRU 7510-EXIT
008100         VARYING WS-IND-PROGRAMA FROM 1 BY 1
008110         UNTIL WS-IND-PROGRAMA > 5.
008120     CLOSE ANUAL-HISTORICO.
008130 7500-EXIT.
008140     EXIT.
008150
008160 7510-GRABAR-PROGRAMA.
008170     MOVE WS-ANIO-CIERRE TO ANH-ANIO.
008180     MOVE TNS-PROGRAMA (WS-IND-PROGRAMA) TO ANH-PROGRAMA.
008190     MOVE 12 TO ANH-MESES.
008200     MOVE TAC-CORRIDAS (WS-IND-PROGRAMA) TO ANH-CORRIDAS.
008210     MOVE TAC-POSITIVOS (WS-IND-PROGRAMA) TO ANH-POSITIVOS.
008220     MOVE TAC-NEGATIVOS (WS-IND-PROGRAMA) TO ANH-NEGATIVOS.
008230     IF WS-IND-PROGRAMA = 3
008240         MOVE WS-CEROS-ANIO TO ANH-CEROS
008250         MOVE WS-VERSION-ANIO TO ANH-BANDA-VERSION
008260         MOVE WS-MESES-CON-BANDAS TO ANH-MESES-CON-BANDAS
008270     ELSE
008280         MOVE 0 TO ANH-CEROS
008290         MOVE 0 TO ANH-BANDA-VERSION
008300         MOVE 0 TO ANH-MESES-CON-BANDAS
008310     END-IF.
008320     PERFORM 7520-PASAR-BANDA THRU 7520-EXIT
008330         VARYING WS-IND-BANDA FROM 1 BY 1
008340         UNTIL WS-IND-BANDA > 7.
008350     MOVE FNC-FECHA-NEGOCIO TO ANH-FECHA-CIERRE.
008360     MOVE VOP-ID TO ANH-OPERADOR.
008370     MOVE SPACE TO ANH-SEPARADOR-1.
008380     MOVE SPACE TO ANH-SEPARADOR-2.
008390     MOVE SPACE TO ANH-SEPARADOR-3.
008400     MOVE SPACE TO ANH-SEPARADOR-4.
008410     MOVE SPACE TO ANH-SEPARADOR-5.
008420     MOVE SPACE TO ANH-SEPARADOR-6.
008430     MOVE SPACE TO ANH-SEPARADOR-7.
008440     MOVE SPACE TO ANH-SEPARADOR-8.
008450     MOVE SPACE TO ANH-SEPARADOR-9.
008460     MOVE SPACE TO ANH-SEPARADOR-10.
008470     WRITE REG-ANUAL-HISTORICO.
008480 7510-EXIT.
008490     EXIT.
008500
008510 7520-PASAR-BANDA.
008520     MOVE SPACE TO ANH-BANDA-SEP (WS-IND-BANDA).
008530     IF WS-IND-PROGRAMA = 3
008540         MOVE TBA-CANT (WS-IND-BANDA)
008550             TO ANH-BANDA-CANT (WS-IND-BANDA)
008560     ELSE
008570         MOVE 0 TO ANH-BANDA-CANT (WS-IND-BANDA)
008580     END-IF.
008590 7520-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 8700-GRABAR-AUDITORIA - DEJA CONSTANCIA DEL CIERRE DE ANIO DEL
008640* SUITE EN EL LOG COMPARTIDO.
008650******************************************************************
008660 8700-GRABAR-AUDITORIA.
008670     MOVE VOP-ID TO AUD-OPERADOR.
008680     MOVE FNC-FECHA-NEGOCIO TO AUD-FECHA.
008690     ACCEPT AUD-HORA FROM TIME.
008700     MOVE "CIERRANO" TO AUD-PROGRAMA.
008710     MOVE SPACE TO AUD-RESULTADO.
008720     STRING "ANIO=" WS-ANIO-CIERRE " CERRADO SUITE"
008730         DELIMITED BY SIZE INTO AUD-RESULTADO.
008740     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
008750 8700-EXIT.
008760     EXIT.
008770
008780 8710-COMPLETAR-AUDITORIA.
008790     MOVE SPACE TO AUD-SEPARADOR-1.
008800     MOVE SPACE TO AUD-SEPARADOR-2.
008810     MOVE SPACE TO AUD-SEPARADOR-3.
008820     MOVE SPACE TO AUD-SEPARADOR-4.
008830     MOVE SPACE TO AUD-SEPARADOR-5.
008840     MOVE 0 TO AUD-SECUENCIA.
008850     CALL "AUDITWRT" USING REG-AUDITORIA.
008860 8710-EXIT.
008870     EXIT.
008880
008890 END PROGRAM CIERRANO.

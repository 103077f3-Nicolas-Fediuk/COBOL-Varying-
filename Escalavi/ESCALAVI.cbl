000100******************************************************************
000110* Pasada de escalamiento de los avisos al sistema de guardias. La
000120*somete el scheduler a intervalos (job ESCALAVI): por cada alerta
000130*critica que sigue abierta en ALERTAS y que ya fue avisada a una
000140*guardia (interfaz AVISOS), si el sistema de guardias no confirmo
000150*el aviso (AVISCONF) y pasaron mas minutos que los del parametro
000160*MINESCAL desde el ultimo aviso, la manda al grupo del nivel
000170*siguiente de la tabla de ruteo (LEERUTA). Una alerta reconocida
000180*en INFALERT sale de ALERTAS y deja de escalarse sola.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    ESCALAVI.
000220 AUTHOR.        R. ALONSO.
000230 INSTALLATION.  DEPTO. DESARROLLO.
000240 DATE-WRITTEN.  15/10/2026.
000250 DATE-COMPILED.
000260******************************************************************
000270* HISTORIAL DE MODIFICACIONES
000280* FECHA       INIC.  DESCRIPCION
000290* 15/10/2026  RA     VERSION INICIAL. LA TABLA SE ARMA CON LAS
000300*                    CRITICAS ABIERTAS (HASTA 500, COMO EN
000310*                    INFALERT) Y AVISOS Y AVISCONF SOLO SE CRUZAN
000320*                    CONTRA ELLAS, ASI EL HISTORICO DE AVISOS NO
000330*                    LA LLENA. LOS MINUTOS SE CUENTAN DESDE EL
000340*                    ULTIMO AVISO DE LA ALERTA: CADA NIVEL TIENE
000350*                    SU PLAZO; CON LA FECHA DE LA MAQUINA MAS DE
000360*                    UN DIA DESPUES DEL AVISO EL PLAZO SE DA POR
000370*                    VENCIDO. EL NIVEL 3, O UN NIVEL SIN GRUPO EN
000380*                    LA TABLA, CORTA LA CADENA. RETURN-CODE 4 SI
000390*                    LA PASADA ESCALO ALGUNA ALERTA, 16 SI NO
000400*                    PUDO GRABAR EN AVISOS.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ALERTAS ASSIGN TO "ALERTAS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ALERTAS-STATUS.
000480     SELECT AVISOS ASSIGN TO "AVISOS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AVISOS-STATUS.
000510     SELECT CONFIRMACIONES ASSIGN TO "AVISCONF"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONFIRMACIONES-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ALERTAS
000580     LABEL RECORDS ARE STANDARD.
000590 01  REG-ALERTAS.
000600     COPY ALERTA.
000610
000620 FD  AVISOS
000630     LABEL RECORDS ARE STANDARD.
000640 01  REG-AVISOS.
000650     COPY AVISO.
000660
000670 FD  CONFIRMACIONES
000680     LABEL RECORDS ARE STANDARD.
000690 01  REG-CONFIRMACION.
000700     COPY AVISO.
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-ALERTAS-STATUS           PIC X(02) VALUE "00".
000740 01  WS-AVISOS-STATUS            PIC X(02) VALUE "00".
000750 01  WS-CONFIRMACIONES-STATUS    PIC X(02) VALUE "00".
000760
000770 01  PARAMETROS-VIGENTES.
000780     COPY PARLINK.
000790
000800 01  RUTA-AVISO.
000810     COPY RUTALNK.
000820
000830 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
000840 01  WS-HORA-HOY                 PIC 9(08) VALUE 0.
000850 01  WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
000860     05  WS-HHMMSS-HOY.
000870         10  WS-HH-HOY           PIC 9(02).
000880         10  WS-MM-HOY           PIC 9(02).
000890         10  WS-SS-HOY           PIC 9(02).
000900     05  FILLER                  PIC 9(02).
000910 01  WS-HORA-ENVIO               PIC 9(06) VALUE 0.
000920 01  WS-HORA-ENVIO-R REDEFINES WS-HORA-ENVIO.
000930     05  WS-HH-ENVIO             PIC 9(02).
000940     05  WS-MM-ENVIO             PIC 9(02).
000950     05  WS-SS-ENVIO             PIC 9(02).
000960 01  WS-MINUTO-HOY               PIC 9(04) VALUE 0.
000970 01  WS-MINUTO-ENVIO             PIC 9(04) VALUE 0.
000980 01  WS-MINUTOS-SIN-RECONOCER    PIC 9(04) VALUE 0.
000990 01  WS-NIVEL-SIGUIENTE          PIC 9(01) VALUE 0.
001000 01  WS-CLAVE-BUSCADA            PIC X(24) VALUE SPACE.
001010
001020 01  WS-CANT-CRITICAS            PIC 9(03) VALUE 0.
001030 01  WS-IND-CRITICA              PIC 9(03) VALUE 0.
001040 01  WS-IND-ENCONTRADA           PIC 9(03) VALUE 0.
001050 01  WS-CANT-CONFIRMADAS         PIC 9(03) VALUE 0.
001060 01  WS-CANT-SIN-AVISO           PIC 9(03) VALUE 0.
001070 01  WS-CANT-EN-PLAZO            PIC 9(03) VALUE 0.
001080 01  WS-CANT-ESCALADAS           PIC 9(03) VALUE 0.
001090 01  WS-CANT-SIN-NIVEL           PIC 9(03) VALUE 0.
001100
001110 01  SW-FIN-ALERTAS              PIC X(01) VALUE "N".
001120     88  FIN-DE-ALERTAS                    VALUE "S".
001130 01  SW-FIN-AVISOS               PIC X(01) VALUE "N".
001140     88  FIN-DE-AVISOS                     VALUE "S".
001150 01  SW-FIN-CONFIRMACIONES       PIC X(01) VALUE "N".
001160     88  FIN-DE-CONFIRMACIONES             VALUE "S".
001170 01  SW-AVISOS-ABIERTO           PIC X(01) VALUE "N".
001180     88  AVISOS-ABIERTO                    VALUE "S".
001190 01  SW-ERROR-AVISOS             PIC X(01) VALUE "N".
001200     88  ERROR-EN-AVISOS                   VALUE "S".
001210 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
001220     88  TABLA-LLENA                       VALUE "S".
001230
001240*    CRITICAS ABIERTAS CON SU ULTIMO AVISO (NIVEL 0 = NUNCA
001250*    AVISADA) Y LA MARCA DE CONFIRMADA POR LA GUARDIA.
001260 01  TABLA-CRITICAS.
001270     05  TCR-ENTRADA OCCURS 500 TIMES.
001280         10  TCR-CLAVE.
001290             15  TCR-CLAVE-FECHA PIC 9(08).
001300             15  TCR-CLAVE-HORA  PIC 9(06).
001310             15  TCR-CLAVE-PROGRAMA
001320                                 PIC X(10).
001330         10  TCR-MENSAJE         PIC X(40).
001340         10  TCR-NIVEL           PIC 9(01).
001350         10  TCR-FECHA-ENVIO     PIC 9(08).
001360         10  TCR-HORA-ENVIO      PIC 9(06).
001370         10  TCR-CONFIRMADA      PIC X(01).
001380
001390 01  FECHA-TRABAJO.
001400     05  FT-ANO                  PIC 9(04).
001410     05  FT-MES                  PIC 9(02).
001420     05  FT-DIA                  PIC 9(02).
001430 01  FECHA-TRABAJO-N REDEFINES FECHA-TRABAJO
001440                                 PIC 9(08).
001450
001460*    LARGOS DE MES PARA SUMAR UN DIA; FEBRERO SE CORRIGE POR
001470*    BISIESTO EN EL MOMENTO, COMO EN DEPURHIS.
001480 01  TABLA-LARGOS.
001490     05  FILLER                  PIC X(24)
001500         VALUE "312831303130313130313031".
001510 01  TABLA-LARGOS-R REDEFINES TABLA-LARGOS.
001520     05  TL-LARGO OCCURS 12 TIMES PIC 9(02).
001530 01  WS-LARGO-MES                PIC 9(02) VALUE 0.
001540 01  WS-RESTO-4                  PIC 9(04) VALUE 0.
001550 01  WS-RESTO-100                PIC 9(04) VALUE 0.
001560 01  WS-RESTO-400                PIC 9(04) VALUE 0.
001570 01  WS-COCIENTE                 PIC 9(06) VALUE 0.
001580
001590 PROCEDURE DIVISION.
001600******************************************************************
001610* 0000-MAINLINE-CONTROL
001620******************************************************************
001630 0000-MAINLINE-CONTROL.
001640     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
001650     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001660     ACCEPT WS-HORA-HOY FROM TIME.
001670     COMPUTE WS-MINUTO-HOY = WS-HH-HOY * 60 + WS-MM-HOY.
001680     OPEN INPUT ALERTAS.
001690     IF WS-ALERTAS-STATUS NOT = "00"
001700         DISPLAY "SIN ARCHIVO DE ALERTAS, NO HAY NADA QUE ESCALAR"
001710         GOBACK
001720     END-IF.
001730     PERFORM 1000-CARGAR-CRITICA THRU 1000-EXIT
001740         UNTIL FIN-DE-ALERTAS.
001750     CLOSE ALERTAS.
001760     IF TABLA-LLENA
001770         DISPLAY "MAS DE 500 ALERTAS CRITICAS ABIERTAS, SE "
001780             "REVISAN SOLO LAS PRIMERAS 500"
001790     END-IF.
001800     PERFORM 2000-CRUZAR-AVISOS THRU 2000-EXIT.
001810     PERFORM 2500-CRUZAR-CONFIRMACIONES THRU 2500-EXIT.
001820     DISPLAY "===== ESCALAMIENTO DE AVISOS " WS-FECHA-HOY
001830         " (HORA " WS-HH-HOY WS-MM-HOY ", PLAZO "
001840         PAR-MINUTOS-ESCALADO " MINUTOS) =====".
001850     PERFORM 3000-REVISAR-CRITICA THRU 3000-EXIT
001860         VARYING WS-IND-CRITICA FROM 1 BY 1
001870         UNTIL WS-IND-CRITICA > WS-CANT-CRITICAS.
001880     IF AVISOS-ABIERTO
001890         CLOSE AVISOS
001900     END-IF.
001910     PERFORM 6000-LISTAR-TOTALES THRU 6000-EXIT.
001920     IF ERROR-EN-AVISOS
001930         MOVE 16 TO RETURN-CODE
001940     ELSE
001950         IF WS-CANT-ESCALADAS > 0
001960             MOVE 4 TO RETURN-CODE
001970         END-IF
001980     END-IF.
001990     GOBACK.
002000
002010******************************************************************
002020* 1000-CARGAR-CRITICA - SOLO LAS CRITICAS ABIERTAS ENTRAN EN LA
002030* TABLA, TODAVIA SIN AVISO NI CONFIRMACION.
002040******************************************************************
002050 1000-CARGAR-CRITICA.
002060     READ ALERTAS
002070         AT END
002080             SET FIN-DE-ALERTAS TO TRUE
002090             GO TO 1000-EXIT
002100     END-READ.
002110     IF NOT ALR-ABIERTA OR NOT ALR-CRITICA
002120         GO TO 1000-EXIT
002130     END-IF.
002140     IF WS-CANT-CRITICAS = 500
002150         SET TABLA-LLENA TO TRUE
002160         GO TO 1000-EXIT
002170     END-IF.
002180     ADD 1 TO WS-CANT-CRITICAS.
002190     MOVE ALR-FECHA TO TCR-CLAVE-FECHA (WS-CANT-CRITICAS).
002200     MOVE ALR-HORA TO TCR-CLAVE-HORA (WS-CANT-CRITICAS).
002210     MOVE ALR-PROGRAMA TO TCR-CLAVE-PROGRAMA (WS-CANT-CRITICAS).
002220     MOVE ALR-MENSAJE TO TCR-MENSAJE (WS-CANT-CRITICAS).
002230     MOVE 0 TO TCR-NIVEL (WS-CANT-CRITICAS).
002240     MOVE 0 TO TCR-FECHA-ENVIO (WS-CANT-CRITICAS).
002250     MOVE 0 TO TCR-HORA-ENVIO (WS-CANT-CRITICAS).
002260     MOVE "N" TO TCR-CONFIRMADA (WS-CANT-CRITICAS).
002270 1000-EXIT.
002280     EXIT.
002290
002300******************************************************************
002310* 1500-BUSCAR-CRITICA - DEJA EN WS-IND-ENCONTRADA LA ENTRADA DE LA
002320* CLAVE BUSCADA, O CERO SI NO ES UNA CRITICA ABIERTA.
002330******************************************************************
002340 1500-BUSCAR-CRITICA.
002350     MOVE 0 TO WS-IND-ENCONTRADA.
002360     PERFORM 1510-COMPARAR-CRITICA THRU 1510-EXIT
002370         VARYING WS-IND-CRITICA FROM 1 BY 1
002380         UNTIL WS-IND-CRITICA > WS-CANT-CRITICAS
002390         OR WS-IND-ENCONTRADA > 0.
002400 1500-EXIT.
002410     EXIT.
002420
002430 1510-COMPARAR-CRITICA.
002440     IF TCR-CLAVE (WS-IND-CRITICA) = WS-CLAVE-BUSCADA
002450         MOVE WS-IND-CRITICA TO WS-IND-ENCONTRADA
002460     END-IF.
002470 1510-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510* 2000-CRUZAR-AVISOS - RECORRE LA INTERFAZ Y ANOTA EN CADA CRITICA
002520* ABIERTA SU AVISO DE NIVEL MAS ALTO (EL ULTIMO ENVIADO).
002530******************************************************************
002540 2000-CRUZAR-AVISOS.
002550     OPEN INPUT AVISOS.
002560     IF WS-AVISOS-STATUS NOT = "00"
002570         GO TO 2000-EXIT
002580     END-IF.
002590     PERFORM 2100-LEER-AVISO THRU 2100-EXIT
002600         UNTIL FIN-DE-AVISOS.
002610     CLOSE AVISOS.
002620 2000-EXIT.
002630     EXIT.
002640
002650 2100-LEER-AVISO.
002660     READ AVISOS
002670         AT END
002680             SET FIN-DE-AVISOS TO TRUE
002690             GO TO 2100-EXIT
002700     END-READ.
002710     IF NOT AVI-NUEVO OF REG-AVISOS
002720         AND NOT AVI-ESCALADO OF REG-AVISOS
002730         GO TO 2100-EXIT
002740     END-IF.
002750     MOVE AVI-CLAVE OF REG-AVISOS TO WS-CLAVE-BUSCADA.
002760     PERFORM 1500-BUSCAR-CRITICA THRU 1500-EXIT.
002770     IF WS-IND-ENCONTRADA = 0
002780         GO TO 2100-EXIT
002790     END-IF.
002800     IF AVI-NIVEL OF REG-AVISOS
002810         NOT < TCR-NIVEL (WS-IND-ENCONTRADA)
002820         MOVE AVI-NIVEL OF REG-AVISOS
002830             TO TCR-NIVEL (WS-IND-ENCONTRADA)
002840         MOVE AVI-FECHA-ENVIO OF REG-AVISOS
002850             TO TCR-FECHA-ENVIO (WS-IND-ENCONTRADA)
002860         MOVE AVI-HORA-ENVIO OF REG-AVISOS
002870             TO TCR-HORA-ENVIO (WS-IND-ENCONTRADA)
002880     END-IF.
002890 2100-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930* 2500-CRUZAR-CONFIRMACIONES - MARCA LAS CRITICAS ABIERTAS QUE EL
002940* SISTEMA DE GUARDIAS DEVOLVIO CONFIRMADAS. SIN ARCHIVO NO HAY
002950* NINGUNA.
002960******************************************************************
002970 2500-CRUZAR-CONFIRMACIONES.
002980     OPEN INPUT CONFIRMACIONES.
002990     IF WS-CONFIRMACIONES-STATUS NOT = "00"
003000         GO TO 2500-EXIT
003010     END-IF.
003020     PERFORM 2600-LEER-CONFIRMACION THRU 2600-EXIT
003030         UNTIL FIN-DE-CONFIRMACIONES.
003040     CLOSE CONFIRMACIONES.
003050 2500-EXIT.
003060     EXIT.
003070
003080 2600-LEER-CONFIRMACION.
003090     READ CONFIRMACIONES
003100         AT END
003110             SET FIN-DE-CONFIRMACIONES TO TRUE
003120             GO TO 2600-EXIT
003130     END-READ.
003140     IF NOT AVI-CONFIRMADO OF REG-CONFIRMACION
003150         GO TO 2600-EXIT
003160     END-IF.
003170     MOVE AVI-CLAVE OF REG-CONFIRMACION TO WS-CLAVE-BUSCADA.
003180     PERFORM 1500-BUSCAR-CRITICA THRU 1500-EXIT.
003190     IF WS-IND-ENCONTRADA > 0
003200         MOVE "S" TO TCR-CONFIRMADA (WS-IND-ENCONTRADA)
003210     END-IF.
003220 2600-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* 3000-REVISAR-CRITICA - UNA CONFIRMADA O NUNCA AVISADA NO SE
003270* TOCA; UNA AVISADA CUYO PLAZO VENCIO PASA AL NIVEL SIGUIENTE SI
003280* LA TABLA DE RUTEO LO TIENE.
003290******************************************************************
003300 3000-REVISAR-CRITICA.
003310     IF TCR-CONFIRMADA (WS-IND-CRITICA) = "S"
003320         ADD 1 TO WS-CANT-CONFIRMADAS
003330         GO TO 3000-EXIT
003340     END-IF.
003350     IF TCR-NIVEL (WS-IND-CRITICA) = 0
003360         ADD 1 TO WS-CANT-SIN-AVISO
003370         GO TO 3000-EXIT
003380     END-IF.
003390     PERFORM 4000-CALCULAR-MINUTOS THRU 4000-EXIT.
003400     IF WS-MINUTOS-SIN-RECONOCER < PAR-MINUTOS-ESCALADO
003410         ADD 1 TO WS-CANT-EN-PLAZO
003420         GO TO 3000-EXIT
003430     END-IF.
003440     MOVE "C" TO RTL-SEVERIDAD.
003450     MOVE TCR-CLAVE-PROGRAMA (WS-IND-CRITICA) TO RTL-PROGRAMA.
003460     CALL "LEERUTA" USING RUTA-AVISO.
003470     IF TCR-NIVEL (WS-IND-CRITICA) = 3
003480         MOVE 0 TO WS-NIVEL-SIGUIENTE
003490     ELSE
003500         COMPUTE WS-NIVEL-SIGUIENTE =
003510             TCR-NIVEL (WS-IND-CRITICA) + 1
003520         IF RTL-GRUPO (WS-NIVEL-SIGUIENTE) = SPACE
003530             MOVE 0 TO WS-NIVEL-SIGUIENTE
003540         END-IF
003550     END-IF.
003560     IF WS-NIVEL-SIGUIENTE = 0
003570         ADD 1 TO WS-CANT-SIN-NIVEL
003580         DISPLAY "  SIN NIVEL SIGUIENTE  "
003590             TCR-CLAVE (WS-IND-CRITICA)
003600             " NIVEL " TCR-NIVEL (WS-IND-CRITICA) "  "
003610             TCR-MENSAJE (WS-IND-CRITICA)
003620         GO TO 3000-EXIT
003630     END-IF.
003640     PERFORM 5000-GRABAR-ESCALAMIENTO THRU 5000-EXIT.
003650 3000-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 4000-CALCULAR-MINUTOS - MINUTOS DESDE EL ULTIMO AVISO HASTA
003700* AHORA. EL DIA SIGUIENTE AL AVISO SE CUENTA CRUZANDO LA
003710* MEDIANOCHE; MAS ALLA DE ESO EL PLAZO YA VENCIO DE SOBRA.
003720******************************************************************
003730 4000-CALCULAR-MINUTOS.
003740     MOVE TCR-FECHA-ENVIO (WS-IND-CRITICA) TO FECHA-TRABAJO-N.
003750     MOVE TCR-HORA-ENVIO (WS-IND-CRITICA) TO WS-HORA-ENVIO.
003760     COMPUTE WS-MINUTO-ENVIO = WS-HH-ENVIO * 60 + WS-MM-ENVIO.
003770     MOVE 0 TO WS-MINUTOS-SIN-RECONOCER.
003780     IF FECHA-TRABAJO-N > WS-FECHA-HOY
003790         GO TO 4000-EXIT
003800     END-IF.
003810     IF FECHA-TRABAJO-N = WS-FECHA-HOY
003820         IF WS-MINUTO-HOY > WS-MINUTO-ENVIO
003830             COMPUTE WS-MINUTOS-SIN-RECONOCER =
003840                 WS-MINUTO-HOY - WS-MINUTO-ENVIO
003850         END-IF
003860         GO TO 4000-EXIT
003870     END-IF.
003880     PERFORM 4100-SUMAR-UN-DIA THRU 4100-EXIT.
003890     IF FECHA-TRABAJO-N = WS-FECHA-HOY
003900         COMPUTE WS-MINUTOS-SIN-RECONOCER =
003910             1440 - WS-MINUTO-ENVIO + WS-MINUTO-HOY
003920     ELSE
003930         MOVE 9999 TO WS-MINUTOS-SIN-RECONOCER
003940     END-IF.
003950 4000-EXIT.
003960     EXIT.
003970
003980 4100-SUMAR-UN-DIA.
003990     MOVE TL-LARGO (FT-MES) TO WS-LARGO-MES.
004000     IF FT-MES = 2
004010         DIVIDE FT-ANO BY 4 GIVING WS-COCIENTE
004020             REMAINDER WS-RESTO-4
004030         DIVIDE FT-ANO BY 100 GIVING WS-COCIENTE
004040             REMAINDER WS-RESTO-100
004050         DIVIDE FT-ANO BY 400 GIVING WS-COCIENTE
004060             REMAINDER WS-RESTO-400
004070         IF WS-RESTO-4 = 0
004080             AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
004090             MOVE 29 TO WS-LARGO-MES
004100         END-IF
004110     END-IF.
004120     IF FT-DIA < WS-LARGO-MES
004130         ADD 1 TO FT-DIA
004140         GO TO 4100-EXIT
004150     END-IF.
004160     MOVE 1 TO FT-DIA.
004170     IF FT-MES < 12
004180         ADD 1 TO FT-MES
004190     ELSE
004200         MOVE 1 TO FT-MES
004210         ADD 1 TO FT-ANO
004220     END-IF.
004230 4100-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 5000-GRABAR-ESCALAMIENTO - AGREGA EL AVISO DEL NIVEL SIGUIENTE
004280* A LA INTERFAZ. SI AVISOS NO ABRE NO SE ESCALA NADA MAS.
004290******************************************************************
004300 5000-GRABAR-ESCALAMIENTO.
004310     IF ERROR-EN-AVISOS
004320         GO TO 5000-EXIT
004330     END-IF.
004340     IF NOT AVISOS-ABIERTO
004350         OPEN EXTEND AVISOS
004360         IF WS-AVISOS-STATUS = "35"
004370             OPEN OUTPUT AVISOS
004380         END-IF
004390         IF WS-AVISOS-STATUS NOT = "00"
004400             DISPLAY "NO SE PUDO ABRIR AVISOS, FILE STATUS "
004410                 WS-AVISOS-STATUS ", NO SE ESCALA NADA"
004420             SET ERROR-EN-AVISOS TO TRUE
004430             GO TO 5000-EXIT
004440         END-IF
004450         SET AVISOS-ABIERTO TO TRUE
004460     END-IF.
004470     MOVE SPACE TO REG-AVISOS.
004480     SET AVI-ESCALADO OF REG-AVISOS TO TRUE.
004490     MOVE TCR-CLAVE (WS-IND-CRITICA) TO AVI-CLAVE OF REG-AVISOS.
004500     MOVE "C" TO AVI-SEVERIDAD OF REG-AVISOS.
004510     MOVE TCR-CLAVE-PROGRAMA (WS-IND-CRITICA)
004520         TO AVI-PROGRAMA OF REG-AVISOS.
004530     MOVE TCR-CLAVE-FECHA (WS-IND-CRITICA)
004540         TO AVI-FECHA-NEGOCIO OF REG-AVISOS.
004550     MOVE TCR-MENSAJE (WS-IND-CRITICA)
004560         TO AVI-MENSAJE OF REG-AVISOS.
004570     MOVE RTL-GRUPO (WS-NIVEL-SIGUIENTE)
004580         TO AVI-GRUPO OF REG-AVISOS.
004590     MOVE WS-NIVEL-SIGUIENTE TO AVI-NIVEL OF REG-AVISOS.
004600     MOVE WS-FECHA-HOY TO AVI-FECHA-ENVIO OF REG-AVISOS.
004610     MOVE WS-HHMMSS-HOY TO AVI-HORA-ENVIO OF REG-AVISOS.
004620     WRITE REG-AVISOS.
004630     ADD 1 TO WS-CANT-ESCALADAS.
004640     DISPLAY "  ESCALADA A NIVEL " WS-NIVEL-SIGUIENTE " ("
004650         RTL-GRUPO (WS-NIVEL-SIGUIENTE) ") "
004660         TCR-CLAVE (WS-IND-CRITICA) "  "
004670         TCR-MENSAJE (WS-IND-CRITICA).
004680 5000-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 6000-LISTAR-TOTALES
004730******************************************************************
004740 6000-LISTAR-TOTALES.
004750     DISPLAY "  CRITICAS ABIERTAS:        " WS-CANT-CRITICAS.
004760     DISPLAY "  CONFIRMADAS POR GUARDIA:  " WS-CANT-CONFIRMADAS.
004770     DISPLAY "  SIN AVISO A GUARDIA:      " WS-CANT-SIN-AVISO.
004780     DISPLAY "  DENTRO DEL PLAZO:         " WS-CANT-EN-PLAZO.
004790     DISPLAY "  SIN NIVEL SIGUIENTE:      " WS-CANT-SIN-NIVEL.
004800     DISPLAY "  ESCALADAS AHORA:          " WS-CANT-ESCALADAS.
004810 6000-EXIT.
004820     EXIT.
004830
004840 END PROGRAM ESCALAVI.

000100******************************************************************
000110* Reporte anual del suite: el anio cerrado contra el anterior,
000120*mes por mes, para EJERCICIO1 a EJERCICIO5. Toma los meses del
000130*archivo anual (MESARCT y MESARC3, donde el cierre de anio
000140*CIERRANO deja las filas mensuales de cada anio cerrado) y los
000150*totales del historico anual (ANUHIST). Por programa lista las
000160*corridas, los positivos y los negativos de los dos anios con la
000170*diferencia de cada mes, el total del anio y la variacion
000180*porcentual; para EJERCICIO3 agrega los ceros mes por mes y los
000190*totales por banda. Es la comparacion que finanzas armaba a mano
000200*cada enero.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    INFANUAL.
000240 AUTHOR.        R. ALONSO.
000250 INSTALLATION.  DEPTO. DESARROLLO.
000260 DATE-WRITTEN.  15/10/2026.
000270 DATE-COMPILED.
000280******************************************************************
000290* HISTORIAL DE MODIFICACIONES
000300* FECHA       INIC.  DESCRIPCION
000310* 15/10/2026  RA     VERSION INICIAL. EL ANIO SE PIDE AL
000320*                    OPERADOR; EN BLANCO SE INFORMA EL ULTIMO
000330*                    ANIO CERRADO. SI EL ANIO ANTERIOR NO ESTA
000340*                    CERRADO SUS COLUMNAS SALEN EN CERO Y LA
000350*                    VARIACION NO SE CALCULA. LAS BANDAS DE DOS
000360*                    ANIOS SOLO SE COMPARAN SI LOS DOCE MESES DE
000370*                    AMBOS SE CONTARON CON LA MISMA VERSION.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ANUAL-HISTORICO ASSIGN TO "ANUHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ANUAL-STATUS.
000450     SELECT ARCHIVO-ANUAL ASSIGN TO "MESARCT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ARCHIVO-STATUS.
000480     SELECT ARCHIVO-ANUAL-3 ASSIGN TO "MESARC3"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ARCHIVO3-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ANUAL-HISTORICO
000550     LABEL RECORDS ARE STANDARD.
000560 01  REG-ANUAL-HISTORICO.
000570     COPY ANUHIST.
000580
000590 FD  ARCHIVO-ANUAL
000600     LABEL RECORDS ARE STANDARD.
000610 01  REG-ARCHIVO-ANUAL.
000620     COPY MESHISTT.
000630
000640 FD  ARCHIVO-ANUAL-3
000650     LABEL RECORDS ARE STANDARD.
000660 01  REG-ARCHIVO-ANUAL-3.
000670     COPY MESHIST3.
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-ANUAL-STATUS             PIC X(02) VALUE "00".
000710 01  WS-ARCHIVO-STATUS           PIC X(02) VALUE "00".
000720 01  WS-ARCHIVO3-STATUS          PIC X(02) VALUE "00".
000730
000740 01  WS-ENTRADA-ANIO             PIC X(04) VALUE SPACE.
000750 01  WS-ANIO-INFORME             PIC 9(04) VALUE 0.
000760 01  WS-ANIO-ANTERIOR            PIC 9(04) VALUE 0.
000770 01  WS-ULTIMO-ANIO              PIC 9(04) VALUE 0.
000780 01  WS-MES-FILA                 PIC 9(06) VALUE 0.
000790 01  WS-MES-FILA-R REDEFINES WS-MES-FILA.
000800     05  WS-ANIO-FILA            PIC 9(04).
000810     05  WS-MM-FILA              PIC 9(02).
000820 01  WS-PROGRAMA-FILA            PIC X(10) VALUE SPACE.
000830 01  WS-IND-ANIO                 PIC 9(01) VALUE 0.
000840 01  WS-IND-PROGRAMA             PIC 9(01) VALUE 0.
000850 01  WS-IND-MES                  PIC 9(02) VALUE 0.
000860 01  WS-IND-BANDA                PIC 9(01) VALUE 0.
000870 01  WS-DIFERENCIA               PIC S9(09) VALUE 0.
000880 01  WS-VARIACION                PIC S9(05)V9 VALUE 0.
000890 01  WS-VARIACION-POS-ED         PIC +(5)9.9.
000900 01  WS-VARIACION-NEG-ED         PIC +(5)9.9.
000910
000920 01  SW-FIN-ARCHIVO              PIC X(01) VALUE "N".
000930     88  FIN-DE-ARCHIVO                    VALUE "S".
000940 01  SW-HAY-INFORME              PIC X(01) VALUE "N".
000950     88  HAY-INFORME                       VALUE "S".
000960 01  SW-HAY-ANTERIOR             PIC X(01) VALUE "N".
000970     88  HAY-ANTERIOR                      VALUE "S".
000980 01  SW-BANDAS-COMPARABLES       PIC X(01) VALUE "N".
000990     88  BANDAS-COMPARABLES                VALUE "S".
001000
001010 01  TABLA-NOMBRES-SUITE.
001020     05  FILLER                  PIC X(10) VALUE "EJERCICIO1".
001030     05  FILLER                  PIC X(10) VALUE "EJERCICIO2".
001040     05  FILLER                  PIC X(10) VALUE "EJERCICIO3".
001050     05  FILLER                  PIC X(10) VALUE "EJERCICIO4".
001060     05  FILLER                  PIC X(10) VALUE "EJERCICIO5".
001070 01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES-SUITE.
001080     05  TNS-PROGRAMA OCCURS 5 TIMES PIC X(10).
001090
001100*    MESES DE LOS DOS ANIOS (ENTRADA 1 = ANIO INFORMADO, 2 = EL
001110*    ANTERIOR), CADA UNO CON SUS CINCO PROGRAMAS, Y LOS CEROS DE
001120*    EJERCICIO3 MES POR MES.
001130 01  TABLA-MESES.
001140     05  TM-ANIO-ENT OCCURS 2 TIMES.
001150         10  TM-PROGRAMA-ENT OCCURS 5 TIMES.
001160             15  TM-MES-ENT OCCURS 12 TIMES.
001170                 20  TM-CORRIDAS PIC 9(04).
001180                 20  TM-POSITIVOS PIC 9(06).
001190                 20  TM-NEGATIVOS PIC 9(06).
001200         10  TM-CEROS OCCURS 12 TIMES PIC 9(06).
001210
001220*    TOTALES DEL ANIO TOMADOS DEL HISTORICO ANUAL, CON EL MISMO
001230*    ORDEN DE ENTRADAS.
001240 01  TABLA-TOTALES.
001250     05  TT-ANIO-ENT OCCURS 2 TIMES.
001260         10  TT-PROGRAMA-ENT OCCURS 5 TIMES.
001270             15  TT-CORRIDAS     PIC 9(06).
001280             15  TT-POSITIVOS    PIC 9(08).
001290             15  TT-NEGATIVOS    PIC 9(08).
001300             15  TT-CEROS        PIC 9(08).
001310             15  TT-BANDA-VERSION PIC 9(03).
001320             15  TT-MESES-CON-BANDAS PIC 9(02).
001330             15  TT-BANDA-CANT OCCURS 7 TIMES PIC 9(08).
001340
001350 01  LIN-GRUPOS.
001360     05  FILLER                  PIC X(06) VALUE SPACE.
001370     05  FILLER                  PIC X(13) VALUE "---CORRIDAS--".
001380     05  FILLER                  PIC X(02) VALUE SPACE.
001390     05  FILLER                  PIC X(27)
001400         VALUE "---------POSITIVOS---------".
001410     05  FILLER                  PIC X(02) VALUE SPACE.
001420     05  FILLER                  PIC X(27)
001430         VALUE "---------NEGATIVOS---------".
001440
001450 01  LIN-TITULOS.
001460     05  FILLER                  PIC X(06) VALUE "MES".
001470     05  FILLER                  PIC X(02) VALUE SPACE.
001480     05  LTI-CORRIDAS-1          PIC 9(04).
001490     05  FILLER                  PIC X(03) VALUE SPACE.
001500     05  LTI-CORRIDAS-2          PIC 9(04).
001510     05  FILLER                  PIC X(06) VALUE SPACE.
001520     05  LTI-POSITIVOS-1         PIC 9(04).
001530     05  FILLER                  PIC X(05) VALUE SPACE.
001540     05  LTI-POSITIVOS-2         PIC 9(04).
001550     05  FILLER                  PIC X(10) VALUE "  DIFERENC".
001560     05  FILLER                  PIC X(06) VALUE SPACE.
001570     05  LTI-NEGATIVOS-1         PIC 9(04).
001580     05  FILLER                  PIC X(05) VALUE SPACE.
001590     05  LTI-NEGATIVOS-2         PIC 9(04).
001600     05  FILLER                  PIC X(10) VALUE "  DIFERENC".
001610
001620 01  LIN-DETALLE.
001630     05  LDA-MES                 PIC X(05).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  LDA-CORRIDAS-1          PIC Z(5)9.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  LDA-CORRIDAS-2          PIC Z(5)9.
001680     05  FILLER                  PIC X(02) VALUE SPACE.
001690     05  LDA-POSITIVOS-1         PIC Z(7)9.
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  LDA-POSITIVOS-2         PIC Z(7)9.
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  LDA-DIF-POSITIVOS       PIC -(8)9.
001740     05  FILLER                  PIC X(02) VALUE SPACE.
001750     05  LDA-NEGATIVOS-1         PIC Z(7)9.
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  LDA-NEGATIVOS-2         PIC Z(7)9.
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  LDA-DIF-NEGATIVOS       PIC -(8)9.
001800
001810 01  LIN-CEROS.
001820     05  LCE-MES                 PIC X(05).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  LCE-CEROS-1             PIC Z(7)9.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  LCE-CEROS-2             PIC Z(7)9.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  LCE-DIF-CEROS           PIC -(8)9.
001890
001900 01  LIN-BANDA.
001910     05  FILLER                  PIC X(06) VALUE "BANDA ".
001920     05  LBA-BANDA               PIC 9(01).
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  LBA-CANT-1              PIC Z(7)9.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  LBA-CANT-2              PIC Z(7)9.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  LBA-DIF                 PIC -(8)9.
001990 01  LIN-BANDA-R REDEFINES LIN-BANDA.
002000     05  FILLER                  PIC X(26).
002010     05  LBA-DIF-X               PIC X(09).
002020
002030 PROCEDURE DIVISION.
002040******************************************************************
002050* 0000-MAINLINE-CONTROL
002060******************************************************************
002070 0000-MAINLINE-CONTROL.
002080     PERFORM 1000-ELEGIR-ANIO THRU 1000-EXIT.
002090     IF WS-ANIO-INFORME = 0
002100         GOBACK
002110     END-IF.
002120     PERFORM 2000-CARGAR-TOTALES THRU 2000-EXIT.
002130     IF NOT HAY-INFORME
002140         DISPLAY "EL ANIO " WS-ANIO-INFORME " NO ESTA CERRADO EN "
002150             "EL HISTORICO ANUAL"
002160         GOBACK
002170     END-IF.
002180     PERFORM 3000-CARGAR-MESES THRU 3000-EXIT.
002190     PERFORM 8000-MOSTRAR-REPORTE THRU 8000-EXIT.
002200     GOBACK.
002210
002220******************************************************************
002230* 1000-ELEGIR-ANIO - PIDE EL ANIO A INFORMAR; EN BLANCO SE TOMA
002240* EL ULTIMO ANIO CERRADO DEL HISTORICO ANUAL. SIN HISTORICO NO
002250* HAY NADA QUE INFORMAR.
002260******************************************************************
002270 1000-ELEGIR-ANIO.
002280     MOVE 0 TO WS-ANIO-INFORME.
002290     OPEN INPUT ANUAL-HISTORICO.
002300     IF WS-ANUAL-STATUS NOT = "00"
002310         DISPLAY "NO HAY ANIOS CERRADOS DEL SUITE TODAVIA"
002320         GO TO 1000-EXIT
002330     END-IF.
002340     PERFORM 1100-BUSCAR-ULTIMO THRU 1100-EXIT
002350         UNTIL FIN-DE-ARCHIVO.
002360     CLOSE ANUAL-HISTORICO.
002370     DISPLAY "ANIO A INFORMAR (AAAA, BLANCO = " WS-ULTIMO-ANIO
002380         ")".
002390     ACCEPT WS-ENTRADA-ANIO.
002400     IF WS-ENTRADA-ANIO = SPACE
002410         MOVE WS-ULTIMO-ANIO TO WS-ANIO-INFORME
002420         GO TO 1000-EXIT
002430     END-IF.
002440     IF WS-ENTRADA-ANIO NOT NUMERIC
002450         DISPLAY "ANIO INVALIDO: " WS-ENTRADA-ANIO
002460         GO TO 1000-EXIT
002470     END-IF.
002480     MOVE WS-ENTRADA-ANIO TO WS-ANIO-INFORME.
002490 1000-EXIT.
002500     EXIT.
002510
002520 1100-BUSCAR-ULTIMO.
002530     READ ANUAL-HISTORICO
002540         AT END
002550             SET FIN-DE-ARCHIVO TO TRUE
002560             GO TO 1100-EXIT
002570     END-READ.
002580     IF ANH-ANIO NUMERIC AND ANH-ANIO > WS-ULTIMO-ANIO
002590         MOVE ANH-ANIO TO WS-ULTIMO-ANIO
002600     END-IF.
002610 1100-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650* 2000-CARGAR-TOTALES - TOMA DEL HISTORICO ANUAL LOS TOTALES DEL
002660* ANIO INFORMADO Y DEL ANTERIOR, SI ESTE TAMBIEN ESTA CERRADO.
002670******************************************************************
002680 2000-CARGAR-TOTALES.
002690     MOVE ZEROS TO TABLA-TOTALES.
002700     COMPUTE WS-ANIO-ANTERIOR = WS-ANIO-INFORME - 1.
002710     MOVE "N" TO SW-FIN-ARCHIVO.
002720     OPEN INPUT ANUAL-HISTORICO.
002730     IF WS-ANUAL-STATUS NOT = "00"
002740         GO TO 2000-EXIT
002750     END-IF.
002760     PERFORM 2100-CARGAR-TOTAL THRU 2100-EXIT
002770         UNTIL FIN-DE-ARCHIVO.
002780     CLOSE ANUAL-HISTORICO.
002790 2000-EXIT.
002800     EXIT.
002810
002820 2100-CARGAR-TOTAL.
002830     READ ANUAL-HISTORICO
002840         AT END
002850             SET FIN-DE-ARCHIVO TO TRUE
002860             GO TO 2100-EXIT
002870     END-READ.
002880     MOVE 0 TO WS-IND-ANIO.
002890     IF ANH-ANIO = WS-ANIO-INFORME
002900         MOVE 1 TO WS-IND-ANIO
002910         SET HAY-INFORME TO TRUE
002920     END-IF.
002930     IF ANH-ANIO = WS-ANIO-ANTERIOR
002940         MOVE 2 TO WS-IND-ANIO
002950         SET HAY-ANTERIOR TO TRUE
002960     END-IF.
002970     MOVE ANH-PROGRAMA TO WS-PROGRAMA-FILA.
002980     PERFORM 9000-UBICAR-PROGRAMA THRU 9000-EXIT.
002990     IF WS-IND-ANIO = 0 OR WS-IND-PROGRAMA = 0
003000         GO TO 2100-EXIT
003010     END-IF.
003020     MOVE ANH-CORRIDAS
003030         TO TT-CORRIDAS (WS-IND-ANIO WS-IND-PROGRAMA).
003040     MOVE ANH-POSITIVOS
003050         TO TT-POSITIVOS (WS-IND-ANIO WS-IND-PROGRAMA).
003060     MOVE ANH-NEGATIVOS
003070         TO TT-NEGATIVOS (WS-IND-ANIO WS-IND-PROGRAMA).
003080     MOVE ANH-CEROS
003090         TO TT-CEROS (WS-IND-ANIO WS-IND-PROGRAMA).
003100     MOVE ANH-BANDA-VERSION
003110         TO TT-BANDA-VERSION (WS-IND-ANIO WS-IND-PROGRAMA).
003120     MOVE ANH-MESES-CON-BANDAS
003130         TO TT-MESES-CON-BANDAS (WS-IND-ANIO WS-IND-PROGRAMA).
003140     PERFORM 2110-CARGAR-BANDA THRU 2110-EXIT
003150         VARYING WS-IND-BANDA FROM 1 BY 1
003160         UNTIL WS-IND-BANDA > 7.
003170 2100-EXIT.
003180     EXIT.
003190
003200 2110-CARGAR-BANDA.
003210     MOVE ANH-BANDA-CANT (WS-IND-BANDA)
003220         TO TT-BANDA-CANT (WS-IND-ANIO WS-IND-PROGRAMA
003230             WS-IND-BANDA).
003240 2110-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 3000-CARGAR-MESES - RECORRE EL ARCHIVO ANUAL Y UBICA CADA FILA
003290* DE LOS DOS ANIOS EN SU PROGRAMA Y SU MES; DEL ARCHIVO DE
003300* EJERCICIO3 SE TOMAN LOS CEROS.
003310******************************************************************
003320 3000-CARGAR-MESES.
003330     MOVE ZEROS TO TABLA-MESES.
003340     MOVE "N" TO SW-FIN-ARCHIVO.
003350     OPEN INPUT ARCHIVO-ANUAL.
003360     IF WS-ARCHIVO-STATUS = "00"
003370         PERFORM 3100-CARGAR-MES THRU 3100-EXIT
003380             UNTIL FIN-DE-ARCHIVO
003390         CLOSE ARCHIVO-ANUAL
003400     END-IF.
003410     MOVE "N" TO SW-FIN-ARCHIVO.
003420     OPEN INPUT ARCHIVO-ANUAL-3.
003430     IF WS-ARCHIVO3-STATUS = "00"
003440         PERFORM 3200-CARGAR-MES-3 THRU 3200-EXIT
003450             UNTIL FIN-DE-ARCHIVO
003460         CLOSE ARCHIVO-ANUAL-3
003470     END-IF.
003480 3000-EXIT.
003490     EXIT.
003500
003510 3100-CARGAR-MES.
003520     READ ARCHIVO-ANUAL
003530         AT END
003540             SET FIN-DE-ARCHIVO TO TRUE
003550             GO TO 3100-EXIT
003560     END-READ.
003570     IF MHT-MES NOT NUMERIC
003580         GO TO 3100-EXIT
003590     END-IF.
003600     MOVE MHT-MES TO WS-MES-FILA.
003610     PERFORM 9100-UBICAR-ANIO THRU 9100-EXIT.
003620     MOVE MHT-PROGRAMA TO WS-PROGRAMA-FILA.
003630     PERFORM 9000-UBICAR-PROGRAMA THRU 9000-EXIT.
003640     IF WS-IND-ANIO = 0 OR WS-IND-PROGRAMA = 0
003650         GO TO 3100-EXIT
003660     END-IF.
003670     MOVE MHT-CORRIDAS TO TM-CORRIDAS (WS-IND-ANIO
003680         WS-IND-PROGRAMA WS-MM-FILA).
003690     MOVE MHT-POSITIVOS TO TM-POSITIVOS (WS-IND-ANIO
003700         WS-IND-PROGRAMA WS-MM-FILA).
003710     MOVE MHT-NEGATIVOS TO TM-NEGATIVOS (WS-IND-ANIO
003720         WS-IND-PROGRAMA WS-MM-FILA).
003730 3100-EXIT.
003740     EXIT.
003750
003760 3200-CARGAR-MES-3.
003770     READ ARCHIVO-ANUAL-3
003780         AT END
003790             SET FIN-DE-ARCHIVO TO TRUE
003800             GO TO 3200-EXIT
003810     END-READ.
003820     IF MH3-MES NOT NUMERIC
003830         GO TO 3200-EXIT
003840     END-IF.
003850     MOVE MH3-MES TO WS-MES-FILA.
003860     PERFORM 9100-UBICAR-ANIO THRU 9100-EXIT.
003870     IF WS-IND-ANIO = 0
003880         GO TO 3200-EXIT
003890     END-IF.
003900     MOVE MH3-CEROS TO TM-CEROS (WS-IND-ANIO WS-MM-FILA).
003910 3200-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 8000-MOSTRAR-REPORTE - UN BLOQUE POR PROGRAMA CON LOS DOCE
003960* MESES DE LOS DOS ANIOS, EL TOTAL Y LA VARIACION; PARA
003970* EJERCICIO3, ADEMAS, LOS CEROS Y LAS BANDAS.
003980******************************************************************
003990 8000-MOSTRAR-REPORTE.
004000     DISPLAY "===== INFORME ANUAL DEL SUITE: " WS-ANIO-INFORME
004010         " CONTRA " WS-ANIO-ANTERIOR " =====".
004020     IF NOT HAY-ANTERIOR
004030         DISPLAY "EL ANIO " WS-ANIO-ANTERIOR " NO ESTA CERRADO: "
004040             "SUS COLUMNAS SALEN EN CERO"
004050     END-IF.
004060     MOVE WS-ANIO-INFORME TO LTI-CORRIDAS-1.
004070     MOVE WS-ANIO-INFORME TO LTI-POSITIVOS-1.
004080     MOVE WS-ANIO-INFORME TO LTI-NEGATIVOS-1.
004090     MOVE WS-ANIO-ANTERIOR TO LTI-CORRIDAS-2.
004100     MOVE WS-ANIO-ANTERIOR TO LTI-POSITIVOS-2.
004110     MOVE WS-ANIO-ANTERIOR TO LTI-NEGATIVOS-2.
004120     PERFORM 8100-MOSTRAR-PROGRAMA THRU 8100-EXIT
004130         VARYING WS-IND-PROGRAMA FROM 1 BY 1
004140         UNTIL WS-IND-PROGRAMA > 5.
004150     PERFORM 8300-MOSTRAR-CEROS THRU 8300-EXIT.
004160     PERFORM 8400-MOSTRAR-BANDAS THRU 8400-EXIT.
004170 8000-EXIT.
004180     EXIT.
004190
004200 8100-MOSTRAR-PROGRAMA.
004210     DISPLAY " ".
004220     DISPLAY TNS-PROGRAMA (WS-IND-PROGRAMA).
004230     DISPLAY LIN-GRUPOS.
004240     DISPLAY LIN-TITULOS.
004250     PERFORM 8110-MOSTRAR-MES THRU 8110-EXIT
004260         VARYING WS-IND-MES FROM 1 BY 1
004270         UNTIL WS-IND-MES > 12.
004280     MOVE "TOTAL" TO LDA-MES.
004290     MOVE TT-CORRIDAS (1 WS-IND-PROGRAMA) TO LDA-CORRIDAS-1.
004300     MOVE TT-CORRIDAS (2 WS-IND-PROGRAMA) TO LDA-CORRIDAS-2.
004310     MOVE TT-POSITIVOS (1 WS-IND-PROGRAMA) TO LDA-POSITIVOS-1.
004320     MOVE TT-POSITIVOS (2 WS-IND-PROGRAMA) TO LDA-POSITIVOS-2.
004330     COMPUTE WS-DIFERENCIA = TT-POSITIVOS (1 WS-IND-PROGRAMA)
004340         - TT-POSITIVOS (2 WS-IND-PROGRAMA).
004350     MOVE WS-DIFERENCIA TO LDA-DIF-POSITIVOS.
004360     MOVE TT-NEGATIVOS (1 WS-IND-PROGRAMA) TO LDA-NEGATIVOS-1.
004370     MOVE TT-NEGATIVOS (2 WS-IND-PROGRAMA) TO LDA-NEGATIVOS-2.
004380     COMPUTE WS-DIFERENCIA = TT-NEGATIVOS (1 WS-IND-PROGRAMA)
004390         - TT-NEGATIVOS (2 WS-IND-PROGRAMA).
004400     MOVE WS-DIFERENCIA TO LDA-DIF-NEGATIVOS.
004410     DISPLAY LIN-DETALLE.
004420     PERFORM 8200-MOSTRAR-VARIACION THRU 8200-EXIT.
004430 8100-EXIT.
004440     EXIT.
004450
004460 8110-MOSTRAR-MES.
004470     MOVE SPACE TO LDA-MES.
004480     MOVE WS-IND-MES TO LDA-MES (1:2).
004490     MOVE TM-CORRIDAS (1 WS-IND-PROGRAMA WS-IND-MES)
004500         TO LDA-CORRIDAS-1.
004510     MOVE TM-CORRIDAS (2 WS-IND-PROGRAMA WS-IND-MES)
004520         TO LDA-CORRIDAS-2.
004530     MOVE TM-POSITIVOS (1 WS-IND-PROGRAMA WS-IND-MES)
004540         TO LDA-POSITIVOS-1.
004550     MOVE TM-POSITIVOS (2 WS-IND-PROGRAMA WS-IND-MES)
004560         TO LDA-POSITIVOS-2.
004570     COMPUTE WS-DIFERENCIA =
004580         TM-POSITIVOS (1 WS-IND-PROGRAMA WS-IND-MES)
004590         - TM-POSITIVOS (2 WS-IND-PROGRAMA WS-IND-MES).
004600     MOVE WS-DIFERENCIA TO LDA-DIF-POSITIVOS.
004610     MOVE TM-NEGATIVOS (1 WS-IND-PROGRAMA WS-IND-MES)
004620         TO LDA-NEGATIVOS-1.
004630     MOVE TM-NEGATIVOS (2 WS-IND-PROGRAMA WS-IND-MES)
004640         TO LDA-NEGATIVOS-2.
004650     COMPUTE WS-DIFERENCIA =
004660         TM-NEGATIVOS (1 WS-IND-PROGRAMA WS-IND-MES)
004670         - TM-NEGATIVOS (2 WS-IND-PROGRAMA WS-IND-MES).
004680     MOVE WS-DIFERENCIA TO LDA-DIF-NEGATIVOS.
004690     DISPLAY LIN-DETALLE.
004700 8110-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 8200-MOSTRAR-VARIACION - VARIACION PORCENTUAL DEL ANIO SOBRE EL
004750* ANTERIOR; SIN ANIO ANTERIOR O CON UNA BASE EN CERO NO HAY
004760* VARIACION QUE CALCULAR.
004770******************************************************************
004780 8200-MOSTRAR-VARIACION.
004790     IF NOT HAY-ANTERIOR
004800         GO TO 8200-EXIT
004810     END-IF.
004820     IF TT-POSITIVOS (2 WS-IND-PROGRAMA) = 0
004830         OR TT-NEGATIVOS (2 WS-IND-PROGRAMA) = 0
004840         DISPLAY "VARIACION: SIN BASE EN EL ANIO ANTERIOR"
004850         GO TO 8200-EXIT
004860     END-IF.
004870     COMPUTE WS-VARIACION ROUNDED =
004880         (TT-POSITIVOS (1 WS-IND-PROGRAMA)
004890         - TT-POSITIVOS (2 WS-IND-PROGRAMA)) * 100
004900         / TT-POSITIVOS (2 WS-IND-PROGRAMA).
004910     MOVE WS-VARIACION TO WS-VARIACION-POS-ED.
004920     COMPUTE WS-VARIACION ROUNDED =
004930         (TT-NEGATIVOS (1 WS-IND-PROGRAMA)
004940         - TT-NEGATIVOS (2 WS-IND-PROGRAMA)) * 100
004950         / TT-NEGATIVOS (2 WS-IND-PROGRAMA).
004960     MOVE WS-VARIACION TO WS-VARIACION-NEG-ED.
004970     DISPLAY "VARIACION: POSITIVOS " WS-VARIACION-POS-ED
004980         "%  NEGATIVOS " WS-VARIACION-NEG-ED "%".
004990 8200-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 8300-MOSTRAR-CEROS - LOS CEROS DE EJERCICIO3 MES POR MES, DE
005040* SU PROPIO CIERRE (MESHIST3).
005050******************************************************************
005060 8300-MOSTRAR-CEROS.
005070     DISPLAY " ".
005080     DISPLAY "CEROS DE EJERCICIO3  " WS-ANIO-INFORME "     "
005090         WS-ANIO-ANTERIOR "  DIFERENC".
005100     PERFORM 8310-MOSTRAR-CEROS-MES THRU 8310-EXIT
005110         VARYING WS-IND-MES FROM 1 BY 1
005120         UNTIL WS-IND-MES > 12.
005130     MOVE "TOTAL" TO LCE-MES.
005140     MOVE TT-CEROS (1 3) TO LCE-CEROS-1.
005150     MOVE TT-CEROS (2 3) TO LCE-CEROS-2.
005160     COMPUTE WS-DIFERENCIA = TT-CEROS (1 3) - TT-CEROS (2 3).
005170     MOVE WS-DIFERENCIA TO LCE-DIF-CEROS.
005180     DISPLAY "           " LIN-CEROS.
005190 8300-EXIT.
005200     EXIT.
005210
005220 8310-MOSTRAR-CEROS-MES.
005230     MOVE SPACE TO LCE-MES.
005240     MOVE WS-IND-MES TO LCE-MES (1:2).
005250     MOVE TM-CEROS (1 WS-IND-MES) TO LCE-CEROS-1.
005260     MOVE TM-CEROS (2 WS-IND-MES) TO LCE-CEROS-2.
005270     COMPUTE WS-DIFERENCIA =
005280         TM-CEROS (1 WS-IND-MES) - TM-CEROS (2 WS-IND-MES).
005290     MOVE WS-DIFERENCIA TO LCE-DIF-CEROS.
005300     DISPLAY "           " LIN-CEROS.
005310 8310-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 8400-MOSTRAR-BANDAS - LOS TOTALES DEL ANIO POR BANDA DE
005360* EJERCICIO3. LA DIFERENCIA SOLO SE MUESTRA SI LOS DOS ANIOS SE
005370* CONTARON ENTEROS CON LA MISMA VERSION DE BANDAS, COMO EN LA
005380* COMPARACION MENSUAL DE INFMES3.
005390******************************************************************
005400 8400-MOSTRAR-BANDAS.
005410     MOVE "N" TO SW-BANDAS-COMPARABLES.
005420     IF HAY-ANTERIOR
005430         AND TT-MESES-CON-BANDAS (1 3) = 12
005440         AND TT-MESES-CON-BANDAS (2 3) = 12
005450         AND TT-BANDA-VERSION (1 3) = TT-BANDA-VERSION (2 3)
005460         AND TT-BANDA-VERSION (1 3) NOT = 999
005470         SET BANDAS-COMPARABLES TO TRUE
005480     END-IF.
005490     DISPLAY " ".
005500     DISPLAY "BANDAS DE EJERCICIO3  " WS-ANIO-INFORME "     "
005510         WS-ANIO-ANTERIOR "  DIFERENC".
005520     DISPLAY "VERSION                " TT-BANDA-VERSION (1 3)
005530         "      " TT-BANDA-VERSION (2 3).
005540     DISPLAY "MESES CON BANDAS        "
005550         TT-MESES-CON-BANDAS (1 3) "       "
005560         TT-MESES-CON-BANDAS (2 3).
005570     PERFORM 8410-MOSTRAR-BANDA THRU 8410-EXIT
005580         VARYING WS-IND-BANDA FROM 1 BY 1
005590         UNTIL WS-IND-BANDA > 7.
005600     IF NOT BANDAS-COMPARABLES
005610         DISPLAY "LAS BANDAS DE LOS DOS ANIOS NO SON COMPARABLES "
005620             "(VERSION DISTINTA O MESES SIN BANDAS)"
005630     END-IF.
005640 8400-EXIT.
005650     EXIT.
005660
005670 8410-MOSTRAR-BANDA.
005680     MOVE WS-IND-BANDA TO LBA-BANDA.
005690     MOVE TT-BANDA-CANT (1 3 WS-IND-BANDA) TO LBA-CANT-1.
005700     MOVE TT-BANDA-CANT (2 3 WS-IND-BANDA) TO LBA-CANT-2.
005710     IF BANDAS-COMPARABLES
005720         COMPUTE WS-DIFERENCIA = TT-BANDA-CANT (1 3 WS-IND-BANDA)
005730             - TT-BANDA-CANT (2 3 WS-IND-BANDA)
005740         MOVE WS-DIFERENCIA TO LBA-DIF
005750     ELSE
005760         MOVE SPACE TO LBA-DIF-X
005770     END-IF.
005780     DISPLAY "          " LIN-BANDA.
005790 8410-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 9000-UBICAR-PROGRAMA - ENTRADA DE LA TABLA DEL PROGRAMA DEL
005840* REGISTRO (CERO SI NO ES UNO DE LOS CINCO).
005850******************************************************************
005860 9000-UBICAR-PROGRAMA.
005870     MOVE 0 TO WS-IND-PROGRAMA.
005880     EVALUATE WS-PROGRAMA-FILA
005890         WHEN "EJERCICIO1" MOVE 1 TO WS-IND-PROGRAMA
005900         WHEN "EJERCICIO2" MOVE 2 TO WS-IND-PROGRAMA
005910         WHEN "EJERCICIO3" MOVE 3 TO WS-IND-PROGRAMA
005920         WHEN "EJERCICIO4" MOVE 4 TO WS-IND-PROGRAMA
005930         WHEN "EJERCICIO5" MOVE 5 TO WS-IND-PROGRAMA
005940         WHEN OTHER CONTINUE
005950     END-EVALUATE.
005960 9000-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000* 9100-UBICAR-ANIO - ENTRADA DEL ANIO DE LA FILA MENSUAL (1 EL
006010* INFORMADO, 2 EL ANTERIOR, CERO SI ES OTRO O EL MES NO ES
006020* VALIDO).
006030******************************************************************
006040 9100-UBICAR-ANIO.
006050     MOVE 0 TO WS-IND-ANIO.
006060     IF WS-MM-FILA < 1 OR WS-MM-FILA > 12
006070         GO TO 9100-EXIT
006080     END-IF.
006090     IF WS-ANIO-FILA = WS-ANIO-INFORME
006100         MOVE 1 TO WS-IND-ANIO
006110     END-IF.
006120     IF WS-ANIO-FILA = WS-ANIO-ANTERIOR
006130         MOVE 2 TO WS-IND-ANIO
006140     END-IF.
006150 9100-EXIT.
006160     EXIT.
006170
006180 END PROGRAM INFANUAL.

000100******************************************************************
000110* Reporte mensual de extremos de EJERCICIO5. Lee el historial
000120*diario de extremos (EXTDIA5, un registro por dia de negocio,
000130*grabado por EJERCICIO5) para el mes pedido (por omision el mes
000140*del dia de negocio) y lista la serie diaria de maximos y
000150*minimos con sus posiciones y las marcas de record, el maximo y
000160*el minimo del mes y cuantas veces cada posicion de la lista
000170*tuvo el maximo del dia.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INFEXT5.
000210 AUTHOR.        R. ALONSO.
000220 INSTALLATION.  DEPTO. DESARROLLO.
000230 DATE-WRITTEN.  15/10/2026.
000240 DATE-COMPILED.
000250******************************************************************
000260* HISTORIAL DE MODIFICACIONES
000270* FECHA       INIC.  DESCRIPCION
000280* 15/10/2026  RA     VERSION INICIAL. LA POSICION DEL MAXIMO ES LA
000290*                    DE SU PRIMERA APARICION EN LA LISTA, COMO EN
000300*                    REPORTE5; UN DIA CON EMPATE CUENTA UNA SOLA
000310*                    VEZ. LOS PORCENTAJES SON SOBRE LOS DIAS DEL
000320*                    MES CON REGISTRO.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT EXTREMOS-DIA ASSIGN TO "EXTDIA5"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EXD-FECHA
000410         FILE STATUS IS WS-EXTDIA-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EXTREMOS-DIA
000460     LABEL RECORDS ARE STANDARD.
000470 01  REG-EXTREMOS-DIA.
000480     COPY EXTDIA5.
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-EXTDIA-STATUS            PIC X(02) VALUE "00".
000520
000530 01  FECHA-NEGOCIO-COM.
000540     COPY FECHALNK.
000550
000560 01  WS-ENTRADA-MES              PIC X(06) VALUE SPACE.
000570 01  WS-ENTRADA-MES-R REDEFINES WS-ENTRADA-MES.
000580     05  WEM-ANO                 PIC 9(04).
000590     05  WEM-MES                 PIC 9(02).
000600 01  WS-MES-INFORME              PIC 9(06) VALUE 0.
000610 01  WS-FECHA-DESDE              PIC 9(08) VALUE 0.
000620 01  WS-FECHA-HASTA              PIC 9(08) VALUE 0.
000630
000640 01  FECHA-TRABAJO.
000650     05  FT-ANO                  PIC 9(04).
000660     05  FT-MES                  PIC 9(02).
000670     05  FT-DIA                  PIC 9(02).
000680 01  FECHA-TRABAJO-N REDEFINES FECHA-TRABAJO
000690                                 PIC 9(08).
000700
000710*    TOTALES DEL MES.
000720 01  WS-CANT-DIAS                PIC 9(03) VALUE 0.
000730 01  WS-CANT-DIAS-RECORD         PIC 9(03) VALUE 0.
000740 01  WS-MAXIMO-MES               PIC S9(05)V99 VALUE 0.
000750 01  WS-FECHA-MAXIMO-MES         PIC 9(08) VALUE 0.
000760 01  WS-POS-MAXIMO-MES           PIC 9(02) VALUE 0.
000770 01  WS-MINIMO-MES               PIC S9(05)V99 VALUE 0.
000780 01  WS-FECHA-MINIMO-MES         PIC 9(08) VALUE 0.
000790 01  WS-POS-MINIMO-MES           PIC 9(02) VALUE 0.
000800
000810*    VECES QUE CADA POSICION DE LA LISTA TUVO EL MAXIMO DEL DIA.
000820 01  TABLA-FRECUENCIA.
000830     05  TF-VECES OCCURS 10 TIMES PIC 9(03).
000840 01  WS-IND-POSICION             PIC 9(02) VALUE 0.
000850 01  WS-POS-MAS-FRECUENTE        PIC 9(02) VALUE 0.
000860 01  WS-FUERA-DE-LISTA           PIC 9(03) VALUE 0.
000870 01  WS-PORCENTAJE               PIC 9(03)V9 VALUE 0.
000880 01  WS-PORCENTAJE-EDITADO       PIC ZZ9.9.
000890 01  WS-VALOR-EDITADO            PIC +9(05).99.
000900
000910 01  LIN-DIA.
000920     05  LDI-FECHA               PIC 9(08).
000930     05  FILLER                  PIC X(06) VALUE "  MAX ".
000940     05  LDI-MAXIMO              PIC +9(05).99.
000950     05  FILLER                  PIC X(05) VALUE " POS ".
000960     05  LDI-POS-MAXIMO          PIC 9(02).
000970     05  FILLER                  PIC X(01) VALUE SPACE.
000980     05  LDI-MARCA-MAXIMO        PIC X(08).
000990     05  FILLER                  PIC X(06) VALUE "  MIN ".
001000     05  LDI-MINIMO              PIC +9(05).99.
001010     05  FILLER                  PIC X(05) VALUE " POS ".
001020     05  LDI-POS-MINIMO          PIC 9(02).
001030     05  FILLER                  PIC X(01) VALUE SPACE.
001040     05  LDI-MARCA-MINIMO        PIC X(08).
001050
001060 01  SW-FIN-EXTREMOS             PIC X(01) VALUE "N".
001070     88  FIN-DE-EXTREMOS                   VALUE "S".
001080
001090 PROCEDURE DIVISION.
001100******************************************************************
001110* 0000-MAINLINE-CONTROL
001120******************************************************************
001130 0000-MAINLINE-CONTROL.
001140     MOVE ZEROS TO TABLA-FRECUENCIA.
001150     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001160     DISPLAY "MES DEL INFORME (AAAAMM, BLANCO=MES DEL DIA DE "
001170         "NEGOCIO)".
001180     ACCEPT WS-ENTRADA-MES.
001190     IF WS-ENTRADA-MES NUMERIC
001200         AND WEM-MES > 0 AND WEM-MES < 13
001210         MOVE WS-ENTRADA-MES TO WS-MES-INFORME
001220     ELSE
001230         MOVE FNC-FECHA-NEGOCIO TO FECHA-TRABAJO-N
001240         COMPUTE WS-MES-INFORME = FT-ANO * 100 + FT-MES
001250     END-IF.
001260     COMPUTE WS-FECHA-DESDE = WS-MES-INFORME * 100 + 1.
001270     COMPUTE WS-FECHA-HASTA = WS-MES-INFORME * 100 + 31.
001280     OPEN INPUT EXTREMOS-DIA.
001290     IF WS-EXTDIA-STATUS NOT = "00"
001300         DISPLAY "NO HAY HISTORIAL DE EXTREMOS GRABADO TODAVIA "
001310             "(FILE STATUS " WS-EXTDIA-STATUS ")"
001320         GOBACK
001330     END-IF.
001340     DISPLAY "===== EXTREMOS DIARIOS DE EJERCICIO5, MES "
001350         WS-MES-INFORME " =====".
001360     DISPLAY "POS ES LA POSICION EN LA LISTA; REC MES/ANIO/HIST "
001370         "MARCA EL RECORD SUPERADO".
001380     MOVE WS-FECHA-DESDE TO EXD-FECHA.
001390     START EXTREMOS-DIA KEY NOT LESS THAN EXD-FECHA
001400         INVALID KEY
001410             SET FIN-DE-EXTREMOS TO TRUE
001420     END-START.
001430     PERFORM 2000-PROCESAR-DIA THRU 2000-EXIT
001440         UNTIL FIN-DE-EXTREMOS.
001450     CLOSE EXTREMOS-DIA.
001460     IF WS-CANT-DIAS = 0
001470         DISPLAY "SIN DIAS REGISTRADOS EN EL MES"
001480         GOBACK
001490     END-IF.
001500     PERFORM 8000-MOSTRAR-TOTALES THRU 8000-EXIT.
001510     PERFORM 8100-MOSTRAR-FRECUENCIA THRU 8100-EXIT.
001520     GOBACK.
001530
001540******************************************************************
001550* 2000-PROCESAR-DIA - LISTA UN DIA DEL MES Y LO ACUMULA EN LOS
001560* EXTREMOS DEL MES Y EN LA FRECUENCIA DE POSICIONES. EL MAXIMO Y
001570* EL MINIMO DEL MES CONSERVAN EL PRIMER DIA EN CASO DE EMPATE.
001580******************************************************************
001590 2000-PROCESAR-DIA.
001600     READ EXTREMOS-DIA NEXT RECORD
001610         AT END
001620             SET FIN-DE-EXTREMOS TO TRUE
001630             GO TO 2000-EXIT
001640     END-READ.
001650     IF EXD-FECHA > WS-FECHA-HASTA
001660         SET FIN-DE-EXTREMOS TO TRUE
001670         GO TO 2000-EXIT
001680     END-IF.
001690     MOVE EXD-FECHA TO LDI-FECHA.
001700     MOVE EXD-MAXIMO TO LDI-MAXIMO.
001710     MOVE EXD-POS-MAXIMO TO LDI-POS-MAXIMO.
001720     MOVE EXD-MINIMO TO LDI-MINIMO.
001730     MOVE EXD-POS-MINIMO TO LDI-POS-MINIMO.
001740     PERFORM 2100-ARMAR-MARCA-MAXIMO THRU 2100-EXIT.
001750     PERFORM 2200-ARMAR-MARCA-MINIMO THRU 2200-EXIT.
001760     DISPLAY LIN-DIA.
001770     IF NOT EXD-SIN-RECORD-MAXIMO
001780         OR NOT EXD-SIN-RECORD-MINIMO
001790         ADD 1 TO WS-CANT-DIAS-RECORD
001800     END-IF.
001810     IF WS-CANT-DIAS = 0
001820         OR EXD-MAXIMO > WS-MAXIMO-MES
001830         MOVE EXD-MAXIMO TO WS-MAXIMO-MES
001840         MOVE EXD-FECHA TO WS-FECHA-MAXIMO-MES
001850         MOVE EXD-POS-MAXIMO TO WS-POS-MAXIMO-MES
001860     END-IF.
001870     IF WS-CANT-DIAS = 0
001880         OR EXD-MINIMO < WS-MINIMO-MES
001890         MOVE EXD-MINIMO TO WS-MINIMO-MES
001900         MOVE EXD-FECHA TO WS-FECHA-MINIMO-MES
001910         MOVE EXD-POS-MINIMO TO WS-POS-MINIMO-MES
001920     END-IF.
001930     ADD 1 TO WS-CANT-DIAS.
001940     IF EXD-POS-MAXIMO > 0 AND EXD-POS-MAXIMO < 11
001950         ADD 1 TO TF-VECES (EXD-POS-MAXIMO)
001960     ELSE
001970         ADD 1 TO WS-FUERA-DE-LISTA
001980     END-IF.
001990 2000-EXIT.
002000     EXIT.
002010
002020 2100-ARMAR-MARCA-MAXIMO.
002030     EVALUATE EXD-RECORD-MAXIMO
002040         WHEN "M"
002050             MOVE "REC MES" TO LDI-MARCA-MAXIMO
002060         WHEN "A"
002070             MOVE "REC ANIO" TO LDI-MARCA-MAXIMO
002080         WHEN "H"
002090             MOVE "REC HIST" TO LDI-MARCA-MAXIMO
002100         WHEN OTHER
002110             MOVE SPACE TO LDI-MARCA-MAXIMO
002120     END-EVALUATE.
002130 2100-EXIT.
002140     EXIT.
002150
002160 2200-ARMAR-MARCA-MINIMO.
002170     EVALUATE EXD-RECORD-MINIMO
002180         WHEN "M"
002190             MOVE "REC MES" TO LDI-MARCA-MINIMO
002200         WHEN "A"
002210             MOVE "REC ANIO" TO LDI-MARCA-MINIMO
002220         WHEN "H"
002230             MOVE "REC HIST" TO LDI-MARCA-MINIMO
002240         WHEN OTHER
002250             MOVE SPACE TO LDI-MARCA-MINIMO
002260     END-EVALUATE.
002270 2200-EXIT.
002280     EXIT.
002290
002300******************************************************************
002310* 8000-MOSTRAR-TOTALES - DIAS DEL MES, DIAS CON RECORD Y LOS
002320* EXTREMOS DEL MES CON SU FECHA Y POSICION.
002330******************************************************************
002340 8000-MOSTRAR-TOTALES.
002350     DISPLAY " ".
002360     DISPLAY "DIAS CON REGISTRO EN EL MES: " WS-CANT-DIAS.
002370     DISPLAY "DIAS QUE SUPERARON UN RECORD: " WS-CANT-DIAS-RECORD.
002380     MOVE WS-MAXIMO-MES TO WS-VALOR-EDITADO.
002390     DISPLAY "MAXIMO DEL MES: " WS-VALOR-EDITADO " EL "
002400         WS-FECHA-MAXIMO-MES " EN LA POSICION "
002410         WS-POS-MAXIMO-MES.
002420     MOVE WS-MINIMO-MES TO WS-VALOR-EDITADO.
002430     DISPLAY "MINIMO DEL MES: " WS-VALOR-EDITADO " EL "
002440         WS-FECHA-MINIMO-MES " EN LA POSICION "
002450         WS-POS-MINIMO-MES.
002460 8000-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500* 8100-MOSTRAR-FRECUENCIA - CUANTAS VECES CADA POSICION DE LA
002510* LISTA TUVO EL MAXIMO DEL DIA, CON SU PORCENTAJE SOBRE LOS DIAS
002520* DEL MES, Y LA POSICION MAS FRECUENTE (LA PRIMERA SI EMPATAN).
002530******************************************************************
002540 8100-MOSTRAR-FRECUENCIA.
002550     DISPLAY " ".
002560     DISPLAY "POSICION DEL MAXIMO DEL DIA:".
002570     DISPLAY "POS  DIAS  PORC".
002580     MOVE 1 TO WS-POS-MAS-FRECUENTE.
002590     PERFORM 8110-MOSTRAR-POSICION THRU 8110-EXIT
002600         VARYING WS-IND-POSICION FROM 1 BY 1
002610         UNTIL WS-IND-POSICION > 10.
002620     IF WS-FUERA-DE-LISTA > 0
002630         DISPLAY "SIN POSICION VALIDA: " WS-FUERA-DE-LISTA
002640     END-IF.
002650     DISPLAY "POSICION MAS FRECUENTE DEL MAXIMO: "
002660         WS-POS-MAS-FRECUENTE.
002670 8100-EXIT.
002680     EXIT.
002690
002700 8110-MOSTRAR-POSICION.
002710     COMPUTE WS-PORCENTAJE ROUNDED =
002720         TF-VECES (WS-IND-POSICION) * 100 / WS-CANT-DIAS.
002730     MOVE WS-PORCENTAJE TO WS-PORCENTAJE-EDITADO.
002740     DISPLAY " " WS-IND-POSICION "   " TF-VECES (WS-IND-POSICION)
002750         "  " WS-PORCENTAJE-EDITADO "%".
002760     IF TF-VECES (WS-IND-POSICION)
002770         > TF-VECES (WS-POS-MAS-FRECUENTE)
002780         MOVE WS-IND-POSICION TO WS-POS-MAS-FRECUENTE
002790     END-IF.
002800 8110-EXIT.
002810     EXIT.
002820
002830 END PROGRAM INFEXT5.

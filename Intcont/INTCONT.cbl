000100******************************************************************
000110* Interfaz contable del dia cerrado. Finanzas volvia a tipear en
000120*el mayor las cifras del dia sacandolas de la planilla de
000130*EXTRACSV. Este paso corre despues de CIERRDIA y emite el archivo
000140*ASICONT que toma el mayor: una cabecera "C" con la fecha de
000150*negocio, un asiento balanceado (debe y haber por el mismo
000160*importe) por cada cifra de cada programa segun su archivo de
000170*control (positivos y negativos de EJERCICIO1, el desglose de
000180*EJERCICIO3, etc.) bajo un numero de diario unico para la fecha,
000190*y un cierre "T" con la cantidad de asientos y el total de
000200*control. Cada linea enviada queda tambien en el historico
000210*ASIHIST. Si el dia ya tenia un diario enviado (REABRDIA lo
000220*reabrio y se volvio a cerrar), la corrida emite primero el
000230*diario de reverso del enviado y despues el de las cifras
000240*corregidas, asi el mayor nunca lleva los dos.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    INTCONT.
000280 AUTHOR.        R. ALONSO.
000290 INSTALLATION.  DEPTO. DESARROLLO.
000300 DATE-WRITTEN.  15/10/2026.
000310 DATE-COMPILED.
000320******************************************************************
000330* HISTORIAL DE MODIFICACIONES
000340* FECHA       INIC.  DESCRIPCION
000350* 15/10/2026  RA     VERSION INICIAL. EL DIA CONTABILIZADO ES EL
000360*                    ULTIMO CERRADO; UN DIA REABIERTO Y TODAVIA
000370*                    NO RE-CERRADO NO SE CONTABILIZA (RC 8). UN
000380*                    CONTROL QUE FALTA O QUE NO ES DEL DIA NO
000390*                    APORTA ASIENTOS Y SE AVISA (RC 4). UNA CIFRA
000400*                    EN CERO NO GENERA ASIENTO Y UNA NEGATIVA
000410*                    INVIERTE DEBE Y HABER. SI EL DIARIO VIGENTE
000420*                    DEL DIA YA TIENE LAS MISMAS LINEAS NO SE
000430*                    EMITE NADA (RC 4): VOLVER A CORRER EL PASO
000440*                    NO DUPLICA NI REVIERTE SIN NECESIDAD.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TOTALES-IN ASSIGN TO "TOTALES"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-TOTALES-STATUS.
000520     SELECT CONTROL3-IN ASSIGN TO "CONTROL3"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CONTROL3-STATUS.
000550     SELECT RESULT2-IN ASSIGN TO "RESULT2"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RESULT2-STATUS.
000580     SELECT ESTAD4-IN ASSIGN TO "ESTAD4"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ESTAD4-STATUS.
000610     SELECT REPORTE5-IN ASSIGN TO "REPORTE5"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORTE5-STATUS.
000640     SELECT ASIENTOS-OUT ASSIGN TO "ASICONT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ASICONT-STATUS.
000670     SELECT HISTORICO-ASIENTOS ASSIGN TO "ASIHIST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ASIHIST-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  TOTALES-IN
000740     LABEL RECORDS ARE STANDARD.
000750 01  REG-TOTALES-IN.
000760     COPY TOTCTL1.
000770 01  REG-TOTALES-TRL             PIC X(49).
000780
000790 FD  CONTROL3-IN
000800     LABEL RECORDS ARE STANDARD.
000810 01  REG-CONTROL3-IN.
000820     COPY CONTEO3.
000830 01  REG-CONTROL3-TRL            PIC X(49).
000840
000850 FD  RESULT2-IN
000860     LABEL RECORDS ARE STANDARD.
000870 01  REG-RESULT2-IN.
000880     05  RS2-TIPO                PIC X(01).
000890         88  RS2-GRAN-TOTAL                VALUE "G".
000900     05  RS2-RESTO               PIC X(48).
000910 01  REG-RESULT2-TOTAL.
000920     05  FILLER                  PIC X(02).
000930     COPY RESULT2.
000940
000950 FD  ESTAD4-IN
000960     LABEL RECORDS ARE STANDARD.
000970 01  REG-ESTAD4-IN.
000980     COPY ESTAD4.
000990
001000 FD  REPORTE5-IN
001010     LABEL RECORDS ARE STANDARD.
001020 01  REG-REPORTE5-IN.
001030     COPY REPORTE5.
001040
001050 FD  ASIENTOS-OUT
001060     LABEL RECORDS ARE STANDARD.
001070 01  REG-ASIENTOS                PIC X(86).
001080
001090 FD  HISTORICO-ASIENTOS
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-HISTORICO               PIC X(86).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-TOTALES-STATUS           PIC X(02) VALUE "00".
001150 01  WS-CONTROL3-STATUS          PIC X(02) VALUE "00".
001160 01  WS-RESULT2-STATUS           PIC X(02) VALUE "00".
001170 01  WS-ESTAD4-STATUS            PIC X(02) VALUE "00".
001180 01  WS-REPORTE5-STATUS          PIC X(02) VALUE "00".
001190 01  WS-ASICONT-STATUS           PIC X(02) VALUE "00".
001200 01  WS-ASIHIST-STATUS           PIC X(02) VALUE "00".
001210
001220 01  FECHA-NEGOCIO-COM.
001230     COPY FECHALNK.
001240
001250 01  REG-AUDITORIA.
001260     COPY AUDITLOG.
001270
001280 01  REG-TRAILER.
001290     COPY CTLTRL.
001300 01  GUARDA-TOTALES              PIC X(17) VALUE SPACE.
001310 01  GUARDA-CONTROL3             PIC X(14) VALUE SPACE.
001320 01  GUARDA-RESULT2              PIC X(49) VALUE SPACE.
001330 01  SW-HAY-TRAILER              PIC X(01) VALUE "N".
001340     88  HAY-TRAILER                       VALUE "S".
001350
001360 01  WS-FECHA-ASIENTO            PIC 9(08) VALUE 0.
001370 01  WS-CANT-FALTANTES           PIC 9(01) VALUE 0.
001380 01  WS-IND-CUENTA               PIC 9(02) VALUE 0.
001390 01  WS-IND-LINEA                PIC 9(02) VALUE 0.
001400
001410*    PLAN DE CUENTAS ACORDADO CON FINANZAS: POR PROGRAMA Y CIFRA,
001420*    LA CUENTA DE LA CIFRA (AL DEBE) Y SU CONTRAPARTIDA (AL
001430*    HABER), QUE ES UNA POR PROGRAMA.
001440 01  TABLA-CUENTAS.
001450     05  FILLER PIC X(20) VALUE "EJERCICIO1POSITIVOS ".
001460     05  FILLER PIC X(20) VALUE "4101001   2101000   ".
001470     05  FILLER PIC X(20) VALUE "EJERCICIO1NEGATIVOS ".
001480     05  FILLER PIC X(20) VALUE "4101002   2101000   ".
001490     05  FILLER PIC X(20) VALUE "EJERCICIO1GRANTOTAL ".
001500     05  FILLER PIC X(20) VALUE "4101003   2101000   ".
001510     05  FILLER PIC X(20) VALUE "EJERCICIO2LEIDOS    ".
001520     05  FILLER PIC X(20) VALUE "4102001   2102000   ".
001530     05  FILLER PIC X(20) VALUE "EJERCICIO2POSITIVOS ".
001540     05  FILLER PIC X(20) VALUE "4102002   2102000   ".
001550     05  FILLER PIC X(20) VALUE "EJERCICIO2NEGATIVOS ".
001560     05  FILLER PIC X(20) VALUE "4102003   2102000   ".
001570     05  FILLER PIC X(20) VALUE "EJERCICIO3POSITIVOS ".
001580     05  FILLER PIC X(20) VALUE "4103001   2103000   ".
001590     05  FILLER PIC X(20) VALUE "EJERCICIO3NEGATIVOS ".
001600     05  FILLER PIC X(20) VALUE "4103002   2103000   ".
001610     05  FILLER PIC X(20) VALUE "EJERCICIO3CEROS     ".
001620     05  FILLER PIC X(20) VALUE "4103003   2103000   ".
001630     05  FILLER PIC X(20) VALUE "EJERCICIO4CANTIDAD  ".
001640     05  FILLER PIC X(20) VALUE "4104001   2104000   ".
001650     05  FILLER PIC X(20) VALUE "EJERCICIO4PROMEDIO  ".
001660     05  FILLER PIC X(20) VALUE "4104002   2104000   ".
001670     05  FILLER PIC X(20) VALUE "EJERCICIO5MAXIMO    ".
001680     05  FILLER PIC X(20) VALUE "4105001   2105000   ".
001690     05  FILLER PIC X(20) VALUE "EJERCICIO5MINIMO    ".
001700     05  FILLER PIC X(20) VALUE "4105002   2105000   ".
001710 01  TABLA-CUENTAS-R REDEFINES TABLA-CUENTAS.
001720     05  TC-ENTRADA OCCURS 13 TIMES.
001730         10  TC-PROGRAMA         PIC X(10).
001740         10  TC-CONCEPTO         PIC X(10).
001750         10  TC-CUENTA           PIC X(10).
001760         10  TC-CONTRAPARTIDA    PIC X(10).
001770
001780*    CIFRA EN CURSO, ANTES DE CONVERTIRSE EN ASIENTO.
001790 01  WS-CIF-PROGRAMA             PIC X(10) VALUE SPACE.
001800 01  WS-CIF-CONCEPTO             PIC X(10) VALUE SPACE.
001810 01  WS-CIF-IMPORTE              PIC S9(09)V99 VALUE 0.
001820
001830*    LINEAS DEL DIARIO NUEVO (DOS POR ASIENTO) Y DEL DIARIO
001840*    VIGENTE YA ENVIADO PARA EL DIA, TOMADO DE ASIHIST.
001850 01  WS-CANT-NUEVAS              PIC 9(02) VALUE 0.
001860 01  WS-CANT-ASIENTOS            PIC 9(03) VALUE 0.
001870 01  TABLA-NUEVAS.
001880     05  NUE-LINEA OCCURS 30 TIMES.
001890         10  NUE-NUMERO          PIC 9(03).
001900         10  NUE-CUENTA          PIC X(10).
001910         10  NUE-DEBE-HABER      PIC X(01).
001920         10  NUE-IMPORTE         PIC 9(09)V99.
001930         10  NUE-PROGRAMA        PIC X(10).
001940         10  NUE-CONCEPTO        PIC X(10).
001950 01  WS-CANT-VIGENTES            PIC 9(02) VALUE 0.
001960 01  WS-DIARIO-VIGENTE           PIC 9(10) VALUE 0.
001970 01  TABLA-VIGENTES.
001980     05  VIG-LINEA OCCURS 30 TIMES.
001990         10  VIG-NUMERO          PIC 9(03).
002000         10  VIG-CUENTA          PIC X(10).
002010         10  VIG-DEBE-HABER      PIC X(01).
002020         10  VIG-IMPORTE         PIC 9(09)V99.
002030         10  VIG-PROGRAMA        PIC X(10).
002040         10  VIG-CONCEPTO        PIC X(10).
002050
002060*    NUMERACION DE DIARIOS DE LA FECHA Y TOTALES DEL ENVIO.
002070 01  WS-ULTIMA-SEC               PIC 9(02) VALUE 0.
002080 01  WS-DIARIO-EMITIDO           PIC 9(10) VALUE 0.
002090 01  WS-DIARIO-REVERSO           PIC 9(10) VALUE 0.
002100 01  WS-DIARIO-NUEVO             PIC 9(10) VALUE 0.
002110 01  WS-CANT-DIARIOS             PIC 9(02) VALUE 0.
002120 01  WS-CANT-LINEAS              PIC 9(05) VALUE 0.
002130 01  WS-TOTAL-CONTROL            PIC 9(11)V99 VALUE 0.
002140
002150 01  SW-FIN-ARCHIVO              PIC X(01) VALUE "N".
002160     88  FIN-DE-ARCHIVO                    VALUE "S".
002170 01  SW-CUENTA                   PIC X(01) VALUE "N".
002180     88  CUENTA-HALLADA                    VALUE "S".
002190 01  SW-SIN-CAMBIOS              PIC X(01) VALUE "N".
002200     88  SIN-CAMBIOS                       VALUE "S".
002210
002220*    LINEAS DEL ARCHIVO ASICONT: CABECERA, DETALLE Y CIERRE.
002230 01  LIN-ASIENTO.
002240     COPY ASIENTO.
002250 01  LIN-ASI-CABECERA REDEFINES LIN-ASIENTO.
002260     05  FILLER                  PIC X(02).
002270     05  ASC-FECHA               PIC 9(08).
002280     05  ASC-SEPARADOR-1         PIC X(01).
002290     05  ASC-ORIGEN              PIC X(08).
002300     05  ASC-SEPARADOR-2         PIC X(01).
002310     05  ASC-CANT-DIARIOS        PIC 9(02).
002320     05  FILLER                  PIC X(64).
002330 01  LIN-ASI-CIERRE REDEFINES LIN-ASIENTO.
002340     05  FILLER                  PIC X(02).
002350     05  AST-CANT-ASIENTOS       PIC 9(05).
002360     05  AST-SEPARADOR-1         PIC X(01).
002370     05  AST-CANT-LINEAS         PIC 9(05).
002380     05  AST-SEPARADOR-2         PIC X(01).
002390     05  AST-TOTAL-CONTROL       PIC 9(11)V99.
002400     05  FILLER                  PIC X(59).
002410
002420 PROCEDURE DIVISION.
002430******************************************************************
002440* 0000-MAINLINE-CONTROL
002450******************************************************************
002460 0000-MAINLINE-CONTROL.
002470     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002480     IF FNC-SIN-ARCHIVO OR FNC-ULTIMA-CERRADA = 0
002490         DISPLAY "NO HAY DIA CERRADO PARA CONTABILIZAR (DIA "
002500             "REABIERTO SIN RE-CERRAR O SIN FECHANEG)"
002510         MOVE 8 TO RETURN-CODE
002520         GOBACK
002530     END-IF.
002540     MOVE FNC-ULTIMA-CERRADA TO WS-FECHA-ASIENTO.
002550     DISPLAY "INTERFAZ CONTABLE DEL DIA " WS-FECHA-ASIENTO.
002560     PERFORM 1000-CARGAR-CIFRAS THRU 1000-EXIT.
002570     IF WS-CANT-NUEVAS = 0
002580         DISPLAY "NINGUNA CIFRA DEL DIA PARA CONTABILIZAR, NO "
002590             "SE EMITE ASICONT"
002600         MOVE 8 TO RETURN-CODE
002610         GOBACK
002620     END-IF.
002630     PERFORM 2000-LEER-ENVIADOS THRU 2000-EXIT.
002640     IF WS-DIARIO-VIGENTE NOT = 0
002650         PERFORM 2500-COMPARAR-VIGENTE THRU 2500-EXIT
002660     END-IF.
002670     IF SIN-CAMBIOS
002680         DISPLAY "EL DIARIO " WS-DIARIO-VIGENTE " YA ENVIADO "
002690             "TIENE LAS MISMAS CIFRAS, NO SE EMITE NADA"
002700         MOVE 4 TO RETURN-CODE
002710         GOBACK
002720     END-IF.
002730     IF WS-ULTIMA-SEC > 97
002740         DISPLAY "LA FECHA YA AGOTO LOS NUMEROS DE DIARIO, NO "
002750             "SE EMITE ASICONT"
002760         MOVE 16 TO RETURN-CODE
002770         GOBACK
002780     END-IF.
002790     PERFORM 3000-EMITIR-DIARIOS THRU 3000-EXIT.
002800     IF RETURN-CODE = 16
002810         GOBACK
002820     END-IF.
002830     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002840     IF WS-CANT-FALTANTES > 0
002850         MOVE 4 TO RETURN-CODE
002860     END-IF.
002870     GOBACK.
002880
002890******************************************************************
002900* 1000-CARGAR-CIFRAS - LAS CIFRAS DE CADA PROGRAMA SEGUN SU
002910* ARCHIVO DE CONTROL, SOLO SI ESTE ES DEL DIA CONTABILIZADO.
002920******************************************************************
002930 1000-CARGAR-CIFRAS.
002940     MOVE 0 TO WS-CANT-NUEVAS.
002950     MOVE 0 TO WS-CANT-ASIENTOS.
002960     MOVE 0 TO WS-CANT-FALTANTES.
002970     PERFORM 1100-CIFRAS-TOTALES THRU 1100-EXIT.
002980     PERFORM 1200-CIFRAS-RESULT2 THRU 1200-EXIT.
002990     PERFORM 1300-CIFRAS-CONTROL3 THRU 1300-EXIT.
003000     PERFORM 1400-CIFRAS-ESTAD4 THRU 1400-EXIT.
003010     PERFORM 1500-CIFRAS-REPORTE5 THRU 1500-EXIT.
003020 1000-EXIT.
003030     EXIT.
003040
003050 1100-CIFRAS-TOTALES.
003060     MOVE "EJERCICIO1" TO WS-CIF-PROGRAMA.
003070     OPEN INPUT TOTALES-IN.
003080     IF WS-TOTALES-STATUS NOT = "00"
003090         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
003100         GO TO 1100-EXIT
003110     END-IF.
003120     MOVE "N" TO SW-HAY-TRAILER.
003130     READ TOTALES-IN
003140         AT END
003150             CLOSE TOTALES-IN
003160             PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
003170             GO TO 1100-EXIT
003180     END-READ.
003190     MOVE REG-TOTALES-IN TO GUARDA-TOTALES.
003200     READ TOTALES-IN
003210         AT END
003220             CONTINUE
003230         NOT AT END
003240             MOVE REG-TOTALES-TRL TO REG-TRAILER
003250             SET HAY-TRAILER TO TRUE
003260     END-READ.
003270     CLOSE TOTALES-IN.
003280     MOVE GUARDA-TOTALES TO REG-TOTALES-IN.
003290     IF NOT HAY-TRAILER
003300         OR TRL-FECHA NOT = WS-FECHA-ASIENTO
003310         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
003320         GO TO 1100-EXIT
003330     END-IF.
003340     MOVE "POSITIVOS" TO WS-CIF-CONCEPTO.
003350     MOVE TOT-CANT-POSITIVO TO WS-CIF-IMPORTE.
003360     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
003370     MOVE "NEGATIVOS" TO WS-CIF-CONCEPTO.
003380     MOVE TOT-CANT-NEGATIVO TO WS-CIF-IMPORTE.
003390     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
003400     MOVE "GRANTOTAL" TO WS-CIF-CONCEPTO.
003410     MOVE TOT-GRAN-TOTAL TO WS-CIF-IMPORTE.
003420     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
003430 1100-EXIT.
003440     EXIT.
003450
003460 1200-CIFRAS-RESULT2.
003470     MOVE "EJERCICIO2" TO WS-CIF-PROGRAMA.
003480     OPEN INPUT RESULT2-IN.
003490     IF WS-RESULT2-STATUS NOT = "00"
003500         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
003510         GO TO 1200-EXIT
003520     END-IF.
003530     MOVE "N" TO SW-FIN-ARCHIVO.
003540     MOVE SPACE TO GUARDA-RESULT2.
003550     PERFORM 1210-TOMAR-RESULT2 THRU 1210-EXIT
003560         UNTIL FIN-DE-ARCHIVO.
003570     CLOSE RESULT2-IN.
003580     MOVE GUARDA-RESULT2 TO REG-RESULT2-IN.
003590     IF NOT RS2-GRAN-TOTAL
003600         OR RG2-FECHA NOT = WS-FECHA-ASIENTO
003610         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
003620         GO TO 1200-EXIT
003630     END-IF.
003640     MOVE "LEIDOS" TO WS-CIF-CONCEPTO.
003650     MOVE RG2-LEIDOS TO WS-CIF-IMPORTE.
003660     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
003670     MOVE "POSITIVOS" TO WS-CIF-CONCEPTO.
003680     MOVE RG2-POSITIVOS TO WS-CIF-IMPORTE.
003690     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
003700     MOVE "NEGATIVOS" TO WS-CIF-CONCEPTO.
003710     MOVE RG2-NEGATIVOS TO WS-CIF-IMPORTE.
003720     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
003730 1200-EXIT.
003740     EXIT.
003750
003760*    SE DETIENE EN EL GRAN TOTAL "G", QUE QUEDA GUARDADO.
003770 1210-TOMAR-RESULT2.
003780     READ RESULT2-IN
003790         AT END
003800             SET FIN-DE-ARCHIVO TO TRUE
003810             GO TO 1210-EXIT
003820     END-READ.
003830     IF RS2-GRAN-TOTAL
003840         MOVE REG-RESULT2-IN TO GUARDA-RESULT2
003850         SET FIN-DE-ARCHIVO TO TRUE
003860     END-IF.
003870 1210-EXIT.
003880     EXIT.
003890
003900 1300-CIFRAS-CONTROL3.
003910     MOVE "EJERCICIO3" TO WS-CIF-PROGRAMA.
003920     OPEN INPUT CONTROL3-IN.
003930     IF WS-CONTROL3-STATUS NOT = "00"
003940         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
003950         GO TO 1300-EXIT
003960     END-IF.
003970     MOVE "N" TO SW-HAY-TRAILER.
003980     READ CONTROL3-IN
003990         AT END
004000             CLOSE CONTROL3-IN
004010             PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004020             GO TO 1300-EXIT
004030     END-READ.
004040     MOVE REG-CONTROL3-IN TO GUARDA-CONTROL3.
004050     READ CONTROL3-IN
004060         AT END
004070             CONTINUE
004080         NOT AT END
004090             MOVE REG-CONTROL3-TRL TO REG-TRAILER
004100             SET HAY-TRAILER TO TRUE
004110     END-READ.
004120     CLOSE CONTROL3-IN.
004130     MOVE GUARDA-CONTROL3 TO REG-CONTROL3-IN.
004140     IF NOT HAY-TRAILER
004150         OR TRL-FECHA NOT = WS-FECHA-ASIENTO
004160         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004170         GO TO 1300-EXIT
004180     END-IF.
004190     MOVE "POSITIVOS" TO WS-CIF-CONCEPTO.
004200     MOVE CTL3-POSITIVOS TO WS-CIF-IMPORTE.
004210     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
004220     MOVE "NEGATIVOS" TO WS-CIF-CONCEPTO.
004230     MOVE CTL3-NEGATIVOS TO WS-CIF-IMPORTE.
004240     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
004250     MOVE "CEROS" TO WS-CIF-CONCEPTO.
004260     MOVE CTL3-CEROS TO WS-CIF-IMPORTE.
004270     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
004280 1300-EXIT.
004290     EXIT.
004300
004310 1400-CIFRAS-ESTAD4.
004320     MOVE "EJERCICIO4" TO WS-CIF-PROGRAMA.
004330     OPEN INPUT ESTAD4-IN.
004340     IF WS-ESTAD4-STATUS NOT = "00"
004350         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004360         GO TO 1400-EXIT
004370     END-IF.
004380     READ ESTAD4-IN
004390         AT END
004400             CLOSE ESTAD4-IN
004410             PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004420             GO TO 1400-EXIT
004430     END-READ.
004440     IF EST4-FECHA NOT = WS-FECHA-ASIENTO
004450         CLOSE ESTAD4-IN
004460         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004470         GO TO 1400-EXIT
004480     END-IF.
004490     MOVE "CANTIDAD" TO WS-CIF-CONCEPTO.
004500     MOVE EST4-CANTIDAD TO WS-CIF-IMPORTE.
004510     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
004520     MOVE "PROMEDIO" TO WS-CIF-CONCEPTO.
004530     MOVE EST4-PROMEDIO TO WS-CIF-IMPORTE.
004540     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
004550     CLOSE ESTAD4-IN.
004560 1400-EXIT.
004570     EXIT.
004580
004590 1500-CIFRAS-REPORTE5.
004600     MOVE "EJERCICIO5" TO WS-CIF-PROGRAMA.
004610     OPEN INPUT REPORTE5-IN.
004620     IF WS-REPORTE5-STATUS NOT = "00"
004630         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004640         GO TO 1500-EXIT
004650     END-IF.
004660     READ REPORTE5-IN
004670         AT END
004680             CLOSE REPORTE5-IN
004690             PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004700             GO TO 1500-EXIT
004710     END-READ.
004720     IF REP-FECHA NOT = WS-FECHA-ASIENTO
004730         CLOSE REPORTE5-IN
004740         PERFORM 1900-AVISAR-FALTANTE THRU 1900-EXIT
004750         GO TO 1500-EXIT
004760     END-IF.
004770     MOVE "MAXIMO" TO WS-CIF-CONCEPTO.
004780     MOVE REP-MAXIMO TO WS-CIF-IMPORTE.
004790     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
004800     MOVE "MINIMO" TO WS-CIF-CONCEPTO.
004810     MOVE REP-MINIMO TO WS-CIF-IMPORTE.
004820     PERFORM 1800-AGREGAR-ASIENTO THRU 1800-EXIT.
004830     CLOSE REPORTE5-IN.
004840 1500-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 1800-AGREGAR-ASIENTO - LA CIFRA EN CURSO PASA A SER UN ASIENTO
004890* DE DOS LINEAS: LA CUENTA DE LA CIFRA AL DEBE Y LA CONTRAPARTIDA
004900* DEL PROGRAMA AL HABER (AL REVES SI LA CIFRA ES NEGATIVA). UNA
004910* CIFRA EN CERO NO GENERA ASIENTO.
004920******************************************************************
004930 1800-AGREGAR-ASIENTO.
004940     IF WS-CIF-IMPORTE = 0
004950         GO TO 1800-EXIT
004960     END-IF.
004970     MOVE "N" TO SW-CUENTA.
004980     PERFORM 1810-BUSCAR-CUENTA THRU 1810-EXIT
004990         VARYING WS-IND-CUENTA FROM 1 BY 1
005000         UNTIL CUENTA-HALLADA OR WS-IND-CUENTA > 13.
005010     IF NOT CUENTA-HALLADA
005020         DISPLAY "SIN CUENTA PARA " WS-CIF-PROGRAMA " "
005030             WS-CIF-CONCEPTO ", LA CIFRA NO SE CONTABILIZA"
005040         GO TO 1800-EXIT
005050     END-IF.
005060     SUBTRACT 1 FROM WS-IND-CUENTA.
005070     ADD 1 TO WS-CANT-ASIENTOS.
005080     ADD 1 TO WS-CANT-NUEVAS.
005090     MOVE WS-CANT-ASIENTOS TO NUE-NUMERO (WS-CANT-NUEVAS).
005100     MOVE TC-CUENTA (WS-IND-CUENTA)
005110         TO NUE-CUENTA (WS-CANT-NUEVAS).
005120     MOVE WS-CIF-PROGRAMA TO NUE-PROGRAMA (WS-CANT-NUEVAS).
005130     MOVE WS-CIF-CONCEPTO TO NUE-CONCEPTO (WS-CANT-NUEVAS).
005140     IF WS-CIF-IMPORTE < 0
005150         MOVE "H" TO NUE-DEBE-HABER (WS-CANT-NUEVAS)
005160         COMPUTE NUE-IMPORTE (WS-CANT-NUEVAS) =
005170             0 - WS-CIF-IMPORTE
005180     ELSE
005190         MOVE "D" TO NUE-DEBE-HABER (WS-CANT-NUEVAS)
005200         MOVE WS-CIF-IMPORTE TO NUE-IMPORTE (WS-CANT-NUEVAS)
005210     END-IF.
005220     ADD 1 TO WS-CANT-NUEVAS.
005230     MOVE WS-CANT-ASIENTOS TO NUE-NUMERO (WS-CANT-NUEVAS).
005240     MOVE TC-CONTRAPARTIDA (WS-IND-CUENTA)
005250         TO NUE-CUENTA (WS-CANT-NUEVAS).
005260     MOVE WS-CIF-PROGRAMA TO NUE-PROGRAMA (WS-CANT-NUEVAS).
005270     MOVE WS-CIF-CONCEPTO TO NUE-CONCEPTO (WS-CANT-NUEVAS).
005280     MOVE NUE-IMPORTE (WS-CANT-NUEVAS - 1)
005290         TO NUE-IMPORTE (WS-CANT-NUEVAS).
005300     IF NUE-DEBE-HABER (WS-CANT-NUEVAS - 1) = "D"
005310         MOVE "H" TO NUE-DEBE-HABER (WS-CANT-NUEVAS)
005320     ELSE
005330         MOVE "D" TO NUE-DEBE-HABER (WS-CANT-NUEVAS)
005340     END-IF.
005350 1800-EXIT.
005360     EXIT.
005370
005380 1810-BUSCAR-CUENTA.
005390     IF TC-PROGRAMA (WS-IND-CUENTA) = WS-CIF-PROGRAMA
005400         AND TC-CONCEPTO (WS-IND-CUENTA) = WS-CIF-CONCEPTO
005410         SET CUENTA-HALLADA TO TRUE
005420     END-IF.
005430 1810-EXIT.
005440     EXIT.
005450
005460 1900-AVISAR-FALTANTE.
005470     DISPLAY "CONTROL DE " WS-CIF-PROGRAMA " AUSENTE O DE OTRO "
005480         "DIA, SUS CIFRAS NO SE CONTABILIZAN".
005490     ADD 1 TO WS-CANT-FALTANTES.
005500 1900-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540* 2000-LEER-ENVIADOS - RECORRE ASIHIST BUSCANDO LOS DIARIOS DE LA
005550* FECHA: LA ULTIMA SECUENCIA USADA Y EL DIARIO NORMAL VIGENTE
005560* (EL ULTIMO QUE NINGUN REVERSO POSTERIOR ANULO), CON SUS LINEAS.
005570******************************************************************
005580 2000-LEER-ENVIADOS.
005590     MOVE 0 TO WS-ULTIMA-SEC.
005600     MOVE 0 TO WS-DIARIO-VIGENTE.
005610     MOVE 0 TO WS-CANT-VIGENTES.
005620     MOVE "N" TO SW-FIN-ARCHIVO.
005630     OPEN INPUT HISTORICO-ASIENTOS.
005640     IF WS-ASIHIST-STATUS NOT = "00"
005650         GO TO 2000-EXIT
005660     END-IF.
005670     PERFORM 2100-TOMAR-ENVIADO THRU 2100-EXIT
005680         UNTIL FIN-DE-ARCHIVO.
005690     CLOSE HISTORICO-ASIENTOS.
005700 2000-EXIT.
005710     EXIT.
005720
005730 2100-TOMAR-ENVIADO.
005740     READ HISTORICO-ASIENTOS
005750         AT END
005760             SET FIN-DE-ARCHIVO TO TRUE
005770             GO TO 2100-EXIT
005780     END-READ.
005790     MOVE REG-HISTORICO TO LIN-ASIENTO.
005800     IF NOT ASI-DETALLE
005810         OR ASI-DIARIO-FECHA NOT = WS-FECHA-ASIENTO
005820         GO TO 2100-EXIT
005830     END-IF.
005840     IF ASI-DIARIO-SEC > WS-ULTIMA-SEC
005850         MOVE ASI-DIARIO-SEC TO WS-ULTIMA-SEC
005860     END-IF.
005870     IF ASI-REVERSO
005880         IF ASI-REVERSA-DE = WS-DIARIO-VIGENTE
005890             MOVE 0 TO WS-DIARIO-VIGENTE
005900             MOVE 0 TO WS-CANT-VIGENTES
005910         END-IF
005920         GO TO 2100-EXIT
005930     END-IF.
005940     IF ASI-DIARIO NOT = WS-DIARIO-VIGENTE
005950         MOVE ASI-DIARIO TO WS-DIARIO-VIGENTE
005960         MOVE 0 TO WS-CANT-VIGENTES
005970     END-IF.
005980     IF WS-CANT-VIGENTES < 30
005990         ADD 1 TO WS-CANT-VIGENTES
006000         MOVE ASI-NUMERO TO VIG-NUMERO (WS-CANT-VIGENTES)
006010         MOVE ASI-CUENTA TO VIG-CUENTA (WS-CANT-VIGENTES)
006020         MOVE ASI-DEBE-HABER TO VIG-DEBE-HABER (WS-CANT-VIGENTES)
006030         MOVE ASI-IMPORTE TO VIG-IMPORTE (WS-CANT-VIGENTES)
006040         MOVE ASI-PROGRAMA TO VIG-PROGRAMA (WS-CANT-VIGENTES)
006050         MOVE ASI-CONCEPTO TO VIG-CONCEPTO (WS-CANT-VIGENTES)
006060     END-IF.
006070 2100-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 2500-COMPARAR-VIGENTE - EL DIARIO VIGENTE ES IGUAL AL NUEVO SI
006120* TIENE LAS MISMAS LINEAS, EN EL MISMO ORDEN, CON LA MISMA CUENTA,
006130* EL MISMO LADO Y EL MISMO IMPORTE.
006140******************************************************************
006150 2500-COMPARAR-VIGENTE.
006160     MOVE "N" TO SW-SIN-CAMBIOS.
006170     IF WS-CANT-VIGENTES NOT = WS-CANT-NUEVAS
006180         GO TO 2500-EXIT
006190     END-IF.
006200     SET SIN-CAMBIOS TO TRUE.
006210     PERFORM 2510-COMPARAR-LINEA THRU 2510-EXIT
006220         VARYING WS-IND-LINEA FROM 1 BY 1
006230         UNTIL NOT SIN-CAMBIOS
006240         OR WS-IND-LINEA > WS-CANT-NUEVAS.
006250 2500-EXIT.
006260     EXIT.
006270
006280 2510-COMPARAR-LINEA.
006290     IF VIG-CUENTA (WS-IND-LINEA) NOT = NUE-CUENTA (WS-IND-LINEA)
006300         OR VIG-DEBE-HABER (WS-IND-LINEA)
006310             NOT = NUE-DEBE-HABER (WS-IND-LINEA)
006320         OR VIG-IMPORTE (WS-IND-LINEA)
006330             NOT = NUE-IMPORTE (WS-IND-LINEA)
006340         MOVE "N" TO SW-SIN-CAMBIOS
006350     END-IF.
006360 2510-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 3000-EMITIR-DIARIOS - GRABA ASICONT: CABECERA, EL REVERSO DEL
006410* DIARIO VIGENTE SI LO HAY, EL DIARIO NUEVO Y EL CIERRE. CADA
006420* DETALLE SE AGREGA TAMBIEN A ASIHIST; SIN ASIHIST NO SE EMITE
006430* NADA, PORQUE UN DIARIO SIN RASTRO NO SE PODRIA REVERTIR.
006440******************************************************************
006450 3000-EMITIR-DIARIOS.
006460     OPEN EXTEND HISTORICO-ASIENTOS.
006470     IF WS-ASIHIST-STATUS = "35"
006480         OPEN OUTPUT HISTORICO-ASIENTOS
006490     END-IF.
006500     IF WS-ASIHIST-STATUS NOT = "00"
006510         DISPLAY "NO SE PUDO ABRIR ASIHIST, FILE STATUS "
006520             WS-ASIHIST-STATUS ", NO SE EMITE ASICONT"
006530         MOVE 16 TO RETURN-CODE
006540         GO TO 3000-EXIT
006550     END-IF.
006560     OPEN OUTPUT ASIENTOS-OUT.
006570     IF WS-ASICONT-STATUS NOT = "00"
006580         DISPLAY "NO SE PUDO ABRIR ASICONT, FILE STATUS "
006590             WS-ASICONT-STATUS
006600         CLOSE HISTORICO-ASIENTOS
006610         MOVE 16 TO RETURN-CODE
006620         GO TO 3000-EXIT
006630     END-IF.
006640     MOVE 0 TO WS-CANT-LINEAS.
006650     MOVE 0 TO WS-TOTAL-CONTROL.
006660     MOVE 0 TO WS-DIARIO-REVERSO.
006670     MOVE 1 TO WS-CANT-DIARIOS.
006680     IF WS-DIARIO-VIGENTE NOT = 0
006690         MOVE 2 TO WS-CANT-DIARIOS
006700     END-IF.
006710     MOVE SPACE TO LIN-ASIENTO.
006720     MOVE "C" TO ASI-TIPO.
006730     MOVE WS-FECHA-ASIENTO TO ASC-FECHA.
006740     MOVE "EJERSUIT" TO ASC-ORIGEN.
006750     MOVE WS-CANT-DIARIOS TO ASC-CANT-DIARIOS.
006760     MOVE LIN-ASIENTO TO REG-ASIENTOS.
006770     WRITE REG-ASIENTOS.
006780     IF WS-DIARIO-VIGENTE NOT = 0
006790         ADD 1 TO WS-ULTIMA-SEC
006800         COMPUTE WS-DIARIO-REVERSO =
006810             WS-FECHA-ASIENTO * 100 + WS-ULTIMA-SEC
006820         PERFORM 3100-EMITIR-REVERSO THRU 3100-EXIT
006830             VARYING WS-IND-LINEA FROM 1 BY 1
006840             UNTIL WS-IND-LINEA > WS-CANT-VIGENTES
006850     END-IF.
006860     ADD 1 TO WS-ULTIMA-SEC.
006870     COMPUTE WS-DIARIO-NUEVO =
006880         WS-FECHA-ASIENTO * 100 + WS-ULTIMA-SEC.
006890     PERFORM 3200-EMITIR-NUEVO THRU 3200-EXIT
006900         VARYING WS-IND-LINEA FROM 1 BY 1
006910         UNTIL WS-IND-LINEA > WS-CANT-NUEVAS.
006920     MOVE SPACE TO LIN-ASIENTO.
006930     MOVE "T" TO ASI-TIPO.
006940     COMPUTE AST-CANT-ASIENTOS = WS-CANT-LINEAS / 2.
006950     MOVE WS-CANT-LINEAS TO AST-CANT-LINEAS.
006960     MOVE WS-TOTAL-CONTROL TO AST-TOTAL-CONTROL.
006970     MOVE LIN-ASIENTO TO REG-ASIENTOS.
006980     WRITE REG-ASIENTOS.
006990     CLOSE ASIENTOS-OUT.
007000     CLOSE HISTORICO-ASIENTOS.
007010     IF WS-DIARIO-REVERSO NOT = 0
007020         DISPLAY "DIARIO " WS-DIARIO-REVERSO " REVIERTE EL "
007030             "DIARIO ENVIADO " WS-DIARIO-VIGENTE
007040     END-IF.
007050     DISPLAY "DIARIO " WS-DIARIO-NUEVO " CON "
007060         WS-CANT-ASIENTOS " ASIENTOS; TOTAL DE CONTROL "
007070         WS-TOTAL-CONTROL.
007080 3000-EXIT.
007090     EXIT.
007100
007110*    LA LINEA VIGENTE CON EL LADO INVERTIDO.
007120 3100-EMITIR-REVERSO.
007130     PERFORM 3900-PREPARAR-DETALLE THRU 3900-EXIT.
007140     MOVE WS-DIARIO-REVERSO TO ASI-DIARIO.
007150     MOVE "R" TO ASI-CLASE.
007160     MOVE WS-DIARIO-VIGENTE TO ASI-REVERSA-DE.
007170     MOVE VIG-NUMERO (WS-IND-LINEA) TO ASI-NUMERO.
007180     MOVE VIG-CUENTA (WS-IND-LINEA) TO ASI-CUENTA.
007190     IF VIG-DEBE-HABER (WS-IND-LINEA) = "D"
007200         MOVE "H" TO ASI-DEBE-HABER
007210     ELSE
007220         MOVE "D" TO ASI-DEBE-HABER
007230     END-IF.
007240     MOVE VIG-IMPORTE (WS-IND-LINEA) TO ASI-IMPORTE.
007250     MOVE VIG-PROGRAMA (WS-IND-LINEA) TO ASI-PROGRAMA.
007260     MOVE VIG-CONCEPTO (WS-IND-LINEA) TO ASI-CONCEPTO.
007270     PERFORM 3950-GRABAR-DETALLE THRU 3950-EXIT.
007280 3100-EXIT.
007290     EXIT.
007300
007310 3200-EMITIR-NUEVO.
007320     PERFORM 3900-PREPARAR-DETALLE THRU 3900-EXIT.
007330     MOVE WS-DIARIO-NUEVO TO ASI-DIARIO.
007340     MOVE "N" TO ASI-CLASE.
007350     MOVE 0 TO ASI-REVERSA-DE.
007360     MOVE NUE-NUMERO (WS-IND-LINEA) TO ASI-NUMERO.
007370     MOVE NUE-CUENTA (WS-IND-LINEA) TO ASI-CUENTA.
007380     MOVE NUE-DEBE-HABER (WS-IND-LINEA) TO ASI-DEBE-HABER.
007390     MOVE NUE-IMPORTE (WS-IND-LINEA) TO ASI-IMPORTE.
007400     MOVE NUE-PROGRAMA (WS-IND-LINEA) TO ASI-PROGRAMA.
007410     MOVE NUE-CONCEPTO (WS-IND-LINEA) TO ASI-CONCEPTO.
007420     PERFORM 3950-GRABAR-DETALLE THRU 3950-EXIT.
007430 3200-EXIT.
007440     EXIT.
007450
007460 3900-PREPARAR-DETALLE.
007470     MOVE SPACE TO LIN-ASIENTO.
007480     MOVE "D" TO ASI-TIPO.
007490     MOVE WS-FECHA-ASIENTO TO ASI-FECHA.
007500 3900-EXIT.
007510     EXIT.
007520
007530*    EL TOTAL DE CONTROL ES LA SUMA DEL DEBE (IGUAL A LA DEL
007540*    HABER, PORQUE CADA ASIENTO BALANCEA).
007550 3950-GRABAR-DETALLE.
007560     MOVE LIN-ASIENTO TO REG-ASIENTOS.
007570     WRITE REG-ASIENTOS.
007580     MOVE LIN-ASIENTO TO REG-HISTORICO.
007590     WRITE REG-HISTORICO.
007600     ADD 1 TO WS-CANT-LINEAS.
007610     IF ASI-DEBE
007620         ADD ASI-IMPORTE TO WS-TOTAL-CONTROL
007630     END-IF.
007640 3950-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 8700-GRABAR-AUDITORIA - DEJA CONSTANCIA DEL ENVIO EN EL LOG
007690* COMPARTIDO, CON EL DIARIO EMITIDO Y EL REVERTIDO SI LO HUBO.
007700******************************************************************
007710 8700-GRABAR-AUDITORIA.
007720     CALL "LEEOPER" USING AUD-OPERADOR.
007730     MOVE WS-FECHA-ASIENTO TO AUD-FECHA.
007740     ACCEPT AUD-HORA FROM TIME.
007750     MOVE "INTCONT" TO AUD-PROGRAMA.
007760     MOVE SPACE TO AUD-RESULTADO.
007770     IF WS-DIARIO-REVERSO NOT = 0
007780         STRING "DIARIO=" WS-ULTIMA-SEC " REVERSO="
007790             WS-DIARIO-VIGENTE (9:2) " A=" WS-CANT-ASIENTOS
007800             DELIMITED BY SIZE INTO AUD-RESULTADO
007810     ELSE
007820         STRING "DIARIO=" WS-ULTIMA-SEC " A=" WS-CANT-ASIENTOS
007830             DELIMITED BY SIZE INTO AUD-RESULTADO
007840     END-IF.
007850     MOVE SPACE TO AUD-SEPARADOR-1.
007860     MOVE SPACE TO AUD-SEPARADOR-2.
007870     MOVE SPACE TO AUD-SEPARADOR-3.
007880     MOVE SPACE TO AUD-SEPARADOR-4.
007890     MOVE SPACE TO AUD-SEPARADOR-5.
007900     MOVE 0 TO AUD-SECUENCIA.
007910     CALL "AUDITWRT" USING REG-AUDITORIA.
007920 8700-EXIT.
007930     EXIT.
007940
007950 END PROGRAM INTCONT.

000100******************************************************************
000110* Reporte semanal de capacidad. Varios programas cargan un
000120*archivo entero en una tabla fija (INFALERT 500, BARREAUD 500
000130*por desborde, RESTGEN 2000, APRAJUS 500, APRBAND 200,
000140*APRPARM, MANTOPER, FIRMAPIN, INFACCES, MANTORIG,
000150*VIGCORTE, CIERRDIA y MANTFER 100, EJERCICIO4 990 valores por
000160*corrida) y hasta ahora el tope se descubria de noche, cuando el
000170*programa truncaba. Por cada archivo el reporte muestra cuantos
000180*registros tiene hoy, cuanto crecio por dia habil en los ultimos
000190*30 dias habiles, y por cada programa que lo carga su tope y la
000200*fecha en que, a ese ritmo, lo alcanza. Un tope ya alcanzado, o
000210*que se alcanza dentro de los dias habiles del parametro
000220*DIASCAPA, levanta una alerta al operador (GRABALER).
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    INFCAPA.
000260 AUTHOR.        R. ALONSO.
000270 INSTALLATION.  DEPTO. DESARROLLO.
000280 DATE-WRITTEN.  15/10/2026.
000290 DATE-COMPILED.
000300******************************************************************
000310* HISTORIAL DE MODIFICACIONES
000320* FECHA       INIC.  DESCRIPCION
000330* 15/10/2026  RA     VERSION INICIAL. EL CRECIMIENTO ES NETO:
000340*                    PARA LOS ARCHIVOS CON FECHA EN EL REGISTRO,
000350*                    LO QUE ENTRO EN LA VENTANA MENOS LO QUE
000360*                    SALIO (ALERTAS RECONOCIDAS QUE PASARON A
000370*                    ALERTHIS, RECHAZOS DEPURADOS A RECHARC),
000380*                    DIVIDIDO 30. OPERMST, ORIGMST Y CALENFER NO
000390*                    TIENEN FECHA: SE COMPARAN CONTRA LA FOTO DE
000400*                    CAPAHIST MAS RECIENTE ANTERIOR A LA VENTANA
000410*                    (O LA MAS VIEJA, SI NO LA HAY), Y CADA
000420*                    CORRIDA AGREGA LA FOTO DEL DIA. LOS VALORES
000430*                    POR CORRIDA DE EJERCICIO4 SALEN DE SU
000440*                    HISTORIAL EST4HIST. LOS DIAS HABILES SALTEAN
000450*                    SABADOS, DOMINGOS Y LOS FERIADOS DE CALENFER,
000460*                    COMO EN CIERRDIA. RETURN-CODE 4 SI ALERTO.
000461* 15/10/2026  RA     RECHAZOS ES AHORA UN MAESTRO INDEXADO DE 121
000462*                    POSICIONES (RECHARC, 137): SE SIGUE MIDIENDO,
000463*                    PERO INFRECH Y REVRECH YA LO LEEN POR CLAVE
000464*                    Y NO LO CARGAN ENTERO, ASI QUE SALEN DE LA
000465*                    TABLA DE LECTORES. UN ARCHIVO SIN LECTORES LO
000466*                    DICE EN SU LINEA. LA SEVERIDAD DE LA ALERTA
000467*                    SE CARGA DESPUES DE LIMPIAR EL REGISTRO.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CALENDARIO ASSIGN TO "CALENFER"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ARCHIVO-STATUS.
000540     SELECT ALERTAS ASSIGN TO "ALERTAS"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ARCHIVO-STATUS.
000570     SELECT HISTORICO-ALERTAS ASSIGN TO "ALERTHIS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCHIVO-STATUS.
000600     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000605         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000615         RECORD KEY IS RCZ-CLAVE
000620         FILE STATUS IS WS-ARCHIVO-STATUS.
000630     SELECT ARCHIVO-RECHAZOS ASSIGN TO "RECHARC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ARCHIVO-STATUS.
000660     SELECT PENDIENTES ASSIGN TO "PARPEND"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ARCHIVO-STATUS.
000690     SELECT AJUSTES ASSIGN TO "AJUSTES"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ARCHIVO-STATUS.
000720     SELECT VERSIONES ASSIGN TO "BANDVERS"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARCHIVO-STATUS.
000750     SELECT OPERADOR-MAESTRO ASSIGN TO "OPERMST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ARCHIVO-STATUS.
000780     SELECT ORIGEN-MAESTRO ASSIGN TO "ORIGMST"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ARCHIVO-STATUS.
000810     SELECT HIST-ESTAD ASSIGN TO "EST4HIST"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-ARCHIVO-STATUS.
000840     SELECT DESBORDE-1 ASSIGN TO "AUDOVF1"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-ARCHIVO-STATUS.
000870     SELECT DESBORDE-2 ASSIGN TO "AUDOVF2"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-ARCHIVO-STATUS.
000900     SELECT DESBORDE-3 ASSIGN TO "AUDOVF3"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-ARCHIVO-STATUS.
000930     SELECT DESBORDE-4 ASSIGN TO "AUDOVF4"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-ARCHIVO-STATUS.
000960     SELECT DESBORDE-5 ASSIGN TO "AUDOVF5"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-ARCHIVO-STATUS.
000990     SELECT DESBORDE-6 ASSIGN TO "AUDOVFM0"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-ARCHIVO-STATUS.
001020     SELECT DESBORDE-7 ASSIGN TO "AUDOVFC3"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-ARCHIVO-STATUS.
001050     SELECT DESBORDE-8 ASSIGN TO "AUDOVFPM"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-ARCHIVO-STATUS.
001080     SELECT DESBORDE-9 ASSIGN TO "AUDOVFXX"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-ARCHIVO-STATUS.
001110     SELECT HISTORICO-CAPACIDAD ASSIGN TO "CAPAHIST"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-ARCHIVO-STATUS.
001140
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  CALENDARIO
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-CALENDARIO.
001200     05  CAL-FERIADO             PIC 9(08).
001210
001220 FD  ALERTAS
001230     LABEL RECORDS ARE STANDARD.
001240 01  REG-ALERTAS                 PIC X(96).
001250
001260 FD  HISTORICO-ALERTAS
001270     LABEL RECORDS ARE STANDARD.
001280 01  REG-ALERTA-HIST             PIC X(96).
001290
001300 FD  RECHAZOS
001310     LABEL RECORDS ARE STANDARD.
001315 01  REG-RECHAZOS.
001320     05  FILLER                  PIC X(98).
001325     05  RCZ-CLAVE               PIC X(23).
001330
001340 FD  ARCHIVO-RECHAZOS
001350     LABEL RECORDS ARE STANDARD.
001360 01  REG-ARCHIVO-RECHAZOS        PIC X(137).
001370
001380 FD  PENDIENTES
001390     LABEL RECORDS ARE STANDARD.
001400 01  REG-PENDIENTE.
001410     COPY PARPEND.
001420
001430 FD  AJUSTES
001440     LABEL RECORDS ARE STANDARD.
001450 01  REG-AJUSTES.
001460     COPY AJUSTE.
001470
001480 FD  VERSIONES
001490     LABEL RECORDS ARE STANDARD.
001500 01  REG-VERSION.
001510     COPY BANDVER.
001520
001530 FD  OPERADOR-MAESTRO
001540     LABEL RECORDS ARE STANDARD.
001550 01  REG-OPERADOR-MAESTRO.
001560     COPY OPERMST.
001570
001580 FD  ORIGEN-MAESTRO
001590     LABEL RECORDS ARE STANDARD.
001600 01  REG-ORIGEN-MAESTRO.
001610     COPY ORIGMST.
001620
001630 FD  HIST-ESTAD
001640     LABEL RECORDS ARE STANDARD.
001650 01  REG-HIST-ESTAD.
001660     COPY EST4HIS.
001670
001680 FD  DESBORDE-1
001690     LABEL RECORDS ARE STANDARD.
001700 01  REG-DESBORDE-1              PIC X(73).
001710 FD  DESBORDE-2
001720     LABEL RECORDS ARE STANDARD.
001730 01  REG-DESBORDE-2              PIC X(73).
001740 FD  DESBORDE-3
001750     LABEL RECORDS ARE STANDARD.
001760 01  REG-DESBORDE-3              PIC X(73).
001770 FD  DESBORDE-4
001780     LABEL RECORDS ARE STANDARD.
001790 01  REG-DESBORDE-4              PIC X(73).
001800 FD  DESBORDE-5
001810     LABEL RECORDS ARE STANDARD.
001820 01  REG-DESBORDE-5              PIC X(73).
001830 FD  DESBORDE-6
001840     LABEL RECORDS ARE STANDARD.
001850 01  REG-DESBORDE-6              PIC X(73).
001860 FD  DESBORDE-7
001870     LABEL RECORDS ARE STANDARD.
001880 01  REG-DESBORDE-7              PIC X(73).
001890 FD  DESBORDE-8
001900     LABEL RECORDS ARE STANDARD.
001910 01  REG-DESBORDE-8              PIC X(73).
001920 FD  DESBORDE-9
001930     LABEL RECORDS ARE STANDARD.
001940 01  REG-DESBORDE-9              PIC X(73).
001950
001960 FD  HISTORICO-CAPACIDAD
001970     LABEL RECORDS ARE STANDARD.
001980 01  REG-CAPACIDAD.
001990     COPY CAPAHIS.
002000
002010 WORKING-STORAGE SECTION.
002020 01  WS-ARCHIVO-STATUS           PIC X(02) VALUE "00".
002030
002040 01  FECHA-NEGOCIO-COM.
002050     COPY FECHALNK.
002060
002070 01  PARAMETROS-VIGENTES.
002080     COPY PARLINK.
002090
002100*    LA ALERTA LEIDA DE ALERTAS Y ALERTHIS Y LA QUE ESTE PROGRAMA
002110*    LEVANTA AL FINAL USAN LA MISMA AREA.
002120 01  REG-ALERTA.
002130     COPY ALERTA.
002140
002150 01  REG-RECHAZO.
002160     COPY RECHAZO.
002170
002180 01  REG-AUDITORIA.
002190     COPY AUDITLOG.
002200
002210*    REGISTRO DEL HISTORICO DE RECHAZOS DEPURADOS (DEPURHIS):
002220*    FECHA Y HORA DE LA DEPURACION Y EL RECHAZO ORIGINAL.
002230 01  REG-ARCHIVADO.
002240     05  ARV-FECHA               PIC 9(08).
002250     05  ARV-SEPARADOR-1         PIC X(01).
002260     05  ARV-HORA                PIC 9(06).
002270     05  ARV-SEPARADOR-2         PIC X(01).
002280     05  ARV-REGISTRO            PIC X(121).
002290
002300 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
002310 01  WS-FECHA-DESDE              PIC 9(08) VALUE 0.
002320 01  WS-FECHA-REGISTRO           PIC 9(08) VALUE 0.
002330 01  WS-FECHA-BASE               PIC 9(08) VALUE 0.
002340 01  WS-FECHA-FIN                PIC 9(08) VALUE 0.
002350 01  WS-FECHA-PROYECTADA         PIC 9(08) VALUE 0.
002360 01  WS-FECHA-ULTIMA-EST4        PIC 9(08) VALUE 0.
002370 01  WS-CANT-HABILES             PIC 9(05) VALUE 0.
002380 01  WS-DIAS-VENTANA             PIC 9(02) VALUE 30.
002390 01  WS-IND-ARCHIVO              PIC 9(02) VALUE 0.
002400 01  WS-IND-LECTOR               PIC 9(02) VALUE 0.
002410 01  WS-IND-BUSCA                PIC 9(02) VALUE 0.
002420 01  WS-CANT-LECTORES-ARCHIVO    PIC 9(02) VALUE 0.
002430 01  WS-CANT-ALERTAS             PIC 9(03) VALUE 0.
002440 01  WS-DIAS-DECIMAL             PIC 9(07)V99 VALUE 0.
002450 01  WS-DIAS-TOPE                PIC 9(07) VALUE 0.
002460 01  WS-DIAS-EDITADOS            PIC 9(03) VALUE 0.
002470 01  WS-FALTANTE                 PIC 9(06) VALUE 0.
002480
002490 01  SW-FIN-ENTRADA              PIC X(01) VALUE "N".
002500     88  FIN-DE-ENTRADA                    VALUE "S".
002510 01  SW-DIA-HABIL                PIC X(01) VALUE "N".
002520     88  DIA-HABIL                         VALUE "S".
002530 01  SW-ES-FERIADO               PIC X(01) VALUE "N".
002540     88  ES-FERIADO                        VALUE "S".
002550
002560*    ARCHIVOS MEDIDOS Y COMO SE MIDE SU CRECIMIENTO: F POR LA
002570*    FECHA DE SUS REGISTROS, S POR LAS FOTOS DE CAPAHIST, H POR
002580*    EL HISTORIAL EST4HIST (VALORES POR CORRIDA DE EJERCICIO4).
002590 01  TABLA-ARCHIVOS.
002600     05  FILLER PIC X(09) VALUE "ALERTAS F".
002610     05  FILLER PIC X(09) VALUE "RECHAZOSF".
002620     05  FILLER PIC X(09) VALUE "PARPEND F".
002630     05  FILLER PIC X(09) VALUE "AJUSTES F".
002640     05  FILLER PIC X(09) VALUE "BANDVERSF".
002650     05  FILLER PIC X(09) VALUE "OPERMST S".
002660     05  FILLER PIC X(09) VALUE "ORIGMST S".
002670     05  FILLER PIC X(09) VALUE "CALENFERS".
002680     05  FILLER PIC X(09) VALUE "LOTES4  H".
002690     05  FILLER PIC X(09) VALUE "AUDOVF1 F".
002700     05  FILLER PIC X(09) VALUE "AUDOVF2 F".
002710     05  FILLER PIC X(09) VALUE "AUDOVF3 F".
002720     05  FILLER PIC X(09) VALUE "AUDOVF4 F".
002730     05  FILLER PIC X(09) VALUE "AUDOVF5 F".
002740     05  FILLER PIC X(09) VALUE "AUDOVFM0F".
002750     05  FILLER PIC X(09) VALUE "AUDOVFC3F".
002760     05  FILLER PIC X(09) VALUE "AUDOVFPMF".
002770     05  FILLER PIC X(09) VALUE "AUDOVFXXF".
002780 01  TABLA-ARCHIVOS-R REDEFINES TABLA-ARCHIVOS.
002790     05  TAR-ENTRADA OCCURS 18 TIMES.
002800         10  TAR-NOMBRE          PIC X(08).
002810         10  TAR-METODO          PIC X(01).
002820             88  TAR-POR-FECHA             VALUE "F".
002830             88  TAR-POR-FOTO              VALUE "S".
002840             88  TAR-POR-HISTORIAL         VALUE "H".
002850
002860*    LO MEDIDO DE CADA ARCHIVO, EN EL ORDEN DE TABLA-ARCHIVOS.
002870 01  TABLA-MEDICIONES.
002880     05  TME-ENTRADA OCCURS 18 TIMES.
002890         10  TME-PRESENTE        PIC X(01).
002900         10  TME-CANTIDAD        PIC 9(06).
002910         10  TME-ALTAS           PIC 9(06).
002920         10  TME-BAJAS           PIC 9(06).
002930         10  TME-PREVIA-FECHA    PIC 9(08).
002940         10  TME-PREVIA-CANT     PIC 9(06).
002950         10  TME-POSTERIOR-FECHA PIC 9(08).
002960         10  TME-POSTERIOR-CANT  PIC 9(06).
002970         10  TME-BASE-FECHA      PIC 9(08).
002980         10  TME-BASE-CANT       PIC 9(06).
002990         10  TME-CON-HISTORIA    PIC X(01).
003000         10  TME-CRECIMIENTO     PIC S9(05)V99.
003010
003020*    PROGRAMAS QUE CARGAN CADA ARCHIVO ENTERO EN UNA TABLA:
003030*    ARCHIVO (SU LUGAR EN TABLA-ARCHIVOS), PROGRAMA Y TOPE.
003040 01  TABLA-LECTORES.
003050     05  FILLER PIC X(16) VALUE "01INFALERT  0500".
003060     05  FILLER PIC X(16) VALUE "01RESTGEN   2000".
003090     05  FILLER PIC X(16) VALUE "03APRPARM   0100".
003100     05  FILLER PIC X(16) VALUE "04APRAJUS   0500".
003110     05  FILLER PIC X(16) VALUE "05APRBAND   0200".
003120     05  FILLER PIC X(16) VALUE "06MANTOPER  0100".
003130     05  FILLER PIC X(16) VALUE "06FIRMAPIN  0100".
003140     05  FILLER PIC X(16) VALUE "06INFACCES  0100".
003150     05  FILLER PIC X(16) VALUE "07MANTORIG  0100".
003160     05  FILLER PIC X(16) VALUE "07VIGCORTE  0100".
003170     05  FILLER PIC X(16) VALUE "08CIERRDIA  0100".
003180     05  FILLER PIC X(16) VALUE "08MANTFER   0100".
003190     05  FILLER PIC X(16) VALUE "09EJERCICIO40990".
003200     05  FILLER PIC X(16) VALUE "10BARREAUD  0500".
003210     05  FILLER PIC X(16) VALUE "11BARREAUD  0500".
003220     05  FILLER PIC X(16) VALUE "12BARREAUD  0500".
003230     05  FILLER PIC X(16) VALUE "13BARREAUD  0500".
003240     05  FILLER PIC X(16) VALUE "14BARREAUD  0500".
003250     05  FILLER PIC X(16) VALUE "15BARREAUD  0500".
003260     05  FILLER PIC X(16) VALUE "16BARREAUD  0500".
003270     05  FILLER PIC X(16) VALUE "17BARREAUD  0500".
003280     05  FILLER PIC X(16) VALUE "18BARREAUD  0500".
003290 01  TABLA-LECTORES-R REDEFINES TABLA-LECTORES.
003300     05  TLE-ENTRADA OCCURS 22 TIMES.
003310         10  TLE-ARCHIVO         PIC 9(02).
003320         10  TLE-PROGRAMA        PIC X(10).
003330         10  TLE-TOPE            PIC 9(04).
003340
003350 01  WS-CANT-FERIADOS            PIC 9(03) VALUE 0.
003360 01  WS-IND-FERIADO              PIC 9(03) VALUE 0.
003370 01  TABLA-FERIADOS.
003380     05  TF-FERIADO OCCURS 100 TIMES PIC 9(08).
003390
003400 01  FECHA-TRABAJO.
003410     05  FT-ANO                  PIC 9(04).
003420     05  FT-MES                  PIC 9(02).
003430     05  FT-DIA                  PIC 9(02).
003440 01  FECHA-TRABAJO-N REDEFINES FECHA-TRABAJO
003450                                 PIC 9(08).
003460
003470 01  TABLA-LARGOS.
003480     05  FILLER                  PIC X(24)
003490         VALUE "312831303130313130313031".
003500 01  TABLA-LARGOS-R REDEFINES TABLA-LARGOS.
003510     05  TL-LARGO OCCURS 12 TIMES PIC 9(02).
003520 01  WS-LARGO-MES                PIC 9(02) VALUE 0.
003530 01  WS-RESTO-4                  PIC 9(04) VALUE 0.
003540 01  WS-RESTO-100                PIC 9(04) VALUE 0.
003550 01  WS-RESTO-400                PIC 9(04) VALUE 0.
003560 01  WS-COCIENTE                 PIC 9(06) VALUE 0.
003570
003580*    CONGRUENCIA DE ZELLER: 0=SABADO, 1=DOMINGO, 2=LUNES...
003590 01  ZEL-ANO                     PIC 9(04) VALUE 0.
003600 01  ZEL-MES                     PIC 9(02) VALUE 0.
003610 01  ZEL-SIGLO                   PIC 9(02) VALUE 0.
003620 01  ZEL-RESTO-SIGLO             PIC 9(02) VALUE 0.
003630 01  ZEL-TERMINO                 PIC 9(04) VALUE 0.
003640 01  ZEL-SUMA                    PIC 9(06) VALUE 0.
003650 01  WS-DIA-SEMANA               PIC 9(01) VALUE 0.
003660
003670 01  LIN-ARCHIVO.
003680     05  FILLER                  PIC X(08) VALUE "ARCHIVO ".
003690     05  LAR-NOMBRE              PIC X(08).
003700     05  FILLER                  PIC X(12) VALUE "  REGISTROS ".
003710     05  LAR-CANTIDAD            PIC Z(05)9.
003720     05  FILLER                  PIC X(11) VALUE "  CREC/DIA ".
003730     05  LAR-CRECIMIENTO         PIC -(5)9.99.
003740     05  FILLER                  PIC X(02) VALUE SPACE.
003750     05  LAR-BASE                PIC X(30).
003760
003770 01  LIN-LECTOR.
003780     05  FILLER                  PIC X(04) VALUE SPACE.
003790     05  LLE-PROGRAMA            PIC X(10).
003800     05  FILLER                  PIC X(06) VALUE " TOPE ".
003810     05  LLE-TOPE                PIC Z(03)9.
003820     05  FILLER                  PIC X(02) VALUE SPACE.
003830     05  LLE-PROYECCION          PIC X(40).
003840
003850 01  WS-BASE-ALTAS.
003860     05  FILLER                  PIC X(06) VALUE "ALTAS ".
003870     05  WBA-ALTAS               PIC 9(06).
003880     05  FILLER                  PIC X(07) VALUE " BAJAS ".
003890     05  WBA-BAJAS               PIC 9(06).
003900 01  WS-BASE-FOTO.
003910     05  FILLER                  PIC X(06) VALUE "DESDE ".
003920     05  WBF-FECHA               PIC 9(08).
003930     05  FILLER                  PIC X(02) VALUE " (".
003940     05  WBF-CANTIDAD            PIC 9(06).
003950     05  FILLER                  PIC X(01) VALUE ")".
003960
003970 PROCEDURE DIVISION.
003980******************************************************************
003990* 0000-MAINLINE-CONTROL
004000******************************************************************
004010 0000-MAINLINE-CONTROL.
004020     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
004030     IF FNC-SIN-ARCHIVO
004040         DISPLAY "SIN FECHA DE NEGOCIO, NO SE MIDE LA CAPACIDAD"
004050         MOVE 16 TO RETURN-CODE
004060         GOBACK
004070     END-IF.
004080     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
004090     MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-HOY.
004100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004110     PERFORM 2000-MEDIR-ARCHIVOS THRU 2000-EXIT.
004120     PERFORM 3000-LEER-FOTOS THRU 3000-EXIT.
004130     PERFORM 4000-CALCULAR-CRECIMIENTO THRU 4000-EXIT
004140         VARYING WS-IND-ARCHIVO FROM 1 BY 1
004150         UNTIL WS-IND-ARCHIVO > 18.
004160     DISPLAY "===== CAPACIDAD DE TABLAS AL " WS-FECHA-HOY
004170         " =====".
004180     DISPLAY "CRECIMIENTO POR DIA HABIL DESDE EL " WS-FECHA-DESDE
004190         " (" WS-DIAS-VENTANA " DIAS HABILES); AVISO A "
004200         PAR-DIAS-CAPACIDAD " DIAS HABILES".
004210     PERFORM 5000-INFORMAR-ARCHIVO THRU 5000-EXIT
004220         VARYING WS-IND-ARCHIVO FROM 1 BY 1
004230         UNTIL WS-IND-ARCHIVO > 18.
004240     PERFORM 6000-GRABAR-FOTOS THRU 6000-EXIT.
004250     DISPLAY " ".
004260     DISPLAY "ALERTAS DE CAPACIDAD LEVANTADAS: " WS-CANT-ALERTAS.
004270     IF WS-CANT-ALERTAS > 0
004280         MOVE 4 TO RETURN-CODE
004290     END-IF.
004300     GOBACK.
004310
004320******************************************************************
004330* 1000-INICIALIZAR - CARGA LOS FERIADOS Y CALCULA EL PRIMER DIA
004340* DE LA VENTANA: 30 DIAS HABILES ANTES DEL DIA DE NEGOCIO. LA
004350* VENTANA VA DE ESE DIA AL DIA ANTERIOR AL DE NEGOCIO.
004360******************************************************************
004370 1000-INICIALIZAR.
004380     INITIALIZE TABLA-MEDICIONES.
004390     MOVE 8 TO WS-IND-ARCHIVO.
004400     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
004410     OPEN INPUT CALENDARIO.
004420     IF WS-ARCHIVO-STATUS NOT = "00"
004430         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
004440     ELSE
004450         MOVE "N" TO SW-FIN-ENTRADA
004460         PERFORM 1100-LEER-FERIADO THRU 1100-EXIT
004470             UNTIL FIN-DE-ENTRADA
004480         CLOSE CALENDARIO
004490     END-IF.
004500     MOVE WS-FECHA-HOY TO FECHA-TRABAJO-N.
004510     MOVE 0 TO WS-CANT-HABILES.
004520     PERFORM 7100-RETROCEDER-HABIL THRU 7100-EXIT
004530         UNTIL WS-CANT-HABILES = WS-DIAS-VENTANA.
004540     MOVE FECHA-TRABAJO-N TO WS-FECHA-DESDE.
004550 1000-EXIT.
004560     EXIT.
004570
004580 1100-LEER-FERIADO.
004590     READ CALENDARIO
004600         AT END
004610             SET FIN-DE-ENTRADA TO TRUE
004620             GO TO 1100-EXIT
004630     END-READ.
004640     ADD 1 TO TME-CANTIDAD (WS-IND-ARCHIVO).
004650     IF WS-CANT-FERIADOS < 100
004660         ADD 1 TO WS-CANT-FERIADOS
004670         MOVE CAL-FERIADO TO TF-FERIADO (WS-CANT-FERIADOS)
004680     END-IF.
004690 1100-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 2000-MEDIR-ARCHIVOS - CUENTA LOS REGISTROS DE CADA ARCHIVO Y,
004740* EN LOS QUE TIENEN FECHA, LOS QUE ENTRARON Y SALIERON EN LA
004750* VENTANA.
004760******************************************************************
004770 2000-MEDIR-ARCHIVOS.
004780     PERFORM 2100-MEDIR-ALERTAS THRU 2100-EXIT.
004790     PERFORM 2200-MEDIR-RECHAZOS THRU 2200-EXIT.
004800     PERFORM 2300-MEDIR-PENDIENTES THRU 2300-EXIT.
004810     PERFORM 2350-MEDIR-AJUSTES THRU 2350-EXIT.
004820     PERFORM 2400-MEDIR-VERSIONES THRU 2400-EXIT.
004830     PERFORM 2450-MEDIR-OPERADORES THRU 2450-EXIT.
004840     PERFORM 2500-MEDIR-ORIGENES THRU 2500-EXIT.
004850     PERFORM 2550-MEDIR-EST4HIST THRU 2550-EXIT.
004860     PERFORM 2600-MEDIR-DESBORDE-1 THRU 2600-EXIT.
004870     PERFORM 2610-MEDIR-DESBORDE-2 THRU 2610-EXIT.
004880     PERFORM 2620-MEDIR-DESBORDE-3 THRU 2620-EXIT.
004890     PERFORM 2630-MEDIR-DESBORDE-4 THRU 2630-EXIT.
004900     PERFORM 2640-MEDIR-DESBORDE-5 THRU 2640-EXIT.
004910     PERFORM 2650-MEDIR-DESBORDE-6 THRU 2650-EXIT.
004920     PERFORM 2660-MEDIR-DESBORDE-7 THRU 2660-EXIT.
004930     PERFORM 2670-MEDIR-DESBORDE-8 THRU 2670-EXIT.
004940     PERFORM 2680-MEDIR-DESBORDE-9 THRU 2680-EXIT.
004950 2000-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 2100-MEDIR-ALERTAS - ALERTAS ABIERTAS EN ALERTAS; LAS
005000* RECONOCIDAS EN LA VENTANA SALIERON A ALERTHIS Y CUENTAN COMO
005010* BAJAS (Y COMO ALTAS, SI ADEMAS SE EMITIERON EN LA VENTANA).
005020******************************************************************
005030 2100-MEDIR-ALERTAS.
005040     MOVE 1 TO WS-IND-ARCHIVO.
005050     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
005060     OPEN INPUT ALERTAS.
005070     IF WS-ARCHIVO-STATUS NOT = "00"
005080         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
005090     ELSE
005100         MOVE "N" TO SW-FIN-ENTRADA
005110         PERFORM 2110-LEER-ALERTA THRU 2110-EXIT
005120             UNTIL FIN-DE-ENTRADA
005130         CLOSE ALERTAS
005140     END-IF.
005150     OPEN INPUT HISTORICO-ALERTAS.
005160     IF WS-ARCHIVO-STATUS NOT = "00"
005170         GO TO 2100-EXIT
005180     END-IF.
005190     MOVE "N" TO SW-FIN-ENTRADA.
005200     PERFORM 2120-LEER-ALERTA-HIST THRU 2120-EXIT
005210         UNTIL FIN-DE-ENTRADA.
005220     CLOSE HISTORICO-ALERTAS.
005230 2100-EXIT.
005240     EXIT.
005250
005260 2110-LEER-ALERTA.
005270     READ ALERTAS INTO REG-ALERTA
005280         AT END
005290             SET FIN-DE-ENTRADA TO TRUE
005300             GO TO 2110-EXIT
005310     END-READ.
005320     MOVE 0 TO WS-FECHA-REGISTRO.
005330     IF ALR-FECHA NUMERIC
005340         MOVE ALR-FECHA TO WS-FECHA-REGISTRO
005350     END-IF.
005360     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
005370 2110-EXIT.
005380     EXIT.
005390
005400 2120-LEER-ALERTA-HIST.
005410     READ HISTORICO-ALERTAS INTO REG-ALERTA
005420         AT END
005430             SET FIN-DE-ENTRADA TO TRUE
005440             GO TO 2120-EXIT
005450     END-READ.
005460     MOVE 0 TO WS-FECHA-REGISTRO.
005470     IF ALR-FECHA NUMERIC
005480         MOVE ALR-FECHA TO WS-FECHA-REGISTRO
005490     END-IF.
005500     PERFORM 2910-CONTAR-ALTA THRU 2910-EXIT.
005510     MOVE 0 TO WS-FECHA-REGISTRO.
005520     IF ALR-RECON-FECHA NUMERIC
005530         MOVE ALR-RECON-FECHA TO WS-FECHA-REGISTRO
005540     END-IF.
005550     PERFORM 2920-CONTAR-BAJA THRU 2920-EXIT.
005560 2120-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600* 2200-MEDIR-RECHAZOS - LOS RECHAZOS QUEDAN EN EL ARCHIVO HASTA
005610* QUE DEPURHIS LOS MUEVE A RECHARC: LOS DEPURADOS EN LA VENTANA
005620* SON BAJAS.
005630******************************************************************
005640 2200-MEDIR-RECHAZOS.
005650     MOVE 2 TO WS-IND-ARCHIVO.
005660     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
005670     OPEN INPUT RECHAZOS.
005680     IF WS-ARCHIVO-STATUS NOT = "00"
005690         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
005700     ELSE
005710         MOVE "N" TO SW-FIN-ENTRADA
005720         PERFORM 2210-LEER-RECHAZO THRU 2210-EXIT
005730             UNTIL FIN-DE-ENTRADA
005740         CLOSE RECHAZOS
005750     END-IF.
005760     OPEN INPUT ARCHIVO-RECHAZOS.
005770     IF WS-ARCHIVO-STATUS NOT = "00"
005780         GO TO 2200-EXIT
005790     END-IF.
005800     MOVE "N" TO SW-FIN-ENTRADA.
005810     PERFORM 2220-LEER-RECHAZO-ARCH THRU 2220-EXIT
005820         UNTIL FIN-DE-ENTRADA.
005830     CLOSE ARCHIVO-RECHAZOS.
005840 2200-EXIT.
005850     EXIT.
005860
005870 2210-LEER-RECHAZO.
005880     READ RECHAZOS INTO REG-RECHAZO
005890         AT END
005900             SET FIN-DE-ENTRADA TO TRUE
005910             GO TO 2210-EXIT
005920     END-READ.
005930     MOVE 0 TO WS-FECHA-REGISTRO.
005940     IF RCH-FECHA NUMERIC
005950         MOVE RCH-FECHA TO WS-FECHA-REGISTRO
005960     END-IF.
005970     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
005980 2210-EXIT.
005990     EXIT.
006000
006010 2220-LEER-RECHAZO-ARCH.
006020     READ ARCHIVO-RECHAZOS INTO REG-ARCHIVADO
006030         AT END
006040             SET FIN-DE-ENTRADA TO TRUE
006050             GO TO 2220-EXIT
006060     END-READ.
006070     MOVE ARV-REGISTRO TO REG-RECHAZO.
006080     MOVE 0 TO WS-FECHA-REGISTRO.
006090     IF RCH-FECHA NUMERIC
006100         MOVE RCH-FECHA TO WS-FECHA-REGISTRO
006110     END-IF.
006120     PERFORM 2910-CONTAR-ALTA THRU 2910-EXIT.
006130     MOVE 0 TO WS-FECHA-REGISTRO.
006140     IF ARV-FECHA NUMERIC
006150         MOVE ARV-FECHA TO WS-FECHA-REGISTRO
006160     END-IF.
006170     PERFORM 2920-CONTAR-BAJA THRU 2920-EXIT.
006180 2220-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 2300 A 2400 - PEDIDOS DE PARAMETROS, AJUSTES Y VERSIONES DE
006230* BANDAS: NUNCA SE BORRAN (EL APROBADO O RECHAZADO QUEDA COMO
006240* RASTRO), ASI QUE CADA PEDIDO DE LA VENTANA ES UN ALTA NETA.
006250******************************************************************
006260 2300-MEDIR-PENDIENTES.
006270     MOVE 3 TO WS-IND-ARCHIVO.
006280     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
006290     OPEN INPUT PENDIENTES.
006300     IF WS-ARCHIVO-STATUS NOT = "00"
006310         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
006320         GO TO 2300-EXIT
006330     END-IF.
006340     MOVE "N" TO SW-FIN-ENTRADA.
006350     PERFORM 2310-LEER-PENDIENTE THRU 2310-EXIT
006360         UNTIL FIN-DE-ENTRADA.
006370     CLOSE PENDIENTES.
006380 2300-EXIT.
006390     EXIT.
006400
006410 2310-LEER-PENDIENTE.
006420     READ PENDIENTES
006430         AT END
006440             SET FIN-DE-ENTRADA TO TRUE
006450             GO TO 2310-EXIT
006460     END-READ.
006470     MOVE 0 TO WS-FECHA-REGISTRO.
006480     IF PPE-FECHA-SOLICITUD NUMERIC
006490         MOVE PPE-FECHA-SOLICITUD TO WS-FECHA-REGISTRO
006500     END-IF.
006510     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
006520 2310-EXIT.
006530     EXIT.
006540
006550 2350-MEDIR-AJUSTES.
006560     MOVE 4 TO WS-IND-ARCHIVO.
006570     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
006580     OPEN INPUT AJUSTES.
006590     IF WS-ARCHIVO-STATUS NOT = "00"
006600         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
006610         GO TO 2350-EXIT
006620     END-IF.
006630     MOVE "N" TO SW-FIN-ENTRADA.
006640     PERFORM 2360-LEER-AJUSTE THRU 2360-EXIT
006650         UNTIL FIN-DE-ENTRADA.
006660     CLOSE AJUSTES.
006670 2350-EXIT.
006680     EXIT.
006690
006700 2360-LEER-AJUSTE.
006710     READ AJUSTES
006720         AT END
006730             SET FIN-DE-ENTRADA TO TRUE
006740             GO TO 2360-EXIT
006750     END-READ.
006760     MOVE 0 TO WS-FECHA-REGISTRO.
006770     IF AJU-FECHA-SOLICITUD NUMERIC
006780         MOVE AJU-FECHA-SOLICITUD TO WS-FECHA-REGISTRO
006790     END-IF.
006800     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
006810 2360-EXIT.
006820     EXIT.
006830
006840 2400-MEDIR-VERSIONES.
006850     MOVE 5 TO WS-IND-ARCHIVO.
006860     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
006870     OPEN INPUT VERSIONES.
006880     IF WS-ARCHIVO-STATUS NOT = "00"
006890         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
006900         GO TO 2400-EXIT
006910     END-IF.
006920     MOVE "N" TO SW-FIN-ENTRADA.
006930     PERFORM 2410-LEER-VERSION THRU 2410-EXIT
006940         UNTIL FIN-DE-ENTRADA.
006950     CLOSE VERSIONES.
006960 2400-EXIT.
006970     EXIT.
006980
006990 2410-LEER-VERSION.
007000     READ VERSIONES
007010         AT END
007020             SET FIN-DE-ENTRADA TO TRUE
007030             GO TO 2410-EXIT
007040     END-READ.
007050     MOVE 0 TO WS-FECHA-REGISTRO.
007060     IF BDV-FECHA-SOLICITUD NUMERIC
007070         MOVE BDV-FECHA-SOLICITUD TO WS-FECHA-REGISTRO
007080     END-IF.
007090     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
007100 2410-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 2450 Y 2500 - LOS MAESTROS DE OPERADORES Y DE ORIGENES NO
007150* TIENEN FECHA: SOLO SE CUENTAN (SU CRECIMIENTO SALE DE LAS
007160* FOTOS DE CAPAHIST).
007170******************************************************************
007180 2450-MEDIR-OPERADORES.
007190     MOVE 6 TO WS-IND-ARCHIVO.
007200     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
007210     OPEN INPUT OPERADOR-MAESTRO.
007220     IF WS-ARCHIVO-STATUS NOT = "00"
007230         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
007240         GO TO 2450-EXIT
007250     END-IF.
007260     MOVE "N" TO SW-FIN-ENTRADA.
007270     PERFORM 2460-LEER-OPERADOR THRU 2460-EXIT
007280         UNTIL FIN-DE-ENTRADA.
007290     CLOSE OPERADOR-MAESTRO.
007300 2450-EXIT.
007310     EXIT.
007320
007330 2460-LEER-OPERADOR.
007340     READ OPERADOR-MAESTRO
007350         AT END
007360             SET FIN-DE-ENTRADA TO TRUE
007370             GO TO 2460-EXIT
007380     END-READ.
007390     MOVE 0 TO WS-FECHA-REGISTRO.
007400     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
007410 2460-EXIT.
007420     EXIT.
007430
007440 2500-MEDIR-ORIGENES.
007450     MOVE 7 TO WS-IND-ARCHIVO.
007460     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
007470     OPEN INPUT ORIGEN-MAESTRO.
007480     IF WS-ARCHIVO-STATUS NOT = "00"
007490         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
007500         GO TO 2500-EXIT
007510     END-IF.
007520     MOVE "N" TO SW-FIN-ENTRADA.
007530     PERFORM 2510-LEER-ORIGEN THRU 2510-EXIT
007540         UNTIL FIN-DE-ENTRADA.
007550     CLOSE ORIGEN-MAESTRO.
007560 2500-EXIT.
007570     EXIT.
007580
007590 2510-LEER-ORIGEN.
007600     READ ORIGEN-MAESTRO
007610         AT END
007620             SET FIN-DE-ENTRADA TO TRUE
007630             GO TO 2510-EXIT
007640     END-READ.
007650     MOVE 0 TO WS-FECHA-REGISTRO.
007660     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
007670 2510-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 2550-MEDIR-EST4HIST - LA CANTIDAD DE VALORES DE LA ULTIMA
007720* CORRIDA DE EJERCICIO4 ES LA ACTUAL; LA BASE ES LA CORRIDA MAS
007730* VIEJA DENTRO DE LA VENTANA (EL HISTORIAL ESTA EN ORDEN DE
007740* FECHA).
007750******************************************************************
007760 2550-MEDIR-EST4HIST.
007770     MOVE 9 TO WS-IND-ARCHIVO.
007780     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
007790     OPEN INPUT HIST-ESTAD.
007800     IF WS-ARCHIVO-STATUS NOT = "00"
007810         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
007820         GO TO 2550-EXIT
007830     END-IF.
007840     MOVE "N" TO SW-FIN-ENTRADA.
007850     PERFORM 2560-LEER-EST4HIST THRU 2560-EXIT
007860         UNTIL FIN-DE-ENTRADA.
007870     CLOSE HIST-ESTAD.
007880 2550-EXIT.
007890     EXIT.
007900
007910 2560-LEER-EST4HIST.
007920     READ HIST-ESTAD
007930         AT END
007940             SET FIN-DE-ENTRADA TO TRUE
007950             GO TO 2560-EXIT
007960     END-READ.
007970     IF EHS-FECHA NOT NUMERIC OR EHS-CANTIDAD NOT NUMERIC
007980         GO TO 2560-EXIT
007990     END-IF.
008000     MOVE EHS-CANTIDAD TO TME-CANTIDAD (WS-IND-ARCHIVO).
008010     MOVE EHS-FECHA TO WS-FECHA-ULTIMA-EST4.
008020     IF EHS-FECHA NOT < WS-FECHA-DESDE
008030         AND TME-BASE-FECHA (WS-IND-ARCHIVO) = 0
008040         MOVE EHS-FECHA TO TME-BASE-FECHA (WS-IND-ARCHIVO)
008050         MOVE EHS-CANTIDAD TO TME-BASE-CANT (WS-IND-ARCHIVO)
008060     END-IF.
008070 2560-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110* 2600 A 2680 - DESBORDES DE AUDITORIA. BARREAUD LOS VACIA EN
008120* CADA PASADA, ASI QUE LO QUE TIENEN ES LO LLEGADO DESDE LA
008130* ULTIMA.
008140******************************************************************
008150 2600-MEDIR-DESBORDE-1.
008160     MOVE 10 TO WS-IND-ARCHIVO.
008170     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
008180     OPEN INPUT DESBORDE-1.
008190     IF WS-ARCHIVO-STATUS NOT = "00"
008200         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
008210         GO TO 2600-EXIT
008220     END-IF.
008230     MOVE "N" TO SW-FIN-ENTRADA.
008240     PERFORM 2605-LEER-DESBORDE-1 THRU 2605-EXIT
008250         UNTIL FIN-DE-ENTRADA.
008260     CLOSE DESBORDE-1.
008270 2600-EXIT.
008280     EXIT.
008290
008300 2605-LEER-DESBORDE-1.
008310     READ DESBORDE-1 INTO REG-AUDITORIA
008320         AT END
008330             SET FIN-DE-ENTRADA TO TRUE
008340             GO TO 2605-EXIT
008350     END-READ.
008360     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
008370 2605-EXIT.
008380     EXIT.
008390
008400 2610-MEDIR-DESBORDE-2.
008410     MOVE 11 TO WS-IND-ARCHIVO.
008420     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
008430     OPEN INPUT DESBORDE-2.
008440     IF WS-ARCHIVO-STATUS NOT = "00"
008450         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
008460         GO TO 2610-EXIT
008470     END-IF.
008480     MOVE "N" TO SW-FIN-ENTRADA.
008490     PERFORM 2615-LEER-DESBORDE-2 THRU 2615-EXIT
008500         UNTIL FIN-DE-ENTRADA.
008510     CLOSE DESBORDE-2.
008520 2610-EXIT.
008530     EXIT.
008540
008550 2615-LEER-DESBORDE-2.
008560     READ DESBORDE-2 INTO REG-AUDITORIA
008570         AT END
008580             SET FIN-DE-ENTRADA TO TRUE
008590             GO TO 2615-EXIT
008600     END-READ.
008610     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
008620 2615-EXIT.
008630     EXIT.
008640
008650 2620-MEDIR-DESBORDE-3.
008660     MOVE 12 TO WS-IND-ARCHIVO.
008670     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
008680     OPEN INPUT DESBORDE-3.
008690     IF WS-ARCHIVO-STATUS NOT = "00"
008700         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
008710         GO TO 2620-EXIT
008720     END-IF.
008730     MOVE "N" TO SW-FIN-ENTRADA.
008740     PERFORM 2625-LEER-DESBORDE-3 THRU 2625-EXIT
008750         UNTIL FIN-DE-ENTRADA.
008760     CLOSE DESBORDE-3.
008770 2620-EXIT.
008780     EXIT.
008790
008800 2625-LEER-DESBORDE-3.
008810     READ DESBORDE-3 INTO REG-AUDITORIA
008820         AT END
008830             SET FIN-DE-ENTRADA TO TRUE
008840             GO TO 2625-EXIT
008850     END-READ.
008860     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
008870 2625-EXIT.
008880     EXIT.
008890
008900 2630-MEDIR-DESBORDE-4.
008910     MOVE 13 TO WS-IND-ARCHIVO.
008920     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
008930     OPEN INPUT DESBORDE-4.
008940     IF WS-ARCHIVO-STATUS NOT = "00"
008950         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
008960         GO TO 2630-EXIT
008970     END-IF.
008980     MOVE "N" TO SW-FIN-ENTRADA.
008990     PERFORM 2635-LEER-DESBORDE-4 THRU 2635-EXIT
009000         UNTIL FIN-DE-ENTRADA.
009010     CLOSE DESBORDE-4.
009020 2630-EXIT.
009030     EXIT.
009040
009050 2635-LEER-DESBORDE-4.
009060     READ DESBORDE-4 INTO REG-AUDITORIA
009070         AT END
009080             SET FIN-DE-ENTRADA TO TRUE
009090             GO TO 2635-EXIT
009100     END-READ.
009110     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
009120 2635-EXIT.
009130     EXIT.
009140
009150 2640-MEDIR-DESBORDE-5.
009160     MOVE 14 TO WS-IND-ARCHIVO.
009170     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
009180     OPEN INPUT DESBORDE-5.
009190     IF WS-ARCHIVO-STATUS NOT = "00"
009200         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
009210         GO TO 2640-EXIT
009220     END-IF.
009230     MOVE "N" TO SW-FIN-ENTRADA.
009240     PERFORM 2645-LEER-DESBORDE-5 THRU 2645-EXIT
009250         UNTIL FIN-DE-ENTRADA.
009260     CLOSE DESBORDE-5.
009270 2640-EXIT.
009280     EXIT.
009290
009300 2645-LEER-DESBORDE-5.
009310     READ DESBORDE-5 INTO REG-AUDITORIA
009320         AT END
009330             SET FIN-DE-ENTRADA TO TRUE
009340             GO TO 2645-EXIT
009350     END-READ.
009360     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
009370 2645-EXIT.
009380     EXIT.
009390
009400 2650-MEDIR-DESBORDE-6.
009410     MOVE 15 TO WS-IND-ARCHIVO.
009420     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
009430     OPEN INPUT DESBORDE-6.
009440     IF WS-ARCHIVO-STATUS NOT = "00"
009450         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
009460         GO TO 2650-EXIT
009470     END-IF.
009480     MOVE "N" TO SW-FIN-ENTRADA.
009490     PERFORM 2655-LEER-DESBORDE-6 THRU 2655-EXIT
009500         UNTIL FIN-DE-ENTRADA.
009510     CLOSE DESBORDE-6.
009520 2650-EXIT.
009530     EXIT.
009540
009550 2655-LEER-DESBORDE-6.
009560     READ DESBORDE-6 INTO REG-AUDITORIA
009570         AT END
009580             SET FIN-DE-ENTRADA TO TRUE
009590             GO TO 2655-EXIT
009600     END-READ.
009610     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
009620 2655-EXIT.
009630     EXIT.
009640
009650 2660-MEDIR-DESBORDE-7.
009660     MOVE 16 TO WS-IND-ARCHIVO.
009670     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
009680     OPEN INPUT DESBORDE-7.
009690     IF WS-ARCHIVO-STATUS NOT = "00"
009700         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
009710         GO TO 2660-EXIT
009720     END-IF.
009730     MOVE "N" TO SW-FIN-ENTRADA.
009740     PERFORM 2665-LEER-DESBORDE-7 THRU 2665-EXIT
009750         UNTIL FIN-DE-ENTRADA.
009760     CLOSE DESBORDE-7.
009770 2660-EXIT.
009780     EXIT.
009790
009800 2665-LEER-DESBORDE-7.
009810     READ DESBORDE-7 INTO REG-AUDITORIA
009820         AT END
009830             SET FIN-DE-ENTRADA TO TRUE
009840             GO TO 2665-EXIT
009850     END-READ.
009860     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
009870 2665-EXIT.
009880     EXIT.
009890
009900 2670-MEDIR-DESBORDE-8.
009910     MOVE 17 TO WS-IND-ARCHIVO.
009920     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
009930     OPEN INPUT DESBORDE-8.
009940     IF WS-ARCHIVO-STATUS NOT = "00"
009950         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
009960         GO TO 2670-EXIT
009970     END-IF.
009980     MOVE "N" TO SW-FIN-ENTRADA.
009990     PERFORM 2675-LEER-DESBORDE-8 THRU 2675-EXIT
010000         UNTIL FIN-DE-ENTRADA.
010010     CLOSE DESBORDE-8.
010020 2670-EXIT.
010030     EXIT.
010040
010050 2675-LEER-DESBORDE-8.
010060     READ DESBORDE-8 INTO REG-AUDITORIA
010070         AT END
010080             SET FIN-DE-ENTRADA TO TRUE
010090             GO TO 2675-EXIT
010100     END-READ.
010110     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
010120 2675-EXIT.
010130     EXIT.
010140
010150 2680-MEDIR-DESBORDE-9.
010160     MOVE 18 TO WS-IND-ARCHIVO.
010170     MOVE "S" TO TME-PRESENTE (WS-IND-ARCHIVO).
010180     OPEN INPUT DESBORDE-9.
010190     IF WS-ARCHIVO-STATUS NOT = "00"
010200         PERFORM 2990-SIN-ARCHIVO THRU 2990-EXIT
010210         GO TO 2680-EXIT
010220     END-IF.
010230     MOVE "N" TO SW-FIN-ENTRADA.
010240     PERFORM 2685-LEER-DESBORDE-9 THRU 2685-EXIT
010250         UNTIL FIN-DE-ENTRADA.
010260     CLOSE DESBORDE-9.
010270 2680-EXIT.
010280     EXIT.
010290
010300 2685-LEER-DESBORDE-9.
010310     READ DESBORDE-9 INTO REG-AUDITORIA
010320         AT END
010330             SET FIN-DE-ENTRADA TO TRUE
010340             GO TO 2685-EXIT
010350     END-READ.
010360     PERFORM 2690-CONTAR-AUDITORIA THRU 2690-EXIT.
010370 2685-EXIT.
010380     EXIT.
010390
010400 2690-CONTAR-AUDITORIA.
010410     MOVE 0 TO WS-FECHA-REGISTRO.
010420     IF AUD-FECHA NUMERIC
010430         MOVE AUD-FECHA TO WS-FECHA-REGISTRO
010440     END-IF.
010450     PERFORM 2900-CONTAR-REGISTRO THRU 2900-EXIT.
010460 2690-EXIT.
010470     EXIT.
010480
010490******************************************************************
010500* 2900-CONTAR-REGISTRO - UN REGISTRO QUE ESTA HOY EN EL ARCHIVO;
010510* SI SU FECHA CAE EN LA VENTANA ES ADEMAS UN ALTA. 2910 CUENTA
010520* SOLO EL ALTA (REGISTRO QUE YA SALIO) Y 2920 UNA BAJA.
010530******************************************************************
010540 2900-CONTAR-REGISTRO.
010550     ADD 1 TO TME-CANTIDAD (WS-IND-ARCHIVO).
010560     PERFORM 2910-CONTAR-ALTA THRU 2910-EXIT.
010570 2900-EXIT.
010580     EXIT.
010590
010600 2910-CONTAR-ALTA.
010610     IF WS-FECHA-REGISTRO NOT < WS-FECHA-DESDE
010620         AND WS-FECHA-REGISTRO < WS-FECHA-HOY
010630         ADD 1 TO TME-ALTAS (WS-IND-ARCHIVO)
010640     END-IF.
010650 2910-EXIT.
010660     EXIT.
010670
010680 2920-CONTAR-BAJA.
010690     IF WS-FECHA-REGISTRO NOT < WS-FECHA-DESDE
010700         AND WS-FECHA-REGISTRO < WS-FECHA-HOY
010710         ADD 1 TO TME-BAJAS (WS-IND-ARCHIVO)
010720     END-IF.
010730 2920-EXIT.
010740     EXIT.
010750
010760******************************************************************
010770* 2990-SIN-ARCHIVO - UN ARCHIVO QUE NO EXISTE TIENE CERO
010780* REGISTROS; CUALQUIER OTRO ERROR DE APERTURA SE INFORMA.
010790******************************************************************
010800 2990-SIN-ARCHIVO.
010810     MOVE "N" TO TME-PRESENTE (WS-IND-ARCHIVO).
010820     IF WS-ARCHIVO-STATUS NOT = "35"
010830         DISPLAY TAR-NOMBRE (WS-IND-ARCHIVO)
010840             ": NO SE PUDO ABRIR, FILE STATUS "
010850             WS-ARCHIVO-STATUS
010860     END-IF.
010870 2990-EXIT.
010880     EXIT.
010890
010900******************************************************************
010910* 3000-LEER-FOTOS - DE LAS FOTOS DE CAPAHIST ANTERIORES A HOY SE
010920* GUARDA, POR ARCHIVO, LA MAS RECIENTE DE ANTES DE LA VENTANA Y
010930* LA MAS VIEJA DE DENTRO DE ELLA.
010940******************************************************************
010950 3000-LEER-FOTOS.
010960     OPEN INPUT HISTORICO-CAPACIDAD.
010970     IF WS-ARCHIVO-STATUS NOT = "00"
010980         GO TO 3000-EXIT
010990     END-IF.
011000     MOVE "N" TO SW-FIN-ENTRADA.
011010     PERFORM 3100-LEER-FOTO THRU 3100-EXIT
011020         UNTIL FIN-DE-ENTRADA.
011030     CLOSE HISTORICO-CAPACIDAD.
011040 3000-EXIT.
011050     EXIT.
011060
011070 3100-LEER-FOTO.
011080     READ HISTORICO-CAPACIDAD
011090         AT END
011100             SET FIN-DE-ENTRADA TO TRUE
011110             GO TO 3100-EXIT
011120     END-READ.
011130     IF CAP-FECHA NOT NUMERIC OR CAP-CANTIDAD NOT NUMERIC
011140         OR CAP-FECHA NOT < WS-FECHA-HOY
011150         GO TO 3100-EXIT
011160     END-IF.
011170     MOVE 0 TO WS-IND-ARCHIVO.
011180     PERFORM 3110-BUSCAR-ARCHIVO THRU 3110-EXIT
011190         VARYING WS-IND-BUSCA FROM 1 BY 1
011200         UNTIL WS-IND-BUSCA > 18 OR WS-IND-ARCHIVO > 0.
011210     IF WS-IND-ARCHIVO = 0
011220         GO TO 3100-EXIT
011230     END-IF.
011240     IF CAP-FECHA NOT > WS-FECHA-DESDE
011250         IF CAP-FECHA NOT < TME-PREVIA-FECHA (WS-IND-ARCHIVO)
011260             MOVE CAP-FECHA TO TME-PREVIA-FECHA (WS-IND-ARCHIVO)
011270             MOVE CAP-CANTIDAD TO TME-PREVIA-CANT (WS-IND-ARCHIVO)
011280         END-IF
011290         GO TO 3100-EXIT
011300     END-IF.
011310     IF TME-POSTERIOR-FECHA (WS-IND-ARCHIVO) = 0
011320         OR CAP-FECHA < TME-POSTERIOR-FECHA (WS-IND-ARCHIVO)
011330         MOVE CAP-FECHA TO TME-POSTERIOR-FECHA (WS-IND-ARCHIVO)
011340         MOVE CAP-CANTIDAD TO TME-POSTERIOR-CANT (WS-IND-ARCHIVO)
011350     END-IF.
011360 3100-EXIT.
011370     EXIT.
011380
011390 3110-BUSCAR-ARCHIVO.
011400     IF TAR-NOMBRE (WS-IND-BUSCA) = CAP-ARCHIVO
011410         AND TAR-POR-FOTO (WS-IND-BUSCA)
011420         MOVE WS-IND-BUSCA TO WS-IND-ARCHIVO
011430     END-IF.
011440 3110-EXIT.
011450     EXIT.
011460
011470******************************************************************
011480* 4000-CALCULAR-CRECIMIENTO - CRECIMIENTO NETO POR DIA HABIL.
011490* POR FECHA: (ALTAS - BAJAS) / 30. POR FOTO O POR HISTORIAL:
011500* DIFERENCIA CONTRA LA BASE DIVIDIDA POR LOS DIAS HABILES QUE
011510* PASARON DESDE ELLA. SIN BASE NO HAY HISTORIA.
011520******************************************************************
011530 4000-CALCULAR-CRECIMIENTO.
011540     MOVE 0 TO TME-CRECIMIENTO (WS-IND-ARCHIVO).
011550     MOVE "N" TO TME-CON-HISTORIA (WS-IND-ARCHIVO).
011560     IF TAR-POR-FECHA (WS-IND-ARCHIVO)
011570         COMPUTE TME-CRECIMIENTO (WS-IND-ARCHIVO) ROUNDED =
011580             (TME-ALTAS (WS-IND-ARCHIVO)
011590             - TME-BAJAS (WS-IND-ARCHIVO)) / WS-DIAS-VENTANA
011600         MOVE "S" TO TME-CON-HISTORIA (WS-IND-ARCHIVO)
011610         GO TO 4000-EXIT
011620     END-IF.
011630     IF TAR-POR-FOTO (WS-IND-ARCHIVO)
011640         IF TME-PREVIA-FECHA (WS-IND-ARCHIVO) > 0
011650             MOVE TME-PREVIA-FECHA (WS-IND-ARCHIVO)
011660                 TO TME-BASE-FECHA (WS-IND-ARCHIVO)
011670             MOVE TME-PREVIA-CANT (WS-IND-ARCHIVO)
011680                 TO TME-BASE-CANT (WS-IND-ARCHIVO)
011690         ELSE
011700             MOVE TME-POSTERIOR-FECHA (WS-IND-ARCHIVO)
011710                 TO TME-BASE-FECHA (WS-IND-ARCHIVO)
011720             MOVE TME-POSTERIOR-CANT (WS-IND-ARCHIVO)
011730                 TO TME-BASE-CANT (WS-IND-ARCHIVO)
011740         END-IF
011750         MOVE WS-FECHA-HOY TO WS-FECHA-FIN
011760     ELSE
011770         MOVE WS-FECHA-ULTIMA-EST4 TO WS-FECHA-FIN
011780     END-IF.
011790     IF TME-BASE-FECHA (WS-IND-ARCHIVO) = 0
011800         GO TO 4000-EXIT
011810     END-IF.
011820     MOVE TME-BASE-FECHA (WS-IND-ARCHIVO) TO WS-FECHA-BASE.
011830     PERFORM 7600-CONTAR-HABILES THRU 7600-EXIT.
011840     IF WS-CANT-HABILES = 0
011850         GO TO 4000-EXIT
011860     END-IF.
011870     COMPUTE TME-CRECIMIENTO (WS-IND-ARCHIVO) ROUNDED =
011880         (TME-CANTIDAD (WS-IND-ARCHIVO)
011890         - TME-BASE-CANT (WS-IND-ARCHIVO)) / WS-CANT-HABILES.
011900     MOVE "S" TO TME-CON-HISTORIA (WS-IND-ARCHIVO).
011910 4000-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950* 5000-INFORMAR-ARCHIVO - LINEA DEL ARCHIVO Y, DEBAJO, UNA POR
011960* CADA PROGRAMA QUE LO CARGA CON SU TOPE Y SU PROYECCION.
011970******************************************************************
011980 5000-INFORMAR-ARCHIVO.
011990     DISPLAY " ".
012000     MOVE TAR-NOMBRE (WS-IND-ARCHIVO) TO LAR-NOMBRE.
012010     MOVE TME-CANTIDAD (WS-IND-ARCHIVO) TO LAR-CANTIDAD.
012020     MOVE TME-CRECIMIENTO (WS-IND-ARCHIVO) TO LAR-CRECIMIENTO.
012030     MOVE SPACE TO LAR-BASE.
012040     EVALUATE TRUE
012050         WHEN TME-CON-HISTORIA (WS-IND-ARCHIVO) = "N"
012060             MOVE "SIN HISTORIA" TO LAR-BASE
012070         WHEN TAR-POR-FECHA (WS-IND-ARCHIVO)
012080             MOVE TME-ALTAS (WS-IND-ARCHIVO) TO WBA-ALTAS
012090             MOVE TME-BAJAS (WS-IND-ARCHIVO) TO WBA-BAJAS
012100             MOVE WS-BASE-ALTAS TO LAR-BASE
012110         WHEN OTHER
012120             MOVE TME-BASE-FECHA (WS-IND-ARCHIVO) TO WBF-FECHA
012130             MOVE TME-BASE-CANT (WS-IND-ARCHIVO) TO WBF-CANTIDAD
012140             MOVE WS-BASE-FOTO TO LAR-BASE
012150     END-EVALUATE.
012160     IF TME-PRESENTE (WS-IND-ARCHIVO) = "N"
012170         MOVE "SIN ARCHIVO" TO LAR-BASE
012180     END-IF.
012190     DISPLAY LIN-ARCHIVO.
012195     MOVE 0 TO WS-CANT-LECTORES-ARCHIVO.
012200     PERFORM 5100-PROYECTAR-LECTOR THRU 5100-EXIT
012210         VARYING WS-IND-LECTOR FROM 1 BY 1
012214         UNTIL WS-IND-LECTOR > 22.
012218     IF WS-CANT-LECTORES-ARCHIVO = 0
012222         DISPLAY "    NINGUN PROGRAMA LO CARGA ENTERO"
012226     END-IF.
012230 5000-EXIT.
012240     EXIT.
012250
012260******************************************************************
012270* 5100-PROYECTAR-LECTOR - DIAS HABILES HASTA EL TOPE, REDONDEADOS
012280* HACIA ARRIBA, Y LA FECHA EN QUE SE CUMPLEN. UN TOPE ALCANZADO
012290* ES ALERTA CRITICA; UNO QUE SE ALCANZA DENTRO DE DIASCAPA, UN
012300* AVISO.
012310******************************************************************
012320 5100-PROYECTAR-LECTOR.
012330     IF TLE-ARCHIVO (WS-IND-LECTOR) NOT = WS-IND-ARCHIVO
012340         GO TO 5100-EXIT
012350     END-IF.
012355     ADD 1 TO WS-CANT-LECTORES-ARCHIVO.
012360     MOVE TLE-PROGRAMA (WS-IND-LECTOR) TO LLE-PROGRAMA.
012370     MOVE TLE-TOPE (WS-IND-LECTOR) TO LLE-TOPE.
012380     MOVE SPACE TO LLE-PROYECCION.
012390     IF TME-CANTIDAD (WS-IND-ARCHIVO)
012400         NOT < TLE-TOPE (WS-IND-LECTOR)
012410         MOVE "** TOPE ALCANZADO" TO LLE-PROYECCION
012420         DISPLAY LIN-LECTOR
012425         MOVE SPACE TO REG-ALERTA
012430         MOVE "C" TO ALR-SEVERIDAD
012450         STRING TAR-NOMBRE (WS-IND-ARCHIVO) DELIMITED BY SPACE
012460             " YA LLENA LA TABLA DE " DELIMITED BY SIZE
012470             TLE-PROGRAMA (WS-IND-LECTOR) DELIMITED BY SPACE
012480             INTO ALR-MENSAJE
012490         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
012500         GO TO 5100-EXIT
012510     END-IF.
012520     IF TME-CON-HISTORIA (WS-IND-ARCHIVO) = "N"
012530         MOVE "SIN HISTORIA PARA PROYECTAR" TO LLE-PROYECCION
012540         DISPLAY LIN-LECTOR
012550         GO TO 5100-EXIT
012560     END-IF.
012570     IF TME-CRECIMIENTO (WS-IND-ARCHIVO) NOT > 0
012580         MOVE "SIN CRECIMIENTO" TO LLE-PROYECCION
012590         DISPLAY LIN-LECTOR
012600         GO TO 5100-EXIT
012610     END-IF.
012620     COMPUTE WS-FALTANTE =
012630         TLE-TOPE (WS-IND-LECTOR) - TME-CANTIDAD (WS-IND-ARCHIVO).
012640     COMPUTE WS-DIAS-DECIMAL =
012650         WS-FALTANTE / TME-CRECIMIENTO (WS-IND-ARCHIVO).
012660     MOVE WS-DIAS-DECIMAL TO WS-DIAS-TOPE.
012670     IF WS-DIAS-DECIMAL > WS-DIAS-TOPE
012680         ADD 1 TO WS-DIAS-TOPE
012690     END-IF.
012700     IF WS-DIAS-TOPE > 999
012710         MOVE "MAS DE 999 DIAS HABILES" TO LLE-PROYECCION
012720         DISPLAY LIN-LECTOR
012730         GO TO 5100-EXIT
012740     END-IF.
012750     PERFORM 7700-AVANZAR-HABILES THRU 7700-EXIT.
012760     MOVE WS-DIAS-TOPE TO WS-DIAS-EDITADOS.
012770     STRING "EN " WS-DIAS-EDITADOS " DIAS HABILES, EL "
012780         WS-FECHA-PROYECTADA
012790         DELIMITED BY SIZE INTO LLE-PROYECCION.
012800     IF WS-DIAS-TOPE > PAR-DIAS-CAPACIDAD
012810         DISPLAY LIN-LECTOR
012820         GO TO 5100-EXIT
012830     END-IF.
012840     MOVE "  **" TO LLE-PROYECCION (37:4).
012850     DISPLAY LIN-LECTOR.
012855     MOVE SPACE TO REG-ALERTA.
012860     MOVE "W" TO ALR-SEVERIDAD.
012880     STRING TAR-NOMBRE (WS-IND-ARCHIVO) DELIMITED BY SPACE
012890         " LLENA " DELIMITED BY SIZE
012900         TLE-PROGRAMA (WS-IND-LECTOR) DELIMITED BY SPACE
012910         " EL " WS-FECHA-PROYECTADA DELIMITED BY SIZE
012920         INTO ALR-MENSAJE.
012930     PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT.
012940 5100-EXIT.
012950     EXIT.
012960
012970******************************************************************
012980* 6000-GRABAR-FOTOS - AGREGA A CAPAHIST LA CANTIDAD DE HOY DE
012990* CADA ARCHIVO, BASE DE LAS PROXIMAS CORRIDAS.
013000******************************************************************
013010 6000-GRABAR-FOTOS.
013020     OPEN EXTEND HISTORICO-CAPACIDAD.
013030     IF WS-ARCHIVO-STATUS = "35"
013040         OPEN OUTPUT HISTORICO-CAPACIDAD
013050     END-IF.
013060     IF WS-ARCHIVO-STATUS NOT = "00"
013070         DISPLAY "NO SE PUDO GRABAR CAPAHIST, FILE STATUS "
013080             WS-ARCHIVO-STATUS
013090         GO TO 6000-EXIT
013100     END-IF.
013110     PERFORM 6100-GRABAR-FOTO THRU 6100-EXIT
013120         VARYING WS-IND-ARCHIVO FROM 1 BY 1
013130         UNTIL WS-IND-ARCHIVO > 18.
013140     CLOSE HISTORICO-CAPACIDAD.
013150 6000-EXIT.
013160     EXIT.
013170
013180 6100-GRABAR-FOTO.
013190     MOVE SPACE TO REG-CAPACIDAD.
013200     MOVE WS-FECHA-HOY TO CAP-FECHA.
013210     MOVE TAR-NOMBRE (WS-IND-ARCHIVO) TO CAP-ARCHIVO.
013220     MOVE TME-CANTIDAD (WS-IND-ARCHIVO) TO CAP-CANTIDAD.
013230     WRITE REG-CAPACIDAD.
013240 6100-EXIT.
013250     EXIT.
013260
013270******************************************************************
013280* 7100-RETROCEDER-HABIL - UN DIA ATRAS; SI ES HABIL SE CUENTA.
013290******************************************************************
013300 7100-RETROCEDER-HABIL.
013310     PERFORM 7250-RESTAR-UN-DIA THRU 7250-EXIT.
013320     PERFORM 7400-PROBAR-HABIL THRU 7400-EXIT.
013330     IF DIA-HABIL
013340         ADD 1 TO WS-CANT-HABILES
013350     END-IF.
013360 7100-EXIT.
013370     EXIT.
013380
013390******************************************************************
013400* 7200-SUMAR-UN-DIA - ALTA DE UN DIA CON TABLA DE LARGOS DE MES
013410* Y CORRECCION DE FEBRERO POR BISIESTO.
013420******************************************************************
013430 7200-SUMAR-UN-DIA.
013440     PERFORM 7270-LARGO-DEL-MES THRU 7270-EXIT.
013450     IF FT-DIA < WS-LARGO-MES
013460         ADD 1 TO FT-DIA
013470     ELSE
013480         MOVE 1 TO FT-DIA
013490         IF FT-MES < 12
013500             ADD 1 TO FT-MES
013510         ELSE
013520             MOVE 1 TO FT-MES
013530             ADD 1 TO FT-ANO
013540         END-IF
013550     END-IF.
013560 7200-EXIT.
013570     EXIT.
013580
013590 7250-RESTAR-UN-DIA.
013600     IF FT-DIA > 1
013610         SUBTRACT 1 FROM FT-DIA
013620         GO TO 7250-EXIT
013630     END-IF.
013640     IF FT-MES > 1
013650         SUBTRACT 1 FROM FT-MES
013660     ELSE
013670         MOVE 12 TO FT-MES
013680         SUBTRACT 1 FROM FT-ANO
013690     END-IF.
013700     PERFORM 7270-LARGO-DEL-MES THRU 7270-EXIT.
013710     MOVE WS-LARGO-MES TO FT-DIA.
013720 7250-EXIT.
013730     EXIT.
013740
013750 7270-LARGO-DEL-MES.
013760     MOVE TL-LARGO (FT-MES) TO WS-LARGO-MES.
013770     IF FT-MES = 2
013780         DIVIDE FT-ANO BY 4 GIVING WS-COCIENTE
013790             REMAINDER WS-RESTO-4
013800         DIVIDE FT-ANO BY 100 GIVING WS-COCIENTE
013810             REMAINDER WS-RESTO-100
013820         DIVIDE FT-ANO BY 400 GIVING WS-COCIENTE
013830             REMAINDER WS-RESTO-400
013840         IF WS-RESTO-4 = 0
013850             AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
013860             MOVE 29 TO WS-LARGO-MES
013870         END-IF
013880     END-IF.
013890 7270-EXIT.
013900     EXIT.
013910
013920******************************************************************
013930* 7300-CALCULAR-DIA-SEMANA - CONGRUENCIA DE ZELLER SOBRE LA
013940* FECHA DE TRABAJO: 0=SABADO, 1=DOMINGO, 2=LUNES...
013950******************************************************************
013960 7300-CALCULAR-DIA-SEMANA.
013970     MOVE FT-ANO TO ZEL-ANO.
013980     MOVE FT-MES TO ZEL-MES.
013990     IF ZEL-MES < 3
014000         ADD 12 TO ZEL-MES
014010         SUBTRACT 1 FROM ZEL-ANO
014020     END-IF.
014030     DIVIDE ZEL-ANO BY 100 GIVING ZEL-SIGLO
014040         REMAINDER ZEL-RESTO-SIGLO.
014050     COMPUTE ZEL-TERMINO = (13 * (ZEL-MES + 1)) / 5.
014060     COMPUTE ZEL-SUMA = FT-DIA + ZEL-TERMINO
014070         + ZEL-RESTO-SIGLO + (ZEL-RESTO-SIGLO / 4)
014080         + (ZEL-SIGLO / 4) + (5 * ZEL-SIGLO).
014090     DIVIDE ZEL-SUMA BY 7 GIVING WS-COCIENTE
014100         REMAINDER WS-DIA-SEMANA.
014110 7300-EXIT.
014120     EXIT.
014130
014140******************************************************************
014150* 7400-PROBAR-HABIL - LA FECHA DE TRABAJO ES HABIL SI NO ES
014160* SABADO, DOMINGO NI FERIADO.
014170******************************************************************
014180 7400-PROBAR-HABIL.
014190     MOVE "N" TO SW-DIA-HABIL.
014200     PERFORM 7300-CALCULAR-DIA-SEMANA THRU 7300-EXIT.
014210     IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 1
014220         GO TO 7400-EXIT
014230     END-IF.
014240     MOVE "N" TO SW-ES-FERIADO.
014250     PERFORM 7410-COMPARAR-FERIADO THRU 7410-EXIT
014260         VARYING WS-IND-FERIADO FROM 1 BY 1
014270         UNTIL ES-FERIADO OR WS-IND-FERIADO > WS-CANT-FERIADOS.
014280     IF NOT ES-FERIADO
014290         SET DIA-HABIL TO TRUE
014300     END-IF.
014310 7400-EXIT.
014320     EXIT.
014330
014340 7410-COMPARAR-FERIADO.
014350     IF TF-FERIADO (WS-IND-FERIADO) = FECHA-TRABAJO-N
014360         SET ES-FERIADO TO TRUE
014370     END-IF.
014380 7410-EXIT.
014390     EXIT.
014400
014410******************************************************************
014420* 7600-CONTAR-HABILES - DIAS HABILES DESDE WS-FECHA-BASE
014430* (INCLUIDO) HASTA WS-FECHA-FIN (EXCLUIDO).
014440******************************************************************
014450 7600-CONTAR-HABILES.
014460     MOVE 0 TO WS-CANT-HABILES.
014470     MOVE WS-FECHA-BASE TO FECHA-TRABAJO-N.
014480     PERFORM 7610-CONTAR-UN-DIA THRU 7610-EXIT
014490         UNTIL FECHA-TRABAJO-N NOT < WS-FECHA-FIN.
014500 7600-EXIT.
014510     EXIT.
014520
014530 7610-CONTAR-UN-DIA.
014540     PERFORM 7400-PROBAR-HABIL THRU 7400-EXIT.
014550     IF DIA-HABIL
014560         ADD 1 TO WS-CANT-HABILES
014570     END-IF.
014580     PERFORM 7200-SUMAR-UN-DIA THRU 7200-EXIT.
014590 7610-EXIT.
014600     EXIT.
014610
014620******************************************************************
014630* 7700-AVANZAR-HABILES - LA FECHA QUE QUEDA WS-DIAS-TOPE DIAS
014640* HABILES DESPUES DEL DIA DE NEGOCIO.
014650******************************************************************
014660 7700-AVANZAR-HABILES.
014670     MOVE 0 TO WS-CANT-HABILES.
014680     MOVE WS-FECHA-HOY TO FECHA-TRABAJO-N.
014690     PERFORM 7710-AVANZAR-UN-DIA THRU 7710-EXIT
014700         UNTIL WS-CANT-HABILES = WS-DIAS-TOPE.
014710     MOVE FECHA-TRABAJO-N TO WS-FECHA-PROYECTADA.
014720 7700-EXIT.
014730     EXIT.
014740
014750 7710-AVANZAR-UN-DIA.
014760     PERFORM 7200-SUMAR-UN-DIA THRU 7200-EXIT.
014770     PERFORM 7400-PROBAR-HABIL THRU 7400-EXIT.
014780     IF DIA-HABIL
014790         ADD 1 TO WS-CANT-HABILES
014800     END-IF.
014810 7710-EXIT.
014820     EXIT.
014830
014840******************************************************************
014850* 8800-GRABAR-ALERTA - AGREGA LA ALERTA ARMADA (SEVERIDAD Y
014860* MENSAJE YA CARGADOS) AL ARCHIVO COMPARTIDO.
014870******************************************************************
014880 8800-GRABAR-ALERTA.
014890     MOVE "INFCAPA" TO ALR-PROGRAMA.
014900     CALL "GRABALER" USING REG-ALERTA.
014910     ADD 1 TO WS-CANT-ALERTAS.
014920 8800-EXIT.
014930     EXIT.
014940
014950 END PROGRAM INFCAPA.

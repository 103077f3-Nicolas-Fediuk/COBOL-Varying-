000100******************************************************************
000110* Armador del paquete diario de reportes. Corre al final de la
000120*noche, despues de la respuesta al origen, y junta en un solo
000130*paquete (archivo PAQDIA) los reportes del dia que antes se
000140*juntaban a mano: el reporte de edicion (EDITREP), el
000150*consolidado (RESUMDIA), la hoja de alertas abiertas (ALERREP),
000160*el listado de rechazos (RECHREP), el SYSOUT de la conciliacion
000170*(CONCREP) y la respuesta al origen (RESPDIA). El paquete trae
000180*una caratula, un indice con la pagina de cada reporte, la misma
000190*cabecera con la fecha de negocio en todas las paginas y al
000200*final una pagina de control con las paginas y lineas de cada
000210*reporte. Un reporte que falta, o que no es del dia, figura como
000220*AUSENTE en el indice y en el control; no se saltea callado.
000230*Con el maestro de distribucion (DISTMST) arma ademas, en el
000240*archivo DISTPAQ, un extracto por destinatario y por copia, cada
000250*uno con su portada y solo los reportes que ese destinatario
000260*recibe.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PAQDIA.
000300 AUTHOR.        R. ALONSO.
000310 INSTALLATION.  DEPTO. DESARROLLO.
000320 DATE-WRITTEN.  15/10/2026.
000330 DATE-COMPILED.
000340******************************************************************
000350* HISTORIAL DE MODIFICACIONES
000360* FECHA       INIC.  DESCRIPCION
000370* 15/10/2026  RA     VERSION INICIAL. CADA REPORTE SE LEE DOS
000380*                    VECES: UNA PARA CONTAR SUS LINEAS Y ASIGNAR
000390*                    PAGINAS (EL INDICE VA ANTES QUE LOS
000400*                    REPORTES) Y OTRA PARA VOLCARLO. EL DIA DEL
000410*                    PAQUETE ES EL DEL CONTROL RUTEO CUANDO
000420*                    COINCIDE CON EL DIA VIGENTE O CON EL ULTIMO
000430*                    CERRADO, Y SI NO EL DIA VIGENTE. RESUMDIA Y
000440*                    RESPDIA TRAEN SU FECHA Y SE VERIFICA; UNO DE
000450*                    OTRO DIA CUENTA COMO AUSENTE. RETURN-CODE 4
000460*                    CON REPORTES AUSENTES O SIN DISTRIBUCION, 8
000470*                    SI NO SE PUDIERON GRABAR LOS EXTRACTOS Y 16
000480*                    SI NO SE PUDO GRABAR EL PAQUETE.
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT DISTRIBUCION-MAESTRO ASSIGN TO "DISTMST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MAESTRO-STATUS.
000560     SELECT RUTEO-IN ASSIGN TO "RUTEO"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RUTEO-STATUS.
000590     SELECT REPORTE-1 ASSIGN TO "EDITREP"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REPORTE-STATUS.
000620     SELECT REPORTE-2 ASSIGN TO "RESUMDIA"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORTE-STATUS.
000650     SELECT REPORTE-3 ASSIGN TO "ALERREP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORTE-STATUS.
000680     SELECT REPORTE-4 ASSIGN TO "RECHREP"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REPORTE-STATUS.
000710     SELECT REPORTE-5 ASSIGN TO "CONCREP"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORTE-STATUS.
000740     SELECT REPORTE-6 ASSIGN TO "RESPDIA"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-REPORTE-STATUS.
000770     SELECT PAQUETE-OUT ASSIGN TO "PAQDIA"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PAQUETE-STATUS.
000800     SELECT EXTRACTO-OUT ASSIGN TO "DISTPAQ"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-EXTRACTO-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DISTRIBUCION-MAESTRO
000870     LABEL RECORDS ARE STANDARD.
000880 01  REG-DISTRIBUCION-MAESTRO.
000890     COPY DISTMST.
000900
000910 FD  RUTEO-IN
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-RUTEO-IN.
000940     COPY RUTEO.
000950 01  REG-RUTEO-TRL               PIC X(49).
000960
000970 FD  REPORTE-1
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-REPORTE-1               PIC X(60).
001000
001010 FD  REPORTE-2
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-REPORTE-2               PIC X(80).
001040
001050 FD  REPORTE-3
001060     LABEL RECORDS ARE STANDARD.
001070 01  REG-REPORTE-3               PIC X(132).
001080
001090 FD  REPORTE-4
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-REPORTE-4               PIC X(132).
001120
001130 FD  REPORTE-5
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-REPORTE-5               PIC X(132).
001160
001170 FD  REPORTE-6
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-REPORTE-6               PIC X(40).
001200
001210 FD  PAQUETE-OUT
001220     LABEL RECORDS ARE STANDARD.
001230 01  REG-PAQUETE                 PIC X(132).
001240
001250 FD  EXTRACTO-OUT
001260     LABEL RECORDS ARE STANDARD.
001270 01  REG-EXTRACTO                PIC X(132).
001280
001290 WORKING-STORAGE SECTION.
001300 01  WS-MAESTRO-STATUS           PIC X(02) VALUE "00".
001310 01  WS-RUTEO-STATUS             PIC X(02) VALUE "00".
001320 01  WS-REPORTE-STATUS           PIC X(02) VALUE "00".
001330 01  WS-PAQUETE-STATUS           PIC X(02) VALUE "00".
001340 01  WS-EXTRACTO-STATUS          PIC X(02) VALUE "00".
001350 01  REG-AUDITORIA.
001360     COPY AUDITLOG.
001370 01  REG-ALERTA.
001380     COPY ALERTA.
001390 01  FECHA-NEGOCIO-COM.
001400     COPY FECHALNK.
001410
001420 01  WS-FECHA-PAQUETE            PIC 9(08) VALUE 0.
001430 01  WS-FECHA-PAQUETE-X REDEFINES WS-FECHA-PAQUETE
001440                                 PIC X(08).
001450 01  WS-RUTEO-FECHA              PIC 9(08) VALUE 0.
001460 01  WS-FECHA-EMISION            PIC 9(08) VALUE 0.
001470 01  WS-HORA-EMISION             PIC 9(06) VALUE 0.
001480 01  WS-OPERADOR                 PIC X(08) VALUE SPACE.
001490 01  WS-RETORNO                  PIC 9(02) VALUE 0.
001500
001510*    PAGINADO: LINEAS DE CUERPO POR PAGINA, DEBAJO DE LA
001520*    CABECERA DE TRES LINEAS.
001530 01  WS-LINEAS-POR-PAGINA        PIC 9(02) VALUE 50.
001540 01  WS-LINEAS-EN-PAGINA         PIC 9(02) VALUE 0.
001550 01  WS-PAGINA                   PIC 9(04) VALUE 0.
001560 01  WS-PAGINA-SIGUIENTE         PIC 9(04) VALUE 0.
001570 01  WS-PAGINA-MOSTRAR           PIC 9(04) VALUE 0.
001580 01  WS-PAGINA-CONTROL           PIC 9(04) VALUE 0.
001590 01  WS-PAGINA-PAQUETE           PIC 9(04) VALUE 0.
001600 01  WS-TITULO-SECCION           PIC X(34) VALUE SPACE.
001610 01  WS-LINEA-REPORTE            PIC X(132) VALUE SPACE.
001620 01  WS-LINEA-CUERPO             PIC X(132) VALUE SPACE.
001630 01  WS-LINEA-SALIDA             PIC X(132) VALUE SPACE.
001640 01  WS-TEXTO-ESTADO             PIC X(40) VALUE SPACE.
001650 01  WS-CANT-LINEAS              PIC 9(06) VALUE 0.
001660
001670 01  WS-IND-REPORTE              PIC 9(02) VALUE 0.
001680 01  WS-IND-DESTINO              PIC 9(03) VALUE 0.
001690 01  WS-IND-COPIA                PIC 9(02) VALUE 0.
001700 01  WS-COPIAS                   PIC 9(02) VALUE 0.
001710 01  WS-CANT-DESTINOS            PIC 9(03) VALUE 0.
001720 01  WS-CANT-ACTIVOS             PIC 9(03) VALUE 0.
001730 01  WS-CANT-PRESENTES           PIC 9(01) VALUE 0.
001740 01  WS-CANT-AUSENTES            PIC 9(01) VALUE 0.
001750 01  WS-TOTAL-PAGINAS            PIC 9(05) VALUE 0.
001760 01  WS-TOTAL-LINEAS             PIC 9(07) VALUE 0.
001770 01  WS-CANT-EXTRACTOS           PIC 9(05) VALUE 0.
001780 01  WS-PAGINAS-EXTRACTOS        PIC 9(06) VALUE 0.
001790 01  WS-EDIT-CANT                PIC ZZZZ9.
001800 01  WS-EDIT-TOTAL               PIC ZZZZZZ9.
001810
001820 01  SW-FIN-REPORTE              PIC X(01) VALUE "N".
001830     88  FIN-DE-REPORTE                    VALUE "S".
001840 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
001850     88  FIN-DE-MAESTRO                    VALUE "S".
001860 01  SW-HAY-DISTRIBUCION         PIC X(01) VALUE "N".
001870     88  HAY-DISTRIBUCION                  VALUE "S".
001880 01  SW-PAQUETE-ABIERTO          PIC X(01) VALUE "N".
001890     88  PAQUETE-ABIERTO                   VALUE "S".
001900 01  SW-EXTRACTO-ABIERTO         PIC X(01) VALUE "N".
001910     88  EXTRACTO-ABIERTO                  VALUE "S".
001920 01  SW-SALIDA                   PIC X(01) VALUE "P".
001930     88  SALIDA-PAQUETE                    VALUE "P".
001940     88  SALIDA-EXTRACTO                   VALUE "E".
001950 01  SW-SALTO-PAGINA             PIC X(01) VALUE "N".
001960     88  SALTO-DE-PAGINA                   VALUE "S".
001970
001980*    CATALOGO DE LOS REPORTES DEL PAQUETE, EN EL ORDEN DE LAS
001990*    POSICIONES DE DST-REPORTES: NOMBRE DEL DD, TITULO Y, PARA
002000*    LOS REPORTES QUE TRAEN SU FECHA, EN QUE LINEA Y COLUMNA
002010*    ESTA (CERO = NO SE VERIFICA).
002020 01  TABLA-CATALOGO.
002030     05  FILLER PIC X(08) VALUE "EDITREP".
002040     05  FILLER PIC X(34) VALUE "EDICION DE ENTRADAS (EDITDIA)".
002050     05  FILLER PIC 9(02) VALUE 0.
002060     05  FILLER PIC 9(03) VALUE 0.
002070     05  FILLER PIC X(08) VALUE "RESUMDIA".
002080     05  FILLER PIC X(34) VALUE "CONSOLIDADO DEL DIA (RESUMEN0)".
002090     05  FILLER PIC 9(02) VALUE 2.
002100     05  FILLER PIC 9(03) VALUE 31.
002110     05  FILLER PIC X(08) VALUE "ALERREP".
002120     05  FILLER PIC X(34) VALUE "ALERTAS ABIERTAS (INFALERT)".
002130     05  FILLER PIC 9(02) VALUE 0.
002140     05  FILLER PIC 9(03) VALUE 0.
002150     05  FILLER PIC X(08) VALUE "RECHREP".
002160     05  FILLER PIC X(34) VALUE "RECHAZOS DEL DIA (INFRECH)".
002170     05  FILLER PIC 9(02) VALUE 0.
002180     05  FILLER PIC 9(03) VALUE 0.
002190     05  FILLER PIC X(08) VALUE "CONCREP".
002200     05  FILLER PIC X(34) VALUE "CONCILIACION (CONCILIA)".
002210     05  FILLER PIC 9(02) VALUE 0.
002220     05  FILLER PIC 9(03) VALUE 0.
002230     05  FILLER PIC X(08) VALUE "RESPDIA".
002240     05  FILLER PIC X(34) VALUE "RESPUESTA AL ORIGEN (RESPORIG)".
002250     05  FILLER PIC 9(02) VALUE 1.
002260     05  FILLER PIC 9(03) VALUE 2.
002270 01  TABLA-CATALOGO-R REDEFINES TABLA-CATALOGO.
002280     05  TCR-ENTRADA OCCURS 6 TIMES.
002290         10  TCR-CODIGO          PIC X(08).
002300         10  TCR-TITULO          PIC X(34).
002310         10  TCR-LINEA-FECHA     PIC 9(02).
002320         10  TCR-COLUMNA-FECHA   PIC 9(03).
002330
002340*    LO QUE SE ENCONTRO DE CADA REPORTE EN ESTA CORRIDA.
002350 01  TABLA-RESULTADOS.
002360     05  TRS-ENTRADA OCCURS 6 TIMES.
002370         10  TRS-ESTADO          PIC X(01).
002380             88  TRS-PRESENTE              VALUE "P".
002390             88  TRS-AUSENTE               VALUE "A".
002400             88  TRS-OTRA-FECHA            VALUE "F".
002410         10  TRS-STATUS          PIC X(02).
002420         10  TRS-FECHA-HALLADA   PIC X(08).
002430         10  TRS-LINEAS          PIC 9(06).
002440         10  TRS-PAGINAS         PIC 9(04).
002450         10  TRS-PAGINA-DESDE    PIC 9(04).
002460
002470*    PAGINA DE CADA REPORTE DENTRO DEL EXTRACTO EN CURSO.
002480 01  TABLA-EXTRACTO.
002490     05  TEX-PAGINA-DESDE        PIC 9(04) OCCURS 6 TIMES.
002500
002510*    EL MAESTRO DE DISTRIBUCION EN MEMORIA.
002520 01  TABLA-DESTINOS.
002530     05  TDS-ENTRADA OCCURS 50 TIMES.
002540         10  TDS-ID              PIC X(08).
002550         10  TDS-NOMBRE          PIC X(30).
002560         10  TDS-ACTIVO          PIC X(01).
002570         10  TDS-COPIAS          PIC 9(02).
002580         10  TDS-REPORTES        PIC X(10).
002590         10  TDS-PAGINAS         PIC 9(05).
002600
002610 01  LIN-CABECERA.
002620     05  CAB-TITULO              PIC X(30).
002630     05  FILLER                  PIC X(17)
002640         VALUE "FECHA DE NEGOCIO ".
002650     05  CAB-FECHA               PIC 9(08).
002660     05  FILLER                  PIC X(03) VALUE SPACE.
002670     05  CAB-SECCION             PIC X(34).
002680     05  FILLER                  PIC X(03) VALUE SPACE.
002690     05  FILLER                  PIC X(07) VALUE "PAGINA ".
002700     05  CAB-PAGINA              PIC ZZZ9.
002710     05  FILLER                  PIC X(26) VALUE SPACE.
002720
002730 01  LIN-RUBRO.
002740     05  FILLER                  PIC X(02) VALUE SPACE.
002750     05  RUB-LEYENDA             PIC X(28).
002760     05  RUB-VALOR               PIC X(40).
002770     05  FILLER                  PIC X(62) VALUE SPACE.
002780
002790 01  LIN-INDICE.
002800     05  FILLER                  PIC X(02) VALUE SPACE.
002810     05  IND-CODIGO              PIC X(08).
002820     05  FILLER                  PIC X(02) VALUE SPACE.
002830     05  IND-TITULO              PIC X(34).
002840     05  FILLER                  PIC X(02) VALUE SPACE.
002850     05  IND-ESTADO              PIC X(40).
002860     05  FILLER                  PIC X(44) VALUE SPACE.
002870
002880 01  LIN-CONTROL.
002890     05  FILLER                  PIC X(02) VALUE SPACE.
002900     05  CTL-CODIGO              PIC X(08).
002910     05  FILLER                  PIC X(02) VALUE SPACE.
002920     05  CTL-TITULO              PIC X(34).
002930     05  FILLER                  PIC X(02) VALUE SPACE.
002940     05  CTL-ESTADO              PIC X(08).
002950     05  FILLER                  PIC X(02) VALUE SPACE.
002960     05  CTL-PAGINAS             PIC ZZZ9.
002970     05  FILLER                  PIC X(03) VALUE SPACE.
002980     05  CTL-LINEAS              PIC ZZZZZ9.
002990     05  FILLER                  PIC X(02) VALUE SPACE.
003000     05  CTL-DESDE               PIC ZZZ9.
003010     05  FILLER                  PIC X(55) VALUE SPACE.
003020
003030 01  LIN-DISTRIBUCION.
003040     05  FILLER                  PIC X(02) VALUE SPACE.
003050     05  DIS-ID                  PIC X(08).
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  DIS-NOMBRE              PIC X(30).
003080     05  FILLER                  PIC X(08) VALUE " COPIAS ".
003090     05  DIS-COPIAS              PIC Z9.
003100     05  FILLER                  PIC X(10) VALUE " REPORTES ".
003110     05  DIS-REPORTES            PIC X(06).
003120     05  FILLER                  PIC X(19)
003130         VALUE " PAGINAS POR COPIA ".
003140     05  DIS-PAGINAS             PIC ZZZZ9.
003150     05  FILLER                  PIC X(41) VALUE SPACE.
003160
003170 PROCEDURE DIVISION.
003180******************************************************************
003190* 0000-MAINLINE-CONTROL
003200******************************************************************
003210 0000-MAINLINE-CONTROL.
003220     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003230     PERFORM 2000-MEDIR-REPORTES THRU 2000-EXIT
003240         VARYING WS-IND-REPORTE FROM 1 BY 1
003250         UNTIL WS-IND-REPORTE > 6.
003260     PERFORM 2500-CARGAR-DISTRIBUCION THRU 2500-EXIT.
003270     PERFORM 3000-ARMAR-PAQUETE THRU 3000-EXIT.
003280     IF PAQUETE-ABIERTO
003290         PERFORM 4000-ARMAR-EXTRACTOS THRU 4000-EXIT
003300         PERFORM 5000-PAGINA-CONTROL THRU 5000-EXIT
003310     END-IF.
003320     PERFORM 8700-INFORMAR-PAQUETE THRU 8700-EXIT.
003330     MOVE WS-RETORNO TO RETURN-CODE.
003340     GOBACK.
003350
003360******************************************************************
003370* 1000-INICIALIZAR - FECHA DE NEGOCIO, OPERADOR Y MOMENTO DE LA
003380* EMISION, Y EL DIA DEL PAQUETE: EL DEL CONTROL RUTEO SI ES EL
003390* DIA VIGENTE (EL DIA QUEDO RETENIDO) O EL ULTIMO CERRADO (EL
003400* CIERRE YA AVANZO LA FECHA); SIN RUTEO UTIL, EL DIA VIGENTE.
003410******************************************************************
003420 1000-INICIALIZAR.
003430     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
003440     CALL "LEEOPER" USING WS-OPERADOR.
003450     ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD.
003460     ACCEPT WS-HORA-EMISION FROM TIME.
003470     MOVE 3 TO WS-PAGINA-SIGUIENTE.
003480     MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-PAQUETE.
003490     OPEN INPUT RUTEO-IN.
003500     IF WS-RUTEO-STATUS NOT = "00"
003510         DISPLAY "PAQDIA: SIN CONTROL RUTEO, EL PAQUETE SE "
003520             "FECHA CON EL DIA VIGENTE"
003530         GO TO 1000-EXIT
003540     END-IF.
003550     READ RUTEO-IN
003560         AT END
003570             MOVE 0 TO RUT-TIPO
003580     END-READ.
003590     IF RUT-TIPO NUMERIC AND RUT-TIPO > 0
003600         AND RUT-FECHA NUMERIC
003610         MOVE RUT-FECHA TO WS-RUTEO-FECHA
003620     END-IF.
003630     CLOSE RUTEO-IN.
003640     IF WS-RUTEO-FECHA = FNC-ULTIMA-CERRADA
003650         AND WS-RUTEO-FECHA > 0
003660         MOVE WS-RUTEO-FECHA TO WS-FECHA-PAQUETE
003670     END-IF.
003680 1000-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 2000-MEDIR-REPORTES - PRIMERA LECTURA DE UN REPORTE: SI ESTA,
003730* CUANTAS LINEAS TRAE Y SI ES DEL DIA. A LOS PRESENTES LES
003740* ASIGNA PAGINAS EN EL PAQUETE A CONTINUACION DEL ANTERIOR (LA
003750* CARATULA ES LA 1 Y EL INDICE LA 2). UN REPORTE VACIO ESTA
003760* PRESENTE (EDITREP SIN ERRORES NO TRAE LINEAS) Y OCUPA UNA
003770* PAGINA CON EL AVISO.
003780******************************************************************
003790 2000-MEDIR-REPORTES.
003800     MOVE 0 TO TRS-LINEAS (WS-IND-REPORTE).
003810     MOVE 0 TO TRS-PAGINAS (WS-IND-REPORTE).
003820     MOVE 0 TO TRS-PAGINA-DESDE (WS-IND-REPORTE).
003830     MOVE SPACE TO TRS-FECHA-HALLADA (WS-IND-REPORTE).
003840     PERFORM 8000-ABRIR-REPORTE THRU 8000-EXIT.
003850     MOVE WS-REPORTE-STATUS TO TRS-STATUS (WS-IND-REPORTE).
003860     IF WS-REPORTE-STATUS NOT = "00"
003870         SET TRS-AUSENTE (WS-IND-REPORTE) TO TRUE
003880         ADD 1 TO WS-CANT-AUSENTES
003890         DISPLAY "PAQDIA: " TCR-CODIGO (WS-IND-REPORTE)
003900             " AUSENTE, FILE STATUS " WS-REPORTE-STATUS
003910         GO TO 2000-EXIT
003920     END-IF.
003930     PERFORM 2100-CONTAR-LINEA THRU 2100-EXIT
003940         UNTIL FIN-DE-REPORTE.
003950     PERFORM 8200-CERRAR-REPORTE THRU 8200-EXIT.
003960     IF TCR-LINEA-FECHA (WS-IND-REPORTE) > 0
003970         AND TRS-FECHA-HALLADA (WS-IND-REPORTE)
003980             NOT = WS-FECHA-PAQUETE-X
003990         SET TRS-OTRA-FECHA (WS-IND-REPORTE) TO TRUE
004000         ADD 1 TO WS-CANT-AUSENTES
004010         DISPLAY "PAQDIA: " TCR-CODIGO (WS-IND-REPORTE)
004020             " NO ES DEL " WS-FECHA-PAQUETE
004030             ", CUENTA COMO AUSENTE"
004040         GO TO 2000-EXIT
004050     END-IF.
004060     SET TRS-PRESENTE (WS-IND-REPORTE) TO TRUE.
004070     ADD 1 TO WS-CANT-PRESENTES.
004080     COMPUTE TRS-PAGINAS (WS-IND-REPORTE) =
004090         (TRS-LINEAS (WS-IND-REPORTE) + WS-LINEAS-POR-PAGINA - 1)
004100         / WS-LINEAS-POR-PAGINA.
004110     IF TRS-PAGINAS (WS-IND-REPORTE) = 0
004120         MOVE 1 TO TRS-PAGINAS (WS-IND-REPORTE)
004130     END-IF.
004140     MOVE WS-PAGINA-SIGUIENTE
004150         TO TRS-PAGINA-DESDE (WS-IND-REPORTE).
004160     ADD TRS-PAGINAS (WS-IND-REPORTE) TO WS-PAGINA-SIGUIENTE.
004170 2000-EXIT.
004180     EXIT.
004190
004200 2100-CONTAR-LINEA.
004210     PERFORM 8100-LEER-REPORTE THRU 8100-EXIT.
004220     IF FIN-DE-REPORTE
004230         GO TO 2100-EXIT
004240     END-IF.
004250     ADD 1 TO TRS-LINEAS (WS-IND-REPORTE).
004260     IF TRS-LINEAS (WS-IND-REPORTE)
004270         = TCR-LINEA-FECHA (WS-IND-REPORTE)
004280         MOVE WS-LINEA-REPORTE
004290             (TCR-COLUMNA-FECHA (WS-IND-REPORTE):8)
004300             TO TRS-FECHA-HALLADA (WS-IND-REPORTE)
004310     END-IF.
004320 2100-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360* 2500-CARGAR-DISTRIBUCION - CARGA EL MAESTRO DE DISTRIBUCION
004370* (HASTA 50 DESTINATARIOS; EL EXCEDENTE SE AVISA Y NO RECIBE
004380* EXTRACTO). SIN MAESTRO EL PAQUETE SE ARMA IGUAL, SIN
004390* EXTRACTOS, Y QUEDA UNA ALERTA.
004400******************************************************************
004410 2500-CARGAR-DISTRIBUCION.
004420     OPEN INPUT DISTRIBUCION-MAESTRO.
004430     IF WS-MAESTRO-STATUS NOT = "00"
004440         DISPLAY "PAQDIA: SIN MAESTRO DE DISTRIBUCION, NO SE "
004450             "ARMAN EXTRACTOS"
004460         GO TO 2500-EXIT
004470     END-IF.
004480     PERFORM 2510-CARGAR-DESTINO THRU 2510-EXIT
004490         UNTIL FIN-DE-MAESTRO.
004500     CLOSE DISTRIBUCION-MAESTRO.
004510     IF WS-CANT-ACTIVOS > 0
004520         SET HAY-DISTRIBUCION TO TRUE
004530     ELSE
004540         DISPLAY "PAQDIA: EL MAESTRO DE DISTRIBUCION NO TIENE "
004550             "DESTINATARIOS ACTIVOS"
004560     END-IF.
004570 2500-EXIT.
004580     EXIT.
004590
004600 2510-CARGAR-DESTINO.
004610     READ DISTRIBUCION-MAESTRO
004620         AT END
004630             SET FIN-DE-MAESTRO TO TRUE
004640             GO TO 2510-EXIT
004650     END-READ.
004660     IF WS-CANT-DESTINOS = 50
004670         DISPLAY "PAQDIA: MAS DE 50 DESTINATARIOS, " DST-ID
004680             " QUEDA SIN EXTRACTO"
004690         GO TO 2510-EXIT
004700     END-IF.
004710     ADD 1 TO WS-CANT-DESTINOS.
004720     MOVE DST-ID       TO TDS-ID (WS-CANT-DESTINOS).
004730     MOVE DST-NOMBRE   TO TDS-NOMBRE (WS-CANT-DESTINOS).
004740     MOVE DST-ACTIVO   TO TDS-ACTIVO (WS-CANT-DESTINOS).
004750     MOVE DST-REPORTES TO TDS-REPORTES (WS-CANT-DESTINOS).
004760     MOVE 0 TO TDS-PAGINAS (WS-CANT-DESTINOS).
004770     IF DST-COPIAS NUMERIC AND DST-COPIAS > 0
004780         MOVE DST-COPIAS TO TDS-COPIAS (WS-CANT-DESTINOS)
004790     ELSE
004800         MOVE 1 TO TDS-COPIAS (WS-CANT-DESTINOS)
004810     END-IF.
004820     IF DST-ACTIVO = "S"
004830         ADD 1 TO WS-CANT-ACTIVOS
004840     END-IF.
004850 2510-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 3000-ARMAR-PAQUETE - CARATULA, INDICE Y LOS REPORTES PRESENTES
004900* EN EL ORDEN DEL CATALOGO. SIN PAQUETE NO HAY NADA QUE
004910* DISTRIBUIR: ALERTA CRITICA Y RETURN-CODE 16.
004920******************************************************************
004930 3000-ARMAR-PAQUETE.
004940     OPEN OUTPUT PAQUETE-OUT.
004950     IF WS-PAQUETE-STATUS NOT = "00"
004960         DISPLAY "PAQDIA: NO SE PUDO ABRIR EL PAQUETE, FILE "
004970             "STATUS " WS-PAQUETE-STATUS
004980         MOVE SPACE TO REG-ALERTA
004990         MOVE "C" TO ALR-SEVERIDAD
005000         MOVE "NO SE PUDO GRABAR EL PAQUETE DIARIO"
005010             TO ALR-MENSAJE
005020         MOVE "PAQDIA" TO ALR-PROGRAMA
005030         CALL "GRABALER" USING REG-ALERTA
005040         MOVE 16 TO WS-RETORNO
005050         GO TO 3000-EXIT
005060     END-IF.
005070     SET PAQUETE-ABIERTO TO TRUE.
005080     SET SALIDA-PAQUETE TO TRUE.
005090     MOVE 0 TO WS-PAGINA.
005100     MOVE "PAQUETE DIARIO DE REPORTES" TO CAB-TITULO.
005110     PERFORM 3100-CARATULA THRU 3100-EXIT.
005120     PERFORM 3200-INDICE THRU 3200-EXIT.
005130     PERFORM 3300-VOLCAR-SI-PRESENTE THRU 3300-EXIT
005140         VARYING WS-IND-REPORTE FROM 1 BY 1
005150         UNTIL WS-IND-REPORTE > 6.
005160 3000-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 3100-CARATULA - PAGINA 1 DEL PAQUETE.
005210******************************************************************
005220 3100-CARATULA.
005230     MOVE "CARATULA" TO WS-TITULO-SECCION.
005240     PERFORM 7800-NUEVA-PAGINA THRU 7800-EXIT.
005250     MOVE SPACE TO WS-LINEA-CUERPO.
005260     MOVE "  PAQUETE DIARIO DE REPORTES DEL SUITE"
005270         TO WS-LINEA-CUERPO.
005280     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
005290     MOVE SPACE TO WS-LINEA-CUERPO.
005300     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
005310     MOVE "FECHA DE NEGOCIO" TO RUB-LEYENDA.
005320     MOVE SPACE TO RUB-VALOR.
005330     IF WS-FECHA-PAQUETE = FNC-ULTIMA-CERRADA
005340         STRING WS-FECHA-PAQUETE "  DIA CERRADO"
005350             DELIMITED BY SIZE INTO RUB-VALOR
005360     ELSE
005370         STRING WS-FECHA-PAQUETE "  DIA SIN CERRAR"
005380             DELIMITED BY SIZE INTO RUB-VALOR
005390     END-IF.
005400     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
005410     MOVE "EMITIDO" TO RUB-LEYENDA.
005420     MOVE SPACE TO RUB-VALOR.
005430     STRING WS-FECHA-EMISION " " WS-HORA-EMISION
005440         DELIMITED BY SIZE INTO RUB-VALOR.
005450     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
005460     MOVE "OPERADOR" TO RUB-LEYENDA.
005470     MOVE WS-OPERADOR TO RUB-VALOR.
005480     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
005490     MOVE "REPORTES PRESENTES" TO RUB-LEYENDA.
005500     MOVE WS-CANT-PRESENTES TO RUB-VALOR.
005510     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
005520     MOVE "REPORTES AUSENTES" TO RUB-LEYENDA.
005530     MOVE WS-CANT-AUSENTES TO RUB-VALOR.
005540     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
005550     MOVE "DESTINATARIOS ACTIVOS" TO RUB-LEYENDA.
005560     MOVE WS-CANT-ACTIVOS TO WS-EDIT-CANT.
005570     MOVE WS-EDIT-CANT TO RUB-VALOR.
005580     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
005590 3100-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 3200-INDICE - PAGINA 2: CADA REPORTE CON SU PAGINA, O AUSENTE
005640* CON EL MOTIVO, Y LA PAGINA DE CONTROL.
005650******************************************************************
005660 3200-INDICE.
005670     MOVE "INDICE" TO WS-TITULO-SECCION.
005680     PERFORM 7800-NUEVA-PAGINA THRU 7800-EXIT.
005690     MOVE SPACE TO LIN-INDICE.
005700     MOVE "REPORTE" TO IND-CODIGO.
005710     MOVE "TITULO" TO IND-TITULO.
005720     MOVE "PAGINA" TO IND-ESTADO.
005730     MOVE LIN-INDICE TO WS-LINEA-CUERPO.
005740     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
005750     PERFORM 3210-INDICE-REPORTE THRU 3210-EXIT
005760         VARYING WS-IND-REPORTE FROM 1 BY 1
005770         UNTIL WS-IND-REPORTE > 6.
005780     MOVE WS-PAGINA-SIGUIENTE TO WS-PAGINA-CONTROL.
005790     MOVE SPACE TO LIN-INDICE.
005800     MOVE "CONTROL" TO IND-CODIGO.
005810     MOVE "CONTROL DEL PAQUETE" TO IND-TITULO.
005820     MOVE WS-PAGINA-CONTROL TO WS-PAGINA-MOSTRAR.
005830     STRING "PAGINA " WS-PAGINA-MOSTRAR
005840         DELIMITED BY SIZE INTO IND-ESTADO.
005850     MOVE LIN-INDICE TO WS-LINEA-CUERPO.
005860     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
005870 3200-EXIT.
005880     EXIT.
005890
005900 3210-INDICE-REPORTE.
005910     MOVE TRS-PAGINA-DESDE (WS-IND-REPORTE) TO WS-PAGINA-MOSTRAR.
005920     PERFORM 7700-ARMAR-ESTADO THRU 7700-EXIT.
005930     MOVE SPACE TO LIN-INDICE.
005940     MOVE TCR-CODIGO (WS-IND-REPORTE) TO IND-CODIGO.
005950     MOVE TCR-TITULO (WS-IND-REPORTE) TO IND-TITULO.
005960     MOVE WS-TEXTO-ESTADO TO IND-ESTADO.
005970     MOVE LIN-INDICE TO WS-LINEA-CUERPO.
005980     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
005990 3210-EXIT.
006000     EXIT.
006010
006020 3300-VOLCAR-SI-PRESENTE.
006030     IF TRS-PRESENTE (WS-IND-REPORTE)
006040         PERFORM 6000-VOLCAR-REPORTE THRU 6000-EXIT
006050     END-IF.
006060 3300-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 4000-ARMAR-EXTRACTOS - UN EXTRACTO POR COPIA DE CADA
006110* DESTINATARIO ACTIVO. EL ARCHIVO SE REGRABA SIEMPRE, AUNQUE
006120* NO HAYA DISTRIBUCION, PARA QUE NO QUEDEN EXTRACTOS DE OTRO
006130* DIA.
006140******************************************************************
006150 4000-ARMAR-EXTRACTOS.
006160     OPEN OUTPUT EXTRACTO-OUT.
006170     IF WS-EXTRACTO-STATUS NOT = "00"
006180         DISPLAY "PAQDIA: NO SE PUDO ABRIR DISTPAQ, FILE "
006190             "STATUS " WS-EXTRACTO-STATUS
006200         MOVE SPACE TO REG-ALERTA
006210         MOVE "W" TO ALR-SEVERIDAD
006220         MOVE "NO SE PUDIERON GRABAR LOS EXTRACTOS"
006230             TO ALR-MENSAJE
006240         MOVE "PAQDIA" TO ALR-PROGRAMA
006250         CALL "GRABALER" USING REG-ALERTA
006260         MOVE 8 TO WS-RETORNO
006270         GO TO 4000-EXIT
006280     END-IF.
006290     SET EXTRACTO-ABIERTO TO TRUE.
006300     SET SALIDA-EXTRACTO TO TRUE.
006310     MOVE WS-PAGINA TO WS-PAGINA-PAQUETE.
006320     PERFORM 4100-EXTRACTO-DESTINO THRU 4100-EXIT
006330         VARYING WS-IND-DESTINO FROM 1 BY 1
006340         UNTIL WS-IND-DESTINO > WS-CANT-DESTINOS.
006350     CLOSE EXTRACTO-OUT.
006360     SET SALIDA-PAQUETE TO TRUE.
006370     MOVE WS-PAGINA-PAQUETE TO WS-PAGINA.
006380 4000-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 4100-EXTRACTO-DESTINO - PAGINA LOS REPORTES QUE RECIBE EL
006430* DESTINATARIO (LA PORTADA ES LA 1) Y EMITE SUS COPIAS.
006440******************************************************************
006450 4100-EXTRACTO-DESTINO.
006460     IF TDS-ACTIVO (WS-IND-DESTINO) NOT = "S"
006470         GO TO 4100-EXIT
006480     END-IF.
006490     MOVE 2 TO WS-PAGINA-SIGUIENTE.
006500     PERFORM 4110-PAGINAR-EXTRACTO THRU 4110-EXIT
006510         VARYING WS-IND-REPORTE FROM 1 BY 1
006520         UNTIL WS-IND-REPORTE > 6.
006530     COMPUTE TDS-PAGINAS (WS-IND-DESTINO) =
006540         WS-PAGINA-SIGUIENTE - 1.
006550     MOVE TDS-COPIAS (WS-IND-DESTINO) TO WS-COPIAS.
006560     PERFORM 4200-EMITIR-COPIA THRU 4200-EXIT
006570         VARYING WS-IND-COPIA FROM 1 BY 1
006580         UNTIL WS-IND-COPIA > WS-COPIAS.
006590 4100-EXIT.
006600     EXIT.
006610
006620 4110-PAGINAR-EXTRACTO.
006630     MOVE 0 TO TEX-PAGINA-DESDE (WS-IND-REPORTE).
006640     IF TDS-REPORTES (WS-IND-DESTINO) (WS-IND-REPORTE:1) = "S"
006650         AND TRS-PRESENTE (WS-IND-REPORTE)
006660         MOVE WS-PAGINA-SIGUIENTE
006670             TO TEX-PAGINA-DESDE (WS-IND-REPORTE)
006680         ADD TRS-PAGINAS (WS-IND-REPORTE) TO WS-PAGINA-SIGUIENTE
006690     END-IF.
006700 4110-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 4200-EMITIR-COPIA - PORTADA DEL DESTINATARIO (QUIEN, QUE COPIA
006750* Y LOS REPORTES QUE RECIBE CON SU PAGINA O AUSENTES) Y LOS
006760* REPORTES PRESENTES QUE LE CORRESPONDEN.
006770******************************************************************
006780 4200-EMITIR-COPIA.
006790     MOVE 0 TO WS-PAGINA.
006800     MOVE SPACE TO CAB-TITULO.
006810     STRING "EXTRACTO PARA " TDS-ID (WS-IND-DESTINO)
006820         DELIMITED BY SIZE INTO CAB-TITULO.
006830     MOVE "PORTADA DEL DESTINATARIO" TO WS-TITULO-SECCION.
006840     PERFORM 7800-NUEVA-PAGINA THRU 7800-EXIT.
006850     MOVE "DESTINATARIO" TO RUB-LEYENDA.
006860     MOVE SPACE TO RUB-VALOR.
006870     STRING TDS-ID (WS-IND-DESTINO) " "
006880         TDS-NOMBRE (WS-IND-DESTINO)
006890         DELIMITED BY SIZE INTO RUB-VALOR.
006900     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
006910     MOVE "COPIA" TO RUB-LEYENDA.
006920     MOVE SPACE TO RUB-VALOR.
006930     STRING WS-IND-COPIA " DE " WS-COPIAS
006940         DELIMITED BY SIZE INTO RUB-VALOR.
006950     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
006960     MOVE SPACE TO WS-LINEA-CUERPO.
006970     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
006980     PERFORM 4210-PORTADA-REPORTE THRU 4210-EXIT
006990         VARYING WS-IND-REPORTE FROM 1 BY 1
007000         UNTIL WS-IND-REPORTE > 6.
007010     PERFORM 4220-VOLCAR-SI-PEDIDO THRU 4220-EXIT
007020         VARYING WS-IND-REPORTE FROM 1 BY 1
007030         UNTIL WS-IND-REPORTE > 6.
007040     ADD 1 TO WS-CANT-EXTRACTOS.
007050     ADD TDS-PAGINAS (WS-IND-DESTINO) TO WS-PAGINAS-EXTRACTOS.
007060 4200-EXIT.
007070     EXIT.
007080
007090 4210-PORTADA-REPORTE.
007100     IF TDS-REPORTES (WS-IND-DESTINO) (WS-IND-REPORTE:1)
007110         NOT = "S"
007120         GO TO 4210-EXIT
007130     END-IF.
007140     MOVE TEX-PAGINA-DESDE (WS-IND-REPORTE) TO WS-PAGINA-MOSTRAR.
007150     PERFORM 7700-ARMAR-ESTADO THRU 7700-EXIT.
007160     MOVE SPACE TO LIN-INDICE.
007170     MOVE TCR-CODIGO (WS-IND-REPORTE) TO IND-CODIGO.
007180     MOVE TCR-TITULO (WS-IND-REPORTE) TO IND-TITULO.
007190     MOVE WS-TEXTO-ESTADO TO IND-ESTADO.
007200     MOVE LIN-INDICE TO WS-LINEA-CUERPO.
007210     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
007220 4210-EXIT.
007230     EXIT.
007240
007250 4220-VOLCAR-SI-PEDIDO.
007260     IF TDS-REPORTES (WS-IND-DESTINO) (WS-IND-REPORTE:1) = "S"
007270         AND TRS-PRESENTE (WS-IND-REPORTE)
007280         PERFORM 6000-VOLCAR-REPORTE THRU 6000-EXIT
007290     END-IF.
007300 4220-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 5000-PAGINA-CONTROL - ULTIMA PAGINA DEL PAQUETE: PAGINAS Y
007350* LINEAS DE CADA REPORTE, LOS AUSENTES, LA DISTRIBUCION HECHA Y
007360* EL TOTAL DE PAGINAS DEL PAQUETE.
007370******************************************************************
007380 5000-PAGINA-CONTROL.
007390     MOVE "PAQUETE DIARIO DE REPORTES" TO CAB-TITULO.
007400     MOVE "CONTROL DEL PAQUETE" TO WS-TITULO-SECCION.
007410     PERFORM 7800-NUEVA-PAGINA THRU 7800-EXIT.
007420     MOVE SPACE TO LIN-CONTROL.
007430     MOVE "REPORTE" TO CTL-CODIGO.
007440     MOVE "TITULO" TO CTL-TITULO.
007450     MOVE "ESTADO" TO CTL-ESTADO.
007460     MOVE LIN-CONTROL TO WS-LINEA-CUERPO.
007470     MOVE "PAGS  LINEAS  DESDE" TO WS-LINEA-CUERPO (59:19).
007480     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
007490     PERFORM 5100-CONTROL-REPORTE THRU 5100-EXIT
007500         VARYING WS-IND-REPORTE FROM 1 BY 1
007510         UNTIL WS-IND-REPORTE > 6.
007520     MOVE SPACE TO WS-LINEA-CUERPO.
007530     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
007540     MOVE "PRESENTES / AUSENTES" TO RUB-LEYENDA.
007550     MOVE SPACE TO RUB-VALOR.
007560     STRING WS-CANT-PRESENTES " / " WS-CANT-AUSENTES
007570         DELIMITED BY SIZE INTO RUB-VALOR.
007580     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
007590     MOVE "PAGINAS DE REPORTES" TO RUB-LEYENDA.
007600     MOVE WS-TOTAL-PAGINAS TO WS-EDIT-CANT.
007610     MOVE WS-EDIT-CANT TO RUB-VALOR.
007620     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
007630     MOVE "LINEAS DE REPORTES" TO RUB-LEYENDA.
007640     MOVE WS-TOTAL-LINEAS TO WS-EDIT-TOTAL.
007650     MOVE WS-EDIT-TOTAL TO RUB-VALOR.
007660     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
007670     MOVE SPACE TO WS-LINEA-CUERPO.
007680     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
007690     PERFORM 5200-CONTROL-DISTRIBUCION THRU 5200-EXIT.
007700     MOVE SPACE TO WS-LINEA-CUERPO.
007710     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
007720     MOVE "FIN DEL PAQUETE, PAGINAS" TO RUB-LEYENDA.
007730     MOVE WS-PAGINA TO WS-EDIT-CANT.
007740     MOVE WS-EDIT-CANT TO RUB-VALOR.
007750     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
007760     CLOSE PAQUETE-OUT.
007770 5000-EXIT.
007780     EXIT.
007790
007800 5100-CONTROL-REPORTE.
007810     MOVE SPACE TO LIN-CONTROL.
007820     MOVE TCR-CODIGO (WS-IND-REPORTE) TO CTL-CODIGO.
007830     MOVE TCR-TITULO (WS-IND-REPORTE) TO CTL-TITULO.
007840     IF TRS-PRESENTE (WS-IND-REPORTE)
007850         MOVE "PRESENTE" TO CTL-ESTADO
007860         MOVE TRS-PAGINAS (WS-IND-REPORTE) TO CTL-PAGINAS
007870         MOVE TRS-LINEAS (WS-IND-REPORTE) TO CTL-LINEAS
007880         MOVE TRS-PAGINA-DESDE (WS-IND-REPORTE) TO CTL-DESDE
007890         ADD TRS-PAGINAS (WS-IND-REPORTE) TO WS-TOTAL-PAGINAS
007900         ADD TRS-LINEAS (WS-IND-REPORTE) TO WS-TOTAL-LINEAS
007910     ELSE
007920         MOVE "AUSENTE" TO CTL-ESTADO
007930     END-IF.
007940     MOVE LIN-CONTROL TO WS-LINEA-CUERPO.
007950     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
007960 5100-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 5200-CONTROL-DISTRIBUCION - LOS EXTRACTOS EMITIDOS: CADA
008010* DESTINATARIO ACTIVO CON SUS COPIAS, LOS REPORTES QUE RECIBE Y
008020* LAS PAGINAS DE CADA COPIA, Y EL TOTAL.
008030******************************************************************
008040 5200-CONTROL-DISTRIBUCION.
008050     MOVE SPACE TO WS-LINEA-CUERPO.
008060     IF NOT HAY-DISTRIBUCION
008070         MOVE "  SIN DESTINATARIOS ACTIVOS: NO SE ARMARON "
008080             & "EXTRACTOS" TO WS-LINEA-CUERPO
008090         PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT
008100         GO TO 5200-EXIT
008110     END-IF.
008120     IF NOT EXTRACTO-ABIERTO
008130         MOVE "  NO SE PUDO GRABAR DISTPAQ: NO SE ARMARON "
008140             & "EXTRACTOS" TO WS-LINEA-CUERPO
008150         PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT
008160         GO TO 5200-EXIT
008170     END-IF.
008180     MOVE "  DISTRIBUCION (DISTPAQ)" TO WS-LINEA-CUERPO.
008190     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
008200     PERFORM 5210-CONTROL-DESTINO THRU 5210-EXIT
008210         VARYING WS-IND-DESTINO FROM 1 BY 1
008220         UNTIL WS-IND-DESTINO > WS-CANT-DESTINOS.
008230     MOVE "EXTRACTOS EMITIDOS" TO RUB-LEYENDA.
008240     MOVE WS-CANT-EXTRACTOS TO WS-EDIT-CANT.
008250     MOVE WS-EDIT-CANT TO RUB-VALOR.
008260     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
008270     MOVE "PAGINAS DE EXTRACTOS" TO RUB-LEYENDA.
008280     MOVE WS-PAGINAS-EXTRACTOS TO WS-EDIT-TOTAL.
008290     MOVE WS-EDIT-TOTAL TO RUB-VALOR.
008300     PERFORM 7860-GRABAR-RUBRO THRU 7860-EXIT.
008310 5200-EXIT.
008320     EXIT.
008330
008340 5210-CONTROL-DESTINO.
008350     IF TDS-ACTIVO (WS-IND-DESTINO) NOT = "S"
008360         GO TO 5210-EXIT
008370     END-IF.
008380     MOVE TDS-ID (WS-IND-DESTINO) TO DIS-ID.
008390     MOVE TDS-NOMBRE (WS-IND-DESTINO) TO DIS-NOMBRE.
008400     MOVE TDS-COPIAS (WS-IND-DESTINO) TO DIS-COPIAS.
008410     MOVE TDS-REPORTES (WS-IND-DESTINO) (1:6) TO DIS-REPORTES.
008420     MOVE TDS-PAGINAS (WS-IND-DESTINO) TO DIS-PAGINAS.
008430     MOVE LIN-DISTRIBUCION TO WS-LINEA-CUERPO.
008440     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
008450 5210-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490* 6000-VOLCAR-REPORTE - SEGUNDA LECTURA DE UN REPORTE PRESENTE:
008500* LO COPIA A LA SALIDA EN CURSO (PAQUETE O EXTRACTO) EN PAGINAS
008510* DE WS-LINEAS-POR-PAGINA LINEAS, CADA UNA CON LA CABECERA Y EL
008520* TITULO DEL REPORTE.
008530******************************************************************
008540 6000-VOLCAR-REPORTE.
008550     MOVE TCR-TITULO (WS-IND-REPORTE) TO WS-TITULO-SECCION.
008560     MOVE WS-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA.
008570     MOVE 0 TO WS-CANT-LINEAS.
008580     PERFORM 8000-ABRIR-REPORTE THRU 8000-EXIT.
008590     IF WS-REPORTE-STATUS NOT = "00"
008600         MOVE SPACE TO WS-LINEA-CUERPO
008610         STRING "  EL REPORTE NO SE PUDO RELEER, FILE STATUS "
008620             WS-REPORTE-STATUS
008630             DELIMITED BY SIZE INTO WS-LINEA-CUERPO
008640         PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT
008650         GO TO 6000-EXIT
008660     END-IF.
008670     PERFORM 6100-VOLCAR-LINEA THRU 6100-EXIT
008680         UNTIL FIN-DE-REPORTE.
008690     PERFORM 8200-CERRAR-REPORTE THRU 8200-EXIT.
008700     IF WS-CANT-LINEAS = 0
008710         MOVE "  (REPORTE SIN LINEAS)" TO WS-LINEA-CUERPO
008720         PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT
008730     END-IF.
008740 6000-EXIT.
008750     EXIT.
008760
008770 6100-VOLCAR-LINEA.
008780     PERFORM 8100-LEER-REPORTE THRU 8100-EXIT.
008790     IF FIN-DE-REPORTE
008800         GO TO 6100-EXIT
008810     END-IF.
008820     ADD 1 TO WS-CANT-LINEAS.
008830     MOVE WS-LINEA-REPORTE TO WS-LINEA-CUERPO.
008840     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
008850 6100-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890* 7700-ARMAR-ESTADO - TEXTO DEL INDICE PARA UN REPORTE: SU
008900* PAGINA (WS-PAGINA-MOSTRAR) SI ESTA PRESENTE, O AUSENTE CON EL
008910* MOTIVO.
008920******************************************************************
008930 7700-ARMAR-ESTADO.
008940     MOVE SPACE TO WS-TEXTO-ESTADO.
008950     IF TRS-PRESENTE (WS-IND-REPORTE)
008960         STRING "PAGINA " WS-PAGINA-MOSTRAR
008970             DELIMITED BY SIZE INTO WS-TEXTO-ESTADO
008980         GO TO 7700-EXIT
008990     END-IF.
009000     IF TRS-AUSENTE (WS-IND-REPORTE)
009010         STRING "AUSENTE (FILE STATUS "
009020             TRS-STATUS (WS-IND-REPORTE) ")"
009030             DELIMITED BY SIZE INTO WS-TEXTO-ESTADO
009040         GO TO 7700-EXIT
009050     END-IF.
009060     IF TRS-FECHA-HALLADA (WS-IND-REPORTE) = SPACE
009070         MOVE "AUSENTE (SIN FECHA DEL DIA)" TO WS-TEXTO-ESTADO
009080     ELSE
009090         STRING "AUSENTE (ES DEL "
009100             TRS-FECHA-HALLADA (WS-IND-REPORTE) ")"
009110             DELIMITED BY SIZE INTO WS-TEXTO-ESTADO
009120     END-IF.
009130 7700-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170* 7800-NUEVA-PAGINA - SALTO DE PAGINA Y CABECERA COMUN: TITULO
009180* DE LA SALIDA, FECHA DE NEGOCIO, SECCION Y NUMERO DE PAGINA.
009190******************************************************************
009200 7800-NUEVA-PAGINA.
009210     ADD 1 TO WS-PAGINA.
009220     MOVE WS-FECHA-PAQUETE TO CAB-FECHA.
009230     MOVE WS-TITULO-SECCION TO CAB-SECCION.
009240     MOVE WS-PAGINA TO CAB-PAGINA.
009250     MOVE LIN-CABECERA TO WS-LINEA-SALIDA.
009260     SET SALTO-DE-PAGINA TO TRUE.
009270     PERFORM 7900-GRABAR-LINEA THRU 7900-EXIT.
009280     MOVE "N" TO SW-SALTO-PAGINA.
009290     MOVE ALL "-" TO WS-LINEA-SALIDA.
009300     PERFORM 7900-GRABAR-LINEA THRU 7900-EXIT.
009310     MOVE SPACE TO WS-LINEA-SALIDA.
009320     PERFORM 7900-GRABAR-LINEA THRU 7900-EXIT.
009330     MOVE 0 TO WS-LINEAS-EN-PAGINA.
009340 7800-EXIT.
009350     EXIT.
009360
009370******************************************************************
009380* 7850-GRABAR-CUERPO - GRABA WS-LINEA-CUERPO, ABRIENDO ANTES
009390* UNA PAGINA NUEVA SI LA ACTUAL ESTA LLENA.
009400******************************************************************
009410 7850-GRABAR-CUERPO.
009420     IF WS-LINEAS-EN-PAGINA NOT < WS-LINEAS-POR-PAGINA
009430         PERFORM 7800-NUEVA-PAGINA THRU 7800-EXIT
009440     END-IF.
009450     MOVE WS-LINEA-CUERPO TO WS-LINEA-SALIDA.
009460     PERFORM 7900-GRABAR-LINEA THRU 7900-EXIT.
009470     ADD 1 TO WS-LINEAS-EN-PAGINA.
009480 7850-EXIT.
009490     EXIT.
009500
009510 7860-GRABAR-RUBRO.
009520     MOVE LIN-RUBRO TO WS-LINEA-CUERPO.
009530     PERFORM 7850-GRABAR-CUERPO THRU 7850-EXIT.
009540 7860-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 7900-GRABAR-LINEA - GRABA WS-LINEA-SALIDA EN EL PAQUETE O EN
009590* EL ARCHIVO DE EXTRACTOS, SEGUN LA SALIDA EN CURSO.
009600******************************************************************
009610 7900-GRABAR-LINEA.
009620     IF SALIDA-EXTRACTO
009630         GO TO 7910-GRABAR-EXTRACTO
009640     END-IF.
009650     IF SALTO-DE-PAGINA
009660         WRITE REG-PAQUETE FROM WS-LINEA-SALIDA
009670             AFTER ADVANCING PAGE
009680     ELSE
009690         WRITE REG-PAQUETE FROM WS-LINEA-SALIDA
009700             AFTER ADVANCING 1 LINE
009710     END-IF.
009720     GO TO 7900-EXIT.
009730 7910-GRABAR-EXTRACTO.
009740     IF SALTO-DE-PAGINA
009750         WRITE REG-EXTRACTO FROM WS-LINEA-SALIDA
009760             AFTER ADVANCING PAGE
009770     ELSE
009780         WRITE REG-EXTRACTO FROM WS-LINEA-SALIDA
009790             AFTER ADVANCING 1 LINE
009800     END-IF.
009810 7900-EXIT.
009820     EXIT.
009830
009840******************************************************************
009850* 8000-ABRIR-REPORTE, 8100-LEER-REPORTE Y 8200-CERRAR-REPORTE -
009860* ACCESO AL REPORTE WS-IND-REPORTE DEL CATALOGO. CADA REPORTE
009870* TIENE SU DD Y SU LARGO; LA LINEA LEIDA QUEDA EN
009880* WS-LINEA-REPORTE, COMPLETADA CON BLANCOS.
009890******************************************************************
009900 8000-ABRIR-REPORTE.
009910     MOVE "N" TO SW-FIN-REPORTE.
009920     EVALUATE WS-IND-REPORTE
009930         WHEN 1  OPEN INPUT REPORTE-1
009940         WHEN 2  OPEN INPUT REPORTE-2
009950         WHEN 3  OPEN INPUT REPORTE-3
009960         WHEN 4  OPEN INPUT REPORTE-4
009970         WHEN 5  OPEN INPUT REPORTE-5
009980         WHEN 6  OPEN INPUT REPORTE-6
009990     END-EVALUATE.
010000 8000-EXIT.
010010     EXIT.
010020
010030 8100-LEER-REPORTE.
010040     MOVE SPACE TO WS-LINEA-REPORTE.
010050     EVALUATE WS-IND-REPORTE
010060         WHEN 1
010070             READ REPORTE-1 INTO WS-LINEA-REPORTE
010080                 AT END SET FIN-DE-REPORTE TO TRUE
010090             END-READ
010100         WHEN 2
010110             READ REPORTE-2 INTO WS-LINEA-REPORTE
010120                 AT END SET FIN-DE-REPORTE TO TRUE
010130             END-READ
010140         WHEN 3
010150             READ REPORTE-3 INTO WS-LINEA-REPORTE
010160                 AT END SET FIN-DE-REPORTE TO TRUE
010170             END-READ
010180         WHEN 4
010190             READ REPORTE-4 INTO WS-LINEA-REPORTE
010200                 AT END SET FIN-DE-REPORTE TO TRUE
010210             END-READ
010220         WHEN 5
010230             READ REPORTE-5 INTO WS-LINEA-REPORTE
010240                 AT END SET FIN-DE-REPORTE TO TRUE
010250             END-READ
010260         WHEN 6
010270             READ REPORTE-6 INTO WS-LINEA-REPORTE
010280                 AT END SET FIN-DE-REPORTE TO TRUE
010290             END-READ
010300     END-EVALUATE.
010310 8100-EXIT.
010320     EXIT.
010330
010340 8200-CERRAR-REPORTE.
010350     EVALUATE WS-IND-REPORTE
010360         WHEN 1  CLOSE REPORTE-1
010370         WHEN 2  CLOSE REPORTE-2
010380         WHEN 3  CLOSE REPORTE-3
010390         WHEN 4  CLOSE REPORTE-4
010400         WHEN 5  CLOSE REPORTE-5
010410         WHEN 6  CLOSE REPORTE-6
010420     END-EVALUATE.
010430 8200-EXIT.
010440     EXIT.
010450
010460******************************************************************
010470* 8700-INFORMAR-PAQUETE - RESULTADO EN EL SYSOUT Y EN EL LOG DE
010480* AUDITORIA. LOS REPORTES AUSENTES Y LA FALTA DE DISTRIBUCION
010490* DEJAN UNA ALERTA DE ADVERTENCIA (RETURN-CODE 4).
010500******************************************************************
010510 8700-INFORMAR-PAQUETE.
010520     IF WS-CANT-AUSENTES > 0
010530         MOVE SPACE TO REG-ALERTA
010540         MOVE "W" TO ALR-SEVERIDAD
010550         MOVE "PAQUETE DIARIO CON REPORTES AUSENTES"
010560             TO ALR-MENSAJE
010570         MOVE "PAQDIA" TO ALR-PROGRAMA
010580         CALL "GRABALER" USING REG-ALERTA
010590         IF WS-RETORNO < 4
010600             MOVE 4 TO WS-RETORNO
010610         END-IF
010620     END-IF.
010630     IF PAQUETE-ABIERTO AND NOT HAY-DISTRIBUCION
010640         MOVE SPACE TO REG-ALERTA
010650         MOVE "W" TO ALR-SEVERIDAD
010660         MOVE "PAQUETE DIARIO SIN DISTRIBUCION"
010670             TO ALR-MENSAJE
010680         MOVE "PAQDIA" TO ALR-PROGRAMA
010690         CALL "GRABALER" USING REG-ALERTA
010700         IF WS-RETORNO < 4
010710             MOVE 4 TO WS-RETORNO
010720         END-IF
010730     END-IF.
010740     DISPLAY "PAQDIA: PAQUETE DEL " WS-FECHA-PAQUETE
010750         " PRESENTES " WS-CANT-PRESENTES
010760         " AUSENTES " WS-CANT-AUSENTES
010770         " PAGINAS " WS-PAGINA
010780         " EXTRACTOS " WS-CANT-EXTRACTOS.
010790     MOVE WS-OPERADOR TO AUD-OPERADOR.
010800     MOVE FNC-FECHA-NEGOCIO TO AUD-FECHA.
010810     ACCEPT AUD-HORA FROM TIME.
010820     MOVE "PAQDIA" TO AUD-PROGRAMA.
010830     MOVE SPACE TO AUD-RESULTADO.
010840     IF PAQUETE-ABIERTO
010850         STRING "PRE=" WS-CANT-PRESENTES
010860             " AUS=" WS-CANT-AUSENTES
010870             " PAG=" WS-PAGINA
010880             " EXT=" WS-CANT-EXTRACTOS
010890             DELIMITED BY SIZE INTO AUD-RESULTADO
010900     ELSE
010910         MOVE "PAQDIA SIN PAQUETE" TO AUD-RESULTADO
010920     END-IF.
010930     MOVE SPACE TO AUD-SEPARADOR-1.
010940     MOVE SPACE TO AUD-SEPARADOR-2.
010950     MOVE SPACE TO AUD-SEPARADOR-3.
010960     MOVE SPACE TO AUD-SEPARADOR-4.
010970     MOVE SPACE TO AUD-SEPARADOR-5.
010980     MOVE 0 TO AUD-SECUENCIA.
010990     CALL "AUDITWRT" USING REG-AUDITORIA.
011000 8700-EXIT.
011010     EXIT.
011020
011030 END PROGRAM PAQDIA.

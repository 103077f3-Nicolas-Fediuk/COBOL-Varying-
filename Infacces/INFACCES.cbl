000100******************************************************************
000110* Informe trimestral de recertificacion de accesos sobre el
000120*maestro de operadores (OPERMST). Para cada operador activo
000130*lista los permisos otorgados en palabras y, para cada uno, la
000140*ultima fecha en que lo uso segun el log de auditoria (el
000150*historico del ultimo corte, AUDITHIS, y el log vigente,
000160*AUDITLOG). Marca los permisos sensibles dormidos (sin uso en
000170*los dias que se indican) y las combinaciones que rompen la
000180*separacion de funciones: pedir y aprobar lo mismo, u otorgar
000190*permisos teniendo todos los demas. Al final el supervisor que
000200*revisa firma la recertificacion y la firma queda en el log.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    INFACCES.
000240 AUTHOR.        R. ALONSO.
000250 INSTALLATION.  DEPTO. DESARROLLO.
000260 DATE-WRITTEN.  15/10/2026.
000270 DATE-COMPILED.
000280******************************************************************
000290* HISTORIAL DE MODIFICACIONES
000300* FECHA       INIC.  DESCRIPCION
000310* 15/10/2026  RA     VERSION INICIAL. EXIGE OPERADOR AUTORIZADO
000320*                    (VALOPER, POSICION 24). EL USO DE UN PERMISO
000330*                    ES UN REGISTRO DEL LOG GRABADO POR EL
000340*                    PROGRAMA QUE ESA POSICION HABILITA, A NOMBRE
000350*                    DEL OPERADOR, QUE NO SEA UNA FIRMA
000360*                    RECHAZADA. RESUMEN0 E INFAUDIT (MENU 6 Y 7)
000370*                    NO GRABAN AUDITORIA: SU USO NO SE PUEDE
000380*                    CONOCER. SENSIBLES SON LAS POSICIONES 8 EN
000390*                    ADELANTE (PROGRAMAS FUERA DEL MENU).
000392* 15/10/2026  RA     POSICION 25 (DEPURHIS, DEPURACION POR
000394*                    RETENCION) EN LAS TABLAS DE PERMISOS Y DE
000396*                    PROGRAMAS Y EN EL CONTROL DE QUIEN TIENE
000398*                    TODO.
000400* 15/10/2026  RA     POSICION 26 (MANTDIST, MAESTRO DE
000402*                    DISTRIBUCION DEL PAQUETE DIARIO) EN LAS
000404*                    TABLAS DE PERMISOS Y DE PROGRAMAS Y EN EL
000406*                    CONTROL DE QUIEN TIENE TODO.
000408* 15/10/2026  RA     POSICION 27 (REINIENT, REINICIO DE LOS
000410*                    DATASETS DE ENTRENAMIENTO) EN LAS TABLAS DE
000411*                    PERMISOS Y DE PROGRAMAS Y EN EL CONTROL DE
000412*                    QUIEN TIENE TODO.
000413* 15/10/2026  RA     POSICION 28 (LIBECIER, LIBERACION DE LAS
000414*                    CONDICIONES DEL CIERRE) EN LAS TABLAS DE
000415*                    PERMISOS Y DE PROGRAMAS Y EN EL CONTROL DE
000416*                    QUIEN TIENE TODO.
000418* 15/10/2026  RA     POSICION 29 (INFTURNO, RELEVO DE TURNO) EN
000420*                    LAS TABLAS DE PERMISOS Y DE PROGRAMAS Y EN EL
000422*                    CONTROL DE QUIEN TIENE TODO.
000423* 15/10/2026  RA     POSICION 30 (CONSULTAS E INFORMES DE LOS
000424*                    SUBMENUS DE MENU0) EN LA TABLA DE PERMISOS Y
000425*                    EN EL CONTROL DE QUIEN TIENE TODO; ESAS
000426*                    CONSULTAS NO GRABAN AUDITORIA.
000428* 15/10/2026  RA     FINDEMES (CONDUCTOR DEL FIN DE MES, POSICION
000430*                    9) EN LA TABLA DE PROGRAMAS.
000432******************************************************************
000434 ENVIRONMENT DIVISION.
000436 INPUT-OUTPUT SECTION.
000438 FILE-CONTROL.
000440     SELECT OPERADOR-MAESTRO ASSIGN TO "OPERMST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-MAESTRO-STATUS.
000470     SELECT AUDIT-HISTORICO ASSIGN TO "AUDITHIS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-STATUS.
000500     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  OPERADOR-MAESTRO
000570     LABEL RECORDS ARE STANDARD.
000580 01  REG-OPERADOR-MAESTRO.
000590     COPY OPERMST.
000600
000610 FD  AUDIT-HISTORICO
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-AUDIT-HISTORICO         PIC X(73).
000640
000650 FD  AUDIT-LOG
000660     LABEL RECORDS ARE STANDARD.
000670 01  REG-AUDIT-LOG               PIC X(73).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-MAESTRO-STATUS           PIC X(02) VALUE "00".
000710 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000720
000730*    REGISTRO DEL LOG LEIDO (DE CUALQUIERA DE LOS DOS ARCHIVOS).
000740 01  REG-AUDITORIA-LEIDA.
000750     COPY AUDITLOG.
000760
000770*    REGISTRO DE AUDITORIA PROPIO ARMADO EN WORKING-STORAGE, COMO
000780*    EN ARCAUDIT: LOS FD DEL LOG SON DE LECTURA.
000790 01  REG-AUDITORIA-TRABAJO.
000800     05  AUT-OPERADOR            PIC X(08).
000810     05  AUT-SEPARADOR-1         PIC X(01).
000820     05  AUT-FECHA               PIC 9(08).
000830     05  AUT-SEPARADOR-2         PIC X(01).
000840     05  AUT-HORA                PIC 9(06).
000850     05  AUT-SEPARADOR-3         PIC X(01).
000860     05  AUT-PROGRAMA            PIC X(10).
000870     05  AUT-SEPARADOR-4         PIC X(01).
000880     05  AUT-RESULTADO           PIC X(30).
000890     05  AUT-SEPARADOR-5         PIC X(01).
000900     05  AUT-SECUENCIA           PIC 9(06).
000910
000920 01  OPERADOR-AUTORIZACION.
000930     COPY OPERLNK.
000940
000950 01  FECHA-NEGOCIO-COM.
000960     COPY FECHALNK.
000970
000980 01  WS-ENTRADA-DIAS             PIC X(03) VALUE SPACE.
000990 01  WS-DIAS-DORMIDO             PIC 9(03) VALUE 90.
001000 01  WS-FECHA-CORTE              PIC 9(08) VALUE 0.
001010 01  WS-FECHA-DESDE              PIC 9(08) VALUE 0.
001020 01  WS-RESPUESTA                PIC X(01) VALUE SPACE.
001030 01  WS-POSICION                 PIC 9(02) VALUE 0.
001040 01  WS-PERMISO-OTRO             PIC 9(02) VALUE 0.
001050 01  WS-CANT-OTROS               PIC 9(02) VALUE 0.
001060
001070 01  WS-CANT-OPERADORES          PIC 9(03) VALUE 0.
001080 01  WS-IND-OPERADOR             PIC 9(03) VALUE 0.
001090 01  WS-IND-HALLADO              PIC 9(03) VALUE 0.
001100 01  WS-IND-PERMISO              PIC 9(02) VALUE 0.
001110 01  WS-IND-PROGRAMA             PIC 9(02) VALUE 0.
001120 01  WS-IND-PAR                  PIC 9(01) VALUE 0.
001130 01  WS-IND-DIA                  PIC 9(03) VALUE 0.
001140
001150 01  WS-CANT-LEIDOS-AUD          PIC 9(07) VALUE 0.
001160 01  WS-CANT-USOS                PIC 9(07) VALUE 0.
001170 01  WS-CANT-OTORGADOS           PIC 9(05) VALUE 0.
001180 01  WS-CANT-OTORG-OPERADOR      PIC 9(02) VALUE 0.
001190 01  WS-CANT-DORMIDOS            PIC 9(03) VALUE 0.
001200 01  WS-CANT-CONFLICTOS          PIC 9(03) VALUE 0.
001210
001220 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
001230     88  FIN-DE-MAESTRO                    VALUE "S".
001240 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
001250     88  FIN-DE-AUDITORIA                  VALUE "S".
001260 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
001270     88  TABLA-LLENA                       VALUE "S".
001280
001290 01  FECHA-TRABAJO.
001300     05  FT-ANO                  PIC 9(04).
001310     05  FT-MES                  PIC 9(02).
001320     05  FT-DIA                  PIC 9(02).
001330 01  FECHA-TRABAJO-N REDEFINES FECHA-TRABAJO
001340                                 PIC 9(08).
001350
001360*    LARGOS DE MES PARA RESTAR DIAS; FEBRERO SE CORRIGE POR
001370*    BISIESTO EN EL MOMENTO, COMO EN ARCHDIA.
001380 01  TABLA-LARGOS.
001390     05  FILLER                  PIC X(24)
001400         VALUE "312831303130313130313031".
001410 01  TABLA-LARGOS-R REDEFINES TABLA-LARGOS.
001420     05  TL-LARGO OCCURS 12 TIMES PIC 9(02).
001430 01  WS-LARGO-MES                PIC 9(02) VALUE 0.
001440 01  WS-RESTO-4                  PIC 9(04) VALUE 0.
001450 01  WS-RESTO-100                PIC 9(04) VALUE 0.
001460 01  WS-RESTO-400                PIC 9(04) VALUE 0.
001470 01  WS-COCIENTE                 PIC 9(06) VALUE 0.
001480
001490*    UNA ENTRADA POR POSICION DE OPR-PERMISOS: LA DESCRIPCION EN
001500*    PALABRAS, SI ES SENSIBLE (S) Y SI SU PROGRAMA GRABA
001510*    AUDITORIA (S), ES DECIR SI SU USO SE PUEDE CONOCER.
001520 01  TABLA-PERMISOS.
001530     05  FILLER PIC X(34) VALUE "MENU 1 - EJERCICIO1".
001540     05  FILLER PIC X(02) VALUE "NS".
001550     05  FILLER PIC X(34) VALUE "MENU 2 - EJERCICIO2".
001560     05  FILLER PIC X(02) VALUE "NS".
001570     05  FILLER PIC X(34) VALUE "MENU 3 - EJERCICIO3".
001580     05  FILLER PIC X(02) VALUE "NS".
001590     05  FILLER PIC X(34) VALUE "MENU 4 - EJERCICIO4".
001600     05  FILLER PIC X(02) VALUE "NS".
001610     05  FILLER PIC X(34) VALUE "MENU 5 - EJERCICIO5".
001620     05  FILLER PIC X(02) VALUE "NS".
001630     05  FILLER PIC X(34) VALUE "MENU 6 - RESUMEN0".
001640     05  FILLER PIC X(02) VALUE "NN".
001650     05  FILLER PIC X(34) VALUE "MENU 7 - CONSULTA AUDITORIA".
001660     05  FILLER PIC X(02) VALUE "NN".
001670     05  FILLER PIC X(34) VALUE "CIERRE DEL DIA (CIERRDIA)".
001680     05  FILLER PIC X(02) VALUE "SS".
001690     05  FILLER PIC X(34) VALUE "CIERRES MES (CIERRMES/CIERRME3)".
001700     05  FILLER PIC X(02) VALUE "SS".
001710     05  FILLER PIC X(34) VALUE "PIDE PARAMETROS (MANTPARM)".
001720     05  FILLER PIC X(02) VALUE "SS".
001730     05  FILLER PIC X(34) VALUE "CORTE DEL LOG (ARCAUDIT)".
001740     05  FILLER PIC X(02) VALUE "SS".
001750     05  FILLER PIC X(34) VALUE "APRUEBA PARAMETROS (APRPARM)".
001760     05  FILLER PIC X(02) VALUE "SS".
001770     05  FILLER PIC X(34) VALUE "REAPERTURA (REABRDIA/ATRASDIA)".
001780     05  FILLER PIC X(02) VALUE "SS".
001790     05  FILLER PIC X(34) VALUE "REVISION DE RECHAZOS (REVRECH)".
001800     05  FILLER PIC X(02) VALUE "SS".
001810     05  FILLER PIC X(34) VALUE "MAESTRO OPERADORES (MANTOPER)".
001820     05  FILLER PIC X(02) VALUE "SS".
001830     05  FILLER PIC X(34) VALUE "FERIADOS (MANTFER)".
001840     05  FILLER PIC X(02) VALUE "SS".
001850     05  FILLER PIC X(34) VALUE "MAESTRO DE ORIGENES (MANTORIG)".
001860     05  FILLER PIC X(02) VALUE "SS".
001870     05  FILLER PIC X(34) VALUE "LIBERA ENTREGAS (LIBEENTR)".
001880     05  FILLER PIC X(02) VALUE "SS".
001890     05  FILLER PIC X(34) VALUE "PIDE AJUSTES (MANTAJUS)".
001900     05  FILLER PIC X(02) VALUE "SS".
001910     05  FILLER PIC X(34) VALUE "APRUEBA AJUSTES (APRAJUS)".
001920     05  FILLER PIC X(02) VALUE "SS".
001930     05  FILLER PIC X(34) VALUE "PIDE BANDAS (MANTBAND)".
001940     05  FILLER PIC X(02) VALUE "SS".
001950     05  FILLER PIC X(34) VALUE "APRUEBA BANDAS (APRBAND)".
001960     05  FILLER PIC X(02) VALUE "SS".
001970     05  FILLER PIC X(34) VALUE "CIERRE DE ANIO (CIERRANO)".
001980     05  FILLER PIC X(02) VALUE "SS".
001990     05  FILLER PIC X(34) VALUE "RECERTIFICA ACCESOS (INFACCES)".
002000     05  FILLER PIC X(02) VALUE "SS".
002010     05  FILLER PIC X(34) VALUE "DEPURA HISTORICOS (DEPURHIS)".
002020     05  FILLER PIC X(02) VALUE "SS".
002030     05  FILLER PIC X(34) VALUE "MAESTRO DISTRIBUCION (MANTDIST)".
002040     05  FILLER PIC X(02) VALUE "SS".
002050     05  FILLER PIC X(34) VALUE "REINICIO ENTRENA (REINIENT)".
002060     05  FILLER PIC X(02) VALUE "SS".
002070     05  FILLER PIC X(34) VALUE "LIBERA CIERRE (LIBECIER)".
002080     05  FILLER PIC X(02) VALUE "SS".
002090     05  FILLER PIC X(34) VALUE "RELEVO DE TURNO (INFTURNO)".
002100     05  FILLER PIC X(02) VALUE "NS".
002110     05  FILLER PIC X(34) VALUE "MENU - CONSULTAS E INFORMES".
002120     05  FILLER PIC X(02) VALUE "NN".
002130     05  FILLER PIC X(34) VALUE "POSICION RESERVADA 31".
002140     05  FILLER PIC X(02) VALUE "NN".
002150     05  FILLER PIC X(34) VALUE "POSICION RESERVADA 32".
002160     05  FILLER PIC X(02) VALUE "NN".
002170 01  TABLA-PERMISOS-R REDEFINES TABLA-PERMISOS.
002180     05  TPE-ENTRADA OCCURS 32 TIMES.
002190         10  TPE-DESCRIPCION     PIC X(34).
002200         10  TPE-SENSIBLE        PIC X(01).
002210         10  TPE-AUDITADO        PIC X(01).
002220
002230*    PROGRAMA QUE GRABA EL LOG Y POSICION DE OPR-PERMISOS QUE LO
002240*    HABILITA.
002250 01  TABLA-PROGRAMAS.
002260     05  FILLER PIC X(12) VALUE "EJERCICIO101".
002270     05  FILLER PIC X(12) VALUE "EJERCICIO202".
002280     05  FILLER PIC X(12) VALUE "EJERCICIO303".
002290     05  FILLER PIC X(12) VALUE "EJERCICIO404".
002300     05  FILLER PIC X(12) VALUE "EJERCICIO505".
002310     05  FILLER PIC X(12) VALUE "CIERRDIA  08".
002320     05  FILLER PIC X(12) VALUE "CIERRMES  09".
002330     05  FILLER PIC X(12) VALUE "CIERRME3  09".
002340     05  FILLER PIC X(12) VALUE "MANTPARM  10".
002350     05  FILLER PIC X(12) VALUE "ARCAUDIT  11".
002360     05  FILLER PIC X(12) VALUE "APRPARM   12".
002370     05  FILLER PIC X(12) VALUE "REABRDIA  13".
002380     05  FILLER PIC X(12) VALUE "ATRASDIA  13".
002390     05  FILLER PIC X(12) VALUE "REVRECH   14".
002400     05  FILLER PIC X(12) VALUE "MANTOPER  15".
002410     05  FILLER PIC X(12) VALUE "MANTFER   16".
002420     05  FILLER PIC X(12) VALUE "MANTORIG  17".
002430     05  FILLER PIC X(12) VALUE "LIBEENTR  18".
002440     05  FILLER PIC X(12) VALUE "MANTAJUS  19".
002450     05  FILLER PIC X(12) VALUE "APRAJUS   20".
002460     05  FILLER PIC X(12) VALUE "MANTBAND  21".
002470     05  FILLER PIC X(12) VALUE "APRBAND   22".
002480     05  FILLER PIC X(12) VALUE "CIERRANO  23".
002490     05  FILLER PIC X(12) VALUE "INFACCES  24".
002495     05  FILLER PIC X(12) VALUE "DEPURHIS  25".
002497     05  FILLER PIC X(12) VALUE "MANTDIST  26".
002498     05  FILLER PIC X(12) VALUE "REINIENT  27".
002499     05  FILLER PIC X(12) VALUE "LIBECIER  28".
002504     05  FILLER PIC X(12) VALUE "INFTURNO  29".
002506     05  FILLER PIC X(12) VALUE "FINDEMES  09".
002509 01  TABLA-PROGRAMAS-R REDEFINES TABLA-PROGRAMAS.
002514     05  TPR-ENTRADA OCCURS 30 TIMES.
002520         10  TPR-PROGRAMA        PIC X(10).
002530         10  TPR-POSICION        PIC 9(02).
002540
002550*    PARES DE POSICIONES QUE UNA MISMA PERSONA NO DEBE TENER
002560*    JUNTAS (CONTROL DUAL: QUIEN PIDE NO APRUEBA; QUIEN OTORGA
002570*    PERMISOS NO LOS RECERTIFICA).
002580 01  TABLA-CONFLICTOS.
002590     05  FILLER PIC X(04) VALUE "1012".
002600     05  FILLER PIC X(30) VALUE "PIDE Y APRUEBA PARAMETROS".
002610     05  FILLER PIC X(04) VALUE "1920".
002620     05  FILLER PIC X(30) VALUE "PIDE Y APRUEBA AJUSTES".
002630     05  FILLER PIC X(04) VALUE "2122".
002640     05  FILLER PIC X(30) VALUE "PIDE Y APRUEBA BANDAS".
002650     05  FILLER PIC X(04) VALUE "1524".
002660     05  FILLER PIC X(30) VALUE "OTORGA Y RECERTIFICA PERMISOS".
002670 01  TABLA-CONFLICTOS-R REDEFINES TABLA-CONFLICTOS.
002680     05  TCO-ENTRADA OCCURS 4 TIMES.
002690         10  TCO-POSICION-1      PIC 9(02).
002700         10  TCO-POSICION-2      PIC 9(02).
002710         10  TCO-DESCRIPCION     PIC X(30).
002720
002730*    OPERADORES ACTIVOS CON SUS PERMISOS Y LA ULTIMA FECHA DE USO
002740*    DE CADA POSICION (CERO = SIN USO EN EL LOG LEIDO).
002750 01  TABLA-OPERADORES.
002760     05  TOP-ENTRADA OCCURS 100 TIMES.
002770         10  TOP-ID              PIC X(08).
002780         10  TOP-NOMBRE          PIC X(20).
002790         10  TOP-PERMISOS        PIC X(32).
002800         10  TOP-BLOQUEADO       PIC X(01).
002810         10  TOP-ULTIMO-USO OCCURS 32 TIMES
002820                                 PIC 9(08).
002830
002840 01  LIN-OPERADOR.
002850     05  FILLER                  PIC X(09) VALUE "OPERADOR ".
002860     05  LOP-ID                  PIC X(08).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  LOP-NOMBRE              PIC X(20).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  LOP-MARCA               PIC X(21).
002910
002920 01  LIN-PERMISO.
002930     05  FILLER                  PIC X(02) VALUE SPACE.
002940     05  LPE-POSICION            PIC 9(02).
002950     05  FILLER                  PIC X(02) VALUE SPACE.
002960     05  LPE-DESCRIPCION         PIC X(34).
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  LPE-ULTIMO-USO          PIC X(10).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  LPE-MARCA               PIC X(10).
003010
003020 01  LIN-CONFLICTO.
003030     05  FILLER                  PIC X(16)
003040         VALUE "  *** CONFLICTO:".
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  LCO-DESCRIPCION         PIC X(37).
003070     05  FILLER                  PIC X(02) VALUE " (".
003080     05  LCO-POSICION-1          PIC 9(02).
003090     05  LCO-BARRA               PIC X(01) VALUE "/".
003100     05  LCO-POSICION-2          PIC X(02).
003110     05  FILLER                  PIC X(01) VALUE ")".
003120
003130 PROCEDURE DIVISION.
003140******************************************************************
003150* 0000-MAINLINE-CONTROL
003160******************************************************************
003170 0000-MAINLINE-CONTROL.
003180     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
003190     IF NOT VOP-AUTORIZADO
003200         MOVE 16 TO RETURN-CODE
003210         GOBACK
003220     END-IF.
003230     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003240     PERFORM 2000-CARGAR-OPERADORES THRU 2000-EXIT.
003250     IF TABLA-LLENA
003260         DISPLAY "MAS DE 100 OPERADORES ACTIVOS, EL INFORME NO "
003270             "LOS CONTIENE A TODOS Y NO SE EMITE"
003280         MOVE 16 TO RETURN-CODE
003290         GOBACK
003300     END-IF.
003310     PERFORM 3000-LEER-AUDITORIA THRU 3000-EXIT.
003320     PERFORM 5000-EMITIR-INFORME THRU 5000-EXIT.
003330     PERFORM 6000-FIRMAR-RECERTIFICACION THRU 6000-EXIT.
003340     GOBACK.
003350
003360******************************************************************
003370* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
003380* CONTRA EL MAESTRO (VALOPER, POSICION 24: RECERTIFICACION DE
003390* ACCESOS). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
003400******************************************************************
003410 0100-EXIGIR-OPERADOR.
003420     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
003430     ACCEPT VOP-ID.
003440     MOVE 24 TO VOP-POSICION.
003450     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
003460     IF VOP-AUTORIZADO
003470         GO TO 0100-EXIT
003480     END-IF.
003490     DISPLAY "OPERADOR NO AUTORIZADO PARA LA RECERTIFICACION DE "
003500         "ACCESOS, LA CORRIDA SE RECHAZA".
003510     ACCEPT AUT-FECHA FROM DATE YYYYMMDD.
003520     MOVE SPACE TO AUT-RESULTADO.
003530     STRING "FIRMA RECHAZADA ID=" VOP-ID
003540         DELIMITED BY SIZE INTO AUT-RESULTADO.
003550     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
003560 0100-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600* 1000-INICIALIZAR - TOMA EL DIA DE NEGOCIO, PIDE LOS DIAS SIN
003610* USO QUE HACEN DORMIDO A UN PERMISO SENSIBLE (EN BLANCO, 90: UN
003620* TRIMESTRE) Y CALCULA LA FECHA DE CORTE.
003630******************************************************************
003640 1000-INICIALIZAR.
003650     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
003660     DISPLAY "DIAS SIN USO PARA DAR POR DORMIDO UN PERMISO "
003670         "SENSIBLE (DDD, BLANCO = 090)".
003680     ACCEPT WS-ENTRADA-DIAS.
003690     IF WS-ENTRADA-DIAS NOT = SPACE
003700         IF WS-ENTRADA-DIAS NUMERIC AND WS-ENTRADA-DIAS > "000"
003710             MOVE WS-ENTRADA-DIAS TO WS-DIAS-DORMIDO
003720         ELSE
003730             DISPLAY "DIAS INVALIDOS: " WS-ENTRADA-DIAS
003740             ", SE USAN 090"
003750         END-IF
003760     END-IF.
003770     MOVE FNC-FECHA-NEGOCIO TO FECHA-TRABAJO-N.
003780     PERFORM 1100-RESTAR-UN-DIA THRU 1100-EXIT
003790         VARYING WS-IND-DIA FROM 1 BY 1
003800         UNTIL WS-IND-DIA > WS-DIAS-DORMIDO.
003810     MOVE FECHA-TRABAJO-N TO WS-FECHA-CORTE.
003820 1000-EXIT.
003830     EXIT.
003840
003850 1100-RESTAR-UN-DIA.
003860     IF FT-DIA > 1
003870         SUBTRACT 1 FROM FT-DIA
003880         GO TO 1100-EXIT
003890     END-IF.
003900     IF FT-MES > 1
003910         SUBTRACT 1 FROM FT-MES
003920     ELSE
003930         MOVE 12 TO FT-MES
003940         SUBTRACT 1 FROM FT-ANO
003950     END-IF.
003960     MOVE TL-LARGO (FT-MES) TO WS-LARGO-MES.
003970     IF FT-MES = 2
003980         DIVIDE FT-ANO BY 4 GIVING WS-COCIENTE
003990             REMAINDER WS-RESTO-4
004000         DIVIDE FT-ANO BY 100 GIVING WS-COCIENTE
004010             REMAINDER WS-RESTO-100
004020         DIVIDE FT-ANO BY 400 GIVING WS-COCIENTE
004030             REMAINDER WS-RESTO-400
004040         IF WS-RESTO-4 = 0
004050             AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
004060             MOVE 29 TO WS-LARGO-MES
004070         END-IF
004080     END-IF.
004090     MOVE WS-LARGO-MES TO FT-DIA.
004100 1100-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 2000-CARGAR-OPERADORES - CARGA LOS OPERADORES ACTIVOS DEL
004150* MAESTRO CON SUS PERMISOS; LAS FECHAS DE USO ARRANCAN EN CERO.
004160******************************************************************
004170 2000-CARGAR-OPERADORES.
004180     OPEN INPUT OPERADOR-MAESTRO.
004190     IF WS-MAESTRO-STATUS NOT = "00"
004200         DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES, "
004210             "FILE STATUS " WS-MAESTRO-STATUS
004220         GO TO 2000-EXIT
004230     END-IF.
004240     PERFORM 2100-CARGAR-OPERADOR THRU 2100-EXIT
004250         UNTIL FIN-DE-MAESTRO OR TABLA-LLENA.
004260     CLOSE OPERADOR-MAESTRO.
004270 2000-EXIT.
004280     EXIT.
004290
004300 2100-CARGAR-OPERADOR.
004310     READ OPERADOR-MAESTRO
004320         AT END
004330             SET FIN-DE-MAESTRO TO TRUE
004340             GO TO 2100-EXIT
004350     END-READ.
004360     IF OPR-ACTIVO NOT = "S"
004370         GO TO 2100-EXIT
004380     END-IF.
004390     IF WS-CANT-OPERADORES = 100
004400         SET TABLA-LLENA TO TRUE
004410         GO TO 2100-EXIT
004420     END-IF.
004430     ADD 1 TO WS-CANT-OPERADORES.
004440     MOVE OPR-ID       TO TOP-ID (WS-CANT-OPERADORES).
004450     MOVE OPR-NOMBRE   TO TOP-NOMBRE (WS-CANT-OPERADORES).
004460     MOVE OPR-PERMISOS TO TOP-PERMISOS (WS-CANT-OPERADORES).
004470     MOVE OPR-BLOQUEADO TO TOP-BLOQUEADO (WS-CANT-OPERADORES).
004480     PERFORM 2110-LIMPIAR-USO THRU 2110-EXIT
004490         VARYING WS-IND-PERMISO FROM 1 BY 1
004500         UNTIL WS-IND-PERMISO > 32.
004510 2100-EXIT.
004520     EXIT.
004530
004540 2110-LIMPIAR-USO.
004550     MOVE 0 TO TOP-ULTIMO-USO (WS-CANT-OPERADORES,
004560         WS-IND-PERMISO).
004570 2110-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 3000-LEER-AUDITORIA - RECORRE EL HISTORICO DEL ULTIMO CORTE
004620* (SI LO HAY) Y EL LOG VIGENTE, Y DEJA PARA CADA OPERADOR Y
004630* POSICION LA FECHA MAS RECIENTE DE USO. LA FECHA MAS VIEJA
004640* LEIDA DICE DESDE CUANDO "SIN USO" ES CIERTO.
004650******************************************************************
004660 3000-LEER-AUDITORIA.
004670     MOVE 99999999 TO WS-FECHA-DESDE.
004680     OPEN INPUT AUDIT-HISTORICO.
004690     IF WS-AUDIT-STATUS = "00"
004700         MOVE "N" TO SW-FIN-AUDITORIA
004710         PERFORM 3100-LEER-HISTORICO THRU 3100-EXIT
004720             UNTIL FIN-DE-AUDITORIA
004730         CLOSE AUDIT-HISTORICO
004740     ELSE
004750         DISPLAY "SIN HISTORICO DE AUDITORIA (AUDITHIS), SE USA "
004760             "SOLO EL LOG VIGENTE"
004770     END-IF.
004780     OPEN INPUT AUDIT-LOG.
004790     IF WS-AUDIT-STATUS = "00"
004800         MOVE "N" TO SW-FIN-AUDITORIA
004810         PERFORM 3200-LEER-LOG THRU 3200-EXIT
004820             UNTIL FIN-DE-AUDITORIA
004830         CLOSE AUDIT-LOG
004840     ELSE
004850         DISPLAY "NO SE PUDO ABRIR EL LOG DE AUDITORIA, FILE "
004860             "STATUS " WS-AUDIT-STATUS
004870     END-IF.
004880 3000-EXIT.
004890     EXIT.
004900
004910 3100-LEER-HISTORICO.
004920     READ AUDIT-HISTORICO INTO REG-AUDITORIA-LEIDA
004930         AT END
004940             SET FIN-DE-AUDITORIA TO TRUE
004950             GO TO 3100-EXIT
004960     END-READ.
004970     PERFORM 3500-REGISTRAR-USO THRU 3500-EXIT.
004980 3100-EXIT.
004990     EXIT.
005000
005010 3200-LEER-LOG.
005020     READ AUDIT-LOG INTO REG-AUDITORIA-LEIDA
005030         AT END
005040             SET FIN-DE-AUDITORIA TO TRUE
005050             GO TO 3200-EXIT
005060     END-READ.
005070     PERFORM 3500-REGISTRAR-USO THRU 3500-EXIT.
005080 3200-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* 3500-REGISTRAR-USO - UN REGISTRO ES USO DE UNA POSICION SI LO
005130* GRABO EL PROGRAMA QUE ELLA HABILITA Y NO ES UNA FIRMA
005140* RECHAZADA; SE ANOTA AL OPERADOR DEL REGISTRO SI ESTA ACTIVO.
005150******************************************************************
005160 3500-REGISTRAR-USO.
005170     ADD 1 TO WS-CANT-LEIDOS-AUD.
005180     IF AUD-FECHA NOT NUMERIC
005190         GO TO 3500-EXIT
005200     END-IF.
005210     IF AUD-FECHA < WS-FECHA-DESDE
005220         MOVE AUD-FECHA TO WS-FECHA-DESDE
005230     END-IF.
005240     IF AUD-RESULTADO (1:15) = "FIRMA RECHAZADA"
005250         GO TO 3500-EXIT
005260     END-IF.
005270     MOVE 0 TO WS-POSICION.
005280     PERFORM 3510-UBICAR-PROGRAMA THRU 3510-EXIT
005290         VARYING WS-IND-PROGRAMA FROM 1 BY 1
005300         UNTIL WS-IND-PROGRAMA > 30 OR WS-POSICION > 0.
005310     IF WS-POSICION = 0
005320         GO TO 3500-EXIT
005330     END-IF.
005340     MOVE 0 TO WS-IND-HALLADO.
005350     PERFORM 3520-UBICAR-OPERADOR THRU 3520-EXIT
005360         VARYING WS-IND-OPERADOR FROM 1 BY 1
005370         UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES
005380             OR WS-IND-HALLADO > 0.
005390     IF WS-IND-HALLADO = 0
005400         GO TO 3500-EXIT
005410     END-IF.
005420     ADD 1 TO WS-CANT-USOS.
005430     IF AUD-FECHA > TOP-ULTIMO-USO (WS-IND-HALLADO, WS-POSICION)
005440         MOVE AUD-FECHA
005450             TO TOP-ULTIMO-USO (WS-IND-HALLADO, WS-POSICION)
005460     END-IF.
005470 3500-EXIT.
005480     EXIT.
005490
005500 3510-UBICAR-PROGRAMA.
005510     IF TPR-PROGRAMA (WS-IND-PROGRAMA) = AUD-PROGRAMA
005520         MOVE TPR-POSICION (WS-IND-PROGRAMA) TO WS-POSICION
005530     END-IF.
005540 3510-EXIT.
005550     EXIT.
005560
005570 3520-UBICAR-OPERADOR.
005580     IF TOP-ID (WS-IND-OPERADOR) = AUD-OPERADOR
005590         MOVE WS-IND-OPERADOR TO WS-IND-HALLADO
005600     END-IF.
005610 3520-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 5000-EMITIR-INFORME - ENCABEZADO, UN BLOQUE POR OPERADOR
005660* ACTIVO Y LOS TOTALES.
005670******************************************************************
005680 5000-EMITIR-INFORME.
005690     DISPLAY "===== RECERTIFICACION DE ACCESOS - DIA DE NEGOCIO "
005700         FNC-FECHA-NEGOCIO " =====".
005710     IF WS-FECHA-DESDE = 99999999
005720         DISPLAY "SIN REGISTROS DE AUDITORIA: NINGUN USO SE "
005730             "PUEDE CONFIRMAR"
005740     ELSE
005750         DISPLAY "USO SEGUN AUDITORIA DESDE EL " WS-FECHA-DESDE
005760             " (" WS-CANT-LEIDOS-AUD " REGISTROS LEIDOS)"
005770     END-IF.
005780     DISPLAY "PERMISO SENSIBLE DORMIDO: SIN USO DESDE EL "
005790         WS-FECHA-CORTE " (" WS-DIAS-DORMIDO " DIAS)".
005800     IF WS-CANT-OPERADORES = 0
005810         DISPLAY "SIN OPERADORES ACTIVOS EN EL MAESTRO"
005820         GO TO 5000-EXIT
005830     END-IF.
005840     PERFORM 5100-EMITIR-OPERADOR THRU 5100-EXIT
005850         VARYING WS-IND-OPERADOR FROM 1 BY 1
005860         UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES.
005870     DISPLAY " ".
005880     DISPLAY "OPERADORES ACTIVOS REVISADOS : " WS-CANT-OPERADORES.
005890     DISPLAY "PERMISOS OTORGADOS           : " WS-CANT-OTORGADOS.
005900     DISPLAY "PERMISOS SENSIBLES DORMIDOS  : " WS-CANT-DORMIDOS.
005910     DISPLAY "CONFLICTOS DE FUNCIONES      : " WS-CANT-CONFLICTOS.
005920 5000-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 5100-EMITIR-OPERADOR - EL OPERADOR, SUS PERMISOS OTORGADOS
005970* CON EL ULTIMO USO Y LOS CONFLICTOS QUE TENGA.
005980******************************************************************
005990 5100-EMITIR-OPERADOR.
006000     DISPLAY " ".
006010     MOVE TOP-ID (WS-IND-OPERADOR) TO LOP-ID.
006020     MOVE TOP-NOMBRE (WS-IND-OPERADOR) TO LOP-NOMBRE.
006030     MOVE SPACE TO LOP-MARCA.
006040     IF TOP-BLOQUEADO (WS-IND-OPERADOR) = "S"
006050         MOVE "(BLOQUEADO POR PIN)" TO LOP-MARCA
006060     END-IF.
006070     DISPLAY LIN-OPERADOR.
006080     IF TOP-ID (WS-IND-OPERADOR) = VOP-ID
006090         DISPLAY "  ES EL REVISOR: SUS PERMISOS LOS DEBE "
006100             "CERTIFICAR OTRO SUPERVISOR"
006110     END-IF.
006120     MOVE 0 TO WS-CANT-OTORG-OPERADOR.
006130     PERFORM 5200-EMITIR-PERMISO THRU 5200-EXIT
006140         VARYING WS-IND-PERMISO FROM 1 BY 1
006150         UNTIL WS-IND-PERMISO > 32.
006160     IF WS-CANT-OTORG-OPERADOR = 0
006170         DISPLAY "  SIN PERMISOS OTORGADOS"
006180         GO TO 5100-EXIT
006190     END-IF.
006200     PERFORM 5300-CONTROLAR-PAR THRU 5300-EXIT
006210         VARYING WS-IND-PAR FROM 1 BY 1
006220         UNTIL WS-IND-PAR > 4.
006230     PERFORM 5400-CONTROLAR-TODO THRU 5400-EXIT.
006240 5100-EXIT.
006250     EXIT.
006260
006270 5200-EMITIR-PERMISO.
006280     IF TOP-PERMISOS (WS-IND-OPERADOR) (WS-IND-PERMISO:1)
006290         NOT = "S"
006300         GO TO 5200-EXIT
006310     END-IF.
006320     ADD 1 TO WS-CANT-OTORG-OPERADOR.
006330     ADD 1 TO WS-CANT-OTORGADOS.
006340     MOVE WS-IND-PERMISO TO LPE-POSICION.
006350     MOVE TPE-DESCRIPCION (WS-IND-PERMISO) TO LPE-DESCRIPCION.
006360     MOVE SPACE TO LPE-MARCA.
006370     IF TPE-AUDITADO (WS-IND-PERMISO) NOT = "S"
006380         MOVE "NO AUDITA" TO LPE-ULTIMO-USO
006390     ELSE
006400         IF TOP-ULTIMO-USO (WS-IND-OPERADOR, WS-IND-PERMISO) = 0
006410             MOVE "NUNCA" TO LPE-ULTIMO-USO
006420         ELSE
006430             MOVE TOP-ULTIMO-USO (WS-IND-OPERADOR, WS-IND-PERMISO)
006440                 TO LPE-ULTIMO-USO
006450         END-IF
006460     END-IF.
006470     IF TPE-SENSIBLE (WS-IND-PERMISO) = "S"
006480         AND TOP-ULTIMO-USO (WS-IND-OPERADOR, WS-IND-PERMISO)
006490             < WS-FECHA-CORTE
006500         MOVE "** DORMIDO" TO LPE-MARCA
006510         ADD 1 TO WS-CANT-DORMIDOS
006520     END-IF.
006530     DISPLAY LIN-PERMISO.
006540 5200-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 5300-CONTROLAR-PAR - UN CONFLICTO POR CADA PAR DE LA TABLA QUE
006590* EL OPERADOR TIENE COMPLETO.
006600******************************************************************
006610 5300-CONTROLAR-PAR.
006620     MOVE TCO-POSICION-1 (WS-IND-PAR) TO WS-POSICION.
006630     MOVE TCO-POSICION-2 (WS-IND-PAR) TO WS-PERMISO-OTRO.
006640     IF TOP-PERMISOS (WS-IND-OPERADOR) (WS-POSICION:1) NOT = "S"
006650         OR TOP-PERMISOS (WS-IND-OPERADOR) (WS-PERMISO-OTRO:1)
006660             NOT = "S"
006670         GO TO 5300-EXIT
006680     END-IF.
006690     MOVE TCO-DESCRIPCION (WS-IND-PAR) TO LCO-DESCRIPCION.
006700     MOVE WS-POSICION TO LCO-POSICION-1.
006710     MOVE "/" TO LCO-BARRA.
006720     MOVE WS-PERMISO-OTRO TO LCO-POSICION-2.
006730     DISPLAY LIN-CONFLICTO.
006740     ADD 1 TO WS-CANT-CONFLICTOS.
006750 5300-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 5400-CONTROLAR-TODO - QUIEN ADMINISTRA LOS PERMISOS (POSICION
006800* 15) Y ADEMAS TIENE TODAS LAS DEMAS POSICIONES EN USO (1 A 30)
006810* NO TIENE A NADIE QUE LO CONTROLE.
006820******************************************************************
006830 5400-CONTROLAR-TODO.
006840     IF TOP-PERMISOS (WS-IND-OPERADOR) (15:1) NOT = "S"
006850         GO TO 5400-EXIT
006860     END-IF.
006870     MOVE 0 TO WS-CANT-OTROS.
006880     INSPECT TOP-PERMISOS (WS-IND-OPERADOR) (1:30)
006890         TALLYING WS-CANT-OTROS FOR ALL "S".
006900     IF WS-CANT-OTROS < 30
006910         GO TO 5400-EXIT
006920     END-IF.
006930     MOVE "ADMINISTRA PERMISOS Y TIENE TODOS"
006940         TO LCO-DESCRIPCION.
006950     MOVE 15 TO LCO-POSICION-1.
006960     MOVE SPACE TO LCO-BARRA.
006970     MOVE SPACE TO LCO-POSICION-2.
006980     DISPLAY LIN-CONFLICTO.
006990     ADD 1 TO WS-CANT-CONFLICTOS.
007000 5400-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* 6000-FIRMAR-RECERTIFICACION - EL SUPERVISOR QUE REVISO CONFIRMA
007050* LA RECERTIFICACION. LA FIRMA, O SU FALTA, QUEDA EN EL LOG CON
007060* LA CANTIDAD DE DORMIDOS Y DE CONFLICTOS VISTOS; SIN FIRMA EL
007070* PROGRAMA TERMINA CON RETURN-CODE 4.
007080******************************************************************
007090 6000-FIRMAR-RECERTIFICACION.
007100     DISPLAY " ".
007110     DISPLAY "CONFIRMA QUE REVISO EL INFORME Y FIRMA LA "
007120         "RECERTIFICACION (S/N)".
007130     ACCEPT WS-RESPUESTA.
007140     MOVE FNC-FECHA-NEGOCIO TO AUT-FECHA.
007150     MOVE SPACE TO AUT-RESULTADO.
007160     IF WS-RESPUESTA = "S"
007170         STRING "RECERT FIRMADA DOR=" WS-CANT-DORMIDOS
007180             " CON=" WS-CANT-CONFLICTOS
007190             DELIMITED BY SIZE INTO AUT-RESULTADO
007200         DISPLAY "RECERTIFICACION FIRMADA POR " VOP-ID
007210     ELSE
007220         STRING "RECERT NO FIRMADA DOR=" WS-CANT-DORMIDOS
007230             DELIMITED BY SIZE INTO AUT-RESULTADO
007240         DISPLAY "LA RECERTIFICACION QUEDA SIN FIRMAR"
007250         MOVE 4 TO RETURN-CODE
007260     END-IF.
007270     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
007280 6000-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 8710-COMPLETAR-AUDITORIA - COMPLETA EL REGISTRO PROPIO (FECHA
007330* Y RESULTADO YA CARGADOS) Y LO GRABA POR AUDITWRT.
007340******************************************************************
007350 8710-COMPLETAR-AUDITORIA.
007360     MOVE VOP-ID TO AUT-OPERADOR.
007370     ACCEPT AUT-HORA FROM TIME.
007380     MOVE "INFACCES" TO AUT-PROGRAMA.
007390     MOVE SPACE TO AUT-SEPARADOR-1.
007400     MOVE SPACE TO AUT-SEPARADOR-2.
007410     MOVE SPACE TO AUT-SEPARADOR-3.
007420     MOVE SPACE TO AUT-SEPARADOR-4.
007430     MOVE SPACE TO AUT-SEPARADOR-5.
007440     MOVE 0 TO AUT-SECUENCIA.
007450     CALL "AUDITWRT" USING REG-AUDITORIA-TRABAJO.
007460 8710-EXIT.
007470     EXIT.
007480
007490 END PROGRAM INFACCES.

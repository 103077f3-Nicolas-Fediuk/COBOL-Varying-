000100******************************************************************
000110* Programa conductor del fin de mes. Los cierres y reportes del
000120*mes se corrian a mano el primer dia habil (CIERRME3, CIERRMES,
000130*ARCAUDIT, INFMES3 e INFMESES), de memoria y sin verificar antes
000140*que el mes estuviera realmente terminado. Este programa, bajo la
000150*autorizacion de cierres de mes (VALOPER, posicion 9), confirma
000160*primero que el ultimo dia habil del mes quedo cerrado en
000170*FECHANEG, que ningun dia del mes esta reabierto o pendiente y que
000180*los desbordes de auditoria (AUDOVF*) estan barridos; recien
000190*entonces corre los cinco pasos en orden. Cada paso que termina
000200*con retorno menor a 8 queda anotado en la bitacora FINMHIST, de
000210*modo que un fin de mes que fallo se vuelve a someter y retoma en
000220*el paso que fallo. Con los cinco pasos completos graba el
000230*registro de fin de mes terminado, la auditoria y una alerta.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    FINDEMES.
000270 AUTHOR.        R. ALONSO.
000280 INSTALLATION.  DEPTO. DESARROLLO.
000290 DATE-WRITTEN.  15/10/2026.
000300 DATE-COMPILED.
000310******************************************************************
000320* HISTORIAL DE MODIFICACIONES
000330* FECHA       INIC.  DESCRIPCION
000340* 15/10/2026  RA     VERSION INICIAL. EL MES QUE SE CIERRA ES EL
000350*                    ANTERIOR AL MES DEL DIA DE NEGOCIO, EL MISMO
000360*                    QUE TOMAN CIERRME3 Y CIERRMES. EL OPERADOR
000370*                    FIRMA UNA SOLA VEZ: LOS PASOS LO TOMAN DE LA
000380*                    FIRMA COMPARTIDA (COPY FIRMENU) Y ARCAUDIT
000390*                    RECIBE LA FECHA DE CORTE (PRIMER DIA DEL
000400*                    MES DE NEGOCIO) EN LA VARIABLE
000410*                    EJER-CORTE-AUD, ASI QUE EL JOB NO NECESITA
000420*                    MAS SYSIN QUE LA IDENTIFICACION Y EL PIN.
000430*                    CADA PROGRAMA LLAMADO SE CANCELA DESPUES DE
000440*                    SU CALL, COMO EN ATRASDIA. UN REQUISITO QUE
000450*                    FALTA RETIENE EL FIN DE MES CON RETURN-CODE
000460*                    8 Y ALERTA CRITICA; UN PASO CON RETORNO 8 O
000470*                    PEOR LO FRENA EN ESE PASO CON SU RETORNO Y
000480*                    ALERTA CRITICA; UN MES YA TERMINADO SE
000490*                    RECHAZA CON RETURN-CODE 16.
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT BITACORA-MES ASSIGN TO "FINMHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BITACORA-STATUS.
000570     SELECT CALENDARIO ASSIGN TO "CALENFER"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CALENDARIO-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BITACORA-MES
000640     LABEL RECORDS ARE STANDARD.
000650 01  REG-BITACORA-MES.
000660     COPY FINMHIS.
000670
000680 FD  CALENDARIO
000690     LABEL RECORDS ARE STANDARD.
000700 01  REG-CALENDARIO.
000710     05  CAL-FERIADO             PIC 9(08).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-BITACORA-STATUS          PIC X(02) VALUE "00".
000750 01  WS-CALENDARIO-STATUS        PIC X(02) VALUE "00".
000760
000770 01  REG-AUDITORIA.
000780     COPY AUDITLOG.
000790
000800 01  OPERADOR-AUTORIZACION.
000810     COPY OPERLNK.
000820
000830 01  FIRMA-MENU-COM EXTERNAL.
000840     COPY FIRMENU.
000850
000860 01  REG-ALERTA.
000870     COPY ALERTA.
000880
000890 01  FECHA-NEGOCIO-COM.
000900     COPY FECHALNK.
000910
000920 01  CONDICIONES-CIERRE.
000930     COPY CIERLNK.
000940
000950 01  WS-FECHA-MAQUINA            PIC 9(08) VALUE 0.
000960 01  WS-MES-MAQUINA              PIC 9(06) VALUE 0.
000970 01  WS-MES-NEGOCIO              PIC 9(06) VALUE 0.
000980 01  WS-MES-ULTIMA-CERRADA       PIC 9(06) VALUE 0.
000990 01  WS-FECHA-CORTE              PIC 9(08) VALUE 0.
001000 01  MES-CIERRE.
001010     05  MC-ANO                  PIC 9(04).
001020     05  MC-MES                  PIC 9(02).
001030 01  MES-CIERRE-N REDEFINES MES-CIERRE
001040                                 PIC 9(06).
001050
001060 01  WS-IND-PASO                 PIC 9(02) VALUE 0.
001070 01  WS-IND-DESBORDE             PIC 9(02) VALUE 0.
001080 01  WS-RETORNO-PASO             PIC 9(02) VALUE 0.
001090 01  WS-RETORNO                  PIC 9(02) VALUE 0.
001100 01  WS-MOTIVO                   PIC X(12) VALUE SPACE.
001110
001120*    PASOS DEL FIN DE MES, EN EL ORDEN EN QUE SE CORREN.
001130 01  TABLA-PASOS-MES.
001140     05  FILLER                  PIC X(38)
001150         VALUE "CIERRME3CIERRE DE MES DEL MTD3TOT".
001160     05  FILLER                  PIC X(38)
001170         VALUE "CIERRMESCIERRE DE MES DEL HISTCORR".
001180     05  FILLER                  PIC X(38)
001190         VALUE "ARCAUDITCORTE DEL LOG DE AUDITORIA".
001200     05  FILLER                  PIC X(38)
001210         VALUE "INFMES3 REPORTE DE MESES DE EJERCICIO3".
001220     05  FILLER                  PIC X(38)
001230         VALUE "INFMESESREPORTE DE MESES DEL HISTCORR".
001240 01  TABLA-PASOS-MES-R REDEFINES TABLA-PASOS-MES.
001250     05  TPM-ENTRADA OCCURS 5 TIMES.
001260         10  TPM-PROGRAMA        PIC X(08).
001270         10  TPM-DESCRIPCION     PIC X(30).
001280
001290*    ESTADO DE LOS CINCO PASOS PARA EL MES QUE SE CIERRA: "S" EL
001300*    PASO YA TERMINO Y SE SALTEA AL REARRANCAR, "N" PENDIENTE.
001310 01  TABLA-PASOS.
001320     05  PASO-ESTADO OCCURS 5 TIMES PIC X(01).
001330
001340*    LARGOS DE MES PARA EL ALTA DE UN DIA; FEBRERO SE CORRIGE
001350*    POR BISIESTO EN EL MOMENTO.
001360 01  TABLA-LARGOS.
001370     05  FILLER                  PIC X(24)
001380         VALUE "312831303130313130313031".
001390 01  TABLA-LARGOS-R REDEFINES TABLA-LARGOS.
001400     05  TL-LARGO OCCURS 12 TIMES PIC 9(02).
001410 01  WS-LARGO-MES                PIC 9(02) VALUE 0.
001420 01  WS-RESTO-4                  PIC 9(04) VALUE 0.
001430 01  WS-RESTO-100                PIC 9(04) VALUE 0.
001440 01  WS-RESTO-400                PIC 9(04) VALUE 0.
001450 01  WS-COCIENTE                 PIC 9(06) VALUE 0.
001460
001470 01  FECHA-TRABAJO.
001480     05  FT-ANO                  PIC 9(04).
001490     05  FT-MES                  PIC 9(02).
001500     05  FT-DIA                  PIC 9(02).
001510 01  FECHA-TRABAJO-N REDEFINES FECHA-TRABAJO
001520                                 PIC 9(08).
001530
001540*    CONGRUENCIA DE ZELLER: 0=SABADO, 1=DOMINGO, 2=LUNES...
001550 01  ZEL-ANO                     PIC 9(04) VALUE 0.
001560 01  ZEL-MES                     PIC 9(02) VALUE 0.
001570 01  ZEL-SIGLO                   PIC 9(02) VALUE 0.
001580 01  ZEL-RESTO-SIGLO             PIC 9(02) VALUE 0.
001590 01  ZEL-TERMINO                 PIC 9(04) VALUE 0.
001600 01  ZEL-SUMA                    PIC 9(06) VALUE 0.
001610 01  WS-DIA-SEMANA               PIC 9(01) VALUE 0.
001620
001630 01  WS-CANT-FERIADOS            PIC 9(03) VALUE 0.
001640 01  WS-IND-FERIADO              PIC 9(03) VALUE 0.
001650 01  TABLA-FERIADOS.
001660     05  TF-FERIADO OCCURS 100 TIMES PIC 9(08).
001670
001680 01  SW-FIN-CALENDARIO           PIC X(01) VALUE "N".
001690     88  FIN-DE-CALENDARIO                 VALUE "S".
001700 01  SW-DIA-HABIL                PIC X(01) VALUE "N".
001710     88  DIA-HABIL                         VALUE "S".
001720 01  SW-ES-FERIADO               PIC X(01) VALUE "N".
001730     88  ES-FERIADO                        VALUE "S".
001740 01  SW-FIN-BITACORA             PIC X(01) VALUE "N".
001750     88  FIN-DE-BITACORA                   VALUE "S".
001760 01  SW-MES-COMPLETO             PIC X(01) VALUE "N".
001770     88  MES-COMPLETO                      VALUE "S".
001780 01  SW-REQUISITOS               PIC X(01) VALUE "S".
001790     88  REQUISITOS-CUMPLIDOS              VALUE "S".
001800     88  REQUISITOS-FALTAN                 VALUE "N".
001810 01  SW-FIN-FRENADO              PIC X(01) VALUE "N".
001820     88  FIN-DE-MES-FRENADO                VALUE "S".
001830 01  SW-FIRMA-PROPIA             PIC X(01) VALUE "N".
001840     88  FIRMA-PROPIA                      VALUE "S".
001850
001860 PROCEDURE DIVISION.
001870******************************************************************
001880* 0000-MAINLINE-CONTROL
001890******************************************************************
001900 0000-MAINLINE-CONTROL.
001910     DISPLAY "===== FIN DE MES =====".
001920     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001930     IF NOT VOP-AUTORIZADO
001940         MOVE 16 TO RETURN-CODE
001950         GOBACK
001960     END-IF.
001970     PERFORM 1000-DETERMINAR-MES THRU 1000-EXIT.
001980     IF FNC-SIN-ARCHIVO
001990         DISPLAY "SIN ARCHIVO DE FECHA DE NEGOCIO, EL FIN DE MES "
002000             "NO SE CORRE"
002010         MOVE 16 TO RETURN-CODE
002020         GOBACK
002030     END-IF.
002040     PERFORM 2000-CONTROLAR-REQUISITOS THRU 2000-EXIT.
002050     IF REQUISITOS-FALTAN
002060         PERFORM 2900-RETENER-FIN-DE-MES THRU 2900-EXIT
002070         MOVE 8 TO RETURN-CODE
002080         GOBACK
002090     END-IF.
002100     PERFORM 1500-CARGAR-BITACORA THRU 1500-EXIT.
002110     IF MES-COMPLETO
002120         DISPLAY "EL FIN DE MES " MES-CIERRE-N
002130             " YA ESTA TERMINADO, NADA QUE HACER"
002140         MOVE 16 TO RETURN-CODE
002150         GOBACK
002160     END-IF.
002170     PERFORM 3000-PREPARAR-PASOS THRU 3000-EXIT.
002180     PERFORM 4000-CORRER-PASO THRU 4000-EXIT
002190         VARYING WS-IND-PASO FROM 1 BY 1
002200         UNTIL WS-IND-PASO > 5 OR FIN-DE-MES-FRENADO.
002210     PERFORM 3500-LIMPIAR-PASOS THRU 3500-EXIT.
002220     IF NOT FIN-DE-MES-FRENADO
002230         PERFORM 5000-TERMINAR-FIN-DE-MES THRU 5000-EXIT
002240     END-IF.
002250     MOVE WS-RETORNO TO RETURN-CODE.
002260     GOBACK.
002270
002280******************************************************************
002290* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
002300* CONTRA EL MAESTRO (VALOPER, POSICION 9: CIERRES DE MES). UNA
002310* FIRMA RECHAZADA QUEDA EN EL LOG.
002320******************************************************************
002330 0100-EXIGIR-OPERADOR.
002340     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
002350     ACCEPT VOP-ID.
002360     MOVE 9 TO VOP-POSICION.
002370     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
002380     IF VOP-AUTORIZADO
002390         GO TO 0100-EXIT
002400     END-IF.
002410     DISPLAY "OPERADOR NO AUTORIZADO PARA EL FIN DE MES, "
002420         "LA CORRIDA SE RECHAZA".
002430     MOVE VOP-ID TO AUD-OPERADOR.
002440     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002450     ACCEPT AUD-HORA FROM TIME.
002460     MOVE "FINDEMES" TO AUD-PROGRAMA.
002470     MOVE SPACE TO AUD-RESULTADO.
002480     STRING "FIRMA RECHAZADA ID=" VOP-ID
002490         DELIMITED BY SIZE INTO AUD-RESULTADO.
002500     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
002510 0100-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 1000-DETERMINAR-MES - EL MES QUE SE CIERRA ES EL ANTERIOR AL
002560* MES DEL DIA DE NEGOCIO; LA FECHA DE CORTE DEL LOG ES EL PRIMER
002570* DIA DEL MES DE NEGOCIO (SE ARCHIVA TODO LO ANTERIOR).
002580******************************************************************
002590 1000-DETERMINAR-MES.
002600     ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD.
002610     MOVE WS-FECHA-MAQUINA (1:6) TO WS-MES-MAQUINA.
002620     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002630     CANCEL "LEEFECHA".
002640     IF FNC-SIN-ARCHIVO
002650         GO TO 1000-EXIT
002660     END-IF.
002670     MOVE FNC-FECHA-NEGOCIO (1:6) TO WS-MES-NEGOCIO.
002680     MOVE FNC-ULTIMA-CERRADA (1:6) TO WS-MES-ULTIMA-CERRADA.
002690     MOVE WS-MES-NEGOCIO TO MES-CIERRE-N.
002700     IF MC-MES = 1
002710         MOVE 12 TO MC-MES
002720         SUBTRACT 1 FROM MC-ANO
002730     ELSE
002740         SUBTRACT 1 FROM MC-MES
002750     END-IF.
002760     COMPUTE WS-FECHA-CORTE = WS-MES-NEGOCIO * 100 + 1.
002770     DISPLAY "DIA DE NEGOCIO " FNC-FECHA-NEGOCIO ", ULTIMO DIA "
002780         "CERRADO " FNC-ULTIMA-CERRADA.
002790     DISPLAY "MES QUE SE CIERRA: " MES-CIERRE-N.
002800 1000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840* 1500-CARGAR-BITACORA - RECUPERA DE FINMHIST LOS PASOS YA
002850* COMPLETOS DEL MES QUE SE CIERRA (CON EL PEOR RETORNO QUE DIERON)
002855* Y SI EL FIN DE MES YA TERMINO.
002860* SIN BITACORA (PRIMER FIN DE MES) LOS CINCO PASOS QUEDAN
002870* PENDIENTES.
002880******************************************************************
002890 1500-CARGAR-BITACORA.
002900     MOVE "NNNNN" TO TABLA-PASOS.
002910     OPEN INPUT BITACORA-MES.
002920     IF WS-BITACORA-STATUS NOT = "00"
002930         GO TO 1500-EXIT
002940     END-IF.
002950     PERFORM 1510-LEER-BITACORA THRU 1510-EXIT
002960         UNTIL FIN-DE-BITACORA.
002970     CLOSE BITACORA-MES.
002980     IF TABLA-PASOS NOT = "NNNNN" AND NOT MES-COMPLETO
002990         DISPLAY "REARRANQUE DEL FIN DE MES: PASOS COMPLETOS ["
003000             TABLA-PASOS "]"
003010     END-IF.
003020 1500-EXIT.
003030     EXIT.
003040
003050 1510-LEER-BITACORA.
003060     READ BITACORA-MES
003070         AT END
003080             SET FIN-DE-BITACORA TO TRUE
003090             GO TO 1510-EXIT
003100     END-READ.
003110     IF FMH-MES NOT = MES-CIERRE-N
003120         GO TO 1510-EXIT
003130     END-IF.
003140     IF FMH-MES-COMPLETO
003150         SET MES-COMPLETO TO TRUE
003160         GO TO 1510-EXIT
003170     END-IF.
003180     IF FMH-PASO-COMPLETO AND FMH-PASO > 0 AND FMH-PASO < 6
003190         MOVE "S" TO PASO-ESTADO (FMH-PASO)
003192         IF FMH-RETORNO > WS-RETORNO
003194             MOVE FMH-RETORNO TO WS-RETORNO
003196         END-IF
003200     END-IF.
003210 1510-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 2000-CONTROLAR-REQUISITOS - ANTES DE CORRER NADA: NINGUN DIA
003260* REABIERTO NI PENDIENTE, EL ULTIMO DIA HABIL DEL MES CERRADO Y
003270* LOS DESBORDES DE AUDITORIA BARRIDOS. SE LISTAN TODOS LOS QUE
003280* FALTAN, NO SOLO EL PRIMERO.
003290******************************************************************
003300 2000-CONTROLAR-REQUISITOS.
003310     DISPLAY "--- REQUISITOS DEL FIN DE MES " MES-CIERRE-N " ---".
003320     SET REQUISITOS-CUMPLIDOS TO TRUE.
003330     MOVE SPACE TO WS-MOTIVO.
003340     PERFORM 2100-CONTROLAR-DIAS THRU 2100-EXIT.
003350     PERFORM 2300-CONTROLAR-DESBORDES THRU 2300-EXIT.
003360     IF REQUISITOS-CUMPLIDOS
003370         DISPLAY "REQUISITOS CUMPLIDOS"
003380     END-IF.
003390 2000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 2100-CONTROLAR-DIAS - UN DIA REABIERTO (REABRDIA DEJA EN CERO
003440* EL ULTIMO DIA CERRADO) O UN DIA DE NEGOCIO TODAVIA EN UN MES
003450* ANTERIOR AL DE LA MAQUINA (DIAS PENDIENTES, VER ATRASDIA)
003460* RETIENEN EL FIN DE MES. SI EL ULTIMO DIA CERRADO CAE EN EL MES
003470* QUE SE CIERRA, TIENE QUE SER SU ULTIMO DIA HABIL (CALENFER).
003480******************************************************************
003490 2100-CONTROLAR-DIAS.
003500     IF FNC-ULTIMA-CERRADA = 0
003510         DISPLAY "  EL DIA " FNC-FECHA-NEGOCIO " ESTA REABIERTO: "
003520             "CIERRELO (CIERRDIA) ANTES DEL FIN DE MES"
003530         MOVE "REAPERTURA" TO WS-MOTIVO
003540         SET REQUISITOS-FALTAN TO TRUE
003550         GO TO 2100-EXIT
003560     END-IF.
003570     IF WS-MES-NEGOCIO < WS-MES-MAQUINA
003580         DISPLAY "  EL DIA DE NEGOCIO " FNC-FECHA-NEGOCIO
003590             " QUEDO ATRASADO: HAY DIAS PENDIENTES, PONGALOS"
003600             " AL DIA (ATRASDIA)"
003610         MOVE "DIAS PENDIEN" TO WS-MOTIVO
003620         SET REQUISITOS-FALTAN TO TRUE
003630         GO TO 2100-EXIT
003640     END-IF.
003650     IF WS-MES-ULTIMA-CERRADA < MES-CIERRE-N
003660         DISPLAY "  EL ULTIMO DIA CERRADO ES " FNC-ULTIMA-CERRADA
003670             ": EL MES " MES-CIERRE-N " NO TERMINO DE CERRARSE"
003680         MOVE "MES ABIERTO" TO WS-MOTIVO
003690         SET REQUISITOS-FALTAN TO TRUE
003700         GO TO 2100-EXIT
003710     END-IF.
003720     IF WS-MES-ULTIMA-CERRADA > MES-CIERRE-N
003730         GO TO 2100-EXIT
003740     END-IF.
003750     PERFORM 2200-CARGAR-FERIADOS THRU 2200-EXIT.
003760     MOVE FNC-ULTIMA-CERRADA TO FECHA-TRABAJO-N.
003770     MOVE "N" TO SW-DIA-HABIL.
003780     PERFORM 2400-PROBAR-DIA-SIGUIENTE THRU 2400-EXIT
003790         UNTIL DIA-HABIL.
003800     IF FECHA-TRABAJO-N (1:6) = MES-CIERRE-N
003810         DISPLAY "  EL DIA HABIL " FECHA-TRABAJO-N " DEL MES "
003820             "TODAVIA NO SE CERRO (ULTIMO DIA CERRADO "
003830             FNC-ULTIMA-CERRADA ")"
003840         MOVE "MES ABIERTO" TO WS-MOTIVO
003850         SET REQUISITOS-FALTAN TO TRUE
003860     END-IF.
003870 2100-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910* 2200-CARGAR-FERIADOS - CARGA EL CALENDARIO DE FERIADOS (SI
003920* EXISTE) EN LA TABLA.
003930******************************************************************
003940 2200-CARGAR-FERIADOS.
003950     OPEN INPUT CALENDARIO.
003960     IF WS-CALENDARIO-STATUS NOT = "00"
003970         GO TO 2200-EXIT
003980     END-IF.
003990     PERFORM 2210-LEER-FERIADO THRU 2210-EXIT
004000         UNTIL FIN-DE-CALENDARIO OR WS-CANT-FERIADOS = 100.
004010     CLOSE CALENDARIO.
004020 2200-EXIT.
004030     EXIT.
004040
004050 2210-LEER-FERIADO.
004060     READ CALENDARIO
004070         AT END
004080             SET FIN-DE-CALENDARIO TO TRUE
004090         NOT AT END
004100             ADD 1 TO WS-CANT-FERIADOS
004110             MOVE CAL-FERIADO TO TF-FERIADO (WS-CANT-FERIADOS)
004120     END-READ.
004130 2210-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 2300-CONTROLAR-DESBORDES - LA AUDITORIA ESTACIONADA EN LOS
004180* DESBORDES AUDOVF* (CUENTA CUENCIER) TIENE QUE ESTAR BARRIDA AL
004190* LOG (BARREAUD) ANTES DEL CORTE DE ARCAUDIT.
004200******************************************************************
004210 2300-CONTROLAR-DESBORDES.
004220     MOVE FNC-FECHA-NEGOCIO TO CCL-FECHA-NEGOCIO.
004230     CALL "CUENCIER" USING CONDICIONES-CIERRE.
004240     IF CCL-CANT-DESBORDES = 0
004250         GO TO 2300-EXIT
004260     END-IF.
004270     DISPLAY "  AUDITORIA SIN BARRER EN LOS DESBORDES: "
004280         CCL-CANT-DESBORDES " REGISTRO(S), CORRA BARREAUD".
004290     PERFORM 2310-LISTAR-DESBORDE THRU 2310-EXIT
004300         VARYING WS-IND-DESBORDE FROM 1 BY 1
004310         UNTIL WS-IND-DESBORDE > 9.
004320     IF WS-MOTIVO = SPACE
004330         MOVE "DESBORDES" TO WS-MOTIVO
004340     END-IF.
004350     SET REQUISITOS-FALTAN TO TRUE.
004360 2300-EXIT.
004370     EXIT.
004380
004390 2310-LISTAR-DESBORDE.
004400     IF CCL-CANT-DESBORDE (WS-IND-DESBORDE) > 0
004410         DISPLAY "    " CCL-NOMBRE-DESBORDE (WS-IND-DESBORDE) " "
004420             CCL-CANT-DESBORDE (WS-IND-DESBORDE)
004430     END-IF.
004440 2310-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 2400-PROBAR-DIA-SIGUIENTE - AVANZA UN DIA LA FECHA DE TRABAJO Y
004490* LA MARCA HABIL SI NO ES SABADO, DOMINGO NI FERIADO.
004500******************************************************************
004510 2400-PROBAR-DIA-SIGUIENTE.
004520     PERFORM 2410-SUMAR-UN-DIA THRU 2410-EXIT.
004530     PERFORM 2420-CALCULAR-DIA-SEMANA THRU 2420-EXIT.
004540     IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 1
004550         GO TO 2400-EXIT
004560     END-IF.
004570     PERFORM 2430-BUSCAR-FERIADO THRU 2430-EXIT.
004580     IF NOT ES-FERIADO
004590         SET DIA-HABIL TO TRUE
004600     END-IF.
004610 2400-EXIT.
004620     EXIT.
004630
004640 2410-SUMAR-UN-DIA.
004650     MOVE TL-LARGO (FT-MES) TO WS-LARGO-MES.
004660     IF FT-MES = 2
004670         DIVIDE FT-ANO BY 4 GIVING WS-COCIENTE
004680             REMAINDER WS-RESTO-4
004690         DIVIDE FT-ANO BY 100 GIVING WS-COCIENTE
004700             REMAINDER WS-RESTO-100
004710         DIVIDE FT-ANO BY 400 GIVING WS-COCIENTE
004720             REMAINDER WS-RESTO-400
004730         IF WS-RESTO-4 = 0
004740             AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
004750             MOVE 29 TO WS-LARGO-MES
004760         END-IF
004770     END-IF.
004780     IF FT-DIA < WS-LARGO-MES
004790         ADD 1 TO FT-DIA
004800     ELSE
004810         MOVE 1 TO FT-DIA
004820         IF FT-MES < 12
004830             ADD 1 TO FT-MES
004840         ELSE
004850             MOVE 1 TO FT-MES
004860             ADD 1 TO FT-ANO
004870         END-IF
004880     END-IF.
004890 2410-EXIT.
004900     EXIT.
004910
004920 2420-CALCULAR-DIA-SEMANA.
004930     MOVE FT-ANO TO ZEL-ANO.
004940     MOVE FT-MES TO ZEL-MES.
004950     IF ZEL-MES < 3
004960         ADD 12 TO ZEL-MES
004970         SUBTRACT 1 FROM ZEL-ANO
004980     END-IF.
004990     DIVIDE ZEL-ANO BY 100 GIVING ZEL-SIGLO
005000         REMAINDER ZEL-RESTO-SIGLO.
005010     COMPUTE ZEL-TERMINO = (13 * (ZEL-MES + 1)) / 5.
005020     COMPUTE ZEL-SUMA = FT-DIA + ZEL-TERMINO
005030         + ZEL-RESTO-SIGLO + (ZEL-RESTO-SIGLO / 4)
005040         + (ZEL-SIGLO / 4) + (5 * ZEL-SIGLO).
005050     DIVIDE ZEL-SUMA BY 7 GIVING WS-COCIENTE
005060         REMAINDER WS-DIA-SEMANA.
005070 2420-EXIT.
005080     EXIT.
005090
005100 2430-BUSCAR-FERIADO.
005110     MOVE "N" TO SW-ES-FERIADO.
005120     PERFORM 2440-COMPARAR-FERIADO THRU 2440-EXIT
005130         VARYING WS-IND-FERIADO FROM 1 BY 1
005140         UNTIL ES-FERIADO OR WS-IND-FERIADO > WS-CANT-FERIADOS.
005150 2430-EXIT.
005160     EXIT.
005170
005180 2440-COMPARAR-FERIADO.
005190     IF TF-FERIADO (WS-IND-FERIADO) = FECHA-TRABAJO-N
005200         SET ES-FERIADO TO TRUE
005210     END-IF.
005220 2440-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 2900-RETENER-FIN-DE-MES - CON ALGUN REQUISITO EN FALTA NO CORRE
005270* NINGUN PASO; QUEDA LA ALERTA CRITICA CON EL PRIMER MOTIVO.
005280******************************************************************
005290 2900-RETENER-FIN-DE-MES.
005300     DISPLAY "EL FIN DE MES " MES-CIERRE-N " QUEDA RETENIDO: NO "
005310         "SE CORRIO NINGUN PASO".
005320     MOVE "C" TO ALR-SEVERIDAD.
005330     MOVE SPACE TO ALR-MENSAJE.
005340     STRING "FIN DE MES " MES-CIERRE-N " RETENIDO: " WS-MOTIVO
005350         DELIMITED BY SIZE INTO ALR-MENSAJE.
005360     MOVE "FINDEMES" TO ALR-PROGRAMA.
005370     CALL "GRABALER" USING REG-ALERTA.
005380 2900-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 3000-PREPARAR-PASOS - DEJA LA FIRMA DEL OPERADOR EN EL AREA
005430* COMPARTIDA (LOS PASOS NO LA VUELVEN A PEDIR) Y LA FECHA DE CORTE
005440* DEL LOG PARA ARCAUDIT. UNA FIRMA QUE YA ESTABA ACTIVA SE
005450* RESPETA.
005460******************************************************************
005470 3000-PREPARAR-PASOS.
005480     IF NOT FMN-FIRMA-ACTIVA
005490         SET FMN-FIRMA-ACTIVA TO TRUE
005500         MOVE VOP-ID TO FMN-OPERADOR
005510         SET FIRMA-PROPIA TO TRUE
005520     END-IF.
005530     DISPLAY "EJER-CORTE-AUD" UPON ENVIRONMENT-NAME.
005540     DISPLAY WS-FECHA-CORTE UPON ENVIRONMENT-VALUE.
005550 3000-EXIT.
005560     EXIT.
005570
005580 3500-LIMPIAR-PASOS.
005590     IF FIRMA-PROPIA
005600         MOVE SPACE TO FIRMA-MENU-COM
005610     END-IF.
005620     DISPLAY "EJER-CORTE-AUD" UPON ENVIRONMENT-NAME.
005630     DISPLAY " " UPON ENVIRONMENT-VALUE.
005640 3500-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 4000-CORRER-PASO - UN PASO YA COMPLETO EN LA BITACORA SE
005690* SALTEA. UNO QUE TERMINA CON RETORNO MENOR A 8 SE ANOTA COMO
005700* COMPLETO; CON 8 O PEOR EL FIN DE MES SE FRENA EN ESE PASO, CON
005710* ALERTA, Y EL PROXIMO SOMETIMIENTO RETOMA AHI.
005720******************************************************************
005730 4000-CORRER-PASO.
005740     IF PASO-ESTADO (WS-IND-PASO) = "S"
005750         DISPLAY "--- " TPM-PROGRAMA (WS-IND-PASO)
005760             " YA COMPLETO PARA EL MES, SE SALTEA ---"
005770         GO TO 4000-EXIT
005780     END-IF.
005790     DISPLAY "--- " TPM-PROGRAMA (WS-IND-PASO) ": "
005800         TPM-DESCRIPCION (WS-IND-PASO) " ---".
005810     MOVE 0 TO RETURN-CODE.
005820     EVALUATE WS-IND-PASO
005830         WHEN 1  CALL "CIERRME3"
005840         WHEN 2  CALL "CIERRMES"
005850         WHEN 3  CALL "ARCAUDIT"
005860         WHEN 4  CALL "INFMES3"
005870         WHEN 5  CALL "INFMESES"
005880     END-EVALUATE.
005890     MOVE RETURN-CODE TO WS-RETORNO-PASO.
005900     CANCEL TPM-PROGRAMA (WS-IND-PASO).
005910     MOVE 0 TO RETURN-CODE.
005920     IF WS-RETORNO-PASO < 8
005930         MOVE "S" TO PASO-ESTADO (WS-IND-PASO)
005940         IF WS-RETORNO-PASO > WS-RETORNO
005950             MOVE WS-RETORNO-PASO TO WS-RETORNO
005960         END-IF
005970         PERFORM 4100-ANOTAR-PASO THRU 4100-EXIT
005980         GO TO 4000-EXIT
005990     END-IF.
006000     DISPLAY "PASO " TPM-PROGRAMA (WS-IND-PASO) " CON RETORNO "
006010         WS-RETORNO-PASO ": EL FIN DE MES SE FRENA Y RETOMA EN "
006020         "ESTE PASO AL VOLVER A SOMETERLO".
006030     MOVE WS-RETORNO-PASO TO WS-RETORNO.
006040     SET FIN-DE-MES-FRENADO TO TRUE.
006050     MOVE "C" TO ALR-SEVERIDAD.
006060     MOVE SPACE TO ALR-MENSAJE.
006070     STRING "FIN DE MES " MES-CIERRE-N " FRENADO EN "
006080         TPM-PROGRAMA (WS-IND-PASO)
006090         DELIMITED BY SIZE INTO ALR-MENSAJE.
006100     MOVE "FINDEMES" TO ALR-PROGRAMA.
006110     CALL "GRABALER" USING REG-ALERTA.
006120 4000-EXIT.
006130     EXIT.
006140
006150 4100-ANOTAR-PASO.
006160     MOVE "P" TO FMH-TIPO.
006170     MOVE WS-IND-PASO TO FMH-PASO.
006180     MOVE TPM-PROGRAMA (WS-IND-PASO) TO FMH-PROGRAMA.
006190     MOVE WS-RETORNO-PASO TO FMH-RETORNO.
006200     PERFORM 4900-AGREGAR-BITACORA THRU 4900-EXIT.
006210 4100-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250* 4900-AGREGAR-BITACORA - AGREGA EL REGISTRO ARMADO A FINMHIST,
006260* QUE SE CREA LA PRIMERA VEZ.
006270******************************************************************
006280 4900-AGREGAR-BITACORA.
006290     MOVE MES-CIERRE-N TO FMH-MES.
006300     ACCEPT FMH-FECHA FROM DATE YYYYMMDD.
006310     ACCEPT FMH-HORA FROM TIME.
006320     MOVE VOP-ID TO FMH-OPERADOR.
006330     MOVE SPACE TO FMH-SEPARADOR-1.
006340     MOVE SPACE TO FMH-SEPARADOR-2.
006350     MOVE SPACE TO FMH-SEPARADOR-3.
006360     MOVE SPACE TO FMH-SEPARADOR-4.
006370     MOVE SPACE TO FMH-SEPARADOR-5.
006380     MOVE SPACE TO FMH-SEPARADOR-6.
006390     MOVE SPACE TO FMH-SEPARADOR-7.
006400     OPEN EXTEND BITACORA-MES.
006410     IF WS-BITACORA-STATUS = "35"
006420         OPEN OUTPUT BITACORA-MES
006430     END-IF.
006440     IF WS-BITACORA-STATUS NOT = "00"
006450         DISPLAY "NO SE PUDO GRABAR LA BITACORA FINMHIST, FILE "
006460             "STATUS " WS-BITACORA-STATUS
006470         GO TO 4900-EXIT
006480     END-IF.
006490     WRITE REG-BITACORA-MES.
006500     CLOSE BITACORA-MES.
006510 4900-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 5000-TERMINAR-FIN-DE-MES - LOS CINCO PASOS COMPLETOS: REGISTRO
006560* DE FIN DE MES TERMINADO EN LA BITACORA, AUDITORIA Y ALERTA.
006570******************************************************************
006580 5000-TERMINAR-FIN-DE-MES.
006590     MOVE "F" TO FMH-TIPO.
006600     MOVE 0 TO FMH-PASO.
006610     MOVE "FINDEMES" TO FMH-PROGRAMA.
006620     MOVE WS-RETORNO TO FMH-RETORNO.
006630     PERFORM 4900-AGREGAR-BITACORA THRU 4900-EXIT.
006640     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
006650     MOVE "W" TO ALR-SEVERIDAD.
006660     MOVE SPACE TO ALR-MENSAJE.
006670     STRING "FIN DE MES " MES-CIERRE-N " TERMINADO"
006680         DELIMITED BY SIZE INTO ALR-MENSAJE.
006690     MOVE "FINDEMES" TO ALR-PROGRAMA.
006700     CALL "GRABALER" USING REG-ALERTA.
006710     DISPLAY "FIN DE MES " MES-CIERRE-N " TERMINADO".
006720 5000-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 8700-GRABAR-AUDITORIA - DEJA CONSTANCIA DEL FIN DE MES
006770* TERMINADO, ATRIBUIDO AL OPERADOR AUTORIZADO.
006780******************************************************************
006790 8700-GRABAR-AUDITORIA.
006800     MOVE VOP-ID TO AUD-OPERADOR.
006810     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
006820     ACCEPT AUD-HORA FROM TIME.
006830     MOVE "FINDEMES" TO AUD-PROGRAMA.
006840     MOVE SPACE TO AUD-RESULTADO.
006850     STRING "FIN DE MES=" MES-CIERRE-N " TERMINADO"
006860         DELIMITED BY SIZE INTO AUD-RESULTADO.
006870     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
006880 8700-EXIT.
006890     EXIT.
006900
006910 8710-COMPLETAR-AUDITORIA.
006920     MOVE SPACE TO AUD-SEPARADOR-1.
006930     MOVE SPACE TO AUD-SEPARADOR-2.
006940     MOVE SPACE TO AUD-SEPARADOR-3.
006950     MOVE SPACE TO AUD-SEPARADOR-4.
006960     MOVE SPACE TO AUD-SEPARADOR-5.
006970     MOVE 0 TO AUD-SECUENCIA.
006980     CALL "AUDITWRT" USING REG-AUDITORIA.
006990 8710-EXIT.
007000     EXIT.
007010
007020 END PROGRAM FINDEMES.

000100******************************************************************
000110* Consulta y reporte de los parametros de negocio vigentes a una
000120*fecha pasada, complemento de REIMPRES para las disputas. Cuando
000130*se discuten los fuera de rango de una noche hace falta saber que
000140*TOLERMAX, TOLERMIN, LIMRECHA, UMBRALER y demas topes regian ese
000150*dia, y quien los pidio y quien los aprobo. El programa pide una
000160*fecha y resuelve cada clave de PARAMS exactamente como lo hace
000170*LEEPARAM (vigencia mas reciente que no supere la fecha, a igual
000180*vigencia el ultimo registro del archivo, omisiones y saneo de
000190*ceros), y al lado de cada valor muestra su fecha de vigencia, el
000200*pedido aprobado de PARPEND que lo origino (solicitante y fecha)
000210*y el aprobador, con los registros del log de auditoria del
000220*cambio. Va a la pantalla y al archivo PARVIREP.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    PARVIGEN.
000260 AUTHOR.        R. ALONSO.
000270 INSTALLATION.  DEPTO. DESARROLLO.
000280 DATE-WRITTEN.  15/10/2026.
000290 DATE-COMPILED.
000300******************************************************************
000310* HISTORIAL DE MODIFICACIONES
000320* FECHA       INIC.  DESCRIPCION
000330* 15/10/2026  RA     VERSION INICIAL. LEEPARAM COMPARA LA VIGENCIA
000340*                    CONTRA LA FECHA DEL SISTEMA, ASI QUE LA FECHA
000350*                    CONSULTADA ES LA DEL DIA EN QUE CORRIO EL
000360*                    PROGRAMA (UNA CORRIDA NOCTURNA QUE PASO LA
000370*                    MEDIANOCHE VE LA VIGENCIA DEL DIA SIGUIENTE).
000380*                    EL VALOR SE PASA POR LOS CAMPOS DE PARLINK
000390*                    PARA QUE SE VEA CON LA MISMA PRECISION QUE
000400*                    RECIBIERON LOS PROGRAMAS. EL APROBADOR SALE
000410*                    DEL REGISTRO "APRUEBA" DE APRPARM EN EL LOG;
000420*                    UN CAMBIO ANTERIOR AL ULTIMO CORTE DE
000430*                    ARCAUDIT SE ENCUENTRA ASIGNANDO EN AUDITHIS
000440*                    EL HISTORICO DEL PERIODO. REPITE HASTA QUE EL
000450*                    OPERADOR INGRESA FECHA CERO.
000451* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000452*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000453*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000454*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000455*                    COMO ENTRENAMIENTO Y EL TITULO DEL REPORTE
000456*                    PARVIREP LA LLEVA.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARAMETROS ASSIGN TO "PARAMS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARAMETROS-STATUS.
000530     SELECT PENDIENTES ASSIGN TO "PARPEND"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PENDIENTES-STATUS.
000560     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT AUDIT-HISTORICO ASSIGN TO "AUDITHIS"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AUDITHIS-STATUS.
000620     SELECT LISTADO-OUT ASSIGN TO "PARVIREP"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PARAMETROS
000680     LABEL RECORDS ARE STANDARD.
000690 01  REG-PARAMETROS.
000700     COPY PARAMS.
000710
000720 FD  PENDIENTES
000730     LABEL RECORDS ARE STANDARD.
000740 01  REG-PENDIENTE.
000750     COPY PARPEND.
000760
000770 FD  AUDIT-LOG
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-AUDIT-LOG               PIC X(73).
000800
000810 FD  AUDIT-HISTORICO
000820     LABEL RECORDS ARE STANDARD.
000830 01  REG-AUDIT-HISTORICO         PIC X(73).
000840
000850 FD  LISTADO-OUT
000860     LABEL RECORDS ARE STANDARD.
000870 01  REG-LISTADO                 PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-PARAMETROS-STATUS        PIC X(02) VALUE "00".
000910 01  WS-PENDIENTES-STATUS        PIC X(02) VALUE "00".
000920 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000930 01  WS-AUDITHIS-STATUS          PIC X(02) VALUE "00".
000940
000950 01  WS-FECHA-PEDIDA             PIC 9(08) VALUE 0.
000960 01  WS-ENTRADA-FECHA            PIC X(08) VALUE SPACE.
000970 01  WS-FECHA-EMISION            PIC 9(08) VALUE 0.
000980 01  WS-HORA-EMISION             PIC 9(06) VALUE 0.
000990 01  WS-OPERADOR                 PIC X(08) VALUE SPACE.
001000 01  WS-IND-CLAVE                PIC 9(02) VALUE 0.
001010 01  WS-IND-HALLADA              PIC 9(02) VALUE 0.
001020 01  WS-CLAVE-BUSCADA            PIC X(08) VALUE SPACE.
001030 01  WS-IND-AUDITORIA            PIC 9(03) VALUE 0.
001040 01  WS-CANT-AUDITORIA           PIC 9(03) VALUE 0.
001050 01  WS-CANT-AUDIT-PERDIDOS      PIC 9(05) VALUE 0.
001060 01  WS-CANT-DEL-ARCHIVO         PIC 9(02) VALUE 0.
001070 01  WS-CANT-SIN-PEDIDO          PIC 9(02) VALUE 0.
001080 01  WS-VALOR-TRABAJO            PIC S9(07)V99 VALUE 0.
001090
001100 01  SW-FIN-CONSULTA             PIC X(01) VALUE "N".
001110     88  FIN-DE-CONSULTA                   VALUE "S".
001120 01  SW-FIN-PARAMETROS           PIC X(01) VALUE "N".
001130     88  FIN-DE-PARAMETROS                 VALUE "S".
001140 01  SW-FIN-PENDIENTES           PIC X(01) VALUE "N".
001150     88  FIN-DE-PENDIENTES                 VALUE "S".
001160 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
001170     88  FIN-DE-AUDITORIA                  VALUE "S".
001173 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001176     88  MODO-ENTRENAMIENTO                VALUE "S".
001180
001190*    VALORES COMO LOS RECIBEN LOS PROGRAMAS QUE LLAMAN A LEEPARAM.
001200 01  PARAMETROS-COM.
001210     COPY PARLINK.
001220
001230*    REGISTRO DEL LOG LEIDO (DE AUDITHIS O DE AUDITLOG).
001240 01  REG-AUDITORIA-LEIDA.
001250     COPY AUDITLOG.
001260
001270*    CLAVES QUE RECONOCE LEEPARAM, EN EL ORDEN DE PARLINK, Y SI
001280*    LEEPARAM DEVUELVE LA OMISION CUANDO EL VALOR QUEDA EN CERO.
001290 01  TABLA-CLAVES-VALORES.
001300     05  FILLER                  PIC X(09) VALUE "TOLERMAXN".
001310     05  FILLER                  PIC X(09) VALUE "TOLERMINN".
001320     05  FILLER                  PIC X(09) VALUE "FRECCKP1S".
001330     05  FILLER                  PIC X(09) VALUE "FRECCKP2S".
001340     05  FILLER                  PIC X(09) VALUE "LIMRECHAS".
001350     05  FILLER                  PIC X(09) VALUE "UMBRALERN".
001360     05  FILLER                  PIC X(09) VALUE "VARMAXPCS".
001370     05  FILLER                  PIC X(09) VALUE "RETARCH S".
001380     05  FILLER                  PIC X(09) VALUE "FERMINIMS".
001390     05  FILLER                  PIC X(09) VALUE "DIASDUPLS".
001400     05  FILLER                  PIC X(09) VALUE "DESVIOS4S".
001410     05  FILLER                  PIC X(09) VALUE "DIASEST4S".
001420     05  FILLER                  PIC X(09) VALUE "INTENPINS".
001430     05  FILLER                  PIC X(09) VALUE "RETHCORRS".
001440     05  FILLER                  PIC X(09) VALUE "RETRECHAS".
001450     05  FILLER                  PIC X(09) VALUE "RETALERTS".
001460     05  FILLER                  PIC X(09) VALUE "RETSUPLES".
001470     05  FILLER                  PIC X(09) VALUE "DIASCAPAS".
001480     05  FILLER                  PIC X(09) VALUE "MINESCALS".
001490     05  FILLER                  PIC X(09) VALUE "CIEALERTN".
001500     05  FILLER                  PIC X(09) VALUE "CIERECHAN".
001510     05  FILLER                  PIC X(09) VALUE "CIEAUDOVN".
001520     05  FILLER                  PIC X(09) VALUE "CIEPARPEN".
001530 01  TABLA-CLAVES REDEFINES TABLA-CLAVES-VALORES.
001540     05  TCL-ENTRADA OCCURS 23 TIMES.
001550         10  TCL-CLAVE           PIC X(08).
001560         10  TCL-SANEA           PIC X(01).
001570
001580*    RESOLUCION DE CADA CLAVE PARA LA FECHA CONSULTADA (MISMO
001590*    ORDEN QUE TABLA-CLAVES).
001600 01  TABLA-RESOLUCION.
001610     05  TRS-ENTRADA OCCURS 23 TIMES.
001620         10  TRS-HALLADA         PIC X(01).
001630         10  TRS-SANEADA         PIC X(01).
001640         10  TRS-VIGENCIA        PIC 9(08).
001650         10  TRS-VALOR-ARCHIVO   PIC S9(07)V99.
001660         10  TRS-VALOR           PIC S9(07)V99.
001670         10  TRS-OMISION         PIC S9(07)V99.
001680         10  TRS-PEDIDO          PIC X(01).
001690         10  TRS-SOLICITANTE     PIC X(08).
001700         10  TRS-FECHA-SOLICITUD PIC 9(08).
001710         10  TRS-HORA-SOLICITUD  PIC 9(06).
001720         10  TRS-APROBADOR       PIC X(08).
001730         10  TRS-FECHA-APROBACION PIC 9(08).
001740         10  TRS-TEXTO-APRUEBA   PIC X(30).
001750         10  TRS-TEXTO-APRUEBA-S PIC X(30).
001760
001770*    REGISTROS DEL LOG QUE DOCUMENTAN EL CAMBIO DE CADA CLAVE, EN
001780*    EL ORDEN DEL LOG.
001790 01  TABLA-AUDITORIA.
001800     05  TAU-ENTRADA OCCURS 300 TIMES.
001810         10  TAU-IND-CLAVE       PIC 9(02).
001820         10  TAU-FECHA           PIC 9(08).
001830         10  TAU-HORA            PIC 9(06).
001840         10  TAU-OPERADOR        PIC X(08).
001850         10  TAU-PROGRAMA        PIC X(08).
001860         10  TAU-RESULTADO       PIC X(30).
001870
001880 01  LIN-TITULOS.
001890     05  FILLER                  PIC X(11) VALUE "  CLAVE".
001900     05  FILLER                  PIC X(11) VALUE "      VALOR".
001910     05  FILLER                  PIC X(02) VALUE SPACE.
001920     05  FILLER                  PIC X(09) VALUE "VIGENCIA".
001930     05  FILLER                  PIC X(09) VALUE "SOLICITO".
001940     05  FILLER                  PIC X(10) VALUE "FEC.SOL.".
001950     05  FILLER                  PIC X(09) VALUE "APROBO".
001960     05  FILLER                  PIC X(19) VALUE "FEC.APROB.".
001970
001980 01  LIN-DETALLE.
001990     05  FILLER                  PIC X(02) VALUE SPACE.
002000     05  DET-CLAVE               PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  DET-VALOR               PIC -(07)9.99.
002030     05  FILLER                  PIC X(02) VALUE SPACE.
002040     05  DET-VIGENCIA            PIC X(08).
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  DET-SOLICITANTE         PIC X(08).
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  DET-FECHA-SOLICITUD     PIC X(08).
002090     05  FILLER                  PIC X(02) VALUE SPACE.
002100     05  DET-APROBADOR           PIC X(08).
002110     05  FILLER                  PIC X(01) VALUE SPACE.
002120     05  DET-FECHA-APROBACION    PIC X(08).
002130     05  FILLER                  PIC X(11) VALUE SPACE.
002140
002150 01  LIN-AUDITORIA.
002160     05  FILLER                  PIC X(13) VALUE SPACE.
002170     05  LAU-FECHA               PIC 9(08).
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  LAU-HORA                PIC 9(06).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  LAU-OPERADOR            PIC X(08).
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  LAU-PROGRAMA            PIC X(08).
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  LAU-RESULTADO           PIC X(30).
002260     05  FILLER                  PIC X(03) VALUE SPACE.
002270
002280 01  LIN-PIE.
002290     05  FILLER                  PIC X(19)
002300         VALUE "CONSULTA EMITIDA: ".
002310     05  PIE-FECHA               PIC 9(08).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  PIE-HORA                PIC 9(06).
002340     05  FILLER                  PIC X(11) VALUE "  OPERADOR ".
002350     05  PIE-OPERADOR            PIC X(08).
002360     05  FILLER                  PIC X(27) VALUE SPACE.
002370
002380 PROCEDURE DIVISION.
002390******************************************************************
002400* 0000-MAINLINE-CONTROL
002410******************************************************************
002420 0000-MAINLINE-CONTROL.
002421     MOVE "N" TO SW-ENTRENAMIENTO.
002422     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
002423     IF MODO-ENTRENAMIENTO
002424         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
002425     END-IF.
002430     PERFORM 2000-CONSULTAR-FECHA THRU 2000-EXIT
002440         UNTIL FIN-DE-CONSULTA.
002450     GOBACK.
002460
002470******************************************************************
002480* 2000-CONSULTAR-FECHA - PIDE UNA FECHA, RESUELVE LAS CLAVES A
002490* ESA FECHA, LES BUSCA EL PEDIDO Y LA AUDITORIA Y EMITE EL
002500* REPORTE. UNA FECHA EN CERO (O EN BLANCO) TERMINA.
002510******************************************************************
002520 2000-CONSULTAR-FECHA.
002530     DISPLAY "FECHA A CONSULTAR (AAAAMMDD, 0=SALIR)".
002540     ACCEPT WS-ENTRADA-FECHA.
002550     IF WS-ENTRADA-FECHA = SPACE OR WS-ENTRADA-FECHA = "0"
002560         SET FIN-DE-CONSULTA TO TRUE
002570         GO TO 2000-EXIT
002580     END-IF.
002590     IF WS-ENTRADA-FECHA NOT NUMERIC
002600         DISPLAY "FECHA INVALIDA, DEBE SER NUMERICA (AAAAMMDD)"
002610         GO TO 2000-EXIT
002620     END-IF.
002630     MOVE WS-ENTRADA-FECHA TO WS-FECHA-PEDIDA.
002640     IF WS-FECHA-PEDIDA = 0
002650         SET FIN-DE-CONSULTA TO TRUE
002660         GO TO 2000-EXIT
002670     END-IF.
002680     PERFORM 3000-RESOLVER-CLAVES THRU 3000-EXIT.
002690     PERFORM 5000-BUSCAR-PEDIDOS THRU 5000-EXIT.
002700     PERFORM 6000-BUSCAR-AUDITORIA THRU 6000-EXIT.
002710     PERFORM 7000-EMITIR-REPORTE THRU 7000-EXIT.
002720     DISPLAY "PARAMETROS VIGENTES AL " WS-FECHA-PEDIDA
002730         " EMITIDOS EN PARVIREP (" WS-CANT-DEL-ARCHIVO
002740         " CLAVES DE PARAMS, " WS-CANT-SIN-PEDIDO
002750         " SIN PEDIDO APROBADO)".
002760 2000-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800* 3000-RESOLVER-CLAVES - LAS MISMAS REGLAS DE LEEPARAM, CON LA
002810* FECHA CONSULTADA EN LUGAR DE LA DEL DIA: OMISIONES, REGISTRO
002820* MAS RECIENTE NO POSTERIOR A LA FECHA (A IGUAL VIGENCIA GANA EL
002830* ULTIMO DEL ARCHIVO) Y SANEO DE LOS CEROS.
002840******************************************************************
002850 3000-RESOLVER-CLAVES.
002860     PERFORM 3100-PONER-OMISIONES THRU 3100-EXIT.
002870     PERFORM 3150-LIMPIAR-CLAVE THRU 3150-EXIT
002880         VARYING WS-IND-CLAVE FROM 1 BY 1
002890         UNTIL WS-IND-CLAVE > 23.
002900     MOVE "N" TO SW-FIN-PARAMETROS.
002910     OPEN INPUT PARAMETROS.
002920     IF WS-PARAMETROS-STATUS = "00"
002930         PERFORM 3200-APLICAR-REGISTRO THRU 3200-EXIT
002940             UNTIL FIN-DE-PARAMETROS
002950         CLOSE PARAMETROS
002960     ELSE
002970         DISPLAY "NO SE PUDO ABRIR PARAMS (FILE STATUS "
002980             WS-PARAMETROS-STATUS "), RIGEN LAS OMISIONES"
002990     END-IF.
003000     MOVE 0 TO WS-CANT-DEL-ARCHIVO.
003010     PERFORM 3300-SANEAR-CLAVE THRU 3300-EXIT
003020         VARYING WS-IND-CLAVE FROM 1 BY 1
003030         UNTIL WS-IND-CLAVE > 23.
003040 3000-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080* 3100-PONER-OMISIONES - LOS MISMOS VALORES POR OMISION DE
003090* LEEPARAM.
003100******************************************************************
003110 3100-PONER-OMISIONES.
003120     MOVE 9999.99  TO PAR-TOLERANCIA-MAX.
003130     MOVE -9999.99 TO PAR-TOLERANCIA-MIN.
003140     MOVE 20       TO PAR-FREC-CHECKPOINT-1.
003150     MOVE 10       TO PAR-FREC-CHECKPOINT-2.
003160     MOVE 5        TO PAR-LIMITE-RECHAZOS.
003170     MOVE 5        TO PAR-UMBRAL-ALERTAS.
003180     MOVE 50       TO PAR-VARIACION-MAX.
003190     MOVE 30       TO PAR-RETENCION-ARCH.
003200     MOVE 3        TO PAR-FERIADOS-MIN.
003210     MOVE 5        TO PAR-DIAS-DUPLICADO.
003220     MOVE 3        TO PAR-DESVIOS-ATIPICO.
003230     MOVE 20       TO PAR-DIAS-HIST-EST4.
003240     MOVE 3        TO PAR-INTENTOS-PIN.
003250     MOVE 400      TO PAR-RETENCION-HISTCORR.
003260     MOVE 180      TO PAR-RETENCION-RECHAZOS.
003270     MOVE 365      TO PAR-RETENCION-ALERTAS.
003280     MOVE 90       TO PAR-RETENCION-SUPLEM.
003290     MOVE 20       TO PAR-DIAS-CAPACIDAD.
003300     MOVE 30       TO PAR-MINUTOS-ESCALADO.
003310     MOVE 0        TO PAR-CIERRE-ALERTAS.
003320     MOVE 0        TO PAR-CIERRE-RECHAZOS.
003330     MOVE 0        TO PAR-CIERRE-DESBORDES.
003340     MOVE 0        TO PAR-CIERRE-PENDIENTES.
003350 3100-EXIT.
003360     EXIT.
003370
003380 3150-LIMPIAR-CLAVE.
003390     PERFORM 8200-TOMAR-DE-PARLINK THRU 8200-EXIT.
003400     MOVE WS-VALOR-TRABAJO TO TRS-OMISION (WS-IND-CLAVE).
003410     MOVE WS-VALOR-TRABAJO TO TRS-VALOR (WS-IND-CLAVE).
003420     MOVE "N" TO TRS-HALLADA (WS-IND-CLAVE).
003430     MOVE "N" TO TRS-SANEADA (WS-IND-CLAVE).
003440     MOVE 0 TO TRS-VIGENCIA (WS-IND-CLAVE).
003450     MOVE 0 TO TRS-VALOR-ARCHIVO (WS-IND-CLAVE).
003460     MOVE "N" TO TRS-PEDIDO (WS-IND-CLAVE).
003470     MOVE SPACE TO TRS-SOLICITANTE (WS-IND-CLAVE).
003480     MOVE 0 TO TRS-FECHA-SOLICITUD (WS-IND-CLAVE).
003490     MOVE 0 TO TRS-HORA-SOLICITUD (WS-IND-CLAVE).
003500     MOVE SPACE TO TRS-APROBADOR (WS-IND-CLAVE).
003510     MOVE 0 TO TRS-FECHA-APROBACION (WS-IND-CLAVE).
003520     MOVE SPACE TO TRS-TEXTO-APRUEBA (WS-IND-CLAVE).
003530     MOVE SPACE TO TRS-TEXTO-APRUEBA-S (WS-IND-CLAVE).
003540 3150-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 3200-APLICAR-REGISTRO - UN REGISTRO DE PARAMS CUENTA SI SU
003590* CLAVE ES CONOCIDA, SU VIGENCIA NO SUPERA LA FECHA CONSULTADA Y
003600* NO ES ANTERIOR A LA YA APLICADA PARA ESA CLAVE.
003610******************************************************************
003620 3200-APLICAR-REGISTRO.
003630     READ PARAMETROS
003640         AT END
003650             SET FIN-DE-PARAMETROS TO TRUE
003660             GO TO 3200-EXIT
003670     END-READ.
003680     IF PRM-FECHA-VIGENCIA > WS-FECHA-PEDIDA
003690         GO TO 3200-EXIT
003700     END-IF.
003710     MOVE PRM-CLAVE TO WS-CLAVE-BUSCADA.
003720     PERFORM 8000-UBICAR-CLAVE THRU 8000-EXIT.
003730     IF WS-IND-CLAVE > 23
003740         GO TO 3200-EXIT
003750     END-IF.
003760     IF PRM-FECHA-VIGENCIA < TRS-VIGENCIA (WS-IND-CLAVE)
003770         GO TO 3200-EXIT
003780     END-IF.
003790     MOVE "S" TO TRS-HALLADA (WS-IND-CLAVE).
003800     MOVE PRM-FECHA-VIGENCIA TO TRS-VIGENCIA (WS-IND-CLAVE).
003810     MOVE PRM-VALOR TO TRS-VALOR-ARCHIVO (WS-IND-CLAVE).
003820 3200-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860* 3300-SANEAR-CLAVE - PASA EL VALOR GANADOR POR SU CAMPO DE
003870* PARLINK Y, SI LA CLAVE SE SANEA Y QUEDO EN CERO, VUELVE A LA
003880* OMISION COMO LO HACE LEEPARAM.
003890******************************************************************
003900 3300-SANEAR-CLAVE.
003910     IF TRS-HALLADA (WS-IND-CLAVE) = "N"
003920         GO TO 3300-EXIT
003930     END-IF.
003940     ADD 1 TO WS-CANT-DEL-ARCHIVO.
003950     MOVE TRS-VALOR-ARCHIVO (WS-IND-CLAVE) TO WS-VALOR-TRABAJO.
003960     PERFORM 8100-PONER-EN-PARLINK THRU 8100-EXIT.
003970     PERFORM 8200-TOMAR-DE-PARLINK THRU 8200-EXIT.
003980     IF WS-VALOR-TRABAJO = 0 AND TCL-SANEA (WS-IND-CLAVE) = "S"
003990         MOVE "S" TO TRS-SANEADA (WS-IND-CLAVE)
004000         MOVE TRS-OMISION (WS-IND-CLAVE) TO WS-VALOR-TRABAJO
004010     END-IF.
004020     MOVE WS-VALOR-TRABAJO TO TRS-VALOR (WS-IND-CLAVE).
004030 3300-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 5000-BUSCAR-PEDIDOS - PARA CADA VALOR TOMADO DE PARAMS BUSCA EN
004080* PARPEND EL PEDIDO APROBADO DE LA MISMA CLAVE, VALOR Y VIGENCIA
004090* (SI SE REPITE, EL ULTIMO). SIN PEDIDO, EL REGISTRO SE CARGO
004100* DIRECTO EN PARAMS.
004110******************************************************************
004120 5000-BUSCAR-PEDIDOS.
004130     MOVE "N" TO SW-FIN-PENDIENTES.
004140     OPEN INPUT PENDIENTES.
004150     IF WS-PENDIENTES-STATUS = "00"
004160         PERFORM 5100-TOMAR-PEDIDO THRU 5100-EXIT
004170             UNTIL FIN-DE-PENDIENTES
004180         CLOSE PENDIENTES
004190     END-IF.
004200     MOVE 0 TO WS-CANT-SIN-PEDIDO.
004210     PERFORM 5200-ARMAR-TEXTOS THRU 5200-EXIT
004220         VARYING WS-IND-CLAVE FROM 1 BY 1
004230         UNTIL WS-IND-CLAVE > 23.
004240 5000-EXIT.
004250     EXIT.
004260
004270 5100-TOMAR-PEDIDO.
004280     READ PENDIENTES
004290         AT END
004300             SET FIN-DE-PENDIENTES TO TRUE
004310             GO TO 5100-EXIT
004320     END-READ.
004330     IF NOT PPE-APROBADO
004340         GO TO 5100-EXIT
004350     END-IF.
004360     MOVE PPE-CLAVE TO WS-CLAVE-BUSCADA.
004370     PERFORM 8000-UBICAR-CLAVE THRU 8000-EXIT.
004380     IF WS-IND-CLAVE > 23
004390         GO TO 5100-EXIT
004400     END-IF.
004410     IF TRS-HALLADA (WS-IND-CLAVE) = "N"
004420         GO TO 5100-EXIT
004430     END-IF.
004440     IF PPE-VALOR NOT = TRS-VALOR-ARCHIVO (WS-IND-CLAVE)
004450        OR PPE-FECHA-VIGENCIA NOT = TRS-VIGENCIA (WS-IND-CLAVE)
004460         GO TO 5100-EXIT
004470     END-IF.
004480     MOVE "S" TO TRS-PEDIDO (WS-IND-CLAVE).
004490     MOVE PPE-SOLICITANTE TO TRS-SOLICITANTE (WS-IND-CLAVE).
004500     MOVE PPE-FECHA-SOLICITUD
004510         TO TRS-FECHA-SOLICITUD (WS-IND-CLAVE).
004520     MOVE PPE-HORA-SOLICITUD TO TRS-HORA-SOLICITUD (WS-IND-CLAVE).
004530 5100-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 5200-ARMAR-TEXTOS - EL RESULTADO QUE APRPARM DEJA EN EL LOG AL
004580* APROBAR EL PEDIDO DE LA CLAVE (CON Y SIN SIMULACION VISTA).
004590******************************************************************
004600 5200-ARMAR-TEXTOS.
004610     IF TRS-HALLADA (WS-IND-CLAVE) = "N"
004620         GO TO 5200-EXIT
004630     END-IF.
004640     IF TRS-PEDIDO (WS-IND-CLAVE) = "N"
004650         ADD 1 TO WS-CANT-SIN-PEDIDO
004660         GO TO 5200-EXIT
004670     END-IF.
004680     STRING "APRUEBA " TCL-CLAVE (WS-IND-CLAVE) " DE "
004690         TRS-SOLICITANTE (WS-IND-CLAVE)
004700         DELIMITED BY SIZE INTO TRS-TEXTO-APRUEBA (WS-IND-CLAVE).
004710     STRING "APRUEBA/S " TCL-CLAVE (WS-IND-CLAVE) " DE "
004720         TRS-SOLICITANTE (WS-IND-CLAVE)
004730         DELIMITED BY SIZE
004740         INTO TRS-TEXTO-APRUEBA-S (WS-IND-CLAVE).
004750 5200-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 6000-BUSCAR-AUDITORIA - RECORRE EL HISTORICO DEL LOG (SI ESTA
004800* ASIGNADO) Y EL LOG VIGENTE Y SE QUEDA CON LOS REGISTROS DE
004810* MANTPARM Y APRPARM DE CADA PEDIDO: LA SOLICITUD, LAS
004820* SIMULACIONES Y LA PRIMERA APROBACION POSTERIOR A LA SOLICITUD,
004830* DE LA QUE SALE EL APROBADOR.
004840******************************************************************
004850 6000-BUSCAR-AUDITORIA.
004860     MOVE 0 TO WS-CANT-AUDITORIA.
004870     MOVE 0 TO WS-CANT-AUDIT-PERDIDOS.
004880     IF WS-CANT-DEL-ARCHIVO = WS-CANT-SIN-PEDIDO
004890         GO TO 6000-EXIT
004900     END-IF.
004910     MOVE "N" TO SW-FIN-AUDITORIA.
004920     OPEN INPUT AUDIT-HISTORICO.
004930     IF WS-AUDITHIS-STATUS = "00"
004940         PERFORM 6100-LEER-HISTORICO THRU 6100-EXIT
004950             UNTIL FIN-DE-AUDITORIA
004960         CLOSE AUDIT-HISTORICO
004970     END-IF.
004980     MOVE "N" TO SW-FIN-AUDITORIA.
004990     OPEN INPUT AUDIT-LOG.
005000     IF WS-AUDIT-STATUS = "00"
005010         PERFORM 6200-LEER-LOG THRU 6200-EXIT
005020             UNTIL FIN-DE-AUDITORIA
005030         CLOSE AUDIT-LOG
005040     ELSE
005050         DISPLAY "NO SE PUDO ABRIR AUDITLOG (FILE STATUS "
005060             WS-AUDIT-STATUS ")"
005070     END-IF.
005080     IF WS-CANT-AUDIT-PERDIDOS > 0
005090         DISPLAY "AVISO: " WS-CANT-AUDIT-PERDIDOS
005100             " REGISTROS DE AUDITORIA NO ENTRARON EN LA TABLA"
005110     END-IF.
005120 6000-EXIT.
005130     EXIT.
005140
005150 6100-LEER-HISTORICO.
005160     READ AUDIT-HISTORICO INTO REG-AUDITORIA-LEIDA
005170         AT END
005180             SET FIN-DE-AUDITORIA TO TRUE
005190             GO TO 6100-EXIT
005200     END-READ.
005210     PERFORM 6300-CLASIFICAR-REGISTRO THRU 6300-EXIT
005220         VARYING WS-IND-CLAVE FROM 1 BY 1
005230         UNTIL WS-IND-CLAVE > 23.
005240 6100-EXIT.
005250     EXIT.
005260
005270 6200-LEER-LOG.
005280     READ AUDIT-LOG INTO REG-AUDITORIA-LEIDA
005290         AT END
005300             SET FIN-DE-AUDITORIA TO TRUE
005310             GO TO 6200-EXIT
005320     END-READ.
005330     PERFORM 6300-CLASIFICAR-REGISTRO THRU 6300-EXIT
005340         VARYING WS-IND-CLAVE FROM 1 BY 1
005350         UNTIL WS-IND-CLAVE > 23.
005360 6200-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 6300-CLASIFICAR-REGISTRO - DECIDE SI EL REGISTRO LEIDO
005410* DOCUMENTA EL PEDIDO DE LA CLAVE WS-IND-CLAVE. LA SOLICITUD ES
005420* EL "CLAVE=ANTERIOR>NUEVO" DE MANTPARM DEL SOLICITANTE EN LA
005430* FECHA DEL PEDIDO; LO DE APRPARM CUENTA DESDE ESA FECHA HASTA LA
005440* APROBACION.
005450******************************************************************
005460 6300-CLASIFICAR-REGISTRO.
005470     IF TRS-PEDIDO (WS-IND-CLAVE) = "N"
005480         GO TO 6300-EXIT
005490     END-IF.
005500     IF AUD-FECHA < TRS-FECHA-SOLICITUD (WS-IND-CLAVE)
005510         GO TO 6300-EXIT
005520     END-IF.
005530     IF AUD-PROGRAMA = "MANTPARM"
005540         IF AUD-OPERADOR = TRS-SOLICITANTE (WS-IND-CLAVE)
005550            AND AUD-FECHA = TRS-FECHA-SOLICITUD (WS-IND-CLAVE)
005560            AND AUD-RESULTADO (1:8) = TCL-CLAVE (WS-IND-CLAVE)
005570            AND AUD-RESULTADO (9:1) = "="
005580             PERFORM 6400-GUARDAR-REGISTRO THRU 6400-EXIT
005590         END-IF
005600         GO TO 6300-EXIT
005610     END-IF.
005620     IF AUD-PROGRAMA NOT = "APRPARM"
005630         GO TO 6300-EXIT
005640     END-IF.
005650     IF TRS-APROBADOR (WS-IND-CLAVE) NOT = SPACE
005660         GO TO 6300-EXIT
005670     END-IF.
005680     IF AUD-RESULTADO (1:7) = "SIMULA "
005690        AND AUD-RESULTADO (8:8) = TCL-CLAVE (WS-IND-CLAVE)
005700         PERFORM 6400-GUARDAR-REGISTRO THRU 6400-EXIT
005710         GO TO 6300-EXIT
005720     END-IF.
005730     IF AUD-RESULTADO = TRS-TEXTO-APRUEBA (WS-IND-CLAVE)
005740        OR AUD-RESULTADO = TRS-TEXTO-APRUEBA-S (WS-IND-CLAVE)
005750         MOVE AUD-OPERADOR TO TRS-APROBADOR (WS-IND-CLAVE)
005760         MOVE AUD-FECHA TO TRS-FECHA-APROBACION (WS-IND-CLAVE)
005770         PERFORM 6400-GUARDAR-REGISTRO THRU 6400-EXIT
005780     END-IF.
005790 6300-EXIT.
005800     EXIT.
005810
005820 6400-GUARDAR-REGISTRO.
005830     IF WS-CANT-AUDITORIA NOT < 300
005840         ADD 1 TO WS-CANT-AUDIT-PERDIDOS
005850         GO TO 6400-EXIT
005860     END-IF.
005870     ADD 1 TO WS-CANT-AUDITORIA.
005880     MOVE WS-IND-CLAVE TO TAU-IND-CLAVE (WS-CANT-AUDITORIA).
005890     MOVE AUD-FECHA TO TAU-FECHA (WS-CANT-AUDITORIA).
005900     MOVE AUD-HORA TO TAU-HORA (WS-CANT-AUDITORIA).
005910     MOVE AUD-OPERADOR TO TAU-OPERADOR (WS-CANT-AUDITORIA).
005920     MOVE AUD-PROGRAMA TO TAU-PROGRAMA (WS-CANT-AUDITORIA).
005930     MOVE AUD-RESULTADO TO TAU-RESULTADO (WS-CANT-AUDITORIA).
005940 6400-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 7000-EMITIR-REPORTE - UNA LINEA POR CLAVE CON EL VALOR QUE
005990* RECIBIERON LOS PROGRAMAS ESE DIA, DE DONDE SALIO Y QUIEN LO
006000* PIDIO Y APROBO, Y DEBAJO LOS REGISTROS DE AUDITORIA DEL CAMBIO.
006010* LAS LINEAS DE CLAVE SE MUESTRAN TAMBIEN EN PANTALLA.
006020******************************************************************
006030 7000-EMITIR-REPORTE.
006040     ACCEPT WS-FECHA-EMISION FROM DATE YYYYMMDD.
006050     ACCEPT WS-HORA-EMISION FROM TIME.
006060     CALL "LEEOPER" USING WS-OPERADOR.
006070     OPEN OUTPUT LISTADO-OUT.
006080     MOVE "===== PARAMETROS DE NEGOCIO VIGENTES A UNA FECHA ====="
006090         TO REG-LISTADO.
006092     IF MODO-ENTRENAMIENTO
006094         MOVE "*** ENTRENAMIENTO ***" TO REG-LISTADO (58:21)
006096     END-IF.
006100     WRITE REG-LISTADO.
006110     MOVE SPACE TO REG-LISTADO.
006120     STRING "FECHA CONSULTADA: " WS-FECHA-PEDIDA
006130         "  (VALORES COMO LOS DEVOLVIA LEEPARAM ESE DIA)"
006140         DELIMITED BY SIZE INTO REG-LISTADO.
006150     WRITE REG-LISTADO.
006160     MOVE SPACE TO REG-LISTADO.
006170     WRITE REG-LISTADO.
006180     MOVE LIN-TITULOS TO REG-LISTADO.
006190     WRITE REG-LISTADO.
006200     DISPLAY LIN-TITULOS.
006210     PERFORM 7100-EMITIR-CLAVE THRU 7100-EXIT
006220         VARYING WS-IND-CLAVE FROM 1 BY 1
006230         UNTIL WS-IND-CLAVE > 23.
006240     MOVE SPACE TO REG-LISTADO.
006250     WRITE REG-LISTADO.
006260     MOVE SPACE TO REG-LISTADO.
006270     STRING "  VIGENCIA OMISION: NINGUN REGISTRO DE PARAMS REGIA "
006280         "A LA FECHA" DELIMITED BY SIZE INTO REG-LISTADO.
006290     WRITE REG-LISTADO.
006300     IF WS-CANT-AUDIT-PERDIDOS > 0
006310         MOVE SPACE TO REG-LISTADO
006320         STRING "  AVISO: " WS-CANT-AUDIT-PERDIDOS
006330             " REGISTROS DE AUDITORIA NO SE LISTAN (TABLA LLENA)"
006340             DELIMITED BY SIZE INTO REG-LISTADO
006350         WRITE REG-LISTADO
006360     END-IF.
006370     MOVE SPACE TO REG-LISTADO.
006380     WRITE REG-LISTADO.
006390     MOVE WS-FECHA-EMISION TO PIE-FECHA.
006400     MOVE WS-HORA-EMISION TO PIE-HORA.
006410     MOVE WS-OPERADOR TO PIE-OPERADOR.
006420     MOVE LIN-PIE TO REG-LISTADO.
006430     WRITE REG-LISTADO.
006440     CLOSE LISTADO-OUT.
006450 7000-EXIT.
006460     EXIT.
006470
006480 7100-EMITIR-CLAVE.
006490     MOVE TCL-CLAVE (WS-IND-CLAVE) TO DET-CLAVE.
006500     MOVE TRS-VALOR (WS-IND-CLAVE) TO DET-VALOR.
006510     MOVE SPACE TO DET-SOLICITANTE.
006520     MOVE SPACE TO DET-FECHA-SOLICITUD.
006530     MOVE SPACE TO DET-APROBADOR.
006540     MOVE SPACE TO DET-FECHA-APROBACION.
006550     IF TRS-HALLADA (WS-IND-CLAVE) = "N"
006560         MOVE "OMISION" TO DET-VIGENCIA
006570     ELSE
006580         MOVE TRS-VIGENCIA (WS-IND-CLAVE) TO DET-VIGENCIA
006590     END-IF.
006600     IF TRS-PEDIDO (WS-IND-CLAVE) = "S"
006610         MOVE TRS-SOLICITANTE (WS-IND-CLAVE) TO DET-SOLICITANTE
006620         MOVE TRS-FECHA-SOLICITUD (WS-IND-CLAVE)
006630             TO DET-FECHA-SOLICITUD
006640         IF TRS-APROBADOR (WS-IND-CLAVE) = SPACE
006650             MOVE "?" TO DET-APROBADOR
006660         ELSE
006670             MOVE TRS-APROBADOR (WS-IND-CLAVE) TO DET-APROBADOR
006680             MOVE TRS-FECHA-APROBACION (WS-IND-CLAVE)
006690                 TO DET-FECHA-APROBACION
006700         END-IF
006710     END-IF.
006720     MOVE LIN-DETALLE TO REG-LISTADO.
006730     WRITE REG-LISTADO.
006740     DISPLAY LIN-DETALLE.
006750     IF TRS-SANEADA (WS-IND-CLAVE) = "S"
006760         MOVE SPACE TO REG-LISTADO
006770         STRING "             EN CERO EN PARAMS: LEEPARAM "
006780             "DEVOLVIA LA OMISION"
006790             DELIMITED BY SIZE INTO REG-LISTADO
006800         WRITE REG-LISTADO
006810         DISPLAY REG-LISTADO
006820     END-IF.
006830     IF TRS-HALLADA (WS-IND-CLAVE) = "S"
006840        AND TRS-PEDIDO (WS-IND-CLAVE) = "N"
006850         MOVE SPACE TO REG-LISTADO
006860         STRING "             SIN PEDIDO APROBADO EN PARPEND "
006870             "(CARGA DIRECTA)"
006880             DELIMITED BY SIZE INTO REG-LISTADO
006890         WRITE REG-LISTADO
006900         DISPLAY REG-LISTADO
006910     END-IF.
006920     IF TRS-PEDIDO (WS-IND-CLAVE) = "S"
006930        AND TRS-APROBADOR (WS-IND-CLAVE) = SPACE
006940         MOVE SPACE TO REG-LISTADO
006950         STRING "             APROBACION NO HALLADA EN EL LOG DE "
006960             "AUDITORIA"
006970             DELIMITED BY SIZE INTO REG-LISTADO
006980         WRITE REG-LISTADO
006990         DISPLAY REG-LISTADO
007000     END-IF.
007010     PERFORM 7200-EMITIR-AUDITORIA THRU 7200-EXIT
007020         VARYING WS-IND-AUDITORIA FROM 1 BY 1
007030         UNTIL WS-IND-AUDITORIA > WS-CANT-AUDITORIA.
007040 7100-EXIT.
007050     EXIT.
007060
007070 7200-EMITIR-AUDITORIA.
007080     IF TAU-IND-CLAVE (WS-IND-AUDITORIA) NOT = WS-IND-CLAVE
007090         GO TO 7200-EXIT
007100     END-IF.
007110     MOVE TAU-FECHA (WS-IND-AUDITORIA) TO LAU-FECHA.
007120     MOVE TAU-HORA (WS-IND-AUDITORIA) TO LAU-HORA.
007130     MOVE TAU-OPERADOR (WS-IND-AUDITORIA) TO LAU-OPERADOR.
007140     MOVE TAU-PROGRAMA (WS-IND-AUDITORIA) TO LAU-PROGRAMA.
007150     MOVE TAU-RESULTADO (WS-IND-AUDITORIA) TO LAU-RESULTADO.
007160     MOVE LIN-AUDITORIA TO REG-LISTADO.
007170     WRITE REG-LISTADO.
007180 7200-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 8000-UBICAR-CLAVE - DEJA EN WS-IND-CLAVE EL INDICE DE
007230* WS-CLAVE-BUSCADA EN TABLA-CLAVES (24 SI NO ES UNA CLAVE QUE
007240* LEEPARAM RECONOZCA).
007250******************************************************************
007260 8000-UBICAR-CLAVE.
007270     MOVE 24 TO WS-IND-HALLADA.
007280     PERFORM 8010-COMPARAR-CLAVE THRU 8010-EXIT
007290         VARYING WS-IND-CLAVE FROM 1 BY 1
007300         UNTIL WS-IND-CLAVE > 23.
007310     MOVE WS-IND-HALLADA TO WS-IND-CLAVE.
007320 8000-EXIT.
007330     EXIT.
007340
007350 8010-COMPARAR-CLAVE.
007360     IF TCL-CLAVE (WS-IND-CLAVE) = WS-CLAVE-BUSCADA
007370        AND WS-IND-HALLADA > 23
007380         MOVE WS-IND-CLAVE TO WS-IND-HALLADA
007390     END-IF.
007400 8010-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 8100-PONER-EN-PARLINK / 8200-TOMAR-DE-PARLINK - PASAN
007450* WS-VALOR-TRABAJO POR EL CAMPO DE PARLINK DE LA CLAVE
007460* WS-IND-CLAVE, CON SU MISMA PICTURE.
007470******************************************************************
007480 8100-PONER-EN-PARLINK.
007490     EVALUATE WS-IND-CLAVE
007500         WHEN 1  MOVE WS-VALOR-TRABAJO TO PAR-TOLERANCIA-MAX
007510         WHEN 2  MOVE WS-VALOR-TRABAJO TO PAR-TOLERANCIA-MIN
007520         WHEN 3  MOVE WS-VALOR-TRABAJO TO PAR-FREC-CHECKPOINT-1
007530         WHEN 4  MOVE WS-VALOR-TRABAJO TO PAR-FREC-CHECKPOINT-2
007540         WHEN 5  MOVE WS-VALOR-TRABAJO TO PAR-LIMITE-RECHAZOS
007550         WHEN 6  MOVE WS-VALOR-TRABAJO TO PAR-UMBRAL-ALERTAS
007560         WHEN 7  MOVE WS-VALOR-TRABAJO TO PAR-VARIACION-MAX
007570         WHEN 8  MOVE WS-VALOR-TRABAJO TO PAR-RETENCION-ARCH
007580         WHEN 9  MOVE WS-VALOR-TRABAJO TO PAR-FERIADOS-MIN
007590         WHEN 10 MOVE WS-VALOR-TRABAJO TO PAR-DIAS-DUPLICADO
007600         WHEN 11 MOVE WS-VALOR-TRABAJO TO PAR-DESVIOS-ATIPICO
007610         WHEN 12 MOVE WS-VALOR-TRABAJO TO PAR-DIAS-HIST-EST4
007620         WHEN 13 MOVE WS-VALOR-TRABAJO TO PAR-INTENTOS-PIN
007630         WHEN 14 MOVE WS-VALOR-TRABAJO TO PAR-RETENCION-HISTCORR
007640         WHEN 15 MOVE WS-VALOR-TRABAJO TO PAR-RETENCION-RECHAZOS
007650         WHEN 16 MOVE WS-VALOR-TRABAJO TO PAR-RETENCION-ALERTAS
007660         WHEN 17 MOVE WS-VALOR-TRABAJO TO PAR-RETENCION-SUPLEM
007670         WHEN 18 MOVE WS-VALOR-TRABAJO TO PAR-DIAS-CAPACIDAD
007680         WHEN 19 MOVE WS-VALOR-TRABAJO TO PAR-MINUTOS-ESCALADO
007690         WHEN 20 MOVE WS-VALOR-TRABAJO TO PAR-CIERRE-ALERTAS
007700         WHEN 21 MOVE WS-VALOR-TRABAJO TO PAR-CIERRE-RECHAZOS
007710         WHEN 22 MOVE WS-VALOR-TRABAJO TO PAR-CIERRE-DESBORDES
007720         WHEN 23 MOVE WS-VALOR-TRABAJO TO PAR-CIERRE-PENDIENTES
007730     END-EVALUATE.
007740 8100-EXIT.
007750     EXIT.
007760
007770 8200-TOMAR-DE-PARLINK.
007780     EVALUATE WS-IND-CLAVE
007790         WHEN 1  MOVE PAR-TOLERANCIA-MAX TO WS-VALOR-TRABAJO
007800         WHEN 2  MOVE PAR-TOLERANCIA-MIN TO WS-VALOR-TRABAJO
007810         WHEN 3  MOVE PAR-FREC-CHECKPOINT-1 TO WS-VALOR-TRABAJO
007820         WHEN 4  MOVE PAR-FREC-CHECKPOINT-2 TO WS-VALOR-TRABAJO
007830         WHEN 5  MOVE PAR-LIMITE-RECHAZOS TO WS-VALOR-TRABAJO
007840         WHEN 6  MOVE PAR-UMBRAL-ALERTAS TO WS-VALOR-TRABAJO
007850         WHEN 7  MOVE PAR-VARIACION-MAX TO WS-VALOR-TRABAJO
007860         WHEN 8  MOVE PAR-RETENCION-ARCH TO WS-VALOR-TRABAJO
007870         WHEN 9  MOVE PAR-FERIADOS-MIN TO WS-VALOR-TRABAJO
007880         WHEN 10 MOVE PAR-DIAS-DUPLICADO TO WS-VALOR-TRABAJO
007890         WHEN 11 MOVE PAR-DESVIOS-ATIPICO TO WS-VALOR-TRABAJO
007900         WHEN 12 MOVE PAR-DIAS-HIST-EST4 TO WS-VALOR-TRABAJO
007910         WHEN 13 MOVE PAR-INTENTOS-PIN TO WS-VALOR-TRABAJO
007920         WHEN 14 MOVE PAR-RETENCION-HISTCORR TO WS-VALOR-TRABAJO
007930         WHEN 15 MOVE PAR-RETENCION-RECHAZOS TO WS-VALOR-TRABAJO
007940         WHEN 16 MOVE PAR-RETENCION-ALERTAS TO WS-VALOR-TRABAJO
007950         WHEN 17 MOVE PAR-RETENCION-SUPLEM TO WS-VALOR-TRABAJO
007960         WHEN 18 MOVE PAR-DIAS-CAPACIDAD TO WS-VALOR-TRABAJO
007970         WHEN 19 MOVE PAR-MINUTOS-ESCALADO TO WS-VALOR-TRABAJO
007980         WHEN 20 MOVE PAR-CIERRE-ALERTAS TO WS-VALOR-TRABAJO
007990         WHEN 21 MOVE PAR-CIERRE-RECHAZOS TO WS-VALOR-TRABAJO
008000         WHEN 22 MOVE PAR-CIERRE-DESBORDES TO WS-VALOR-TRABAJO
008010         WHEN 23 MOVE PAR-CIERRE-PENDIENTES TO WS-VALOR-TRABAJO
008020     END-EVALUATE.
008030 8200-EXIT.
008040     EXIT.
008050
008060 END PROGRAM PARVIGEN.

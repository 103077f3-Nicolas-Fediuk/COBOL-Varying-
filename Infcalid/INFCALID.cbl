000100******************************************************************
000110* Reporte mensual de calidad de los datos de entrada. Junta el
000120*historico de edicion EDITHIST (lo que EDITDIA leyo y aparto cada
000130*noche, por dataset y por motivo) con el archivo de rechazos
000140*compartido (RECHAZOS, mas los ya depurados a RECHARC) y, para el
000150*mes pedido, muestra la tasa diaria de lineas apartadas y de
000160*rechazos sobre las lineas leidas, los datasets, y un Pareto de
000170*las causas principales: motivos de edicion por dataset, rechazos
000180*por programa y motivo (INVALIDA, RANGO), por posicion en la
000190*lista y por operador que tipeo. Cada cifra va contra el mes
000200*anterior, para saber si la entrada mala empeora y poder volver
000210*al origen o a una necesidad de capacitacion con numeros.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    INFCALID.
000250 AUTHOR.        R. ALONSO.
000260 INSTALLATION.  DEPTO. DESARROLLO.
000270 DATE-WRITTEN.  15/10/2026.
000280 DATE-COMPILED.
000290******************************************************************
000300* HISTORIAL DE MODIFICACIONES
000310* FECHA       INIC.  DESCRIPCION
000320* 15/10/2026  RA     VERSION INICIAL. EL MES SE PIDE POR SYSIN
000330*                    (AAAAMM, EN BLANCO EL DE LA FECHA DE
000340*                    NEGOCIO). DE EDITHIST SE TOMA, POR DIA Y
000350*                    DATASET, SOLO LA ULTIMA CORRIDA GRABADA DE
000360*                    EDITDIA (UNA PRIMERA PASADA ANOTA SU HORA):
000370*                    UNA RECORRIDA NO DUPLICA LAS CIFRAS. LOS
000380*                    RECHAZOS SE FECHAN POR DIA DE NEGOCIO Y SE
000390*                    CUENTAN TODOS, AUN LOS YA RESUELTOS O
000400*                    ANULADOS: EL DATO MALO LLEGO IGUAL. LAS TASAS
000410*                    SON SOBRE LAS LINEAS LEIDAS POR EDITDIA ESE
000420*                    DIA. RETURN-CODE 4 SI LA TASA DE APARTADAS O
000430*                    LA DE RECHAZOS DEL MES SUBIO CONTRA EL MES
000440*                    ANTERIOR, 16 SIN MES.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT HISTORIA-EDICION ASSIGN TO "EDITHIST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ARCHIVO-STATUS.
000520     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS RCZ-CLAVE
000560         FILE STATUS IS WS-ARCHIVO-STATUS.
000570     SELECT ARCHIVO-RECHAZOS ASSIGN TO "RECHARC"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCHIVO-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  HISTORIA-EDICION
000640     LABEL RECORDS ARE STANDARD.
000650 01  REG-HISTORIA-EDICION.
000660     COPY EDITHIS.
000670
000680 FD  RECHAZOS
000690     LABEL RECORDS ARE STANDARD.
000700 01  REG-RECHAZOS.
000710     05  FILLER                  PIC X(98).
000720     05  RCZ-CLAVE               PIC X(23).
000730
000740 FD  ARCHIVO-RECHAZOS
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-ARCHIVO-RECHAZOS        PIC X(137).
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-ARCHIVO-STATUS           PIC X(02) VALUE "00".
000800
000810 01  FECHA-NEGOCIO-COM.
000820     COPY FECHALNK.
000830
000840 01  REG-RECHAZO.
000850     COPY RECHAZO.
000860
000870*    REGISTRO DEL HISTORICO DE RECHAZOS DEPURADOS (DEPURHIS):
000880*    FECHA Y HORA DE LA DEPURACION Y EL RECHAZO ORIGINAL.
000890 01  REG-ARCHIVADO.
000900     05  ARV-FECHA               PIC 9(08).
000910     05  ARV-SEPARADOR-1         PIC X(01).
000920     05  ARV-HORA                PIC 9(06).
000930     05  ARV-SEPARADOR-2         PIC X(01).
000940     05  ARV-REGISTRO            PIC X(121).
000950
000960 01  WS-ENTRADA-MES              PIC X(06) VALUE SPACE.
000970 01  WS-MES-INFORME              PIC 9(06) VALUE 0.
000980 01  WS-MES-INFORME-R REDEFINES WS-MES-INFORME.
000990     05  WMI-ANO                 PIC 9(04).
001000     05  WMI-MES                 PIC 9(02).
001010 01  WS-MES-ANTERIOR             PIC 9(06) VALUE 0.
001020 01  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
001030     05  WMA-ANO                 PIC 9(04).
001040     05  WMA-MES                 PIC 9(02).
001050 01  WS-FECHA-REGISTRO           PIC 9(08) VALUE 0.
001060 01  WS-FECHA-REGISTRO-R REDEFINES WS-FECHA-REGISTRO.
001070     05  WFR-MES                 PIC 9(06).
001080     05  WFR-DIA                 PIC 9(02).
001090 01  WS-FECHA-LIMITE             PIC 9(08) VALUE 0.
001100
001110*    MES AL QUE CAE UN REGISTRO: 1 EL DEL INFORME, 2 EL ANTERIOR,
001120*    0 NINGUNO DE LOS DOS.
001130 01  WS-IND-MES                  PIC 9(01) VALUE 0.
001140 01  WS-IND-CORRIDA              PIC 9(03) VALUE 0.
001150 01  WS-CANT-CORRIDAS            PIC 9(03) VALUE 0.
001160 01  WS-IND-DIA                  PIC 9(02) VALUE 0.
001170 01  WS-IND-DATASET              PIC 9(02) VALUE 0.
001180 01  WS-CANT-DATASETS            PIC 9(02) VALUE 0.
001190 01  WS-IND-CAUSA                PIC 9(03) VALUE 0.
001200 01  WS-CANT-CAUSAS              PIC 9(03) VALUE 0.
001210 01  WS-IND-MAYOR                PIC 9(03) VALUE 0.
001220 01  WS-MAYOR-CANT               PIC 9(07) VALUE 0.
001230 01  WS-RANGO                    PIC 9(02) VALUE 0.
001240 01  WS-TOTAL-DIMENSION          PIC 9(07) VALUE 0.
001250 01  WS-ACUMULADO                PIC 9(07) VALUE 0.
001260 01  WS-RESTO                    PIC 9(07) VALUE 0.
001270 01  WS-CANT-DESAPARECIDAS       PIC 9(03) VALUE 0.
001280 01  WS-DIMENSION                PIC X(01) VALUE SPACE.
001290 01  WS-TITULO-PARETO            PIC X(50) VALUE SPACE.
001300 01  WS-CLAVE-CAUSA              PIC X(30) VALUE SPACE.
001310 01  WS-CANTIDAD                 PIC 9(05) VALUE 0.
001320 01  WS-NUMERADOR                PIC 9(07) VALUE 0.
001330 01  WS-DENOMINADOR              PIC 9(07) VALUE 0.
001340 01  WS-NUMERADOR-ANTERIOR       PIC 9(07) VALUE 0.
001350 01  WS-TASA                     PIC 9(05)V99 VALUE 0.
001360 01  WS-TASA-ACTUAL              PIC 9(05)V99 VALUE 0.
001370 01  WS-TASA-ANTERIOR            PIC 9(05)V99 VALUE 0.
001380 01  WS-VARIACION                PIC S9(05)V99 VALUE 0.
001390 01  WS-DIFERENCIA               PIC S9(07) VALUE 0.
001400
001410 01  SW-FIN-ENTRADA              PIC X(01) VALUE "N".
001420     88  FIN-DE-ENTRADA                    VALUE "S".
001430 01  SW-ENCONTRADO               PIC X(01) VALUE "N".
001440     88  ENCONTRADO                        VALUE "S".
001450 01  SW-CORRIDA-VIGENTE          PIC X(01) VALUE "S".
001460     88  CORRIDA-VIGENTE                   VALUE "S".
001470 01  SW-PARETO-TERMINADO         PIC X(01) VALUE "N".
001480     88  PARETO-TERMINADO                  VALUE "S".
001490 01  SW-CORRIDAS-LLENA           PIC X(01) VALUE "N".
001500     88  CORRIDAS-LLENA                    VALUE "S".
001510 01  SW-CAUSAS-LLENA             PIC X(01) VALUE "N".
001520     88  CAUSAS-LLENA                      VALUE "S".
001530 01  SW-EMPEORO                  PIC X(01) VALUE "N".
001540     88  EMPEORO                           VALUE "S".
001550
001560*    ULTIMA CORRIDA DE EDITDIA DE CADA DIA DE NEGOCIO Y DATASET
001570*    EN LOS DOS MESES (31 DIAS POR CINCO DATASETS, DOS VECES,
001580*    CON MARGEN).
001590 01  TABLA-CORRIDAS.
001600     05  TCO-ENTRADA OCCURS 400 TIMES.
001610         10  TCO-FECHA           PIC 9(08).
001620         10  TCO-DATASET         PIC X(08).
001630         10  TCO-HORA            PIC 9(06).
001640
001650*    CIFRAS DE CADA DIA DEL MES DEL INFORME.
001660 01  TABLA-DIAS.
001670     05  TDI-ENTRADA OCCURS 31 TIMES.
001680         10  TDI-LEIDAS          PIC 9(07).
001690         10  TDI-APARTADAS       PIC 9(07).
001700         10  TDI-INUSABLES       PIC 9(02).
001710         10  TDI-RECHAZOS        PIC 9(05).
001720         10  TDI-INVALIDA        PIC 9(05).
001730         10  TDI-RANGO           PIC 9(05).
001740
001750*    TOTALES DE CADA MES: 1 EL DEL INFORME, 2 EL ANTERIOR.
001760 01  TABLA-TOTALES.
001770     05  TTO-ENTRADA OCCURS 2 TIMES.
001780         10  TTO-LEIDAS          PIC 9(07).
001790         10  TTO-APARTADAS       PIC 9(07).
001800         10  TTO-INUSABLES       PIC 9(03).
001810         10  TTO-RECHAZOS        PIC 9(07).
001820
001830 01  TABLA-DATASETS.
001840     05  TDS-ENTRADA OCCURS 10 TIMES.
001850         10  TDS-DATASET         PIC X(08).
001860         10  TDS-MES OCCURS 2 TIMES.
001870             15  TDS-LEIDAS      PIC 9(07).
001880             15  TDS-APARTADAS   PIC 9(07).
001890             15  TDS-INUSABLES   PIC 9(03).
001900
001910*    CAUSAS PARA LOS PARETO, DE LOS DOS MESES. LA DIMENSION DICE
001920*    DE QUE PARETO ES CADA UNA: E MOTIVO DE EDICION POR DATASET,
001930*    C PROGRAMA Y MOTIVO DEL RECHAZO, P PROGRAMA Y POSICION EN LA
001940*    LISTA, O OPERADOR QUE TIPEO EL VALOR.
001950 01  TABLA-CAUSAS.
001960     05  TCA-ENTRADA OCCURS 600 TIMES.
001970         10  TCA-DIMENSION       PIC X(01).
001980         10  TCA-CLAVE           PIC X(30).
001990         10  TCA-CANTIDAD OCCURS 2 TIMES
002000                                 PIC 9(07).
002010         10  TCA-LISTADA         PIC X(01).
002020
002030 01  WS-CLAVE-EDICION.
002040     05  WCE-DATASET             PIC X(08).
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  WCE-MOTIVO              PIC X(21).
002070 01  WS-CLAVE-RECHAZO.
002080     05  WCR-PROGRAMA            PIC X(10).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  WCR-MOTIVO              PIC X(19).
002110 01  WS-CLAVE-POSICION.
002120     05  WCP-PROGRAMA            PIC X(10).
002130     05  FILLER                  PIC X(10) VALUE " POSICION ".
002140     05  WCP-POSICION            PIC 9(03).
002150     05  FILLER                  PIC X(07) VALUE SPACE.
002160
002170 01  LIN-DIA.
002180     05  FILLER                  PIC X(02) VALUE SPACE.
002190     05  LDI-FECHA               PIC 9(08).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  LDI-LEIDAS              PIC Z(06)9.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  LDI-APARTADAS           PIC Z(06)9.
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  LDI-TASA-APARTADAS      PIC Z(04)9.99.
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  LDI-INUSABLES           PIC Z(03)9.
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  LDI-RECHAZOS            PIC Z(05)9.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  LDI-INVALIDA            PIC Z(04)9.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  LDI-RANGO               PIC Z(04)9.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  LDI-TASA-RECHAZOS       PIC Z(04)9.99.
002360
002370 01  LIN-DATASET.
002380     05  FILLER                  PIC X(02) VALUE SPACE.
002390     05  LDS-DATASET             PIC X(08).
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  LDS-LEIDAS              PIC Z(06)9.
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  LDS-APARTADAS           PIC Z(06)9.
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  LDS-INUSABLES           PIC Z(03)9.
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  LDS-TASA-ACTUAL         PIC Z(04)9.99.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  LDS-TASA-ANTERIOR       PIC Z(04)9.99.
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  LDS-VARIACION           PIC -(05)9.99.
002520
002530 01  LIN-PARETO.
002540     05  FILLER                  PIC X(02) VALUE SPACE.
002550     05  LPA-RANGO               PIC Z9.
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  LPA-CLAVE               PIC X(30).
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  LPA-CANTIDAD            PIC Z(05)9.
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  LPA-PORCENTAJE          PIC ZZ9.9.
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  LPA-ACUMULADO           PIC ZZ9.9.
002640     05  FILLER                  PIC X(01) VALUE SPACE.
002650     05  LPA-ANTERIOR            PIC Z(05)9.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  LPA-VARIACION           PIC -(05)9.
002680
002690 01  LIN-RESUMEN.
002700     05  FILLER                  PIC X(02) VALUE SPACE.
002710     05  LRE-CONCEPTO            PIC X(24).
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  LRE-ACTUAL              PIC Z(06)9.
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  LRE-ANTERIOR            PIC Z(06)9.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  LRE-VARIACION           PIC -(06)9.
002780 01  LIN-RESUMEN-TASA.
002790     05  FILLER                  PIC X(02) VALUE SPACE.
002800     05  LRT-CONCEPTO            PIC X(24).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  LRT-ACTUAL              PIC Z(04)9.99.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  LRT-ANTERIOR            PIC Z(04)9.99.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  LRT-VARIACION           PIC -(05)9.99.
002870
002880 PROCEDURE DIVISION.
002890******************************************************************
002900* 0000-MAINLINE-CONTROL
002910******************************************************************
002920 0000-MAINLINE-CONTROL.
002930     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002940     IF WS-MES-INFORME = 0
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF.
002980     PERFORM 2000-LEER-CORRIDAS THRU 2000-EXIT.
002990     PERFORM 3000-ACUMULAR-EDICION THRU 3000-EXIT.
003000     PERFORM 4000-ACUMULAR-RECHAZOS THRU 4000-EXIT.
003010     DISPLAY "===== CALIDAD DE DATOS DEL MES " WS-MES-INFORME
003020         " (CONTRA " WS-MES-ANTERIOR ") =====".
003030     PERFORM 8000-INFORMAR-DIAS THRU 8000-EXIT.
003040     PERFORM 8100-INFORMAR-DATASETS THRU 8100-EXIT.
003050     MOVE "E" TO WS-DIMENSION.
003060     MOVE "MOTIVOS DE EDICION (EDITDIA) POR DATASET"
003070         TO WS-TITULO-PARETO.
003080     PERFORM 8200-INFORMAR-PARETO THRU 8200-EXIT.
003090     MOVE "C" TO WS-DIMENSION.
003100     MOVE "RECHAZOS POR PROGRAMA Y MOTIVO" TO WS-TITULO-PARETO.
003110     PERFORM 8200-INFORMAR-PARETO THRU 8200-EXIT.
003120     MOVE "P" TO WS-DIMENSION.
003130     MOVE "RECHAZOS POR PROGRAMA Y POSICION EN LA LISTA"
003140         TO WS-TITULO-PARETO.
003150     PERFORM 8200-INFORMAR-PARETO THRU 8200-EXIT.
003160     MOVE "O" TO WS-DIMENSION.
003170     MOVE "RECHAZOS POR OPERADOR" TO WS-TITULO-PARETO.
003180     PERFORM 8200-INFORMAR-PARETO THRU 8200-EXIT.
003190     PERFORM 8300-INFORMAR-RESUMEN THRU 8300-EXIT.
003200     IF EMPEORO
003210         MOVE 4 TO RETURN-CODE
003220     END-IF.
003230     GOBACK.
003240
003250******************************************************************
003260* 1000-INICIALIZAR - PIDE EL MES DEL INFORME (AAAAMM; EN BLANCO O
003270* CERO, EL DE LA FECHA DE NEGOCIO) Y CALCULA EL MES ANTERIOR. UN
003280* MES INVALIDO, O EN BLANCO SIN FECHA DE NEGOCIO, DEJA EL MES EN
003290* CERO Y NO SE INFORMA.
003300******************************************************************
003310 1000-INICIALIZAR.
003320     INITIALIZE TABLA-DIAS.
003330     INITIALIZE TABLA-TOTALES.
003340     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
003350     DISPLAY "MES DEL INFORME (AAAAMM, BLANCO=MES DE NEGOCIO)".
003360     ACCEPT WS-ENTRADA-MES.
003370     IF WS-ENTRADA-MES NUMERIC
003380         AND WS-ENTRADA-MES NOT = "000000"
003390         MOVE WS-ENTRADA-MES TO WS-MES-INFORME
003400     ELSE
003410         IF FNC-SIN-ARCHIVO
003420             DISPLAY "SIN FECHA DE NEGOCIO NI MES PEDIDO, NO SE "
003430                 "INFORMA"
003440             GO TO 1000-EXIT
003450         END-IF
003460         MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-REGISTRO
003470         MOVE WFR-MES TO WS-MES-INFORME
003480     END-IF.
003490     IF WMI-MES < 1 OR WMI-MES > 12 OR WMI-ANO = 0
003500         DISPLAY "MES INVALIDO: " WS-ENTRADA-MES
003510         MOVE 0 TO WS-MES-INFORME
003520         GO TO 1000-EXIT
003530     END-IF.
003540     IF WMI-MES = 1
003550         COMPUTE WMA-ANO = WMI-ANO - 1
003560         MOVE 12 TO WMA-MES
003570     ELSE
003580         MOVE WMI-ANO TO WMA-ANO
003590         COMPUTE WMA-MES = WMI-MES - 1
003600     END-IF.
003610     COMPUTE WS-FECHA-LIMITE = WS-MES-INFORME * 100 + 31.
003620 1000-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660* 2000-LEER-CORRIDAS - PRIMERA PASADA POR EDITHIST: ANOTA LA HORA
003670* DE LA ULTIMA CORRIDA DE EDITDIA DE CADA DIA Y DATASET DE LOS
003680* DOS MESES. EL ARCHIVO ES DE SOLO AGREGADO, ASI QUE LA ULTIMA ES
003690* LA QUE APARECE ULTIMA.
003700******************************************************************
003710 2000-LEER-CORRIDAS.
003720     OPEN INPUT HISTORIA-EDICION.
003730     IF WS-ARCHIVO-STATUS NOT = "00"
003740         DISPLAY "SIN HISTORICO DE EDICION (EDITHIST), FILE "
003750             "STATUS " WS-ARCHIVO-STATUS
003760         GO TO 2000-EXIT
003770     END-IF.
003780     MOVE "N" TO SW-FIN-ENTRADA.
003790     PERFORM 2100-LEER-CORRIDA THRU 2100-EXIT
003800         UNTIL FIN-DE-ENTRADA.
003810     CLOSE HISTORIA-EDICION.
003820 2000-EXIT.
003830     EXIT.
003840
003850 2100-LEER-CORRIDA.
003860     READ HISTORIA-EDICION
003870         AT END
003880             SET FIN-DE-ENTRADA TO TRUE
003890             GO TO 2100-EXIT
003900     END-READ.
003910     IF NOT EDH-TOTALES OR EDH-FECHA NOT NUMERIC
003920         GO TO 2100-EXIT
003930     END-IF.
003940     MOVE EDH-FECHA TO WS-FECHA-REGISTRO.
003950     PERFORM 7000-UBICAR-MES THRU 7000-EXIT.
003960     IF WS-IND-MES = 0
003970         GO TO 2100-EXIT
003980     END-IF.
003990     PERFORM 2200-BUSCAR-CORRIDA THRU 2200-EXIT.
004000     IF ENCONTRADO
004010         MOVE EDH-HORA TO TCO-HORA (WS-IND-CORRIDA)
004020         GO TO 2100-EXIT
004030     END-IF.
004040     IF WS-CANT-CORRIDAS = 400
004050         IF NOT CORRIDAS-LLENA
004060             DISPLAY "MAS DE 400 CORRIDAS DE EDITDIA EN LOS DOS "
004070                 "MESES, SE CUENTAN TODAS LAS RESTANTES"
004080             SET CORRIDAS-LLENA TO TRUE
004090         END-IF
004100         GO TO 2100-EXIT
004110     END-IF.
004120     ADD 1 TO WS-CANT-CORRIDAS.
004130     MOVE EDH-FECHA TO TCO-FECHA (WS-CANT-CORRIDAS).
004140     MOVE EDH-DATASET TO TCO-DATASET (WS-CANT-CORRIDAS).
004150     MOVE EDH-HORA TO TCO-HORA (WS-CANT-CORRIDAS).
004160 2100-EXIT.
004170     EXIT.
004180
004190 2200-BUSCAR-CORRIDA.
004200     MOVE "N" TO SW-ENCONTRADO.
004210     PERFORM 2210-COMPARAR-CORRIDA THRU 2210-EXIT
004220         VARYING WS-IND-CORRIDA FROM 1 BY 1
004230         UNTIL WS-IND-CORRIDA > WS-CANT-CORRIDAS
004240         OR ENCONTRADO.
004250     IF ENCONTRADO
004260         SUBTRACT 1 FROM WS-IND-CORRIDA
004270     END-IF.
004280 2200-EXIT.
004290     EXIT.
004300
004310 2210-COMPARAR-CORRIDA.
004320     IF TCO-FECHA (WS-IND-CORRIDA) = EDH-FECHA
004330         AND TCO-DATASET (WS-IND-CORRIDA) = EDH-DATASET
004340         SET ENCONTRADO TO TRUE
004350     END-IF.
004360 2210-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 3000-ACUMULAR-EDICION - SEGUNDA PASADA POR EDITHIST: LOS
004410* REGISTROS DE LA ULTIMA CORRIDA DE CADA DIA Y DATASET SUMAN EN
004420* EL DIA (SOLO EL MES DEL INFORME), EN EL MES, EN EL DATASET Y,
004430* LOS DE MOTIVO, EN EL PARETO DE EDICION.
004440******************************************************************
004450 3000-ACUMULAR-EDICION.
004460     OPEN INPUT HISTORIA-EDICION.
004470     IF WS-ARCHIVO-STATUS NOT = "00"
004480         GO TO 3000-EXIT
004490     END-IF.
004500     MOVE "N" TO SW-FIN-ENTRADA.
004510     PERFORM 3100-LEER-EDICION THRU 3100-EXIT
004520         UNTIL FIN-DE-ENTRADA.
004530     CLOSE HISTORIA-EDICION.
004540 3000-EXIT.
004550     EXIT.
004560
004570 3100-LEER-EDICION.
004580     READ HISTORIA-EDICION
004590         AT END
004600             SET FIN-DE-ENTRADA TO TRUE
004610             GO TO 3100-EXIT
004620     END-READ.
004630     IF EDH-FECHA NOT NUMERIC
004640         GO TO 3100-EXIT
004650     END-IF.
004660     MOVE EDH-FECHA TO WS-FECHA-REGISTRO.
004670     PERFORM 7000-UBICAR-MES THRU 7000-EXIT.
004680     IF WS-IND-MES = 0
004690         GO TO 3100-EXIT
004700     END-IF.
004710     MOVE "S" TO SW-CORRIDA-VIGENTE.
004720     PERFORM 2200-BUSCAR-CORRIDA THRU 2200-EXIT.
004730     IF ENCONTRADO
004740         AND TCO-HORA (WS-IND-CORRIDA) NOT = EDH-HORA
004750         MOVE "N" TO SW-CORRIDA-VIGENTE
004760     END-IF.
004770     IF NOT CORRIDA-VIGENTE
004780         GO TO 3100-EXIT
004790     END-IF.
004800     IF EDH-TOTALES
004810         PERFORM 3200-ACUMULAR-TOTALES THRU 3200-EXIT
004820     END-IF.
004830     IF EDH-POR-MOTIVO
004840         MOVE "E" TO WS-DIMENSION
004850         MOVE EDH-DATASET TO WCE-DATASET
004860         MOVE EDH-MOTIVO TO WCE-MOTIVO
004870         MOVE WS-CLAVE-EDICION TO WS-CLAVE-CAUSA
004880         MOVE EDH-APARTADAS TO WS-CANTIDAD
004890         PERFORM 7100-SUMAR-CAUSA THRU 7100-EXIT
004900     END-IF.
004910 3100-EXIT.
004920     EXIT.
004930
004940 3200-ACUMULAR-TOTALES.
004950     ADD EDH-LEIDAS TO TTO-LEIDAS (WS-IND-MES).
004960     ADD EDH-APARTADAS TO TTO-APARTADAS (WS-IND-MES).
004970     IF EDH-ARCHIVO-INUSABLE
004980         ADD 1 TO TTO-INUSABLES (WS-IND-MES)
004990     END-IF.
005000     IF WS-IND-MES = 1
005010         MOVE WFR-DIA TO WS-IND-DIA
005020         ADD EDH-LEIDAS TO TDI-LEIDAS (WS-IND-DIA)
005030         ADD EDH-APARTADAS TO TDI-APARTADAS (WS-IND-DIA)
005040         IF EDH-ARCHIVO-INUSABLE
005050             ADD 1 TO TDI-INUSABLES (WS-IND-DIA)
005060         END-IF
005070     END-IF.
005080     PERFORM 3300-BUSCAR-DATASET THRU 3300-EXIT.
005090     IF WS-IND-DATASET = 0
005100         GO TO 3200-EXIT
005110     END-IF.
005120     ADD EDH-LEIDAS TO TDS-LEIDAS (WS-IND-DATASET, WS-IND-MES).
005130     ADD EDH-APARTADAS
005140         TO TDS-APARTADAS (WS-IND-DATASET, WS-IND-MES).
005150     IF EDH-ARCHIVO-INUSABLE
005160         ADD 1 TO TDS-INUSABLES (WS-IND-DATASET, WS-IND-MES)
005170     END-IF.
005180 3200-EXIT.
005190     EXIT.
005200
005210 3300-BUSCAR-DATASET.
005220     MOVE "N" TO SW-ENCONTRADO.
005230     PERFORM 3310-COMPARAR-DATASET THRU 3310-EXIT
005240         VARYING WS-IND-DATASET FROM 1 BY 1
005250         UNTIL WS-IND-DATASET > WS-CANT-DATASETS
005260         OR ENCONTRADO.
005270     IF ENCONTRADO
005280         SUBTRACT 1 FROM WS-IND-DATASET
005290         GO TO 3300-EXIT
005300     END-IF.
005310     IF WS-CANT-DATASETS = 10
005320         MOVE 0 TO WS-IND-DATASET
005330         GO TO 3300-EXIT
005340     END-IF.
005350     ADD 1 TO WS-CANT-DATASETS.
005360     MOVE WS-CANT-DATASETS TO WS-IND-DATASET.
005370     INITIALIZE TDS-ENTRADA (WS-IND-DATASET).
005380     MOVE EDH-DATASET TO TDS-DATASET (WS-IND-DATASET).
005390 3300-EXIT.
005400     EXIT.
005410
005420 3310-COMPARAR-DATASET.
005430     IF TDS-DATASET (WS-IND-DATASET) = EDH-DATASET
005440         SET ENCONTRADO TO TRUE
005450     END-IF.
005460 3310-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 4000-ACUMULAR-RECHAZOS - LOS RECHAZOS DE LOS DOS MESES: LOS DEL
005510* MAESTRO SE LEEN POR CLAVE DESDE EL PRIMER DIA DEL MES ANTERIOR
005520* HASTA EL ULTIMO DEL MES DEL INFORME; LOS YA DEPURADOS SE BUSCAN
005530* EN RECHARC.
005540******************************************************************
005550 4000-ACUMULAR-RECHAZOS.
005560     OPEN INPUT RECHAZOS.
005570     IF WS-ARCHIVO-STATUS NOT = "00"
005580         DISPLAY "SIN ARCHIVO DE RECHAZOS, FILE STATUS "
005590             WS-ARCHIVO-STATUS
005600         GO TO 4000-ARCHIVADOS
005610     END-IF.
005620     MOVE "N" TO SW-FIN-ENTRADA.
005630     COMPUTE RCH-FECHA-NEGOCIO = WS-MES-ANTERIOR * 100 + 1.
005640     MOVE LOW-VALUE TO RCH-PROGRAMA-CLAVE.
005650     MOVE 0 TO RCH-SECUENCIA.
005660     MOVE RCH-CLAVE TO RCZ-CLAVE.
005670     START RECHAZOS KEY NOT LESS THAN RCZ-CLAVE
005680         INVALID KEY
005690             SET FIN-DE-ENTRADA TO TRUE
005700     END-START.
005710     PERFORM 4100-LEER-RECHAZO THRU 4100-EXIT
005720         UNTIL FIN-DE-ENTRADA.
005730     CLOSE RECHAZOS.
005740 4000-ARCHIVADOS.
005750     OPEN INPUT ARCHIVO-RECHAZOS.
005760     IF WS-ARCHIVO-STATUS NOT = "00"
005770         GO TO 4000-EXIT
005780     END-IF.
005790     MOVE "N" TO SW-FIN-ENTRADA.
005800     PERFORM 4200-LEER-RECHAZO-ARCH THRU 4200-EXIT
005810         UNTIL FIN-DE-ENTRADA.
005820     CLOSE ARCHIVO-RECHAZOS.
005830 4000-EXIT.
005840     EXIT.
005850
005860 4100-LEER-RECHAZO.
005870     READ RECHAZOS NEXT RECORD INTO REG-RECHAZO
005880         AT END
005890             SET FIN-DE-ENTRADA TO TRUE
005900             GO TO 4100-EXIT
005910     END-READ.
005920     IF RCH-FECHA-NEGOCIO > WS-FECHA-LIMITE
005930         SET FIN-DE-ENTRADA TO TRUE
005940         GO TO 4100-EXIT
005950     END-IF.
005960     PERFORM 4300-ACUMULAR-RECHAZO THRU 4300-EXIT.
005970 4100-EXIT.
005980     EXIT.
005990
006000 4200-LEER-RECHAZO-ARCH.
006010     READ ARCHIVO-RECHAZOS INTO REG-ARCHIVADO
006020         AT END
006030             SET FIN-DE-ENTRADA TO TRUE
006040             GO TO 4200-EXIT
006050     END-READ.
006060     MOVE ARV-REGISTRO TO REG-RECHAZO.
006070     PERFORM 4300-ACUMULAR-RECHAZO THRU 4300-EXIT.
006080 4200-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 4300-ACUMULAR-RECHAZO - UN RECHAZO SE FECHA POR SU DIA DE
006130* NEGOCIO; LOS DEPURADOS DEL FORMATO ANTERIOR, SIN CLAVE, POR LA
006140* FECHA DEL RELOJ EN QUE SE TIPEO. SUMA EN EL DIA, EN EL MES Y EN
006150* LOS PARETO DE PROGRAMA Y MOTIVO, POSICION Y OPERADOR.
006160******************************************************************
006170 4300-ACUMULAR-RECHAZO.
006180     MOVE 0 TO WS-FECHA-REGISTRO.
006190     IF RCH-FECHA-NEGOCIO NUMERIC AND RCH-FECHA-NEGOCIO > 0
006200         MOVE RCH-FECHA-NEGOCIO TO WS-FECHA-REGISTRO
006210     ELSE
006220         IF RCH-FECHA NUMERIC
006230             MOVE RCH-FECHA TO WS-FECHA-REGISTRO
006240         END-IF
006250     END-IF.
006260     PERFORM 7000-UBICAR-MES THRU 7000-EXIT.
006270     IF WS-IND-MES = 0
006280         GO TO 4300-EXIT
006290     END-IF.
006300     ADD 1 TO TTO-RECHAZOS (WS-IND-MES).
006310     IF WS-IND-MES = 1
006320         MOVE WFR-DIA TO WS-IND-DIA
006330         ADD 1 TO TDI-RECHAZOS (WS-IND-DIA)
006340         IF RCH-MOTIVO = "INVALIDA"
006350             ADD 1 TO TDI-INVALIDA (WS-IND-DIA)
006360         END-IF
006370         IF RCH-MOTIVO = "RANGO"
006380             ADD 1 TO TDI-RANGO (WS-IND-DIA)
006390         END-IF
006400     END-IF.
006410     MOVE 1 TO WS-CANTIDAD.
006420     MOVE "C" TO WS-DIMENSION.
006430     MOVE RCH-PROGRAMA TO WCR-PROGRAMA.
006440     MOVE RCH-MOTIVO TO WCR-MOTIVO.
006450     MOVE WS-CLAVE-RECHAZO TO WS-CLAVE-CAUSA.
006460     PERFORM 7100-SUMAR-CAUSA THRU 7100-EXIT.
006470     MOVE "P" TO WS-DIMENSION.
006480     MOVE RCH-PROGRAMA TO WCP-PROGRAMA.
006490     MOVE 0 TO WCP-POSICION.
006500     IF RCH-POSICION NUMERIC
006510         MOVE RCH-POSICION TO WCP-POSICION
006520     END-IF.
006530     MOVE WS-CLAVE-POSICION TO WS-CLAVE-CAUSA.
006540     PERFORM 7100-SUMAR-CAUSA THRU 7100-EXIT.
006550     MOVE "O" TO WS-DIMENSION.
006560     IF RCH-OPERADOR = SPACE
006570         MOVE "(SIN OPERADOR)" TO WS-CLAVE-CAUSA
006580     ELSE
006590         MOVE RCH-OPERADOR TO WS-CLAVE-CAUSA
006600     END-IF.
006610     PERFORM 7100-SUMAR-CAUSA THRU 7100-EXIT.
006620 4300-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660* 7000-UBICAR-MES - DICE A QUE MES CAE WS-FECHA-REGISTRO: 1 EL
006670* DEL INFORME, 2 EL ANTERIOR, 0 NINGUNO. UN DIA FUERA DE 1 A 31
006680* NO CUENTA.
006690******************************************************************
006700 7000-UBICAR-MES.
006710     MOVE 0 TO WS-IND-MES.
006720     IF WFR-DIA < 1 OR WFR-DIA > 31
006730         GO TO 7000-EXIT
006740     END-IF.
006750     IF WFR-MES = WS-MES-INFORME
006760         MOVE 1 TO WS-IND-MES
006770     END-IF.
006780     IF WFR-MES = WS-MES-ANTERIOR
006790         MOVE 2 TO WS-IND-MES
006800     END-IF.
006810 7000-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 7100-SUMAR-CAUSA - SUMA WS-CANTIDAD A LA CAUSA WS-CLAVE-CAUSA
006860* DE LA DIMENSION WS-DIMENSION EN EL MES WS-IND-MES, Y LA DA DE
006870* ALTA SI ES NUEVA. CON LA TABLA LLENA SE AVISA UNA VEZ.
006880******************************************************************
006890 7100-SUMAR-CAUSA.
006900     MOVE "N" TO SW-ENCONTRADO.
006910     PERFORM 7110-COMPARAR-CAUSA THRU 7110-EXIT
006920         VARYING WS-IND-CAUSA FROM 1 BY 1
006930         UNTIL WS-IND-CAUSA > WS-CANT-CAUSAS
006940         OR ENCONTRADO.
006950     IF ENCONTRADO
006960         SUBTRACT 1 FROM WS-IND-CAUSA
006970         ADD WS-CANTIDAD
006980             TO TCA-CANTIDAD (WS-IND-CAUSA, WS-IND-MES)
006990         GO TO 7100-EXIT
007000     END-IF.
007010     IF WS-CANT-CAUSAS = 600
007020         IF NOT CAUSAS-LLENA
007030             DISPLAY "MAS DE 600 CAUSAS DISTINTAS, LAS NUEVAS NO "
007040                 "ENTRAN EN LOS PARETO"
007050             SET CAUSAS-LLENA TO TRUE
007060         END-IF
007070         GO TO 7100-EXIT
007080     END-IF.
007090     ADD 1 TO WS-CANT-CAUSAS.
007100     MOVE WS-DIMENSION TO TCA-DIMENSION (WS-CANT-CAUSAS).
007110     MOVE WS-CLAVE-CAUSA TO TCA-CLAVE (WS-CANT-CAUSAS).
007120     MOVE 0 TO TCA-CANTIDAD (WS-CANT-CAUSAS, 1).
007130     MOVE 0 TO TCA-CANTIDAD (WS-CANT-CAUSAS, 2).
007140     MOVE "N" TO TCA-LISTADA (WS-CANT-CAUSAS).
007150     MOVE WS-CANTIDAD
007160         TO TCA-CANTIDAD (WS-CANT-CAUSAS, WS-IND-MES).
007170 7100-EXIT.
007180     EXIT.
007190
007200 7110-COMPARAR-CAUSA.
007210     IF TCA-DIMENSION (WS-IND-CAUSA) = WS-DIMENSION
007220         AND TCA-CLAVE (WS-IND-CAUSA) = WS-CLAVE-CAUSA
007230         SET ENCONTRADO TO TRUE
007240     END-IF.
007250 7110-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290* 7200-CALCULAR-TASA - WS-TASA ES WS-NUMERADOR SOBRE CADA CIEN DE
007300* WS-DENOMINADOR (CERO SI NO HUBO LINEAS LEIDAS).
007310******************************************************************
007320 7200-CALCULAR-TASA.
007330     MOVE 0 TO WS-TASA.
007340     IF WS-DENOMINADOR > 0
007350         COMPUTE WS-TASA ROUNDED =
007360             WS-NUMERADOR * 100 / WS-DENOMINADOR
007370             ON SIZE ERROR
007380                 MOVE 99999.99 TO WS-TASA
007390         END-COMPUTE
007400     END-IF.
007410 7200-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 8000-INFORMAR-DIAS - UNA LINEA POR CADA DIA DEL MES CON EDICION
007460* O CON RECHAZOS: LINEAS LEIDAS Y APARTADAS POR EDITDIA, ARCHIVOS
007470* INUSABLES, RECHAZOS (LOS DE INVALIDA Y RANGO APARTE; EL RESTO
007480* SON LOS DE EDITDIA) Y LAS DOS TASAS SOBRE LO LEIDO.
007490******************************************************************
007500 8000-INFORMAR-DIAS.
007510     DISPLAY " ".
007520     DISPLAY "TASAS DIARIAS (% SOBRE LAS LINEAS LEIDAS POR "
007530         "EDITDIA)".
007540     DISPLAY "  FECHA     LEIDAS APARTAD  %APART INUS RECHAZ "
007550         "INVAL RANGO   %RECH".
007560     PERFORM 8010-INFORMAR-DIA THRU 8010-EXIT
007570         VARYING WS-IND-DIA FROM 1 BY 1
007580         UNTIL WS-IND-DIA > 31.
007590 8000-EXIT.
007600     EXIT.
007610
007620 8010-INFORMAR-DIA.
007630     IF TDI-LEIDAS (WS-IND-DIA) = 0
007640         AND TDI-RECHAZOS (WS-IND-DIA) = 0
007650         AND TDI-INUSABLES (WS-IND-DIA) = 0
007660         GO TO 8010-EXIT
007670     END-IF.
007680     COMPUTE LDI-FECHA = WS-MES-INFORME * 100 + WS-IND-DIA.
007690     MOVE TDI-LEIDAS (WS-IND-DIA) TO LDI-LEIDAS.
007700     MOVE TDI-APARTADAS (WS-IND-DIA) TO LDI-APARTADAS.
007710     MOVE TDI-INUSABLES (WS-IND-DIA) TO LDI-INUSABLES.
007720     MOVE TDI-RECHAZOS (WS-IND-DIA) TO LDI-RECHAZOS.
007730     MOVE TDI-INVALIDA (WS-IND-DIA) TO LDI-INVALIDA.
007740     MOVE TDI-RANGO (WS-IND-DIA) TO LDI-RANGO.
007750     MOVE TDI-APARTADAS (WS-IND-DIA) TO WS-NUMERADOR.
007760     MOVE TDI-LEIDAS (WS-IND-DIA) TO WS-DENOMINADOR.
007770     PERFORM 7200-CALCULAR-TASA THRU 7200-EXIT.
007780     MOVE WS-TASA TO LDI-TASA-APARTADAS.
007790     MOVE TDI-RECHAZOS (WS-IND-DIA) TO WS-NUMERADOR.
007800     PERFORM 7200-CALCULAR-TASA THRU 7200-EXIT.
007810     MOVE WS-TASA TO LDI-TASA-RECHAZOS.
007820     DISPLAY LIN-DIA.
007830 8010-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870* 8100-INFORMAR-DATASETS - POR DATASET, LO LEIDO Y APARTADO EN EL
007880* MES, LOS DIAS QUE QUEDO INUSABLE Y LA TASA DE APARTADAS CONTRA
007890* LA DEL MES ANTERIOR (VARIACION EN PUNTOS).
007900******************************************************************
007910 8100-INFORMAR-DATASETS.
007920     DISPLAY " ".
007930     DISPLAY "POR DATASET".
007940     DISPLAY "  DATASET   LEIDAS APARTAD INUS  %APART %ANTER. "
007950         "VARIAC.".
007960     IF WS-CANT-DATASETS = 0
007970         DISPLAY "  SIN EDICIONES REGISTRADAS EN LOS DOS MESES"
007980         GO TO 8100-EXIT
007990     END-IF.
008000     PERFORM 8110-INFORMAR-DATASET THRU 8110-EXIT
008010         VARYING WS-IND-DATASET FROM 1 BY 1
008020         UNTIL WS-IND-DATASET > WS-CANT-DATASETS.
008030 8100-EXIT.
008040     EXIT.
008050
008060 8110-INFORMAR-DATASET.
008070     MOVE TDS-DATASET (WS-IND-DATASET) TO LDS-DATASET.
008080     MOVE TDS-LEIDAS (WS-IND-DATASET, 1) TO LDS-LEIDAS.
008090     MOVE TDS-APARTADAS (WS-IND-DATASET, 1) TO LDS-APARTADAS.
008100     MOVE TDS-INUSABLES (WS-IND-DATASET, 1) TO LDS-INUSABLES.
008110     MOVE TDS-APARTADAS (WS-IND-DATASET, 1) TO WS-NUMERADOR.
008120     MOVE TDS-LEIDAS (WS-IND-DATASET, 1) TO WS-DENOMINADOR.
008130     PERFORM 7200-CALCULAR-TASA THRU 7200-EXIT.
008140     MOVE WS-TASA TO WS-TASA-ACTUAL.
008150     MOVE TDS-APARTADAS (WS-IND-DATASET, 2) TO WS-NUMERADOR.
008160     MOVE TDS-LEIDAS (WS-IND-DATASET, 2) TO WS-DENOMINADOR.
008170     PERFORM 7200-CALCULAR-TASA THRU 7200-EXIT.
008180     MOVE WS-TASA TO WS-TASA-ANTERIOR.
008190     COMPUTE WS-VARIACION = WS-TASA-ACTUAL - WS-TASA-ANTERIOR.
008200     MOVE WS-TASA-ACTUAL TO LDS-TASA-ACTUAL.
008210     MOVE WS-TASA-ANTERIOR TO LDS-TASA-ANTERIOR.
008220     MOVE WS-VARIACION TO LDS-VARIACION.
008230     DISPLAY LIN-DATASET.
008240 8110-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280* 8200-INFORMAR-PARETO - LAS DIEZ CAUSAS MAS FRECUENTES DEL MES EN
008290* LA DIMENSION WS-DIMENSION, DE MAYOR A MENOR, CON SU PORCENTAJE,
008300* EL ACUMULADO, LO DEL MES ANTERIOR Y LA DIFERENCIA; DESPUES EL
008310* RESTO Y CUANTAS CAUSAS DEL MES ANTERIOR NO SE REPITIERON.
008320******************************************************************
008330 8200-INFORMAR-PARETO.
008340     DISPLAY " ".
008350     DISPLAY "PARETO: " WS-TITULO-PARETO.
008360     MOVE 0 TO WS-TOTAL-DIMENSION.
008370     MOVE 0 TO WS-ACUMULADO.
008380     MOVE 0 TO WS-CANT-DESAPARECIDAS.
008390     PERFORM 8230-PREPARAR-CAUSA THRU 8230-EXIT
008400         VARYING WS-IND-CAUSA FROM 1 BY 1
008410         UNTIL WS-IND-CAUSA > WS-CANT-CAUSAS.
008420     IF WS-TOTAL-DIMENSION = 0
008430         DISPLAY "  SIN CASOS EN EL MES"
008440         GO TO 8200-DESAPARECIDAS
008450     END-IF.
008460     DISPLAY "   N CAUSA                          CANTID.     %  "
008470         "ACUM.  ANTER.  VARIAC.".
008480     MOVE "N" TO SW-PARETO-TERMINADO.
008490     PERFORM 8210-LISTAR-MAYOR THRU 8210-EXIT
008500         VARYING WS-RANGO FROM 1 BY 1
008510         UNTIL WS-RANGO > 10 OR PARETO-TERMINADO.
008520     COMPUTE WS-RESTO = WS-TOTAL-DIMENSION - WS-ACUMULADO.
008530     IF WS-RESTO > 0
008540         DISPLAY "     RESTO DE LAS CAUSAS: " WS-RESTO
008550     END-IF.
008560     DISPLAY "     TOTAL DEL MES: " WS-TOTAL-DIMENSION.
008570 8200-DESAPARECIDAS.
008580     IF WS-CANT-DESAPARECIDAS > 0
008590         DISPLAY "     CAUSAS DEL MES ANTERIOR QUE NO SE "
008600             "REPITIERON: " WS-CANT-DESAPARECIDAS
008610     END-IF.
008620 8200-EXIT.
008630     EXIT.
008640
008650 8210-LISTAR-MAYOR.
008660     MOVE 0 TO WS-IND-MAYOR.
008670     MOVE 0 TO WS-MAYOR-CANT.
008680     PERFORM 8220-BUSCAR-MAYOR THRU 8220-EXIT
008690         VARYING WS-IND-CAUSA FROM 1 BY 1
008700         UNTIL WS-IND-CAUSA > WS-CANT-CAUSAS.
008710     IF WS-IND-MAYOR = 0
008720         SET PARETO-TERMINADO TO TRUE
008730         GO TO 8210-EXIT
008740     END-IF.
008750     MOVE "S" TO TCA-LISTADA (WS-IND-MAYOR).
008760     ADD WS-MAYOR-CANT TO WS-ACUMULADO.
008770     MOVE WS-RANGO TO LPA-RANGO.
008780     MOVE TCA-CLAVE (WS-IND-MAYOR) TO LPA-CLAVE.
008790     MOVE WS-MAYOR-CANT TO LPA-CANTIDAD.
008800     COMPUTE LPA-PORCENTAJE ROUNDED =
008810         WS-MAYOR-CANT * 100 / WS-TOTAL-DIMENSION.
008820     COMPUTE LPA-ACUMULADO ROUNDED =
008830         WS-ACUMULADO * 100 / WS-TOTAL-DIMENSION.
008840     MOVE TCA-CANTIDAD (WS-IND-MAYOR, 2) TO LPA-ANTERIOR.
008850     COMPUTE WS-DIFERENCIA =
008860         WS-MAYOR-CANT - TCA-CANTIDAD (WS-IND-MAYOR, 2).
008870     MOVE WS-DIFERENCIA TO LPA-VARIACION.
008880     DISPLAY LIN-PARETO.
008890 8210-EXIT.
008900     EXIT.
008910
008920 8220-BUSCAR-MAYOR.
008930     IF TCA-DIMENSION (WS-IND-CAUSA) = WS-DIMENSION
008940         AND TCA-LISTADA (WS-IND-CAUSA) = "N"
008950         AND TCA-CANTIDAD (WS-IND-CAUSA, 1) > WS-MAYOR-CANT
008960         MOVE WS-IND-CAUSA TO WS-IND-MAYOR
008970         MOVE TCA-CANTIDAD (WS-IND-CAUSA, 1) TO WS-MAYOR-CANT
008980     END-IF.
008990 8220-EXIT.
009000     EXIT.
009010
009020 8230-PREPARAR-CAUSA.
009030     IF TCA-DIMENSION (WS-IND-CAUSA) NOT = WS-DIMENSION
009040         GO TO 8230-EXIT
009050     END-IF.
009060     MOVE "N" TO TCA-LISTADA (WS-IND-CAUSA).
009070     ADD TCA-CANTIDAD (WS-IND-CAUSA, 1) TO WS-TOTAL-DIMENSION.
009080     IF TCA-CANTIDAD (WS-IND-CAUSA, 1) = 0
009090         AND TCA-CANTIDAD (WS-IND-CAUSA, 2) > 0
009100         ADD 1 TO WS-CANT-DESAPARECIDAS
009110     END-IF.
009120 8230-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160* 8300-INFORMAR-RESUMEN - EL MES CONTRA EL ANTERIOR: LINEAS
009170* LEIDAS, APARTADAS, ARCHIVOS INUSABLES, RECHAZOS Y LAS DOS
009180* TASAS. SI ALGUNA TASA SUBIO (CON LINEAS LEIDAS EN LOS DOS
009190* MESES) EL PASO TERMINA CON AVISO.
009200******************************************************************
009210 8300-INFORMAR-RESUMEN.
009220     DISPLAY " ".
009230     DISPLAY "RESUMEN DEL MES                 ACTUAL  ANTER.  "
009240         "VARIAC.".
009250     MOVE "LINEAS LEIDAS" TO LRE-CONCEPTO.
009260     MOVE TTO-LEIDAS (1) TO LRE-ACTUAL.
009270     MOVE TTO-LEIDAS (2) TO LRE-ANTERIOR.
009280     COMPUTE WS-DIFERENCIA = TTO-LEIDAS (1) - TTO-LEIDAS (2).
009290     MOVE WS-DIFERENCIA TO LRE-VARIACION.
009300     DISPLAY LIN-RESUMEN.
009310     MOVE "LINEAS APARTADAS" TO LRE-CONCEPTO.
009320     MOVE TTO-APARTADAS (1) TO LRE-ACTUAL.
009330     MOVE TTO-APARTADAS (2) TO LRE-ANTERIOR.
009340     COMPUTE WS-DIFERENCIA =
009350         TTO-APARTADAS (1) - TTO-APARTADAS (2).
009360     MOVE WS-DIFERENCIA TO LRE-VARIACION.
009370     DISPLAY LIN-RESUMEN.
009380     MOVE "ARCHIVOS INUSABLES" TO LRE-CONCEPTO.
009390     MOVE TTO-INUSABLES (1) TO LRE-ACTUAL.
009400     MOVE TTO-INUSABLES (2) TO LRE-ANTERIOR.
009410     COMPUTE WS-DIFERENCIA =
009420         TTO-INUSABLES (1) - TTO-INUSABLES (2).
009430     MOVE WS-DIFERENCIA TO LRE-VARIACION.
009440     DISPLAY LIN-RESUMEN.
009450     MOVE "RECHAZOS" TO LRE-CONCEPTO.
009460     MOVE TTO-RECHAZOS (1) TO LRE-ACTUAL.
009470     MOVE TTO-RECHAZOS (2) TO LRE-ANTERIOR.
009480     COMPUTE WS-DIFERENCIA = TTO-RECHAZOS (1) - TTO-RECHAZOS (2).
009490     MOVE WS-DIFERENCIA TO LRE-VARIACION.
009500     DISPLAY LIN-RESUMEN.
009510     MOVE "% APARTADAS" TO LRT-CONCEPTO.
009520     MOVE TTO-APARTADAS (1) TO WS-NUMERADOR.
009530     MOVE TTO-APARTADAS (2) TO WS-NUMERADOR-ANTERIOR.
009540     PERFORM 8310-COMPARAR-TASAS THRU 8310-EXIT.
009550     MOVE "% RECHAZOS" TO LRT-CONCEPTO.
009560     MOVE TTO-RECHAZOS (1) TO WS-NUMERADOR.
009570     MOVE TTO-RECHAZOS (2) TO WS-NUMERADOR-ANTERIOR.
009580     PERFORM 8310-COMPARAR-TASAS THRU 8310-EXIT.
009590     IF EMPEORO
009600         DISPLAY "LA CALIDAD DE LA ENTRADA EMPEORO CONTRA EL MES "
009610             "ANTERIOR"
009620     END-IF.
009630 8300-EXIT.
009640     EXIT.
009650
009660******************************************************************
009670* 8310-COMPARAR-TASAS - LA TASA DEL MES (WS-NUMERADOR SOBRE LAS
009680* LINEAS LEIDAS) CONTRA LA DEL MES ANTERIOR (WS-NUMERADOR-
009690* ANTERIOR SOBRE LAS LEIDAS DE ESE MES).
009700******************************************************************
009710 8310-COMPARAR-TASAS.
009720     MOVE TTO-LEIDAS (1) TO WS-DENOMINADOR.
009730     PERFORM 7200-CALCULAR-TASA THRU 7200-EXIT.
009740     MOVE WS-TASA TO WS-TASA-ACTUAL.
009750     MOVE WS-NUMERADOR-ANTERIOR TO WS-NUMERADOR.
009760     MOVE TTO-LEIDAS (2) TO WS-DENOMINADOR.
009770     PERFORM 7200-CALCULAR-TASA THRU 7200-EXIT.
009780     MOVE WS-TASA TO WS-TASA-ANTERIOR.
009790     COMPUTE WS-VARIACION = WS-TASA-ACTUAL - WS-TASA-ANTERIOR.
009800     MOVE WS-TASA-ACTUAL TO LRT-ACTUAL.
009810     MOVE WS-TASA-ANTERIOR TO LRT-ANTERIOR.
009820     MOVE WS-VARIACION TO LRT-VARIACION.
009830     DISPLAY LIN-RESUMEN-TASA.
009840     IF WS-VARIACION > 0
009850         AND TTO-LEIDAS (1) > 0 AND TTO-LEIDAS (2) > 0
009860         SET EMPEORO TO TRUE
009870     END-IF.
009880 8310-EXIT.
009890     EXIT.
009900
009910 END PROGRAM INFCALID.

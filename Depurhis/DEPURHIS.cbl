000100******************************************************************
000110* Depuracion por retencion de los archivos que crecen todas las
000120*noches y que nadie recortaba: el historial de corridas
000130*(HISTCORR), los rechazos (RECHAZOS), el historico de alertas
000140*reconocidas (ALERTHIS) y los lotes suplementarios (SUPLEM).
000150*Cada archivo tiene su propio parametro de dias de retencion;
000160*lo vencido pasa a un archivo historico fechado y recien cuando
000170*ese historico se releyo y balanceo por cantidad y por hash
000180*contra lo separado se toca el archivo vivo, como en ARCAUDIT.
000190*Un rechazo pendiente o una alerta abierta no se depuran nunca,
000200*tengan la edad que tengan. Cada archivo depurado deja en el
000210*log de auditoria cuantos registros se movieron y cuantos
000220*quedan.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    DEPURHIS.
000260 AUTHOR.        R. ALONSO.
000270 INSTALLATION.  DEPTO. DESARROLLO.
000280 DATE-WRITTEN.  15/10/2026.
000290 DATE-COMPILED.
000300******************************************************************
000310* HISTORIAL DE MODIFICACIONES
000320* FECHA       INIC.  DESCRIPCION
000330* 15/10/2026  RA     VERSION INICIAL. EXIGE OPERADOR AUTORIZADO
000340*                    (VALOPER, POSICION 25). LOS DIAS DE
000350*                    RETENCION SALEN DE LOS PARAMETROS RETHCORR,
000360*                    RETRECHA, RETALERT Y RETSUPLE, CONTADOS
000370*                    HACIA ATRAS DESDE EL DIA DE NEGOCIO CON LA
000380*                    TABLA DE LARGOS DE MES DE ARCHDIA. CADA
000390*                    REGISTRO HISTORICO LLEVA ADELANTE LA FECHA
000400*                    Y LA HORA DE LA DEPURACION QUE LO MOVIO: EL
000410*                    HISTORICO SE ABRE EXTEND, UNA SEGUNDA
000420*                    CORRIDA NO PISA LA PRIMERA Y LA RELECTURA
000430*                    BALANCEA SOLO LO DE ESTA CORRIDA. EL HASH
000440*                    SUMA CADA DIGITO DEL REGISTRO POR SU
000450*                    POSICION, ASI UN DIGITO CAMBIADO O DOS
000460*                    TRASPUESTOS NO BALANCEAN. HISTCORR ES
000470*                    INDEXADO: EN LUGAR DE REGRABARSE SE BORRAN
000480*                    POR CLAVE LOS REGISTROS VENCIDOS. SUPLEM SE
000490*                    DEPURA POR LOTE COMPLETO (CABECERA, DETALLES
000500*                    Y CIERRE) SEGUN LA FECHA DE SU CABECERA.
000501* 15/10/2026  RA     RECHAZOS ES AHORA UN MAESTRO INDEXADO DE 121
000502*                    POSICIONES: COMO HISTCORR, NO SE REGRABA POR
000503*                    DEPURW SINO QUE, VERIFICADO EL HISTORICO, SE
000504*                    RECORRE DE NUEVO Y SE BORRAN POR CLAVE LOS
000505*                    QUE CUMPLEN LA MISMA REGLA DE VENCIMIENTO
000506*                    (3050). COMO LA CLAVE NO ES LA FECHA DE
000507*                    RESOLUCION, EL BORRADO LEE EL MAESTRO ENTERO.
000508*                    EL HASH DE RECHAZOS CUBRE LAS 121 POSICIONES
000509*                    Y RECHARC PASA A 137.
000510* 15/10/2026  RA     HISTCORR LLEVA AL FINAL EL CODIGO DE
000511*                    RETORNO DE LA CORRIDA: EL HASH DEL
000512*                    HISTORIAL CUBRE LAS 79 POSICIONES Y
000513*                    HCORARC PASA DE 92 A 95.
000514* 15/10/2026  RA     UNA FALLA AL ABRIR HISTCORR SE TRATA COMO LA
000515*                    DE LOS OTROS ARCHIVOS (6500): DEJA LA
000516*                    DEPURACION COMO FALLIDA Y EL RETORNO.
000517******************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT HISTORIAL ASSIGN TO "HISTCORR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RH-CLAVE
000590         FILE STATUS IS WS-HIST-STATUS.
000600     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000605         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000615         RECORD KEY IS RCH-CLAVE
000620         FILE STATUS IS WS-VIVO-STATUS.
000630     SELECT HISTORICO-ALERTAS ASSIGN TO "ALERTHIS"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-VIVO-STATUS.
000660     SELECT SUPLEMENTARIO ASSIGN TO "SUPLEM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-VIVO-STATUS.
000690     SELECT ARCHIVO-HISTCORR ASSIGN TO "HCORARC"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ARCHIVO-STATUS.
000720     SELECT ARCHIVO-RECHAZOS ASSIGN TO "RECHARC"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARCHIVO-STATUS.
000750     SELECT ARCHIVO-ALERTAS ASSIGN TO "ALERARC"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ARCHIVO-STATUS.
000780     SELECT ARCHIVO-SUPLEM ASSIGN TO "SUPLARC"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ARCHIVO-STATUS.
000810     SELECT TRABAJO-RETENIDOS ASSIGN TO "DEPURW"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-TRABAJO-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  HISTORIAL
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-HISTORIAL.
000900     COPY HISTCORR.
000910
000920 FD  RECHAZOS
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-RECHAZOS.
000950     COPY RECHAZO.
000960
000970 FD  HISTORICO-ALERTAS
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-ALERTA-HIST             PIC X(96).
001000
001010 FD  SUPLEMENTARIO
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-SUPLEMENTARIO           PIC X(21).
001040
001050 FD  ARCHIVO-HISTCORR
001060     LABEL RECORDS ARE STANDARD.
001070 01  REG-ARCHIVO-HISTCORR        PIC X(95).
001080
001090 FD  ARCHIVO-RECHAZOS
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-ARCHIVO-RECHAZOS        PIC X(137).
001120
001130 FD  ARCHIVO-ALERTAS
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-ARCHIVO-ALERTAS         PIC X(112).
001160
001170 FD  ARCHIVO-SUPLEM
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-ARCHIVO-SUPLEM          PIC X(37).
001200
001210 FD  TRABAJO-RETENIDOS
001220     LABEL RECORDS ARE STANDARD.
001230 01  REG-TRABAJO                 PIC X(97).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-HIST-STATUS              PIC X(02) VALUE "00".
001270 01  WS-VIVO-STATUS              PIC X(02) VALUE "00".
001280 01  WS-ARCHIVO-STATUS           PIC X(02) VALUE "00".
001290 01  WS-TRABAJO-STATUS           PIC X(02) VALUE "00".
001300
001310 01  REG-AUDITORIA.
001320     COPY AUDITLOG.
001330
001340 01  OPERADOR-AUTORIZACION.
001350     COPY OPERLNK.
001360
001370 01  FECHA-NEGOCIO-COM.
001380     COPY FECHALNK.
001390
001400 01  PARAMETROS-VIGENTES.
001410     COPY PARLINK.
001420
001430*    LA ALERTA LEIDA DE ALERTHIS Y LA QUE ESTE PROGRAMA DEJA ANTE
001440*    UNA DEPURACION QUE NO BALANCEA USAN LA MISMA AREA: LA
001450*    SEGUNDA SE ARMA CUANDO LA PRIMERA YA NO SE NECESITA.
001460 01  REG-ALERTA.
001470     COPY ALERTA.
001480
001490*    LINEA DE UN LOTE SUPLEMENTARIO, EN EL FORMATO DE TRANDIA
001500*    (VER REVRECH): CABECERA "C" CON LA FECHA, DETALLES Y CIERRE
001510*    "T".
001520 01  LIN-SUPLEM.
001530     05  SUP-TIPO                PIC X(01).
001540         88  SUP-ES-CABECERA               VALUE "C".
001550         88  SUP-ES-CIERRE                 VALUE "T".
001560     05  FILLER                  PIC X(20).
001570 01  LIN-SUP-CABECERA REDEFINES LIN-SUPLEM.
001580     05  FILLER                  PIC X(01).
001590     05  SUC-FECHA               PIC 9(08).
001600     05  FILLER                  PIC X(12).
001610
001620*    REGISTRO DEL ARCHIVO HISTORICO: FECHA DE NEGOCIO Y HORA DE
001630*    LA DEPURACION QUE LO MOVIO, SEGUIDAS DEL REGISTRO ORIGINAL.
001640 01  REG-ARCHIVADO.
001650     05  ARV-FECHA               PIC 9(08).
001660     05  ARV-SEPARADOR-1         PIC X(01).
001670     05  ARV-HORA                PIC 9(06).
001680     05  ARV-SEPARADOR-2         PIC X(01).
001690     05  ARV-REGISTRO            PIC X(121).
001700
001710 01  WS-FECHA-DEPURACION         PIC 9(08) VALUE 0.
001720 01  WS-HORA-DEPURACION          PIC 9(06) VALUE 0.
001730 01  WS-FECHA-CORTE              PIC 9(08) VALUE 0.
001740 01  WS-FECHA-REGISTRO           PIC 9(08) VALUE 0.
001750 01  WS-DIAS-RETENCION           PIC 9(03) VALUE 0.
001760 01  WS-NOMBRE-ARCHIVO           PIC X(08) VALUE SPACE.
001770 01  WS-IND-DIA                  PIC 9(03) VALUE 0.
001780
001790 01  WS-CANT-LEIDOS              PIC 9(06) VALUE 0.
001800 01  WS-CANT-MOVIDOS             PIC 9(06) VALUE 0.
001810 01  WS-CANT-RETENIDOS           PIC 9(06) VALUE 0.
001820 01  WS-CANT-PROTEGIDOS          PIC 9(06) VALUE 0.
001830 01  WS-CANT-RELEIDOS            PIC 9(06) VALUE 0.
001840 01  WS-CANT-BORRADOS            PIC 9(06) VALUE 0.
001850 01  WS-CANT-FALLIDOS            PIC 9(01) VALUE 0.
001860
001870*    HASH DE CONTROL: CADA DIGITO DEL REGISTRO MULTIPLICADO POR
001880*    SU POSICION.
001890 01  WS-HASH-MOVIDOS             PIC 9(15) VALUE 0.
001900 01  WS-HASH-RELEIDOS            PIC 9(15) VALUE 0.
001910 01  WS-HASH-REGISTRO            PIC 9(09) VALUE 0.
001920 01  WS-REGISTRO-HASH            PIC X(121) VALUE SPACE.
001930 01  WS-LARGO-HASH               PIC 9(03) VALUE 0.
001940 01  WS-IND-BYTE                 PIC 9(03) VALUE 0.
001950 01  WS-DIGITO                   PIC 9(01) VALUE 0.
001960
001970 01  SW-FIN-ENTRADA              PIC X(01) VALUE "N".
001980     88  FIN-DE-ENTRADA                    VALUE "S".
001990 01  SW-DEPURACION-VALIDA        PIC X(01) VALUE "S".
002000     88  DEPURACION-VALIDA                 VALUE "S".
002010     88  DEPURACION-INVALIDA               VALUE "N".
002020 01  SW-ARCHIVO-PRESENTE         PIC X(01) VALUE "S".
002030     88  ARCHIVO-PRESENTE                  VALUE "S".
002040     88  ARCHIVO-AUSENTE                   VALUE "N".
002050 01  SW-LOTE-VENCIDO             PIC X(01) VALUE "N".
002060     88  LOTE-VENCIDO                      VALUE "S".
002062 01  SW-RECHAZO-VENCIDO          PIC X(01) VALUE "N".
002064     88  RECHAZO-VENCIDO                   VALUE "S".
002066     88  RECHAZO-PROTEGIDO                 VALUE "P".
002070
002080 01  FECHA-TRABAJO.
002090     05  FT-ANO                  PIC 9(04).
002100     05  FT-MES                  PIC 9(02).
002110     05  FT-DIA                  PIC 9(02).
002120 01  FECHA-TRABAJO-N REDEFINES FECHA-TRABAJO
002130                                 PIC 9(08).
002140
002150*    LARGOS DE MES PARA RESTAR DIAS; FEBRERO SE CORRIGE POR
002160*    BISIESTO EN EL MOMENTO, COMO EN ARCHDIA.
002170 01  TABLA-LARGOS.
002180     05  FILLER                  PIC X(24)
002190         VALUE "312831303130313130313031".
002200 01  TABLA-LARGOS-R REDEFINES TABLA-LARGOS.
002210     05  TL-LARGO OCCURS 12 TIMES PIC 9(02).
002220 01  WS-LARGO-MES                PIC 9(02) VALUE 0.
002230 01  WS-RESTO-4                  PIC 9(04) VALUE 0.
002240 01  WS-RESTO-100                PIC 9(04) VALUE 0.
002250 01  WS-RESTO-400                PIC 9(04) VALUE 0.
002260 01  WS-COCIENTE                 PIC 9(06) VALUE 0.
002270
002280 PROCEDURE DIVISION.
002290******************************************************************
002300* 0000-MAINLINE-CONTROL
002310******************************************************************
002320 0000-MAINLINE-CONTROL.
002330     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
002340     IF NOT VOP-AUTORIZADO
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF.
002380     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002390     PERFORM 2000-DEPURAR-HISTCORR THRU 2000-EXIT.
002400     PERFORM 3000-DEPURAR-RECHAZOS THRU 3000-EXIT.
002410     PERFORM 4000-DEPURAR-ALERTHIS THRU 4000-EXIT.
002420     PERFORM 5000-DEPURAR-SUPLEM THRU 5000-EXIT.
002430     IF WS-CANT-FALLIDOS > 0
002440         DISPLAY WS-CANT-FALLIDOS " ARCHIVO(S) SIN DEPURAR POR "
002450             "NO BALANCEAR; QUEDARON INTACTOS"
002460         MOVE 16 TO RETURN-CODE
002470     END-IF.
002480     GOBACK.
002490
002500******************************************************************
002510* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
002520* CONTRA EL MAESTRO (VALOPER, POSICION 25: DEPURACION POR
002530* RETENCION). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
002540******************************************************************
002550 0100-EXIGIR-OPERADOR.
002560     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
002570     ACCEPT VOP-ID.
002580     MOVE 25 TO VOP-POSICION.
002590     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
002600     IF VOP-AUTORIZADO
002610         GO TO 0100-EXIT
002620     END-IF.
002630     DISPLAY "OPERADOR NO AUTORIZADO PARA LA DEPURACION, LA "
002640         "CORRIDA SE RECHAZA".
002650     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002660     MOVE SPACE TO AUD-RESULTADO.
002670     STRING "FIRMA RECHAZADA ID=" VOP-ID
002680         DELIMITED BY SIZE INTO AUD-RESULTADO.
002690     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
002700 0100-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 1000-INICIALIZAR - PARAMETROS, DIA DE NEGOCIO Y LA MARCA DE
002750* FECHA Y HORA QUE LLEVARA CADA REGISTRO MOVIDO EN ESTA CORRIDA.
002760******************************************************************
002770 1000-INICIALIZAR.
002780     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
002790     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002800     MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-DEPURACION.
002810     ACCEPT WS-HORA-DEPURACION FROM TIME.
002820     DISPLAY "DEPURACION POR RETENCION DEL DIA "
002830         WS-FECHA-DEPURACION " " WS-HORA-DEPURACION.
002840 1000-EXIT.
002850     EXIT.
002860
002870******************************************************************
002880* 1500-CALCULAR-CORTE - RESTA LOS DIAS DE RETENCION DEL ARCHIVO
002890* A LA FECHA DE NEGOCIO, DE A UN DIA, Y DEJA EN CERO LOS
002900* CONTADORES Y EL HASH DEL ARCHIVO QUE EMPIEZA.
002910******************************************************************
002920 1500-CALCULAR-CORTE.
002930     MOVE WS-FECHA-DEPURACION TO FECHA-TRABAJO-N.
002940     PERFORM 1600-RESTAR-UN-DIA THRU 1600-EXIT
002950         VARYING WS-IND-DIA FROM 1 BY 1
002960         UNTIL WS-IND-DIA > WS-DIAS-RETENCION.
002970     MOVE FECHA-TRABAJO-N TO WS-FECHA-CORTE.
002980     MOVE 0 TO WS-CANT-LEIDOS.
002990     MOVE 0 TO WS-CANT-MOVIDOS.
003000     MOVE 0 TO WS-CANT-RETENIDOS.
003010     MOVE 0 TO WS-CANT-PROTEGIDOS.
003020     MOVE 0 TO WS-CANT-RELEIDOS.
003030     MOVE 0 TO WS-CANT-BORRADOS.
003040     MOVE 0 TO WS-HASH-MOVIDOS.
003050     MOVE 0 TO WS-HASH-RELEIDOS.
003060     SET DEPURACION-VALIDA TO TRUE.
003070     SET ARCHIVO-PRESENTE TO TRUE.
003080     DISPLAY " ".
003090     DISPLAY WS-NOMBRE-ARCHIVO ": RETENCION " WS-DIAS-RETENCION
003100         " DIAS, SE MUEVE LO ANTERIOR AL " WS-FECHA-CORTE.
003110 1500-EXIT.
003120     EXIT.
003130
003140 1600-RESTAR-UN-DIA.
003150     IF FT-DIA > 1
003160         SUBTRACT 1 FROM FT-DIA
003170         GO TO 1600-EXIT
003180     END-IF.
003190     IF FT-MES > 1
003200         SUBTRACT 1 FROM FT-MES
003210     ELSE
003220         MOVE 12 TO FT-MES
003230         SUBTRACT 1 FROM FT-ANO
003240     END-IF.
003250     MOVE TL-LARGO (FT-MES) TO WS-LARGO-MES.
003260     IF FT-MES = 2
003270         DIVIDE FT-ANO BY 4 GIVING WS-COCIENTE
003280             REMAINDER WS-RESTO-4
003290         DIVIDE FT-ANO BY 100 GIVING WS-COCIENTE
003300             REMAINDER WS-RESTO-100
003310         DIVIDE FT-ANO BY 400 GIVING WS-COCIENTE
003320             REMAINDER WS-RESTO-400
003330         IF WS-RESTO-4 = 0
003340             AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
003350             MOVE 29 TO WS-LARGO-MES
003360         END-IF
003370     END-IF.
003380     MOVE WS-LARGO-MES TO FT-DIA.
003390 1600-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 2000-DEPURAR-HISTCORR - EL HISTORIAL ESTA ORDENADO POR FECHA
003440* (ES LA CLAVE): SE COPIAN AL HISTORICO LAS CORRIDAS ANTERIORES
003450* AL CORTE, SE VERIFICA EL HISTORICO Y RECIEN ENTONCES SE BORRAN
003460* DEL MAESTRO POR CLAVE.
003470******************************************************************
003480 2000-DEPURAR-HISTCORR.
003490     MOVE "HISTCORR" TO WS-NOMBRE-ARCHIVO.
003500     MOVE PAR-RETENCION-HISTCORR TO WS-DIAS-RETENCION.
003510     PERFORM 1500-CALCULAR-CORTE THRU 1500-EXIT.
003520     OPEN INPUT HISTORIAL.
003530     IF WS-HIST-STATUS NOT = "00"
003540         MOVE WS-HIST-STATUS TO WS-VIVO-STATUS
003550         PERFORM 6500-ARCHIVO-NO-ABIERTO THRU 6500-EXIT
003560         GO TO 2000-EXIT
003570     END-IF.
003580     OPEN EXTEND ARCHIVO-HISTCORR.
003590     IF WS-ARCHIVO-STATUS = "35"
003600         OPEN OUTPUT ARCHIVO-HISTCORR
003610     END-IF.
003620     MOVE "N" TO SW-FIN-ENTRADA.
003630     PERFORM 2100-SEPARAR-CORRIDA THRU 2100-EXIT
003640         UNTIL FIN-DE-ENTRADA.
003650     CLOSE HISTORIAL.
003660     CLOSE ARCHIVO-HISTCORR.
003670     MOVE 79 TO WS-LARGO-HASH.
003680     OPEN INPUT ARCHIVO-HISTCORR.
003690     MOVE "N" TO SW-FIN-ENTRADA.
003700     PERFORM 2200-RELEER-CORRIDA THRU 2200-EXIT
003710         UNTIL FIN-DE-ENTRADA.
003720     CLOSE ARCHIVO-HISTCORR.
003730     PERFORM 6000-CONTROLAR-BALANCE THRU 6000-EXIT.
003740     IF DEPURACION-VALIDA AND WS-CANT-MOVIDOS > 0
003750         PERFORM 2300-BORRAR-VENCIDAS THRU 2300-EXIT
003760     END-IF.
003770     PERFORM 8500-INFORMAR-ARCHIVO THRU 8500-EXIT.
003780 2000-EXIT.
003790     EXIT.
003800
003810 2100-SEPARAR-CORRIDA.
003820     READ HISTORIAL NEXT RECORD
003830         AT END
003840             SET FIN-DE-ENTRADA TO TRUE
003850             GO TO 2100-EXIT
003860     END-READ.
003870     ADD 1 TO WS-CANT-LEIDOS.
003880     IF RH-FECHA NOT < WS-FECHA-CORTE
003890         ADD 1 TO WS-CANT-RETENIDOS
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE REG-HISTORIAL TO WS-REGISTRO-HASH.
003930     MOVE 79 TO WS-LARGO-HASH.
003940     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
003950     ADD WS-HASH-REGISTRO TO WS-HASH-MOVIDOS.
003960     PERFORM 7500-MARCAR-ARCHIVADO THRU 7500-EXIT.
003970     MOVE REG-HISTORIAL TO ARV-REGISTRO.
003980     MOVE REG-ARCHIVADO TO REG-ARCHIVO-HISTCORR.
003990     WRITE REG-ARCHIVO-HISTCORR.
004000     ADD 1 TO WS-CANT-MOVIDOS.
004010 2100-EXIT.
004020     EXIT.
004030
004040 2200-RELEER-CORRIDA.
004050     READ ARCHIVO-HISTCORR INTO REG-ARCHIVADO
004060         AT END
004070             SET FIN-DE-ENTRADA TO TRUE
004080             GO TO 2200-EXIT
004090     END-READ.
004100     PERFORM 7600-CONTAR-RELEIDO THRU 7600-EXIT.
004110 2200-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 2300-BORRAR-VENCIDAS - CON EL HISTORICO YA VERIFICADO, BORRA
004160* DEL MAESTRO LAS CORRIDAS ANTERIORES AL CORTE. LOS BORRADOS
004170* TIENEN QUE SER LOS MOVIDOS; SI NO, LA DEPURACION SE INFORMA
004180* FALLIDA (LO BORRADO YA ESTA EN EL HISTORICO).
004190******************************************************************
004200 2300-BORRAR-VENCIDAS.
004210     OPEN I-O HISTORIAL.
004220     IF WS-HIST-STATUS NOT = "00"
004230         DISPLAY "NO SE PUDO ABRIR HISTCORR PARA BORRAR, FILE "
004240             "STATUS " WS-HIST-STATUS
004250         SET DEPURACION-INVALIDA TO TRUE
004260         GO TO 2300-EXIT
004270     END-IF.
004280     MOVE "N" TO SW-FIN-ENTRADA.
004290     MOVE 0 TO RH-FECHA.
004300     MOVE 0 TO RH-SECUENCIA.
004310     START HISTORIAL KEY NOT LESS THAN RH-CLAVE
004320         INVALID KEY
004330             SET FIN-DE-ENTRADA TO TRUE
004340     END-START.
004350     PERFORM 2310-BORRAR-CORRIDA THRU 2310-EXIT
004360         UNTIL FIN-DE-ENTRADA.
004370     CLOSE HISTORIAL.
004380     IF WS-CANT-BORRADOS NOT = WS-CANT-MOVIDOS
004390         DISPLAY "HISTCORR: BORRADOS " WS-CANT-BORRADOS
004400             " MOVIDOS " WS-CANT-MOVIDOS
004410         SET DEPURACION-INVALIDA TO TRUE
004420     END-IF.
004430 2300-EXIT.
004440     EXIT.
004450
004460 2310-BORRAR-CORRIDA.
004470     READ HISTORIAL NEXT RECORD
004480         AT END
004490             SET FIN-DE-ENTRADA TO TRUE
004500             GO TO 2310-EXIT
004510     END-READ.
004520     IF RH-FECHA NOT < WS-FECHA-CORTE
004530         SET FIN-DE-ENTRADA TO TRUE
004540         GO TO 2310-EXIT
004550     END-IF.
004560     DELETE HISTORIAL RECORD
004570         INVALID KEY
004580             DISPLAY "HISTCORR: NO SE PUDO BORRAR " RH-CLAVE
004590         NOT INVALID KEY
004600             ADD 1 TO WS-CANT-BORRADOS
004610     END-DELETE.
004620 2310-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 3000-DEPURAR-RECHAZOS - UN RECHAZO SE MUEVE SOLO SI YA ESTA
004670* RESUELTO O ANULADO Y SU RESOLUCION (O, EN UN REGISTRO SIN
004680* ELLA, SU CARGA) ES ANTERIOR AL CORTE. UN PENDIENTE QUEDA
004686* SIEMPRE, AUNQUE SEA VIEJO. VERIFICADO EL HISTORICO, LOS
004692* MOVIDOS SE BORRAN DEL MAESTRO POR CLAVE.
004700******************************************************************
004710 3000-DEPURAR-RECHAZOS.
004720     MOVE "RECHAZOS" TO WS-NOMBRE-ARCHIVO.
004730     MOVE PAR-RETENCION-RECHAZOS TO WS-DIAS-RETENCION.
004740     PERFORM 1500-CALCULAR-CORTE THRU 1500-EXIT.
004750     OPEN INPUT RECHAZOS.
004760     IF WS-VIVO-STATUS NOT = "00"
004770         PERFORM 6500-ARCHIVO-NO-ABIERTO THRU 6500-EXIT
004780         GO TO 3000-EXIT
004790     END-IF.
004800     OPEN EXTEND ARCHIVO-RECHAZOS.
004810     IF WS-ARCHIVO-STATUS = "35"
004820         OPEN OUTPUT ARCHIVO-RECHAZOS
004830     END-IF.
004850     MOVE "N" TO SW-FIN-ENTRADA.
004860     PERFORM 3100-SEPARAR-RECHAZO THRU 3100-EXIT
004870         UNTIL FIN-DE-ENTRADA.
004880     CLOSE RECHAZOS.
004890     CLOSE ARCHIVO-RECHAZOS.
004900     MOVE 121 TO WS-LARGO-HASH.
004920     OPEN INPUT ARCHIVO-RECHAZOS.
004930     MOVE "N" TO SW-FIN-ENTRADA.
004940     PERFORM 3200-RELEER-RECHAZO THRU 3200-EXIT
004950         UNTIL FIN-DE-ENTRADA.
004960     CLOSE ARCHIVO-RECHAZOS.
004970     PERFORM 6000-CONTROLAR-BALANCE THRU 6000-EXIT.
004980     IF DEPURACION-VALIDA AND WS-CANT-MOVIDOS > 0
004990         PERFORM 3300-BORRAR-VENCIDOS THRU 3300-EXIT
005060     END-IF.
005070     PERFORM 8500-INFORMAR-ARCHIVO THRU 8500-EXIT.
005080 3000-EXIT.
005090     EXIT.
005100
005108******************************************************************
005116* 3050-EVALUAR-VENCIMIENTO - LA REGLA DE VENCIMIENTO DE UN
005124* RECHAZO, LA MISMA AL SEPARAR Y AL BORRAR: VENCIDO SI SU FECHA
005132* (RESOLUCION O CARGA) ES ANTERIOR AL CORTE Y NO ESTA PENDIENTE;
005140* PROTEGIDO SI ES ANTERIOR PERO SIGUE PENDIENTE.
005148******************************************************************
005156 3050-EVALUAR-VENCIMIENTO.
005164     MOVE "N" TO SW-RECHAZO-VENCIDO.
005180     MOVE 99999999 TO WS-FECHA-REGISTRO.
005190     IF RCH-RES-FECHA NUMERIC AND RCH-RES-FECHA > 0
005200         MOVE RCH-RES-FECHA TO WS-FECHA-REGISTRO
005210     ELSE
005220         IF RCH-FECHA NUMERIC
005230             MOVE RCH-FECHA TO WS-FECHA-REGISTRO
005240         END-IF
005250     END-IF.
005260     IF WS-FECHA-REGISTRO NOT < WS-FECHA-CORTE
005270         GO TO 3050-EXIT
005280     END-IF.
005290     IF RCH-PENDIENTE
005291         SET RECHAZO-PROTEGIDO TO TRUE
005292         GO TO 3050-EXIT
005293     END-IF.
005294     SET RECHAZO-VENCIDO TO TRUE.
005295 3050-EXIT.
005296     EXIT.
005297
005298 3100-SEPARAR-RECHAZO.
005299     READ RECHAZOS NEXT RECORD
005300         AT END
005301             SET FIN-DE-ENTRADA TO TRUE
005302             GO TO 3100-EXIT
005303     END-READ.
005304     ADD 1 TO WS-CANT-LEIDOS.
005305     PERFORM 3050-EVALUAR-VENCIMIENTO THRU 3050-EXIT.
005306     IF RECHAZO-PROTEGIDO
005307         ADD 1 TO WS-CANT-PROTEGIDOS
005308     END-IF.
005309     IF NOT RECHAZO-VENCIDO
005310         ADD 1 TO WS-CANT-RETENIDOS
005311         GO TO 3100-EXIT
005320     END-IF.
005330     MOVE REG-RECHAZOS TO WS-REGISTRO-HASH.
005340     MOVE 121 TO WS-LARGO-HASH.
005350     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
005360     ADD WS-HASH-REGISTRO TO WS-HASH-MOVIDOS.
005370     PERFORM 7500-MARCAR-ARCHIVADO THRU 7500-EXIT.
005380     MOVE REG-RECHAZOS TO ARV-REGISTRO.
005390     MOVE REG-ARCHIVADO TO REG-ARCHIVO-RECHAZOS.
005400     WRITE REG-ARCHIVO-RECHAZOS.
005410     ADD 1 TO WS-CANT-MOVIDOS.
005470 3100-EXIT.
005480     EXIT.
005490
005500 3200-RELEER-RECHAZO.
005510     READ ARCHIVO-RECHAZOS INTO REG-ARCHIVADO
005520         AT END
005530             SET FIN-DE-ENTRADA TO TRUE
005540             GO TO 3200-EXIT
005550     END-READ.
005560     PERFORM 7600-CONTAR-RELEIDO THRU 7600-EXIT.
005570 3200-EXIT.
005580     EXIT.
005590
005591******************************************************************
005592* 3300-BORRAR-VENCIDOS - CON EL HISTORICO YA VERIFICADO, RECORRE
005593* EL MAESTRO DESDE LA PRIMERA CLAVE Y BORRA LOS RECHAZOS VENCIDOS.
005594* LOS BORRADOS TIENEN QUE SER LOS MOVIDOS, COMO EN HISTCORR.
005595******************************************************************
005596 3300-BORRAR-VENCIDOS.
005597     OPEN I-O RECHAZOS.
005598     IF WS-VIVO-STATUS NOT = "00"
005599         DISPLAY "NO SE PUDO ABRIR RECHAZOS PARA BORRAR, FILE "
005600             "STATUS " WS-VIVO-STATUS
005601         SET DEPURACION-INVALIDA TO TRUE
005602         GO TO 3300-EXIT
005603     END-IF.
005604     MOVE "N" TO SW-FIN-ENTRADA.
005605     MOVE LOW-VALUE TO RCH-CLAVE.
005606     START RECHAZOS KEY NOT LESS THAN RCH-CLAVE
005607         INVALID KEY
005608             SET FIN-DE-ENTRADA TO TRUE
005609     END-START.
005610     PERFORM 3310-BORRAR-RECHAZO THRU 3310-EXIT
005611         UNTIL FIN-DE-ENTRADA.
005612     CLOSE RECHAZOS.
005613     IF WS-CANT-BORRADOS NOT = WS-CANT-MOVIDOS
005614         DISPLAY "RECHAZOS: BORRADOS " WS-CANT-BORRADOS
005615             " MOVIDOS " WS-CANT-MOVIDOS
005616         SET DEPURACION-INVALIDA TO TRUE
005617     END-IF.
005618 3300-EXIT.
005619     EXIT.
005620
005621 3310-BORRAR-RECHAZO.
005622     READ RECHAZOS NEXT RECORD
005623         AT END
005630             SET FIN-DE-ENTRADA TO TRUE
005640             GO TO 3310-EXIT
005650     END-READ.
005653     PERFORM 3050-EVALUAR-VENCIMIENTO THRU 3050-EXIT.
005656     IF NOT RECHAZO-VENCIDO
005659         GO TO 3310-EXIT
005662     END-IF.
005665     DELETE RECHAZOS RECORD
005668         INVALID KEY
005671             DISPLAY "RECHAZOS: NO SE PUDO BORRAR " RCH-CLAVE
005674         NOT INVALID KEY
005677             ADD 1 TO WS-CANT-BORRADOS
005680     END-DELETE.
005683 3310-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 4000-DEPURAR-ALERTHIS - UNA ALERTA SE MUEVE SOLO SI ESTA
005730* RECONOCIDA Y SU RECONOCIMIENTO (O, EN UN REGISTRO SIN EL, SU
005740* EMISION) ES ANTERIOR AL CORTE. UNA ALERTA ABIERTA NO SE MUEVE.
005750******************************************************************
005760 4000-DEPURAR-ALERTHIS.
005770     MOVE "ALERTHIS" TO WS-NOMBRE-ARCHIVO.
005780     MOVE PAR-RETENCION-ALERTAS TO WS-DIAS-RETENCION.
005790     PERFORM 1500-CALCULAR-CORTE THRU 1500-EXIT.
005800     OPEN INPUT HISTORICO-ALERTAS.
005810     IF WS-VIVO-STATUS NOT = "00"
005820         PERFORM 6500-ARCHIVO-NO-ABIERTO THRU 6500-EXIT
005830         GO TO 4000-EXIT
005840     END-IF.
005850     OPEN EXTEND ARCHIVO-ALERTAS.
005860     IF WS-ARCHIVO-STATUS = "35"
005870         OPEN OUTPUT ARCHIVO-ALERTAS
005880     END-IF.
005890     OPEN OUTPUT TRABAJO-RETENIDOS.
005900     MOVE "N" TO SW-FIN-ENTRADA.
005910     PERFORM 4100-SEPARAR-ALERTA THRU 4100-EXIT
005920         UNTIL FIN-DE-ENTRADA.
005930     CLOSE HISTORICO-ALERTAS.
005940     CLOSE ARCHIVO-ALERTAS.
005950     CLOSE TRABAJO-RETENIDOS.
005960     MOVE 96 TO WS-LARGO-HASH.
005970     OPEN INPUT ARCHIVO-ALERTAS.
005980     MOVE "N" TO SW-FIN-ENTRADA.
005990     PERFORM 4200-RELEER-ALERTA THRU 4200-EXIT
006000         UNTIL FIN-DE-ENTRADA.
006010     CLOSE ARCHIVO-ALERTAS.
006020     PERFORM 6000-CONTROLAR-BALANCE THRU 6000-EXIT.
006030     IF DEPURACION-VALIDA AND WS-CANT-MOVIDOS > 0
006040         OPEN INPUT TRABAJO-RETENIDOS
006050         OPEN OUTPUT HISTORICO-ALERTAS
006060         MOVE "N" TO SW-FIN-ENTRADA
006070         PERFORM 4300-REGRABAR-ALERTA THRU 4300-EXIT
006080             UNTIL FIN-DE-ENTRADA
006090         CLOSE TRABAJO-RETENIDOS
006100         CLOSE HISTORICO-ALERTAS
006110     END-IF.
006120     PERFORM 8500-INFORMAR-ARCHIVO THRU 8500-EXIT.
006130 4000-EXIT.
006140     EXIT.
006150
006160 4100-SEPARAR-ALERTA.
006170     READ HISTORICO-ALERTAS INTO REG-ALERTA
006180         AT END
006190             SET FIN-DE-ENTRADA TO TRUE
006200             GO TO 4100-EXIT
006210     END-READ.
006220     ADD 1 TO WS-CANT-LEIDOS.
006230     MOVE 99999999 TO WS-FECHA-REGISTRO.
006240     IF ALR-RECON-FECHA NUMERIC AND ALR-RECON-FECHA > 0
006250         MOVE ALR-RECON-FECHA TO WS-FECHA-REGISTRO
006260     ELSE
006270         IF ALR-FECHA NUMERIC
006280             MOVE ALR-FECHA TO WS-FECHA-REGISTRO
006290         END-IF
006300     END-IF.
006310     IF WS-FECHA-REGISTRO NOT < WS-FECHA-CORTE
006320         GO TO 4150-RETENER-ALERTA
006330     END-IF.
006340     IF NOT ALR-RECONOCIDA
006350         ADD 1 TO WS-CANT-PROTEGIDOS
006360         GO TO 4150-RETENER-ALERTA
006370     END-IF.
006380     MOVE REG-ALERTA-HIST TO WS-REGISTRO-HASH.
006390     MOVE 96 TO WS-LARGO-HASH.
006400     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
006410     ADD WS-HASH-REGISTRO TO WS-HASH-MOVIDOS.
006420     PERFORM 7500-MARCAR-ARCHIVADO THRU 7500-EXIT.
006430     MOVE REG-ALERTA-HIST TO ARV-REGISTRO.
006440     MOVE REG-ARCHIVADO TO REG-ARCHIVO-ALERTAS.
006450     WRITE REG-ARCHIVO-ALERTAS.
006460     ADD 1 TO WS-CANT-MOVIDOS.
006470     GO TO 4100-EXIT.
006480 4150-RETENER-ALERTA.
006490     MOVE REG-ALERTA-HIST TO REG-TRABAJO.
006500     WRITE REG-TRABAJO.
006510     ADD 1 TO WS-CANT-RETENIDOS.
006520 4100-EXIT.
006530     EXIT.
006540
006550 4200-RELEER-ALERTA.
006560     READ ARCHIVO-ALERTAS INTO REG-ARCHIVADO
006570         AT END
006580             SET FIN-DE-ENTRADA TO TRUE
006590             GO TO 4200-EXIT
006600     END-READ.
006610     PERFORM 7600-CONTAR-RELEIDO THRU 7600-EXIT.
006620 4200-EXIT.
006630     EXIT.
006640
006650 4300-REGRABAR-ALERTA.
006660     READ TRABAJO-RETENIDOS
006670         AT END
006680             SET FIN-DE-ENTRADA TO TRUE
006690             GO TO 4300-EXIT
006700     END-READ.
006710     MOVE REG-TRABAJO TO REG-ALERTA-HIST.
006720     WRITE REG-ALERTA-HIST.
006730 4300-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770* 5000-DEPURAR-SUPLEM - LOS LOTES SUPLEMENTARIOS SE MUEVEN
006780* ENTEROS: LA CABECERA DECIDE POR SU FECHA Y SUS DETALLES Y SU
006790* CIERRE LA SIGUEN. UNA LINEA FUERA DE UN LOTE NO TIENE FECHA Y
006800* QUEDA.
006810******************************************************************
006820 5000-DEPURAR-SUPLEM.
006830     MOVE "SUPLEM" TO WS-NOMBRE-ARCHIVO.
006840     MOVE PAR-RETENCION-SUPLEM TO WS-DIAS-RETENCION.
006850     PERFORM 1500-CALCULAR-CORTE THRU 1500-EXIT.
006860     OPEN INPUT SUPLEMENTARIO.
006870     IF WS-VIVO-STATUS NOT = "00"
006880         PERFORM 6500-ARCHIVO-NO-ABIERTO THRU 6500-EXIT
006890         GO TO 5000-EXIT
006900     END-IF.
006910     OPEN EXTEND ARCHIVO-SUPLEM.
006920     IF WS-ARCHIVO-STATUS = "35"
006930         OPEN OUTPUT ARCHIVO-SUPLEM
006940     END-IF.
006950     OPEN OUTPUT TRABAJO-RETENIDOS.
006960     MOVE "N" TO SW-LOTE-VENCIDO.
006970     MOVE "N" TO SW-FIN-ENTRADA.
006980     PERFORM 5100-SEPARAR-LINEA THRU 5100-EXIT
006990         UNTIL FIN-DE-ENTRADA.
007000     CLOSE SUPLEMENTARIO.
007010     CLOSE ARCHIVO-SUPLEM.
007020     CLOSE TRABAJO-RETENIDOS.
007030     MOVE 21 TO WS-LARGO-HASH.
007040     OPEN INPUT ARCHIVO-SUPLEM.
007050     MOVE "N" TO SW-FIN-ENTRADA.
007060     PERFORM 5200-RELEER-LINEA THRU 5200-EXIT
007070         UNTIL FIN-DE-ENTRADA.
007080     CLOSE ARCHIVO-SUPLEM.
007090     PERFORM 6000-CONTROLAR-BALANCE THRU 6000-EXIT.
007100     IF DEPURACION-VALIDA AND WS-CANT-MOVIDOS > 0
007110         OPEN INPUT TRABAJO-RETENIDOS
007120         OPEN OUTPUT SUPLEMENTARIO
007130         MOVE "N" TO SW-FIN-ENTRADA
007140         PERFORM 5300-REGRABAR-LINEA THRU 5300-EXIT
007150             UNTIL FIN-DE-ENTRADA
007160         CLOSE TRABAJO-RETENIDOS
007170         CLOSE SUPLEMENTARIO
007180     END-IF.
007190     PERFORM 8500-INFORMAR-ARCHIVO THRU 8500-EXIT.
007200 5000-EXIT.
007210     EXIT.
007220
007230 5100-SEPARAR-LINEA.
007240     READ SUPLEMENTARIO INTO LIN-SUPLEM
007250         AT END
007260             SET FIN-DE-ENTRADA TO TRUE
007270             GO TO 5100-EXIT
007280     END-READ.
007290     ADD 1 TO WS-CANT-LEIDOS.
007300     IF SUP-ES-CABECERA
007310         MOVE "N" TO SW-LOTE-VENCIDO
007320         IF SUC-FECHA NUMERIC AND SUC-FECHA < WS-FECHA-CORTE
007330             SET LOTE-VENCIDO TO TRUE
007340         END-IF
007350     END-IF.
007360     IF NOT LOTE-VENCIDO
007370         MOVE REG-SUPLEMENTARIO TO REG-TRABAJO
007380         WRITE REG-TRABAJO
007390         ADD 1 TO WS-CANT-RETENIDOS
007400         GO TO 5100-EXIT
007410     END-IF.
007420     MOVE REG-SUPLEMENTARIO TO WS-REGISTRO-HASH.
007430     MOVE 21 TO WS-LARGO-HASH.
007440     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
007450     ADD WS-HASH-REGISTRO TO WS-HASH-MOVIDOS.
007460     PERFORM 7500-MARCAR-ARCHIVADO THRU 7500-EXIT.
007470     MOVE REG-SUPLEMENTARIO TO ARV-REGISTRO.
007480     MOVE REG-ARCHIVADO TO REG-ARCHIVO-SUPLEM.
007490     WRITE REG-ARCHIVO-SUPLEM.
007500     ADD 1 TO WS-CANT-MOVIDOS.
007510     IF SUP-ES-CIERRE
007520         MOVE "N" TO SW-LOTE-VENCIDO
007530     END-IF.
007540 5100-EXIT.
007550     EXIT.
007560
007570 5200-RELEER-LINEA.
007580     READ ARCHIVO-SUPLEM INTO REG-ARCHIVADO
007590         AT END
007600             SET FIN-DE-ENTRADA TO TRUE
007610             GO TO 5200-EXIT
007620     END-READ.
007630     PERFORM 7600-CONTAR-RELEIDO THRU 7600-EXIT.
007640 5200-EXIT.
007650     EXIT.
007660
007670 5300-REGRABAR-LINEA.
007680     READ TRABAJO-RETENIDOS
007690         AT END
007700             SET FIN-DE-ENTRADA TO TRUE
007710             GO TO 5300-EXIT
007720     END-READ.
007730     MOVE REG-TRABAJO TO REG-SUPLEMENTARIO.
007740     WRITE REG-SUPLEMENTARIO.
007750 5300-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790* 6000-CONTROLAR-BALANCE - LA REGLA DE ARCAUDIT: LO RELEIDO DEL
007800* HISTORICO DEBE SER LO MOVIDO, EN CANTIDAD Y EN HASH, Y MOVIDOS
007810* MAS RETENIDOS DEBEN SER LOS LEIDOS. SI NO, EL ARCHIVO VIVO NO
007820* SE TOCA.
007830******************************************************************
007840 6000-CONTROLAR-BALANCE.
007850     IF WS-CANT-RELEIDOS NOT = WS-CANT-MOVIDOS
007860         DISPLAY WS-NOMBRE-ARCHIVO ": EL HISTORICO NO BALANCEA, "
007870             "MOVIDOS " WS-CANT-MOVIDOS " RELEIDOS "
007880             WS-CANT-RELEIDOS
007890         SET DEPURACION-INVALIDA TO TRUE
007900     END-IF.
007910     IF WS-HASH-RELEIDOS NOT = WS-HASH-MOVIDOS
007920         DISPLAY WS-NOMBRE-ARCHIVO ": EL HASH DEL HISTORICO NO "
007930             "BALANCEA, MOVIDOS " WS-HASH-MOVIDOS " RELEIDOS "
007940             WS-HASH-RELEIDOS
007950         SET DEPURACION-INVALIDA TO TRUE
007960     END-IF.
007970     IF WS-CANT-MOVIDOS + WS-CANT-RETENIDOS
007980         NOT = WS-CANT-LEIDOS
007990         DISPLAY WS-NOMBRE-ARCHIVO ": NO BALANCEA, LEIDOS "
008000             WS-CANT-LEIDOS " MOVIDOS " WS-CANT-MOVIDOS
008010             " RETENIDOS " WS-CANT-RETENIDOS
008020         SET DEPURACION-INVALIDA TO TRUE
008030     END-IF.
008040 6000-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 6500-ARCHIVO-NO-ABIERTO - UN ARCHIVO QUE TODAVIA NO EXISTE NO
008090* TIENE NADA QUE DEPURAR; CUALQUIER OTRO ERROR DE APERTURA DEJA
008100* LA DEPURACION DE ESE ARCHIVO COMO FALLIDA.
008110******************************************************************
008120 6500-ARCHIVO-NO-ABIERTO.
008130     IF WS-VIVO-STATUS = "35"
008140         DISPLAY WS-NOMBRE-ARCHIVO ": SIN ARCHIVO, NADA QUE "
008150             "DEPURAR"
008160         SET ARCHIVO-AUSENTE TO TRUE
008170         GO TO 6500-EXIT
008180     END-IF.
008190     DISPLAY WS-NOMBRE-ARCHIVO ": NO SE PUDO ABRIR, FILE STATUS "
008200         WS-VIVO-STATUS.
008210     SET DEPURACION-INVALIDA TO TRUE.
008220     PERFORM 8500-INFORMAR-ARCHIVO THRU 8500-EXIT.
008230 6500-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 7000-CALCULAR-HASH - SUMA CADA DIGITO DE WS-REGISTRO-HASH,
008280* HASTA WS-LARGO-HASH, MULTIPLICADO POR SU POSICION.
008290******************************************************************
008300 7000-CALCULAR-HASH.
008310     MOVE 0 TO WS-HASH-REGISTRO.
008320     PERFORM 7100-SUMAR-DIGITO THRU 7100-EXIT
008330         VARYING WS-IND-BYTE FROM 1 BY 1
008340         UNTIL WS-IND-BYTE > WS-LARGO-HASH.
008350 7000-EXIT.
008360     EXIT.
008370
008380 7100-SUMAR-DIGITO.
008390     IF WS-REGISTRO-HASH (WS-IND-BYTE:1) NUMERIC
008400         MOVE WS-REGISTRO-HASH (WS-IND-BYTE:1) TO WS-DIGITO
008410         COMPUTE WS-HASH-REGISTRO =
008420             WS-HASH-REGISTRO + WS-DIGITO * WS-IND-BYTE
008430     END-IF.
008440 7100-EXIT.
008450     EXIT.
008460
008470 7500-MARCAR-ARCHIVADO.
008480     MOVE SPACE TO REG-ARCHIVADO.
008490     MOVE WS-FECHA-DEPURACION TO ARV-FECHA.
008500     MOVE WS-HORA-DEPURACION TO ARV-HORA.
008510 7500-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550* 7600-CONTAR-RELEIDO - EN LA RELECTURA SOLO CUENTAN LOS
008560* REGISTROS QUE MOVIO ESTA CORRIDA (MISMA FECHA Y HORA); LOS DE
008570* DEPURACIONES ANTERIORES YA SE BALANCEARON EN SU MOMENTO.
008580******************************************************************
008590 7600-CONTAR-RELEIDO.
008600     IF ARV-FECHA NOT = WS-FECHA-DEPURACION
008610         OR ARV-HORA NOT = WS-HORA-DEPURACION
008620         GO TO 7600-EXIT
008630     END-IF.
008640     ADD 1 TO WS-CANT-RELEIDOS.
008650     MOVE ARV-REGISTRO TO WS-REGISTRO-HASH.
008660     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
008670     ADD WS-HASH-REGISTRO TO WS-HASH-RELEIDOS.
008680 7600-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720* 8500-INFORMAR-ARCHIVO - RESULTADO DE UN ARCHIVO EN PANTALLA Y
008730* EN EL LOG. UNA DEPURACION QUE NO BALANCEA DEJA ADEMAS UNA
008740* ALERTA CRITICA.
008750******************************************************************
008760 8500-INFORMAR-ARCHIVO.
008770     MOVE WS-FECHA-DEPURACION TO AUD-FECHA.
008780     MOVE SPACE TO AUD-RESULTADO.
008790     IF DEPURACION-INVALIDA
008800         ADD 1 TO WS-CANT-FALLIDOS
008810         DISPLAY WS-NOMBRE-ARCHIVO ": DEPURACION NO APLICADA"
008820         STRING WS-NOMBRE-ARCHIVO " NO DEPURADO"
008830             DELIMITED BY SIZE INTO AUD-RESULTADO
008840         PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT
008850         MOVE "C" TO ALR-SEVERIDAD
008860         MOVE SPACE TO ALR-MENSAJE
008870         STRING "DEPURACION DE " WS-NOMBRE-ARCHIVO
008880             " NO BALANCEA"
008890             DELIMITED BY SIZE INTO ALR-MENSAJE
008900         MOVE "DEPURHIS" TO ALR-PROGRAMA
008910         CALL "GRABALER" USING REG-ALERTA
008920         GO TO 8500-EXIT
008930     END-IF.
008940     DISPLAY WS-NOMBRE-ARCHIVO ": MOVIDOS " WS-CANT-MOVIDOS
008950         " QUEDAN " WS-CANT-RETENIDOS " (PROTEGIDOS "
008960         WS-CANT-PROTEGIDOS ")".
008970     STRING WS-NOMBRE-ARCHIVO " MOV=" WS-CANT-MOVIDOS
008980         " QUE=" WS-CANT-RETENIDOS
008990         DELIMITED BY SIZE INTO AUD-RESULTADO.
009000     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
009010 8500-EXIT.
009020     EXIT.
009030
009040******************************************************************
009050* 8710-COMPLETAR-AUDITORIA - COMPLETA EL REGISTRO (FECHA Y
009060* RESULTADO YA CARGADOS) Y LO GRABA POR AUDITWRT.
009070******************************************************************
009080 8710-COMPLETAR-AUDITORIA.
009090     MOVE VOP-ID TO AUD-OPERADOR.
009100     ACCEPT AUD-HORA FROM TIME.
009110     MOVE "DEPURHIS" TO AUD-PROGRAMA.
009120     MOVE SPACE TO AUD-SEPARADOR-1.
009130     MOVE SPACE TO AUD-SEPARADOR-2.
009140     MOVE SPACE TO AUD-SEPARADOR-3.
009150     MOVE SPACE TO AUD-SEPARADOR-4.
009160     MOVE SPACE TO AUD-SEPARADOR-5.
009170     MOVE 0 TO AUD-SECUENCIA.
009180     CALL "AUDITWRT" USING REG-AUDITORIA.
009190 8710-EXIT.
009200     EXIT.
009210
009220 END PROGRAM DEPURHIS.

000100******************************************************************
000110* Programa de mantenimiento del maestro de distribucion del
000120*paquete diario de reportes (DISTMST), en el estilo de MANTORIG:
000130*lista los destinatarios, da de alta uno nuevo con los reportes
000140*que recibe y sus copias, lo da de baja (desactiva) y cambia sus
000150*reportes y copias, validando cada dato antes de grabar y
000160*dejando en el log de auditoria la imagen anterior y la nueva de
000170*cada cambio. El armador del paquete PAQDIA lee el maestro para
000180*armar los extractos por destinatario.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    MANTDIST.
000220 AUTHOR.        R. ALONSO.
000230 INSTALLATION.  DEPTO. DESARROLLO.
000240 DATE-WRITTEN.  15/10/2026.
000250 DATE-COMPILED.
000260******************************************************************
000270* HISTORIAL DE MODIFICACIONES
000280* FECHA       INIC.  DESCRIPCION
000290* 15/10/2026  RA     VERSION INICIAL. EL MAESTRO SE CARGA ENTERO
000300*                    EN UNA TABLA (HASTA 50 DESTINATARIOS) Y SE
000310*                    REGRABA COMPLETO DESPUES DE CADA CAMBIO
000320*                    ACEPTADO; CON MAS DE 50 REGISTROS NO SE
000330*                    REGRABA NADA. EXIGE UN OPERADOR AUTORIZADO
000340*                    (VALOPER, POSICION 26).
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DISTRIBUCION-MAESTRO ASSIGN TO "DISTMST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MAESTRO-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  DISTRIBUCION-MAESTRO
000460     LABEL RECORDS ARE STANDARD.
000470 01  REG-DISTRIBUCION-MAESTRO.
000480     COPY DISTMST.
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-MAESTRO-STATUS           PIC X(02) VALUE "00".
000520 01  REG-AUDITORIA.
000530     COPY AUDITLOG.
000540
000550 01  WS-ACCION                   PIC X(01) VALUE SPACE.
000560 01  WS-ID-ELEGIDO               PIC X(08) VALUE SPACE.
000570 01  WS-NOMBRE-NUEVO             PIC X(30) VALUE SPACE.
000580 01  WS-COPIAS-ENTRADA           PIC X(02) VALUE SPACE.
000590 01  WS-COPIAS-NUEVAS REDEFINES WS-COPIAS-ENTRADA
000600                                 PIC 9(02).
000610 01  WS-REPORTES-ENTRADA         PIC X(06) VALUE SPACE.
000620 01  WS-CANT-SI                  PIC 9(02) VALUE 0.
000630 01  WS-CANT-NO                  PIC 9(02) VALUE 0.
000640 01  WS-COPIAS-ANTES             PIC 9(02) VALUE 0.
000650 01  WS-REPORTES-ANTES           PIC X(06) VALUE SPACE.
000660 01  WS-ACTIVO-ANTES             PIC X(01) VALUE SPACE.
000670
000680 01  WS-CANT-DESTINOS            PIC 9(03) VALUE 0.
000690 01  WS-IND-DESTINO              PIC 9(03) VALUE 0.
000700 01  WS-IND-HALLADO              PIC 9(03) VALUE 0.
000710
000720 01  SW-FIN-MANTENIMIENTO        PIC X(01) VALUE "N".
000730     88  FIN-DE-MANTENIMIENTO              VALUE "S".
000740 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
000750     88  FIN-DE-MAESTRO                    VALUE "S".
000760 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000770     88  TABLA-LLENA                       VALUE "S".
000780 01  SW-ENTRADA-VALIDA           PIC X(01) VALUE "S".
000790     88  ENTRADA-VALIDA                    VALUE "S".
000800
000810 01  OPERADOR-AUTORIZACION.
000820     COPY OPERLNK.
000830
000840*    EL MAESTRO COMPLETO EN MEMORIA; SE REGRABA DESPUES DE CADA
000850*    CAMBIO ACEPTADO.
000860 01  TABLA-DESTINOS.
000870     05  TDS-ENTRADA OCCURS 50 TIMES.
000880         10  TDS-ID              PIC X(08).
000890         10  TDS-NOMBRE          PIC X(30).
000900         10  TDS-ACTIVO          PIC X(01).
000910         10  TDS-COPIAS          PIC 9(02).
000920         10  TDS-REPORTES        PIC X(10).
000930
000940 PROCEDURE DIVISION.
000950******************************************************************
000960* 0000-MAINLINE-CONTROL
000970******************************************************************
000980 0000-MAINLINE-CONTROL.
000990     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001000     IF NOT VOP-AUTORIZADO
001010         MOVE 16 TO RETURN-CODE
001020         GOBACK
001030     END-IF.
001040     PERFORM 1000-CARGAR-MAESTRO THRU 1000-EXIT.
001050     IF TABLA-LLENA
001060         DISPLAY "MAS DE 50 DESTINATARIOS, EL MAESTRO NO SE "
001070             "MANTIENE CON ESTE PROGRAMA HASTA DEPURARLO"
001080         MOVE 16 TO RETURN-CODE
001090         GOBACK
001100     END-IF.
001110     PERFORM 2000-MANTENER-DESTINO THRU 2000-EXIT
001120         UNTIL FIN-DE-MANTENIMIENTO.
001130     GOBACK.
001140
001150******************************************************************
001160* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001170* CONTRA EL MAESTRO (VALOPER, POSICION 26: MAESTRO DE
001180* DISTRIBUCION). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001190******************************************************************
001200 0100-EXIGIR-OPERADOR.
001210     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001220     ACCEPT VOP-ID.
001230     MOVE 26 TO VOP-POSICION.
001240     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001250     IF VOP-AUTORIZADO
001260         GO TO 0100-EXIT
001270     END-IF.
001280     DISPLAY "OPERADOR NO AUTORIZADO PARA EL MAESTRO DE "
001290         "DISTRIBUCION, LA CORRIDA SE RECHAZA".
001300     MOVE VOP-ID TO AUD-OPERADOR.
001310     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001320     ACCEPT AUD-HORA FROM TIME.
001330     MOVE "MANTDIST" TO AUD-PROGRAMA.
001340     MOVE SPACE TO AUD-RESULTADO.
001350     STRING "FIRMA RECHAZADA ID=" VOP-ID
001360         DELIMITED BY SIZE INTO AUD-RESULTADO.
001370     MOVE SPACE TO AUD-SEPARADOR-1.
001380     MOVE SPACE TO AUD-SEPARADOR-2.
001390     MOVE SPACE TO AUD-SEPARADOR-3.
001400     MOVE SPACE TO AUD-SEPARADOR-4.
001410     MOVE SPACE TO AUD-SEPARADOR-5.
001420     MOVE 0 TO AUD-SECUENCIA.
001430     CALL "AUDITWRT" USING REG-AUDITORIA.
001440 0100-EXIT.
001450     EXIT.
001460
001470******************************************************************
001480* 1000-CARGAR-MAESTRO - CARGA EL MAESTRO COMPLETO EN LA TABLA.
001490* SIN ARCHIVO TODAVIA (INSTALACION NUEVA) SE ARRANCA VACIO.
001500******************************************************************
001510 1000-CARGAR-MAESTRO.
001520     OPEN INPUT DISTRIBUCION-MAESTRO.
001530     IF WS-MAESTRO-STATUS NOT = "00"
001540         DISPLAY "SIN MAESTRO DE DISTRIBUCION, SE ARRANCA VACIO"
001550         GO TO 1000-EXIT
001560     END-IF.
001570     PERFORM 1100-CARGAR-DESTINO THRU 1100-EXIT
001580         UNTIL FIN-DE-MAESTRO OR TABLA-LLENA.
001590     CLOSE DISTRIBUCION-MAESTRO.
001600 1000-EXIT.
001610     EXIT.
001620
001630 1100-CARGAR-DESTINO.
001640     READ DISTRIBUCION-MAESTRO
001650         AT END
001660             SET FIN-DE-MAESTRO TO TRUE
001670             GO TO 1100-EXIT
001680     END-READ.
001690     IF WS-CANT-DESTINOS = 50
001700         SET TABLA-LLENA TO TRUE
001710         GO TO 1100-EXIT
001720     END-IF.
001730     ADD 1 TO WS-CANT-DESTINOS.
001740     MOVE DST-ID       TO TDS-ID (WS-CANT-DESTINOS).
001750     MOVE DST-NOMBRE   TO TDS-NOMBRE (WS-CANT-DESTINOS).
001760     MOVE DST-ACTIVO   TO TDS-ACTIVO (WS-CANT-DESTINOS).
001770     MOVE DST-COPIAS   TO TDS-COPIAS (WS-CANT-DESTINOS).
001780     MOVE DST-REPORTES TO TDS-REPORTES (WS-CANT-DESTINOS).
001790 1100-EXIT.
001800     EXIT.
001810
001820******************************************************************
001830* 2000-MANTENER-DESTINO - MENU DEL MANTENIMIENTO: LISTAR, ALTA,
001840* BAJA O CAMBIO DE REPORTES Y COPIAS. UNA ACCION EN BLANCO
001850* TERMINA.
001860******************************************************************
001870 2000-MANTENER-DESTINO.
001880     DISPLAY "ACCION (L=LISTAR A=ALTA B=BAJA C=REPORTES Y "
001890         "COPIAS, BLANCO=FIN)".
001900     ACCEPT WS-ACCION.
001910     EVALUATE WS-ACCION
001920         WHEN SPACE
001930             SET FIN-DE-MANTENIMIENTO TO TRUE
001940         WHEN "L"
001950             PERFORM 3000-LISTAR-DESTINOS THRU 3000-EXIT
001960         WHEN "A"
001970             PERFORM 4000-ALTA-DESTINO THRU 4000-EXIT
001980         WHEN "B"
001990             PERFORM 5000-BAJA-DESTINO THRU 5000-EXIT
002000         WHEN "C"
002010             PERFORM 6000-CAMBIAR-REPORTES THRU 6000-EXIT
002020         WHEN OTHER
002030             DISPLAY "ACCION INVALIDA, REINTENTE"
002040     END-EVALUATE.
002050 2000-EXIT.
002060     EXIT.
002070
002080******************************************************************
002090* 3000-LISTAR-DESTINOS - LISTA LA TABLA COMPLETA. LA COLUMNA
002100* REPORTES TRAE UNA MARCA POR REPORTE DEL PAQUETE, EN ORDEN:
002110* EDITREP RESUMDIA ALERREP RECHREP CONCREP RESPDIA.
002120******************************************************************
002130 3000-LISTAR-DESTINOS.
002140     DISPLAY "===== MAESTRO DE DISTRIBUCION =====".
002150     IF WS-CANT-DESTINOS = 0
002160         DISPLAY "  SIN DESTINATARIOS CARGADOS"
002170         GO TO 3000-EXIT
002180     END-IF.
002190     DISPLAY "DESTINO  NOMBRE                         ACT COP "
002200         "REPORTES".
002210     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
002220         VARYING WS-IND-DESTINO FROM 1 BY 1
002230         UNTIL WS-IND-DESTINO > WS-CANT-DESTINOS.
002240     DISPLAY "TOTAL DE DESTINATARIOS: " WS-CANT-DESTINOS.
002250 3000-EXIT.
002260     EXIT.
002270
002280 3100-LISTAR-UNO.
002290     DISPLAY TDS-ID (WS-IND-DESTINO) " "
002300         TDS-NOMBRE (WS-IND-DESTINO) " "
002310         TDS-ACTIVO (WS-IND-DESTINO) "   "
002320         TDS-COPIAS (WS-IND-DESTINO) "  "
002330         TDS-REPORTES (WS-IND-DESTINO) (1:6).
002340 3100-EXIT.
002350     EXIT.
002360
002370******************************************************************
002380* 4000-ALTA-DESTINO - AGREGA UN DESTINATARIO: IDENTIFICACION NO
002390* VACIA Y NO DUPLICADA, NOMBRE, REPORTES Y COPIAS VALIDADOS.
002400******************************************************************
002410 4000-ALTA-DESTINO.
002420     IF WS-CANT-DESTINOS = 50
002430         DISPLAY "EL MAESTRO ESTA LLENO, NO HAY LUGAR"
002440         GO TO 4000-EXIT
002450     END-IF.
002460     PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
002470     IF NOT ENTRADA-VALIDA
002480         DISPLAY "EL ALTA NO SE GRABA"
002490         GO TO 4000-EXIT
002500     END-IF.
002510     PERFORM 7000-BUSCAR-DESTINO THRU 7000-EXIT.
002520     IF WS-IND-HALLADO > 0
002530         DISPLAY "EL DESTINATARIO " WS-ID-ELEGIDO " YA EXISTE"
002540         GO TO 4000-EXIT
002550     END-IF.
002560     DISPLAY "NOMBRE DEL DESTINATARIO".
002570     ACCEPT WS-NOMBRE-NUEVO.
002580     PERFORM 7100-PEDIR-REPORTES THRU 7100-EXIT.
002590     IF NOT ENTRADA-VALIDA
002600         DISPLAY "EL ALTA NO SE GRABA"
002610         GO TO 4000-EXIT
002620     END-IF.
002630     ADD 1 TO WS-CANT-DESTINOS.
002640     MOVE WS-ID-ELEGIDO TO TDS-ID (WS-CANT-DESTINOS).
002650     MOVE WS-NOMBRE-NUEVO TO TDS-NOMBRE (WS-CANT-DESTINOS).
002660     MOVE "S" TO TDS-ACTIVO (WS-CANT-DESTINOS).
002670     MOVE WS-COPIAS-NUEVAS TO TDS-COPIAS (WS-CANT-DESTINOS).
002680     MOVE ALL "N" TO TDS-REPORTES (WS-CANT-DESTINOS).
002690     MOVE WS-REPORTES-ENTRADA
002700         TO TDS-REPORTES (WS-CANT-DESTINOS) (1:6).
002710     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
002720     MOVE SPACE TO AUD-RESULTADO.
002730     STRING "ALTA " WS-ID-ELEGIDO " " WS-REPORTES-ENTRADA " "
002740         WS-COPIAS-NUEVAS
002750         DELIMITED BY SIZE INTO AUD-RESULTADO.
002760     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002770     DISPLAY "DESTINATARIO " WS-ID-ELEGIDO " DADO DE ALTA".
002780 4000-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 5000-BAJA-DESTINO - DESACTIVA UN DESTINATARIO. EL REGISTRO
002830* QUEDA, SOLO SE APAGA LA MARCA DE ACTIVO: PAQDIA DEJA DE
002840* ARMARLE EXTRACTO.
002850******************************************************************
002860 5000-BAJA-DESTINO.
002870     PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
002880     IF NOT ENTRADA-VALIDA
002890         GO TO 5000-EXIT
002900     END-IF.
002910     PERFORM 7000-BUSCAR-DESTINO THRU 7000-EXIT.
002920     IF WS-IND-HALLADO = 0
002930         DISPLAY "EL DESTINATARIO " WS-ID-ELEGIDO " NO EXISTE"
002940         GO TO 5000-EXIT
002950     END-IF.
002960     MOVE TDS-ACTIVO (WS-IND-HALLADO) TO WS-ACTIVO-ANTES.
002970     IF WS-ACTIVO-ANTES = "N"
002980         DISPLAY "EL DESTINATARIO YA ESTABA INACTIVO"
002990         GO TO 5000-EXIT
003000     END-IF.
003010     MOVE "N" TO TDS-ACTIVO (WS-IND-HALLADO).
003020     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
003030     MOVE SPACE TO AUD-RESULTADO.
003040     STRING "BAJA " WS-ID-ELEGIDO " " WS-ACTIVO-ANTES ">N"
003050         DELIMITED BY SIZE INTO AUD-RESULTADO.
003060     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003070     DISPLAY "DESTINATARIO " WS-ID-ELEGIDO " DESACTIVADO".
003080 5000-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120* 6000-CAMBIAR-REPORTES - REEMPLAZA LOS REPORTES Y LAS COPIAS DE
003130* UN DESTINATARIO Y DEJA EL ANTES Y EL DESPUES EN LA AUDITORIA.
003140******************************************************************
003150 6000-CAMBIAR-REPORTES.
003160     PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
003170     IF NOT ENTRADA-VALIDA
003180         GO TO 6000-EXIT
003190     END-IF.
003200     PERFORM 7000-BUSCAR-DESTINO THRU 7000-EXIT.
003210     IF WS-IND-HALLADO = 0
003220         DISPLAY "EL DESTINATARIO " WS-ID-ELEGIDO " NO EXISTE"
003230         GO TO 6000-EXIT
003240     END-IF.
003250     MOVE TDS-REPORTES (WS-IND-HALLADO) (1:6)
003260         TO WS-REPORTES-ANTES.
003270     MOVE TDS-COPIAS (WS-IND-HALLADO) TO WS-COPIAS-ANTES.
003280     DISPLAY "REPORTES VIGENTES: " WS-REPORTES-ANTES
003290         "  COPIAS VIGENTES: " WS-COPIAS-ANTES.
003300     PERFORM 7100-PEDIR-REPORTES THRU 7100-EXIT.
003310     IF NOT ENTRADA-VALIDA
003320         DISPLAY "EL CAMBIO NO SE GRABA"
003330         GO TO 6000-EXIT
003340     END-IF.
003350     MOVE WS-REPORTES-ENTRADA
003360         TO TDS-REPORTES (WS-IND-HALLADO) (1:6).
003370     MOVE WS-COPIAS-NUEVAS TO TDS-COPIAS (WS-IND-HALLADO).
003380     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
003390     MOVE SPACE TO AUD-RESULTADO.
003400     STRING "ANT  " WS-ID-ELEGIDO " " WS-REPORTES-ANTES " "
003410         WS-COPIAS-ANTES
003420         DELIMITED BY SIZE INTO AUD-RESULTADO.
003430     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003440     MOVE SPACE TO AUD-RESULTADO.
003450     STRING "NVO  " WS-ID-ELEGIDO " " WS-REPORTES-ENTRADA " "
003460         WS-COPIAS-NUEVAS
003470         DELIMITED BY SIZE INTO AUD-RESULTADO.
003480     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003490     DISPLAY "REPORTES DE " WS-ID-ELEGIDO " ACTUALIZADOS".
003500 6000-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 7000-BUSCAR-DESTINO - DEJA EN WS-IND-HALLADO LA POSICION DEL
003550* DESTINATARIO ELEGIDO EN LA TABLA, O CERO.
003560******************************************************************
003570 7000-BUSCAR-DESTINO.
003580     MOVE 0 TO WS-IND-HALLADO.
003590     PERFORM 7010-COMPARAR-DESTINO THRU 7010-EXIT
003600         VARYING WS-IND-DESTINO FROM 1 BY 1
003610         UNTIL WS-IND-DESTINO > WS-CANT-DESTINOS.
003620 7000-EXIT.
003630     EXIT.
003640
003650 7010-COMPARAR-DESTINO.
003660     IF TDS-ID (WS-IND-DESTINO) = WS-ID-ELEGIDO
003670         MOVE WS-IND-DESTINO TO WS-IND-HALLADO
003680     END-IF.
003690 7010-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 7100-PEDIR-REPORTES - PIDE LOS REPORTES (SEIS MARCAS S/N EN EL
003740* ORDEN DEL PAQUETE, AL MENOS UNA EN S) Y LA CANTIDAD DE COPIAS
003750* (DOS DIGITOS, 01 A 99).
003760******************************************************************
003770 7100-PEDIR-REPORTES.
003780     MOVE "S" TO SW-ENTRADA-VALIDA.
003790     DISPLAY "REPORTES QUE RECIBE, UNA MARCA S/N POR REPORTE:".
003800     DISPLAY "EDITREP RESUMDIA ALERREP RECHREP CONCREP RESPDIA".
003810     ACCEPT WS-REPORTES-ENTRADA.
003820     MOVE 0 TO WS-CANT-SI.
003830     MOVE 0 TO WS-CANT-NO.
003840     INSPECT WS-REPORTES-ENTRADA TALLYING WS-CANT-SI FOR ALL "S".
003850     INSPECT WS-REPORTES-ENTRADA TALLYING WS-CANT-NO FOR ALL "N".
003860     IF WS-CANT-SI + WS-CANT-NO NOT = 6
003870         DISPLAY "DEBEN SER SEIS MARCAS S O N: "
003880             WS-REPORTES-ENTRADA
003890         MOVE "N" TO SW-ENTRADA-VALIDA
003900         GO TO 7100-EXIT
003910     END-IF.
003920     IF WS-CANT-SI = 0
003930         DISPLAY "EL DESTINATARIO DEBE RECIBIR ALGUN REPORTE"
003940         MOVE "N" TO SW-ENTRADA-VALIDA
003950         GO TO 7100-EXIT
003960     END-IF.
003970     DISPLAY "CANTIDAD DE COPIAS (01 A 99)".
003980     ACCEPT WS-COPIAS-ENTRADA.
003990     IF WS-COPIAS-ENTRADA NOT NUMERIC
004000         DISPLAY "LAS COPIAS DEBEN SER DE DOS DIGITOS"
004010         MOVE "N" TO SW-ENTRADA-VALIDA
004020         GO TO 7100-EXIT
004030     END-IF.
004040     IF WS-COPIAS-NUEVAS = 0
004050         DISPLAY "LAS COPIAS NO PUEDEN SER CERO"
004060         MOVE "N" TO SW-ENTRADA-VALIDA
004070     END-IF.
004080 7100-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 7200-PEDIR-CLAVE - PIDE LA IDENTIFICACION DEL DESTINATARIO
004130* (NO VACIA).
004140******************************************************************
004150 7200-PEDIR-CLAVE.
004160     MOVE "S" TO SW-ENTRADA-VALIDA.
004170     DISPLAY "IDENTIFICACION DEL DESTINATARIO".
004180     ACCEPT WS-ID-ELEGIDO.
004190     IF WS-ID-ELEGIDO = SPACE
004200         DISPLAY "LA IDENTIFICACION NO PUEDE SER VACIA"
004210         MOVE "N" TO SW-ENTRADA-VALIDA
004220     END-IF.
004230 7200-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 8000-REGRABAR-MAESTRO - REGRABA EL MAESTRO COMPLETO DESDE LA
004280* TABLA, CON LOS SEPARADORES EN SU LUGAR.
004290******************************************************************
004300 8000-REGRABAR-MAESTRO.
004310     OPEN OUTPUT DISTRIBUCION-MAESTRO.
004320     PERFORM 8100-REGRABAR-UNO THRU 8100-EXIT
004330         VARYING WS-IND-DESTINO FROM 1 BY 1
004340         UNTIL WS-IND-DESTINO > WS-CANT-DESTINOS.
004350     CLOSE DISTRIBUCION-MAESTRO.
004360 8000-EXIT.
004370     EXIT.
004380
004390 8100-REGRABAR-UNO.
004400     MOVE TDS-ID (WS-IND-DESTINO) TO DST-ID.
004410     MOVE TDS-NOMBRE (WS-IND-DESTINO) TO DST-NOMBRE.
004420     MOVE TDS-ACTIVO (WS-IND-DESTINO) TO DST-ACTIVO.
004430     MOVE TDS-COPIAS (WS-IND-DESTINO) TO DST-COPIAS.
004440     MOVE TDS-REPORTES (WS-IND-DESTINO) TO DST-REPORTES.
004450     MOVE SPACE TO DST-SEPARADOR-1.
004460     MOVE SPACE TO DST-SEPARADOR-2.
004470     MOVE SPACE TO DST-SEPARADOR-3.
004480     MOVE SPACE TO DST-SEPARADOR-4.
004490     WRITE REG-DISTRIBUCION-MAESTRO.
004500 8100-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* 8700-GRABAR-AUDITORIA - DEJA EN EL LOG EL CAMBIO AL MAESTRO,
004550* CON EL DETALLE YA ARMADO EN AUD-RESULTADO.
004560******************************************************************
004570 8700-GRABAR-AUDITORIA.
004580     MOVE VOP-ID TO AUD-OPERADOR.
004590     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004600     ACCEPT AUD-HORA FROM TIME.
004610     MOVE "MANTDIST" TO AUD-PROGRAMA.
004620     MOVE SPACE TO AUD-SEPARADOR-1.
004630     MOVE SPACE TO AUD-SEPARADOR-2.
004640     MOVE SPACE TO AUD-SEPARADOR-3.
004650     MOVE SPACE TO AUD-SEPARADOR-4.
004660     MOVE SPACE TO AUD-SEPARADOR-5.
004670     MOVE 0 TO AUD-SECUENCIA.
004680     CALL "AUDITWRT" USING REG-AUDITORIA.
004690 8700-EXIT.
004700     EXIT.
004710
004720 END PROGRAM MANTDIST.

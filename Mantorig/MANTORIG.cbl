000100******************************************************************
000110* Programa de mantenimiento del maestro de origenes (ORIGMST),
000120*en el estilo de MANTOPER: lista las entregas esperadas de cada
000130*sistema de origen, da de alta una entrega nueva (origen y
000140*numero de entrega), la da de baja (desactiva) y cambia su hora
000150*de corte y su cantidad normal de registros, validando cada dato
000160*antes de grabar y dejando en el log de auditoria la imagen
000170*anterior y la nueva de cada cambio. REPARTE0 consulta el
000180*maestro al recibir TRANDIA y VIGCORTE al vigilar los cortes.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    MANTORIG.
000220 AUTHOR.        R. ALONSO.
000230 INSTALLATION.  DEPTO. DESARROLLO.
000240 DATE-WRITTEN.  15/10/2026.
000250 DATE-COMPILED.
000260******************************************************************
000270* HISTORIAL DE MODIFICACIONES
000280* FECHA       INIC.  DESCRIPCION
000290* 15/10/2026  RA     VERSION INICIAL. EL MAESTRO SE CARGA ENTERO
000300*                    EN UNA TABLA (HASTA 100 ENTREGAS ESPERADAS)
000310*                    Y SE REGRABA COMPLETO DESPUES DE CADA CAMBIO
000320*                    ACEPTADO; CON MAS DE 100 REGISTROS NO SE
000330*                    REGRABA NADA. EXIGE UN OPERADOR AUTORIZADO
000340*                    (VALOPER, POSICION 17).
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ORIGEN-MAESTRO ASSIGN TO "ORIGMST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MAESTRO-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ORIGEN-MAESTRO
000460     LABEL RECORDS ARE STANDARD.
000470 01  REG-ORIGEN-MAESTRO.
000480     COPY ORIGMST.
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-MAESTRO-STATUS           PIC X(02) VALUE "00".
000520 01  REG-AUDITORIA.
000530     COPY AUDITLOG.
000540
000550 01  WS-ACCION                   PIC X(01) VALUE SPACE.
000560 01  WS-ID-ELEGIDO               PIC X(08) VALUE SPACE.
000570 01  WS-SECUENCIA-ENTRADA        PIC X(02) VALUE SPACE.
000580 01  WS-SECUENCIA-ELEGIDA REDEFINES WS-SECUENCIA-ENTRADA
000590                                 PIC 9(02).
000600 01  WS-NOMBRE-NUEVO             PIC X(20) VALUE SPACE.
000610 01  WS-CORTE-ENTRADA            PIC X(04) VALUE SPACE.
000620 01  WS-CORTE-NUEVO REDEFINES WS-CORTE-ENTRADA.
000630     05  WS-CORTE-HH             PIC 9(02).
000640     05  WS-CORTE-MM             PIC 9(02).
000650 01  WS-CORTE-NUEVO-N REDEFINES WS-CORTE-ENTRADA
000660                                 PIC 9(04).
000670 01  WS-CANTIDAD-ENTRADA         PIC X(05) VALUE SPACE.
000680 01  WS-CANTIDAD-NUEVA REDEFINES WS-CANTIDAD-ENTRADA
000690                                 PIC 9(05).
000700 01  WS-CORTE-ANTES              PIC 9(04) VALUE 0.
000710 01  WS-CANTIDAD-ANTES           PIC 9(05) VALUE 0.
000720 01  WS-ACTIVO-ANTES             PIC X(01) VALUE SPACE.
000730
000740 01  WS-CANT-ORIGENES            PIC 9(03) VALUE 0.
000750 01  WS-IND-ORIGEN               PIC 9(03) VALUE 0.
000760 01  WS-IND-HALLADO              PIC 9(03) VALUE 0.
000770
000780 01  SW-FIN-MANTENIMIENTO        PIC X(01) VALUE "N".
000790     88  FIN-DE-MANTENIMIENTO              VALUE "S".
000800 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
000810     88  FIN-DE-MAESTRO                    VALUE "S".
000820 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000830     88  TABLA-LLENA                       VALUE "S".
000840 01  SW-ENTRADA-VALIDA           PIC X(01) VALUE "S".
000850     88  ENTRADA-VALIDA                    VALUE "S".
000860
000870 01  OPERADOR-AUTORIZACION.
000880     COPY OPERLNK.
000890
000900*    EL MAESTRO COMPLETO EN MEMORIA; SE REGRABA DESPUES DE CADA
000910*    CAMBIO ACEPTADO.
000920 01  TABLA-ORIGENES.
000930     05  TOR-ENTRADA OCCURS 100 TIMES.
000940         10  TOR-ID              PIC X(08).
000950         10  TOR-SECUENCIA       PIC 9(02).
000960         10  TOR-NOMBRE          PIC X(20).
000970         10  TOR-ACTIVO          PIC X(01).
000980         10  TOR-HORA-CORTE      PIC 9(04).
000990         10  TOR-CANT-NORMAL     PIC 9(05).
001000
001010 PROCEDURE DIVISION.
001020******************************************************************
001030* 0000-MAINLINE-CONTROL
001040******************************************************************
001050 0000-MAINLINE-CONTROL.
001060     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001070     IF NOT VOP-AUTORIZADO
001080         MOVE 16 TO RETURN-CODE
001090         GOBACK
001100     END-IF.
001110     PERFORM 1000-CARGAR-MAESTRO THRU 1000-EXIT.
001120     IF TABLA-LLENA
001130         DISPLAY "MAS DE 100 ENTREGAS ESPERADAS, EL MAESTRO NO "
001140             "SE MANTIENE CON ESTE PROGRAMA HASTA DEPURARLO"
001150         MOVE 16 TO RETURN-CODE
001160         GOBACK
001170     END-IF.
001180     PERFORM 2000-MANTENER-ORIGEN THRU 2000-EXIT
001190         UNTIL FIN-DE-MANTENIMIENTO.
001200     GOBACK.
001210
001220******************************************************************
001230* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001240* CONTRA EL MAESTRO (VALOPER, POSICION 17: MAESTRO DE
001250* ORIGENES). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001260******************************************************************
001270 0100-EXIGIR-OPERADOR.
001280     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001290     ACCEPT VOP-ID.
001300     MOVE 17 TO VOP-POSICION.
001310     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001320     IF VOP-AUTORIZADO
001330         GO TO 0100-EXIT
001340     END-IF.
001350     DISPLAY "OPERADOR NO AUTORIZADO PARA EL MAESTRO DE "
001360         "ORIGENES, LA CORRIDA SE RECHAZA".
001370     MOVE VOP-ID TO AUD-OPERADOR.
001380     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001390     ACCEPT AUD-HORA FROM TIME.
001400     MOVE "MANTORIG" TO AUD-PROGRAMA.
001410     MOVE SPACE TO AUD-RESULTADO.
001420     STRING "FIRMA RECHAZADA ID=" VOP-ID
001430         DELIMITED BY SIZE INTO AUD-RESULTADO.
001440     MOVE SPACE TO AUD-SEPARADOR-1.
001450     MOVE SPACE TO AUD-SEPARADOR-2.
001460     MOVE SPACE TO AUD-SEPARADOR-3.
001470     MOVE SPACE TO AUD-SEPARADOR-4.
001480     MOVE SPACE TO AUD-SEPARADOR-5.
001490     MOVE 0 TO AUD-SECUENCIA.
001500     CALL "AUDITWRT" USING REG-AUDITORIA.
001510 0100-EXIT.
001520     EXIT.
001530
001540******************************************************************
001550* 1000-CARGAR-MAESTRO - CARGA EL MAESTRO COMPLETO EN LA TABLA.
001560* SIN ARCHIVO TODAVIA (INSTALACION NUEVA) SE ARRANCA VACIO.
001570******************************************************************
001580 1000-CARGAR-MAESTRO.
001590     OPEN INPUT ORIGEN-MAESTRO.
001600     IF WS-MAESTRO-STATUS NOT = "00"
001610         DISPLAY "SIN MAESTRO DE ORIGENES, SE ARRANCA VACIO"
001620         GO TO 1000-EXIT
001630     END-IF.
001640     PERFORM 1100-CARGAR-ORIGEN THRU 1100-EXIT
001650         UNTIL FIN-DE-MAESTRO OR TABLA-LLENA.
001660     CLOSE ORIGEN-MAESTRO.
001670 1000-EXIT.
001680     EXIT.
001690
001700 1100-CARGAR-ORIGEN.
001710     READ ORIGEN-MAESTRO
001720         AT END
001730             SET FIN-DE-MAESTRO TO TRUE
001740             GO TO 1100-EXIT
001750     END-READ.
001760     IF WS-CANT-ORIGENES = 100
001770         SET TABLA-LLENA TO TRUE
001780         GO TO 1100-EXIT
001790     END-IF.
001800     ADD 1 TO WS-CANT-ORIGENES.
001810     MOVE ORG-ID          TO TOR-ID (WS-CANT-ORIGENES).
001820     MOVE ORG-SECUENCIA   TO TOR-SECUENCIA (WS-CANT-ORIGENES).
001830     MOVE ORG-NOMBRE      TO TOR-NOMBRE (WS-CANT-ORIGENES).
001840     MOVE ORG-ACTIVO      TO TOR-ACTIVO (WS-CANT-ORIGENES).
001850     MOVE ORG-HORA-CORTE  TO TOR-HORA-CORTE (WS-CANT-ORIGENES).
001860     MOVE ORG-CANT-NORMAL TO TOR-CANT-NORMAL (WS-CANT-ORIGENES).
001870 1100-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910* 2000-MANTENER-ORIGEN - MENU DEL MANTENIMIENTO: LISTAR, ALTA,
001920* BAJA O CAMBIO DE CORTE. UNA ACCION EN BLANCO TERMINA.
001930******************************************************************
001940 2000-MANTENER-ORIGEN.
001950     DISPLAY "ACCION (L=LISTAR A=ALTA B=BAJA C=CORTE Y "
001960         "CANTIDAD, BLANCO=FIN)".
001970     ACCEPT WS-ACCION.
001980     EVALUATE WS-ACCION
001990         WHEN SPACE
002000             SET FIN-DE-MANTENIMIENTO TO TRUE
002010         WHEN "L"
002020             PERFORM 3000-LISTAR-ORIGENES THRU 3000-EXIT
002030         WHEN "A"
002040             PERFORM 4000-ALTA-ORIGEN THRU 4000-EXIT
002050         WHEN "B"
002060             PERFORM 5000-BAJA-ORIGEN THRU 5000-EXIT
002070         WHEN "C"
002080             PERFORM 6000-CAMBIAR-CORTE THRU 6000-EXIT
002090         WHEN OTHER
002100             DISPLAY "ACCION INVALIDA, REINTENTE"
002110     END-EVALUATE.
002120 2000-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160* 3000-LISTAR-ORIGENES - LISTA LA TABLA COMPLETA.
002170******************************************************************
002180 3000-LISTAR-ORIGENES.
002190     DISPLAY "===== MAESTRO DE ORIGENES =====".
002200     IF WS-CANT-ORIGENES = 0
002210         DISPLAY "  SIN ORIGENES CARGADOS"
002220         GO TO 3000-EXIT
002230     END-IF.
002240     DISPLAY "ORIGEN   EN NOMBRE               ACT CORTE NORMAL".
002250     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
002260         VARYING WS-IND-ORIGEN FROM 1 BY 1
002270         UNTIL WS-IND-ORIGEN > WS-CANT-ORIGENES.
002280     DISPLAY "TOTAL DE ENTREGAS ESPERADAS: " WS-CANT-ORIGENES.
002290 3000-EXIT.
002300     EXIT.
002310
002320 3100-LISTAR-UNO.
002330     DISPLAY TOR-ID (WS-IND-ORIGEN) " "
002340         TOR-SECUENCIA (WS-IND-ORIGEN) " "
002350         TOR-NOMBRE (WS-IND-ORIGEN) " "
002360         TOR-ACTIVO (WS-IND-ORIGEN) "   "
002370         TOR-HORA-CORTE (WS-IND-ORIGEN) "  "
002380         TOR-CANT-NORMAL (WS-IND-ORIGEN).
002390 3100-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430* 4000-ALTA-ORIGEN - AGREGA UNA ENTREGA ESPERADA: ORIGEN NO
002440* VACIO, NUMERO DE ENTREGA NUMERICO Y NO DUPLICADO PARA ESE
002450* ORIGEN, NOMBRE, HORA DE CORTE Y CANTIDAD NORMAL VALIDADAS.
002460******************************************************************
002470 4000-ALTA-ORIGEN.
002480     IF WS-CANT-ORIGENES = 100
002490         DISPLAY "EL MAESTRO ESTA LLENO, NO HAY LUGAR"
002500         GO TO 4000-EXIT
002510     END-IF.
002520     PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
002530     IF NOT ENTRADA-VALIDA
002540         DISPLAY "EL ALTA NO SE GRABA"
002550         GO TO 4000-EXIT
002560     END-IF.
002570     PERFORM 7000-BUSCAR-ORIGEN THRU 7000-EXIT.
002580     IF WS-IND-HALLADO > 0
002590         DISPLAY "LA ENTREGA " WS-ID-ELEGIDO "/"
002600             WS-SECUENCIA-ELEGIDA " YA EXISTE"
002610         GO TO 4000-EXIT
002620     END-IF.
002630     DISPLAY "NOMBRE DEL SISTEMA DE ORIGEN".
002640     ACCEPT WS-NOMBRE-NUEVO.
002650     PERFORM 7100-PEDIR-CORTE THRU 7100-EXIT.
002660     IF NOT ENTRADA-VALIDA
002670         DISPLAY "EL ALTA NO SE GRABA"
002680         GO TO 4000-EXIT
002690     END-IF.
002700     ADD 1 TO WS-CANT-ORIGENES.
002710     MOVE WS-ID-ELEGIDO TO TOR-ID (WS-CANT-ORIGENES).
002720     MOVE WS-SECUENCIA-ELEGIDA
002730         TO TOR-SECUENCIA (WS-CANT-ORIGENES).
002740     MOVE WS-NOMBRE-NUEVO TO TOR-NOMBRE (WS-CANT-ORIGENES).
002750     MOVE "S" TO TOR-ACTIVO (WS-CANT-ORIGENES).
002760     MOVE WS-CORTE-NUEVO-N TO TOR-HORA-CORTE (WS-CANT-ORIGENES).
002770     MOVE WS-CANTIDAD-NUEVA
002780         TO TOR-CANT-NORMAL (WS-CANT-ORIGENES).
002790     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
002800     MOVE SPACE TO AUD-RESULTADO.
002810     STRING "ALTA " WS-ID-ELEGIDO " " WS-SECUENCIA-ELEGIDA " "
002820         WS-CORTE-NUEVO-N " " WS-CANTIDAD-NUEVA
002830         DELIMITED BY SIZE INTO AUD-RESULTADO.
002840     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002850     DISPLAY "ENTREGA " WS-ID-ELEGIDO "/" WS-SECUENCIA-ELEGIDA
002860         " DADA DE ALTA".
002870 4000-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 5000-BAJA-ORIGEN - DESACTIVA UNA ENTREGA ESPERADA. EL REGISTRO
002920* QUEDA, SOLO SE APAGA LA MARCA DE ACTIVO: REPARTE0 TRATA UNA
002930* ENTREGA INACTIVA COMO DE ORIGEN NO REGISTRADO Y VIGCORTE DEJA
002940* DE ESPERARLA.
002950******************************************************************
002960 5000-BAJA-ORIGEN.
002970     PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
002980     IF NOT ENTRADA-VALIDA
002990         GO TO 5000-EXIT
003000     END-IF.
003010     PERFORM 7000-BUSCAR-ORIGEN THRU 7000-EXIT.
003020     IF WS-IND-HALLADO = 0
003030         DISPLAY "LA ENTREGA " WS-ID-ELEGIDO "/"
003040             WS-SECUENCIA-ELEGIDA " NO EXISTE"
003050         GO TO 5000-EXIT
003060     END-IF.
003070     MOVE TOR-ACTIVO (WS-IND-HALLADO) TO WS-ACTIVO-ANTES.
003080     IF WS-ACTIVO-ANTES = "N"
003090         DISPLAY "LA ENTREGA YA ESTABA INACTIVA"
003100         GO TO 5000-EXIT
003110     END-IF.
003120     MOVE "N" TO TOR-ACTIVO (WS-IND-HALLADO).
003130     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
003140     MOVE SPACE TO AUD-RESULTADO.
003150     STRING "BAJA " WS-ID-ELEGIDO " " WS-SECUENCIA-ELEGIDA " "
003160         WS-ACTIVO-ANTES ">N"
003170         DELIMITED BY SIZE INTO AUD-RESULTADO.
003180     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003190     DISPLAY "ENTREGA " WS-ID-ELEGIDO "/" WS-SECUENCIA-ELEGIDA
003200         " DESACTIVADA".
003210 5000-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 6000-CAMBIAR-CORTE - REEMPLAZA LA HORA DE CORTE Y LA CANTIDAD
003260* NORMAL DE UNA ENTREGA Y DEJA EL ANTES Y EL DESPUES EN LA
003270* AUDITORIA.
003280******************************************************************
003290 6000-CAMBIAR-CORTE.
003300     PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
003310     IF NOT ENTRADA-VALIDA
003320         GO TO 6000-EXIT
003330     END-IF.
003340     PERFORM 7000-BUSCAR-ORIGEN THRU 7000-EXIT.
003350     IF WS-IND-HALLADO = 0
003360         DISPLAY "LA ENTREGA " WS-ID-ELEGIDO "/"
003370             WS-SECUENCIA-ELEGIDA " NO EXISTE"
003380         GO TO 6000-EXIT
003390     END-IF.
003400     MOVE TOR-HORA-CORTE (WS-IND-HALLADO) TO WS-CORTE-ANTES.
003410     MOVE TOR-CANT-NORMAL (WS-IND-HALLADO) TO WS-CANTIDAD-ANTES.
003420     DISPLAY "CORTE VIGENTE: " WS-CORTE-ANTES
003430         "  CANTIDAD NORMAL VIGENTE: " WS-CANTIDAD-ANTES.
003440     PERFORM 7100-PEDIR-CORTE THRU 7100-EXIT.
003450     IF NOT ENTRADA-VALIDA
003460         DISPLAY "EL CAMBIO NO SE GRABA"
003470         GO TO 6000-EXIT
003480     END-IF.
003490     MOVE WS-CORTE-NUEVO-N TO TOR-HORA-CORTE (WS-IND-HALLADO).
003500     MOVE WS-CANTIDAD-NUEVA TO TOR-CANT-NORMAL (WS-IND-HALLADO).
003510     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
003520     MOVE SPACE TO AUD-RESULTADO.
003530     STRING "ANT  " WS-ID-ELEGIDO " " WS-SECUENCIA-ELEGIDA " "
003540         WS-CORTE-ANTES " " WS-CANTIDAD-ANTES
003550         DELIMITED BY SIZE INTO AUD-RESULTADO.
003560     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003570     MOVE SPACE TO AUD-RESULTADO.
003580     STRING "NVO  " WS-ID-ELEGIDO " " WS-SECUENCIA-ELEGIDA " "
003590         WS-CORTE-NUEVO-N " " WS-CANTIDAD-NUEVA
003600         DELIMITED BY SIZE INTO AUD-RESULTADO.
003610     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003620     DISPLAY "CORTE DE " WS-ID-ELEGIDO "/" WS-SECUENCIA-ELEGIDA
003630         " ACTUALIZADO".
003640 6000-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 7000-BUSCAR-ORIGEN - DEJA EN WS-IND-HALLADO LA POSICION DE LA
003690* ENTREGA ELEGIDA (ORIGEN Y NUMERO) EN LA TABLA, O CERO.
003700******************************************************************
003710 7000-BUSCAR-ORIGEN.
003720     MOVE 0 TO WS-IND-HALLADO.
003730     PERFORM 7010-COMPARAR-ORIGEN THRU 7010-EXIT
003740         VARYING WS-IND-ORIGEN FROM 1 BY 1
003750         UNTIL WS-IND-ORIGEN > WS-CANT-ORIGENES.
003760 7000-EXIT.
003770     EXIT.
003780
003790 7010-COMPARAR-ORIGEN.
003800     IF TOR-ID (WS-IND-ORIGEN) = WS-ID-ELEGIDO
003810         AND TOR-SECUENCIA (WS-IND-ORIGEN) = WS-SECUENCIA-ELEGIDA
003820         MOVE WS-IND-ORIGEN TO WS-IND-HALLADO
003830     END-IF.
003840 7010-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 7100-PEDIR-CORTE - PIDE LA HORA DE CORTE (HHMM, HORA VALIDA) Y
003890* LA CANTIDAD NORMAL DE REGISTROS (NUMERICA, MAYOR QUE CERO).
003900******************************************************************
003910 7100-PEDIR-CORTE.
003920     MOVE "S" TO SW-ENTRADA-VALIDA.
003930     DISPLAY "HORA DE CORTE (HHMM)".
003940     ACCEPT WS-CORTE-ENTRADA.
003950     IF WS-CORTE-ENTRADA NOT NUMERIC
003960         DISPLAY "LA HORA DE CORTE DEBE SER NUMERICA (HHMM)"
003970         MOVE "N" TO SW-ENTRADA-VALIDA
003980         GO TO 7100-EXIT
003990     END-IF.
004000     IF WS-CORTE-HH > 23 OR WS-CORTE-MM > 59
004010         DISPLAY "HORA DE CORTE INVALIDA: " WS-CORTE-ENTRADA
004020         MOVE "N" TO SW-ENTRADA-VALIDA
004030         GO TO 7100-EXIT
004040     END-IF.
004050     DISPLAY "CANTIDAD NORMAL DE REGISTROS (5 DIGITOS)".
004060     ACCEPT WS-CANTIDAD-ENTRADA.
004070     IF WS-CANTIDAD-ENTRADA NOT NUMERIC
004080         DISPLAY "LA CANTIDAD DEBE SER NUMERICA (5 DIGITOS)"
004090         MOVE "N" TO SW-ENTRADA-VALIDA
004100         GO TO 7100-EXIT
004110     END-IF.
004120     IF WS-CANTIDAD-NUEVA = 0
004130         DISPLAY "LA CANTIDAD NORMAL DEBE SER MAYOR QUE CERO"
004140         MOVE "N" TO SW-ENTRADA-VALIDA
004150     END-IF.
004160 7100-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200* 7200-PEDIR-CLAVE - PIDE EL ORIGEN (NO VACIO) Y EL NUMERO DE
004210* ENTREGA (DOS DIGITOS, 01 A 99).
004220******************************************************************
004230 7200-PEDIR-CLAVE.
004240     MOVE "S" TO SW-ENTRADA-VALIDA.
004250     DISPLAY "ORIGEN (TCA-ORIGEN DE TRANDIA)".
004260     ACCEPT WS-ID-ELEGIDO.
004270     IF WS-ID-ELEGIDO = SPACE
004280         DISPLAY "EL ORIGEN NO PUEDE SER VACIO"
004290         MOVE "N" TO SW-ENTRADA-VALIDA
004300         GO TO 7200-EXIT
004310     END-IF.
004320     DISPLAY "NUMERO DE ENTREGA (01 A 99)".
004330     ACCEPT WS-SECUENCIA-ENTRADA.
004340     IF WS-SECUENCIA-ENTRADA NOT NUMERIC
004350         DISPLAY "EL NUMERO DE ENTREGA DEBE SER DE DOS DIGITOS"
004360         MOVE "N" TO SW-ENTRADA-VALIDA
004370         GO TO 7200-EXIT
004380     END-IF.
004390     IF WS-SECUENCIA-ELEGIDA = 0
004400         DISPLAY "EL NUMERO DE ENTREGA NO PUEDE SER CERO"
004410         MOVE "N" TO SW-ENTRADA-VALIDA
004420     END-IF.
004430 7200-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 8000-REGRABAR-MAESTRO - REGRABA EL MAESTRO COMPLETO DESDE LA
004480* TABLA, CON LOS SEPARADORES EN SU LUGAR.
004490******************************************************************
004500 8000-REGRABAR-MAESTRO.
004510     OPEN OUTPUT ORIGEN-MAESTRO.
004520     PERFORM 8100-REGRABAR-UNO THRU 8100-EXIT
004530         VARYING WS-IND-ORIGEN FROM 1 BY 1
004540         UNTIL WS-IND-ORIGEN > WS-CANT-ORIGENES.
004550     CLOSE ORIGEN-MAESTRO.
004560 8000-EXIT.
004570     EXIT.
004580
004590 8100-REGRABAR-UNO.
004600     MOVE TOR-ID (WS-IND-ORIGEN) TO ORG-ID.
004610     MOVE TOR-SECUENCIA (WS-IND-ORIGEN) TO ORG-SECUENCIA.
004620     MOVE TOR-NOMBRE (WS-IND-ORIGEN) TO ORG-NOMBRE.
004630     MOVE TOR-ACTIVO (WS-IND-ORIGEN) TO ORG-ACTIVO.
004640     MOVE TOR-HORA-CORTE (WS-IND-ORIGEN) TO ORG-HORA-CORTE.
004650     MOVE TOR-CANT-NORMAL (WS-IND-ORIGEN) TO ORG-CANT-NORMAL.
004660     MOVE SPACE TO ORG-SEPARADOR-1.
004670     MOVE SPACE TO ORG-SEPARADOR-2.
004680     MOVE SPACE TO ORG-SEPARADOR-3.
004690     MOVE SPACE TO ORG-SEPARADOR-4.
004700     MOVE SPACE TO ORG-SEPARADOR-5.
004710     WRITE REG-ORIGEN-MAESTRO.
004720 8100-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 8700-GRABAR-AUDITORIA - DEJA EN EL LOG EL CAMBIO AL MAESTRO,
004770* CON EL DETALLE YA ARMADO EN AUD-RESULTADO.
004780******************************************************************
004790 8700-GRABAR-AUDITORIA.
004800     MOVE VOP-ID TO AUD-OPERADOR.
004810     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004820     ACCEPT AUD-HORA FROM TIME.
004830     MOVE "MANTORIG" TO AUD-PROGRAMA.
004840     MOVE SPACE TO AUD-SEPARADOR-1.
004850     MOVE SPACE TO AUD-SEPARADOR-2.
004860     MOVE SPACE TO AUD-SEPARADOR-3.
004870     MOVE SPACE TO AUD-SEPARADOR-4.
004880     MOVE SPACE TO AUD-SEPARADOR-5.
004890     MOVE 0 TO AUD-SECUENCIA.
004900     CALL "AUDITWRT" USING REG-AUDITORIA.
004910 8700-EXIT.
004920     EXIT.
004930
004940 END PROGRAM MANTORIG.

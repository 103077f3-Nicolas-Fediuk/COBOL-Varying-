000100******************************************************************
000110* Programa de liberacion de entregas retenidas. REPARTE0 retiene
000120*(estado D en el registro de entregas, retorno 16) una entrega
000130*de TRANDIA cuyos contados por tipo y hash coinciden con los de
000140*una entrega ya archivada en ARCTRAN: lo normal es que el origen
000150*haya vuelto a mandar un archivo viejo con otro numero de
000160*entrega. Si el supervisor confirma con el origen que la entrega
000170*es genuina, este programa la libera (estado L) y la corrida
000180*siguiente de REPARTE0 la reparte sin volver a retenerla. Cada
000190*liberacion queda en el log de auditoria.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    LIBEENTR.
000230 AUTHOR.        R. ALONSO.
000240 INSTALLATION.  DEPTO. DESARROLLO.
000250 DATE-WRITTEN.  15/10/2026.
000260 DATE-COMPILED.
000270******************************************************************
000280* HISTORIAL DE MODIFICACIONES
000290* FECHA       INIC.  DESCRIPCION
000300* 15/10/2026  RA     VERSION INICIAL. EXIGE UN OPERADOR
000310*                    AUTORIZADO (VALOPER, POSICION 18). SOLO SE
000320*                    LIBERA UNA ENTREGA CUYO ULTIMO ESTADO EN EL
000330*                    REGISTRO ES RETENIDA; LA LIBERACION VALE
000340*                    PARA ESOS MISMOS CONTADOS Y HASH.
000342* 15/10/2026  RA     LA ENTREGA SE ELIGE TAMBIEN POR SU ORIGEN
000344*                    (DOS ORIGENES PUEDEN USAR LA MISMA FECHA Y
000346*                    NUMERO) Y LA LIBERACION SE REGISTRA CON EL.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ENTREGAS ASSIGN TO "ENTREGAS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ENTREGAS-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ENTREGAS
000460     LABEL RECORDS ARE STANDARD.
000470 01  REG-ENTREGAS.
000480     COPY ENTREGA.
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-ENTREGAS-STATUS          PIC X(02) VALUE "00".
000520 01  REG-AUDITORIA.
000530     COPY AUDITLOG.
000540
000550 01  WS-FECHA-ENTRADA            PIC X(08) VALUE SPACE.
000560 01  WS-FECHA-ELEGIDA REDEFINES WS-FECHA-ENTRADA
000570                                 PIC 9(08).
000580 01  WS-SECUENCIA-ENTRADA        PIC X(02) VALUE SPACE.
000590 01  WS-SECUENCIA-ELEGIDA REDEFINES WS-SECUENCIA-ENTRADA
000600                                 PIC 9(02).
000605 01  WS-ORIGEN-ELEGIDO           PIC X(08) VALUE SPACE.
000610 01  WS-CONFIRMACION             PIC X(01) VALUE SPACE.
000620
000630 01  WS-CANT-RETENIDAS           PIC 9(03) VALUE 0.
000640 01  WS-CANT-VIGENTES            PIC 9(03) VALUE 0.
000650 01  WS-IND-RETENIDA             PIC 9(03) VALUE 0.
000660 01  WS-IND-HALLADO              PIC 9(03) VALUE 0.
000670
000680 01  SW-FIN-LIBERACION           PIC X(01) VALUE "N".
000690     88  FIN-DE-LIBERACION                 VALUE "S".
000700 01  SW-FIN-ENTREGAS             PIC X(01) VALUE "N".
000710     88  FIN-DE-ENTREGAS                   VALUE "S".
000720 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000730     88  TABLA-LLENA                       VALUE "S".
000740 01  SW-ENTRADA-VALIDA           PIC X(01) VALUE "S".
000750     88  ENTRADA-VALIDA                    VALUE "S".
000760
000770 01  OPERADOR-AUTORIZACION.
000780     COPY OPERLNK.
000790
000800 01  REG-ENTREGA-COM.
000810     COPY ENTREGA.
000820
000830*    ENTREGAS QUE ALGUNA VEZ QUEDARON RETENIDAS, CON LA MARCA DE
000840*    SI LA RETENCION SIGUE VIGENTE (NINGUN REGISTRO POSTERIOR DE
000850*    ESA FECHA, ENTREGA Y ORIGEN LA CAMBIO).
000860 01  TABLA-RETENIDAS.
000870     05  TRE-ENTRADA OCCURS 100 TIMES.
000880         10  TRE-FECHA           PIC 9(08).
000890         10  TRE-SECUENCIA       PIC 9(02).
000900         10  TRE-ORIGEN          PIC X(08).
000910         10  TRE-CANT-TOTAL      PIC 9(05).
000920         10  TRE-HASH            PIC 9(07).
000930         10  TRE-HORA-ESTADO     PIC 9(06).
000940         10  TRE-VIGENTE         PIC X(01).
000950
000960 PROCEDURE DIVISION.
000970******************************************************************
000980* 0000-MAINLINE-CONTROL
000990******************************************************************
001000 0000-MAINLINE-CONTROL.
001010     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001020     IF NOT VOP-AUTORIZADO
001030         MOVE 16 TO RETURN-CODE
001040         GOBACK
001050     END-IF.
001060     PERFORM 1000-CARGAR-RETENIDAS THRU 1000-EXIT.
001070     IF TABLA-LLENA
001080         DISPLAY "MAS DE 100 ENTREGAS RETENIDAS EN EL REGISTRO, "
001090             "SE LISTAN LAS PRIMERAS 100"
001100     END-IF.
001110     PERFORM 2000-LIBERAR-ENTREGA THRU 2000-EXIT
001120         UNTIL FIN-DE-LIBERACION.
001130     GOBACK.
001140
001150******************************************************************
001160* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001170* CONTRA EL MAESTRO (VALOPER, POSICION 18: LIBERACION DE
001180* ENTREGAS RETENIDAS). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001190******************************************************************
001200 0100-EXIGIR-OPERADOR.
001210     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001220     ACCEPT VOP-ID.
001230     MOVE 18 TO VOP-POSICION.
001240     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001250     IF VOP-AUTORIZADO
001260         GO TO 0100-EXIT
001270     END-IF.
001280     DISPLAY "OPERADOR NO AUTORIZADO PARA LIBERAR ENTREGAS, "
001290         "LA CORRIDA SE RECHAZA".
001300     MOVE SPACE TO AUD-RESULTADO.
001310     STRING "FIRMA RECHAZADA ID=" VOP-ID
001320         DELIMITED BY SIZE INTO AUD-RESULTADO.
001330     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
001340 0100-EXIT.
001350     EXIT.
001360
001370******************************************************************
001380* 1000-CARGAR-RETENIDAS - RECORRE EL REGISTRO DE ENTREGAS Y
001390* ARMA LA TABLA DE RETENIDAS: UN REGISTRO D AGREGA (O RENUEVA)
001400* LA ENTREGA, Y CUALQUIER REGISTRO POSTERIOR DE OTRO ESTADO PARA
001406* LA MISMA FECHA, ENTREGA Y ORIGEN DEJA LA RETENCION SIN
001412* VIGENCIA.
001420******************************************************************
001430 1000-CARGAR-RETENIDAS.
001440     MOVE 0 TO WS-CANT-RETENIDAS.
001450     MOVE "N" TO SW-FIN-ENTREGAS.
001460     OPEN INPUT ENTREGAS.
001470     IF WS-ENTREGAS-STATUS NOT = "00"
001480         DISPLAY "SIN REGISTRO DE ENTREGAS"
001490         GO TO 1000-EXIT
001500     END-IF.
001510     PERFORM 1100-CARGAR-ENTREGA THRU 1100-EXIT
001520         UNTIL FIN-DE-ENTREGAS.
001530     CLOSE ENTREGAS.
001540 1000-EXIT.
001550     EXIT.
001560
001570 1100-CARGAR-ENTREGA.
001580     READ ENTREGAS
001590         AT END
001600             SET FIN-DE-ENTREGAS TO TRUE
001610             GO TO 1100-EXIT
001620     END-READ.
001630     MOVE ENT-FECHA OF REG-ENTREGAS TO WS-FECHA-ELEGIDA.
001640     MOVE ENT-SECUENCIA OF REG-ENTREGAS TO WS-SECUENCIA-ELEGIDA.
001645     MOVE ENT-ORIGEN OF REG-ENTREGAS TO WS-ORIGEN-ELEGIDO.
001650     PERFORM 7000-BUSCAR-RETENIDA THRU 7000-EXIT.
001660     IF NOT ENT-RETENIDA OF REG-ENTREGAS
001670         IF WS-IND-HALLADO > 0
001680             MOVE "N" TO TRE-VIGENTE (WS-IND-HALLADO)
001690         END-IF
001700         GO TO 1100-EXIT
001710     END-IF.
001720     IF WS-IND-HALLADO = 0
001730         IF WS-CANT-RETENIDAS = 100
001740             SET TABLA-LLENA TO TRUE
001750             GO TO 1100-EXIT
001760         END-IF
001770         ADD 1 TO WS-CANT-RETENIDAS
001780         MOVE WS-CANT-RETENIDAS TO WS-IND-HALLADO
001790     END-IF.
001800     MOVE ENT-FECHA OF REG-ENTREGAS
001810         TO TRE-FECHA (WS-IND-HALLADO).
001820     MOVE ENT-SECUENCIA OF REG-ENTREGAS
001830         TO TRE-SECUENCIA (WS-IND-HALLADO).
001840     MOVE ENT-ORIGEN OF REG-ENTREGAS
001850         TO TRE-ORIGEN (WS-IND-HALLADO).
001860     MOVE ENT-CANT-TOTAL OF REG-ENTREGAS
001870         TO TRE-CANT-TOTAL (WS-IND-HALLADO).
001880     MOVE ENT-HASH OF REG-ENTREGAS
001890         TO TRE-HASH (WS-IND-HALLADO).
001900     MOVE ENT-HORA-ESTADO OF REG-ENTREGAS
001910         TO TRE-HORA-ESTADO (WS-IND-HALLADO).
001920     MOVE "S" TO TRE-VIGENTE (WS-IND-HALLADO).
001930 1100-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970* 2000-LIBERAR-ENTREGA - LISTA LAS RETENIDAS VIGENTES, PIDE LA
001976* FECHA, EL NUMERO Y EL ORIGEN DE LA ENTREGA A LIBERAR Y LA
001982* CONFIRMACION.
001990* UNA FECHA EN BLANCO TERMINA.
002000******************************************************************
002010 2000-LIBERAR-ENTREGA.
002020     PERFORM 3000-LISTAR-RETENIDAS THRU 3000-EXIT.
002030     IF WS-CANT-VIGENTES = 0
002040         SET FIN-DE-LIBERACION TO TRUE
002050         GO TO 2000-EXIT
002060     END-IF.
002070     PERFORM 7200-PEDIR-CLAVE THRU 7200-EXIT.
002080     IF FIN-DE-LIBERACION
002090         GO TO 2000-EXIT
002100     END-IF.
002110     IF NOT ENTRADA-VALIDA
002120         GO TO 2000-EXIT
002130     END-IF.
002140     PERFORM 7000-BUSCAR-RETENIDA THRU 7000-EXIT.
002150     IF WS-IND-HALLADO = 0
002160         DISPLAY "LA ENTREGA " WS-FECHA-ELEGIDA "/"
002166             WS-SECUENCIA-ELEGIDA " DE " WS-ORIGEN-ELEGIDO
002172             " NO ESTA RETENIDA"
002180         GO TO 2000-EXIT
002190     END-IF.
002200     IF TRE-VIGENTE (WS-IND-HALLADO) NOT = "S"
002210         DISPLAY "LA ENTREGA " WS-FECHA-ELEGIDA "/"
002216             WS-SECUENCIA-ELEGIDA " DE " WS-ORIGEN-ELEGIDO
002222             " NO ESTA RETENIDA"
002230         GO TO 2000-EXIT
002240     END-IF.
002250     DISPLAY "SE LIBERA LA ENTREGA " WS-FECHA-ELEGIDA "/"
002260         WS-SECUENCIA-ELEGIDA " DE " TRE-ORIGEN (WS-IND-HALLADO)
002270         " (" TRE-CANT-TOTAL (WS-IND-HALLADO) " REGISTROS, HASH "
002280         TRE-HASH (WS-IND-HALLADO) ")".
002290     DISPLAY "CONFIRMA QUE EL ORIGEN RECONOCIO LA ENTREGA COMO "
002300         "GENUINA (S/N)".
002310     ACCEPT WS-CONFIRMACION.
002320     IF WS-CONFIRMACION NOT = "S"
002330         DISPLAY "LA ENTREGA SIGUE RETENIDA"
002340         GO TO 2000-EXIT
002350     END-IF.
002360     MOVE SPACE TO REG-ENTREGA-COM.
002370     MOVE WS-FECHA-ELEGIDA TO ENT-FECHA OF REG-ENTREGA-COM.
002380     MOVE WS-SECUENCIA-ELEGIDA
002385         TO ENT-SECUENCIA OF REG-ENTREGA-COM.
002387     MOVE WS-ORIGEN-ELEGIDO TO ENT-ORIGEN OF REG-ENTREGA-COM.
002390     MOVE "L" TO ENT-ESTADO OF REG-ENTREGA-COM.
002400     CALL "GRABENTR" USING REG-ENTREGA-COM.
002410     MOVE "N" TO TRE-VIGENTE (WS-IND-HALLADO).
002420     MOVE SPACE TO AUD-RESULTADO.
002430     STRING "LIBERA " WS-FECHA-ELEGIDA "/" WS-SECUENCIA-ELEGIDA
002440         " " TRE-ORIGEN (WS-IND-HALLADO)
002450         DELIMITED BY SIZE INTO AUD-RESULTADO.
002460     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002470     DISPLAY "ENTREGA " WS-FECHA-ELEGIDA "/" WS-SECUENCIA-ELEGIDA
002480         " LIBERADA; VUELVA A SOMETER EL JOB EJERDIA".
002490 2000-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530* 3000-LISTAR-RETENIDAS - LISTA LAS ENTREGAS CON LA RETENCION
002540* VIGENTE.
002550******************************************************************
002560 3000-LISTAR-RETENIDAS.
002570     MOVE 0 TO WS-CANT-VIGENTES.
002580     DISPLAY "===== ENTREGAS RETENIDAS POR DUPLICADAS =====".
002590     DISPLAY "FECHA    EN ORIGEN   TOTAL HASH    HORA".
002600     PERFORM 3100-LISTAR-UNA THRU 3100-EXIT
002610         VARYING WS-IND-RETENIDA FROM 1 BY 1
002620         UNTIL WS-IND-RETENIDA > WS-CANT-RETENIDAS.
002630     IF WS-CANT-VIGENTES = 0
002640         DISPLAY "  NO HAY ENTREGAS RETENIDAS"
002650     END-IF.
002660 3000-EXIT.
002670     EXIT.
002680
002690 3100-LISTAR-UNA.
002700     IF TRE-VIGENTE (WS-IND-RETENIDA) NOT = "S"
002710         GO TO 3100-EXIT
002720     END-IF.
002730     ADD 1 TO WS-CANT-VIGENTES.
002740     DISPLAY TRE-FECHA (WS-IND-RETENIDA) " "
002750         TRE-SECUENCIA (WS-IND-RETENIDA) " "
002760         TRE-ORIGEN (WS-IND-RETENIDA) " "
002770         TRE-CANT-TOTAL (WS-IND-RETENIDA) " "
002780         TRE-HASH (WS-IND-RETENIDA) " "
002790         TRE-HORA-ESTADO (WS-IND-RETENIDA).
002800 3100-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840* 7000-BUSCAR-RETENIDA - DEJA EN WS-IND-HALLADO LA POSICION DE LA
002850* ENTREGA ELEGIDA (FECHA, NUMERO Y ORIGEN) EN LA TABLA, O CERO.
002860******************************************************************
002870 7000-BUSCAR-RETENIDA.
002880     MOVE 0 TO WS-IND-HALLADO.
002890     PERFORM 7010-COMPARAR-RETENIDA THRU 7010-EXIT
002900         VARYING WS-IND-RETENIDA FROM 1 BY 1
002910         UNTIL WS-IND-RETENIDA > WS-CANT-RETENIDAS.
002920 7000-EXIT.
002930     EXIT.
002940
002950 7010-COMPARAR-RETENIDA.
002960     IF TRE-FECHA (WS-IND-RETENIDA) = WS-FECHA-ELEGIDA
002970         AND TRE-SECUENCIA (WS-IND-RETENIDA)
002975             = WS-SECUENCIA-ELEGIDA
002977         AND TRE-ORIGEN (WS-IND-RETENIDA) = WS-ORIGEN-ELEGIDO
002980         MOVE WS-IND-RETENIDA TO WS-IND-HALLADO
002990     END-IF.
003000 7010-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 7200-PEDIR-CLAVE - PIDE LA FECHA DE LA ENTREGA (AAAAMMDD, EN
003046* BLANCO TERMINA), SU NUMERO (DOS DIGITOS, 01 A 99) Y SU ORIGEN
003052* (COMO FIGURA EN LA LISTA).
003060******************************************************************
003070 7200-PEDIR-CLAVE.
003080     MOVE "S" TO SW-ENTRADA-VALIDA.
003090     DISPLAY "FECHA DE LA ENTREGA A LIBERAR (AAAAMMDD, "
003100         "BLANCO=FIN)".
003110     ACCEPT WS-FECHA-ENTRADA.
003120     IF WS-FECHA-ENTRADA = SPACE
003130         SET FIN-DE-LIBERACION TO TRUE
003140         GO TO 7200-EXIT
003150     END-IF.
003160     IF WS-FECHA-ENTRADA NOT NUMERIC
003170         DISPLAY "LA FECHA DEBE SER NUMERICA (AAAAMMDD)"
003180         MOVE "N" TO SW-ENTRADA-VALIDA
003190         GO TO 7200-EXIT
003200     END-IF.
003210     DISPLAY "NUMERO DE ENTREGA (01 A 99)".
003220     ACCEPT WS-SECUENCIA-ENTRADA.
003230     IF WS-SECUENCIA-ENTRADA NOT NUMERIC
003240         DISPLAY "EL NUMERO DE ENTREGA DEBE SER DE DOS DIGITOS"
003241         MOVE "N" TO SW-ENTRADA-VALIDA
003242         GO TO 7200-EXIT
003243     END-IF.
003244     DISPLAY "ORIGEN DE LA ENTREGA (COMO FIGURA EN LA LISTA)".
003245     ACCEPT WS-ORIGEN-ELEGIDO.
003246     IF WS-ORIGEN-ELEGIDO = SPACE
003247         DISPLAY "EL ORIGEN ES OBLIGATORIO"
003250         MOVE "N" TO SW-ENTRADA-VALIDA
003260     END-IF.
003270 7200-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310* 8700-GRABAR-AUDITORIA - DEJA EN EL LOG LA LIBERACION (O LA FIRMA
003320* RECHAZADA), CON EL DETALLE YA ARMADO EN AUD-RESULTADO.
003330******************************************************************
003340 8700-GRABAR-AUDITORIA.
003350     MOVE VOP-ID TO AUD-OPERADOR.
003360     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003370     ACCEPT AUD-HORA FROM TIME.
003380     MOVE "LIBEENTR" TO AUD-PROGRAMA.
003390     MOVE SPACE TO AUD-SEPARADOR-1.
003400     MOVE SPACE TO AUD-SEPARADOR-2.
003410     MOVE SPACE TO AUD-SEPARADOR-3.
003420     MOVE SPACE TO AUD-SEPARADOR-4.
003430     MOVE SPACE TO AUD-SEPARADOR-5.
003440     MOVE 0 TO AUD-SECUENCIA.
003450     CALL "AUDITWRT" USING REG-AUDITORIA.
003460 8700-EXIT.
003470     EXIT.
003480
003490 END PROGRAM LIBEENTR.

000100******************************************************************
000110* Subprograma que cuenta lo que queda pendiente antes de cerrar un
000120*dia de negocio (COPY CIERLNK): las alertas criticas abiertas en
000130*ALERTAS, los rechazos de la fecha todavia pendientes en RECHAZOS,
000140*los registros de auditoria que BARREAUD no incorporo aun al log
000150*(desbordes AUDOVF1 a AUDOVF5, AUDOVFM0, AUDOVFC3, AUDOVFPM y
000160*AUDOVFXX) y los cambios de parametros que esperan aprobacion en
000170*PARPEND. Solo lee; lo usan la puerta del cierre (PUERCIER) y la
000180*liberacion de condiciones del supervisor (LIBECIER), asi los dos
000186*ven exactamente las mismas cuentas. El panel de estado de MENU0
000192*muestra las mismas cuentas, mas las advertencias abiertas.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    CUENCIER.
000230 AUTHOR.        R. ALONSO.
000240 INSTALLATION.  DEPTO. DESARROLLO.
000250 DATE-WRITTEN.  15/10/2026.
000260 DATE-COMPILED.
000270******************************************************************
000280* HISTORIAL DE MODIFICACIONES
000290* FECHA       INIC.  DESCRIPCION
000300* 15/10/2026  RA     VERSION INICIAL. LOS DESBORDES SE CUENTAN UNO
000310*                    POR UNO, CON LA MISMA PAREJA DE PARRAFOS POR
000320*                    ARCHIVO QUE USA BARREAUD.
000322* 15/10/2026  RA     EN LA MISMA PASADA POR ALERTAS SE CUENTAN
000324*                    TAMBIEN LAS ADVERTENCIAS ABIERTAS
000326*                    (CCL-CANT-ADVERTENCIAS), PARA EL PANEL DE
000328*                    ESTADO DEL MENU; NO RETIENEN EL CIERRE.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ALERTAS ASSIGN TO "ALERTAS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ALERTAS-STATUS.
000400     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RCH-CLAVE
000440         FILE STATUS IS WS-RECHAZOS-STATUS.
000450     SELECT PENDIENTES ASSIGN TO "PARPEND"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PENDIENTES-STATUS.
000480     SELECT DESBORDE-1 ASSIGN TO "AUDOVF1"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DESBORDE-STATUS.
000510     SELECT DESBORDE-2 ASSIGN TO "AUDOVF2"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DESBORDE-STATUS.
000540     SELECT DESBORDE-3 ASSIGN TO "AUDOVF3"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DESBORDE-STATUS.
000570     SELECT DESBORDE-4 ASSIGN TO "AUDOVF4"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-DESBORDE-STATUS.
000600     SELECT DESBORDE-5 ASSIGN TO "AUDOVF5"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DESBORDE-STATUS.
000630     SELECT DESBORDE-6 ASSIGN TO "AUDOVFM0"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-DESBORDE-STATUS.
000660     SELECT DESBORDE-7 ASSIGN TO "AUDOVFC3"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DESBORDE-STATUS.
000690     SELECT DESBORDE-8 ASSIGN TO "AUDOVFPM"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-DESBORDE-STATUS.
000720     SELECT DESBORDE-9 ASSIGN TO "AUDOVFXX"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DESBORDE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ALERTAS
000790     LABEL RECORDS ARE STANDARD.
000800 01  REG-ALERTAS.
000810     COPY ALERTA.
000820
000830 FD  RECHAZOS
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-RECHAZOS.
000860     COPY RECHAZO.
000870
000880 FD  PENDIENTES
000890     LABEL RECORDS ARE STANDARD.
000900 01  REG-PENDIENTES.
000910     COPY PARPEND.
000920
000930 FD  DESBORDE-1
000940     LABEL RECORDS ARE STANDARD.
000950 01  REG-DESBORDE-1             PIC X(73).
000960
000970 FD  DESBORDE-2
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-DESBORDE-2             PIC X(73).
001000
001010 FD  DESBORDE-3
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-DESBORDE-3             PIC X(73).
001040
001050 FD  DESBORDE-4
001060     LABEL RECORDS ARE STANDARD.
001070 01  REG-DESBORDE-4             PIC X(73).
001080
001090 FD  DESBORDE-5
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-DESBORDE-5             PIC X(73).
001120
001130 FD  DESBORDE-6
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-DESBORDE-6             PIC X(73).
001160
001170 FD  DESBORDE-7
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-DESBORDE-7             PIC X(73).
001200
001210 FD  DESBORDE-8
001220     LABEL RECORDS ARE STANDARD.
001230 01  REG-DESBORDE-8             PIC X(73).
001240
001250 FD  DESBORDE-9
001260     LABEL RECORDS ARE STANDARD.
001270 01  REG-DESBORDE-9             PIC X(73).
001280
001290 WORKING-STORAGE SECTION.
001300 01  WS-ALERTAS-STATUS           PIC X(02) VALUE "00".
001310 01  WS-RECHAZOS-STATUS          PIC X(02) VALUE "00".
001320 01  WS-PENDIENTES-STATUS        PIC X(02) VALUE "00".
001330 01  WS-DESBORDE-STATUS          PIC X(02) VALUE "00".
001340 01  WS-IND-DESBORDE             PIC 9(02) VALUE 0.
001350
001360 01  SW-FIN-ALERTAS              PIC X(01) VALUE "N".
001370     88  FIN-DE-ALERTAS                    VALUE "S".
001380 01  SW-FIN-RECHAZOS             PIC X(01) VALUE "N".
001390     88  FIN-DE-RECHAZOS                   VALUE "S".
001400 01  SW-FIN-PENDIENTES           PIC X(01) VALUE "N".
001410     88  FIN-DE-PENDIENTES                 VALUE "S".
001420 01  SW-FIN-DESBORDE             PIC X(01) VALUE "N".
001430     88  FIN-DE-DESBORDE                   VALUE "S".
001440
001450 LINKAGE SECTION.
001460 01  CONDICIONES-COM.
001470     COPY CIERLNK.
001480
001490 PROCEDURE DIVISION USING CONDICIONES-COM.
001500******************************************************************
001510* 0000-MAINLINE-CONTROL
001520******************************************************************
001530 0000-MAINLINE-CONTROL.
001540     MOVE 0 TO CCL-CANT-ALERTAS.
001545     MOVE 0 TO CCL-CANT-ADVERTENCIAS.
001550     MOVE 0 TO CCL-CANT-RECHAZOS.
001560     MOVE 0 TO CCL-CANT-DESBORDES.
001570     MOVE 0 TO CCL-CANT-PENDIENTES.
001580     PERFORM 3000-LIMPIAR-DESBORDE THRU 3000-EXIT
001590         VARYING WS-IND-DESBORDE FROM 1 BY 1
001600         UNTIL WS-IND-DESBORDE > 9.
001610     MOVE 0 TO CCL-CANT-DESBORDE (9).
001620     PERFORM 1000-CONTAR-ALERTAS THRU 1000-EXIT.
001630     PERFORM 2000-CONTAR-RECHAZOS THRU 2000-EXIT.
001640     PERFORM 3100-CONTAR-1 THRU 3100-EXIT.
001650     PERFORM 3200-CONTAR-2 THRU 3200-EXIT.
001660     PERFORM 3300-CONTAR-3 THRU 3300-EXIT.
001670     PERFORM 3400-CONTAR-4 THRU 3400-EXIT.
001680     PERFORM 3500-CONTAR-5 THRU 3500-EXIT.
001690     PERFORM 3600-CONTAR-6 THRU 3600-EXIT.
001700     PERFORM 3700-CONTAR-7 THRU 3700-EXIT.
001710     PERFORM 3800-CONTAR-8 THRU 3800-EXIT.
001720     PERFORM 3900-CONTAR-9 THRU 3900-EXIT.
001730     PERFORM 4000-CONTAR-PENDIENTES THRU 4000-EXIT.
001740     GOBACK.
001750
001760******************************************************************
001770* 1000-CONTAR-ALERTAS - CRITICAS TODAVIA ABIERTAS, SIN IMPORTAR
001780* LA FECHA: UNA CRITICA DE AYER SIN RECONOCER TAMBIEN RETIENE.
001785* LAS ADVERTENCIAS ABIERTAS SE CUENTAN APARTE Y NO RETIENEN.
001790******************************************************************
001800 1000-CONTAR-ALERTAS.
001810     MOVE "N" TO SW-FIN-ALERTAS.
001820     OPEN INPUT ALERTAS.
001830     IF WS-ALERTAS-STATUS NOT = "00"
001840         GO TO 1000-EXIT
001850     END-IF.
001860     PERFORM 1100-LEER-ALERTA THRU 1100-EXIT
001870         UNTIL FIN-DE-ALERTAS.
001880     CLOSE ALERTAS.
001890 1000-EXIT.
001900     EXIT.
001910
001920 1100-LEER-ALERTA.
001930     READ ALERTAS
001940         AT END
001950             SET FIN-DE-ALERTAS TO TRUE
001960             GO TO 1100-EXIT
001970     END-READ.
001980     IF ALR-ABIERTA AND ALR-CRITICA
001990         ADD 1 TO CCL-CANT-ALERTAS
001992     END-IF.
001994     IF ALR-ABIERTA AND ALR-ADVERTENCIA
001996         ADD 1 TO CCL-CANT-ADVERTENCIAS
002000     END-IF.
002010 1100-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050* 2000-CONTAR-RECHAZOS - RECHAZOS PENDIENTES DE LA FECHA A CERRAR.
002060* SE POSICIONA EN EL PRIMERO DE LA FECHA, COMO INFRECH, Y EL
002070* PRIMERO DE OTRA FECHA TERMINA LA LECTURA.
002080******************************************************************
002090 2000-CONTAR-RECHAZOS.
002100     MOVE "N" TO SW-FIN-RECHAZOS.
002110     OPEN INPUT RECHAZOS.
002120     IF WS-RECHAZOS-STATUS NOT = "00"
002130         GO TO 2000-EXIT
002140     END-IF.
002150     MOVE CCL-FECHA-NEGOCIO TO RCH-FECHA-NEGOCIO.
002160     MOVE LOW-VALUE TO RCH-PROGRAMA-CLAVE.
002170     MOVE 0 TO RCH-SECUENCIA.
002180     START RECHAZOS KEY NOT LESS THAN RCH-CLAVE
002190         INVALID KEY
002200             SET FIN-DE-RECHAZOS TO TRUE
002210     END-START.
002220     PERFORM 2100-LEER-RECHAZO THRU 2100-EXIT
002230         UNTIL FIN-DE-RECHAZOS.
002240     CLOSE RECHAZOS.
002250 2000-EXIT.
002260     EXIT.
002270
002280 2100-LEER-RECHAZO.
002290     READ RECHAZOS NEXT RECORD
002300         AT END
002310             SET FIN-DE-RECHAZOS TO TRUE
002320             GO TO 2100-EXIT
002330     END-READ.
002340     IF RCH-FECHA-NEGOCIO NOT = CCL-FECHA-NEGOCIO
002350         SET FIN-DE-RECHAZOS TO TRUE
002360         GO TO 2100-EXIT
002370     END-IF.
002380     IF RCH-PENDIENTE
002390         ADD 1 TO CCL-CANT-RECHAZOS
002400     END-IF.
002410 2100-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 3000-LIMPIAR-DESBORDE / 3010-SUMAR-DESBORDE - PONEN EN CERO LA
002460* CUENTA DE CADA DESBORDE Y SUMAN UN REGISTRO AL DESBORDE QUE SE
002470* ESTA LEYENDO (WS-IND-DESBORDE) Y AL TOTAL.
002480******************************************************************
002490 3000-LIMPIAR-DESBORDE.
002500     MOVE 0 TO CCL-CANT-DESBORDE (WS-IND-DESBORDE).
002510 3000-EXIT.
002520     EXIT.
002530
002540 3010-SUMAR-DESBORDE.
002550     ADD 1 TO CCL-CANT-DESBORDE (WS-IND-DESBORDE).
002560     ADD 1 TO CCL-CANT-DESBORDES.
002570 3010-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610* 3N00-CONTAR / 3N10-LEER - UNA PAREJA POR DESBORDE. UN DESBORDE
002620* QUE NO EXISTE QUEDA EN CERO.
002630******************************************************************
002640 3100-CONTAR-1.
002650     MOVE 1 TO WS-IND-DESBORDE.
002660     MOVE "AUDOVF1" TO CCL-NOMBRE-DESBORDE (1).
002670     MOVE "N" TO SW-FIN-DESBORDE.
002680     OPEN INPUT DESBORDE-1.
002690     IF WS-DESBORDE-STATUS NOT = "00"
002700         GO TO 3100-EXIT
002710     END-IF.
002720     PERFORM 3110-LEER-1 THRU 3110-EXIT
002730         UNTIL FIN-DE-DESBORDE.
002740     CLOSE DESBORDE-1.
002750 3100-EXIT.
002760     EXIT.
002770
002780 3110-LEER-1.
002790     READ DESBORDE-1
002800         AT END
002810             SET FIN-DE-DESBORDE TO TRUE
002820             GO TO 3110-EXIT
002830     END-READ.
002840     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
002850 3110-EXIT.
002860     EXIT.
002870
002880 3200-CONTAR-2.
002890     MOVE 2 TO WS-IND-DESBORDE.
002900     MOVE "AUDOVF2" TO CCL-NOMBRE-DESBORDE (2).
002910     MOVE "N" TO SW-FIN-DESBORDE.
002920     OPEN INPUT DESBORDE-2.
002930     IF WS-DESBORDE-STATUS NOT = "00"
002940         GO TO 3200-EXIT
002950     END-IF.
002960     PERFORM 3210-LEER-2 THRU 3210-EXIT
002970         UNTIL FIN-DE-DESBORDE.
002980     CLOSE DESBORDE-2.
002990 3200-EXIT.
003000     EXIT.
003010
003020 3210-LEER-2.
003030     READ DESBORDE-2
003040         AT END
003050             SET FIN-DE-DESBORDE TO TRUE
003060             GO TO 3210-EXIT
003070     END-READ.
003080     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
003090 3210-EXIT.
003100     EXIT.
003110
003120 3300-CONTAR-3.
003130     MOVE 3 TO WS-IND-DESBORDE.
003140     MOVE "AUDOVF3" TO CCL-NOMBRE-DESBORDE (3).
003150     MOVE "N" TO SW-FIN-DESBORDE.
003160     OPEN INPUT DESBORDE-3.
003170     IF WS-DESBORDE-STATUS NOT = "00"
003180         GO TO 3300-EXIT
003190     END-IF.
003200     PERFORM 3310-LEER-3 THRU 3310-EXIT
003210         UNTIL FIN-DE-DESBORDE.
003220     CLOSE DESBORDE-3.
003230 3300-EXIT.
003240     EXIT.
003250
003260 3310-LEER-3.
003270     READ DESBORDE-3
003280         AT END
003290             SET FIN-DE-DESBORDE TO TRUE
003300             GO TO 3310-EXIT
003310     END-READ.
003320     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
003330 3310-EXIT.
003340     EXIT.
003350
003360 3400-CONTAR-4.
003370     MOVE 4 TO WS-IND-DESBORDE.
003380     MOVE "AUDOVF4" TO CCL-NOMBRE-DESBORDE (4).
003390     MOVE "N" TO SW-FIN-DESBORDE.
003400     OPEN INPUT DESBORDE-4.
003410     IF WS-DESBORDE-STATUS NOT = "00"
003420         GO TO 3400-EXIT
003430     END-IF.
003440     PERFORM 3410-LEER-4 THRU 3410-EXIT
003450         UNTIL FIN-DE-DESBORDE.
003460     CLOSE DESBORDE-4.
003470 3400-EXIT.
003480     EXIT.
003490
003500 3410-LEER-4.
003510     READ DESBORDE-4
003520         AT END
003530             SET FIN-DE-DESBORDE TO TRUE
003540             GO TO 3410-EXIT
003550     END-READ.
003560     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
003570 3410-EXIT.
003580     EXIT.
003590
003600 3500-CONTAR-5.
003610     MOVE 5 TO WS-IND-DESBORDE.
003620     MOVE "AUDOVF5" TO CCL-NOMBRE-DESBORDE (5).
003630     MOVE "N" TO SW-FIN-DESBORDE.
003640     OPEN INPUT DESBORDE-5.
003650     IF WS-DESBORDE-STATUS NOT = "00"
003660         GO TO 3500-EXIT
003670     END-IF.
003680     PERFORM 3510-LEER-5 THRU 3510-EXIT
003690         UNTIL FIN-DE-DESBORDE.
003700     CLOSE DESBORDE-5.
003710 3500-EXIT.
003720     EXIT.
003730
003740 3510-LEER-5.
003750     READ DESBORDE-5
003760         AT END
003770             SET FIN-DE-DESBORDE TO TRUE
003780             GO TO 3510-EXIT
003790     END-READ.
003800     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
003810 3510-EXIT.
003820     EXIT.
003830
003840 3600-CONTAR-6.
003850     MOVE 6 TO WS-IND-DESBORDE.
003860     MOVE "AUDOVFM0" TO CCL-NOMBRE-DESBORDE (6).
003870     MOVE "N" TO SW-FIN-DESBORDE.
003880     OPEN INPUT DESBORDE-6.
003890     IF WS-DESBORDE-STATUS NOT = "00"
003900         GO TO 3600-EXIT
003910     END-IF.
003920     PERFORM 3610-LEER-6 THRU 3610-EXIT
003930         UNTIL FIN-DE-DESBORDE.
003940     CLOSE DESBORDE-6.
003950 3600-EXIT.
003960     EXIT.
003970
003980 3610-LEER-6.
003990     READ DESBORDE-6
004000         AT END
004010             SET FIN-DE-DESBORDE TO TRUE
004020             GO TO 3610-EXIT
004030     END-READ.
004040     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
004050 3610-EXIT.
004060     EXIT.
004070
004080 3700-CONTAR-7.
004090     MOVE 7 TO WS-IND-DESBORDE.
004100     MOVE "AUDOVFC3" TO CCL-NOMBRE-DESBORDE (7).
004110     MOVE "N" TO SW-FIN-DESBORDE.
004120     OPEN INPUT DESBORDE-7.
004130     IF WS-DESBORDE-STATUS NOT = "00"
004140         GO TO 3700-EXIT
004150     END-IF.
004160     PERFORM 3710-LEER-7 THRU 3710-EXIT
004170         UNTIL FIN-DE-DESBORDE.
004180     CLOSE DESBORDE-7.
004190 3700-EXIT.
004200     EXIT.
004210
004220 3710-LEER-7.
004230     READ DESBORDE-7
004240         AT END
004250             SET FIN-DE-DESBORDE TO TRUE
004260             GO TO 3710-EXIT
004270     END-READ.
004280     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
004290 3710-EXIT.
004300     EXIT.
004310
004320 3800-CONTAR-8.
004330     MOVE 8 TO WS-IND-DESBORDE.
004340     MOVE "AUDOVFPM" TO CCL-NOMBRE-DESBORDE (8).
004350     MOVE "N" TO SW-FIN-DESBORDE.
004360     OPEN INPUT DESBORDE-8.
004370     IF WS-DESBORDE-STATUS NOT = "00"
004380         GO TO 3800-EXIT
004390     END-IF.
004400     PERFORM 3810-LEER-8 THRU 3810-EXIT
004410         UNTIL FIN-DE-DESBORDE.
004420     CLOSE DESBORDE-8.
004430 3800-EXIT.
004440     EXIT.
004450
004460 3810-LEER-8.
004470     READ DESBORDE-8
004480         AT END
004490             SET FIN-DE-DESBORDE TO TRUE
004500             GO TO 3810-EXIT
004510     END-READ.
004520     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
004530 3810-EXIT.
004540     EXIT.
004550
004560 3900-CONTAR-9.
004570     MOVE 9 TO WS-IND-DESBORDE.
004580     MOVE "AUDOVFXX" TO CCL-NOMBRE-DESBORDE (9).
004590     MOVE "N" TO SW-FIN-DESBORDE.
004600     OPEN INPUT DESBORDE-9.
004610     IF WS-DESBORDE-STATUS NOT = "00"
004620         GO TO 3900-EXIT
004630     END-IF.
004640     PERFORM 3910-LEER-9 THRU 3910-EXIT
004650         UNTIL FIN-DE-DESBORDE.
004660     CLOSE DESBORDE-9.
004670 3900-EXIT.
004680     EXIT.
004690
004700 3910-LEER-9.
004710     READ DESBORDE-9
004720         AT END
004730             SET FIN-DE-DESBORDE TO TRUE
004740             GO TO 3910-EXIT
004750     END-READ.
004760     PERFORM 3010-SUMAR-DESBORDE THRU 3010-EXIT.
004770 3910-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 4000-CONTAR-PENDIENTES - CAMBIOS DE PARAMETROS QUE SIGUEN SIN
004820* APROBAR NI RECHAZAR (APRPARM).
004830******************************************************************
004840 4000-CONTAR-PENDIENTES.
004850     MOVE "N" TO SW-FIN-PENDIENTES.
004860     OPEN INPUT PENDIENTES.
004870     IF WS-PENDIENTES-STATUS NOT = "00"
004880         GO TO 4000-EXIT
004890     END-IF.
004900     PERFORM 4100-LEER-PENDIENTE THRU 4100-EXIT
004910         UNTIL FIN-DE-PENDIENTES.
004920     CLOSE PENDIENTES.
004930 4000-EXIT.
004940     EXIT.
004950
004960 4100-LEER-PENDIENTE.
004970     READ PENDIENTES
004980         AT END
004990             SET FIN-DE-PENDIENTES TO TRUE
005000             GO TO 4100-EXIT
005010     END-READ.
005020     IF PPE-PENDIENTE
005030         ADD 1 TO CCL-CANT-PENDIENTES
005040     END-IF.
005050 4100-EXIT.
005060     EXIT.
005070
005080 END PROGRAM CUENCIER.

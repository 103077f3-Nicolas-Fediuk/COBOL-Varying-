000100******************************************************************
000110* Informe del relevo de turno. El operador que entrega el turno
000120*indica la ventana (por omision, desde el ultimo relevo firmado
000130*hasta ahora) y el informe junta en una sola hoja lo que paso en
000140*ella y lo que queda abierto: las corridas que arrancaron con su
000150*codigo de retorno (HISTCORR), las alertas levantadas y las
000160*reconocidas con quien las reconocio (ALERTAS y ALERTHIS), los
000170*rechazos cargados y los que siguen pendientes (RECHAZOS), los
000180*cambios de parametros pedidos (PARPEND) y los aprobados o
000190*rechazados (log de auditoria, APRPARM), y al final lo abierto:
000200*aprobaciones pendientes, alertas criticas abiertas, el dia de
000210*negocio sin cerrar y las entregas sin enrutar (ENTREGAS). El
000220*operador que recibe firma a continuacion y cada uno deja su
000230*firma del relevo en el log de auditoria.
000240*El historial y las alertas se fechan por dia de negocio y la
000250*auditoria, los rechazos y los pedidos por fecha de reloj; en la
000260*operacion normal coinciden y la ventana se aplica igual a todos.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    INFTURNO.
000300 AUTHOR.        R. ALONSO.
000310 INSTALLATION.  DEPTO. DESARROLLO.
000320 DATE-WRITTEN.  15/10/2026.
000330 DATE-COMPILED.
000340******************************************************************
000350* HISTORIAL DE MODIFICACIONES
000360* FECHA       INIC.  DESCRIPCION
000370* 15/10/2026  RA     VERSION INICIAL. LOS DOS OPERADORES DEBEN
000380*                    ESTAR AUTORIZADOS (VALOPER, POSICION 29) Y
000390*                    SER DISTINTOS. SIN LA FIRMA DEL QUE RECIBE EL
000400*                    RELEVO QUEDA EN EL LOG COMO NO RECIBIDO.
000402* 15/10/2026  RA     LLAMADO DESDE EL MENU (COPY FIRMENU), EL
000404*                    OPERADOR QUE ENTREGA ES EL QUE FIRMO EN
000406*                    MENU0 Y NO SE LE PIDE LA IDENTIFICACION; EL
000408*                    QUE RECIBE FIRMA CON LA SUYA Y SU PIN.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT HISTORIAL ASSIGN TO "HISTCORR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RH-CLAVE
000490         FILE STATUS IS WS-HIST-STATUS.
000500     SELECT ALERTAS ASSIGN TO "ALERTAS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ALERTAS-STATUS.
000530     SELECT HISTORICO-ALERTAS ASSIGN TO "ALERTHIS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HISTORICO-STATUS.
000560     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RCH-CLAVE
000600         FILE STATUS IS WS-RECHAZOS-STATUS.
000610     SELECT PENDIENTES ASSIGN TO "PARPEND"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PENDIENTES-STATUS.
000640     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670     SELECT ENTREGAS ASSIGN TO "ENTREGAS"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ENTREGAS-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  HISTORIAL
000740     LABEL RECORDS ARE STANDARD.
000750 01  REG-HISTORIAL.
000760     COPY HISTCORR.
000770
000780 FD  ALERTAS
000790     LABEL RECORDS ARE STANDARD.
000800 01  REG-ALERTAS                 PIC X(96).
000810
000820 FD  HISTORICO-ALERTAS
000830     LABEL RECORDS ARE STANDARD.
000840 01  REG-ALERTA-HIST             PIC X(96).
000850
000860 FD  RECHAZOS
000870     LABEL RECORDS ARE STANDARD.
000880 01  REG-RECHAZOS.
000890     COPY RECHAZO.
000900
000910 FD  PENDIENTES
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-PENDIENTES.
000940     COPY PARPEND.
000950
000960 FD  AUDIT-LOG
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-AUDIT-LOG.
000990     COPY AUDITLOG.
001000
001010 FD  ENTREGAS
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-ENTREGAS.
001040     COPY ENTREGA.
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-HIST-STATUS              PIC X(02) VALUE "00".
001080 01  WS-ALERTAS-STATUS           PIC X(02) VALUE "00".
001090 01  WS-HISTORICO-STATUS         PIC X(02) VALUE "00".
001100 01  WS-RECHAZOS-STATUS          PIC X(02) VALUE "00".
001110 01  WS-PENDIENTES-STATUS        PIC X(02) VALUE "00".
001120 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
001130 01  WS-ENTREGAS-STATUS          PIC X(02) VALUE "00".
001140
001150*    LAS ALERTAS ABIERTAS Y LAS RECONOCIDAS TIENEN EL MISMO
001160*    REGISTRO; LAS DOS SE LEEN SOBRE ESTA AREA.
001170 01  REG-ALERTA-TRABAJO.
001180     COPY ALERTA.
001190
001200 01  FECHA-NEGOCIO-COM.
001210     COPY FECHALNK.
001220
001230 01  OPERADOR-AUTORIZACION.
001240     COPY OPERLNK.
001242
001244 01  FIRMA-MENU-COM EXTERNAL.
001246     COPY FIRMENU.
001250
001260*    REGISTRO DE AUDITORIA ARMADO EN WORKING-STORAGE PARA LAS
001270*    FIRMAS; EL FD DEL LOG ES DE LECTURA.
001280 01  REG-AUDITORIA-TRABAJO.
001290     05  AUT-OPERADOR            PIC X(08).
001300     05  AUT-SEPARADOR-1         PIC X(01).
001310     05  AUT-FECHA               PIC 9(08).
001320     05  AUT-SEPARADOR-2         PIC X(01).
001330     05  AUT-HORA                PIC 9(06).
001340     05  AUT-SEPARADOR-3         PIC X(01).
001350     05  AUT-PROGRAMA            PIC X(10).
001360     05  AUT-SEPARADOR-4         PIC X(01).
001370     05  AUT-RESULTADO           PIC X(30).
001380     05  AUT-SEPARADOR-5         PIC X(01).
001390     05  AUT-SECUENCIA           PIC 9(06).
001400
001410 01  WS-OPERADOR-SALIENTE        PIC X(08) VALUE SPACE.
001420 01  WS-OPERADOR-ENTRANTE        PIC X(08) VALUE SPACE.
001430 01  WS-CONFIRMACION             PIC X(01) VALUE SPACE.
001440 01  WS-ROL-FIRMA                PIC X(29) VALUE SPACE.
001450
001460 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
001470 01  WS-HORA-HOY                 PIC 9(08) VALUE 0.
001480 01  WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
001490     05  WS-HHMMSS-HOY           PIC 9(06).
001500     05  FILLER                  PIC 9(02).
001510
001520*    VENTANA DEL INFORME: FECHA Y HORA JUNTAS, PARA COMPARAR EN UN
001530*    SOLO PASO CONTRA LA FECHA Y HORA DE CADA REGISTRO.
001540 01  WS-INSTANTE-DESDE.
001550     05  WS-DESDE-FECHA          PIC 9(08) VALUE 0.
001560     05  WS-DESDE-HORA           PIC 9(06) VALUE 0.
001570 01  WS-INSTANTE-HASTA.
001580     05  WS-HASTA-FECHA          PIC 9(08) VALUE 0.
001590     05  WS-HASTA-HORA           PIC 9(06) VALUE 0.
001600 01  WS-INSTANTE-REGISTRO.
001610     05  WS-REG-FECHA            PIC 9(08) VALUE 0.
001620     05  WS-REG-HORA             PIC 9(06) VALUE 0.
001630 01  WS-INSTANTE-RELEVO.
001640     05  WS-RELEVO-FECHA         PIC 9(08) VALUE 0.
001650     05  WS-RELEVO-HORA          PIC 9(06) VALUE 0.
001660
001670 01  WS-ENTRADA-FECHA            PIC X(08) VALUE SPACE.
001680 01  WS-ENTRADA-FECHA-R REDEFINES WS-ENTRADA-FECHA.
001690     05  WS-ENTRADA-ANIO         PIC 9(04).
001700     05  WS-ENTRADA-MES          PIC 9(02).
001710     05  WS-ENTRADA-DIA          PIC 9(02).
001720 01  WS-ENTRADA-FECHA-N REDEFINES WS-ENTRADA-FECHA
001730                                 PIC 9(08).
001740 01  WS-ENTRADA-HORA             PIC X(04) VALUE SPACE.
001750 01  WS-ENTRADA-HORA-R REDEFINES WS-ENTRADA-HORA.
001760     05  WS-ENTRADA-HH           PIC 9(02).
001770     05  WS-ENTRADA-MI           PIC 9(02).
001780 01  WS-HORA-ARMADA.
001790     05  WS-ARMADA-HH            PIC 9(02) VALUE 0.
001800     05  WS-ARMADA-MI            PIC 9(02) VALUE 0.
001810     05  WS-ARMADA-SS            PIC 9(02) VALUE 0.
001820 01  WS-HORA-ARMADA-N REDEFINES WS-HORA-ARMADA
001830                                 PIC 9(06).
001840
001850 01  WS-RETORNO-EDITADO          PIC X(02) VALUE SPACE.
001860 01  WS-VALOR-EDITADO            PIC +9(07).99.
001870 01  WS-DESC-ESTADO              PIC X(22) VALUE SPACE.
001880
001890 01  WS-CANT-CORRIDAS            PIC 9(05) VALUE 0.
001900 01  WS-CANT-CORRIDAS-MAL        PIC 9(05) VALUE 0.
001910 01  WS-CANT-LEVANTADAS          PIC 9(05) VALUE 0.
001920 01  WS-CANT-RECONOCIDAS         PIC 9(05) VALUE 0.
001930 01  WS-CANT-CRITICAS            PIC 9(05) VALUE 0.
001940 01  WS-CANT-CARGADOS            PIC 9(05) VALUE 0.
001950 01  WS-CANT-RECH-PENDIENTES     PIC 9(05) VALUE 0.
001960 01  WS-CANT-PEDIDOS             PIC 9(05) VALUE 0.
001970 01  WS-CANT-PARM-PENDIENTES     PIC 9(05) VALUE 0.
001980 01  WS-CANT-DECISIONES          PIC 9(05) VALUE 0.
001990 01  WS-CANT-SIN-ENRUTAR         PIC 9(05) VALUE 0.
002000
002010 01  WS-CANT-ENTREGAS            PIC 9(03) VALUE 0.
002020 01  WS-IND-ENTREGA              PIC 9(03) VALUE 0.
002030 01  WS-IND-HALLADA              PIC 9(03) VALUE 0.
002040
002050 01  SW-FIN-ARCHIVO              PIC X(01) VALUE "N".
002060     88  FIN-DE-ARCHIVO                    VALUE "S".
002070 01  SW-VENTANA-VALIDA           PIC X(01) VALUE "N".
002080     88  VENTANA-VALIDA                    VALUE "S".
002090 01  SW-EN-VENTANA               PIC X(01) VALUE "N".
002100     88  EN-VENTANA                        VALUE "S".
002110 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
002120     88  TABLA-LLENA                       VALUE "S".
002130*    QUE SE BUSCA EN LA PASADA POR LAS ALERTAS: LAS LEVANTADAS EN
002140*    LA VENTANA, LAS RECONOCIDAS EN LA VENTANA O LAS CRITICAS QUE
002150*    SIGUEN ABIERTAS.
002160 01  SW-PASADA-ALERTAS           PIC X(01) VALUE SPACE.
002170     88  PASADA-LEVANTADAS                 VALUE "L".
002180     88  PASADA-RECONOCIDAS                VALUE "R".
002190     88  PASADA-CRITICAS                   VALUE "C".
002200*    QUE SE BUSCA EN LA PASADA POR PARPEND: LOS PEDIDOS DE LA
002210*    VENTANA O LOS QUE SIGUEN SIN APROBAR.
002220 01  SW-PASADA-PARAMETROS        PIC X(01) VALUE SPACE.
002230     88  PASADA-PEDIDOS                    VALUE "S".
002240     88  PASADA-PENDIENTES                 VALUE "P".
002250
002260*    ULTIMO ESTADO DE CADA ENTREGA DEL REGISTRO (EL REGISTRO ES DE
002270*    SOLO AGREGADO: EL ULTIMO REGISTRO DE UNA ENTREGA MANDA).
002280 01  TABLA-ENTREGAS.
002290     05  TEN-ENTRADA OCCURS 300 TIMES.
002300         10  TEN-FECHA           PIC 9(08).
002310         10  TEN-SECUENCIA       PIC 9(02).
002320         10  TEN-ORIGEN          PIC X(08).
002330         10  TEN-ESTADO          PIC X(01).
002340         10  TEN-HORA-ESTADO     PIC 9(06).
002350
002360 PROCEDURE DIVISION.
002370******************************************************************
002380* 0000-MAINLINE-CONTROL
002390******************************************************************
002400 0000-MAINLINE-CONTROL.
002410     MOVE "OPERADOR QUE ENTREGA EL TURNO" TO WS-ROL-FIRMA.
002420     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
002430     IF NOT VOP-AUTORIZADO
002440         MOVE 16 TO RETURN-CODE
002450         GOBACK
002460     END-IF.
002470     MOVE VOP-ID TO WS-OPERADOR-SALIENTE.
002480     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002490     PERFORM 1000-PEDIR-VENTANA THRU 1000-EXIT
002500         UNTIL VENTANA-VALIDA.
002510     DISPLAY "===== RELEVO DE TURNO - ENTREGA "
002520         WS-OPERADOR-SALIENTE " =====".
002530     DISPLAY "VENTANA DESDE " WS-DESDE-FECHA " " WS-DESDE-HORA
002540         " HASTA " WS-HASTA-FECHA " " WS-HASTA-HORA.
002550     PERFORM 2000-INFORMAR-CORRIDAS THRU 2000-EXIT.
002560     PERFORM 3000-INFORMAR-ALERTAS THRU 3000-EXIT.
002570     PERFORM 4000-INFORMAR-RECHAZOS THRU 4000-EXIT.
002580     PERFORM 5000-INFORMAR-PARAMETROS THRU 5000-EXIT.
002590     PERFORM 6000-CARGAR-ENTREGAS THRU 6000-EXIT.
002600     PERFORM 7000-INFORMAR-ABIERTO THRU 7000-EXIT.
002610     PERFORM 8000-FIRMAR-RELEVO THRU 8000-EXIT.
002620     GOBACK.
002630
002640******************************************************************
002650* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION DEL OPERADOR QUE
002660* ENTREGA O QUE RECIBE EL TURNO (SEGUN WS-ROL-FIRMA) Y LA VALIDA
002670* CONTRA EL MAESTRO (VALOPER, POSICION 29: RELEVO DE TURNO). UNA
002680* FIRMA RECHAZADA QUEDA EN EL LOG.
002690******************************************************************
002700 0100-EXIGIR-OPERADOR.
002710     DISPLAY WS-ROL-FIRMA.
002714     IF FMN-FIRMA-ACTIVA AND WS-OPERADOR-SALIENTE = SPACE
002718         MOVE FMN-OPERADOR TO VOP-ID
002722     ELSE
002726         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
002730         ACCEPT VOP-ID
002734     END-IF.
002740     MOVE 29 TO VOP-POSICION.
002750     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
002760     IF VOP-AUTORIZADO
002770         GO TO 0100-EXIT
002780     END-IF.
002790     DISPLAY "OPERADOR NO AUTORIZADO PARA EL RELEVO DE TURNO".
002800     MOVE VOP-ID TO AUT-OPERADOR.
002810     MOVE SPACE TO AUT-RESULTADO.
002820     STRING "FIRMA RECHAZADA ID=" VOP-ID
002830         DELIMITED BY SIZE INTO AUT-RESULTADO.
002840     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002850 0100-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 1000-PEDIR-VENTANA - PIDE EL COMIENZO Y EL FIN DE LA VENTANA.
002900* SIN FECHA DE COMIENZO SE TOMA EL ULTIMO RELEVO FIRMADO (Y SI NO
002910* HUBO NINGUNO, EL COMIENZO DEL DIA DE NEGOCIO); SIN FECHA DE FIN,
002920* EL MOMENTO ACTUAL. UNA HORA EN BLANCO ES EL COMIENZO DEL DIA EN
002930* EL DESDE Y EL FIN DEL DIA EN EL HASTA.
002940******************************************************************
002950 1000-PEDIR-VENTANA.
002960     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002970     ACCEPT WS-HORA-HOY FROM TIME.
002980     MOVE "S" TO SW-VENTANA-VALIDA.
002990     DISPLAY "FECHA DESDE (AAAAMMDD, BLANCO=ULTIMO RELEVO)".
003000     ACCEPT WS-ENTRADA-FECHA.
003010     IF WS-ENTRADA-FECHA = SPACE
003020         PERFORM 1100-BUSCAR-ULTIMO-RELEVO THRU 1100-EXIT
003030         MOVE WS-INSTANTE-RELEVO TO WS-INSTANTE-DESDE
003040     ELSE
003050         PERFORM 1200-VALIDAR-FECHA THRU 1200-EXIT
003060         MOVE WS-ENTRADA-FECHA-N TO WS-DESDE-FECHA
003070         DISPLAY "HORA DESDE (HHMM, BLANCO=0000)"
003080         ACCEPT WS-ENTRADA-HORA
003090         MOVE 0 TO WS-ARMADA-SS
003100         PERFORM 1300-VALIDAR-HORA THRU 1300-EXIT
003110         MOVE WS-HORA-ARMADA-N TO WS-DESDE-HORA
003120     END-IF.
003130     DISPLAY "FECHA HASTA (AAAAMMDD, BLANCO=AHORA)".
003140     ACCEPT WS-ENTRADA-FECHA.
003150     IF WS-ENTRADA-FECHA = SPACE
003160         MOVE WS-FECHA-HOY TO WS-HASTA-FECHA
003170         MOVE WS-HHMMSS-HOY TO WS-HASTA-HORA
003180     ELSE
003190         PERFORM 1200-VALIDAR-FECHA THRU 1200-EXIT
003200         MOVE WS-ENTRADA-FECHA-N TO WS-HASTA-FECHA
003210         DISPLAY "HORA HASTA (HHMM, BLANCO=2359)"
003220         ACCEPT WS-ENTRADA-HORA
003230         IF WS-ENTRADA-HORA = SPACE
003240             MOVE "2359" TO WS-ENTRADA-HORA
003250         END-IF
003260         MOVE 59 TO WS-ARMADA-SS
003270         PERFORM 1300-VALIDAR-HORA THRU 1300-EXIT
003280         MOVE WS-HORA-ARMADA-N TO WS-HASTA-HORA
003290     END-IF.
003300     IF NOT VENTANA-VALIDA
003310         GO TO 1000-EXIT
003320     END-IF.
003330     IF WS-INSTANTE-DESDE > WS-INSTANTE-HASTA
003340         DISPLAY "EL COMIENZO DE LA VENTANA ES POSTERIOR AL FIN"
003350         MOVE "N" TO SW-VENTANA-VALIDA
003360     END-IF.
003370 1000-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 1100-BUSCAR-ULTIMO-RELEVO - RECORRE EL LOG Y SE QUEDA CON LA
003420* ULTIMA RECEPCION DE TURNO FIRMADA EN ESTE PROGRAMA.
003430******************************************************************
003440 1100-BUSCAR-ULTIMO-RELEVO.
003450     IF FNC-SIN-ARCHIVO
003460         MOVE WS-FECHA-HOY TO WS-RELEVO-FECHA
003470     ELSE
003480         MOVE FNC-FECHA-NEGOCIO TO WS-RELEVO-FECHA
003490     END-IF.
003500     MOVE 0 TO WS-RELEVO-HORA.
003510     OPEN INPUT AUDIT-LOG.
003520     IF WS-AUDIT-STATUS NOT = "00"
003530         GO TO 1100-EXIT
003540     END-IF.
003550     MOVE "N" TO SW-FIN-ARCHIVO.
003560     PERFORM 1110-LEER-RELEVO THRU 1110-EXIT
003570         UNTIL FIN-DE-ARCHIVO.
003580     CLOSE AUDIT-LOG.
003590 1100-EXIT.
003600     EXIT.
003610
003620 1110-LEER-RELEVO.
003630     READ AUDIT-LOG
003640         AT END
003650             SET FIN-DE-ARCHIVO TO TRUE
003660             GO TO 1110-EXIT
003670     END-READ.
003680     IF AUD-PROGRAMA = "INFTURNO"
003690         AND AUD-RESULTADO (1:12) = "RECIBE TURNO"
003700         AND AUD-FECHA NUMERIC AND AUD-HORA NUMERIC
003710         MOVE AUD-FECHA TO WS-RELEVO-FECHA
003720         MOVE AUD-HORA TO WS-RELEVO-HORA
003730     END-IF.
003740 1110-EXIT.
003750     EXIT.
003760
003770 1200-VALIDAR-FECHA.
003780     IF WS-ENTRADA-FECHA NOT NUMERIC
003790         DISPLAY "LA FECHA DEBE SER NUMERICA (AAAAMMDD)"
003800         MOVE "N" TO SW-VENTANA-VALIDA
003810         MOVE "00000000" TO WS-ENTRADA-FECHA
003820         GO TO 1200-EXIT
003830     END-IF.
003840     IF WS-ENTRADA-MES < 1 OR WS-ENTRADA-MES > 12
003850         OR WS-ENTRADA-DIA < 1 OR WS-ENTRADA-DIA > 31
003860         DISPLAY "FECHA INVALIDA: " WS-ENTRADA-FECHA
003870         MOVE "N" TO SW-VENTANA-VALIDA
003880     END-IF.
003890 1200-EXIT.
003900     EXIT.
003910
003920 1300-VALIDAR-HORA.
003930     IF WS-ENTRADA-HORA = SPACE
003940         MOVE "0000" TO WS-ENTRADA-HORA
003950     END-IF.
003960     IF WS-ENTRADA-HORA NOT NUMERIC
003970         DISPLAY "LA HORA DEBE SER NUMERICA (HHMM)"
003980         MOVE "N" TO SW-VENTANA-VALIDA
003990         MOVE 0 TO WS-HORA-ARMADA-N
004000         GO TO 1300-EXIT
004010     END-IF.
004020     IF WS-ENTRADA-HH > 23 OR WS-ENTRADA-MI > 59
004030         DISPLAY "HORA INVALIDA: " WS-ENTRADA-HORA
004040         MOVE "N" TO SW-VENTANA-VALIDA
004050     END-IF.
004060     MOVE WS-ENTRADA-HH TO WS-ARMADA-HH.
004070     MOVE WS-ENTRADA-MI TO WS-ARMADA-MI.
004080 1300-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 2000-INFORMAR-CORRIDAS - LAS CORRIDAS QUE ARRANCARON EN LA
004130* VENTANA, CON SU CODIGO DE RETORNO. UN REGISTRO SIN HORA DE
004140* INICIO SE UBICA POR SU HORA DE FIN; UNO SIN CODIGO DE RETORNO
004150* (FORMATO ANTERIOR) LO MUESTRA COMO "--".
004160******************************************************************
004170 2000-INFORMAR-CORRIDAS.
004180     DISPLAY " ".
004190     DISPLAY "1. CORRIDAS (HISTCORR)".
004200     OPEN INPUT HISTORIAL.
004210     IF WS-HIST-STATUS NOT = "00"
004220         DISPLAY "   SIN HISTORIAL DE CORRIDAS"
004230         GO TO 2000-EXIT
004240     END-IF.
004250     MOVE "N" TO SW-FIN-ARCHIVO.
004260     MOVE WS-DESDE-FECHA TO RH-FECHA.
004270     MOVE 0 TO RH-SECUENCIA.
004280     START HISTORIAL KEY NOT LESS THAN RH-CLAVE
004290         INVALID KEY
004300             SET FIN-DE-ARCHIVO TO TRUE
004310     END-START.
004320     DISPLAY "   PROGRAMA   FECHA    INICIO FIN    OPERADOR RC "
004330         "RESULTADO".
004340     PERFORM 2100-LEER-CORRIDA THRU 2100-EXIT
004350         UNTIL FIN-DE-ARCHIVO.
004360     CLOSE HISTORIAL.
004370     DISPLAY "   CORRIDAS: " WS-CANT-CORRIDAS
004380         "  CON RC 8 O MAS: " WS-CANT-CORRIDAS-MAL.
004390 2000-EXIT.
004400     EXIT.
004410
004420 2100-LEER-CORRIDA.
004430     READ HISTORIAL NEXT RECORD
004440         AT END
004450             SET FIN-DE-ARCHIVO TO TRUE
004460             GO TO 2100-EXIT
004470     END-READ.
004480     IF RH-FECHA > WS-HASTA-FECHA
004490         SET FIN-DE-ARCHIVO TO TRUE
004500         GO TO 2100-EXIT
004510     END-IF.
004520     MOVE RH-FECHA TO WS-REG-FECHA.
004530     IF RH-HORA-INICIO NUMERIC
004540         MOVE RH-HORA-INICIO TO WS-REG-HORA
004550     ELSE
004560         MOVE RH-HORA TO WS-REG-HORA
004570     END-IF.
004580     PERFORM 7500-VERIFICAR-VENTANA THRU 7500-EXIT.
004590     IF NOT EN-VENTANA
004600         GO TO 2100-EXIT
004610     END-IF.
004620     ADD 1 TO WS-CANT-CORRIDAS.
004630     IF RH-RETORNO NUMERIC
004640         MOVE RH-RETORNO TO WS-RETORNO-EDITADO
004650         IF RH-RETORNO NOT < 8
004660             ADD 1 TO WS-CANT-CORRIDAS-MAL
004670         END-IF
004680     ELSE
004690         MOVE "--" TO WS-RETORNO-EDITADO
004700     END-IF.
004710     DISPLAY "   " RH-PROGRAMA " " RH-FECHA " " WS-REG-HORA " "
004720         RH-HORA " " RH-OPERADOR " " WS-RETORNO-EDITADO " "
004730         RH-RESULTADO.
004740 2100-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 3000-INFORMAR-ALERTAS - LAS LEVANTADAS EN LA VENTANA Y LAS
004790* RECONOCIDAS EN LA VENTANA, CON QUIEN LAS RECONOCIO. UNA ALERTA
004800* SE BUSCA EN LOS DOS ARCHIVOS: LA RECONOCIDA PASA DE ALERTAS AL
004810* HISTORICO ALERTHIS.
004820******************************************************************
004830 3000-INFORMAR-ALERTAS.
004840     DISPLAY " ".
004850     DISPLAY "2. ALERTAS LEVANTADAS (ALERTAS, ALERTHIS)".
004860     SET PASADA-LEVANTADAS TO TRUE.
004870     PERFORM 3100-RECORRER-ALERTAS THRU 3100-EXIT.
004880     PERFORM 3200-RECORRER-HISTORICO THRU 3200-EXIT.
004890     DISPLAY "   LEVANTADAS: " WS-CANT-LEVANTADAS.
004900     DISPLAY " ".
004910     DISPLAY "3. ALERTAS RECONOCIDAS (ALERTAS, ALERTHIS)".
004920     SET PASADA-RECONOCIDAS TO TRUE.
004930     PERFORM 3100-RECORRER-ALERTAS THRU 3100-EXIT.
004940     PERFORM 3200-RECORRER-HISTORICO THRU 3200-EXIT.
004950     DISPLAY "   RECONOCIDAS: " WS-CANT-RECONOCIDAS.
004960 3000-EXIT.
004970     EXIT.
004980
004990 3100-RECORRER-ALERTAS.
005000     OPEN INPUT ALERTAS.
005010     IF WS-ALERTAS-STATUS NOT = "00"
005020         GO TO 3100-EXIT
005030     END-IF.
005040     MOVE "N" TO SW-FIN-ARCHIVO.
005050     PERFORM 3110-LEER-ALERTA THRU 3110-EXIT
005060         UNTIL FIN-DE-ARCHIVO.
005070     CLOSE ALERTAS.
005080 3100-EXIT.
005090     EXIT.
005100
005110 3110-LEER-ALERTA.
005120     READ ALERTAS INTO REG-ALERTA-TRABAJO
005130         AT END
005140             SET FIN-DE-ARCHIVO TO TRUE
005150             GO TO 3110-EXIT
005160     END-READ.
005170     PERFORM 3300-EVALUAR-ALERTA THRU 3300-EXIT.
005180 3110-EXIT.
005190     EXIT.
005200
005210 3200-RECORRER-HISTORICO.
005220     OPEN INPUT HISTORICO-ALERTAS.
005230     IF WS-HISTORICO-STATUS NOT = "00"
005240         GO TO 3200-EXIT
005250     END-IF.
005260     MOVE "N" TO SW-FIN-ARCHIVO.
005270     PERFORM 3210-LEER-HISTORICO THRU 3210-EXIT
005280         UNTIL FIN-DE-ARCHIVO.
005290     CLOSE HISTORICO-ALERTAS.
005300 3200-EXIT.
005310     EXIT.
005320
005330 3210-LEER-HISTORICO.
005340     READ HISTORICO-ALERTAS INTO REG-ALERTA-TRABAJO
005350         AT END
005360             SET FIN-DE-ARCHIVO TO TRUE
005370             GO TO 3210-EXIT
005380     END-READ.
005390     PERFORM 3300-EVALUAR-ALERTA THRU 3300-EXIT.
005400 3210-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 3300-EVALUAR-ALERTA - SEGUN LA PASADA, LISTA LA ALERTA SI SE
005450* LEVANTO EN LA VENTANA, SI SE RECONOCIO EN LA VENTANA O SI ES
005460* UNA CRITICA QUE SIGUE ABIERTA.
005470******************************************************************
005480 3300-EVALUAR-ALERTA.
005490     IF PASADA-CRITICAS
005500         IF ALR-ABIERTA AND ALR-CRITICA
005510             ADD 1 TO WS-CANT-CRITICAS
005520             DISPLAY "   " ALR-FECHA " " ALR-HORA " " ALR-PROGRAMA
005530                 " " ALR-MENSAJE
005540         END-IF
005550         GO TO 3300-EXIT
005560     END-IF.
005570     IF PASADA-LEVANTADAS
005580         MOVE ALR-FECHA TO WS-REG-FECHA
005590         MOVE ALR-HORA TO WS-REG-HORA
005600         PERFORM 7500-VERIFICAR-VENTANA THRU 7500-EXIT
005610         IF EN-VENTANA
005620             ADD 1 TO WS-CANT-LEVANTADAS
005630             DISPLAY "   " ALR-FECHA " " ALR-HORA " "
005640                 ALR-SEVERIDAD " " ALR-PROGRAMA " " ALR-MENSAJE
005650         END-IF
005660         GO TO 3300-EXIT
005670     END-IF.
005680     IF NOT ALR-RECONOCIDA
005690         OR ALR-RECON-FECHA NOT NUMERIC
005700         OR ALR-RECON-HORA NOT NUMERIC
005710         GO TO 3300-EXIT
005720     END-IF.
005730     MOVE ALR-RECON-FECHA TO WS-REG-FECHA.
005740     MOVE ALR-RECON-HORA TO WS-REG-HORA.
005750     PERFORM 7500-VERIFICAR-VENTANA THRU 7500-EXIT.
005760     IF EN-VENTANA
005770         ADD 1 TO WS-CANT-RECONOCIDAS
005780         DISPLAY "   " ALR-RECON-FECHA " " ALR-RECON-HORA " POR "
005790             ALR-RECON-OPERADOR " " ALR-SEVERIDAD " " ALR-PROGRAMA
005800             " " ALR-MENSAJE
005810     END-IF.
005820 3300-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 4000-INFORMAR-RECHAZOS - LOS RECHAZOS CARGADOS EN LA VENTANA CON
005870* SU ESTADO ACTUAL, Y LA CUENTA DE LOS QUE SIGUEN PENDIENTES DE
005880* CUALQUIER FECHA.
005890******************************************************************
005900 4000-INFORMAR-RECHAZOS.
005910     DISPLAY " ".
005920     DISPLAY "4. RECHAZOS CARGADOS (RECHAZOS)".
005930     OPEN INPUT RECHAZOS.
005940     IF WS-RECHAZOS-STATUS NOT = "00"
005950         DISPLAY "   SIN ARCHIVO DE RECHAZOS"
005960         GO TO 4000-EXIT
005970     END-IF.
005980     MOVE "N" TO SW-FIN-ARCHIVO.
005990     PERFORM 4100-LEER-RECHAZO THRU 4100-EXIT
006000         UNTIL FIN-DE-ARCHIVO.
006010     CLOSE RECHAZOS.
006020     DISPLAY "   CARGADOS: " WS-CANT-CARGADOS
006030         "  PENDIENTES (TODAS LAS FECHAS): "
006040         WS-CANT-RECH-PENDIENTES.
006050 4000-EXIT.
006060     EXIT.
006070
006080 4100-LEER-RECHAZO.
006090     READ RECHAZOS NEXT RECORD
006100         AT END
006110             SET FIN-DE-ARCHIVO TO TRUE
006120             GO TO 4100-EXIT
006130     END-READ.
006140     IF RCH-PENDIENTE
006150         ADD 1 TO WS-CANT-RECH-PENDIENTES
006160     END-IF.
006170     IF RCH-FECHA NOT NUMERIC OR RCH-HORA NOT NUMERIC
006180         GO TO 4100-EXIT
006190     END-IF.
006200     MOVE RCH-FECHA TO WS-REG-FECHA.
006210     MOVE RCH-HORA TO WS-REG-HORA.
006220     PERFORM 7500-VERIFICAR-VENTANA THRU 7500-EXIT.
006230     IF NOT EN-VENTANA
006240         GO TO 4100-EXIT
006250     END-IF.
006260     ADD 1 TO WS-CANT-CARGADOS.
006270     EVALUATE TRUE
006280         WHEN RCH-PENDIENTE
006290             MOVE "PENDIENTE" TO WS-DESC-ESTADO
006300         WHEN RCH-RESUELTO
006310             MOVE "RESUELTO" TO WS-DESC-ESTADO
006320         WHEN RCH-ANULADO
006330             MOVE "ANULADO" TO WS-DESC-ESTADO
006340         WHEN OTHER
006350             MOVE "DESCONOCIDO" TO WS-DESC-ESTADO
006360     END-EVALUATE.
006370     DISPLAY "   " RCH-FECHA " " RCH-HORA " " RCH-OPERADOR " "
006380         RCH-PROGRAMA " " RCH-POSICION " " RCH-CONTENIDO " "
006390         RCH-MOTIVO " " WS-DESC-ESTADO.
006400 4100-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440* 5000-INFORMAR-PARAMETROS - LOS CAMBIOS PEDIDOS EN LA VENTANA
006450* (PARPEND) Y LAS DECISIONES DEL APROBADOR EN LA VENTANA (LOG DE
006460* AUDITORIA, PROGRAMA APRPARM).
006470******************************************************************
006480 5000-INFORMAR-PARAMETROS.
006490     DISPLAY " ".
006500     DISPLAY "5. CAMBIOS DE PARAMETROS PEDIDOS (PARPEND)".
006510     SET PASADA-PEDIDOS TO TRUE.
006520     PERFORM 5100-RECORRER-PENDIENTES THRU 5100-EXIT.
006530     DISPLAY "   PEDIDOS: " WS-CANT-PEDIDOS.
006540     DISPLAY " ".
006550     DISPLAY "6. CAMBIOS DE PARAMETROS DECIDIDOS "
006560         "(AUDITLOG, APRPARM)".
006570     OPEN INPUT AUDIT-LOG.
006580     IF WS-AUDIT-STATUS NOT = "00"
006590         DISPLAY "   SIN LOG DE AUDITORIA"
006600         GO TO 5000-EXIT
006610     END-IF.
006620     MOVE "N" TO SW-FIN-ARCHIVO.
006630     PERFORM 5200-LEER-DECISION THRU 5200-EXIT
006640         UNTIL FIN-DE-ARCHIVO.
006650     CLOSE AUDIT-LOG.
006660     DISPLAY "   DECISIONES: " WS-CANT-DECISIONES.
006670 5000-EXIT.
006680     EXIT.
006690
006700 5100-RECORRER-PENDIENTES.
006710     OPEN INPUT PENDIENTES.
006720     IF WS-PENDIENTES-STATUS NOT = "00"
006730         GO TO 5100-EXIT
006740     END-IF.
006750     MOVE "N" TO SW-FIN-ARCHIVO.
006760     PERFORM 5110-LEER-PENDIENTE THRU 5110-EXIT
006770         UNTIL FIN-DE-ARCHIVO.
006780     CLOSE PENDIENTES.
006790 5100-EXIT.
006800     EXIT.
006810
006820 5110-LEER-PENDIENTE.
006830     READ PENDIENTES
006840         AT END
006850             SET FIN-DE-ARCHIVO TO TRUE
006860             GO TO 5110-EXIT
006870     END-READ.
006880     IF PASADA-PENDIENTES
006890         IF PPE-PENDIENTE
006900             ADD 1 TO WS-CANT-PARM-PENDIENTES
006910             MOVE PPE-VALOR TO WS-VALOR-EDITADO
006920             DISPLAY "   " PPE-CLAVE " " WS-VALOR-EDITADO
006930                 " PEDIDO POR " PPE-SOLICITANTE " EL "
006940                 PPE-FECHA-SOLICITUD " " PPE-HORA-SOLICITUD
006950         END-IF
006960         GO TO 5110-EXIT
006970     END-IF.
006980     IF PPE-FECHA-SOLICITUD NOT NUMERIC
006990         OR PPE-HORA-SOLICITUD NOT NUMERIC
007000         GO TO 5110-EXIT
007010     END-IF.
007020     MOVE PPE-FECHA-SOLICITUD TO WS-REG-FECHA.
007030     MOVE PPE-HORA-SOLICITUD TO WS-REG-HORA.
007040     PERFORM 7500-VERIFICAR-VENTANA THRU 7500-EXIT.
007050     IF NOT EN-VENTANA
007060         GO TO 5110-EXIT
007070     END-IF.
007080     ADD 1 TO WS-CANT-PEDIDOS.
007090     EVALUATE TRUE
007100         WHEN PPE-PENDIENTE
007110             MOVE "PENDIENTE" TO WS-DESC-ESTADO
007120         WHEN PPE-APROBADO
007130             MOVE "APROBADO" TO WS-DESC-ESTADO
007140         WHEN PPE-RECHAZADO
007150             MOVE "RECHAZADO" TO WS-DESC-ESTADO
007160         WHEN OTHER
007170             MOVE "DESCONOCIDO" TO WS-DESC-ESTADO
007180     END-EVALUATE.
007190     MOVE PPE-VALOR TO WS-VALOR-EDITADO.
007200     DISPLAY "   " PPE-FECHA-SOLICITUD " " PPE-HORA-SOLICITUD " "
007210         PPE-SOLICITANTE " " PPE-CLAVE " " WS-VALOR-EDITADO " "
007220         WS-DESC-ESTADO.
007230 5110-EXIT.
007240     EXIT.
007250
007260 5200-LEER-DECISION.
007270     READ AUDIT-LOG
007280         AT END
007290             SET FIN-DE-ARCHIVO TO TRUE
007300             GO TO 5200-EXIT
007310     END-READ.
007320     IF AUD-PROGRAMA NOT = "APRPARM"
007330         OR AUD-FECHA NOT NUMERIC OR AUD-HORA NOT NUMERIC
007340         GO TO 5200-EXIT
007350     END-IF.
007360     MOVE AUD-FECHA TO WS-REG-FECHA.
007370     MOVE AUD-HORA TO WS-REG-HORA.
007380     PERFORM 7500-VERIFICAR-VENTANA THRU 7500-EXIT.
007390     IF NOT EN-VENTANA
007400         GO TO 5200-EXIT
007410     END-IF.
007420     ADD 1 TO WS-CANT-DECISIONES.
007430     DISPLAY "   " AUD-FECHA " " AUD-HORA " " AUD-OPERADOR " "
007440         AUD-RESULTADO.
007450 5200-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490* 6000-CARGAR-ENTREGAS - RECORRE EL REGISTRO DE ENTREGAS Y DEJA EN
007500* LA TABLA EL ULTIMO ESTADO DE CADA UNA.
007510******************************************************************
007520 6000-CARGAR-ENTREGAS.
007530     MOVE 0 TO WS-CANT-ENTREGAS.
007540     OPEN INPUT ENTREGAS.
007550     IF WS-ENTREGAS-STATUS NOT = "00"
007560         GO TO 6000-EXIT
007570     END-IF.
007580     MOVE "N" TO SW-FIN-ARCHIVO.
007590     PERFORM 6100-LEER-ENTREGA THRU 6100-EXIT
007600         UNTIL FIN-DE-ARCHIVO.
007610     CLOSE ENTREGAS.
007620 6000-EXIT.
007630     EXIT.
007640
007650 6100-LEER-ENTREGA.
007660     READ ENTREGAS
007670         AT END
007680             SET FIN-DE-ARCHIVO TO TRUE
007690             GO TO 6100-EXIT
007700     END-READ.
007710     MOVE 0 TO WS-IND-HALLADA.
007720     PERFORM 6110-COMPARAR-ENTREGA THRU 6110-EXIT
007730         VARYING WS-IND-ENTREGA FROM 1 BY 1
007740         UNTIL WS-IND-ENTREGA > WS-CANT-ENTREGAS
007750         OR WS-IND-HALLADA > 0.
007760     IF WS-IND-HALLADA = 0
007770         IF WS-CANT-ENTREGAS = 300
007780             SET TABLA-LLENA TO TRUE
007790             GO TO 6100-EXIT
007800         END-IF
007810         ADD 1 TO WS-CANT-ENTREGAS
007820         MOVE WS-CANT-ENTREGAS TO WS-IND-HALLADA
007830         MOVE ENT-FECHA TO TEN-FECHA (WS-IND-HALLADA)
007840         MOVE ENT-SECUENCIA TO TEN-SECUENCIA (WS-IND-HALLADA)
007850         MOVE ENT-ORIGEN TO TEN-ORIGEN (WS-IND-HALLADA)
007860     END-IF.
007870     MOVE ENT-ESTADO TO TEN-ESTADO (WS-IND-HALLADA).
007880     MOVE ENT-HORA-ESTADO TO TEN-HORA-ESTADO (WS-IND-HALLADA).
007890 6100-EXIT.
007900     EXIT.
007910
007920 6110-COMPARAR-ENTREGA.
007930     IF TEN-FECHA (WS-IND-ENTREGA) = ENT-FECHA
007940         AND TEN-SECUENCIA (WS-IND-ENTREGA) = ENT-SECUENCIA
007950         MOVE WS-IND-ENTREGA TO WS-IND-HALLADA
007960     END-IF.
007970 6110-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 7000-INFORMAR-ABIERTO - LO QUE EL TURNO ENTREGA SIN TERMINAR:
008020* CAMBIOS DE PARAMETROS SIN APROBAR, ALERTAS CRITICAS ABIERTAS,
008030* EL DIA DE NEGOCIO SIN CERRAR Y LAS ENTREGAS SIN ENRUTAR.
008040******************************************************************
008050 7000-INFORMAR-ABIERTO.
008060     DISPLAY " ".
008070     DISPLAY "7. QUEDA ABIERTO".
008080     DISPLAY "   APROBACIONES DE PARAMETROS PENDIENTES:".
008090     SET PASADA-PENDIENTES TO TRUE.
008100     PERFORM 5100-RECORRER-PENDIENTES THRU 5100-EXIT.
008110     DISPLAY "   PENDIENTES: " WS-CANT-PARM-PENDIENTES.
008120     DISPLAY "   ALERTAS CRITICAS ABIERTAS:".
008130     SET PASADA-CRITICAS TO TRUE.
008140     PERFORM 3100-RECORRER-ALERTAS THRU 3100-EXIT.
008150     DISPLAY "   CRITICAS ABIERTAS: " WS-CANT-CRITICAS.
008160     EVALUATE TRUE
008170         WHEN FNC-SIN-ARCHIVO
008180             DISPLAY "   SIN FECHA DE NEGOCIO"
008190         WHEN FNC-DIA-CERRADO
008200             DISPLAY "   DIA DE NEGOCIO " FNC-FECHA-NEGOCIO
008210                 " CERRADO"
008220         WHEN OTHER
008230             DISPLAY "   DIA DE NEGOCIO " FNC-FECHA-NEGOCIO
008240                 " SIN CERRAR"
008250     END-EVALUATE.
008260     DISPLAY "   ENTREGAS SIN ENRUTAR:".
008270     PERFORM 7100-LISTAR-ENTREGA THRU 7100-EXIT
008280         VARYING WS-IND-ENTREGA FROM 1 BY 1
008290         UNTIL WS-IND-ENTREGA > WS-CANT-ENTREGAS.
008300     IF TABLA-LLENA
008310         DISPLAY "   MAS DE 300 ENTREGAS EN EL REGISTRO, SE "
008320             "REVISARON LAS PRIMERAS 300"
008330     END-IF.
008340     DISPLAY "   SIN ENRUTAR: " WS-CANT-SIN-ENRUTAR.
008350     DISPLAY "   RECHAZOS PENDIENTES: " WS-CANT-RECH-PENDIENTES.
008360 7000-EXIT.
008370     EXIT.
008380
008390 7100-LISTAR-ENTREGA.
008400     EVALUATE TEN-ESTADO (WS-IND-ENTREGA)
008410         WHEN "R"
008420             MOVE "RECIBIDA" TO WS-DESC-ESTADO
008430         WHEN "D"
008440             MOVE "RETENIDA POR DUPLICADA" TO WS-DESC-ESTADO
008450         WHEN "L"
008460             MOVE "LIBERADA" TO WS-DESC-ESTADO
008470         WHEN "F"
008480             MOVE "FALTANTE" TO WS-DESC-ESTADO
008490         WHEN OTHER
008500             GO TO 7100-EXIT
008510     END-EVALUATE.
008520     ADD 1 TO WS-CANT-SIN-ENRUTAR.
008530     DISPLAY "   " TEN-FECHA (WS-IND-ENTREGA) " "
008540         TEN-SECUENCIA (WS-IND-ENTREGA) " "
008550         TEN-ORIGEN (WS-IND-ENTREGA) " "
008560         TEN-HORA-ESTADO (WS-IND-ENTREGA) " " WS-DESC-ESTADO.
008570 7100-EXIT.
008580     EXIT.
008590
008600******************************************************************
008610* 7500-VERIFICAR-VENTANA - DEJA EN-VENTANA SI LA FECHA Y HORA DEL
008620* REGISTRO CAEN DENTRO DE LA VENTANA DEL INFORME (AMBOS EXTREMOS
008630* INCLUIDOS).
008640******************************************************************
008650 7500-VERIFICAR-VENTANA.
008660     MOVE "N" TO SW-EN-VENTANA.
008670     IF WS-INSTANTE-REGISTRO < WS-INSTANTE-DESDE
008680         OR WS-INSTANTE-REGISTRO > WS-INSTANTE-HASTA
008690         GO TO 7500-EXIT
008700     END-IF.
008710     MOVE "S" TO SW-EN-VENTANA.
008720 7500-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 8000-FIRMAR-RELEVO - EL OPERADOR QUE RECIBE FIRMA CON SU PROPIA
008770* IDENTIFICACION (DISTINTA DE LA DEL QUE ENTREGA) Y CONFIRMA. CADA
008780* UNO DEJA SU REGISTRO EN EL LOG; SIN LA FIRMA DEL QUE RECIBE, EL
008790* RELEVO QUEDA COMO NO RECIBIDO.
008800******************************************************************
008810 8000-FIRMAR-RELEVO.
008820     DISPLAY " ".
008830     MOVE "OPERADOR QUE RECIBE EL TURNO" TO WS-ROL-FIRMA.
008840     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
008850     IF VOP-AUTORIZADO
008860         AND VOP-ID = WS-OPERADOR-SALIENTE
008870         DISPLAY "EL TURNO DEBE RECIBIRLO OTRO OPERADOR"
008880         MOVE "N" TO VOP-ESTADO
008890     END-IF.
008900     IF VOP-AUTORIZADO
008910         MOVE VOP-ID TO WS-OPERADOR-ENTRANTE
008920         DISPLAY WS-OPERADOR-ENTRANTE ": CONFIRMA QUE RECIBE EL "
008930             "TURNO CON LO INFORMADO (S/N)"
008940         ACCEPT WS-CONFIRMACION
008950     END-IF.
008960     IF NOT VOP-AUTORIZADO OR WS-CONFIRMACION NOT = "S"
008970         DISPLAY "RELEVO NO RECIBIDO"
008980         MOVE WS-OPERADOR-SALIENTE TO AUT-OPERADOR
008990         MOVE "RELEVO NO RECIBIDO" TO AUT-RESULTADO
009000         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
009010         MOVE 4 TO RETURN-CODE
009020         GO TO 8000-EXIT
009030     END-IF.
009040     MOVE WS-OPERADOR-SALIENTE TO AUT-OPERADOR.
009050     MOVE SPACE TO AUT-RESULTADO.
009060     STRING "ENTREGA TURNO A " WS-OPERADOR-ENTRANTE
009070         DELIMITED BY SIZE INTO AUT-RESULTADO.
009080     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
009090     MOVE WS-OPERADOR-ENTRANTE TO AUT-OPERADOR.
009100     MOVE SPACE TO AUT-RESULTADO.
009110     STRING "RECIBE TURNO DE " WS-OPERADOR-SALIENTE
009120         DELIMITED BY SIZE INTO AUT-RESULTADO.
009130     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
009140     DISPLAY "RELEVO FIRMADO: " WS-OPERADOR-SALIENTE " ENTREGA, "
009150         WS-OPERADOR-ENTRANTE " RECIBE".
009160 8000-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 8700-GRABAR-AUDITORIA - DEJA EN EL LOG LA FIRMA (O LA FIRMA
009210* RECHAZADA), CON EL OPERADOR Y EL DETALLE YA ARMADOS.
009220******************************************************************
009230 8700-GRABAR-AUDITORIA.
009240     ACCEPT AUT-FECHA FROM DATE YYYYMMDD.
009250     ACCEPT AUT-HORA FROM TIME.
009260     MOVE "INFTURNO" TO AUT-PROGRAMA.
009270     MOVE SPACE TO AUT-SEPARADOR-1.
009280     MOVE SPACE TO AUT-SEPARADOR-2.
009290     MOVE SPACE TO AUT-SEPARADOR-3.
009300     MOVE SPACE TO AUT-SEPARADOR-4.
009310     MOVE SPACE TO AUT-SEPARADOR-5.
009320     MOVE 0 TO AUT-SECUENCIA.
009330     CALL "AUDITWRT" USING REG-AUDITORIA-TRABAJO.
009340 8700-EXIT.
009350     EXIT.
009360
009370 END PROGRAM INFTURNO.

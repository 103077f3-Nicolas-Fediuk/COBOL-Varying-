000100******************************************************************
000110* Programa de aprobacion de ajustes posteriores al cierre
000120*(control dual). Lista los ajustes que MANTAJUS o REPARTE0
000130*dejaron pendientes en el diario AJUSTES y deja que un segundo
000140*operador autorizado apruebe o rechace cada uno. Al aprobar, el
000150*ajuste recibe el mes de MESHISTT (y de MESHIST3, si es de
000160*EJERCICIO3) al que se va a sumar: el mes del dia corregido si
000170*todavia no esta cerrado, o el mes del dia de negocio si ya lo
000180*esta. Las cifras originales del dia no se tocan. El aprobador
000190*no puede ser el mismo operador que pidio el ajuste.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    APRAJUS.
000230 AUTHOR.        R. ALONSO.
000240 INSTALLATION.  DEPTO. DESARROLLO.
000250 DATE-WRITTEN.  15/10/2026.
000260 DATE-COMPILED.
000270******************************************************************
000280* HISTORIAL DE MODIFICACIONES
000290* FECHA       INIC.  DESCRIPCION
000300* 15/10/2026  RA     VERSION INICIAL. EXIGE UN OPERADOR VALIDADO
000310*                    CONTRA OPERMST (VALOPER, POSICION 20), CARGA
000320*                    EL DIARIO EN UNA TABLA (HASTA 500) Y LO
000330*                    REGRABA DESPUES DE CADA DECISION, COMO HACE
000340*                    APRPARM CON PARPEND.
000343* 15/10/2026  RA     EL REGISTRO DE MESHIST3 SE TOMA DEL COPY
000346*                    MESHIST3, QUE AHORA LLEVA TAMBIEN LAS BANDAS.
000348* 15/10/2026  RA     UN MES CUYO ANIO YA FIGURA EN EL HISTORICO
000350*                    ANUAL (ANUHIST, CIERRE DE ANIO CIERRANO) SE
000352*                    TOMA COMO CERRADO AUNQUE SUS FILAS YA NO
000354*                    ESTEN EN MESHISTT NI EN MESHIST3 (PASARON AL
000356*                    ARCHIVO ANUAL).
000358******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT AJUSTES ASSIGN TO "AJUSTES"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AJUSTES-STATUS.
000420     SELECT MES-HISTORICO ASSIGN TO "MESHISTT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-MESHISTT-STATUS.
000450     SELECT MES-HISTORICO-3 ASSIGN TO "MESHIST3"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-MESHIST3-STATUS.
000472     SELECT ANUAL-HISTORICO ASSIGN TO "ANUHIST"
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-ANUAL-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AJUSTES
000520     LABEL RECORDS ARE STANDARD.
000530 01  REG-AJUSTES.
000540     COPY AJUSTE.
000550
000560 FD  MES-HISTORICO
000570     LABEL RECORDS ARE STANDARD.
000580 01  REG-MES-HISTORICO.
000590     COPY MESHISTT.
000600
000610 FD  MES-HISTORICO-3
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-MES-HISTORICO-3.
000640     COPY MESHIST3.
000643
000646 FD  ANUAL-HISTORICO
000649     LABEL RECORDS ARE STANDARD.
000652 01  REG-ANUAL-HISTORICO.
000655     COPY ANUHIST.
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-AJUSTES-STATUS           PIC X(02) VALUE "00".
000690 01  WS-MESHISTT-STATUS          PIC X(02) VALUE "00".
000700 01  WS-MESHIST3-STATUS          PIC X(02) VALUE "00".
000705 01  WS-ANUAL-STATUS             PIC X(02) VALUE "00".
000710 01  REG-AUDITORIA.
000720     COPY AUDITLOG.
000730
000740 01  OPERADOR-AUTORIZACION.
000750     COPY OPERLNK.
000760
000770 01  FECHA-NEGOCIO-COM.
000780     COPY FECHALNK.
000790
000800 01  WS-CANT-AJUSTES             PIC 9(03) VALUE 0.
000810 01  WS-CANT-ABIERTOS            PIC 9(03) VALUE 0.
000820 01  WS-IND-AJUSTE               PIC 9(03) VALUE 0.
000830 01  WS-NUMERO-ELEGIDO           PIC 9(03) VALUE 0.
000840 01  WS-ENTRADA-NUMERO           PIC X(03) VALUE SPACE.
000850 01  WS-DECISION                 PIC X(01) VALUE SPACE.
000860 01  WS-POSITIVOS-EDITADO        PIC +9(05).
000870 01  WS-NEGATIVOS-EDITADO        PIC +9(05).
000880 01  WS-CEROS-EDITADO            PIC +9(05).
000890 01  WS-MES-EFECTO               PIC 9(06) VALUE 0.
000900 01  WS-MES-NEGOCIO              PIC 9(06) VALUE 0.
000910
000920 01  SW-FIN-APROBACION           PIC X(01) VALUE "N".
000930     88  FIN-DE-APROBACION                 VALUE "S".
000940 01  SW-FIN-AJUSTES              PIC X(01) VALUE "N".
000950     88  FIN-DE-AJUSTES                    VALUE "S".
000960 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000970     88  TABLA-LLENA                       VALUE "S".
000980 01  SW-FIN-MESES                PIC X(01) VALUE "N".
000990     88  FIN-DE-MESES                      VALUE "S".
001000 01  SW-MES-CERRADO              PIC X(01) VALUE "N".
001010     88  MES-CERRADO                       VALUE "S".
001020
001030*    EL DIARIO COMPLETO EN MEMORIA; AJUSTES SE REGRABA DESPUES
001040*    DE CADA DECISION.
001050 01  TABLA-AJUSTES.
001060     05  TAJ-REGISTRO OCCURS 500 TIMES PIC X(138).
001070 01  REG-AJUSTE-TRABAJO.
001080     COPY AJUSTE.
001090
001100 PROCEDURE DIVISION.
001110******************************************************************
001120* 0000-MAINLINE-CONTROL
001130******************************************************************
001140 0000-MAINLINE-CONTROL.
001150     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001160     IF NOT VOP-AUTORIZADO
001170         MOVE 16 TO RETURN-CODE
001180         GOBACK
001190     END-IF.
001200     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001210     IF FNC-SIN-ARCHIVO
001220         DISPLAY "NO HAY FECHA DE NEGOCIO, NO SE PUEDE FIJAR "
001230             "EL MES DE LOS AJUSTES"
001240         MOVE 16 TO RETURN-CODE
001250         GOBACK
001260     END-IF.
001270     MOVE FNC-FECHA-NEGOCIO (1:6) TO WS-MES-NEGOCIO.
001280     PERFORM 1000-CARGAR-AJUSTES THRU 1000-EXIT.
001290     IF TABLA-LLENA
001300         DISPLAY "MAS DE 500 AJUSTES EN EL DIARIO, NO SE PUEDE "
001310             "REGRABAR SIN PERDER REGISTROS"
001320         MOVE 16 TO RETURN-CODE
001330         GOBACK
001340     END-IF.
001350     PERFORM 2000-APROBAR-AJUSTE THRU 2000-EXIT
001360         UNTIL FIN-DE-APROBACION.
001370     GOBACK.
001380
001390******************************************************************
001400* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001410* CONTRA EL MAESTRO (VALOPER, POSICION 20: APROBACION DE
001420* AJUSTES). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001430******************************************************************
001440 0100-EXIGIR-OPERADOR.
001450     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001460     ACCEPT VOP-ID.
001470     MOVE 20 TO VOP-POSICION.
001480     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001490     IF VOP-AUTORIZADO
001500         GO TO 0100-EXIT
001510     END-IF.
001520     DISPLAY "OPERADOR NO AUTORIZADO PARA APROBAR AJUSTES, "
001530         "LA CORRIDA SE RECHAZA".
001540     MOVE VOP-ID TO AUD-OPERADOR.
001550     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001560     ACCEPT AUD-HORA FROM TIME.
001570     MOVE "APRAJUS" TO AUD-PROGRAMA.
001580     MOVE SPACE TO AUD-RESULTADO.
001590     STRING "FIRMA RECHAZADA ID=" VOP-ID
001600         DELIMITED BY SIZE INTO AUD-RESULTADO.
001610     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
001620 0100-EXIT.
001630     EXIT.
001640
001650******************************************************************
001660* 1000-CARGAR-AJUSTES - CARGA EL DIARIO COMPLETO EN LA TABLA Y
001670* CUENTA LOS AJUSTES QUE SIGUEN PENDIENTES.
001680******************************************************************
001690 1000-CARGAR-AJUSTES.
001700     OPEN INPUT AJUSTES.
001710     IF WS-AJUSTES-STATUS NOT = "00"
001720         DISPLAY "SIN AJUSTES PENDIENTES, NADA QUE APROBAR"
001730         SET FIN-DE-APROBACION TO TRUE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     PERFORM 1100-CARGAR-AJUSTE THRU 1100-EXIT
001770         UNTIL FIN-DE-AJUSTES OR TABLA-LLENA.
001780     CLOSE AJUSTES.
001790     IF WS-CANT-ABIERTOS = 0
001800         DISPLAY "SIN AJUSTES PENDIENTES, NADA QUE APROBAR"
001810         SET FIN-DE-APROBACION TO TRUE
001820     END-IF.
001830 1000-EXIT.
001840     EXIT.
001850
001860 1100-CARGAR-AJUSTE.
001870     READ AJUSTES
001880         AT END
001890             SET FIN-DE-AJUSTES TO TRUE
001900             GO TO 1100-EXIT
001910     END-READ.
001920     IF WS-CANT-AJUSTES = 500
001930         SET TABLA-LLENA TO TRUE
001940         GO TO 1100-EXIT
001950     END-IF.
001960     ADD 1 TO WS-CANT-AJUSTES.
001970     MOVE REG-AJUSTES TO TAJ-REGISTRO (WS-CANT-AJUSTES).
001980     IF AJU-PENDIENTE OF REG-AJUSTES
001990         ADD 1 TO WS-CANT-ABIERTOS
002000     END-IF.
002010 1100-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050* 2000-APROBAR-AJUSTE - LISTA LOS AJUSTES PENDIENTES, PIDE EL
002060* NUMERO Y LA DECISION (A/R) Y LA APLICA. UN NUMERO EN CERO
002070* TERMINA.
002080******************************************************************
002090 2000-APROBAR-AJUSTE.
002100     PERFORM 3000-LISTAR-AJUSTES THRU 3000-EXIT.
002110     IF WS-CANT-ABIERTOS = 0
002120         SET FIN-DE-APROBACION TO TRUE
002130         GO TO 2000-EXIT
002140     END-IF.
002150     DISPLAY "NUMERO DE LINEA DEL AJUSTE A RESOLVER (0=FIN)".
002160     ACCEPT WS-ENTRADA-NUMERO.
002170     IF WS-ENTRADA-NUMERO NOT NUMERIC
002180         DISPLAY "NUMERO INVALIDO"
002190         GO TO 2000-EXIT
002200     END-IF.
002210     MOVE WS-ENTRADA-NUMERO TO WS-NUMERO-ELEGIDO.
002220     IF WS-NUMERO-ELEGIDO = 0
002230         SET FIN-DE-APROBACION TO TRUE
002240         GO TO 2000-EXIT
002250     END-IF.
002260     IF WS-NUMERO-ELEGIDO > WS-CANT-AJUSTES
002270         DISPLAY "NUMERO FUERA DE LA LISTA"
002280         GO TO 2000-EXIT
002290     END-IF.
002300     MOVE TAJ-REGISTRO (WS-NUMERO-ELEGIDO)
002310         TO REG-AJUSTE-TRABAJO.
002320     IF NOT AJU-PENDIENTE OF REG-AJUSTE-TRABAJO
002330         DISPLAY "EL AJUSTE YA ESTA RESUELTO"
002340         GO TO 2000-EXIT
002350     END-IF.
002360     IF AJU-SOLICITANTE OF REG-AJUSTE-TRABAJO = VOP-ID
002370         DISPLAY "EL SOLICITANTE NO PUEDE APROBAR SU PROPIO "
002380             "AJUSTE"
002390         GO TO 2000-EXIT
002400     END-IF.
002410     DISPLAY "DECISION (A=APROBAR R=RECHAZAR)".
002420     ACCEPT WS-DECISION.
002430     EVALUATE WS-DECISION
002440         WHEN "A"
002450             PERFORM 4000-APROBAR-AJUSTE THRU 4000-EXIT
002460         WHEN "R"
002470             PERFORM 5000-RECHAZAR-AJUSTE THRU 5000-EXIT
002480         WHEN OTHER
002490             DISPLAY "DECISION INVALIDA, NADA SE CAMBIA"
002500     END-EVALUATE.
002510 2000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 3000-LISTAR-AJUSTES - LISTA LOS AJUSTES QUE SIGUEN PENDIENTES
002560* CON SU LINEA, NUMERO, DIA, PROGRAMA, DIFERENCIAS, ORIGEN,
002570* MOTIVO Y SOLICITANTE.
002580******************************************************************
002590 3000-LISTAR-AJUSTES.
002600     DISPLAY "===== AJUSTES PENDIENTES DE APROBACION =====".
002610     MOVE 0 TO WS-CANT-ABIERTOS.
002620     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
002630         VARYING WS-IND-AJUSTE FROM 1 BY 1
002640         UNTIL WS-IND-AJUSTE > WS-CANT-AJUSTES.
002650     IF WS-CANT-ABIERTOS = 0
002660         DISPLAY "  SIN AJUSTES PENDIENTES"
002670     END-IF.
002680 3000-EXIT.
002690     EXIT.
002700
002710 3100-LISTAR-UNO.
002720     MOVE TAJ-REGISTRO (WS-IND-AJUSTE) TO REG-AJUSTE-TRABAJO.
002730     IF NOT AJU-PENDIENTE OF REG-AJUSTE-TRABAJO
002740         GO TO 3100-EXIT
002750     END-IF.
002760     ADD 1 TO WS-CANT-ABIERTOS.
002770     MOVE AJU-POSITIVOS OF REG-AJUSTE-TRABAJO
002780         TO WS-POSITIVOS-EDITADO.
002790     MOVE AJU-NEGATIVOS OF REG-AJUSTE-TRABAJO
002800         TO WS-NEGATIVOS-EDITADO.
002810     MOVE AJU-CEROS OF REG-AJUSTE-TRABAJO TO WS-CEROS-EDITADO.
002820     DISPLAY "  " WS-IND-AJUSTE " AJUSTE "
002830         AJU-NUMERO OF REG-AJUSTE-TRABAJO
002840         " DIA " AJU-FECHA-EFECTO OF REG-AJUSTE-TRABAJO " "
002850         AJU-PROGRAMA OF REG-AJUSTE-TRABAJO
002860         " POS " WS-POSITIVOS-EDITADO
002870         " NEG " WS-NEGATIVOS-EDITADO
002880         " CER " WS-CEROS-EDITADO.
002890     DISPLAY "      ORIGEN " AJU-ORIGEN OF REG-AJUSTE-TRABAJO
002900         " " AJU-MOTIVO OF REG-AJUSTE-TRABAJO
002910         " PIDE " AJU-SOLICITANTE OF REG-AJUSTE-TRABAJO.
002920 3100-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960* 4000-APROBAR-AJUSTE - CON LA APROBACION EL AJUSTE QUEDA
002970* MARCADO APROBADO, CON EL APROBADOR, LA FECHA DE NEGOCIO DE LA
002980* APROBACION Y LOS MESES A LOS QUE SE SUMA; EL DIARIO SE
002990* REGRABA Y LA DECISION VA AL LOG.
003000******************************************************************
003010 4000-APROBAR-AJUSTE.
003020     PERFORM 4100-FIJAR-MES-DESTINO THRU 4100-EXIT.
003030     MOVE "A" TO AJU-ESTADO OF REG-AJUSTE-TRABAJO.
003040     MOVE VOP-ID TO AJU-APROBADOR OF REG-AJUSTE-TRABAJO.
003050     MOVE FNC-FECHA-NEGOCIO
003060         TO AJU-FECHA-APROBACION OF REG-AJUSTE-TRABAJO.
003070     MOVE REG-AJUSTE-TRABAJO TO TAJ-REGISTRO (WS-NUMERO-ELEGIDO).
003080     PERFORM 8000-REGRABAR-AJUSTES THRU 8000-EXIT.
003090     MOVE SPACE TO AUD-RESULTADO.
003100     STRING "APRUEBA AJUSTE "
003110         AJU-NUMERO OF REG-AJUSTE-TRABAJO " DE "
003120         AJU-SOLICITANTE OF REG-AJUSTE-TRABAJO
003130         DELIMITED BY SIZE INTO AUD-RESULTADO.
003140     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003150     DISPLAY "AJUSTE APROBADO, ENTRA EN EL CIERRE DEL MES "
003160         AJU-MES-DESTINO OF REG-AJUSTE-TRABAJO.
003170     IF AJU-MES-DESTINO-3 OF REG-AJUSTE-TRABAJO NOT = 0
003180         DISPLAY "  Y EN EL CIERRE DE EJERCICIO3 DEL MES "
003190             AJU-MES-DESTINO-3 OF REG-AJUSTE-TRABAJO
003200     END-IF.
003210 4000-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250* 4100-FIJAR-MES-DESTINO - EL AJUSTE VA AL MES DEL DIA QUE
003260* CORRIGE SI ESE MES TODAVIA NO ESTA EN MESHISTT; SI YA SE
003270* CERRO, VA AL MES DEL DIA DE NEGOCIO. PARA EJERCICIO3 SE HACE
003276* LO MISMO CONTRA MESHIST3, QUE SE CIERRA POR SEPARADO. UN MES DE
003282* UN ANIO YA CERRADO (ANUHIST) ESTA CERRADO PARA LOS DOS.
003290******************************************************************
003300 4100-FIJAR-MES-DESTINO.
003310     MOVE AJU-FECHA-EFECTO OF REG-AJUSTE-TRABAJO (1:6)
003320         TO WS-MES-EFECTO.
003330     MOVE "N" TO SW-MES-CERRADO.
003340     MOVE "N" TO SW-FIN-MESES.
003350     OPEN INPUT MES-HISTORICO.
003360     IF WS-MESHISTT-STATUS = "00"
003370         PERFORM 4110-BUSCAR-MES THRU 4110-EXIT
003380             UNTIL FIN-DE-MESES OR MES-CERRADO
003390         CLOSE MES-HISTORICO
003392     END-IF.
003394     IF NOT MES-CERRADO
003396         PERFORM 4130-CONTROLAR-ANIO THRU 4130-EXIT
003400     END-IF.
003410     IF MES-CERRADO
003420         MOVE WS-MES-NEGOCIO
003430             TO AJU-MES-DESTINO OF REG-AJUSTE-TRABAJO
003440     ELSE
003450         MOVE WS-MES-EFECTO
003460             TO AJU-MES-DESTINO OF REG-AJUSTE-TRABAJO
003470     END-IF.
003480     MOVE 0 TO AJU-MES-DESTINO-3 OF REG-AJUSTE-TRABAJO.
003490     IF AJU-PROGRAMA OF REG-AJUSTE-TRABAJO NOT = "EJERCICIO3"
003500         GO TO 4100-EXIT
003510     END-IF.
003520     MOVE "N" TO SW-MES-CERRADO.
003530     MOVE "N" TO SW-FIN-MESES.
003540     OPEN INPUT MES-HISTORICO-3.
003550     IF WS-MESHIST3-STATUS = "00"
003560         PERFORM 4120-BUSCAR-MES-3 THRU 4120-EXIT
003570             UNTIL FIN-DE-MESES OR MES-CERRADO
003580         CLOSE MES-HISTORICO-3
003582     END-IF.
003584     IF NOT MES-CERRADO
003586         PERFORM 4130-CONTROLAR-ANIO THRU 4130-EXIT
003590     END-IF.
003600     IF MES-CERRADO
003610         MOVE WS-MES-NEGOCIO
003620             TO AJU-MES-DESTINO-3 OF REG-AJUSTE-TRABAJO
003630     ELSE
003640         MOVE WS-MES-EFECTO
003650             TO AJU-MES-DESTINO-3 OF REG-AJUSTE-TRABAJO
003660     END-IF.
003670 4100-EXIT.
003680     EXIT.
003690
003700 4110-BUSCAR-MES.
003710     READ MES-HISTORICO
003720         AT END
003730             SET FIN-DE-MESES TO TRUE
003740             GO TO 4110-EXIT
003750     END-READ.
003760     IF MHT-MES = WS-MES-EFECTO
003770         SET MES-CERRADO TO TRUE
003780     END-IF.
003790 4110-EXIT.
003800     EXIT.
003810
003820 4120-BUSCAR-MES-3.
003830     READ MES-HISTORICO-3
003840         AT END
003850             SET FIN-DE-MESES TO TRUE
003860             GO TO 4120-EXIT
003870     END-READ.
003880     IF MH3-MES = WS-MES-EFECTO
003890         SET MES-CERRADO TO TRUE
003900     END-IF.
003910 4120-EXIT.
003911     EXIT.
003912
003913 4130-CONTROLAR-ANIO.
003914     MOVE "N" TO SW-FIN-MESES.
003915     OPEN INPUT ANUAL-HISTORICO.
003916     IF WS-ANUAL-STATUS NOT = "00"
003917         GO TO 4130-EXIT
003918     END-IF.
003919     PERFORM 4140-BUSCAR-ANIO THRU 4140-EXIT
003920         UNTIL FIN-DE-MESES OR MES-CERRADO.
003921     CLOSE ANUAL-HISTORICO.
003922 4130-EXIT.
003923     EXIT.
003924
003925 4140-BUSCAR-ANIO.
003926     READ ANUAL-HISTORICO
003927         AT END
003928             SET FIN-DE-MESES TO TRUE
003929             GO TO 4140-EXIT
003930     END-READ.
003931     IF ANH-ANIO = WS-MES-EFECTO (1:4)
003932         SET MES-CERRADO TO TRUE
003933     END-IF.
003934 4140-EXIT.
003935     EXIT.
003936
003940******************************************************************
003950* 5000-RECHAZAR-AJUSTE - EL AJUSTE QUEDA MARCADO RECHAZADO CON
003960* EL OPERADOR QUE LO RECHAZO, NO CUENTA PARA NINGUN MES Y LA
003970* DECISION VA AL LOG.
003980******************************************************************
003990 5000-RECHAZAR-AJUSTE.
004000     MOVE "R" TO AJU-ESTADO OF REG-AJUSTE-TRABAJO.
004010     MOVE VOP-ID TO AJU-APROBADOR OF REG-AJUSTE-TRABAJO.
004020     MOVE FNC-FECHA-NEGOCIO
004030         TO AJU-FECHA-APROBACION OF REG-AJUSTE-TRABAJO.
004040     MOVE REG-AJUSTE-TRABAJO TO TAJ-REGISTRO (WS-NUMERO-ELEGIDO).
004050     PERFORM 8000-REGRABAR-AJUSTES THRU 8000-EXIT.
004060     MOVE SPACE TO AUD-RESULTADO.
004070     STRING "RECHAZA AJUSTE "
004080         AJU-NUMERO OF REG-AJUSTE-TRABAJO " DE "
004090         AJU-SOLICITANTE OF REG-AJUSTE-TRABAJO
004100         DELIMITED BY SIZE INTO AUD-RESULTADO.
004110     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
004120     DISPLAY "AJUSTE RECHAZADO, NO CUENTA PARA EL MES".
004130 5000-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 8000-REGRABAR-AJUSTES - REGRABA EL DIARIO COMPLETO DESDE LA
004180* TABLA, CON LAS DECISIONES YA MARCADAS.
004190******************************************************************
004200 8000-REGRABAR-AJUSTES.
004210     OPEN OUTPUT AJUSTES.
004220     PERFORM 8100-REGRABAR-UNO THRU 8100-EXIT
004230         VARYING WS-IND-AJUSTE FROM 1 BY 1
004240         UNTIL WS-IND-AJUSTE > WS-CANT-AJUSTES.
004250     CLOSE AJUSTES.
004260 8000-EXIT.
004270     EXIT.
004280
004290 8100-REGRABAR-UNO.
004300     MOVE TAJ-REGISTRO (WS-IND-AJUSTE) TO REG-AJUSTES.
004310     WRITE REG-AJUSTES.
004320 8100-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360* 8700-GRABAR-AUDITORIA - DEJA LA DECISION EN EL LOG, ATRIBUIDA
004370* AL APROBADOR VALIDADO.
004380******************************************************************
004390 8700-GRABAR-AUDITORIA.
004400     MOVE VOP-ID TO AUD-OPERADOR.
004410     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004420     ACCEPT AUD-HORA FROM TIME.
004430     MOVE "APRAJUS" TO AUD-PROGRAMA.
004440     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
004450 8700-EXIT.
004460     EXIT.
004470
004480 8710-COMPLETAR-AUDITORIA.
004490     MOVE SPACE TO AUD-SEPARADOR-1.
004500     MOVE SPACE TO AUD-SEPARADOR-2.
004510     MOVE SPACE TO AUD-SEPARADOR-3.
004520     MOVE SPACE TO AUD-SEPARADOR-4.
004530     MOVE SPACE TO AUD-SEPARADOR-5.
004540     MOVE 0 TO AUD-SECUENCIA.
004550     CALL "AUDITWRT" USING REG-AUDITORIA.
004560 8710-EXIT.
004570     EXIT.
004580
004590 END PROGRAM APRAJUS.

000100******************************************************************
000110* Programa de aprobacion de versiones de la definicion de bandas
000120*de EJERCICIO3 (control dual). Lista las versiones que MANTBAND
000130*dejo pendientes en BANDVERS, con sus limites y los de la
000140*version que reemplazan, y deja que un segundo operador
000150*autorizado apruebe o rechace cada una. Una version aprobada
000160*entra en vigencia sola el primer dia del mes pedido (la toma
000170*LEEBANDA); una rechazada no entra nunca. El aprobador no puede
000180*ser el mismo operador que pidio el cambio.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    APRBAND.
000220 AUTHOR.        R. ALONSO.
000230 INSTALLATION.  DEPTO. DESARROLLO.
000240 DATE-WRITTEN.  15/10/2026.
000250 DATE-COMPILED.
000260******************************************************************
000270* HISTORIAL DE MODIFICACIONES
000280* FECHA       INIC.  DESCRIPCION
000290* 15/10/2026  RA     VERSION INICIAL. EXIGE UN OPERADOR VALIDADO
000300*                    CONTRA OPERMST (VALOPER, POSICION 22), CARGA
000310*                    BANDVERS EN UNA TABLA (HASTA 200) Y LO
000320*                    REGRABA DESPUES DE CADA DECISION, COMO HACE
000330*                    APRPARM CON PARPEND. NO SE APRUEBA UNA
000340*                    VERSION CUYA VIGENCIA YA LLEGO NI UNA CUYA
000350*                    IMAGEN ANTERIOR QUEDO VIEJA PORQUE OTRA
000360*                    VERSION SE APROBO ANTES PARA ESA FECHA.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT VERSIONES ASSIGN TO "BANDVERS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-VERSIONES-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  VERSIONES
000480     LABEL RECORDS ARE STANDARD.
000490 01  REG-VERSION.
000500     COPY BANDVER.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-VERSIONES-STATUS         PIC X(02) VALUE "00".
000540 01  REG-AUDITORIA.
000550     COPY AUDITLOG.
000560
000570 01  OPERADOR-AUTORIZACION.
000580     COPY OPERLNK.
000590
000600 01  FECHA-NEGOCIO-COM.
000610     COPY FECHALNK.
000620
000630 01  BANDAS-VIGENTES.
000640     COPY BANDLNK.
000650
000660 01  WS-CANT-VERSIONES           PIC 9(03) VALUE 0.
000670 01  WS-CANT-ABIERTAS            PIC 9(03) VALUE 0.
000680 01  WS-IND-VERSION              PIC 9(03) VALUE 0.
000690 01  WS-NUMERO-ELEGIDO           PIC 9(03) VALUE 0.
000700 01  WS-ENTRADA-NUMERO           PIC X(03) VALUE SPACE.
000710 01  WS-DECISION                 PIC X(01) VALUE SPACE.
000720 01  WS-IND-LIMITE               PIC 9(01) VALUE 0.
000730 01  WS-CANT-MAYOR               PIC 9(01) VALUE 0.
000740 01  WS-LIMITE-EDITADO           PIC -ZZZZ9.99.
000750 01  WS-ANTERIOR-TEXTO           PIC X(09) VALUE SPACE.
000760 01  WS-NUEVO-TEXTO              PIC X(09) VALUE SPACE.
000770
000780 01  SW-FIN-APROBACION           PIC X(01) VALUE "N".
000790     88  FIN-DE-APROBACION                 VALUE "S".
000800 01  SW-FIN-VERSIONES            PIC X(01) VALUE "N".
000810     88  FIN-DE-VERSIONES                  VALUE "S".
000820 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000830     88  TABLA-LLENA                       VALUE "S".
000840 01  SW-VERSION-HALLADA          PIC X(01) VALUE "N".
000850     88  VERSION-HALLADA                   VALUE "S".
000860
000870*    EL ARCHIVO DE VERSIONES COMPLETO EN MEMORIA; BANDVERS SE
000880*    REGRABA DESPUES DE CADA DECISION.
000890 01  TABLA-VERSIONES.
000900     05  TBV-REGISTRO OCCURS 200 TIMES PIC X(204).
000910 01  REG-VERSION-TRABAJO.
000920     COPY BANDVER.
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
001040     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001050     IF FNC-SIN-ARCHIVO
001060         DISPLAY "NO HAY FECHA DE NEGOCIO, NO SE PUEDE VALIDAR "
001070             "LA VIGENCIA DE LAS VERSIONES"
001080         MOVE 16 TO RETURN-CODE
001090         GOBACK
001100     END-IF.
001110     PERFORM 1000-CARGAR-VERSIONES THRU 1000-EXIT.
001120     IF TABLA-LLENA
001130         DISPLAY "MAS DE 200 VERSIONES EN BANDVERS, NO SE PUEDE "
001140             "REGRABAR SIN PERDER REGISTROS"
001150         MOVE 16 TO RETURN-CODE
001160         GOBACK
001170     END-IF.
001180     PERFORM 2000-APROBAR-VERSION THRU 2000-EXIT
001190         UNTIL FIN-DE-APROBACION.
001200     GOBACK.
001210
001220******************************************************************
001230* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001240* CONTRA EL MAESTRO (VALOPER, POSICION 22: APROBACION DE
001250* BANDAS). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001260******************************************************************
001270 0100-EXIGIR-OPERADOR.
001280     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001290     ACCEPT VOP-ID.
001300     MOVE 22 TO VOP-POSICION.
001310     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001320     IF VOP-AUTORIZADO
001330         GO TO 0100-EXIT
001340     END-IF.
001350     DISPLAY "OPERADOR NO AUTORIZADO PARA APROBAR BANDAS, "
001360         "LA CORRIDA SE RECHAZA".
001370     MOVE VOP-ID TO AUD-OPERADOR.
001380     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001390     ACCEPT AUD-HORA FROM TIME.
001400     MOVE "APRBAND" TO AUD-PROGRAMA.
001410     MOVE SPACE TO AUD-RESULTADO.
001420     STRING "FIRMA RECHAZADA ID=" VOP-ID
001430         DELIMITED BY SIZE INTO AUD-RESULTADO.
001440     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
001450 0100-EXIT.
001460     EXIT.
001470
001480******************************************************************
001490* 1000-CARGAR-VERSIONES - CARGA BANDVERS COMPLETO EN LA TABLA Y
001500* CUENTA LAS VERSIONES QUE SIGUEN PENDIENTES.
001510******************************************************************
001520 1000-CARGAR-VERSIONES.
001530     OPEN INPUT VERSIONES.
001540     IF WS-VERSIONES-STATUS NOT = "00"
001550         DISPLAY "SIN VERSIONES PEDIDAS, NADA QUE APROBAR"
001560         SET FIN-DE-APROBACION TO TRUE
001570         GO TO 1000-EXIT
001580     END-IF.
001590     PERFORM 1100-CARGAR-VERSION THRU 1100-EXIT
001600         UNTIL FIN-DE-VERSIONES OR TABLA-LLENA.
001610     CLOSE VERSIONES.
001620     IF WS-CANT-ABIERTAS = 0
001630         DISPLAY "SIN VERSIONES PENDIENTES, NADA QUE APROBAR"
001640         SET FIN-DE-APROBACION TO TRUE
001650     END-IF.
001660 1000-EXIT.
001670     EXIT.
001680
001690 1100-CARGAR-VERSION.
001700     READ VERSIONES
001710         AT END
001720             SET FIN-DE-VERSIONES TO TRUE
001730             GO TO 1100-EXIT
001740     END-READ.
001750     IF WS-CANT-VERSIONES = 200
001760         SET TABLA-LLENA TO TRUE
001770         GO TO 1100-EXIT
001780     END-IF.
001790     ADD 1 TO WS-CANT-VERSIONES.
001800     MOVE REG-VERSION TO TBV-REGISTRO (WS-CANT-VERSIONES).
001810     IF BDV-PENDIENTE OF REG-VERSION
001820         ADD 1 TO WS-CANT-ABIERTAS
001830     END-IF.
001840 1100-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880* 2000-APROBAR-VERSION - LISTA LAS VERSIONES PENDIENTES, PIDE EL
001890* NUMERO Y LA DECISION (A/R) Y LA APLICA. UN NUMERO EN CERO
001900* TERMINA.
001910******************************************************************
001920 2000-APROBAR-VERSION.
001930     PERFORM 3000-LISTAR-VERSIONES THRU 3000-EXIT.
001940     IF WS-CANT-ABIERTAS = 0
001950         SET FIN-DE-APROBACION TO TRUE
001960         GO TO 2000-EXIT
001970     END-IF.
001980     DISPLAY "NUMERO DE LA VERSION A RESOLVER (0=FIN)".
001990     ACCEPT WS-ENTRADA-NUMERO.
002000     IF WS-ENTRADA-NUMERO NOT NUMERIC
002010         DISPLAY "NUMERO INVALIDO"
002020         GO TO 2000-EXIT
002030     END-IF.
002040     MOVE WS-ENTRADA-NUMERO TO WS-NUMERO-ELEGIDO.
002050     IF WS-NUMERO-ELEGIDO = 0
002060         SET FIN-DE-APROBACION TO TRUE
002070         GO TO 2000-EXIT
002080     END-IF.
002090     PERFORM 2100-BUSCAR-VERSION THRU 2100-EXIT.
002100     IF WS-IND-VERSION > WS-CANT-VERSIONES
002110         DISPLAY "VERSION FUERA DE LA LISTA"
002120         GO TO 2000-EXIT
002130     END-IF.
002140     MOVE TBV-REGISTRO (WS-IND-VERSION) TO REG-VERSION-TRABAJO.
002150     IF NOT BDV-PENDIENTE OF REG-VERSION-TRABAJO
002160         DISPLAY "LA VERSION YA ESTA RESUELTA"
002170         GO TO 2000-EXIT
002180     END-IF.
002190     IF BDV-SOLICITANTE OF REG-VERSION-TRABAJO = VOP-ID
002200         DISPLAY "EL SOLICITANTE NO PUEDE APROBAR SU PROPIO "
002210             "CAMBIO"
002220         GO TO 2000-EXIT
002230     END-IF.
002240     DISPLAY "DECISION (A=APROBAR R=RECHAZAR)".
002250     ACCEPT WS-DECISION.
002260     EVALUATE WS-DECISION
002270         WHEN "A"
002280             PERFORM 4000-APROBAR THRU 4000-EXIT
002290         WHEN "R"
002300             PERFORM 5000-RECHAZAR THRU 5000-EXIT
002310         WHEN OTHER
002320             DISPLAY "DECISION INVALIDA, NADA SE CAMBIA"
002330     END-EVALUATE.
002340 2000-EXIT.
002350     EXIT.
002360
002370*    UBICA EN LA TABLA LA VERSION CON EL NUMERO ELEGIDO; SI NO
002380*    ESTA, EL INDICE QUEDA PASADO DEL FINAL.
002390 2100-BUSCAR-VERSION.
002400     MOVE "N" TO SW-VERSION-HALLADA.
002410     PERFORM 2110-PROBAR-NUMERO THRU 2110-EXIT
002420         VARYING WS-IND-VERSION FROM 1 BY 1
002430         UNTIL WS-IND-VERSION > WS-CANT-VERSIONES
002440         OR VERSION-HALLADA.
002450     IF VERSION-HALLADA
002460         SUBTRACT 1 FROM WS-IND-VERSION
002470     END-IF.
002480 2100-EXIT.
002490     EXIT.
002500
002510 2110-PROBAR-NUMERO.
002520     MOVE TBV-REGISTRO (WS-IND-VERSION) TO REG-VERSION-TRABAJO.
002530     IF BDV-VERSION OF REG-VERSION-TRABAJO = WS-NUMERO-ELEGIDO
002540         SET VERSION-HALLADA TO TRUE
002550     END-IF.
002560 2110-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600* 3000-LISTAR-VERSIONES - LISTA LAS VERSIONES PENDIENTES CON SU
002610* VIGENCIA, EL SOLICITANTE, EL MOTIVO Y CADA LIMITE CONTRA EL DE
002620* LA VERSION QUE REEMPLAZAN.
002630******************************************************************
002640 3000-LISTAR-VERSIONES.
002650     DISPLAY "===== VERSIONES DE BANDAS PENDIENTES =====".
002660     MOVE 0 TO WS-CANT-ABIERTAS.
002670     PERFORM 3100-LISTAR-UNA THRU 3100-EXIT
002680         VARYING WS-IND-VERSION FROM 1 BY 1
002690         UNTIL WS-IND-VERSION > WS-CANT-VERSIONES.
002700     IF WS-CANT-ABIERTAS = 0
002710         DISPLAY "  SIN VERSIONES PENDIENTES"
002720     END-IF.
002730 3000-EXIT.
002740     EXIT.
002750
002760 3100-LISTAR-UNA.
002770     MOVE TBV-REGISTRO (WS-IND-VERSION) TO REG-VERSION-TRABAJO.
002780     IF NOT BDV-PENDIENTE OF REG-VERSION-TRABAJO
002790         GO TO 3100-EXIT
002800     END-IF.
002810     ADD 1 TO WS-CANT-ABIERTAS.
002820     DISPLAY "  VERSION " BDV-VERSION OF REG-VERSION-TRABAJO
002830         " DESDE " BDV-FECHA-VIGENCIA OF REG-VERSION-TRABAJO
002840         " REEMPLAZA A LA "
002850         BDV-VERSION-ANTERIOR OF REG-VERSION-TRABAJO
002860         " PIDE " BDV-SOLICITANTE OF REG-VERSION-TRABAJO.
002870     DISPLAY "    MOTIVO: " BDV-MOTIVO OF REG-VERSION-TRABAJO.
002880     MOVE BDV-CANT-ANTERIOR OF REG-VERSION-TRABAJO
002890         TO WS-CANT-MAYOR.
002900     IF BDV-CANT-LIMITES OF REG-VERSION-TRABAJO > WS-CANT-MAYOR
002910         MOVE BDV-CANT-LIMITES OF REG-VERSION-TRABAJO
002920             TO WS-CANT-MAYOR
002930     END-IF.
002940     DISPLAY "              ANTERIOR  NUEVO".
002950     PERFORM 3200-LISTAR-LIMITE THRU 3200-EXIT
002960         VARYING WS-IND-LIMITE FROM 1 BY 1
002970         UNTIL WS-IND-LIMITE > WS-CANT-MAYOR.
002980 3100-EXIT.
002990     EXIT.
003000
003010*    UN LIMITE QUE NO EXISTE EN UNA DE LAS DOS DEFINICIONES SE
003020*    MUESTRA COMO NINGUNO.
003030 3200-LISTAR-LIMITE.
003040     IF WS-IND-LIMITE > BDV-CANT-ANTERIOR OF REG-VERSION-TRABAJO
003050         MOVE "  NINGUNO" TO WS-ANTERIOR-TEXTO
003060     ELSE
003070         MOVE BDV-ANTERIOR OF REG-VERSION-TRABAJO (WS-IND-LIMITE)
003080             TO WS-LIMITE-EDITADO
003090         MOVE WS-LIMITE-EDITADO TO WS-ANTERIOR-TEXTO
003100     END-IF.
003110     IF WS-IND-LIMITE > BDV-CANT-LIMITES OF REG-VERSION-TRABAJO
003120         MOVE "  NINGUNO" TO WS-NUEVO-TEXTO
003130     ELSE
003140         MOVE BDV-LIMITE OF REG-VERSION-TRABAJO (WS-IND-LIMITE)
003150             TO WS-LIMITE-EDITADO
003160         MOVE WS-LIMITE-EDITADO TO WS-NUEVO-TEXTO
003170     END-IF.
003180     DISPLAY "    LIMITE " WS-IND-LIMITE " " WS-ANTERIOR-TEXTO
003190         " " WS-NUEVO-TEXTO.
003200 3200-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240* 4000-APROBAR - SOLO SE APRUEBA UNA VERSION CUYA VIGENCIA
003250* TODAVIA NO LLEGO (SI NO, EL MES EN CURSO QUEDARIA CON DOS
003260* DEFINICIONES) Y CUYA IMAGEN ANTERIOR SIGUE SIENDO LA VIGENTE A
003270* ESA FECHA. LA VERSION QUEDA APROBADA CON EL APROBADOR Y LA
003280* FECHA, Y LA DECISION VA AL LOG.
003290******************************************************************
003300 4000-APROBAR.
003310     IF BDV-FECHA-VIGENCIA OF REG-VERSION-TRABAJO
003320         NOT > FNC-FECHA-NEGOCIO
003330         DISPLAY "LA VIGENCIA DE LA VERSION YA LLEGO, SOLO SE "
003340             "PUEDE RECHAZAR Y PEDIR DE NUEVO"
003350         GO TO 4000-EXIT
003360     END-IF.
003370     MOVE BDV-FECHA-VIGENCIA OF REG-VERSION-TRABAJO TO BDL-FECHA.
003380     CALL "LEEBANDA" USING BANDAS-VIGENTES.
003390     IF BDL-VERSION
003400         NOT = BDV-VERSION-ANTERIOR OF REG-VERSION-TRABAJO
003410         DISPLAY "EL PEDIDO SE ARMO CONTRA LA VERSION "
003420             BDV-VERSION-ANTERIOR OF REG-VERSION-TRABAJO
003430             " Y A ESA FECHA YA RIGE LA " BDL-VERSION
003440         DISPLAY "RECHACELO Y PIDALO DE NUEVO CON MANTBAND"
003450         GO TO 4000-EXIT
003460     END-IF.
003470     MOVE "A" TO BDV-ESTADO OF REG-VERSION-TRABAJO.
003480     MOVE VOP-ID TO BDV-APROBADOR OF REG-VERSION-TRABAJO.
003490     MOVE FNC-FECHA-NEGOCIO
003500         TO BDV-FECHA-APROBACION OF REG-VERSION-TRABAJO.
003510     MOVE REG-VERSION-TRABAJO TO TBV-REGISTRO (WS-IND-VERSION).
003520     PERFORM 8000-REGRABAR-VERSIONES THRU 8000-EXIT.
003530     MOVE SPACE TO AUD-RESULTADO.
003540     STRING "APRUEBA BANDAS "
003550         BDV-VERSION OF REG-VERSION-TRABAJO " DE "
003560         BDV-SOLICITANTE OF REG-VERSION-TRABAJO
003570         DELIMITED BY SIZE INTO AUD-RESULTADO.
003580     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003590     DISPLAY "VERSION APROBADA, RIGE DESDE EL "
003600         BDV-FECHA-VIGENCIA OF REG-VERSION-TRABAJO.
003610 4000-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650* 5000-RECHAZAR - LA VERSION QUEDA MARCADA RECHAZADA, CON QUIEN
003660* LA RECHAZO, Y LA DECISION VA AL LOG.
003670******************************************************************
003680 5000-RECHAZAR.
003690     MOVE "R" TO BDV-ESTADO OF REG-VERSION-TRABAJO.
003700     MOVE VOP-ID TO BDV-APROBADOR OF REG-VERSION-TRABAJO.
003710     MOVE FNC-FECHA-NEGOCIO
003720         TO BDV-FECHA-APROBACION OF REG-VERSION-TRABAJO.
003730     MOVE REG-VERSION-TRABAJO TO TBV-REGISTRO (WS-IND-VERSION).
003740     PERFORM 8000-REGRABAR-VERSIONES THRU 8000-EXIT.
003750     MOVE SPACE TO AUD-RESULTADO.
003760     STRING "RECHAZA BANDAS "
003770         BDV-VERSION OF REG-VERSION-TRABAJO " DE "
003780         BDV-SOLICITANTE OF REG-VERSION-TRABAJO
003790         DELIMITED BY SIZE INTO AUD-RESULTADO.
003800     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003810     DISPLAY "VERSION RECHAZADA, NO ENTRA EN VIGENCIA".
003820 5000-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860* 8000-REGRABAR-VERSIONES - REGRABA BANDVERS COMPLETO DESDE LA
003870* TABLA, CON LAS DECISIONES YA MARCADAS.
003880******************************************************************
003890 8000-REGRABAR-VERSIONES.
003900     OPEN OUTPUT VERSIONES.
003910     PERFORM 8100-REGRABAR-UNA THRU 8100-EXIT
003920         VARYING WS-IND-VERSION FROM 1 BY 1
003930         UNTIL WS-IND-VERSION > WS-CANT-VERSIONES.
003940     CLOSE VERSIONES.
003950 8000-EXIT.
003960     EXIT.
003970
003980 8100-REGRABAR-UNA.
003990     MOVE TBV-REGISTRO (WS-IND-VERSION) TO REG-VERSION.
004000     WRITE REG-VERSION.
004010 8100-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 8700-GRABAR-AUDITORIA - DEJA LA DECISION EN EL LOG, ATRIBUIDA
004060* AL APROBADOR VALIDADO.
004070******************************************************************
004080 8700-GRABAR-AUDITORIA.
004090     MOVE VOP-ID TO AUD-OPERADOR.
004100     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004110     ACCEPT AUD-HORA FROM TIME.
004120     MOVE "APRBAND" TO AUD-PROGRAMA.
004130     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
004140 8700-EXIT.
004150     EXIT.
004160
004170 8710-COMPLETAR-AUDITORIA.
004180     MOVE SPACE TO AUD-SEPARADOR-1.
004190     MOVE SPACE TO AUD-SEPARADOR-2.
004200     MOVE SPACE TO AUD-SEPARADOR-3.
004210     MOVE SPACE TO AUD-SEPARADOR-4.
004220     MOVE SPACE TO AUD-SEPARADOR-5.
004230     MOVE 0 TO AUD-SECUENCIA.
004240     CALL "AUDITWRT" USING REG-AUDITORIA.
004250 8710-EXIT.
004260     EXIT.
004270
004280 END PROGRAM APRBAND.

000100******************************************************************
000110* Programa de mantenimiento de la definicion de bandas de
000120*EJERCICIO3. Hasta ahora los limites de BANDAS3 se cambiaban con
000130*un editor de texto, sin control, y un limite cambiado a mitad
000140*de mes mezclaba dos definiciones en el mismo acumulado MTD y en
000150*la misma fila de MESHIST3. Con este programa un operador
000160*autorizado pide un juego nuevo de limites con fecha de vigencia
000170*en el primer dia de un mes futuro; el pedido queda pendiente en
000180*el archivo de versiones BANDVERS, con la version y los limites
000190*vigentes a esa fecha como imagen anterior, hasta que un segundo
000200*operador lo aprueba con APRBAND. El antes y el despues de cada
000210*limite quedan en el log de auditoria.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    MANTBAND.
000250 AUTHOR.        R. ALONSO.
000260 INSTALLATION.  DEPTO. DESARROLLO.
000270 DATE-WRITTEN.  15/10/2026.
000280 DATE-COMPILED.
000290******************************************************************
000300* HISTORIAL DE MODIFICACIONES
000310* FECHA       INIC.  DESCRIPCION
000320* 15/10/2026  RA     VERSION INICIAL. EXIGE UN OPERADOR VALIDADO
000330*                    CONTRA OPERMST (VALOPER, POSICION 21). LOS
000340*                    LIMITES SE INGRESAN CON LA VALIDACION
000350*                    COMPARTIDA DE VALNUM Y DEBEN VENIR EN ORDEN
000360*                    ASCENDENTE, COMO EXIGE VERDIA0 PARA BANDAS3.
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
000560     COPY VALNUM.
000570
000580 01  NUM                         PIC S9(05)V99 VALUE 0.
000590 01  WS-ENTRADA-FECHA            PIC X(08) VALUE SPACE.
000600 01  WS-FECHA-VIGENCIA           PIC 9(08) VALUE 0.
000610 01  WS-FECHA-VIGENCIA-R REDEFINES WS-FECHA-VIGENCIA.
000620     05  WS-VIG-ANO              PIC 9(04).
000630     05  WS-VIG-MES              PIC 9(02).
000640     05  WS-VIG-DIA              PIC 9(02).
000650 01  WS-ENTRADA-CANTIDAD         PIC X(01) VALUE SPACE.
000660 01  WS-CANT-NUEVA REDEFINES WS-ENTRADA-CANTIDAD
000670                                 PIC 9(01).
000680 01  WS-MOTIVO                   PIC X(30) VALUE SPACE.
000690 01  WS-CONFIRMA                 PIC X(01) VALUE SPACE.
000700 01  WS-ULTIMA-VERSION           PIC 9(03) VALUE 0.
000710 01  WS-CANT-PROGRAMADAS         PIC 9(03) VALUE 0.
000720 01  WS-CANT-MISMA-FECHA         PIC 9(03) VALUE 0.
000730 01  WS-IND-LIMITE               PIC 9(01) VALUE 0.
000740 01  WS-CANT-MAYOR               PIC 9(01) VALUE 0.
000750 01  WS-LIMITE-EDITADO           PIC -ZZZZ9.99.
000760 01  WS-ANTERIOR-TEXTO           PIC X(09) VALUE SPACE.
000770 01  WS-NUEVO-TEXTO              PIC X(09) VALUE SPACE.
000780
000790*    LIMITES NUEVOS TAL COMO SE INGRESAN.
000800 01  TABLA-LIMITES-NUEVOS.
000810     05  TLN-LIMITE              PIC S9(05)V99 OCCURS 6 TIMES.
000820
000830 01  SW-FIN-PEDIDOS              PIC X(01) VALUE "N".
000840     88  FIN-DE-PEDIDOS                    VALUE "S".
000850 01  SW-FIN-VERSIONES            PIC X(01) VALUE "N".
000860     88  FIN-DE-VERSIONES                  VALUE "S".
000870 01  SW-LIMITES-VALIDOS          PIC X(01) VALUE "S".
000880     88  LIMITES-VALIDOS                   VALUE "S".
000890
000900 01  PARAMETROS-VIGENTES.
000910     COPY PARLINK.
000920
000930 01  FECHA-NEGOCIO-COM.
000940     COPY FECHALNK.
000950
000960 01  OPERADOR-AUTORIZACION.
000970     COPY OPERLNK.
000980
000990 01  BANDAS-VIGENTES.
001000     COPY BANDLNK.
001010
001020 PROCEDURE DIVISION.
001030******************************************************************
001040* 0000-MAINLINE-CONTROL
001050******************************************************************
001060 0000-MAINLINE-CONTROL.
001070     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001080     IF NOT VOP-AUTORIZADO
001090         MOVE 16 TO RETURN-CODE
001100         GOBACK
001110     END-IF.
001120     MOVE "MANTBAND" TO RCH-PROGRAMA.
001130     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
001140     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001150     IF FNC-SIN-ARCHIVO
001160         DISPLAY "NO HAY FECHA DE NEGOCIO, NO SE PUEDE VALIDAR "
001170             "LA VIGENCIA DE UNA DEFINICION NUEVA"
001180         MOVE 16 TO RETURN-CODE
001190         GOBACK
001200     END-IF.
001210     PERFORM 1000-MOSTRAR-DEFINICIONES THRU 1000-EXIT.
001220     PERFORM 2000-PEDIR-VERSION THRU 2000-EXIT
001230         UNTIL FIN-DE-PEDIDOS.
001240     GOBACK.
001250
001260******************************************************************
001270* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001280* CONTRA EL MAESTRO (VALOPER, POSICION 21: PEDIDO DE BANDAS).
001290* UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001300******************************************************************
001310 0100-EXIGIR-OPERADOR.
001320     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001330     ACCEPT VOP-ID.
001340     MOVE 21 TO VOP-POSICION.
001350     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001360     IF VOP-AUTORIZADO
001370         GO TO 0100-EXIT
001380     END-IF.
001390     DISPLAY "OPERADOR NO AUTORIZADO PARA LA DEFINICION DE "
001400         "BANDAS, LA CORRIDA SE RECHAZA".
001410     MOVE VOP-ID TO AUD-OPERADOR.
001420     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001430     ACCEPT AUD-HORA FROM TIME.
001440     MOVE "MANTBAND" TO AUD-PROGRAMA.
001450     MOVE SPACE TO AUD-RESULTADO.
001460     STRING "FIRMA RECHAZADA ID=" VOP-ID
001470         DELIMITED BY SIZE INTO AUD-RESULTADO.
001480     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
001490 0100-EXIT.
001500     EXIT.
001510
001520******************************************************************
001530* 1000-MOSTRAR-DEFINICIONES - MUESTRA LA DEFINICION VIGENTE HOY
001540* Y LAS VERSIONES YA PROGRAMADAS (PENDIENTES O APROBADAS CON
001550* VIGENCIA FUTURA), COMO REFERENCIA ANTES DE PEDIR NADA.
001560******************************************************************
001570 1000-MOSTRAR-DEFINICIONES.
001580     MOVE FNC-FECHA-NEGOCIO TO BDL-FECHA.
001590     CALL "LEEBANDA" USING BANDAS-VIGENTES.
001600     DISPLAY "===== DEFINICION DE BANDAS DE EJERCICIO3 =====".
001610     DISPLAY "VIGENTE AL " FNC-FECHA-NEGOCIO ": VERSION "
001620         BDL-VERSION " DESDE " BDL-FECHA-VIGENCIA.
001630     PERFORM 1100-MOSTRAR-LIMITE THRU 1100-EXIT
001640         VARYING WS-IND-LIMITE FROM 1 BY 1
001650         UNTIL WS-IND-LIMITE > BDL-CANT-LIMITES.
001660     DISPLAY "VERSIONES PROGRAMADAS:".
001670     MOVE 0 TO WS-ULTIMA-VERSION.
001680     MOVE 0 TO WS-CANT-PROGRAMADAS.
001690     MOVE "N" TO SW-FIN-VERSIONES.
001700     OPEN INPUT VERSIONES.
001710     IF WS-VERSIONES-STATUS = "00"
001720         PERFORM 1200-MOSTRAR-PROGRAMADA THRU 1200-EXIT
001730             UNTIL FIN-DE-VERSIONES
001740         CLOSE VERSIONES
001750     END-IF.
001760     IF WS-CANT-PROGRAMADAS = 0
001770         DISPLAY "  NINGUNA"
001780     END-IF.
001790 1000-EXIT.
001800     EXIT.
001810
001820 1100-MOSTRAR-LIMITE.
001830     MOVE BDL-LIMITE (WS-IND-LIMITE) TO WS-LIMITE-EDITADO.
001840     DISPLAY "  LIMITE " WS-IND-LIMITE ": " WS-LIMITE-EDITADO.
001850 1100-EXIT.
001860     EXIT.
001870
001880 1200-MOSTRAR-PROGRAMADA.
001890     READ VERSIONES
001900         AT END
001910             SET FIN-DE-VERSIONES TO TRUE
001920             GO TO 1200-EXIT
001930     END-READ.
001940     IF BDV-VERSION NUMERIC
001950         AND BDV-VERSION > WS-ULTIMA-VERSION
001960         MOVE BDV-VERSION TO WS-ULTIMA-VERSION
001970     END-IF.
001980     IF BDV-RECHAZADA
001990         OR BDV-FECHA-VIGENCIA NOT > FNC-FECHA-NEGOCIO
002000         GO TO 1200-EXIT
002010     END-IF.
002020     ADD 1 TO WS-CANT-PROGRAMADAS.
002030     IF BDV-PENDIENTE
002040         DISPLAY "  VERSION " BDV-VERSION " DESDE "
002050             BDV-FECHA-VIGENCIA " PENDIENTE, PIDE "
002060             BDV-SOLICITANTE
002070     ELSE
002080         DISPLAY "  VERSION " BDV-VERSION " DESDE "
002090             BDV-FECHA-VIGENCIA " APROBADA POR " BDV-APROBADOR
002100     END-IF.
002110 1200-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 2000-PEDIR-VERSION - PIDE LA FECHA DE VIGENCIA, LA CANTIDAD DE
002160* LIMITES, CADA LIMITE Y EL MOTIVO; MUESTRA EL ANTES Y EL
002170* DESPUES Y GRABA EL PEDIDO SI EL OPERADOR CONFIRMA. UNA FECHA
002180* EN BLANCO TERMINA.
002190******************************************************************
002200 2000-PEDIR-VERSION.
002210     DISPLAY "FECHA DE VIGENCIA (AAAAMM01, PRIMER DIA DE UN MES "
002220         "FUTURO, BLANCO=FIN)".
002230     ACCEPT WS-ENTRADA-FECHA.
002240     IF WS-ENTRADA-FECHA = SPACE
002250         SET FIN-DE-PEDIDOS TO TRUE
002260         GO TO 2000-EXIT
002270     END-IF.
002280     IF WS-ENTRADA-FECHA NOT NUMERIC
002290         DISPLAY "FECHA INVALIDA, DEBE SER NUMERICA (AAAAMMDD)"
002300         GO TO 2000-EXIT
002310     END-IF.
002320     MOVE WS-ENTRADA-FECHA TO WS-FECHA-VIGENCIA.
002330     IF WS-VIG-MES < 1 OR WS-VIG-MES > 12 OR WS-VIG-DIA NOT = 1
002340         DISPLAY "LA VIGENCIA DEBE SER EL PRIMER DIA DE UN MES: "
002350             "UN MES SE CLASIFICA CON UNA SOLA DEFINICION"
002360         GO TO 2000-EXIT
002370     END-IF.
002380     IF WS-FECHA-VIGENCIA NOT > FNC-FECHA-NEGOCIO
002390         DISPLAY "LA VIGENCIA DEBE SER POSTERIOR AL DIA DE "
002400             "NEGOCIO (" FNC-FECHA-NEGOCIO ")"
002410         GO TO 2000-EXIT
002420     END-IF.
002430     DISPLAY "CANTIDAD DE LIMITES (1 A 6; LA BANDA DE "
002440         "EXCEDENTES SE AGREGA SOLA)".
002450     ACCEPT WS-ENTRADA-CANTIDAD.
002460     IF WS-ENTRADA-CANTIDAD NOT NUMERIC
002470         OR WS-CANT-NUEVA < 1 OR WS-CANT-NUEVA > 6
002480         DISPLAY "CANTIDAD INVALIDA, EL PEDIDO NO SE GRABA"
002490         GO TO 2000-EXIT
002500     END-IF.
002510     MOVE ZEROS TO TABLA-LIMITES-NUEVOS.
002520     MOVE "S" TO SW-LIMITES-VALIDOS.
002530     PERFORM 2100-ACEPTAR-LIMITE THRU 2100-EXIT
002540         VARYING WS-IND-LIMITE FROM 1 BY 1
002550         UNTIL WS-IND-LIMITE > WS-CANT-NUEVA
002560         OR NOT LIMITES-VALIDOS.
002570     IF NOT LIMITES-VALIDOS
002580         GO TO 2000-EXIT
002590     END-IF.
002600     DISPLAY "MOTIVO DEL CAMBIO (OBLIGATORIO)".
002610     ACCEPT WS-MOTIVO.
002620     IF WS-MOTIVO = SPACE
002630         DISPLAY "SIN MOTIVO, EL PEDIDO NO SE GRABA"
002640         GO TO 2000-EXIT
002650     END-IF.
002660     MOVE WS-FECHA-VIGENCIA TO BDL-FECHA.
002670     CALL "LEEBANDA" USING BANDAS-VIGENTES.
002680     PERFORM 2200-MOSTRAR-PEDIDO THRU 2200-EXIT.
002690     PERFORM 2300-CONTAR-MISMA-FECHA THRU 2300-EXIT.
002700     IF WS-CANT-MISMA-FECHA > 0
002710         DISPLAY "AVISO: YA HAY " WS-CANT-MISMA-FECHA
002720             " VERSION(ES) PROGRAMADA(S) PARA ESA FECHA; SI SE "
002730             "APRUEBAN VARIAS, GANA LA DE NUMERO MAYOR"
002740     END-IF.
002750     DISPLAY "CONFIRMA EL PEDIDO (S/N)".
002760     ACCEPT WS-CONFIRMA.
002770     IF WS-CONFIRMA NOT = "S"
002780         DISPLAY "PEDIDO CANCELADO, NADA SE GRABA"
002790         GO TO 2000-EXIT
002800     END-IF.
002810     PERFORM 3000-GRABAR-VERSION THRU 3000-EXIT.
002820 2000-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860* 2100-ACEPTAR-LIMITE - TOMA UN LIMITE CON LA VALIDACION
002870* COMPARTIDA Y EXIGE QUE SUPERE AL ANTERIOR. UNA ENTRADA
002880* AGOTADA TERMINA EL PROGRAMA.
002890******************************************************************
002900 2100-ACEPTAR-LIMITE.
002910     DISPLAY "LIMITE " WS-IND-LIMITE " (HASTA ESE VALOR "
002920         "INCLUSIVE)".
002930     PERFORM ACEPTAR-NUM-VALIDO THRU ACEPTAR-NUM-VALIDO-EXIT.
002940     IF ENTRADA-AGOTADA
002950         MOVE "N" TO SW-LIMITES-VALIDOS
002960         SET FIN-DE-PEDIDOS TO TRUE
002970         GO TO 2100-EXIT
002980     END-IF.
002990     IF WS-IND-LIMITE > 1
003000         AND NUM NOT > TLN-LIMITE (WS-IND-LIMITE - 1)
003010         DISPLAY "LOS LIMITES DEBEN IR EN ORDEN ASCENDENTE, EL "
003020             "PEDIDO NO SE GRABA"
003030         MOVE "N" TO SW-LIMITES-VALIDOS
003040         GO TO 2100-EXIT
003050     END-IF.
003060     MOVE NUM TO TLN-LIMITE (WS-IND-LIMITE).
003070 2100-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 2200-MOSTRAR-PEDIDO - LA DEFINICION QUE QUEDARIA REEMPLAZADA
003120* (LA VIGENTE A LA FECHA PEDIDA) Y LA NUEVA, LIMITE POR LIMITE.
003130******************************************************************
003140 2200-MOSTRAR-PEDIDO.
003150     DISPLAY "PEDIDO DE BANDAS DESDE " WS-FECHA-VIGENCIA
003160         ", REEMPLAZA A LA VERSION " BDL-VERSION ":".
003170     DISPLAY "          ANTERIOR  NUEVO".
003180     MOVE BDL-CANT-LIMITES TO WS-CANT-MAYOR.
003190     IF WS-CANT-NUEVA > WS-CANT-MAYOR
003200         MOVE WS-CANT-NUEVA TO WS-CANT-MAYOR
003210     END-IF.
003220     PERFORM 2210-MOSTRAR-PAR THRU 2210-EXIT
003230         VARYING WS-IND-LIMITE FROM 1 BY 1
003240         UNTIL WS-IND-LIMITE > WS-CANT-MAYOR.
003250     DISPLAY "  MOTIVO: " WS-MOTIVO.
003260 2200-EXIT.
003270     EXIT.
003280
003290 2210-MOSTRAR-PAR.
003300     PERFORM 2220-EDITAR-PAR THRU 2220-EXIT.
003310     DISPLAY "  LIMITE " WS-IND-LIMITE " " WS-ANTERIOR-TEXTO
003320         " " WS-NUEVO-TEXTO.
003330 2210-EXIT.
003340     EXIT.
003350
003360*    UN LIMITE QUE NO EXISTE EN UNA DE LAS DOS DEFINICIONES SE
003370*    MUESTRA COMO NINGUNO.
003380 2220-EDITAR-PAR.
003390     IF WS-IND-LIMITE > BDL-CANT-LIMITES
003400         MOVE "  NINGUNO" TO WS-ANTERIOR-TEXTO
003410     ELSE
003420         MOVE BDL-LIMITE (WS-IND-LIMITE) TO WS-LIMITE-EDITADO
003430         MOVE WS-LIMITE-EDITADO TO WS-ANTERIOR-TEXTO
003440     END-IF.
003450     IF WS-IND-LIMITE > WS-CANT-NUEVA
003460         MOVE "  NINGUNO" TO WS-NUEVO-TEXTO
003470     ELSE
003480         MOVE TLN-LIMITE (WS-IND-LIMITE) TO WS-LIMITE-EDITADO
003490         MOVE WS-LIMITE-EDITADO TO WS-NUEVO-TEXTO
003500     END-IF.
003510 2220-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550* 2300-CONTAR-MISMA-FECHA - VERSIONES PENDIENTES O APROBADAS QUE
003560* YA APUNTAN A LA MISMA FECHA DE VIGENCIA. DE PASO TOMA EL
003570* ULTIMO NUMERO ASIGNADO, POR SI OTRO OPERADOR PIDIO UNA
003580* VERSION MIENTRAS TANTO.
003590******************************************************************
003600 2300-CONTAR-MISMA-FECHA.
003610     MOVE 0 TO WS-CANT-MISMA-FECHA.
003620     MOVE "N" TO SW-FIN-VERSIONES.
003630     OPEN INPUT VERSIONES.
003640     IF WS-VERSIONES-STATUS NOT = "00"
003650         GO TO 2300-EXIT
003660     END-IF.
003670     PERFORM 2310-COMPARAR-FECHA THRU 2310-EXIT
003680         UNTIL FIN-DE-VERSIONES.
003690     CLOSE VERSIONES.
003700 2300-EXIT.
003710     EXIT.
003720
003730 2310-COMPARAR-FECHA.
003740     READ VERSIONES
003750         AT END
003760             SET FIN-DE-VERSIONES TO TRUE
003770             GO TO 2310-EXIT
003780     END-READ.
003790     IF BDV-VERSION NUMERIC
003800         AND BDV-VERSION > WS-ULTIMA-VERSION
003810         MOVE BDV-VERSION TO WS-ULTIMA-VERSION
003820     END-IF.
003830     IF BDV-FECHA-VIGENCIA = WS-FECHA-VIGENCIA
003840         AND NOT BDV-RECHAZADA
003850         ADD 1 TO WS-CANT-MISMA-FECHA
003860     END-IF.
003870 2310-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910* 3000-GRABAR-VERSION - AGREGA EL PEDIDO PENDIENTE A BANDVERS
003920* CON EL NUMERO SIGUIENTE, LA IMAGEN ANTERIOR Y EL SOLICITANTE,
003930* Y DEJA EL PEDIDO Y CADA LIMITE (ANTES Y DESPUES) EN EL LOG.
003940******************************************************************
003950 3000-GRABAR-VERSION.
003960     IF WS-ULTIMA-VERSION NOT < 998
003970         DISPLAY "BANDVERS YA NO TIENE NUMEROS DE VERSION "
003980             "LIBRES, EL PEDIDO NO SE GRABA"
003990         GO TO 3000-EXIT
004000     END-IF.
004010     MOVE SPACE TO REG-VERSION.
004020     ADD 1 TO WS-ULTIMA-VERSION.
004030     MOVE WS-ULTIMA-VERSION TO BDV-VERSION.
004040     MOVE "P" TO BDV-ESTADO.
004050     MOVE WS-FECHA-VIGENCIA TO BDV-FECHA-VIGENCIA.
004060     MOVE WS-CANT-NUEVA TO BDV-CANT-LIMITES.
004070     MOVE BDL-VERSION TO BDV-VERSION-ANTERIOR.
004080     MOVE BDL-CANT-LIMITES TO BDV-CANT-ANTERIOR.
004090     PERFORM 3100-CARGAR-LIMITE THRU 3100-EXIT
004100         VARYING WS-IND-LIMITE FROM 1 BY 1
004110         UNTIL WS-IND-LIMITE > 6.
004120     MOVE WS-MOTIVO TO BDV-MOTIVO.
004130     MOVE VOP-ID TO BDV-SOLICITANTE.
004140     ACCEPT BDV-FECHA-SOLICITUD FROM DATE YYYYMMDD.
004150     ACCEPT BDV-HORA-SOLICITUD FROM TIME.
004160     MOVE SPACE TO BDV-APROBADOR.
004170     MOVE 0 TO BDV-FECHA-APROBACION.
004180     OPEN EXTEND VERSIONES.
004190     IF WS-VERSIONES-STATUS = "35"
004200         OPEN OUTPUT VERSIONES
004210     END-IF.
004220     IF WS-VERSIONES-STATUS NOT = "00"
004230         DISPLAY "NO SE PUDO GRABAR EL PEDIDO EN BANDVERS, FILE "
004240             "STATUS " WS-VERSIONES-STATUS
004250         SUBTRACT 1 FROM WS-ULTIMA-VERSION
004260         GO TO 3000-EXIT
004270     END-IF.
004280     WRITE REG-VERSION.
004290     CLOSE VERSIONES.
004300     MOVE SPACE TO AUD-RESULTADO.
004310     STRING "PIDE BANDAS V" WS-ULTIMA-VERSION " VIG "
004320         WS-FECHA-VIGENCIA
004330         DELIMITED BY SIZE INTO AUD-RESULTADO.
004340     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
004350     PERFORM 3200-AUDITAR-LIMITE THRU 3200-EXIT
004360         VARYING WS-IND-LIMITE FROM 1 BY 1
004370         UNTIL WS-IND-LIMITE > WS-CANT-MAYOR.
004380     DISPLAY "VERSION " WS-ULTIMA-VERSION " GRABADA, PENDIENTE "
004390         "DE APROBACION (APRBAND)".
004400 3000-EXIT.
004410     EXIT.
004420
004430 3100-CARGAR-LIMITE.
004440     MOVE SPACE TO BDV-LIMITE-SEP (WS-IND-LIMITE).
004450     MOVE SPACE TO BDV-ANTERIOR-SEP (WS-IND-LIMITE).
004460     MOVE TLN-LIMITE (WS-IND-LIMITE)
004470         TO BDV-LIMITE (WS-IND-LIMITE).
004480     IF WS-IND-LIMITE > BDL-CANT-LIMITES
004490         MOVE 0 TO BDV-ANTERIOR (WS-IND-LIMITE)
004500     ELSE
004510         MOVE BDL-LIMITE (WS-IND-LIMITE)
004520             TO BDV-ANTERIOR (WS-IND-LIMITE)
004530     END-IF.
004540 3100-EXIT.
004550     EXIT.
004560
004570*    UN REGISTRO DE LOG POR LIMITE, CON EL VALOR ANTERIOR Y EL
004580*    NUEVO (O NINGUNO, SI EL LIMITE NO EXISTE EN UNA DE LAS DOS).
004590 3200-AUDITAR-LIMITE.
004600     PERFORM 2220-EDITAR-PAR THRU 2220-EXIT.
004610     MOVE SPACE TO AUD-RESULTADO.
004620     STRING "L" WS-IND-LIMITE " ANT " WS-ANTERIOR-TEXTO
004630         " NVO " WS-NUEVO-TEXTO
004640         DELIMITED BY SIZE INTO AUD-RESULTADO.
004650     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
004660 3200-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 8700-GRABAR-AUDITORIA - DEJA EL PEDIDO EN EL LOG, ATRIBUIDO AL
004710* SOLICITANTE VALIDADO.
004720******************************************************************
004730 8700-GRABAR-AUDITORIA.
004740     MOVE VOP-ID TO AUD-OPERADOR.
004750     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004760     ACCEPT AUD-HORA FROM TIME.
004770     MOVE "MANTBAND" TO AUD-PROGRAMA.
004780     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
004790 8700-EXIT.
004800     EXIT.
004810
004820 8710-COMPLETAR-AUDITORIA.
004830     MOVE SPACE TO AUD-SEPARADOR-1.
004840     MOVE SPACE TO AUD-SEPARADOR-2.
004850     MOVE SPACE TO AUD-SEPARADOR-3.
004860     MOVE SPACE TO AUD-SEPARADOR-4.
004870     MOVE SPACE TO AUD-SEPARADOR-5.
004880     MOVE 0 TO AUD-SECUENCIA.
004890     CALL "AUDITWRT" USING REG-AUDITORIA.
004900 8710-EXIT.
004910     EXIT.
004920
004930     COPY VALNUMP.
004940
004950 END PROGRAM MANTBAND.

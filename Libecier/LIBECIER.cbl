000100******************************************************************
000110* Programa de liberacion de las condiciones que retienen el cierre
000120*del dia. La puerta del cierre (PUERCIER) retiene el cierre
000130*mientras queden alertas criticas abiertas, rechazos del dia
000140*pendientes, auditoria sin barrer o cambios de parametros sin
000150*aprobar por encima de su tolerancia. Cuando lo pendiente no se
000160*puede resolver esa noche y el dia igual debe cerrarse, un
000170*supervisor autorizado libera aca la condicion para la fecha de
000180*negocio, con el motivo: queda en LIBCIERR quien, cuando, por que
000190*y cuanto habia, y en el log de auditoria. La puerta deja pasar
000200*la condicion liberada mientras no crezca, y la lista con su
000210*liberacion.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    LIBECIER.
000250 AUTHOR.        R. ALONSO.
000260 INSTALLATION.  DEPTO. DESARROLLO.
000270 DATE-WRITTEN.  15/10/2026.
000280 DATE-COMPILED.
000290******************************************************************
000300* HISTORIAL DE MODIFICACIONES
000310* FECHA       INIC.  DESCRIPCION
000320* 15/10/2026  RA     VERSION INICIAL. EXIGE UN OPERADOR
000330*                    AUTORIZADO (VALOPER, POSICION 28). SOLO SE
000340*                    LIBERA UNA CONDICION QUE HOY RETIENE EL
000350*                    CIERRE, Y NUNCA SIN MOTIVO.
000352* 15/10/2026  RA     LLAMADO DESDE EL MENU (COPY FIRMENU), TOMA
000354*                    EL OPERADOR QUE FIRMO EN MENU0 EN VEZ DE
000356*                    PEDIR LA IDENTIFICACION OTRA VEZ.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LIBERACIONES ASSIGN TO "LIBCIERR"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-LIBERACIONES-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  LIBERACIONES
000470     LABEL RECORDS ARE STANDARD.
000480 01  REG-LIBERACIONES.
000490     COPY LIBCIER.
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-LIBERACIONES-STATUS      PIC X(02) VALUE "00".
000530 01  REG-AUDITORIA.
000540     COPY AUDITLOG.
000550
000560 01  FECHA-NEGOCIO-COM.
000570     COPY FECHALNK.
000580
000590 01  PARAMETROS-VIGENTES.
000600     COPY PARLINK.
000610
000620 01  CONDICIONES-CIERRE.
000630     COPY CIERLNK.
000640
000650 01  OPERADOR-AUTORIZACION.
000660     COPY OPERLNK.
000662
000664 01  FIRMA-MENU-COM EXTERNAL.
000666     COPY FIRMENU.
000670
000680 01  WS-CONDICION-ELEGIDA        PIC X(08) VALUE SPACE.
000690 01  WS-MOTIVO                   PIC X(40) VALUE SPACE.
000700 01  WS-CONFIRMACION             PIC X(01) VALUE SPACE.
000710 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
000720 01  WS-HORA-HOY                 PIC 9(08) VALUE 0.
000730 01  WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
000740     05  WS-HHMMSS-HOY           PIC 9(06).
000750     05  FILLER                  PIC 9(02).
000760
000770 01  WS-IND-CONDICION            PIC 9(01) VALUE 0.
000780 01  WS-IND-HALLADA              PIC 9(01) VALUE 0.
000790 01  WS-CANT-RETIENEN            PIC 9(01) VALUE 0.
000800
000810 01  SW-FIN-LIBERACION           PIC X(01) VALUE "N".
000820     88  FIN-DE-LIBERACION                 VALUE "S".
000830
000840*    LAS CUATRO CONDICIONES, CON EL MISMO NOMBRE Y ORDEN QUE EN LA
000850*    HOJA DE LA PUERTA (PUERCIER).
000860 01  TABLA-NOMBRES.
000870     05  FILLER PIC X(08) VALUE "ALERTAS".
000880     05  FILLER PIC X(30) VALUE "ALERTAS CRITICAS ABIERTAS".
000890     05  FILLER PIC X(08) VALUE "RECHAZOS".
000900     05  FILLER PIC X(30) VALUE "RECHAZOS DEL DIA PENDIENTES".
000910     05  FILLER PIC X(08) VALUE "AUDOVF".
000920     05  FILLER PIC X(30) VALUE "AUDITORIA SIN BARRER".
000930     05  FILLER PIC X(08) VALUE "PARPEND".
000940     05  FILLER PIC X(30) VALUE "PARAMETROS SIN APROBAR".
000950 01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES.
000960     05  TNO-ENTRADA OCCURS 4 TIMES.
000970         10  TNO-NOMBRE          PIC X(08).
000980         10  TNO-DESCRIPCION     PIC X(30).
000990
001000 01  TABLA-CONDICIONES.
001010     05  TCO-ENTRADA OCCURS 4 TIMES.
001020         10  TCO-CANTIDAD        PIC 9(05).
001030         10  TCO-TOLERANCIA      PIC 9(03).
001040
001050 PROCEDURE DIVISION.
001060******************************************************************
001070* 0000-MAINLINE-CONTROL
001080******************************************************************
001090 0000-MAINLINE-CONTROL.
001100     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001110     IF NOT VOP-AUTORIZADO
001120         MOVE 16 TO RETURN-CODE
001130         GOBACK
001140     END-IF.
001150     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001160     IF FNC-SIN-ARCHIVO
001170         DISPLAY "SIN FECHA DE NEGOCIO, NO HAY CIERRE QUE LIBERAR"
001180         GOBACK
001190     END-IF.
001200     IF FNC-DIA-CERRADO
001210         DISPLAY "EL DIA " FNC-FECHA-NEGOCIO " YA ESTA CERRADO"
001220         GOBACK
001230     END-IF.
001240     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
001250     MOVE PAR-CIERRE-ALERTAS TO TCO-TOLERANCIA (1).
001260     MOVE PAR-CIERRE-RECHAZOS TO TCO-TOLERANCIA (2).
001270     MOVE PAR-CIERRE-DESBORDES TO TCO-TOLERANCIA (3).
001280     MOVE PAR-CIERRE-PENDIENTES TO TCO-TOLERANCIA (4).
001290     PERFORM 2000-LIBERAR-CONDICION THRU 2000-EXIT
001300         UNTIL FIN-DE-LIBERACION.
001310     GOBACK.
001320
001330******************************************************************
001340* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001350* CONTRA EL MAESTRO (VALOPER, POSICION 28: LIBERACION DE LAS
001360* CONDICIONES DEL CIERRE). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001370******************************************************************
001380 0100-EXIGIR-OPERADOR.
001384     IF FMN-FIRMA-ACTIVA
001388         MOVE FMN-OPERADOR TO VOP-ID
001392     ELSE
001396         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001400         ACCEPT VOP-ID
001404     END-IF.
001410     MOVE 28 TO VOP-POSICION.
001420     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001430     IF VOP-AUTORIZADO
001440         GO TO 0100-EXIT
001450     END-IF.
001460     DISPLAY "OPERADOR NO AUTORIZADO PARA LIBERAR EL CIERRE, "
001470         "LA CORRIDA SE RECHAZA".
001480     MOVE SPACE TO AUD-RESULTADO.
001490     STRING "FIRMA RECHAZADA ID=" VOP-ID
001500         DELIMITED BY SIZE INTO AUD-RESULTADO.
001510     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
001520 0100-EXIT.
001530     EXIT.
001540
001550******************************************************************
001560* 2000-LIBERAR-CONDICION - VUELVE A CONTAR (CUENCIER), LISTA LAS
001570* CONDICIONES Y PIDE CUAL LIBERAR, EL MOTIVO Y LA CONFIRMACION.
001580* UNA CONDICION EN BLANCO TERMINA.
001590******************************************************************
001600 2000-LIBERAR-CONDICION.
001610     PERFORM 3000-LISTAR-CONDICIONES THRU 3000-EXIT.
001620     IF WS-CANT-RETIENEN = 0
001630         DISPLAY "NADA RETIENE EL CIERRE DEL DIA"
001640         SET FIN-DE-LIBERACION TO TRUE
001650         GO TO 2000-EXIT
001660     END-IF.
001670     DISPLAY "CONDICION A LIBERAR (ALERTAS/RECHAZOS/AUDOVF/"
001680         "PARPEND, BLANCO=FIN)".
001690     ACCEPT WS-CONDICION-ELEGIDA.
001700     IF WS-CONDICION-ELEGIDA = SPACE
001710         SET FIN-DE-LIBERACION TO TRUE
001720         GO TO 2000-EXIT
001730     END-IF.
001740     MOVE 0 TO WS-IND-HALLADA.
001750     PERFORM 2100-UBICAR-CONDICION THRU 2100-EXIT
001760         VARYING WS-IND-CONDICION FROM 1 BY 1
001770         UNTIL WS-IND-CONDICION > 4.
001780     IF WS-IND-HALLADA = 0
001790         DISPLAY "CONDICION DESCONOCIDA: " WS-CONDICION-ELEGIDA
001800         GO TO 2000-EXIT
001810     END-IF.
001820     IF TCO-CANTIDAD (WS-IND-HALLADA)
001830         NOT > TCO-TOLERANCIA (WS-IND-HALLADA)
001840         DISPLAY WS-CONDICION-ELEGIDA " NO RETIENE EL CIERRE, NO "
001850             "HACE FALTA LIBERARLA"
001860         GO TO 2000-EXIT
001870     END-IF.
001880     DISPLAY "MOTIVO DE LA LIBERACION (OBLIGATORIO)".
001890     ACCEPT WS-MOTIVO.
001900     IF WS-MOTIVO = SPACE
001910         DISPLAY "SIN MOTIVO NO SE LIBERA"
001920         GO TO 2000-EXIT
001930     END-IF.
001940     DISPLAY "SE LIBERA " TNO-DESCRIPCION (WS-IND-HALLADA)
001950         " CON " TCO-CANTIDAD (WS-IND-HALLADA) " PARA EL DIA "
001960         FNC-FECHA-NEGOCIO.
001970     DISPLAY "CONFIRMA (S/N)".
001980     ACCEPT WS-CONFIRMACION.
001990     IF WS-CONFIRMACION NOT = "S"
002000         DISPLAY "LA CONDICION SIGUE RETENIENDO EL CIERRE"
002010         GO TO 2000-EXIT
002020     END-IF.
002030     PERFORM 5000-GRABAR-LIBERACION THRU 5000-EXIT.
002040 2000-EXIT.
002050     EXIT.
002060
002070 2100-UBICAR-CONDICION.
002080     IF TNO-NOMBRE (WS-IND-CONDICION) = WS-CONDICION-ELEGIDA
002090         MOVE WS-IND-CONDICION TO WS-IND-HALLADA
002100     END-IF.
002110 2100-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 3000-LISTAR-CONDICIONES - CUENTA DE NUEVO Y LISTA CADA CONDICION
002160* CON SU TOLERANCIA Y SI HOY RETIENE EL CIERRE.
002170******************************************************************
002180 3000-LISTAR-CONDICIONES.
002190     MOVE FNC-FECHA-NEGOCIO TO CCL-FECHA-NEGOCIO.
002200     CALL "CUENCIER" USING CONDICIONES-CIERRE.
002210     MOVE CCL-CANT-ALERTAS TO TCO-CANTIDAD (1).
002220     MOVE CCL-CANT-RECHAZOS TO TCO-CANTIDAD (2).
002230     MOVE CCL-CANT-DESBORDES TO TCO-CANTIDAD (3).
002240     MOVE CCL-CANT-PENDIENTES TO TCO-CANTIDAD (4).
002250     MOVE 0 TO WS-CANT-RETIENEN.
002260     DISPLAY "===== CONDICIONES DEL CIERRE DEL DIA "
002270         FNC-FECHA-NEGOCIO " =====".
002280     DISPLAY "NOMBRE   CONDICION                      "
002290         "CANT.  TOLERA".
002300     PERFORM 3100-LISTAR-UNA THRU 3100-EXIT
002310         VARYING WS-IND-CONDICION FROM 1 BY 1
002320         UNTIL WS-IND-CONDICION > 4.
002330 3000-EXIT.
002340     EXIT.
002350
002360 3100-LISTAR-UNA.
002370     IF TCO-CANTIDAD (WS-IND-CONDICION)
002380         > TCO-TOLERANCIA (WS-IND-CONDICION)
002390         ADD 1 TO WS-CANT-RETIENEN
002400         DISPLAY TNO-NOMBRE (WS-IND-CONDICION) " "
002410             TNO-DESCRIPCION (WS-IND-CONDICION) " "
002420             TCO-CANTIDAD (WS-IND-CONDICION) "   "
002430             TCO-TOLERANCIA (WS-IND-CONDICION) " RETIENE"
002440     ELSE
002450         DISPLAY TNO-NOMBRE (WS-IND-CONDICION) " "
002460             TNO-DESCRIPCION (WS-IND-CONDICION) " "
002470             TCO-CANTIDAD (WS-IND-CONDICION) "   "
002480             TCO-TOLERANCIA (WS-IND-CONDICION)
002490     END-IF.
002500 3100-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540* 5000-GRABAR-LIBERACION - AGREGA LA LIBERACION A LIBCIERR CON LA
002550* CANTIDAD QUE EL SUPERVISOR VIO, Y LA DEJA EN EL LOG.
002560******************************************************************
002570 5000-GRABAR-LIBERACION.
002580     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002590     ACCEPT WS-HORA-HOY FROM TIME.
002600     MOVE SPACE TO REG-LIBERACIONES.
002610     MOVE FNC-FECHA-NEGOCIO TO LCI-FECHA-NEGOCIO.
002620     MOVE TNO-NOMBRE (WS-IND-HALLADA) TO LCI-CONDICION.
002630     MOVE VOP-ID TO LCI-OPERADOR.
002640     MOVE WS-FECHA-HOY TO LCI-FECHA.
002650     MOVE WS-HHMMSS-HOY TO LCI-HORA.
002660     MOVE TCO-CANTIDAD (WS-IND-HALLADA) TO LCI-CANTIDAD.
002670     MOVE WS-MOTIVO TO LCI-MOTIVO.
002680     OPEN EXTEND LIBERACIONES.
002690     IF WS-LIBERACIONES-STATUS = "35"
002700         OPEN OUTPUT LIBERACIONES
002710     END-IF.
002720     IF WS-LIBERACIONES-STATUS NOT = "00"
002730         DISPLAY "NO SE PUDO GRABAR LA LIBERACION, FILE STATUS "
002740             WS-LIBERACIONES-STATUS
002750         GO TO 5000-EXIT
002760     END-IF.
002770     WRITE REG-LIBERACIONES.
002780     CLOSE LIBERACIONES.
002790     MOVE SPACE TO AUD-RESULTADO.
002800     STRING "LIBERA CIERRE " LCI-CONDICION " " LCI-CANTIDAD
002810         DELIMITED BY SIZE INTO AUD-RESULTADO.
002820     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002830     DISPLAY WS-CONDICION-ELEGIDA " LIBERADA PARA EL DIA "
002840         FNC-FECHA-NEGOCIO "; VUELVA A SOMETER EL CIERRE".
002850 5000-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 8700-GRABAR-AUDITORIA - DEJA EN EL LOG LA LIBERACION (O LA FIRMA
002900* RECHAZADA), CON EL DETALLE YA ARMADO EN AUD-RESULTADO.
002910******************************************************************
002920 8700-GRABAR-AUDITORIA.
002930     MOVE VOP-ID TO AUD-OPERADOR.
002940     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002950     ACCEPT AUD-HORA FROM TIME.
002960     MOVE "LIBECIER" TO AUD-PROGRAMA.
002970     MOVE SPACE TO AUD-SEPARADOR-1.
002980     MOVE SPACE TO AUD-SEPARADOR-2.
002990     MOVE SPACE TO AUD-SEPARADOR-3.
003000     MOVE SPACE TO AUD-SEPARADOR-4.
003010     MOVE SPACE TO AUD-SEPARADOR-5.
003020     MOVE 0 TO AUD-SECUENCIA.
003030     CALL "AUDITWRT" USING REG-AUDITORIA.
003040 8700-EXIT.
003050     EXIT.
003060
003070 END PROGRAM LIBECIER.

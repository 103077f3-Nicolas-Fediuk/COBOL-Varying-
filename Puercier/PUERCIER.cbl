000100******************************************************************
000110* Puerta del cierre del dia. Corre en el job EJERDIA justo antes
000120*del cierre (CIERRDIA) y revisa lo que no deberia quedar abierto
000130*al cerrar la fecha de negocio: alertas criticas sin reconocer en
000140*ALERTAS, rechazos del dia pendientes en RECHAZOS, auditoria sin
000150*barrer en los desbordes AUDOVF* y cambios de parametros sin
000160*aprobar en PARPEND (las cuentas las hace CUENCIER). Cada
000170*condicion tiene su tolerancia parametrizada (CIEALERT, CIERECHA,
000180*CIEAUDOV, CIEPARPE; cero = cualquiera retiene). Lista en una hoja
000190*todo lo que retiene el cierre y termina con RETURN-CODE 8, con
000200*lo que el job no cierra el dia. Una condicion que un supervisor
000210*libero para la fecha (LIBECIER, archivo LIBCIERR) no retiene
000220*mientras no crezca por encima de la cantidad que el supervisor
000230*vio, y la hoja dice quien la libero y por que.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    PUERCIER.
000270 AUTHOR.        R. ALONSO.
000280 INSTALLATION.  DEPTO. DESARROLLO.
000290 DATE-WRITTEN.  15/10/2026.
000300 DATE-COMPILED.
000310******************************************************************
000320* HISTORIAL DE MODIFICACIONES
000330* FECHA       INIC.  DESCRIPCION
000340* 15/10/2026  RA     VERSION INICIAL. RETURN-CODE 0 SI NADA
000350*                    RETIENE, 4 SI EL CIERRE SIGUE SOLO POR
000360*                    LIBERACIONES DEL SUPERVISOR, 8 SI ALGO LO
000370*                    RETIENE. SIN FECHA DE NEGOCIO O CON EL DIA YA
000380*                    CERRADO NO HAY NADA QUE REVISAR (RETORNO 0).
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LIBERACIONES ASSIGN TO "LIBCIERR"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LIBERACIONES-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  LIBERACIONES
000500     LABEL RECORDS ARE STANDARD.
000510 01  REG-LIBERACIONES.
000520     COPY LIBCIER.
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-LIBERACIONES-STATUS      PIC X(02) VALUE "00".
000560
000570 01  FECHA-NEGOCIO-COM.
000580     COPY FECHALNK.
000590
000600 01  PARAMETROS-VIGENTES.
000610     COPY PARLINK.
000620
000630 01  CONDICIONES-CIERRE.
000640     COPY CIERLNK.
000650
000660 01  WS-IND-CONDICION            PIC 9(01) VALUE 0.
000670 01  WS-IND-HALLADA              PIC 9(01) VALUE 0.
000680 01  WS-IND-DESBORDE             PIC 9(02) VALUE 0.
000690 01  WS-CANT-RETIENEN            PIC 9(01) VALUE 0.
000700 01  WS-CANT-LIBERADAS           PIC 9(01) VALUE 0.
000710
000720 01  SW-FIN-LIBERACIONES         PIC X(01) VALUE "N".
000730     88  FIN-DE-LIBERACIONES               VALUE "S".
000740
000750*    LAS CUATRO CONDICIONES QUE PUEDEN RETENER EL CIERRE, EN EL
000760*    ORDEN DE LA HOJA: NOMBRE (EL DE LIBCIERR) Y DESCRIPCION.
000770 01  TABLA-NOMBRES.
000780     05  FILLER PIC X(08) VALUE "ALERTAS".
000790     05  FILLER PIC X(30) VALUE "ALERTAS CRITICAS ABIERTAS".
000800     05  FILLER PIC X(08) VALUE "RECHAZOS".
000810     05  FILLER PIC X(30) VALUE "RECHAZOS DEL DIA PENDIENTES".
000820     05  FILLER PIC X(08) VALUE "AUDOVF".
000830     05  FILLER PIC X(30) VALUE "AUDITORIA SIN BARRER".
000840     05  FILLER PIC X(08) VALUE "PARPEND".
000850     05  FILLER PIC X(30) VALUE "PARAMETROS SIN APROBAR".
000860 01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES.
000870     05  TNO-ENTRADA OCCURS 4 TIMES.
000880         10  TNO-NOMBRE          PIC X(08).
000890         10  TNO-DESCRIPCION     PIC X(30).
000900
000910*    CUENTA Y TOLERANCIA DE CADA CONDICION Y LA ULTIMA LIBERACION
000920*    DEL SUPERVISOR PARA LA FECHA (CANTIDAD VISTA, QUIEN, CUANDO Y
000930*    POR QUE).
000940 01  TABLA-CONDICIONES.
000950     05  TCO-ENTRADA OCCURS 4 TIMES.
000960         10  TCO-CANTIDAD        PIC 9(05).
000970         10  TCO-TOLERANCIA      PIC 9(03).
000980         10  TCO-LIBERADA        PIC X(01).
000990         10  TCO-LIB-CANTIDAD    PIC 9(05).
001000         10  TCO-LIB-OPERADOR    PIC X(08).
001010         10  TCO-LIB-FECHA       PIC 9(08).
001020         10  TCO-LIB-HORA        PIC 9(06).
001030         10  TCO-LIB-MOTIVO      PIC X(40).
001040
001050 PROCEDURE DIVISION.
001060******************************************************************
001070* 0000-MAINLINE-CONTROL
001080******************************************************************
001090 0000-MAINLINE-CONTROL.
001100     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001110     IF FNC-SIN-ARCHIVO
001120         DISPLAY "PUERCIER: SIN FECHA DE NEGOCIO, NO HAY DIA QUE "
001130             "CERRAR"
001140         GOBACK
001150     END-IF.
001160     IF FNC-DIA-CERRADO
001170         DISPLAY "PUERCIER: EL DIA " FNC-FECHA-NEGOCIO
001180             " YA ESTA CERRADO"
001190         GOBACK
001200     END-IF.
001210     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
001220     MOVE FNC-FECHA-NEGOCIO TO CCL-FECHA-NEGOCIO.
001230     CALL "CUENCIER" USING CONDICIONES-CIERRE.
001240     PERFORM 1000-ARMAR-CONDICIONES THRU 1000-EXIT.
001250     PERFORM 2000-CARGAR-LIBERACIONES THRU 2000-EXIT.
001260     DISPLAY "===== PUERTA DEL CIERRE DEL DIA "
001270         FNC-FECHA-NEGOCIO " =====".
001280     DISPLAY "CONDICION                      CANT.  TOLERA "
001290         "RESULTADO".
001300     PERFORM 3000-REVISAR-CONDICION THRU 3000-EXIT
001310         VARYING WS-IND-CONDICION FROM 1 BY 1
001320         UNTIL WS-IND-CONDICION > 4.
001330     PERFORM 4000-CONCLUIR THRU 4000-EXIT.
001340     GOBACK.
001350
001360******************************************************************
001370* 1000-ARMAR-CONDICIONES - PASA A LA TABLA LAS CUENTAS DE CUENCIER
001380* Y LAS TOLERANCIAS VIGENTES, TODAVIA SIN LIBERACIONES.
001390******************************************************************
001400 1000-ARMAR-CONDICIONES.
001410     MOVE CCL-CANT-ALERTAS TO TCO-CANTIDAD (1).
001420     MOVE PAR-CIERRE-ALERTAS TO TCO-TOLERANCIA (1).
001430     MOVE CCL-CANT-RECHAZOS TO TCO-CANTIDAD (2).
001440     MOVE PAR-CIERRE-RECHAZOS TO TCO-TOLERANCIA (2).
001450     MOVE CCL-CANT-DESBORDES TO TCO-CANTIDAD (3).
001460     MOVE PAR-CIERRE-DESBORDES TO TCO-TOLERANCIA (3).
001470     MOVE CCL-CANT-PENDIENTES TO TCO-CANTIDAD (4).
001480     MOVE PAR-CIERRE-PENDIENTES TO TCO-TOLERANCIA (4).
001490     PERFORM 1100-LIMPIAR-LIBERACION THRU 1100-EXIT
001500         VARYING WS-IND-CONDICION FROM 1 BY 1
001510         UNTIL WS-IND-CONDICION > 4.
001520 1000-EXIT.
001530     EXIT.
001540
001550 1100-LIMPIAR-LIBERACION.
001560     MOVE "N" TO TCO-LIBERADA (WS-IND-CONDICION).
001570     MOVE 0 TO TCO-LIB-CANTIDAD (WS-IND-CONDICION).
001580     MOVE SPACE TO TCO-LIB-OPERADOR (WS-IND-CONDICION).
001590     MOVE 0 TO TCO-LIB-FECHA (WS-IND-CONDICION).
001600     MOVE 0 TO TCO-LIB-HORA (WS-IND-CONDICION).
001610     MOVE SPACE TO TCO-LIB-MOTIVO (WS-IND-CONDICION).
001620 1100-EXIT.
001630     EXIT.
001640
001650******************************************************************
001660* 2000-CARGAR-LIBERACIONES - DE LIBCIERR SOLO CUENTAN LAS DE LA
001670* FECHA A CERRAR; SI UNA CONDICION SE LIBERO VARIAS VECES VALE LA
001680* ULTIMA. SIN ARCHIVO NO HAY NINGUNA.
001690******************************************************************
001700 2000-CARGAR-LIBERACIONES.
001710     OPEN INPUT LIBERACIONES.
001720     IF WS-LIBERACIONES-STATUS NOT = "00"
001730         GO TO 2000-EXIT
001740     END-IF.
001750     PERFORM 2100-LEER-LIBERACION THRU 2100-EXIT
001760         UNTIL FIN-DE-LIBERACIONES.
001770     CLOSE LIBERACIONES.
001780 2000-EXIT.
001790     EXIT.
001800
001810 2100-LEER-LIBERACION.
001820     READ LIBERACIONES
001830         AT END
001840             SET FIN-DE-LIBERACIONES TO TRUE
001850             GO TO 2100-EXIT
001860     END-READ.
001870     IF LCI-FECHA-NEGOCIO NOT = FNC-FECHA-NEGOCIO
001880         GO TO 2100-EXIT
001890     END-IF.
001900     MOVE 0 TO WS-IND-HALLADA.
001910     PERFORM 2110-UBICAR-CONDICION THRU 2110-EXIT
001920         VARYING WS-IND-CONDICION FROM 1 BY 1
001930         UNTIL WS-IND-CONDICION > 4.
001940     IF WS-IND-HALLADA = 0
001950         GO TO 2100-EXIT
001960     END-IF.
001970     MOVE "S" TO TCO-LIBERADA (WS-IND-HALLADA).
001980     MOVE LCI-CANTIDAD TO TCO-LIB-CANTIDAD (WS-IND-HALLADA).
001990     MOVE LCI-OPERADOR TO TCO-LIB-OPERADOR (WS-IND-HALLADA).
002000     MOVE LCI-FECHA TO TCO-LIB-FECHA (WS-IND-HALLADA).
002010     MOVE LCI-HORA TO TCO-LIB-HORA (WS-IND-HALLADA).
002020     MOVE LCI-MOTIVO TO TCO-LIB-MOTIVO (WS-IND-HALLADA).
002030 2100-EXIT.
002040     EXIT.
002050
002060 2110-UBICAR-CONDICION.
002070     IF TNO-NOMBRE (WS-IND-CONDICION) = LCI-CONDICION
002080         MOVE WS-IND-CONDICION TO WS-IND-HALLADA
002090     END-IF.
002100 2110-EXIT.
002110     EXIT.
002120
002130******************************************************************
002140* 3000-REVISAR-CONDICION - DENTRO DE LA TOLERANCIA NO RETIENE;
002150* POR ENCIMA, UNA LIBERACION DE LA FECHA LA CUBRE SI LA CUENTA NO
002160* CRECIO DESDE QUE EL SUPERVISOR LA VIO. LA AUDITORIA SIN BARRER
002170* LISTA ADEMAS CADA DESBORDE CON REGISTROS.
002180******************************************************************
002190 3000-REVISAR-CONDICION.
002200     IF TCO-CANTIDAD (WS-IND-CONDICION)
002210         NOT > TCO-TOLERANCIA (WS-IND-CONDICION)
002220         DISPLAY TNO-DESCRIPCION (WS-IND-CONDICION) " "
002230             TCO-CANTIDAD (WS-IND-CONDICION) "   "
002240             TCO-TOLERANCIA (WS-IND-CONDICION) " EN ORDEN"
002250         GO TO 3000-EXIT
002260     END-IF.
002270     IF TCO-LIBERADA (WS-IND-CONDICION) = "S"
002280         AND TCO-CANTIDAD (WS-IND-CONDICION)
002290             NOT > TCO-LIB-CANTIDAD (WS-IND-CONDICION)
002300         ADD 1 TO WS-CANT-LIBERADAS
002310         DISPLAY TNO-DESCRIPCION (WS-IND-CONDICION) " "
002320             TCO-CANTIDAD (WS-IND-CONDICION) "   "
002330             TCO-TOLERANCIA (WS-IND-CONDICION) " LIBERADA POR "
002340             TCO-LIB-OPERADOR (WS-IND-CONDICION)
002350         DISPLAY "     EL " TCO-LIB-FECHA (WS-IND-CONDICION)
002360             " A LAS " TCO-LIB-HORA (WS-IND-CONDICION) ": "
002370             TCO-LIB-MOTIVO (WS-IND-CONDICION)
002380     ELSE
002390         ADD 1 TO WS-CANT-RETIENEN
002400         DISPLAY TNO-DESCRIPCION (WS-IND-CONDICION) " "
002410             TCO-CANTIDAD (WS-IND-CONDICION) "   "
002420             TCO-TOLERANCIA (WS-IND-CONDICION)
002430             " RETIENE EL CIERRE"
002440         IF TCO-LIBERADA (WS-IND-CONDICION) = "S"
002450             DISPLAY "     LIBERADA POR "
002460                 TCO-LIB-OPERADOR (WS-IND-CONDICION) " CON "
002470                 TCO-LIB-CANTIDAD (WS-IND-CONDICION)
002480                 ", DESPUES CRECIO"
002490         END-IF
002500     END-IF.
002510     IF WS-IND-CONDICION = 3
002520         PERFORM 3100-LISTAR-DESBORDE THRU 3100-EXIT
002530             VARYING WS-IND-DESBORDE FROM 1 BY 1
002540             UNTIL WS-IND-DESBORDE > 9
002550     END-IF.
002560 3000-EXIT.
002570     EXIT.
002580
002590 3100-LISTAR-DESBORDE.
002600     IF CCL-CANT-DESBORDE (WS-IND-DESBORDE) > 0
002610         DISPLAY "     " CCL-NOMBRE-DESBORDE (WS-IND-DESBORDE) " "
002620             CCL-CANT-DESBORDE (WS-IND-DESBORDE)
002630             " REGISTRO(S), BARRER CON BARREAUD"
002640     END-IF.
002650 3100-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 4000-CONCLUIR - DICE SI EL CIERRE SIGUE O QUEDA RETENIDO Y DEJA
002700* EL RETURN-CODE QUE CONDICIONA AL PASO DEL CIERRE.
002710******************************************************************
002720 4000-CONCLUIR.
002730     IF WS-CANT-RETIENEN > 0
002740         DISPLAY "EL CIERRE DEL DIA QUEDA RETENIDO POR "
002750             WS-CANT-RETIENEN " CONDICION(ES): RESOLVERLAS O "
002760             "LIBERARLAS (LIBECIER) Y VOLVER A SOMETER EL CIERRE"
002770         MOVE 8 TO RETURN-CODE
002780         GO TO 4000-EXIT
002790     END-IF.
002800     IF WS-CANT-LIBERADAS > 0
002810         DISPLAY "EL CIERRE SIGUE CON " WS-CANT-LIBERADAS
002820             " CONDICION(ES) LIBERADA(S) POR SUPERVISOR"
002830         MOVE 4 TO RETURN-CODE
002840         GO TO 4000-EXIT
002850     END-IF.
002860     DISPLAY "NADA RETIENE EL CIERRE DEL DIA".
002870 4000-EXIT.
002880     EXIT.
002890
002900 END PROGRAM PUERCIER.

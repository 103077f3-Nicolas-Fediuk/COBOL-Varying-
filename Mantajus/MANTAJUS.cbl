000100******************************************************************
000110* Programa de pedido de ajustes posteriores al cierre. Hasta
000120*ahora la unica forma de corregir un dia ya cerrado era
000130*REABRDIA, que vuelve FECHANEG atras y obliga a repetir toda la
000140*noche para arreglar una sola cifra. Con este programa un
000150*operador autorizado pide un ajuste contra un dia cerrado: la
000160*fecha del dia que corrige, el programa, las diferencias con
000170*signo de positivos, negativos y ceros y el motivo. El ajuste
000180*queda pendiente en el diario AJUSTES (via GRABAJUS) hasta que
000190*un segundo operador lo aprueba con APRAJUS, en el mismo estilo
000200*de control dual de MANTPARM y APRPARM. Las cifras originales
000210*del dia no se tocan.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    MANTAJUS.
000250 AUTHOR.        R. ALONSO.
000260 INSTALLATION.  DEPTO. DESARROLLO.
000270 DATE-WRITTEN.  15/10/2026.
000280 DATE-COMPILED.
000290******************************************************************
000300* HISTORIAL DE MODIFICACIONES
000310* FECHA       INIC.  DESCRIPCION
000320* 15/10/2026  RA     VERSION INICIAL. EXIGE UN OPERADOR VALIDADO
000330*                    CONTRA OPERMST (VALOPER, POSICION 19). SOLO
000340*                    SE ACEPTA UNA FECHA QUE YA FIGURA CERRADA EN
000350*                    FECHANEG; LAS DIFERENCIAS SE INGRESAN CON LA
000360*                    VALIDACION COMPARTIDA DE VALNUM Y DEBEN SER
000370*                    ENTERAS. CADA PEDIDO QUEDA EN EL LOG.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400
000410 DATA DIVISION.
000420
000430 WORKING-STORAGE SECTION.
000440 01  REG-AUDITORIA.
000450     COPY AUDITLOG.
000460     COPY VALNUM.
000470
000480 01  NUM                         PIC S9(05)V99 VALUE 0.
000490 01  WS-ENTERO                   PIC S9(05) VALUE 0.
000500 01  WS-ENTRADA-FECHA            PIC X(08) VALUE SPACE.
000510 01  WS-FECHA-EFECTO             PIC 9(08) VALUE 0.
000520 01  WS-ENTRADA-PROGRAMA         PIC X(01) VALUE SPACE.
000530 01  WS-IND-PROGRAMA REDEFINES WS-ENTRADA-PROGRAMA
000540                                 PIC 9(01).
000550 01  WS-DIF-POSITIVOS            PIC S9(05) VALUE 0.
000560 01  WS-DIF-NEGATIVOS            PIC S9(05) VALUE 0.
000570 01  WS-DIF-CEROS                PIC S9(05) VALUE 0.
000580 01  WS-DIF-EDITADA              PIC +9(05).
000590 01  WS-MOTIVO                   PIC X(30) VALUE SPACE.
000600 01  WS-CONFIRMA                 PIC X(01) VALUE SPACE.
000610
000620 01  SW-FIN-PEDIDOS              PIC X(01) VALUE "N".
000630     88  FIN-DE-PEDIDOS                    VALUE "S".
000640 01  SW-DIFERENCIA-VALIDA        PIC X(01) VALUE "S".
000650     88  DIFERENCIA-VALIDA                 VALUE "S".
000660
000670 01  PARAMETROS-VIGENTES.
000680     COPY PARLINK.
000690
000700 01  FECHA-NEGOCIO-COM.
000710     COPY FECHALNK.
000720
000730 01  OPERADOR-AUTORIZACION.
000740     COPY OPERLNK.
000750
000760 01  REG-AJUSTE-COM.
000770     COPY AJUSTE.
000780
000790 PROCEDURE DIVISION.
000800******************************************************************
000810* 0000-MAINLINE-CONTROL
000820******************************************************************
000830 0000-MAINLINE-CONTROL.
000840     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
000850     IF NOT VOP-AUTORIZADO
000860         MOVE 16 TO RETURN-CODE
000870         GOBACK
000880     END-IF.
000890     MOVE "MANTAJUS" TO RCH-PROGRAMA.
000900     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
000910     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
000920     DISPLAY "===== AJUSTES POSTERIORES AL CIERRE =====".
000930     DISPLAY "ULTIMO DIA CERRADO: " FNC-ULTIMA-CERRADA.
000940     PERFORM 2000-PEDIR-AJUSTE THRU 2000-EXIT
000950         UNTIL FIN-DE-PEDIDOS.
000960     GOBACK.
000970
000980******************************************************************
000990* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001000* CONTRA EL MAESTRO (VALOPER, POSICION 19: PEDIDO DE AJUSTES).
001010* UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001020******************************************************************
001030 0100-EXIGIR-OPERADOR.
001040     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001050     ACCEPT VOP-ID.
001060     MOVE 19 TO VOP-POSICION.
001070     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001080     IF VOP-AUTORIZADO
001090         GO TO 0100-EXIT
001100     END-IF.
001110     DISPLAY "OPERADOR NO AUTORIZADO PARA PEDIR AJUSTES, "
001120         "LA CORRIDA SE RECHAZA".
001130     MOVE VOP-ID TO AUD-OPERADOR.
001140     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001150     ACCEPT AUD-HORA FROM TIME.
001160     MOVE "MANTAJUS" TO AUD-PROGRAMA.
001170     MOVE SPACE TO AUD-RESULTADO.
001180     STRING "FIRMA RECHAZADA ID=" VOP-ID
001190         DELIMITED BY SIZE INTO AUD-RESULTADO.
001200     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
001210 0100-EXIT.
001220     EXIT.
001230
001240******************************************************************
001250* 2000-PEDIR-AJUSTE - PIDE LA FECHA DEL DIA CERRADO, EL PROGRAMA,
001260* LAS TRES DIFERENCIAS Y EL MOTIVO, MUESTRA EL AJUSTE ARMADO Y
001270* LO GRABA PENDIENTE SI EL OPERADOR CONFIRMA. UNA FECHA EN
001280* BLANCO TERMINA.
001290******************************************************************
001300 2000-PEDIR-AJUSTE.
001310     DISPLAY "FECHA DEL DIA CERRADO A AJUSTAR (AAAAMMDD, "
001320         "BLANCO=FIN)".
001330     ACCEPT WS-ENTRADA-FECHA.
001340     IF WS-ENTRADA-FECHA = SPACE
001350         SET FIN-DE-PEDIDOS TO TRUE
001360         GO TO 2000-EXIT
001370     END-IF.
001380     IF WS-ENTRADA-FECHA NOT NUMERIC
001390         DISPLAY "FECHA INVALIDA, DEBE SER NUMERICA (AAAAMMDD)"
001400         GO TO 2000-EXIT
001410     END-IF.
001420     MOVE WS-ENTRADA-FECHA TO WS-FECHA-EFECTO.
001430     IF WS-FECHA-EFECTO = 0
001440         OR WS-FECHA-EFECTO > FNC-ULTIMA-CERRADA
001450         DISPLAY "SOLO SE AJUSTA UN DIA YA CERRADO (EL ULTIMO "
001460             "CERRADO ES EL " FNC-ULTIMA-CERRADA ")"
001470         GO TO 2000-EXIT
001480     END-IF.
001490     DISPLAY "PROGRAMA (1 A 5 = EJERCICIO1 A EJERCICIO5)".
001500     ACCEPT WS-ENTRADA-PROGRAMA.
001510     IF WS-ENTRADA-PROGRAMA NOT NUMERIC
001520         OR WS-IND-PROGRAMA < 1 OR WS-IND-PROGRAMA > 5
001530         DISPLAY "PROGRAMA INVALIDO, EL AJUSTE NO SE GRABA"
001540         GO TO 2000-EXIT
001550     END-IF.
001560     DISPLAY "DIFERENCIA DE POSITIVOS (CON SIGNO)".
001570     PERFORM 2100-ACEPTAR-DIFERENCIA THRU 2100-EXIT.
001580     IF NOT DIFERENCIA-VALIDA
001590         GO TO 2000-EXIT
001600     END-IF.
001610     MOVE WS-ENTERO TO WS-DIF-POSITIVOS.
001620     DISPLAY "DIFERENCIA DE NEGATIVOS (CON SIGNO)".
001630     PERFORM 2100-ACEPTAR-DIFERENCIA THRU 2100-EXIT.
001640     IF NOT DIFERENCIA-VALIDA
001650         GO TO 2000-EXIT
001660     END-IF.
001670     MOVE WS-ENTERO TO WS-DIF-NEGATIVOS.
001680     DISPLAY "DIFERENCIA DE CEROS (CON SIGNO)".
001690     PERFORM 2100-ACEPTAR-DIFERENCIA THRU 2100-EXIT.
001700     IF NOT DIFERENCIA-VALIDA
001710         GO TO 2000-EXIT
001720     END-IF.
001730     MOVE WS-ENTERO TO WS-DIF-CEROS.
001740     IF WS-DIF-POSITIVOS = 0 AND WS-DIF-NEGATIVOS = 0
001750         AND WS-DIF-CEROS = 0
001760         DISPLAY "EL AJUSTE NO TIENE DIFERENCIAS, NO SE GRABA"
001770         GO TO 2000-EXIT
001780     END-IF.
001790     DISPLAY "MOTIVO DEL AJUSTE (OBLIGATORIO)".
001800     ACCEPT WS-MOTIVO.
001810     IF WS-MOTIVO = SPACE
001820         DISPLAY "SIN MOTIVO, EL AJUSTE NO SE GRABA"
001830         GO TO 2000-EXIT
001840     END-IF.
001850     PERFORM 2200-MOSTRAR-AJUSTE THRU 2200-EXIT.
001860     DISPLAY "CONFIRMA EL PEDIDO (S/N)".
001870     ACCEPT WS-CONFIRMA.
001880     IF WS-CONFIRMA NOT = "S"
001890         DISPLAY "PEDIDO CANCELADO, NADA SE GRABA"
001900         GO TO 2000-EXIT
001910     END-IF.
001920     PERFORM 3000-GRABAR-AJUSTE THRU 3000-EXIT.
001930 2000-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970* 2100-ACEPTAR-DIFERENCIA - TOMA UNA DIFERENCIA CON LA VALIDACION
001980* COMPARTIDA Y EXIGE QUE SEA ENTERA: LOS CONTADORES DEL MES NO
001990* TIENEN DECIMALES. UNA ENTRADA AGOTADA TERMINA EL PROGRAMA.
002000******************************************************************
002010 2100-ACEPTAR-DIFERENCIA.
002020     MOVE "S" TO SW-DIFERENCIA-VALIDA.
002030     PERFORM ACEPTAR-NUM-VALIDO THRU ACEPTAR-NUM-VALIDO-EXIT.
002040     IF ENTRADA-AGOTADA
002050         MOVE "N" TO SW-DIFERENCIA-VALIDA
002060         SET FIN-DE-PEDIDOS TO TRUE
002070         GO TO 2100-EXIT
002080     END-IF.
002090     MOVE NUM TO WS-ENTERO.
002100     IF WS-ENTERO NOT = NUM
002110         DISPLAY "LA DIFERENCIA DEBE SER ENTERA, EL AJUSTE NO "
002120             "SE GRABA"
002130         MOVE "N" TO SW-DIFERENCIA-VALIDA
002140     END-IF.
002150 2100-EXIT.
002160     EXIT.
002170
002180 2200-MOSTRAR-AJUSTE.
002190     DISPLAY "AJUSTE PEDIDO:".
002200     DISPLAY "  DIA CERRADO: " WS-FECHA-EFECTO
002210         "  PROGRAMA: EJERCICIO" WS-IND-PROGRAMA.
002220     MOVE WS-DIF-POSITIVOS TO WS-DIF-EDITADA.
002230     DISPLAY "  POSITIVOS: " WS-DIF-EDITADA.
002240     MOVE WS-DIF-NEGATIVOS TO WS-DIF-EDITADA.
002250     DISPLAY "  NEGATIVOS: " WS-DIF-EDITADA.
002260     MOVE WS-DIF-CEROS TO WS-DIF-EDITADA.
002270     DISPLAY "  CEROS:     " WS-DIF-EDITADA.
002280     DISPLAY "  MOTIVO: " WS-MOTIVO.
002290 2200-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 3000-GRABAR-AJUSTE - DEJA EL AJUSTE PENDIENTE EN EL DIARIO (EL
002340* NUMERO LO ASIGNA GRABAJUS) Y EL PEDIDO EN EL LOG.
002350******************************************************************
002360 3000-GRABAR-AJUSTE.
002370     MOVE SPACE TO REG-AJUSTE-COM.
002380     MOVE WS-FECHA-EFECTO TO AJU-FECHA-EFECTO.
002390     MOVE SPACE TO AJU-PROGRAMA.
002400     STRING "EJERCICIO" WS-IND-PROGRAMA
002410         DELIMITED BY SIZE INTO AJU-PROGRAMA.
002420     MOVE WS-DIF-POSITIVOS TO AJU-POSITIVOS.
002430     MOVE WS-DIF-NEGATIVOS TO AJU-NEGATIVOS.
002440     MOVE WS-DIF-CEROS TO AJU-CEROS.
002450     MOVE "M" TO AJU-ORIGEN.
002460     MOVE WS-MOTIVO TO AJU-MOTIVO.
002470     MOVE VOP-ID TO AJU-SOLICITANTE.
002480     CALL "GRABAJUS" USING REG-AJUSTE-COM.
002490     IF AJU-NUMERO = 0
002500         DISPLAY "EL AJUSTE NO SE PUDO GRABAR EN EL DIARIO"
002510         GO TO 3000-EXIT
002520     END-IF.
002530     MOVE SPACE TO AUD-RESULTADO.
002540     STRING "PIDE AJUSTE " AJU-NUMERO " " WS-FECHA-EFECTO
002550         " E" WS-IND-PROGRAMA
002560         DELIMITED BY SIZE INTO AUD-RESULTADO.
002570     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002580     DISPLAY "AJUSTE " AJU-NUMERO " GRABADO, PENDIENTE DE "
002590         "APROBACION (APRAJUS)".
002600 3000-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640* 8700-GRABAR-AUDITORIA - DEJA EL PEDIDO EN EL LOG, ATRIBUIDO AL
002650* SOLICITANTE VALIDADO.
002660******************************************************************
002670 8700-GRABAR-AUDITORIA.
002680     MOVE VOP-ID TO AUD-OPERADOR.
002690     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002700     ACCEPT AUD-HORA FROM TIME.
002710     MOVE "MANTAJUS" TO AUD-PROGRAMA.
002720     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
002730 8700-EXIT.
002740     EXIT.
002750
002760 8710-COMPLETAR-AUDITORIA.
002770     MOVE SPACE TO AUD-SEPARADOR-1.
002780     MOVE SPACE TO AUD-SEPARADOR-2.
002790     MOVE SPACE TO AUD-SEPARADOR-3.
002800     MOVE SPACE TO AUD-SEPARADOR-4.
002810     MOVE SPACE TO AUD-SEPARADOR-5.
002820     MOVE 0 TO AUD-SECUENCIA.
002830     CALL "AUDITWRT" USING REG-AUDITORIA.
002840 8710-EXIT.
002850     EXIT.
002860
002870     COPY VALNUMP.
002880
002890 END PROGRAM MANTAJUS.

000100******************************************************************
000110* Reporte diario de la doble carga a ciegas. El operador indica
000120*la fecha (en blanco o cero = la fecha de negocio) y el programa
000130*lee el registro de verificacion VERICARG (COPY VERICAR) y lista,
000140*por cada operador que cargo listas ese dia, cuantas cargo,
000150*cuantas quedaron verificadas por otro operador, cuantas
000160*posiciones se compararon y en cuantas no coincidieron las dos
000170*cargas, con el porcentaje de diferencias. Debajo, cuantas listas
000180*verifico cada verificador. Las listas sin verificar no se
000190*contaron en su programa y se muestran aparte.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    INFVERIF.
000230 AUTHOR.        R. ALONSO.
000240 INSTALLATION.  DEPTO. DESARROLLO.
000250 DATE-WRITTEN.  15/10/2026.
000260 DATE-COMPILED.
000270******************************************************************
000280* HISTORIAL DE MODIFICACIONES
000290* FECHA       INIC.  DESCRIPCION
000300* 15/10/2026  RA     VERSION INICIAL. EL PORCENTAJE DE DIFERENCIAS
000310*                    SE CALCULA SOBRE LAS POSICIONES DE LAS LISTAS
000320*                    VERIFICADAS, QUE SON LAS UNICAS QUE SE
000330*                    COMPARARON COMPLETAS.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT VERICARG ASSIGN TO "VERICARG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-VERICARG-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VERICARG
000450     LABEL RECORDS ARE STANDARD.
000460 01  REG-VERICARG.
000470     COPY VERICAR.
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-VERICARG-STATUS          PIC X(02) VALUE "00".
000510 01  WS-FECHA-INFORME            PIC 9(08) VALUE 0.
000520 01  WS-ENTRADA-FECHA            PIC X(08) VALUE SPACE.
000530 01  WS-CANT-CARGADORES          PIC 9(02) VALUE 0.
000540 01  WS-CANT-VERIFICADORES       PIC 9(02) VALUE 0.
000550 01  WS-IND-OPERADOR             PIC 9(02) VALUE 0.
000560 01  WS-IND-HALLADO              PIC 9(02) VALUE 0.
000570 01  WS-PORCENTAJE               PIC 9(03)V9 VALUE 0.
000580 01  WS-PORCENTAJE-EDITADO       PIC ZZ9.9.
000590
000600 01  WS-TOT-CARGADAS             PIC 9(05) VALUE 0.
000610 01  WS-TOT-VERIFICADAS          PIC 9(05) VALUE 0.
000620 01  WS-TOT-SIN-VERIFICAR        PIC 9(05) VALUE 0.
000630 01  WS-TOT-POSICIONES           PIC 9(06) VALUE 0.
000640 01  WS-TOT-DIFERENCIAS          PIC 9(06) VALUE 0.
000650
000660 01  SW-FIN-VERICARG             PIC X(01) VALUE "N".
000670     88  FIN-DE-VERICARG                  VALUE "S".
000680
000690 01  FECHA-NEGOCIO-COM.
000700     COPY FECHALNK.
000710
000720*    UN RENGLON POR OPERADOR QUE CARGO LISTAS EN EL DIA. 50
000730*    ALCANZA CON HOLGURA PARA LA PLANTA DE OPERADORES; SI SE
000740*    LLENA, EL EXCEDENTE SE AVISA Y VA SOLO A LOS TOTALES.
000750 01  TABLA-CARGADORES.
000760     05  TC-ENTRADA OCCURS 50 TIMES.
000770         10  TC-OPERADOR         PIC X(08).
000780         10  TC-CARGADAS         PIC 9(04).
000790         10  TC-VERIFICADAS      PIC 9(04).
000800         10  TC-SIN-VERIFICAR    PIC 9(04).
000810         10  TC-POSICIONES       PIC 9(05).
000820         10  TC-DIFERENCIAS      PIC 9(05).
000830
000840 01  TABLA-VERIFICADORES.
000850     05  TV-ENTRADA OCCURS 50 TIMES.
000860         10  TV-OPERADOR         PIC X(08).
000870         10  TV-VERIFICADAS      PIC 9(04).
000880         10  TV-DIFERENCIAS      PIC 9(05).
000890
000900 PROCEDURE DIVISION.
000910******************************************************************
000920* 0000-MAINLINE-CONTROL
000930******************************************************************
000940 0000-MAINLINE-CONTROL.
000950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000960     PERFORM 2000-LEER-VERIFICACION THRU 2000-EXIT
000970         UNTIL FIN-DE-VERICARG.
000980     PERFORM 8000-LISTAR-INFORME THRU 8000-EXIT.
000990     GOBACK.
001000
001010******************************************************************
001020* 1000-INICIALIZAR - PIDE LA FECHA DEL INFORME (EN BLANCO O CERO
001030* = FECHA DE NEGOCIO) Y ABRE EL REGISTRO DE VERIFICACION.
001040******************************************************************
001050 1000-INICIALIZAR.
001060     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001070     DISPLAY "FECHA DEL INFORME (AAAAMMDD, BLANCO=HOY)".
001080     ACCEPT WS-ENTRADA-FECHA.
001090     IF WS-ENTRADA-FECHA NUMERIC
001100         AND WS-ENTRADA-FECHA NOT = "00000000"
001110         MOVE WS-ENTRADA-FECHA TO WS-FECHA-INFORME
001120     ELSE
001130         MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-INFORME
001140     END-IF.
001150     OPEN INPUT VERICARG.
001160     IF WS-VERICARG-STATUS NOT = "00"
001170         DISPLAY "NO HAY REGISTRO DE VERIFICACION, NADA QUE "
001180             "LISTAR"
001190         SET FIN-DE-VERICARG TO TRUE
001200     END-IF.
001210 1000-EXIT.
001220     EXIT.
001230
001240******************************************************************
001250* 2000-LEER-VERIFICACION - CADA LISTA DE LA FECHA PEDIDA SE SUMA
001260* AL OPERADOR QUE LA CARGO Y, SI QUEDO VERIFICADA, AL QUE LA
001270* VERIFICO. EL ARCHIVO ES DE SOLO AGREGADO Y SE LEE COMPLETO.
001280******************************************************************
001290 2000-LEER-VERIFICACION.
001300     READ VERICARG
001310         AT END
001320             SET FIN-DE-VERICARG TO TRUE
001330             CLOSE VERICARG
001340             GO TO 2000-EXIT
001350     END-READ.
001360     IF VCA-FECHA NOT = WS-FECHA-INFORME
001370         GO TO 2000-EXIT
001380     END-IF.
001390     ADD 1 TO WS-TOT-CARGADAS.
001400     IF VCA-VERIFICADA
001410         ADD 1 TO WS-TOT-VERIFICADAS
001420         ADD VCA-POSICIONES TO WS-TOT-POSICIONES
001430         ADD VCA-DIFERENCIAS TO WS-TOT-DIFERENCIAS
001440     ELSE
001450         ADD 1 TO WS-TOT-SIN-VERIFICAR
001460     END-IF.
001470     PERFORM 2100-SUMAR-CARGADOR THRU 2100-EXIT.
001480     IF VCA-VERIFICADA
001490         PERFORM 2200-SUMAR-VERIFICADOR THRU 2200-EXIT
001500     END-IF.
001510 2000-EXIT.
001520     EXIT.
001530
001540 2100-SUMAR-CARGADOR.
001550     MOVE 0 TO WS-IND-HALLADO.
001560     PERFORM 2110-BUSCAR-CARGADOR THRU 2110-EXIT
001570         VARYING WS-IND-OPERADOR FROM 1 BY 1
001580         UNTIL WS-IND-OPERADOR > WS-CANT-CARGADORES
001590         OR WS-IND-HALLADO > 0.
001600     IF WS-IND-HALLADO = 0
001610         IF WS-CANT-CARGADORES = 50
001620             DISPLAY "MAS DE 50 OPERADORES DE CARGA, "
001630                 VCA-OPERADOR-CARGA " VA SOLO A LOS TOTALES"
001640             GO TO 2100-EXIT
001650         END-IF
001660         ADD 1 TO WS-CANT-CARGADORES
001670         MOVE WS-CANT-CARGADORES TO WS-IND-HALLADO
001680         MOVE VCA-OPERADOR-CARGA TO TC-OPERADOR (WS-IND-HALLADO)
001690         MOVE 0 TO TC-CARGADAS (WS-IND-HALLADO)
001700         MOVE 0 TO TC-VERIFICADAS (WS-IND-HALLADO)
001710         MOVE 0 TO TC-SIN-VERIFICAR (WS-IND-HALLADO)
001720         MOVE 0 TO TC-POSICIONES (WS-IND-HALLADO)
001730         MOVE 0 TO TC-DIFERENCIAS (WS-IND-HALLADO)
001740     END-IF.
001750     ADD 1 TO TC-CARGADAS (WS-IND-HALLADO).
001760     IF VCA-VERIFICADA
001770         ADD 1 TO TC-VERIFICADAS (WS-IND-HALLADO)
001780         ADD VCA-POSICIONES TO TC-POSICIONES (WS-IND-HALLADO)
001790         ADD VCA-DIFERENCIAS TO TC-DIFERENCIAS (WS-IND-HALLADO)
001800     ELSE
001810         ADD 1 TO TC-SIN-VERIFICAR (WS-IND-HALLADO)
001820     END-IF.
001830 2100-EXIT.
001840     EXIT.
001850
001860 2110-BUSCAR-CARGADOR.
001870     IF TC-OPERADOR (WS-IND-OPERADOR) = VCA-OPERADOR-CARGA
001880         MOVE WS-IND-OPERADOR TO WS-IND-HALLADO
001890     END-IF.
001900 2110-EXIT.
001910     EXIT.
001920
001930 2200-SUMAR-VERIFICADOR.
001940     MOVE 0 TO WS-IND-HALLADO.
001950     PERFORM 2210-BUSCAR-VERIFICADOR THRU 2210-EXIT
001960         VARYING WS-IND-OPERADOR FROM 1 BY 1
001970         UNTIL WS-IND-OPERADOR > WS-CANT-VERIFICADORES
001980         OR WS-IND-HALLADO > 0.
001990     IF WS-IND-HALLADO = 0
002000         IF WS-CANT-VERIFICADORES = 50
002010             DISPLAY "MAS DE 50 VERIFICADORES, "
002020                 VCA-OPERADOR-VERIF " VA SOLO A LOS TOTALES"
002030             GO TO 2200-EXIT
002040         END-IF
002050         ADD 1 TO WS-CANT-VERIFICADORES
002060         MOVE WS-CANT-VERIFICADORES TO WS-IND-HALLADO
002070         MOVE VCA-OPERADOR-VERIF TO TV-OPERADOR (WS-IND-HALLADO)
002080         MOVE 0 TO TV-VERIFICADAS (WS-IND-HALLADO)
002090         MOVE 0 TO TV-DIFERENCIAS (WS-IND-HALLADO)
002100     END-IF.
002110     ADD 1 TO TV-VERIFICADAS (WS-IND-HALLADO).
002120     ADD VCA-DIFERENCIAS TO TV-DIFERENCIAS (WS-IND-HALLADO).
002130 2200-EXIT.
002140     EXIT.
002150
002160 2210-BUSCAR-VERIFICADOR.
002170     IF TV-OPERADOR (WS-IND-OPERADOR) = VCA-OPERADOR-VERIF
002180         MOVE WS-IND-OPERADOR TO WS-IND-HALLADO
002190     END-IF.
002200 2210-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240* 8000-LISTAR-INFORME - UN RENGLON POR OPERADOR DE CARGA Y OTRO
002250* POR VERIFICADOR, CON LOS TOTALES DEL DIA.
002260******************************************************************
002270 8000-LISTAR-INFORME.
002280     DISPLAY "===== VERIFICACION DE CARGA DEL DIA "
002290         WS-FECHA-INFORME " =====".
002300     IF WS-TOT-CARGADAS = 0
002310         DISPLAY "SIN LISTAS CON DOBLE CARGA PARA LA FECHA"
002320         GO TO 8000-EXIT
002330     END-IF.
002340     DISPLAY " ".
002350     DISPLAY "OPERADOR  CARGADAS VERIFICADAS SIN VERIF "
002360         "POSICIONES DIFERENCIAS % DIF".
002370     PERFORM 8100-LISTAR-CARGADOR THRU 8100-EXIT
002380         VARYING WS-IND-OPERADOR FROM 1 BY 1
002390         UNTIL WS-IND-OPERADOR > WS-CANT-CARGADORES.
002400     MOVE 0 TO WS-PORCENTAJE.
002410     IF WS-TOT-POSICIONES > 0
002420         COMPUTE WS-PORCENTAJE ROUNDED =
002430             WS-TOT-DIFERENCIAS * 100 / WS-TOT-POSICIONES
002440     END-IF.
002450     MOVE WS-PORCENTAJE TO WS-PORCENTAJE-EDITADO.
002460     DISPLAY "TOTAL        " WS-TOT-CARGADAS "       "
002470         WS-TOT-VERIFICADAS "     " WS-TOT-SIN-VERIFICAR "     "
002480         WS-TOT-POSICIONES "      " WS-TOT-DIFERENCIAS " "
002490         WS-PORCENTAJE-EDITADO.
002500     DISPLAY " ".
002510     DISPLAY "VERIFICADOR  VERIFICADAS  DIFERENCIAS RESUELTAS".
002520     PERFORM 8200-LISTAR-VERIFICADOR THRU 8200-EXIT
002530         VARYING WS-IND-OPERADOR FROM 1 BY 1
002540         UNTIL WS-IND-OPERADOR > WS-CANT-VERIFICADORES.
002550     IF WS-TOT-SIN-VERIFICAR > 0
002560         DISPLAY " "
002570         DISPLAY "LISTAS SIN VERIFICAR (NO SE CONTARON): "
002580             WS-TOT-SIN-VERIFICAR
002590     END-IF.
002600 8000-EXIT.
002610     EXIT.
002620
002630 8100-LISTAR-CARGADOR.
002640     MOVE 0 TO WS-PORCENTAJE.
002650     IF TC-POSICIONES (WS-IND-OPERADOR) > 0
002660         COMPUTE WS-PORCENTAJE ROUNDED =
002670             TC-DIFERENCIAS (WS-IND-OPERADOR) * 100
002680             / TC-POSICIONES (WS-IND-OPERADOR)
002690     END-IF.
002700     MOVE WS-PORCENTAJE TO WS-PORCENTAJE-EDITADO.
002710     DISPLAY TC-OPERADOR (WS-IND-OPERADOR) "      "
002720         TC-CARGADAS (WS-IND-OPERADOR) "        "
002730         TC-VERIFICADAS (WS-IND-OPERADOR) "      "
002740         TC-SIN-VERIFICAR (WS-IND-OPERADOR) "      "
002750         TC-POSICIONES (WS-IND-OPERADOR) "       "
002760         TC-DIFERENCIAS (WS-IND-OPERADOR) " "
002770         WS-PORCENTAJE-EDITADO.
002780 8100-EXIT.
002790     EXIT.
002800
002810 8200-LISTAR-VERIFICADOR.
002820     DISPLAY TV-OPERADOR (WS-IND-OPERADOR) "            "
002830         TV-VERIFICADAS (WS-IND-OPERADOR) "        "
002840         TV-DIFERENCIAS (WS-IND-OPERADOR).
002850 8200-EXIT.
002860     EXIT.
002870
002880 END PROGRAM INFVERIF.

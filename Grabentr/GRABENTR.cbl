000100******************************************************************
000110* Subprograma que agrega un registro al registro de entregas de
000120*TRANDIA (COPY ENTREGA). El programa que llama carga la fecha,
000128*el numero de entrega, el origen y el estado nuevo. Si ademas
000136*trae la marca de origen registrado (S/N), el registro se graba
000144*tal como viene (es la llegada, con sus contados y su hash). Si
000152*la marca viene en blanco, es un cambio de estado de una entrega
000160*ya registrada: los datos se completan con los del ultimo
000168*registro de esa fecha, entrega y origen, y solo cambian el
000176*estado y su hora. El archivo es de solo
000190*agregado; el estado vigente de una entrega es el de su ultimo
000200*registro.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    GRABENTR.
000240 AUTHOR.        R. ALONSO.
000250 INSTALLATION.  DEPTO. DESARROLLO.
000260 DATE-WRITTEN.  15/10/2026.
000270 DATE-COMPILED.
000280******************************************************************
000290* HISTORIAL DE MODIFICACIONES
000300* FECHA       INIC.  DESCRIPCION
000310* 15/10/2026  RA     VERSION INICIAL. UN CAMBIO DE ESTADO PARA
000320*                    UNA ENTREGA QUE NO FIGURA EN EL REGISTRO SE
000330*                    GRABA IGUAL, CON LOS CONTADOS EN CERO Y EL
000340*                    ORIGEN "????????": EL RASTRO NO SE PIERDE Y
000350*                    EL HUECO QUEDA A LA VISTA.
000351* 15/10/2026  RA     EL ORIGEN ENTRA EN LA BUSQUEDA DEL ULTIMO
000352*                    REGISTRO: DOS ORIGENES PUEDEN MANDAR LA
000353*                    MISMA FECHA Y ENTREGA. EL CAMBIO DE ESTADO
000354*                    SE RECONOCE POR LA MARCA DE ORIGEN
000355*                    REGISTRADO EN BLANCO, NO POR EL ORIGEN.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ENTREGAS ASSIGN TO "ENTREGAS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ENTREGAS-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ENTREGAS
000470     LABEL RECORDS ARE STANDARD.
000480 01  REG-ENTREGAS.
000490     COPY ENTREGA.
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-ENTREGAS-STATUS          PIC X(02) VALUE "00".
000530 01  WS-ESTADO-NUEVO             PIC X(01) VALUE SPACE.
000540 01  WS-FECHA-BUSCADA            PIC 9(08) VALUE 0.
000550 01  WS-SECUENCIA-BUSCADA        PIC 9(02) VALUE 0.
000555 01  WS-ORIGEN-BUSCADO           PIC X(08) VALUE SPACE.
000560 01  WS-ULTIMO-REGISTRO          PIC X(78) VALUE SPACE.
000570
000580 01  SW-FIN-ENTREGAS             PIC X(01) VALUE "N".
000590     88  FIN-DE-ENTREGAS                   VALUE "S".
000600 01  SW-HALLADA                  PIC X(01) VALUE "N".
000610     88  ENTREGA-HALLADA                   VALUE "S".
000620
000630 LINKAGE SECTION.
000640 01  REG-ENTREGA-COM             PIC X(78).
000650
000660 PROCEDURE DIVISION USING REG-ENTREGA-COM.
000670******************************************************************
000680* 0000-MAINLINE-CONTROL
000690******************************************************************
000700 0000-MAINLINE-CONTROL.
000710     MOVE "N" TO SW-FIN-ENTREGAS.
000720     MOVE "N" TO SW-HALLADA.
000730     MOVE REG-ENTREGA-COM TO REG-ENTREGAS.
000740     IF ENT-ORIGEN-REGISTRADO = SPACE
000750         PERFORM 1000-COMPLETAR-DESDE-ULTIMO THRU 1000-EXIT
000760     END-IF.
000770     ACCEPT ENT-HORA-ESTADO FROM TIME.
000780     PERFORM 2000-AGREGAR-REGISTRO THRU 2000-EXIT.
000790     MOVE REG-ENTREGAS TO REG-ENTREGA-COM.
000800     GOBACK.
000810
000820******************************************************************
000830* 1000-COMPLETAR-DESDE-ULTIMO - CAMBIO DE ESTADO: BUSCA EL ULTIMO
000840* REGISTRO DE LA MISMA FECHA, ENTREGA Y ORIGEN Y TOMA SUS DATOS;
000850* SOLO EL ESTADO ES EL QUE PIDIO EL QUE LLAMA.
000860******************************************************************
000870 1000-COMPLETAR-DESDE-ULTIMO.
000880     MOVE ENT-ESTADO TO WS-ESTADO-NUEVO.
000890     MOVE ENT-FECHA TO WS-FECHA-BUSCADA.
000900     MOVE ENT-SECUENCIA TO WS-SECUENCIA-BUSCADA.
000905     MOVE ENT-ORIGEN TO WS-ORIGEN-BUSCADO.
000910     OPEN INPUT ENTREGAS.
000920     IF WS-ENTREGAS-STATUS = "00"
000930         PERFORM 1100-LEER-ENTREGA THRU 1100-EXIT
000940             UNTIL FIN-DE-ENTREGAS
000950         CLOSE ENTREGAS
000960     END-IF.
000970     IF ENTREGA-HALLADA
000980         MOVE WS-ULTIMO-REGISTRO TO REG-ENTREGAS
000990     ELSE
001000         MOVE SPACE TO REG-ENTREGAS
001010         MOVE WS-FECHA-BUSCADA TO ENT-FECHA
001020         MOVE WS-SECUENCIA-BUSCADA TO ENT-SECUENCIA
001024         MOVE WS-ORIGEN-BUSCADO TO ENT-ORIGEN
001028         IF WS-ORIGEN-BUSCADO = SPACE
001032             MOVE "????????" TO ENT-ORIGEN
001036         END-IF
001040         MOVE ZEROS TO ENT-CANTIDADES
001050         MOVE 0 TO ENT-CANT-TOTAL
001060         MOVE 0 TO ENT-HASH
001070         MOVE 0 TO ENT-HORA-LLEGADA
001080         MOVE "N" TO ENT-ORIGEN-REGISTRADO
001090     END-IF.
001100     MOVE WS-ESTADO-NUEVO TO ENT-ESTADO.
001110 1000-EXIT.
001120     EXIT.
001130
001140 1100-LEER-ENTREGA.
001150     READ ENTREGAS
001160         AT END
001170             SET FIN-DE-ENTREGAS TO TRUE
001180             GO TO 1100-EXIT
001190     END-READ.
001200     IF ENT-FECHA = WS-FECHA-BUSCADA
001210         AND ENT-SECUENCIA = WS-SECUENCIA-BUSCADA
001215         AND ENT-ORIGEN = WS-ORIGEN-BUSCADO
001220         AND NOT ENT-FALTANTE
001230         MOVE REG-ENTREGAS TO WS-ULTIMO-REGISTRO
001240         SET ENTREGA-HALLADA TO TRUE
001250     END-IF.
001260 1100-EXIT.
001270     EXIT.
001280
001290******************************************************************
001300* 2000-AGREGAR-REGISTRO - AGREGA EL REGISTRO AL FINAL, CON LOS
001310* SEPARADORES EN SU LUGAR.
001320******************************************************************
001330 2000-AGREGAR-REGISTRO.
001340     MOVE SPACE TO ENT-SEPARADOR-1.
001350     MOVE SPACE TO ENT-SEPARADOR-2.
001360     MOVE SPACE TO ENT-SEPARADOR-3.
001370     MOVE SPACE TO ENT-SEPARADOR-4.
001380     MOVE SPACE TO ENT-SEPARADOR-5.
001390     MOVE SPACE TO ENT-SEPARADOR-6.
001400     MOVE SPACE TO ENT-SEPARADOR-7.
001410     MOVE SPACE TO ENT-SEPARADOR-8.
001420     MOVE SPACE TO ENT-SEPARADOR-9.
001430     OPEN EXTEND ENTREGAS.
001440     IF WS-ENTREGAS-STATUS = "35"
001450         OPEN OUTPUT ENTREGAS
001460     END-IF.
001470     IF WS-ENTREGAS-STATUS = "00"
001480         WRITE REG-ENTREGAS
001490         CLOSE ENTREGAS
001500     ELSE
001510         DISPLAY "GRABENTR: NO SE PUDO GRABAR LA ENTREGA, "
001520             "FILE STATUS " WS-ENTREGAS-STATUS
001530     END-IF.
001540 2000-EXIT.
001550     EXIT.
001560
001570 END PROGRAM GRABENTR.

000100******************************************************************
000110* Subprograma que agrega un ajuste pendiente al diario de
000120*ajustes posteriores al cierre (AJUSTES, COPY AJUSTE). El
000130*programa que llama carga la fecha del dia que se corrige, el
000140*programa, las diferencias, el origen, el motivo y el
000150*solicitante; este subprograma le asigna el numero siguiente al
000160*mayor del diario, lo deja pendiente, le pone la fecha y la hora
000170*de la solicitud y lo agrega al final. El registro completo,
000180*con su numero, vuelve al que llama.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    GRABAJUS.
000220 AUTHOR.        R. ALONSO.
000230 INSTALLATION.  DEPTO. DESARROLLO.
000240 DATE-WRITTEN.  15/10/2026.
000250 DATE-COMPILED.
000260******************************************************************
000270* HISTORIAL DE MODIFICACIONES
000280* FECHA       INIC.  DESCRIPCION
000290* 15/10/2026  RA     VERSION INICIAL. SI EL DIARIO NO SE PUEDE
000300*                    ABRIR PARA AGREGAR, EL NUMERO VUELVE EN CERO
000310*                    Y EL QUE LLAMA DEBE AVISAR QUE EL AJUSTE NO
000320*                    QUEDO GRABADO.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AJUSTES ASSIGN TO "AJUSTES"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AJUSTES-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  AJUSTES
000440     LABEL RECORDS ARE STANDARD.
000450 01  REG-AJUSTES.
000460     COPY AJUSTE.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-AJUSTES-STATUS           PIC X(02) VALUE "00".
000500 01  WS-ULTIMO-NUMERO            PIC 9(05) VALUE 0.
000510
000520 01  SW-FIN-AJUSTES              PIC X(01) VALUE "N".
000530     88  FIN-DE-AJUSTES                    VALUE "S".
000540
000550 LINKAGE SECTION.
000560 01  REG-AJUSTE-COM              PIC X(138).
000570
000580 PROCEDURE DIVISION USING REG-AJUSTE-COM.
000590******************************************************************
000600* 0000-MAINLINE-CONTROL
000610******************************************************************
000620 0000-MAINLINE-CONTROL.
000630     MOVE "N" TO SW-FIN-AJUSTES.
000640     MOVE 0 TO WS-ULTIMO-NUMERO.
000650     PERFORM 1000-BUSCAR-ULTIMO-NUMERO THRU 1000-EXIT.
000660     MOVE REG-AJUSTE-COM TO REG-AJUSTES.
000670     PERFORM 2000-AGREGAR-AJUSTE THRU 2000-EXIT.
000680     MOVE REG-AJUSTES TO REG-AJUSTE-COM.
000690     GOBACK.
000700
000710******************************************************************
000720* 1000-BUSCAR-ULTIMO-NUMERO - RECORRE EL DIARIO Y SE QUEDA CON EL
000730* MAYOR NUMERO ASIGNADO. UN DIARIO QUE NO EXISTE EMPIEZA EN 1.
000740******************************************************************
000750 1000-BUSCAR-ULTIMO-NUMERO.
000760     OPEN INPUT AJUSTES.
000770     IF WS-AJUSTES-STATUS NOT = "00"
000780         GO TO 1000-EXIT
000790     END-IF.
000800     PERFORM 1100-LEER-AJUSTE THRU 1100-EXIT
000810         UNTIL FIN-DE-AJUSTES.
000820     CLOSE AJUSTES.
000830 1000-EXIT.
000840     EXIT.
000850
000860 1100-LEER-AJUSTE.
000870     READ AJUSTES
000880         AT END
000890             SET FIN-DE-AJUSTES TO TRUE
000900             GO TO 1100-EXIT
000910     END-READ.
000920     IF AJU-NUMERO NUMERIC
000930         AND AJU-NUMERO > WS-ULTIMO-NUMERO
000940         MOVE AJU-NUMERO TO WS-ULTIMO-NUMERO
000950     END-IF.
000960 1100-EXIT.
000970     EXIT.
000980
000990******************************************************************
001000* 2000-AGREGAR-AJUSTE - NUMERA EL AJUSTE, LO DEJA PENDIENTE SIN
001010* APROBADOR NI MES DESTINO Y LO AGREGA AL FINAL DEL DIARIO.
001020******************************************************************
001030 2000-AGREGAR-AJUSTE.
001040     ADD 1 TO WS-ULTIMO-NUMERO.
001050     MOVE WS-ULTIMO-NUMERO TO AJU-NUMERO.
001060     MOVE "P" TO AJU-ESTADO.
001070     ACCEPT AJU-FECHA-SOLICITUD FROM DATE YYYYMMDD.
001080     ACCEPT AJU-HORA-SOLICITUD FROM TIME.
001090     MOVE SPACE TO AJU-APROBADOR.
001100     MOVE 0 TO AJU-FECHA-APROBACION.
001110     MOVE 0 TO AJU-MES-DESTINO.
001120     MOVE 0 TO AJU-MES-DESTINO-3.
001130     MOVE SPACE TO AJU-SEPARADOR-1.
001140     MOVE SPACE TO AJU-SEPARADOR-2.
001150     MOVE SPACE TO AJU-SEPARADOR-3.
001160     MOVE SPACE TO AJU-SEPARADOR-4.
001170     MOVE SPACE TO AJU-SEPARADOR-5.
001180     MOVE SPACE TO AJU-SEPARADOR-6.
001190     MOVE SPACE TO AJU-SEPARADOR-7.
001200     MOVE SPACE TO AJU-SEPARADOR-8.
001210     MOVE SPACE TO AJU-SEPARADOR-9.
001220     MOVE SPACE TO AJU-SEPARADOR-10.
001230     MOVE SPACE TO AJU-SEPARADOR-11.
001240     MOVE SPACE TO AJU-SEPARADOR-12.
001250     MOVE SPACE TO AJU-SEPARADOR-13.
001260     MOVE SPACE TO AJU-SEPARADOR-14.
001270     MOVE SPACE TO AJU-SEPARADOR-15.
001280     OPEN EXTEND AJUSTES.
001290     IF WS-AJUSTES-STATUS = "35"
001300         OPEN OUTPUT AJUSTES
001310     END-IF.
001320     IF WS-AJUSTES-STATUS = "00"
001330         WRITE REG-AJUSTES
001340         CLOSE AJUSTES
001350     ELSE
001360         DISPLAY "GRABAJUS: NO SE PUDO GRABAR EL AJUSTE, "
001370             "FILE STATUS " WS-AJUSTES-STATUS
001380         MOVE 0 TO AJU-NUMERO
001390     END-IF.
001400 2000-EXIT.
001410     EXIT.
001420
001430 END PROGRAM GRABAJUS.

000100******************************************************************
000110* Subprograma que resuelve a que grupos de guardia se avisa una
000120*alerta (COPY RUTALNK). Recorre la tabla de ruteo RUTAVISO y se
000130*queda con la fila de la severidad y el programa de la alerta;
000140*si el programa no tiene fila propia vale la primera generica
000150*(programa "*") de esa severidad. Sin archivo o sin ninguna fila
000160*que corresponda la alerta no se avisa, igual que antes de
000170*existir la interfaz con el sistema de guardias.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LEERUTA.
000210 AUTHOR.        R. ALONSO.
000220 INSTALLATION.  DEPTO. DESARROLLO.
000230 DATE-WRITTEN.  15/10/2026.
000240 DATE-COMPILED.
000250******************************************************************
000260* HISTORIAL DE MODIFICACIONES
000270* FECHA       INIC.  DESCRIPCION
000280* 15/10/2026  RA     VERSION INICIAL.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RUTEO-AVISOS ASSIGN TO "RUTAVISO"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RUTEO-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  RUTEO-AVISOS
000400     LABEL RECORDS ARE STANDARD.
000410 01  REG-RUTEO-AVISOS.
000420     COPY RUTAVIS.
000430
000440 WORKING-STORAGE SECTION.
000450 01  WS-RUTEO-STATUS             PIC X(02) VALUE "00".
000460 01  WS-IND-NIVEL                PIC 9(01) VALUE 0.
000470
000480 01  SW-FIN-RUTEO                PIC X(01) VALUE "N".
000490     88  FIN-DE-RUTEO                      VALUE "S".
000500
000510 LINKAGE SECTION.
000520 01  RUTA-COM.
000530     COPY RUTALNK.
000540
000550 PROCEDURE DIVISION USING RUTA-COM.
000560******************************************************************
000570* 0000-MAINLINE-CONTROL
000580******************************************************************
000590 0000-MAINLINE-CONTROL.
000600     MOVE "N" TO SW-FIN-RUTEO.
000610     SET RTL-SIN-RUTA TO TRUE.
000620     MOVE SPACE TO RTL-GRUPO (1).
000630     MOVE SPACE TO RTL-GRUPO (2).
000640     MOVE SPACE TO RTL-GRUPO (3).
000650     OPEN INPUT RUTEO-AVISOS.
000660     IF WS-RUTEO-STATUS NOT = "00"
000670         GOBACK
000680     END-IF.
000690     PERFORM 1000-PROBAR-FILA THRU 1000-EXIT
000700         UNTIL FIN-DE-RUTEO OR RTL-DEL-PROGRAMA.
000710     CLOSE RUTEO-AVISOS.
000720     GOBACK.
000730
000740******************************************************************
000750* 1000-PROBAR-FILA - UNA FILA DE OTRA SEVERIDAD O DE OTRO
000760* PROGRAMA NO CUENTA. LA DEL PROGRAMA TERMINA LA BUSQUEDA; LA
000770* GENERICA SOLO VALE SI TODAVIA NO HABIA OTRA.
000780******************************************************************
000790 1000-PROBAR-FILA.
000800     READ RUTEO-AVISOS
000810         AT END
000820             SET FIN-DE-RUTEO TO TRUE
000830             GO TO 1000-EXIT
000840     END-READ.
000850     IF RAV-SEVERIDAD NOT = RTL-SEVERIDAD
000860         AND RAV-SEVERIDAD NOT = "*"
000870         GO TO 1000-EXIT
000880     END-IF.
000890     IF RAV-PROGRAMA = RTL-PROGRAMA
000900         SET RTL-DEL-PROGRAMA TO TRUE
000910     ELSE
000920         IF RAV-PROGRAMA NOT = "*" OR NOT RTL-SIN-RUTA
000930             GO TO 1000-EXIT
000940         END-IF
000950         SET RTL-GENERICA TO TRUE
000960     END-IF.
000970     PERFORM 1100-TOMAR-NIVEL THRU 1100-EXIT
000980         VARYING WS-IND-NIVEL FROM 1 BY 1
000990         UNTIL WS-IND-NIVEL > 3.
001000 1000-EXIT.
001010     EXIT.
001020
001030 1100-TOMAR-NIVEL.
001040     MOVE RAV-GRUPO (WS-IND-NIVEL) TO RTL-GRUPO (WS-IND-NIVEL).
001050 1100-EXIT.
001060     EXIT.
001070
001080 END PROGRAM LEERUTA.

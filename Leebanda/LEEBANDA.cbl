000100******************************************************************
000110* Subprograma que resuelve la definicion de bandas de EJERCICIO3
000120*vigente a una fecha (COPY BANDLNK). Parte de los limites por
000130*omision, los reemplaza por la definicion base del archivo
000140*BANDAS3 si existe (version 000) y, sobre eso, toma del archivo
000150*de versiones BANDVERS la version aprobada de vigencia mas
000160*reciente que no supere la fecha pedida, como hace LEEPARAM con
000170*los parametros. Las versiones pendientes o rechazadas no
000180*cuentan nunca.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    LEEBANDA.
000220 AUTHOR.        R. ALONSO.
000230 INSTALLATION.  DEPTO. DESARROLLO.
000240 DATE-WRITTEN.  15/10/2026.
000250 DATE-COMPILED.
000260******************************************************************
000270* HISTORIAL DE MODIFICACIONES
000280* FECHA       INIC.  DESCRIPCION
000290* 15/10/2026  RA     VERSION INICIAL. LA CARGA DE BANDAS3 SALE
000300*                    DE EJERCICIO3 (1200-CARGAR-BANDAS) SIN
000310*                    CAMBIOS: HASTA SEIS LIMITES, LOS EXCEDENTES
000320*                    SE IGNORAN CON AVISO Y UN ARCHIVO VACIO DEJA
000330*                    UN UNICO LIMITE EN CERO. ENTRE DOS VERSIONES
000340*                    APROBADAS CON LA MISMA VIGENCIA GANA LA DE
000350*                    NUMERO MAYOR.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BANDAS-IN ASSIGN TO "BANDAS3"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BANDAS-STATUS.
000430     SELECT VERSIONES ASSIGN TO "BANDVERS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-VERSIONES-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  BANDAS-IN
000500     LABEL RECORDS ARE STANDARD.
000510 01  REG-BANDAS-IN.
000520     05  BND-LIMITE              PIC S9(05)V99
000530         SIGN LEADING SEPARATE CHARACTER.
000540
000550 FD  VERSIONES
000560     LABEL RECORDS ARE STANDARD.
000570 01  REG-VERSION.
000580     COPY BANDVER.
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-BANDAS-STATUS            PIC X(02) VALUE "00".
000620 01  WS-VERSIONES-STATUS         PIC X(02) VALUE "00".
000630 01  WS-IND-LIMITE               PIC 9(01) VALUE 0.
000640
000650 01  SW-FIN-BANDAS               PIC X(01) VALUE "N".
000660     88  FIN-DE-BANDAS                     VALUE "S".
000670 01  SW-FIN-VERSIONES            PIC X(01) VALUE "N".
000680     88  FIN-DE-VERSIONES                  VALUE "S".
000690
000700 LINKAGE SECTION.
000710 01  BANDAS-COM.
000720     COPY BANDLNK.
000730
000740 PROCEDURE DIVISION USING BANDAS-COM.
000750******************************************************************
000760* 0000-MAINLINE-CONTROL
000770******************************************************************
000780 0000-MAINLINE-CONTROL.
000790     MOVE "N" TO SW-FIN-BANDAS.
000800     MOVE "N" TO SW-FIN-VERSIONES.
000810     PERFORM 1000-PONER-OMISIONES THRU 1000-EXIT.
000820     PERFORM 2000-CARGAR-BASE THRU 2000-EXIT.
000830     PERFORM 3000-BUSCAR-VERSION THRU 3000-EXIT.
000840     GOBACK.
000850
000860******************************************************************
000870* 1000-PONER-OMISIONES - LOS LIMITES QUE EJERCICIO3 USA SIN
000880* NINGUN ARCHIVO DE BANDAS.
000890******************************************************************
000900 1000-PONER-OMISIONES.
000910     MOVE 0 TO BDL-VERSION.
000920     MOVE 0 TO BDL-FECHA-VIGENCIA.
000930     SET BDL-POR-OMISION TO TRUE.
000940     MOVE 0       TO BDL-LIMITE (1).
000950     MOVE 100     TO BDL-LIMITE (2).
000960     MOVE 500     TO BDL-LIMITE (3).
000970     MOVE 1000    TO BDL-LIMITE (4).
000980     MOVE 5000    TO BDL-LIMITE (5).
000990     MOVE 0       TO BDL-LIMITE (6).
001000     MOVE 5 TO BDL-CANT-LIMITES.
001010 1000-EXIT.
001020     EXIT.
001030
001040******************************************************************
001050* 2000-CARGAR-BASE - LA DEFINICION BASE DE BANDAS3 (EN ORDEN
001060* ASCENDENTE, HASTA SEIS). SIN ARCHIVO QUEDAN LAS OMISIONES.
001070******************************************************************
001080 2000-CARGAR-BASE.
001090     OPEN INPUT BANDAS-IN.
001100     IF WS-BANDAS-STATUS NOT = "00"
001110         GO TO 2000-EXIT
001120     END-IF.
001130     SET BDL-DE-BANDAS3 TO TRUE.
001140     MOVE 0 TO BDL-CANT-LIMITES.
001150     PERFORM 2100-LEER-LIMITE THRU 2100-EXIT
001160         UNTIL FIN-DE-BANDAS OR BDL-CANT-LIMITES = 6.
001170     IF NOT FIN-DE-BANDAS
001180         READ BANDAS-IN
001190             AT END
001200                 CONTINUE
001210             NOT AT END
001220                 DISPLAY "BANDAS3 TRAE MAS DE 6 LIMITES, "
001230                     "LOS EXCEDENTES SE IGNORAN"
001240         END-READ
001250     END-IF.
001260     CLOSE BANDAS-IN.
001270     IF BDL-CANT-LIMITES = 0
001280         MOVE 0 TO BDL-LIMITE (1)
001290         MOVE 1 TO BDL-CANT-LIMITES
001300     END-IF.
001310 2000-EXIT.
001320     EXIT.
001330
001340 2100-LEER-LIMITE.
001350     READ BANDAS-IN
001360         AT END
001370             SET FIN-DE-BANDAS TO TRUE
001380         NOT AT END
001390             ADD 1 TO BDL-CANT-LIMITES
001400             MOVE BND-LIMITE TO BDL-LIMITE (BDL-CANT-LIMITES)
001410     END-READ.
001420 2100-EXIT.
001430     EXIT.
001440
001450******************************************************************
001460* 3000-BUSCAR-VERSION - RECORRE BANDVERS Y SE QUEDA CON LA
001470* VERSION APROBADA VIGENTE MAS RECIENTE A LA FECHA PEDIDA, VENGA
001480* EN EL ORDEN QUE VENGA. SIN ARCHIVO QUEDA LA BASE.
001490******************************************************************
001500 3000-BUSCAR-VERSION.
001510     OPEN INPUT VERSIONES.
001520     IF WS-VERSIONES-STATUS NOT = "00"
001530         GO TO 3000-EXIT
001540     END-IF.
001550     PERFORM 3100-PROBAR-VERSION THRU 3100-EXIT
001560         UNTIL FIN-DE-VERSIONES.
001570     CLOSE VERSIONES.
001580 3000-EXIT.
001590     EXIT.
001600
001610 3100-PROBAR-VERSION.
001620     READ VERSIONES
001630         AT END
001640             SET FIN-DE-VERSIONES TO TRUE
001650             GO TO 3100-EXIT
001660     END-READ.
001670     IF NOT BDV-APROBADA
001680         OR BDV-FECHA-VIGENCIA > BDL-FECHA
001690         OR BDV-FECHA-VIGENCIA < BDL-FECHA-VIGENCIA
001700         GO TO 3100-EXIT
001710     END-IF.
001720     IF BDV-FECHA-VIGENCIA = BDL-FECHA-VIGENCIA
001730         AND BDV-VERSION < BDL-VERSION
001740         GO TO 3100-EXIT
001750     END-IF.
001760     IF BDV-CANT-LIMITES < 1 OR BDV-CANT-LIMITES > 6
001770         DISPLAY "LEEBANDA: LA VERSION " BDV-VERSION
001780             " TRAE UNA CANTIDAD DE LIMITES INVALIDA, SE IGNORA"
001790         GO TO 3100-EXIT
001800     END-IF.
001810     SET BDL-DE-VERSIONES TO TRUE.
001820     MOVE BDV-VERSION TO BDL-VERSION.
001830     MOVE BDV-FECHA-VIGENCIA TO BDL-FECHA-VIGENCIA.
001840     MOVE BDV-CANT-LIMITES TO BDL-CANT-LIMITES.
001850     PERFORM 3200-COPIAR-LIMITE THRU 3200-EXIT
001860         VARYING WS-IND-LIMITE FROM 1 BY 1
001870         UNTIL WS-IND-LIMITE > 6.
001880 3100-EXIT.
001890     EXIT.
001900
001910 3200-COPIAR-LIMITE.
001920     IF WS-IND-LIMITE > BDV-CANT-LIMITES
001930         MOVE 0 TO BDL-LIMITE (WS-IND-LIMITE)
001940     ELSE
001950         MOVE BDV-LIMITE (WS-IND-LIMITE)
001960             TO BDL-LIMITE (WS-IND-LIMITE)
001970     END-IF.
001980 3200-EXIT.
001990     EXIT.
002000
002010 END PROGRAM LEEBANDA.

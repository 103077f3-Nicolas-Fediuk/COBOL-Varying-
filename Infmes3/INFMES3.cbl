000240* HISTORIAL DE MODIFICACIONES
000250* FECHA       INIC.  DESCRIPCION
000260* 22/08/2026  RA     VERSION INICIAL.
000261* 15/10/2026  RA     EL REGISTRO DE MESHIST3 PASA AL COPY
000262*                    MESHIST3. AGREGADA LA DISTRIBUCION POR BANDAS
000263*                    DE CADA MES CON LA VERSION DE BANDAS CON LA
000264*                    QUE SE CONTO;
000265*                    UN MES CUYA VERSION DIFIERE DE LA DEL MES
000266*                    ANTERIOR, QUE ES 999 (MEZCLADO) O QUE NO LA
000267*                    TRAE (FORMATO ANTERIOR) SE MARCA COMO NO
000268*                    COMPARABLE, CON UNA NOTA AL PIE.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000370 FD  MES-HISTORICO
000380     LABEL RECORDS ARE STANDARD.
000390 01  REG-MES-HISTORICO.
000400     COPY MESHIST3.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-HISTORICO-STATUS         PIC X(02) VALUE "00".
000500 01  WS-CANT-MESES               PIC 9(02) VALUE 0.
000510 01  WS-IND-MES                  PIC 9(02) VALUE 0.
000520 01  WS-IND-CORRIMIENTO          PIC 9(02) VALUE 0.
000522 01  WS-IND-BANDA                PIC 9(01) VALUE 0.
000524 01  WS-MARCA-BANDAS             PIC X(24) VALUE SPACE.
000526 01  WS-VERSION-ANTERIOR         PIC X(03) VALUE SPACE.
000528 01  WS-CANT-NO-COMPARABLES      PIC 9(02) VALUE 0.
000530
000540 01  SW-FIN-HISTORICO            PIC X(01) VALUE "N".
000550     88  FIN-DE-HISTORICO                  VALUE "S".
000560
000570*    LOS ULTIMOS DOCE MESES LEIDOS, EN ORDEN DE LLEGADA; CUANDO
000575*    LA TABLA SE LLENA, EL MES MAS VIEJO SE CORRE HACIA AFUERA. LA
000580*    VERSION Y LAS BANDAS SE GUARDAN TAL COMO VIENEN: EN BLANCO
000585*    (FORMATO ANTERIOR) NO SE CONOCEN.
000590 01  TABLA-MESES.
000600     05  TM-MES-ENTRADA OCCURS 12 TIMES.
000610         10  TM-MES              PIC 9(06).
000620         10  TM-POSITIVOS        PIC 9(06).
000630         10  TM-NEGATIVOS        PIC 9(06).
000640         10  TM-CEROS            PIC 9(06).
000643         10  TM-BANDA-VERSION    PIC X(03).
000646         10  TM-BANDA-CANT OCCURS 7 TIMES PIC X(06).
000650
000660 PROCEDURE DIVISION.
000670******************************************************************
001010     MOVE MH3-POSITIVOS TO TM-POSITIVOS (WS-CANT-MESES).
001020     MOVE MH3-NEGATIVOS TO TM-NEGATIVOS (WS-CANT-MESES).
001030     MOVE MH3-CEROS     TO TM-CEROS (WS-CANT-MESES).
001032     MOVE MH3-BANDA-VERSION TO TM-BANDA-VERSION (WS-CANT-MESES).
001034     PERFORM 2200-CARGAR-BANDA THRU 2200-EXIT
001036         VARYING WS-IND-BANDA FROM 1 BY 1
001038         UNTIL WS-IND-BANDA > 7.
001040 2000-EXIT.
001050     EXIT.
001060
001080     MOVE TM-MES-ENTRADA (WS-IND-CORRIMIENTO + 1)
001090         TO TM-MES-ENTRADA (WS-IND-CORRIMIENTO).
001100 2100-EXIT.
001101     EXIT.
001102
001103 2200-CARGAR-BANDA.
001104     MOVE MH3-BANDA-CANT (WS-IND-BANDA)
001105         TO TM-BANDA-CANT (WS-CANT-MESES, WS-IND-BANDA).
001106 2200-EXIT.
001110     EXIT.
001120
001130******************************************************************
001210     PERFORM 8100-MOSTRAR-MES THRU 8100-EXIT
001220         VARYING WS-IND-MES FROM 1 BY 1
001230         UNTIL WS-IND-MES > WS-CANT-MESES.
001235     PERFORM 8200-MOSTRAR-BANDAS THRU 8200-EXIT.
001240 8000-EXIT.
001250     EXIT.
001260
001320 8100-EXIT.
001330     EXIT.
001340
001350******************************************************************
001360* 8200-MOSTRAR-BANDAS - LISTA LA DISTRIBUCION POR BANDAS DE CADA
001370* MES CON SU VERSION DE BANDAS. UN MES NO ES COMPARABLE POR BANDA
001380* CON EL ANTERIOR SI SU VERSION ES OTRA, SI ES 999 (EL MES SE
001390* CONTO CON DOS DEFINICIONES) O SI NO LA TRAE.
001400******************************************************************
001410 8200-MOSTRAR-BANDAS.
001420     DISPLAY " ".
001430     DISPLAY "DISTRIBUCION POR BANDAS (VER = VERSION DE BANDAS)".
001440     DISPLAY "MES    VER BANDA1 BANDA2 BANDA3 BANDA4 BANDA5 "
001450         "BANDA6 BANDA7".
001460     MOVE SPACE TO WS-VERSION-ANTERIOR.
001470     MOVE 0 TO WS-CANT-NO-COMPARABLES.
001480     PERFORM 8300-MOSTRAR-BANDAS-MES THRU 8300-EXIT
001490         VARYING WS-IND-MES FROM 1 BY 1
001500         UNTIL WS-IND-MES > WS-CANT-MESES.
001510     IF WS-CANT-NO-COMPARABLES > 0
001520         DISPLAY "(*) LAS BANDAS DE LOS MESES MARCADOS NO SON "
001530             "COMPARABLES CON LAS DEL MES ANTERIOR:"
001540         DISPLAY "    SE CONTARON CON OTRA DEFINICION DE BANDAS "
001550             "(VER MANTBAND/APRBAND)"
001560     END-IF.
001570 8200-EXIT.
001580     EXIT.
001590
001600 8300-MOSTRAR-BANDAS-MES.
001610     MOVE SPACE TO WS-MARCA-BANDAS.
001620     EVALUATE TRUE
001630         WHEN TM-BANDA-VERSION (WS-IND-MES) NOT NUMERIC
001640             MOVE "(*) SIN VERSION" TO WS-MARCA-BANDAS
001650         WHEN TM-BANDA-VERSION (WS-IND-MES) = "999"
001660             MOVE "(*) MES MEZCLADO" TO WS-MARCA-BANDAS
001670         WHEN WS-IND-MES > 1
001680             AND TM-BANDA-VERSION (WS-IND-MES)
001690                 NOT = WS-VERSION-ANTERIOR
001700             MOVE "(*) CAMBIO DE VERSION" TO WS-MARCA-BANDAS
001710     END-EVALUATE.
001720     IF WS-MARCA-BANDAS NOT = SPACE
001730         ADD 1 TO WS-CANT-NO-COMPARABLES
001740     END-IF.
001750     MOVE TM-BANDA-VERSION (WS-IND-MES) TO WS-VERSION-ANTERIOR.
001760     DISPLAY TM-MES (WS-IND-MES) " "
001770         TM-BANDA-VERSION (WS-IND-MES) " "
001780         TM-BANDA-CANT (WS-IND-MES, 1) " "
001790         TM-BANDA-CANT (WS-IND-MES, 2) " "
001800         TM-BANDA-CANT (WS-IND-MES, 3) " "
001810         TM-BANDA-CANT (WS-IND-MES, 4) " "
001820         TM-BANDA-CANT (WS-IND-MES, 5) " "
001830         TM-BANDA-CANT (WS-IND-MES, 6) " "
001840         TM-BANDA-CANT (WS-IND-MES, 7) " "
001850         WS-MARCA-BANDAS.
001860 8300-EXIT.
001870     EXIT.
001880
001890 END PROGRAM INFMES3.

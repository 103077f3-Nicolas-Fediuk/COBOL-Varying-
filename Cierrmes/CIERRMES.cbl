000400*                    CORRIDAS. EXIGE OPERADOR AUTORIZADO
000410*                    (VALOPER, POSICION 9, LA DE LOS CIERRES DE
000420*                    MES).
000421* 15/10/2026  RA     AJUSTES POSTERIORES AL CIERRE: LOS AJUSTES
000422*                    APROBADOS DEL DIARIO AJUSTES CUYO MES
000423*                    DESTINO ES EL MES QUE SE CIERRA SE SUMAN A
000424*                    LOS POSITIVOS Y NEGATIVOS DE SU PROGRAMA
000425*                    (LAS CORRIDAS NO CAMBIAN). UN ACUMULADO QUE
000426*                    QUEDARIA NEGATIVO SE DEJA EN CERO CON AVISO.
000428* 15/10/2026  RA     UN MES CUYO ANIO YA FIGURA EN EL HISTORICO
000430*                    ANUAL (ANUHIST, CIERRE DE ANIO CIERRANO) NO
000432*                    SE CIERRA: SUS FILAS YA PASARON AL ARCHIVO
000434*                    ANUAL Y NO ESTAN EN MESHISTT PARA DETECTAR
000436*                    EL CIERRE DOBLE.
000438* 15/10/2026  RA     CORRIDO POR EL FIN DE MES (FINDEMES), TOMA
000440*                    EL OPERADOR YA FIRMADO (COPY FIRMENU) EN VEZ
000442*                    DE PEDIR LA IDENTIFICACION OTRA VEZ.
000446******************************************************************
000448 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HISTORIAL ASSIGN TO "HISTCORR"
000520     SELECT MES-HISTORICO ASSIGN TO "MESHISTT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HISTORICO-STATUS.
000542     SELECT AJUSTES ASSIGN TO "AJUSTES"
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS WS-AJUSTES-STATUS.
000547     SELECT ANUAL-HISTORICO ASSIGN TO "ANUHIST"
000548         ORGANIZATION IS LINE SEQUENTIAL
000549         FILE STATUS IS WS-ANUAL-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000640     LABEL RECORDS ARE STANDARD.
000650 01  REG-MES-HISTORICO.
000660     COPY MESHISTT.
000661
000662 FD  AJUSTES
000663     LABEL RECORDS ARE STANDARD.
000664 01  REG-AJUSTES.
000665     COPY AJUSTE.
000667
000669 FD  ANUAL-HISTORICO
000671     LABEL RECORDS ARE STANDARD.
000673 01  REG-ANUAL-HISTORICO.
000675     COPY ANUHIST.
000677
000680 WORKING-STORAGE SECTION.
000690 01  WS-HIST-STATUS              PIC X(02) VALUE "00".
000700 01  WS-HISTORICO-STATUS         PIC X(02) VALUE "00".
000705 01  WS-AJUSTES-STATUS           PIC X(02) VALUE "00".
000707 01  WS-ANUAL-STATUS             PIC X(02) VALUE "00".
000710 01  REG-AUDITORIA.
000720     COPY AUDITLOG.
000730
000740 01  OPERADOR-AUTORIZACION.
000750     COPY OPERLNK.
000752
000754 01  FIRMA-MENU-COM EXTERNAL.
000756     COPY FIRMENU.
000760
000770 01  FECHA-NEGOCIO-COM.
000780     COPY FECHALNK.
000880 01  WS-POSITIVOS-REG            PIC 9(06) VALUE 0.
000890 01  WS-NEGATIVOS-REG            PIC 9(06) VALUE 0.
000900 01  WS-CANT-CORRIDAS-MES        PIC 9(05) VALUE 0.
000902 01  WS-CANT-AJUSTES-MES         PIC 9(05) VALUE 0.
000904 01  WS-IND-AJUSTE               PIC 9(01) VALUE 0.
000906 01  WS-ACUMULADO-AJUSTADO       PIC S9(07) VALUE 0.
000910
000920 01  SW-FIN-HISTORIAL            PIC X(01) VALUE "N".
000930     88  FIN-DE-HISTORIAL                  VALUE "S".
000940 01  SW-FIN-HISTORICO            PIC X(01) VALUE "N".
000950     88  FIN-DE-HISTORICO                  VALUE "S".
000953 01  SW-FIN-AJUSTES              PIC X(01) VALUE "N".
000956     88  FIN-DE-AJUSTES                    VALUE "S".
000957 01  SW-FIN-ANUAL                PIC X(01) VALUE "N".
000958     88  FIN-DE-ANUAL                      VALUE "S".
000960 01  SW-CIERRE-VALIDO            PIC X(01) VALUE "S".
000970     88  CIERRE-VALIDO                     VALUE "S".
000980     88  CIERRE-INVALIDO                   VALUE "N".
001360         MOVE 16 TO RETURN-CODE
001370         GOBACK
001380     END-IF.
001385     PERFORM 3500-APLICAR-AJUSTES THRU 3500-EXIT.
001390     PERFORM 4000-GRABAR-MES THRU 4000-EXIT.
001400     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
001410     DISPLAY "MES " WS-MES-CIERRE " CERRADO PARA TODO EL SUITE ("
001420         WS-CANT-CORRIDAS-MES " CORRIDAS)".
001423     DISPLAY "AJUSTES POSTERIORES AL CIERRE APLICADOS AL MES: "
001426         WS-CANT-AJUSTES-MES.
001430     GOBACK.
001440
001450******************************************************************
001480* FIRMA RECHAZADA QUEDA EN EL LOG.
001490******************************************************************
001500 0100-EXIGIR-OPERADOR.
001504     IF FMN-FIRMA-ACTIVA
001508         MOVE FMN-OPERADOR TO VOP-ID
001512     ELSE
001516         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001520         ACCEPT VOP-ID
001524     END-IF.
001530     MOVE 9 TO VOP-POSICION.
001540     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001550     IF VOP-AUTORIZADO
001910
001920******************************************************************
001930* 2000-CONTROLAR-CIERRE-DOBLE - SI EL MES YA FIGURA EN EL
001936* HISTORICO MENSUAL, ESTE CIERRE YA SE HIZO. SI SU ANIO YA FIGURA
001942* EN EL HISTORICO ANUAL, EL ANIO ESTA CERRADO Y ARCHIVADO.
001950******************************************************************
001960 2000-CONTROLAR-CIERRE-DOBLE.
001970     OPEN INPUT MES-HISTORICO.
001980     IF WS-HISTORICO-STATUS NOT = "00"
001990         GO TO 2000-CONTROLAR-ANIO
002000     END-IF.
002010     PERFORM 2100-BUSCAR-MES THRU 2100-EXIT
002020         UNTIL FIN-DE-HISTORICO OR CIERRE-INVALIDO.
002030     CLOSE MES-HISTORICO.
002031 2000-CONTROLAR-ANIO.
002032     OPEN INPUT ANUAL-HISTORICO.
002033     IF WS-ANUAL-STATUS NOT = "00"
002034         GO TO 2000-EXIT
002035     END-IF.
002036     PERFORM 2200-BUSCAR-ANIO THRU 2200-EXIT
002037         UNTIL FIN-DE-ANUAL OR CIERRE-INVALIDO.
002038     CLOSE ANUAL-HISTORICO.
002040 2000-EXIT.
002050     EXIT.
002060
002160             END-IF
002170     END-READ.
002180 2100-EXIT.
002181     EXIT.
002182
002183 2200-BUSCAR-ANIO.
002184     READ ANUAL-HISTORICO
002185         AT END
002186             SET FIN-DE-ANUAL TO TRUE
002187         NOT AT END
002188             IF ANH-ANIO = WS-ANO-CIERRE
002189                 DISPLAY "EL ANIO " WS-ANO-CIERRE " YA ESTA "
002190                     "CERRADO EN EL HISTORICO ANUAL"
002191                 SET CIERRE-INVALIDO TO TRUE
002192             END-IF
002193     END-READ.
002194 2200-EXIT.
002195     EXIT.
002200
002210******************************************************************
002220* 3000-AGREGAR-HISTORIAL - RECORRE EL HISTORIAL DE CORRIDAS DEL
003210         MOVE RH-RESULTADO (22:4) TO WS-NEGATIVOS-REG
003220     END-IF.
003230 3200-EXIT.
003231     EXIT.
003232
003233******************************************************************
003234* 3500-APLICAR-AJUSTES - SUMA A LOS ACUMULADOS DEL MES LOS
003235* AJUSTES APROBADOS CUYO MES DESTINO ES EL QUE SE CIERRA. SIN
003236* DIARIO DE AJUSTES NO HAY NADA QUE SUMAR.
003237******************************************************************
003238 3500-APLICAR-AJUSTES.
003239     MOVE 0 TO WS-CANT-AJUSTES-MES.
003240     OPEN INPUT AJUSTES.
003241     IF WS-AJUSTES-STATUS NOT = "00"
003242         GO TO 3500-EXIT
003243     END-IF.
003244     PERFORM 3510-APLICAR-AJUSTE THRU 3510-EXIT
003245         UNTIL FIN-DE-AJUSTES.
003246     CLOSE AJUSTES.
003247 3500-EXIT.
003248     EXIT.
003249
003250 3510-APLICAR-AJUSTE.
003251     READ AJUSTES
003252         AT END
003253             SET FIN-DE-AJUSTES TO TRUE
003254             GO TO 3510-EXIT
003255     END-READ.
003256     IF NOT AJU-APROBADO OR AJU-MES-DESTINO NOT = WS-MES-CIERRE
003257         GO TO 3510-EXIT
003258     END-IF.
003259     MOVE 0 TO WS-IND-AJUSTE.
003260     PERFORM 3520-BUSCAR-PROGRAMA THRU 3520-EXIT
003261         VARYING WS-IND-PROGRAMA FROM 1 BY 1
003262         UNTIL WS-IND-PROGRAMA > 5.
003263     IF WS-IND-AJUSTE = 0
003264         DISPLAY "AVISO: AJUSTE " AJU-NUMERO " CON PROGRAMA "
003265             "DESCONOCIDO " AJU-PROGRAMA ", NO SE APLICA"
003266         GO TO 3510-EXIT
003267     END-IF.
003268     ADD 1 TO WS-CANT-AJUSTES-MES.
003269     COMPUTE WS-ACUMULADO-AJUSTADO =
003270         TAC-POSITIVOS (WS-IND-AJUSTE) + AJU-POSITIVOS.
003271     IF WS-ACUMULADO-AJUSTADO < 0
003272         DISPLAY "AVISO: EL AJUSTE " AJU-NUMERO " DEJARIA "
003273             "EN NEGATIVO LOS POSITIVOS DE " AJU-PROGRAMA
003274             ", QUEDAN EN CERO"
003275         MOVE 0 TO WS-ACUMULADO-AJUSTADO
003276     END-IF.
003277     MOVE WS-ACUMULADO-AJUSTADO TO TAC-POSITIVOS (WS-IND-AJUSTE).
003278     COMPUTE WS-ACUMULADO-AJUSTADO =
003279         TAC-NEGATIVOS (WS-IND-AJUSTE) + AJU-NEGATIVOS.
003280     IF WS-ACUMULADO-AJUSTADO < 0
003281         DISPLAY "AVISO: EL AJUSTE " AJU-NUMERO " DEJARIA "
003282             "EN NEGATIVO LOS NEGATIVOS DE " AJU-PROGRAMA
003283             ", QUEDAN EN CERO"
003284         MOVE 0 TO WS-ACUMULADO-AJUSTADO
003285     END-IF.
003286     MOVE WS-ACUMULADO-AJUSTADO TO TAC-NEGATIVOS (WS-IND-AJUSTE).
003287     DISPLAY "AJUSTE " AJU-NUMERO " DEL DIA " AJU-FECHA-EFECTO
003288         " APLICADO A " AJU-PROGRAMA.
003289 3510-EXIT.
003290     EXIT.
003291
003292 3520-BUSCAR-PROGRAMA.
003293     IF TNS-PROGRAMA (WS-IND-PROGRAMA) = AJU-PROGRAMA
003294         MOVE WS-IND-PROGRAMA TO WS-IND-AJUSTE
003295     END-IF.
003296 3520-EXIT.
003297     EXIT.
003298
003299******************************************************************
003300* 4000-GRABAR-MES - AGREGA AL HISTORICO MENSUAL LOS CINCO
003301* REGISTROS DEL MES CERRADO, UNO POR PROGRAMA.
003302******************************************************************
003303 4000-GRABAR-MES.
003310     OPEN EXTEND MES-HISTORICO.
003320     IF WS-HISTORICO-STATUS = "35"
003330         OPEN OUTPUT MES-HISTORICO

000310*                    LOS PENDIENTES EN UNA TABLA (HASTA 100) Y
000320*                    REGRABA PARPEND DESPUES DE CADA DECISION,
000330*                    COMO HACE MANTOPER CON SU MAESTRO.
000331* 15/10/2026  RA     SIMULACION ANTES DE DECIDIR (OPCION S): PARA
000332*                    TOLERMAX, TOLERMIN Y LIMRECHA REPRODUCE LOS
000333*                    ULTIMOS DIAS HABILES DE ARCTRAN CON LAS
000334*                    REGLAS DE VALIDACION (COPY VALNUMP), DE
000335*                    RANGO (TIPOS 3, 4 Y 5) Y DE RECHAZOS
000336*                    SEGUIDOS, CON EL VALOR VIGENTE Y CON EL
000337*                    PROPUESTO, Y MUESTRA POR PROGRAMA Y POR DIA
000338*                    LOS VALORES QUE ENTRAN O SALEN DE LOS
000339*                    RECHAZOS Y DE LOS FUERA DE RANGO. ARCTRAN
000340*                    SOLO SE LEE. LA DECISION REGISTRA SI SE VIO
000341*                    LA SIMULACION (PPE-SIMULACION, "APRUEBA/S" O
000342*                    "RECHAZA/S" EN EL LOG).
000343* 15/10/2026  RA     LLAMADO DESDE EL MENU (COPY FIRMENU), TOMA
000344*                    EL OPERADOR QUE FIRMO EN MENU0 EN VEZ DE
000345*                    PEDIR LA IDENTIFICACION OTRA VEZ.
000347* 15/10/2026  RA     LA SIMULACION YA NO DEJA REGISTRO EN EL LOG
000349*                    DE AUDITORIA: NO GRABA NADA. QUE SE VIO
000351*                    QUEDA SOLO EN LA DECISION (APRUEBA/S O
000353*                    RECHAZA/S).
000355******************************************************************
000357 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PENDIENTES ASSIGN TO "PARPEND"
000410     SELECT PARAMETROS ASSIGN TO "PARAMS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARAMETROS-STATUS.
000432     SELECT ARCHIVO-TRAN ASSIGN TO "ARCTRAN"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-ARCTRAN-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000530     LABEL RECORDS ARE STANDARD.
000540 01  REG-PARAMETROS.
000550     COPY PARAMS.
000551
000552 FD  ARCHIVO-TRAN
000553     LABEL RECORDS ARE STANDARD.
000554 01  REG-ARCHIVO-TRAN.
000555     05  ATR-FECHA               PIC 9(08).
000556     05  ATR-SEPARADOR-1         PIC X(01).
000557     05  ATR-TIPO                PIC X(01).
000558     05  ATR-SEPARADOR-2         PIC X(01).
000559     05  ATR-VALOR               PIC X(09).
000560     05  FILLER                  PIC X(10).
000561
000570 WORKING-STORAGE SECTION.
000580 01  WS-PENDIENTES-STATUS        PIC X(02) VALUE "00".
000590 01  WS-PARAMETROS-STATUS        PIC X(02) VALUE "00".
000595 01  WS-ARCTRAN-STATUS           PIC X(02) VALUE "00".
000600 01  REG-AUDITORIA.
000610     COPY AUDITLOG.
000611 01  NUM                         PIC S9(05)V99 VALUE 0.
000612     COPY VALNUM.
000613
000614 01  PARAMETROS-VIGENTES.
000615     COPY PARLINK.
000620
000630 01  OPERADOR-AUTORIZACION.
000640     COPY OPERLNK.
000642
000644 01  FIRMA-MENU-COM EXTERNAL.
000646     COPY FIRMENU.
000650
000660 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE 0.
000670 01  WS-CANT-ABIERTOS            PIC 9(03) VALUE 0.
000770     88  FIN-DE-PENDIENTES                 VALUE "S".
000780 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000790     88  TABLA-LLENA                       VALUE "S".
000791 01  SW-DECISION-TOMADA          PIC X(01) VALUE "N".
000792     88  DECISION-TOMADA                   VALUE "S".
000793 01  SW-SIMULACION-VISTA         PIC X(01) VALUE "N".
000794     88  SIMULACION-VISTA                  VALUE "S".
000795 01  SW-FIN-ARCTRAN              PIC X(01) VALUE "N".
000796     88  FIN-DE-ARCTRAN                    VALUE "S".
000797
000798*    SIMULACION: VENTANA DE DIAS HABILES ARCHIVADOS (EL ARCHIVO
000799*    VIENE EN ORDEN DE FECHA, COMO LO LEE REPARTE0) Y LOS DOS
000800*    ESCENARIOS, 1 CON EL VALOR VIGENTE Y 2 CON EL PROPUESTO.
000801 01  WS-ENTRADA-DIAS             PIC X(02) VALUE SPACE.
000802 01  WS-DIAS-PEDIDOS             PIC 9(02) VALUE 0.
000803 01  WS-DIAS-ARCHIVADOS          PIC 9(05) VALUE 0.
000804 01  WS-DIA-DESDE                PIC 9(05) VALUE 0.
000805 01  WS-DIA-ACTUAL               PIC 9(05) VALUE 0.
000806 01  WS-FECHA-ARCHIVO-ANT        PIC 9(08) VALUE 0.
000807 01  WS-CANT-DIAS-SIM            PIC 9(02) VALUE 0.
000808 01  WS-IND-DIA                  PIC 9(02) VALUE 0.
000809 01  WS-IND-TIPO                 PIC 9(01) VALUE 0.
000810 01  WS-IND-ESCENARIO            PIC 9(01) VALUE 0.
000811 01  WS-VALOR-PROPUESTO          PIC S9(05)V99 VALUE 0.
000812 01  WS-VALOR-VIGENTE-ED         PIC +9(07).99.
000813 01  WS-TOTAL-LEIDOS             PIC 9(07) VALUE 0.
000814 01  WS-TOTAL-ENTRA-RECH         PIC 9(07) VALUE 0.
000815 01  WS-TOTAL-SALE-RECH          PIC 9(07) VALUE 0.
000816 01  WS-TOTAL-ENTRA-RANGO        PIC 9(07) VALUE 0.
000817 01  WS-TOTAL-SALE-RANGO         PIC 9(07) VALUE 0.
000818
000819 01  TABLA-ESCENARIOS.
000820     05  ESC-ENTRADA OCCURS 2 TIMES.
000821         10  ESC-MAXIMO          PIC S9(05)V99.
000822         10  ESC-MINIMO          PIC S9(05)V99.
000823         10  ESC-LIMITE          PIC 9(02).
000824         10  ESC-CLASE           PIC X(01).
000825             88  ESC-ACEPTADO              VALUE "A".
000826             88  ESC-RECHAZO               VALUE "R".
000827             88  ESC-FUERA-RANGO           VALUE "F".
000828             88  ESC-NO-PROCESADO          VALUE "X".
000829         10  ESC-SEGUIDOS        PIC 9(02) OCCURS 5 TIMES.
000830         10  ESC-AGOTADO         PIC X(01) OCCURS 5 TIMES.
000831
000832*    RESULTADO POR DIA Y POR PROGRAMA (TIPO 1 A 5 = EJERCICIO1 A
000833*    EJERCICIO5): LEIDOS, RECHAZOS Y FUERA DE RANGO EN CADA
000834*    ESCENARIO Y LOS VALORES QUE ENTRAN O SALEN DE CADA CONTEO.
000835 01  TABLA-SIMULACION.
000836     05  TSD-DIA OCCURS 20 TIMES.
000837         10  TSD-FECHA           PIC 9(08).
000838         10  TSD-PROGRAMA OCCURS 5 TIMES.
000839             15  TSP-LEIDOS      PIC 9(05).
000840             15  TSP-RECH-VIG    PIC 9(05).
000841             15  TSP-RECH-PROP   PIC 9(05).
000842             15  TSP-RANGO-VIG   PIC 9(05).
000843             15  TSP-RANGO-PROP  PIC 9(05).
000844             15  TSP-ENTRA-RECH  PIC 9(05).
000845             15  TSP-SALE-RECH   PIC 9(05).
000846             15  TSP-ENTRA-RANGO PIC 9(05).
000847             15  TSP-SALE-RANGO  PIC 9(05).
000848
000849*    LOS PENDIENTES COMPLETOS EN MEMORIA; PARPEND SE REGRABA
000850*    DESPUES DE CADA DECISION.
000851 01  RESGUARDO-COM.
000852     COPY RESGLNK.

000853 01  TABLA-PENDIENTES.
000854     05  TPE-REGISTRO OCCURS 100 TIMES PIC X(70).
000855 01  REG-PENDIENTE-TRABAJO.
000860     COPY PARPEND.
000870
000880 PROCEDURE DIVISION.
000950         MOVE 16 TO RETURN-CODE
000960         GOBACK
000970     END-IF.
000975     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
000980     PERFORM 1000-CARGAR-PENDIENTES THRU 1000-EXIT.
000990     IF TABLA-LLENA
001000         DISPLAY "MAS DE 100 PENDIENTES, DEPURE PARPEND ANTES "
001120* PARAMETROS). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001130******************************************************************
001140 0100-EXIGIR-OPERADOR.
001144     IF FMN-FIRMA-ACTIVA
001148         MOVE FMN-OPERADOR TO VOP-ID
001152     ELSE
001156         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001160         ACCEPT VOP-ID
001164     END-IF.
001170     MOVE 12 TO VOP-POSICION.
001180     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001190     IF VOP-AUTORIZADO
001730
001740******************************************************************
001750* 2000-APROBAR-PENDIENTE - LISTA LOS PENDIENTES ABIERTOS, PIDE
001757* EL NUMERO Y LA DECISION (A/R) Y LA APLICA. ANTES DE DECIDIR SE
001764* PUEDE PEDIR LA SIMULACION (S) LAS VECES QUE HAGA FALTA. UN
001771* NUMERO EN CERO TERMINA.
001780******************************************************************
001790 2000-APROBAR-PENDIENTE.
001800     PERFORM 3000-LISTAR-PENDIENTES THRU 3000-EXIT.
002080             "CAMBIO"
002090         GO TO 2000-EXIT
002100     END-IF.
002102     MOVE "N" TO SW-SIMULACION-VISTA.
002104     MOVE "N" TO SW-DECISION-TOMADA.
002106     PERFORM 2100-PEDIR-DECISION THRU 2100-EXIT
002108         UNTIL DECISION-TOMADA.
002110 2000-EXIT.
002112     EXIT.
002114
002116 2100-PEDIR-DECISION.
002118     DISPLAY "DECISION (A=APROBAR R=RECHAZAR S=SIMULAR)".
002120     ACCEPT WS-DECISION.
002121     IF WS-DECISION = "S"
002122         PERFORM 6000-SIMULAR-CAMBIO THRU 6000-EXIT
002123         GO TO 2100-EXIT
002124     END-IF.
002125     SET DECISION-TOMADA TO TRUE.
002126     IF SIMULACION-VISTA
002127         MOVE "S" TO PPE-SIMULACION OF REG-PENDIENTE-TRABAJO
002128     ELSE
002129         MOVE "N" TO PPE-SIMULACION OF REG-PENDIENTE-TRABAJO
002130     END-IF.
002131     MOVE SPACE TO PPE-SEPARADOR-8 OF REG-PENDIENTE-TRABAJO.
002132     EVALUATE WS-DECISION
002140         WHEN "A"
002150             PERFORM 4000-APLICAR-CAMBIO THRU 4000-EXIT
002160         WHEN "R"
002180         WHEN OTHER
002190             DISPLAY "DECISION INVALIDA, NADA SE CAMBIA"
002200     END-EVALUATE.
002210 2100-EXIT.
002220     EXIT.
002230
002240******************************************************************
002780         TO TPE-REGISTRO (WS-NUMERO-ELEGIDO).
002790     PERFORM 8000-REGRABAR-PENDIENTES THRU 8000-EXIT.
002800     MOVE SPACE TO AUD-RESULTADO.
002804     IF SIMULACION-VISTA
002808         STRING "APRUEBA/S "
002812             PPE-CLAVE OF REG-PENDIENTE-TRABAJO " DE "
002816             PPE-SOLICITANTE OF REG-PENDIENTE-TRABAJO
002820             DELIMITED BY SIZE INTO AUD-RESULTADO
002824     ELSE
002828         STRING "APRUEBA "
002832             PPE-CLAVE OF REG-PENDIENTE-TRABAJO " DE "
002836             PPE-SOLICITANTE OF REG-PENDIENTE-TRABAJO
002840             DELIMITED BY SIZE INTO AUD-RESULTADO
002844     END-IF.
002850     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002860     DISPLAY "CAMBIO APROBADO Y APLICADO A PARAMS".
002870 4000-EXIT.
002970         TO TPE-REGISTRO (WS-NUMERO-ELEGIDO).
002980     PERFORM 8000-REGRABAR-PENDIENTES THRU 8000-EXIT.
002990     MOVE SPACE TO AUD-RESULTADO.
002994     IF SIMULACION-VISTA
002998         STRING "RECHAZA/S "
003002             PPE-CLAVE OF REG-PENDIENTE-TRABAJO " DE "
003006             PPE-SOLICITANTE OF REG-PENDIENTE-TRABAJO
003010             DELIMITED BY SIZE INTO AUD-RESULTADO
003014     ELSE
003018         STRING "RECHAZA "
003022             PPE-CLAVE OF REG-PENDIENTE-TRABAJO " DE "
003026             PPE-SOLICITANTE OF REG-PENDIENTE-TRABAJO
003030             DELIMITED BY SIZE INTO AUD-RESULTADO
003034     END-IF.
003040     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003050     DISPLAY "CAMBIO RECHAZADO, PARAMS NO SE TOCA".
003060 5000-EXIT.
003061     EXIT.
003062
003063******************************************************************
003064* 6000-SIMULAR-CAMBIO - REPRODUCE LOS ULTIMOS DIAS HABILES DE
003065* ARCTRAN CON EL VALOR VIGENTE Y CON EL PROPUESTO Y MUESTRA LA
003066* DIFERENCIA. SOLO PARA LAS CLAVES QUE CAMBIAN EL RESULTADO DE
003067* LA CARGA: TOLERMAX, TOLERMIN Y LIMRECHA. ARCTRAN SE ABRE SOLO
003068* PARA LECTURA.
003069******************************************************************
003070 6000-SIMULAR-CAMBIO.
003071     IF PPE-CLAVE OF REG-PENDIENTE-TRABAJO NOT = "TOLERMAX"
003072         AND PPE-CLAVE OF REG-PENDIENTE-TRABAJO NOT = "TOLERMIN"
003073         AND PPE-CLAVE OF REG-PENDIENTE-TRABAJO NOT = "LIMRECHA"
003074         DISPLAY "SIMULACION NO DISPONIBLE PARA "
003075             PPE-CLAVE OF REG-PENDIENTE-TRABAJO
003076             ": SOLO TOLERMAX, TOLERMIN Y LIMRECHA"
003077         GO TO 6000-EXIT
003078     END-IF.
003079     PERFORM 6100-PEDIR-DIAS THRU 6100-EXIT.
003080     IF WS-DIAS-PEDIDOS = 0
003081         DISPLAY "CANTIDAD DE DIAS INVALIDA"
003082         GO TO 6000-EXIT
003083     END-IF.
003084     MOVE 0 TO WS-DIAS-ARCHIVADOS.
003085     MOVE 0 TO WS-FECHA-ARCHIVO-ANT.
003086     MOVE "N" TO SW-FIN-ARCTRAN.
003087     OPEN INPUT ARCHIVO-TRAN.
003088     IF WS-ARCTRAN-STATUS NOT = "00"
003089         DISPLAY "SIN ARCHIVO ARCTRAN, NO HAY DIAS QUE REPRODUCIR"
003090         GO TO 6000-EXIT
003091     END-IF.
003092     PERFORM 6200-CONTAR-DIA-ARCHIVADO THRU 6200-EXIT
003093         UNTIL FIN-DE-ARCTRAN.
003094     CLOSE ARCHIVO-TRAN.
003095     IF WS-DIAS-ARCHIVADOS = 0
003096         DISPLAY "ARCTRAN VACIO, NO HAY DIAS QUE REPRODUCIR"
003097         GO TO 6000-EXIT
003098     END-IF.
003099     IF WS-DIAS-ARCHIVADOS > WS-DIAS-PEDIDOS
003100         COMPUTE WS-DIA-DESDE =
003101             WS-DIAS-ARCHIVADOS - WS-DIAS-PEDIDOS + 1
003102         MOVE WS-DIAS-PEDIDOS TO WS-CANT-DIAS-SIM
003103     ELSE
003104         MOVE 1 TO WS-DIA-DESDE
003105         MOVE WS-DIAS-ARCHIVADOS TO WS-CANT-DIAS-SIM
003106     END-IF.
003107     PERFORM 6050-ARMAR-ESCENARIOS THRU 6050-EXIT.
003108     INITIALIZE TABLA-SIMULACION.
003109     MOVE 0 TO WS-DIA-ACTUAL.
003110     MOVE 0 TO WS-IND-DIA.
003111     MOVE 0 TO WS-FECHA-ARCHIVO-ANT.
003112     MOVE "N" TO SW-FIN-ARCTRAN.
003113     OPEN INPUT ARCHIVO-TRAN.
003114     PERFORM 6300-REPRODUCIR-REGISTRO THRU 6300-EXIT
003115         UNTIL FIN-DE-ARCTRAN.
003116     CLOSE ARCHIVO-TRAN.
003117     PERFORM 6400-MOSTRAR-SIMULACION THRU 6400-EXIT.
003118     SET SIMULACION-VISTA TO TRUE.
003125 6000-EXIT.
003126     EXIT.
003127
003128*    LOS DOS ESCENARIOS PARTEN DE LOS VALORES VIGENTES; EL 2
003129*    TOMA ADEMAS EL VALOR PROPUESTO PARA LA CLAVE DEL PENDIENTE.
003130 6050-ARMAR-ESCENARIOS.
003131     MOVE PAR-TOLERANCIA-MAX TO ESC-MAXIMO (1).
003132     MOVE PAR-TOLERANCIA-MIN TO ESC-MINIMO (1).
003133     MOVE PAR-LIMITE-RECHAZOS TO ESC-LIMITE (1).
003134     MOVE PAR-TOLERANCIA-MAX TO ESC-MAXIMO (2).
003135     MOVE PAR-TOLERANCIA-MIN TO ESC-MINIMO (2).
003136     MOVE PAR-LIMITE-RECHAZOS TO ESC-LIMITE (2).
003137     MOVE PPE-VALOR OF REG-PENDIENTE-TRABAJO
003138         TO WS-VALOR-PROPUESTO.
003139     EVALUATE PPE-CLAVE OF REG-PENDIENTE-TRABAJO
003140         WHEN "TOLERMAX"
003141             MOVE WS-VALOR-PROPUESTO TO ESC-MAXIMO (2)
003142             MOVE PAR-TOLERANCIA-MAX TO WS-VALOR-VIGENTE-ED
003143         WHEN "TOLERMIN"
003144             MOVE WS-VALOR-PROPUESTO TO ESC-MINIMO (2)
003145             MOVE PAR-TOLERANCIA-MIN TO WS-VALOR-VIGENTE-ED
003146         WHEN "LIMRECHA"
003147             MOVE WS-VALOR-PROPUESTO TO ESC-LIMITE (2)
003148             MOVE PAR-LIMITE-RECHAZOS TO WS-VALOR-VIGENTE-ED
003149     END-EVALUATE.
003150     PERFORM 6310-NUEVA-ENTREGA THRU 6310-EXIT.
003151 6050-EXIT.
003152     EXIT.
003153
003154*    CANTIDAD DE DIAS HABILES A REPRODUCIR, DE 1 A 20 (EN BLANCO,
003155*    5). DEVUELVE CERO SI LA ENTRADA NO SIRVE.
003156 6100-PEDIR-DIAS.
003157     DISPLAY "DIAS HABILES A REPRODUCIR (1 A 20, BLANCO=5)".
003158     MOVE SPACE TO WS-ENTRADA-DIAS.
003159     ACCEPT WS-ENTRADA-DIAS.
003160     MOVE 0 TO WS-DIAS-PEDIDOS.
003161     IF WS-ENTRADA-DIAS = SPACE
003162         MOVE 5 TO WS-DIAS-PEDIDOS
003163         GO TO 6100-EXIT
003164     END-IF.
003165     IF WS-ENTRADA-DIAS (2:1) = SPACE
003166         AND WS-ENTRADA-DIAS (1:1) NUMERIC
003167         MOVE WS-ENTRADA-DIAS (1:1) TO WS-DIAS-PEDIDOS
003168     ELSE
003169         IF WS-ENTRADA-DIAS NUMERIC
003170             MOVE WS-ENTRADA-DIAS TO WS-DIAS-PEDIDOS
003171         END-IF
003172     END-IF.
003173     IF WS-DIAS-PEDIDOS > 20
003174         MOVE 0 TO WS-DIAS-PEDIDOS
003175     END-IF.
003176 6100-EXIT.
003177     EXIT.
003178
003179******************************************************************
003180* 6200-CONTAR-DIA-ARCHIVADO - PRIMERA LECTURA DE ARCTRAN: CUENTA
003181* LOS DIAS HABILES ARCHIVADOS PARA UBICAR DONDE EMPIEZA LA
003182* VENTANA, COMO EL CONTROL DE DUPLICADOS DE REPARTE0.
003183******************************************************************
003184 6200-CONTAR-DIA-ARCHIVADO.
003185     READ ARCHIVO-TRAN
003186         AT END
003187             SET FIN-DE-ARCTRAN TO TRUE
003188             GO TO 6200-EXIT
003189     END-READ.
003190     IF ATR-FECHA NOT = WS-FECHA-ARCHIVO-ANT
003191         ADD 1 TO WS-DIAS-ARCHIVADOS
003192         MOVE ATR-FECHA TO WS-FECHA-ARCHIVO-ANT
003193     END-IF.
003194 6200-EXIT.
003195     EXIT.
003196
003197******************************************************************
003198* 6300-REPRODUCIR-REGISTRO - SEGUNDA LECTURA: CADA VALOR DE LA
003199* VENTANA SE VALIDA UNA VEZ Y SE CLASIFICA EN LOS DOS
003200* ESCENARIOS. CADA ENTREGA (CABECERA "C") ES UNA CORRIDA NUEVA:
003201* LOS RECHAZOS SEGUIDOS Y LA ENTRADA AGOTADA VUELVEN A CERO.
003202******************************************************************
003203 6300-REPRODUCIR-REGISTRO.
003204     READ ARCHIVO-TRAN
003205         AT END
003206             SET FIN-DE-ARCTRAN TO TRUE
003207             GO TO 6300-EXIT
003208     END-READ.
003209     IF ATR-FECHA NOT = WS-FECHA-ARCHIVO-ANT
003210         ADD 1 TO WS-DIA-ACTUAL
003211         MOVE ATR-FECHA TO WS-FECHA-ARCHIVO-ANT
003212         IF WS-DIA-ACTUAL NOT < WS-DIA-DESDE
003213             ADD 1 TO WS-IND-DIA
003214             MOVE ATR-FECHA TO TSD-FECHA (WS-IND-DIA)
003215         END-IF
003216     END-IF.
003217     IF WS-DIA-ACTUAL < WS-DIA-DESDE
003218         GO TO 6300-EXIT
003219     END-IF.
003220     IF ATR-TIPO = "C"
003221         PERFORM 6310-NUEVA-ENTREGA THRU 6310-EXIT
003222         GO TO 6300-EXIT
003223     END-IF.
003224     IF ATR-TIPO NOT NUMERIC
003225         GO TO 6300-EXIT
003226     END-IF.
003227     MOVE ATR-TIPO TO WS-IND-TIPO.
003228     IF WS-IND-TIPO < 1 OR WS-IND-TIPO > 5
003229         GO TO 6300-EXIT
003230     END-IF.
003231     ADD 1 TO TSP-LEIDOS (WS-IND-DIA, WS-IND-TIPO).
003232     MOVE SPACE TO WS-NUM-ENTRADA.
003233     MOVE ATR-VALOR TO WS-NUM-ENTRADA.
003234     PERFORM VALIDAR-NUM-ENTRADA THRU VALIDAR-NUM-ENTRADA-EXIT.
003235     IF NUM-VALIDO
003236         MOVE WS-NUM-ENTRADA TO NUM
003237     END-IF.
003238     PERFORM 6320-CLASIFICAR-VALOR THRU 6320-EXIT
003239         VARYING WS-IND-ESCENARIO FROM 1 BY 1
003240         UNTIL WS-IND-ESCENARIO > 2.
003241     PERFORM 6330-COMPARAR-ESCENARIOS THRU 6330-EXIT.
003242 6300-EXIT.
003243     EXIT.
003244
003245 6310-NUEVA-ENTREGA.
003246     PERFORM 6311-REINICIAR-TIPO THRU 6311-EXIT
003247         VARYING WS-IND-TIPO FROM 1 BY 1
003248         UNTIL WS-IND-TIPO > 5.
003249 6310-EXIT.
003250     EXIT.
003251
003252 6311-REINICIAR-TIPO.
003253     MOVE 0 TO ESC-SEGUIDOS (1, WS-IND-TIPO).
003254     MOVE 0 TO ESC-SEGUIDOS (2, WS-IND-TIPO).
003255     MOVE "N" TO ESC-AGOTADO (1, WS-IND-TIPO).
003256     MOVE "N" TO ESC-AGOTADO (2, WS-IND-TIPO).
003257 6311-EXIT.
003258     EXIT.
003259
003260******************************************************************
003261* 6320-CLASIFICAR-VALOR - EL VALOR EN UN ESCENARIO: NO PROCESADO
003262* SI LA ENTRADA DE ESE PROGRAMA YA SE AGOTO; RECHAZO SI ES
003263* INVALIDO (Y LA ENTRADA SE AGOTA AL PASAR EL LIMITE DE
003264* RECHAZOS SEGUIDOS, COMO EN ACEPTAR-NUM-VALIDO); FUERA DE RANGO
003265* SI ES DE TIPO 3, 4 O 5 Y QUEDA FUERA DE LOS TOPES.
003266******************************************************************
003267 6320-CLASIFICAR-VALOR.
003268     IF ESC-AGOTADO (WS-IND-ESCENARIO, WS-IND-TIPO) = "S"
003269         SET ESC-NO-PROCESADO (WS-IND-ESCENARIO) TO TRUE
003270         GO TO 6320-EXIT
003271     END-IF.
003272     IF NUM-INVALIDO
003273         SET ESC-RECHAZO (WS-IND-ESCENARIO) TO TRUE
003274         ADD 1 TO ESC-SEGUIDOS (WS-IND-ESCENARIO, WS-IND-TIPO)
003275         IF ESC-SEGUIDOS (WS-IND-ESCENARIO, WS-IND-TIPO)
003276             > ESC-LIMITE (WS-IND-ESCENARIO)
003277             MOVE "S"
003278                 TO ESC-AGOTADO (WS-IND-ESCENARIO, WS-IND-TIPO)
003279         END-IF
003280         GO TO 6320-EXIT
003281     END-IF.
003282     MOVE 0 TO ESC-SEGUIDOS (WS-IND-ESCENARIO, WS-IND-TIPO).
003283     SET ESC-ACEPTADO (WS-IND-ESCENARIO) TO TRUE.
003284     IF WS-IND-TIPO > 2
003285         IF NUM > ESC-MAXIMO (WS-IND-ESCENARIO)
003286             OR NUM < ESC-MINIMO (WS-IND-ESCENARIO)
003287             SET ESC-FUERA-RANGO (WS-IND-ESCENARIO) TO TRUE
003288         END-IF
003289     END-IF.
003290 6320-EXIT.
003291     EXIT.
003292
003293 6330-COMPARAR-ESCENARIOS.
003294     IF ESC-RECHAZO (1)
003295         ADD 1 TO TSP-RECH-VIG (WS-IND-DIA, WS-IND-TIPO)
003296     END-IF.
003297     IF ESC-RECHAZO (2)
003298         ADD 1 TO TSP-RECH-PROP (WS-IND-DIA, WS-IND-TIPO)
003299     END-IF.
003300     IF ESC-FUERA-RANGO (1)
003301         ADD 1 TO TSP-RANGO-VIG (WS-IND-DIA, WS-IND-TIPO)
003302     END-IF.
003303     IF ESC-FUERA-RANGO (2)
003304         ADD 1 TO TSP-RANGO-PROP (WS-IND-DIA, WS-IND-TIPO)
003305     END-IF.
003306     IF ESC-RECHAZO (2) AND NOT ESC-RECHAZO (1)
003307         ADD 1 TO TSP-ENTRA-RECH (WS-IND-DIA, WS-IND-TIPO)
003308     END-IF.
003309     IF ESC-RECHAZO (1) AND NOT ESC-RECHAZO (2)
003310         ADD 1 TO TSP-SALE-RECH (WS-IND-DIA, WS-IND-TIPO)
003311     END-IF.
003312     IF ESC-FUERA-RANGO (2) AND NOT ESC-FUERA-RANGO (1)
003313         ADD 1 TO TSP-ENTRA-RANGO (WS-IND-DIA, WS-IND-TIPO)
003314     END-IF.
003315     IF ESC-FUERA-RANGO (1) AND NOT ESC-FUERA-RANGO (2)
003316         ADD 1 TO TSP-SALE-RANGO (WS-IND-DIA, WS-IND-TIPO)
003317     END-IF.
003318 6330-EXIT.
003319     EXIT.
003320
003321******************************************************************
003322* 6400-MOSTRAR-SIMULACION - POR DIA Y POR PROGRAMA CON VALORES:
003323* RECHAZOS Y FUERA DE RANGO VIGENTE > PROPUESTO Y LOS VALORES
003324* QUE ENTRAN (+) O SALEN (-) DE CADA CONTEO; AL FINAL, EL TOTAL.
003325******************************************************************
003326 6400-MOSTRAR-SIMULACION.
003327     MOVE PPE-VALOR OF REG-PENDIENTE-TRABAJO TO WS-VALOR-EDITADO.
003328     DISPLAY "===== SIMULACION DE "
003329         PPE-CLAVE OF REG-PENDIENTE-TRABAJO " =====".
003330     DISPLAY "VIGENTE " WS-VALOR-VIGENTE-ED
003331         " PROPUESTO " WS-VALOR-EDITADO
003332         " - " WS-CANT-DIAS-SIM " DIAS HABILES DE ARCTRAN".
003333     DISPLAY "FECHA    PROGRAMA   LEIDO RECH V>P    RANGO V>P   "
003334         "RECHAZOS +/-  RANGO +/-".
003335     MOVE 0 TO WS-TOTAL-LEIDOS.
003336     MOVE 0 TO WS-TOTAL-ENTRA-RECH.
003337     MOVE 0 TO WS-TOTAL-SALE-RECH.
003338     MOVE 0 TO WS-TOTAL-ENTRA-RANGO.
003339     MOVE 0 TO WS-TOTAL-SALE-RANGO.
003340     PERFORM 6410-MOSTRAR-DIA THRU 6410-EXIT
003341         VARYING WS-IND-DIA FROM 1 BY 1
003342         UNTIL WS-IND-DIA > WS-CANT-DIAS-SIM.
003343     DISPLAY "TOTAL: LEIDOS " WS-TOTAL-LEIDOS
003344         " RECHAZOS +" WS-TOTAL-ENTRA-RECH " -" WS-TOTAL-SALE-RECH
003345         " FUERA DE RANGO +" WS-TOTAL-ENTRA-RANGO
003346         " -" WS-TOTAL-SALE-RANGO.
003347     DISPLAY "SIMULACION SOLO DE LECTURA: NO SE GRABO NINGUN "
003348         "ARCHIVO".
003349 6400-EXIT.
003350     EXIT.
003351
003352 6410-MOSTRAR-DIA.
003353     PERFORM 6420-MOSTRAR-PROGRAMA THRU 6420-EXIT
003354         VARYING WS-IND-TIPO FROM 1 BY 1
003355         UNTIL WS-IND-TIPO > 5.
003356 6410-EXIT.
003357     EXIT.
003358
003359 6420-MOSTRAR-PROGRAMA.
003360     IF TSP-LEIDOS (WS-IND-DIA, WS-IND-TIPO) = 0
003361         GO TO 6420-EXIT
003362     END-IF.
003363     DISPLAY TSD-FECHA (WS-IND-DIA) " EJERCICIO" WS-IND-TIPO " "
003364         TSP-LEIDOS (WS-IND-DIA, WS-IND-TIPO) " "
003365         TSP-RECH-VIG (WS-IND-DIA, WS-IND-TIPO) ">"
003366         TSP-RECH-PROP (WS-IND-DIA, WS-IND-TIPO) " "
003367         TSP-RANGO-VIG (WS-IND-DIA, WS-IND-TIPO) ">"
003368         TSP-RANGO-PROP (WS-IND-DIA, WS-IND-TIPO) " +"
003369         TSP-ENTRA-RECH (WS-IND-DIA, WS-IND-TIPO) " -"
003370         TSP-SALE-RECH (WS-IND-DIA, WS-IND-TIPO) " +"
003371         TSP-ENTRA-RANGO (WS-IND-DIA, WS-IND-TIPO) " -"
003372         TSP-SALE-RANGO (WS-IND-DIA, WS-IND-TIPO).
003373     ADD TSP-LEIDOS (WS-IND-DIA, WS-IND-TIPO) TO WS-TOTAL-LEIDOS.
003374     ADD TSP-ENTRA-RECH (WS-IND-DIA, WS-IND-TIPO)
003375         TO WS-TOTAL-ENTRA-RECH.
003376     ADD TSP-SALE-RECH (WS-IND-DIA, WS-IND-TIPO)
003377         TO WS-TOTAL-SALE-RECH.
003378     ADD TSP-ENTRA-RANGO (WS-IND-DIA, WS-IND-TIPO)
003379         TO WS-TOTAL-ENTRA-RANGO.
003380     ADD TSP-SALE-RANGO (WS-IND-DIA, WS-IND-TIPO)
003381         TO WS-TOTAL-SALE-RANGO.
003382 6420-EXIT.
003383     EXIT.
003384
003385******************************************************************
003386* 8000-REGRABAR-PENDIENTES - REGRABA PARPEND COMPLETO DESDE LA
003387* TABLA, CON LAS DECISIONES YA MARCADAS.
003388******************************************************************
003389 8000-REGRABAR-PENDIENTES.
003390     OPEN OUTPUT PENDIENTES.
003391     PERFORM 8100-REGRABAR-UNO THRU 8100-EXIT
003392         VARYING WS-IND-PENDIENTE FROM 1 BY 1
003393         UNTIL WS-IND-PENDIENTE > WS-CANT-PENDIENTES.
003394     CLOSE PENDIENTES.
003395 8000-EXIT.
003396     EXIT.
003397
003398 8100-REGRABAR-UNO.
003399     MOVE TPE-REGISTRO (WS-IND-PENDIENTE) TO REG-PENDIENTE.
003400     WRITE REG-PENDIENTE.
003401 8100-EXIT.
003402     EXIT.
003403
003404******************************************************************
003405* 8700-GRABAR-AUDITORIA - DEJA LA DECISION EN EL LOG, ATRIBUIDA
003406* AL APROBADOR VALIDADO.
003407******************************************************************
003408 8700-GRABAR-AUDITORIA.
003409     MOVE VOP-ID TO AUD-OPERADOR.
003410     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003411     ACCEPT AUD-HORA FROM TIME.
003412     MOVE "APRPARM" TO AUD-PROGRAMA.
003413     PERFORM 8710-COMPLETAR-AUDITORIA THRU 8710-EXIT.
003414 8700-EXIT.
003415     EXIT.
003416
003417 8710-COMPLETAR-AUDITORIA.
003420     MOVE SPACE TO AUD-SEPARADOR-1.
003430     MOVE SPACE TO AUD-SEPARADOR-2.
003440     MOVE SPACE TO AUD-SEPARADOR-3.
003480     CALL "AUDITWRT" USING REG-AUDITORIA.
003490 8710-EXIT.
003500     EXIT.
003503
003506     COPY VALNUMP.
003510
003520 END PROGRAM APRPARM.

000100******************************************************************
000110* Monitor de cortes de entrega de TRANDIA. Lo corre el scheduler
000120*a intervalos durante el dia (job VIGCORTE): para el dia de
000130*negocio vigente recorre las entregas esperadas del maestro de
000140*origenes (ORIGMST) y el registro de entregas (ENTREGAS), y por
000150*cada entrega activa cuyo corte ya paso sin que haya llegado
000160*levanta una alerta critica al operador (GRABALER) y la deja
000170*marcada como faltante en el registro, para que la pasada
000180*siguiente no vuelva a alertarla. Al final lista el estado del
000190*dia entrega por entrega.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    VIGCORTE.
000230 AUTHOR.        R. ALONSO.
000240 INSTALLATION.  DEPTO. DESARROLLO.
000250 DATE-WRITTEN.  15/10/2026.
000260 DATE-COMPILED.
000270******************************************************************
000280* HISTORIAL DE MODIFICACIONES
000290* FECHA       INIC.  DESCRIPCION
000300* 15/10/2026  RA     VERSION INICIAL. EL CORTE SE DA POR VENCIDO
000310*                    CUANDO LA FECHA DE LA MAQUINA YA PASO EL DIA
000320*                    DE NEGOCIO, O ES EL MISMO DIA Y LA HORA YA
000330*                    LLEGO A LA HORA DE CORTE. RETURN-CODE 4 SI
000340*                    ESTA PASADA ALERTO ALGUNA ENTREGA FALTANTE.
000342* 15/10/2026  RA     EL LISTADO MUESTRA LAS ENTREGAS RETENIDAS
000344*                    POR DUPLICADAS Y LAS LIBERADAS; LAS DOS
000346*                    CUENTAN COMO LLEGADAS.
000347* 15/10/2026  RA     TAMBIEN LAS DERIVADAS A AJUSTES (ESTADO J),
000348*                    QUE CUENTAN COMO LLEGADAS.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ORIGEN-MAESTRO ASSIGN TO "ORIGMST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MAESTRO-STATUS.
000420     SELECT ENTREGAS ASSIGN TO "ENTREGAS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ENTREGAS-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ORIGEN-MAESTRO
000490     LABEL RECORDS ARE STANDARD.
000500 01  REG-ORIGEN-MAESTRO.
000510     COPY ORIGMST.
000520
000530 FD  ENTREGAS
000540     LABEL RECORDS ARE STANDARD.
000550 01  REG-ENTREGAS.
000560     COPY ENTREGA.
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-MAESTRO-STATUS           PIC X(02) VALUE "00".
000600 01  WS-ENTREGAS-STATUS          PIC X(02) VALUE "00".
000610
000620 01  FECHA-NEGOCIO-COM.
000630     COPY FECHALNK.
000640
000650 01  REG-ALERTA.
000660     COPY ALERTA.
000670
000680*    REGISTRO QUE SE PASA A GRABENTR PARA MARCAR LA FALTANTE.
000690 01  REG-ENTREGA-NUEVA.
000700     COPY ENTREGA.
000710
000720 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
000730 01  WS-HORA-HOY                 PIC 9(08) VALUE 0.
000740 01  WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
000750     05  WS-HHMM-HOY             PIC 9(04).
000760     05  FILLER                  PIC 9(04).
000770 01  WS-CANT-ESPERADAS           PIC 9(03) VALUE 0.
000780 01  WS-IND-ESPERADA             PIC 9(03) VALUE 0.
000790 01  WS-CANT-FALTANTES-NUEVAS    PIC 9(03) VALUE 0.
000800 01  WS-CANT-LLEGADAS            PIC 9(03) VALUE 0.
000810 01  WS-CANT-PENDIENTES          PIC 9(03) VALUE 0.
000820 01  WS-CORTE-EDITADO            PIC 9(04) VALUE 0.
000830 01  WS-ESTADO-TEXTO             PIC X(12) VALUE SPACE.
000840
000850 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
000860     88  FIN-DE-MAESTRO                    VALUE "S".
000870 01  SW-FIN-ENTREGAS             PIC X(01) VALUE "N".
000880     88  FIN-DE-ENTREGAS                   VALUE "S".
000890 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000900     88  TABLA-LLENA                       VALUE "S".
000910
000920*    ENTREGAS ACTIVAS ESPERADAS PARA EL DIA, CON EL ULTIMO ESTADO
000930*    QUE EL REGISTRO TIENE DE CADA UNA (BLANCO = SIN REGISTRO).
000940 01  TABLA-ESPERADAS.
000950     05  TES-ENTRADA OCCURS 100 TIMES.
000960         10  TES-ORIGEN          PIC X(08).
000970         10  TES-SECUENCIA       PIC 9(02).
000980         10  TES-HORA-CORTE      PIC 9(04).
000990         10  TES-ESTADO          PIC X(01).
001000         10  TES-HORA-LLEGADA    PIC 9(06).
001010
001020 PROCEDURE DIVISION.
001030******************************************************************
001040* 0000-MAINLINE-CONTROL
001050******************************************************************
001060 0000-MAINLINE-CONTROL.
001070     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001080     IF FNC-SIN-ARCHIVO
001090         DISPLAY "SIN FECHA DE NEGOCIO, NO HAY CORTES QUE VIGILAR"
001100         MOVE 16 TO RETURN-CODE
001110         GOBACK
001120     END-IF.
001130     IF FNC-DIA-CERRADO
001140         DISPLAY "EL DIA DE NEGOCIO " FNC-FECHA-NEGOCIO
001150             " YA ESTA CERRADO, NO HAY CORTES QUE VIGILAR"
001160         GOBACK
001170     END-IF.
001180     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001190     ACCEPT WS-HORA-HOY FROM TIME.
001200     PERFORM 1000-CARGAR-ESPERADAS THRU 1000-EXIT.
001210     IF TABLA-LLENA
001220         DISPLAY "MAS DE 100 ENTREGAS ESPERADAS EN ORIGMST, SE "
001230             "VIGILAN SOLO LAS PRIMERAS 100"
001240     END-IF.
001250     PERFORM 2000-LEER-REGISTRO THRU 2000-EXIT.
001260     PERFORM 3000-VIGILAR-ESPERADA THRU 3000-EXIT
001270         VARYING WS-IND-ESPERADA FROM 1 BY 1
001280         UNTIL WS-IND-ESPERADA > WS-CANT-ESPERADAS.
001290     PERFORM 4000-LISTAR-ESTADO THRU 4000-EXIT.
001300     IF WS-CANT-FALTANTES-NUEVAS > 0
001310         MOVE 4 TO RETURN-CODE
001320     END-IF.
001330     GOBACK.
001340
001350******************************************************************
001360* 1000-CARGAR-ESPERADAS - CARGA LAS ENTREGAS ACTIVAS DEL MAESTRO
001370* DE ORIGENES. SIN MAESTRO NO HAY NADA QUE ESPERAR.
001380******************************************************************
001390 1000-CARGAR-ESPERADAS.
001400     OPEN INPUT ORIGEN-MAESTRO.
001410     IF WS-MAESTRO-STATUS NOT = "00"
001420         DISPLAY "SIN MAESTRO DE ORIGENES, NO HAY ENTREGAS "
001430             "ESPERADAS"
001440         GO TO 1000-EXIT
001450     END-IF.
001460     PERFORM 1100-CARGAR-UNA THRU 1100-EXIT
001470         UNTIL FIN-DE-MAESTRO OR TABLA-LLENA.
001480     CLOSE ORIGEN-MAESTRO.
001490 1000-EXIT.
001500     EXIT.
001510
001520 1100-CARGAR-UNA.
001530     READ ORIGEN-MAESTRO
001540         AT END
001550             SET FIN-DE-MAESTRO TO TRUE
001560             GO TO 1100-EXIT
001570     END-READ.
001580     IF ORG-ACTIVO NOT = "S"
001590         GO TO 1100-EXIT
001600     END-IF.
001610     IF WS-CANT-ESPERADAS = 100
001620         SET TABLA-LLENA TO TRUE
001630         GO TO 1100-EXIT
001640     END-IF.
001650     ADD 1 TO WS-CANT-ESPERADAS.
001660     MOVE ORG-ID TO TES-ORIGEN (WS-CANT-ESPERADAS).
001670     MOVE ORG-SECUENCIA TO TES-SECUENCIA (WS-CANT-ESPERADAS).
001680     MOVE ORG-HORA-CORTE TO TES-HORA-CORTE (WS-CANT-ESPERADAS).
001690     MOVE SPACE TO TES-ESTADO (WS-CANT-ESPERADAS).
001700     MOVE 0 TO TES-HORA-LLEGADA (WS-CANT-ESPERADAS).
001710 1100-EXIT.
001720     EXIT.
001730
001740******************************************************************
001750* 2000-LEER-REGISTRO - RECORRE EL REGISTRO DE ENTREGAS Y DEJA EN
001760* LA TABLA EL ULTIMO ESTADO DE CADA ENTREGA ESPERADA DEL DIA.
001770******************************************************************
001780 2000-LEER-REGISTRO.
001790     OPEN INPUT ENTREGAS.
001800     IF WS-ENTREGAS-STATUS NOT = "00"
001810         GO TO 2000-EXIT
001820     END-IF.
001830     PERFORM 2100-LEER-ENTREGA THRU 2100-EXIT
001840         UNTIL FIN-DE-ENTREGAS.
001850     CLOSE ENTREGAS.
001860 2000-EXIT.
001870     EXIT.
001880
001890 2100-LEER-ENTREGA.
001900     READ ENTREGAS
001910         AT END
001920             SET FIN-DE-ENTREGAS TO TRUE
001930             GO TO 2100-EXIT
001940     END-READ.
001950     IF ENT-FECHA OF REG-ENTREGAS NOT = FNC-FECHA-NEGOCIO
001960         GO TO 2100-EXIT
001970     END-IF.
001980     PERFORM 2110-ANOTAR-ESTADO THRU 2110-EXIT
001990         VARYING WS-IND-ESPERADA FROM 1 BY 1
002000         UNTIL WS-IND-ESPERADA > WS-CANT-ESPERADAS.
002010 2100-EXIT.
002020     EXIT.
002030
002040 2110-ANOTAR-ESTADO.
002050     IF TES-ORIGEN (WS-IND-ESPERADA) = ENT-ORIGEN OF REG-ENTREGAS
002060         AND TES-SECUENCIA (WS-IND-ESPERADA)
002062             = ENT-SECUENCIA OF REG-ENTREGAS
002070         MOVE ENT-ESTADO OF REG-ENTREGAS
002072             TO TES-ESTADO (WS-IND-ESPERADA)
002080         MOVE ENT-HORA-LLEGADA OF REG-ENTREGAS
002090             TO TES-HORA-LLEGADA (WS-IND-ESPERADA)
002100     END-IF.
002110 2110-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 3000-VIGILAR-ESPERADA - UNA ENTREGA SIN NINGUN REGISTRO EN EL
002160* DIA CUYO CORTE YA VENCIO SE ALERTA Y SE MARCA FALTANTE. UNA
002170* YA MARCADA NO SE VUELVE A ALERTAR.
002180******************************************************************
002190 3000-VIGILAR-ESPERADA.
002200     IF TES-ESTADO (WS-IND-ESPERADA) NOT = SPACE
002210         GO TO 3000-EXIT
002220     END-IF.
002230     IF WS-FECHA-HOY = FNC-FECHA-NEGOCIO
002240         AND WS-HHMM-HOY < TES-HORA-CORTE (WS-IND-ESPERADA)
002250         GO TO 3000-EXIT
002260     END-IF.
002270     IF WS-FECHA-HOY < FNC-FECHA-NEGOCIO
002280         GO TO 3000-EXIT
002290     END-IF.
002300     MOVE TES-HORA-CORTE (WS-IND-ESPERADA) TO WS-CORTE-EDITADO.
002310     MOVE "C" TO ALR-SEVERIDAD.
002320     MOVE SPACE TO ALR-MENSAJE.
002330     STRING "ENTREGA " TES-ORIGEN (WS-IND-ESPERADA) "/"
002340         TES-SECUENCIA (WS-IND-ESPERADA) " NO LLEGO, CORTE "
002350         WS-CORTE-EDITADO
002360         DELIMITED BY SIZE INTO ALR-MENSAJE.
002370     MOVE "VIGCORTE" TO ALR-PROGRAMA.
002380     CALL "GRABALER" USING REG-ALERTA.
002390     MOVE SPACE TO REG-ENTREGA-NUEVA.
002400     MOVE FNC-FECHA-NEGOCIO TO ENT-FECHA OF REG-ENTREGA-NUEVA.
002410     MOVE TES-SECUENCIA (WS-IND-ESPERADA)
002412         TO ENT-SECUENCIA OF REG-ENTREGA-NUEVA.
002420     MOVE TES-ORIGEN (WS-IND-ESPERADA)
002422         TO ENT-ORIGEN OF REG-ENTREGA-NUEVA.
002430     MOVE ZEROS TO ENT-CANTIDADES OF REG-ENTREGA-NUEVA.
002440     MOVE 0 TO ENT-CANT-TOTAL OF REG-ENTREGA-NUEVA.
002450     MOVE 0 TO ENT-HASH OF REG-ENTREGA-NUEVA.
002460     MOVE 0 TO ENT-HORA-LLEGADA OF REG-ENTREGA-NUEVA.
002470     MOVE "F" TO ENT-ESTADO OF REG-ENTREGA-NUEVA.
002480     MOVE "S" TO ENT-ORIGEN-REGISTRADO OF REG-ENTREGA-NUEVA.
002490     CALL "GRABENTR" USING REG-ENTREGA-NUEVA.
002500     MOVE "F" TO TES-ESTADO (WS-IND-ESPERADA).
002510     ADD 1 TO WS-CANT-FALTANTES-NUEVAS.
002520 3000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 4000-LISTAR-ESTADO - ESTADO DEL DIA, ENTREGA POR ENTREGA.
002570******************************************************************
002580 4000-LISTAR-ESTADO.
002590     DISPLAY "===== ENTREGAS DEL DIA " FNC-FECHA-NEGOCIO
002600         " (HORA " WS-HHMM-HOY ") =====".
002610     IF WS-CANT-ESPERADAS = 0
002620         DISPLAY "  SIN ENTREGAS ESPERADAS"
002630         GO TO 4000-EXIT
002640     END-IF.
002650     DISPLAY "ORIGEN   EN CORTE ESTADO       LLEGADA".
002660     PERFORM 4100-LISTAR-UNA THRU 4100-EXIT
002670         VARYING WS-IND-ESPERADA FROM 1 BY 1
002680         UNTIL WS-IND-ESPERADA > WS-CANT-ESPERADAS.
002690     DISPLAY "LLEGADAS: " WS-CANT-LLEGADAS
002700         "  PENDIENTES: " WS-CANT-PENDIENTES
002710         "  FALTANTES ALERTADAS AHORA: " WS-CANT-FALTANTES-NUEVAS.
002720 4000-EXIT.
002730     EXIT.
002740
002750 4100-LISTAR-UNA.
002760     EVALUATE TES-ESTADO (WS-IND-ESPERADA)
002770         WHEN SPACE
002780             MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
002790             ADD 1 TO WS-CANT-PENDIENTES
002800         WHEN "F"
002810             MOVE "FALTANTE" TO WS-ESTADO-TEXTO
002820         WHEN "R"
002830             MOVE "RECIBIDA" TO WS-ESTADO-TEXTO
002840             ADD 1 TO WS-CANT-LLEGADAS
002850         WHEN "E"
002860             MOVE "ENRUTADA" TO WS-ESTADO-TEXTO
002870             ADD 1 TO WS-CANT-LLEGADAS
002880         WHEN "P"
002890             MOVE "PROCESADA" TO WS-ESTADO-TEXTO
002900             ADD 1 TO WS-CANT-LLEGADAS
002910         WHEN "A"
002920             MOVE "ACUSADA" TO WS-ESTADO-TEXTO
002921             ADD 1 TO WS-CANT-LLEGADAS
002922         WHEN "D"
002923             MOVE "RETENIDA" TO WS-ESTADO-TEXTO
002924             ADD 1 TO WS-CANT-LLEGADAS
002925         WHEN "L"
002926             MOVE "LIBERADA" TO WS-ESTADO-TEXTO
002927             ADD 1 TO WS-CANT-LLEGADAS
002928         WHEN "J"
002929             MOVE "A AJUSTES" TO WS-ESTADO-TEXTO
002930             ADD 1 TO WS-CANT-LLEGADAS
002940         WHEN OTHER
002950             MOVE "DESCONOCIDO" TO WS-ESTADO-TEXTO
002960     END-EVALUATE.
002970     DISPLAY TES-ORIGEN (WS-IND-ESPERADA) " "
002980         TES-SECUENCIA (WS-IND-ESPERADA) " "
002990         TES-HORA-CORTE (WS-IND-ESPERADA) "  "
003000         WS-ESTADO-TEXTO " "
003010         TES-HORA-LLEGADA (WS-IND-ESPERADA).
003020 4100-EXIT.
003030     EXIT.
003040
003050 END PROGRAM VIGCORTE.

001504*                    COMPARARLOS CONTRA EL DIA SIGUIENTE. EL
001505*                    REGISTRO DE AUDITORIA CONSERVA LOS
001506*                    MAXPOS=/MINPOS= QUE MUESTRA EL PANEL.
001507* 15/10/2026  RA     CADA CORRIDA CON VALORES GRABA LOS EXTREMOS
001508*                    DEL DIA EN EL HISTORIAL INDEXADO EXTDIA5
001509*                    (COPY EXTDIA5, UN REGISTRO POR FECHA QUE UNA
001510*                    NUEVA CORRIDA DEL DIA REEMPLAZA) Y REARMA EL
001511*                    REGISTRO DE RECORDS RECEXT5 (COPY RECEXT5)
001512*                    DEL MES, DEL ANIO E HISTORICOS, CON FECHA Y
001513*                    POSICION. EL DIA QUE SUPERA UN RECORD QUEDA
001514*                    MARCADO Y DEJA UNA ALERTA W POR EL MAXIMO Y
001515*                    OTRA POR EL MINIMO CON EL ALCANCE MAS AMPLIO
001516*                    SUPERADO; EL RETORNO NO CAMBIA POR ESO.
001517* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
001518*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
001519*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
001520*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
001521*                    COMO ENTRENAMIENTO Y EL LISTADO RANKING5
001522*                    LLEVA LA MARCA EN SU PRIMERA LINEA.
001524* 15/10/2026  RA     LA ESCALADA FINAL DEL CODIGO DE RETORNO SE
001526*                    HACE ANTES DE GRABAR EL HISTORIAL, QUE LLEVA
001528*                    AHORA ESE CODIGO (RH-RETORNO) PARA EL INFORME
001530*                    DE RELEVO DE TURNO.
001531* 15/10/2026  RA     DOBLE CARGA A CIEGAS: CON EJER-DOBLE-CARGA EN
001532*                    "S" Y ENTRADA INTERACTIVA, LA LISTA REVISADA
001533*                    LA VUELVE A TIPEAR OTRO OPERADOR CON LA
001534*                    POSICION 5 (COPY DOBLCAR/DOBLCARP). LAS
001535*                    DIFERENCIAS LAS RESUELVE EL VERIFICADOR Y SE
001536*                    AUDITAN; UNA LISTA SIN VERIFICAR NO SE CUENTA
001537*                    (NI REPORTE NI EXTREMOS) Y LA CORRIDA TERMINA
001538*                    CON RC 8 Y UNA ALERTA.
001539* 15/10/2026  RA     LA LISTA SIN VERIFICAR IGUAL GRABA EL
001540*                    HISTORIAL Y LA AUDITORIA DE LA CORRIDA, CON
001541*                    EXTREMOS Y POSICIONES EN CERO Y RC 8.
001542******************************************************************
001543 ENVIRONMENT DIVISION.
001544 INPUT-OUTPUT SECTION.
001545 FILE-CONTROL.
001548     SELECT REPORTE-OUT ASSIGN TO "REPORTE5"
001558         ORGANIZATION IS LINE SEQUENTIAL.
001568     SELECT RANKING-OUT ASSIGN TO "RANKING5"
001588     SELECT LISTA-IN ASSIGN TO "LISTA5"
001598         ORGANIZATION IS LINE SEQUENTIAL
001608         FILE STATUS IS WS-LISTA-STATUS.
001609     SELECT EXTREMOS-DIA ASSIGN TO "EXTDIA5"
001610         ORGANIZATION IS INDEXED
001611         ACCESS MODE IS DYNAMIC
001612         RECORD KEY IS EXD-FECHA
001613         FILE STATUS IS WS-EXTDIA-STATUS.
001614     SELECT RECORDS-OUT ASSIGN TO "RECEXT5"
001615         ORGANIZATION IS LINE SEQUENTIAL.
001618
001628 DATA DIVISION.
001638 FILE SECTION.
001938     05  FILLER                  PIC X(01).
001948     05  LOT-CANT-TOTAL          PIC 9(05).
001958     05  FILLER                  PIC X(14).
001959
001960 FD  EXTREMOS-DIA
001961     LABEL RECORDS ARE STANDARD.
001962 01  REG-EXTREMOS-DIA.
001963     COPY EXTDIA5.
001964
001965 FD  RECORDS-OUT
001966     LABEL RECORDS ARE STANDARD.
001967 01  REG-RECORDS-OUT.
001968     COPY RECEXT5.
001969 01  REG-RECORDS-TRL             PIC X(49).
001970
001978
001988 WORKING-STORAGE SECTION.
001998 01  REG-AUDITORIA.
002008     COPY AUDITLOG.
002018     COPY LISTCTR.
002028     COPY VALNUM.
002033     COPY DOBLCAR.
002038 01  POSICION                    PIC 9(02) VALUE 1.
002048 01  POSICION-MINIMO             PIC 9(02) VALUE 1.
002058 01  CONTADOR                    PIC 9(02) VALUE 0.
002338 01  WS-ENTRADA-POSICION         PIC X(03) VALUE SPACE.
002348 01  WS-POS-CORRECCION           PIC 9(03) VALUE 0.
002358 01  WS-VALOR-EDITADO            PIC +9(05).99.
002361 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
002364     88  MODO-ENTRENAMIENTO                VALUE "S".
002368 01  SW-MODO-REVISION            PIC X(01) VALUE "S".
002378     88  SIN-REVISION                      VALUE "N".
002388 01  SW-LISTA-CONFIRMADA         PIC X(01) VALUE "N".

002828 01  REG-HISTORIAL.
002838     COPY HISTCORR.
002839
002840*    RECORDS DEL MES (1), DEL ANIO (2) E HISTORICOS (3), ARMADOS
002841*    CON LOS DIAS ANTERIORES DEL HISTORIAL DE EXTREMOS Y LUEGO
002842*    CONTRASTADOS CONTRA EL DIA DE NEGOCIO. EL PERIODO DEL MES ES
002843*    AAAAMM, EL DEL ANIO AAAA00 Y EL HISTORICO CERO.
002844 01  WS-EXTDIA-STATUS            PIC X(02) VALUE "00".
002845 01  TABLA-RECORDS.
002846     05  TRC-ENTRADA OCCURS 3 TIMES.
002847         10  TRC-ALCANCE         PIC X(01).
002848         10  TRC-PERIODO         PIC 9(06).
002849         10  TRC-DIAS            PIC 9(05).
002850         10  TRC-MAXIMO          PIC S9(05)V99.
002851         10  TRC-FECHA-MAXIMO    PIC 9(08).
002852         10  TRC-POS-MAXIMO      PIC 9(02).
002853         10  TRC-NUEVO-MAXIMO    PIC X(01).
002854         10  TRC-MINIMO          PIC S9(05)V99.
002855         10  TRC-FECHA-MINIMO    PIC 9(08).
002856         10  TRC-POS-MINIMO      PIC 9(02).
002857         10  TRC-NUEVO-MINIMO    PIC X(01).
002858 01  TABLA-PERIODOS-FILA.
002859     05  TPF-PERIODO OCCURS 3 TIMES PIC 9(06).
002860 01  FECHA-DIA-EXTREMO.
002861     05  FDX-ANIO                PIC 9(04).
002862     05  FDX-MES                 PIC 9(02).
002863     05  FDX-DIA                 PIC 9(02).
002864 01  FECHA-DIA-EXTREMO-N REDEFINES FECHA-DIA-EXTREMO
002865                                 PIC 9(08).
002866 01  IND-ALCANCE                 PIC 9(01) VALUE 0.
002867 01  WS-RECORD-MAXIMO            PIC X(01) VALUE SPACE.
002868 01  WS-RECORD-MINIMO            PIC X(01) VALUE SPACE.
002869 01  WS-ALCANCE-AVISO            PIC X(01) VALUE SPACE.
002870 01  WS-TEXTO-ALCANCE            PIC X(10) VALUE SPACE.
002871 01  SW-FIN-EXTREMOS             PIC X(01) VALUE "N".
002872     88  FIN-DE-EXTREMOS                   VALUE "S".
002873
002874 PROCEDURE DIVISION.
002875******************************************************************
002878* 0000-MAINLINE-CONTROL
002888******************************************************************
002898 0000-MAINLINE-CONTROL.
002908     ACCEPT WS-HORA-INICIO FROM TIME.
002909     MOVE "N" TO SW-ENTRENAMIENTO.
002910     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
002911     IF MODO-ENTRENAMIENTO
002912         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
002913     END-IF.
002918     MOVE "EJERCICIO5" TO RCH-PROGRAMA.
002921     MOVE "EJERCICIO5" TO DBL-PROGRAMA.
002924     MOVE 5 TO DBL-PERMISO.
002928     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
002938     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
002948     IF FNC-DIA-CERRADO
003228     END-IF.
003238     IF CONTADOR > 0
003248         PERFORM 2300-REVISAR-LISTA THRU 2300-EXIT
003249         PERFORM 2350-VERIFICAR-LISTA THRU 2350-EXIT
003250     END-IF.
003251     IF LISTA-SIN-VERIFICAR
003252         IF WS-RETORNO < 8
003253             MOVE 8 TO WS-RETORNO
003254         END-IF
003255         MOVE "C" TO ALR-SEVERIDAD
003256         MOVE "LISTA(S) SIN VERIFICAR, NO SE CONTARON"
003257             TO ALR-MENSAJE
003258         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
003259         MOVE 0 TO MAXIMO
003260         MOVE 0 TO MINIMO
003261         MOVE 0 TO POSICION
003262         MOVE 0 TO POSICION-MINIMO
003263         PERFORM 8650-GRABAR-HISTORIAL THRU 8650-EXIT
003264         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
003265         GO TO 0000-FIN
003266     END-IF.
003267     IF CONTADOR > 0
003268         PERFORM 2500-BUSCAR-EXTREMOS THRU 2500-EXIT
003269     END-IF.
003278     PERFORM 8000-MOSTRAR THRU 8000-EXIT.
003288     PERFORM 8200-LISTAR-RANKING THRU 8200-EXIT.
003298     PERFORM 8500-GRABAR-REPORTE THRU 8500-EXIT.
003300     IF CONTADOR > 0
003302         PERFORM 8600-REGISTRAR-EXTREMOS THRU 8600-EXIT
003303     END-IF.
003304     IF ENTRADA-AGOTADA AND WS-RETORNO < 8
003305         MOVE 8 TO WS-RETORNO
003306     END-IF.
003307     IF CANT-FUERA-DE-RANGO > 0 AND WS-RETORNO < 4
003308         MOVE 4 TO WS-RETORNO
003309     END-IF.
003310     PERFORM 8650-GRABAR-HISTORIAL THRU 8650-EXIT.
003318     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003328     IF ENTRADA-AGOTADA
003338         MOVE "C" TO ALR-SEVERIDAD
003408         MOVE "FUERA DE RANGO SUPERA EL UMBRAL"
003418             TO ALR-MENSAJE
003428         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
003498     END-IF.
003508 0000-FIN.
003518     MOVE WS-RETORNO TO RETURN-CODE.
003568* MODO INTERACTIVO HACE LAS PREGUNTAS DE SIEMPRE (EMPATES Y
003578* REVISION); EN MODO BATCH LAS SALTEA, ABRE EL ARCHIVO LISTA5 Y
003588* VALIDA SU CABECERA CONTRA LA FECHA DE NEGOCIO.
003593* LA DOBLE CARGA (EJER-DOBLE-CARGA) SOLO RIGE EN INTERACTIVO.
003598******************************************************************
003608 1500-PREPARAR-ENTRADA.
003618     ACCEPT SW-MODO-EJECUCION FROM ENVIRONMENT "EJER5-MODO".
003718             "EJER5-REVISION"
003728         IF SW-MODO-REVISION NOT = "N"
003738             MOVE "S" TO SW-MODO-REVISION
003739         END-IF
003740         MOVE "N" TO SW-DOBLE-CARGA
003741         ACCEPT SW-DOBLE-CARGA FROM ENVIRONMENT "EJER-DOBLE-CARGA"
003742         IF DOBLE-CARGA-ACTIVA
003743             DISPLAY "DOBLE CARGA ACTIVA: LA LISTA LA VERIFICA "
003744                 "OTRO OPERADOR"
003748         END-IF
003758         DISPLAY "INGRESE 10 NUMEROS"
003768         GO TO 1500-EXIT
005858         END-IF
005868     END-IF.
005878 2340-EXIT.
005879     EXIT.
005880
005881******************************************************************
005882* 2350-VERIFICAR-LISTA - CON LA DOBLE CARGA ACTIVA, UN SEGUNDO
005883* OPERADOR VUELVE A TIPEAR LA LISTA YA REVISADA SIN VERLA (COPY
005884* DOBLCARP) Y LA LISTA SIGUE CON LOS VALORES QUE QUEDARON DE LA
005885* COMPARACION. SI NO QUEDA VERIFICADA, LA LISTA NO SE CUENTA.
005886******************************************************************
005887 2350-VERIFICAR-LISTA.
005888     SET LISTA-VERIFICADA TO TRUE.
005889     IF NOT DOBLE-CARGA-ACTIVA
005890         GO TO 2350-EXIT
005891     END-IF.
005892     MOVE 1 TO DBL-LISTA.
005893     MOVE CONTADOR TO DBL-CANT-VALORES.
005894     PERFORM 2360-COPIAR-A-VERIFICAR THRU 2360-EXIT
005895         VARYING IND-CAPTURA FROM 1 BY 1
005896         UNTIL IND-CAPTURA > CONTADOR.
005897     PERFORM VERIFICAR-DOBLE-CARGA
005898         THRU VERIFICAR-DOBLE-CARGA-EXIT.
005899     IF LISTA-SIN-VERIFICAR
005900         DISPLAY "LA LISTA NO SE CUENTA, QUEDO SIN VERIFICAR"
005901         GO TO 2350-EXIT
005902     END-IF.
005903     PERFORM 2370-TOMAR-VERIFICADO THRU 2370-EXIT
005904         VARYING IND-CAPTURA FROM 1 BY 1
005905         UNTIL IND-CAPTURA > CONTADOR.
005906 2350-EXIT.
005907     EXIT.
005908
005909 2360-COPIAR-A-VERIFICAR.
005910     MOVE TN-VALOR (IND-CAPTURA) TO DBL-VALOR-CARGA (IND-CAPTURA).
005911 2360-EXIT.
005912     EXIT.
005913
005914 2370-TOMAR-VERIFICADO.
005915     MOVE DBL-VALOR-FINAL (IND-CAPTURA) TO TN-VALOR (IND-CAPTURA).
005916 2370-EXIT.
005917     EXIT.
005918
005919******************************************************************
005920* 2500-BUSCAR-EXTREMOS - RECIEN CON LA LISTA CONFIRMADA, RECORRE
005928* LA TABLA BUSCANDO EL MAXIMO Y EL MINIMO CON LA POSICION DE SU
005938* PRIMERA APARICION, Y CONTROLA CADA VALOR CONTRA EL RANGO DE
005948* NEGOCIO.
006738         VARYING RNK-I FROM 1 BY 1 UNTIL RNK-I > CONTADOR.
006748     PERFORM 8220-ORDENAR-RANKING THRU 8220-EXIT.
006758     OPEN OUTPUT RANKING-OUT.
006760     IF MODO-ENTRENAMIENTO
006762         MOVE "*** ENTRENAMIENTO ***" TO REG-RANKING
006764         WRITE REG-RANKING
006766     END-IF.
006768     DISPLAY "LISTADO ORDENADO DE MAYOR A MENOR:".
006778     PERFORM 8250-LISTAR-FILA THRU 8250-EXIT
006788         VARYING RNK-I FROM 1 BY 1 UNTIL RNK-I > CONTADOR.
007818     MOVE REG-TRAILER TO REG-REPORTE-TRL.
007828     WRITE REG-REPORTE-TRL.
007838 8550-EXIT.
007839     EXIT.
007840
007841******************************************************************
007842* 8600-REGISTRAR-EXTREMOS - GRABA EL MAXIMO Y EL MINIMO DEL DIA EN
007843* EL HISTORIAL DIARIO EXTDIA5 Y REARMA EL REGISTRO DE RECORDS. LOS
007844* RECORDS SE CALCULAN CADA VEZ CON LOS DIAS ANTERIORES AL DIA DE
007845* NEGOCIO, ASI QUE UNA NUEVA CORRIDA DEL DIA (O DE UN DIA
007846* REABIERTO) NO SE COMPARA CONTRA SI MISMA. SI EL HISTORIAL NO
007847* EXISTE TODAVIA SE CREA VACIO, COMO HISTCORR.
007848******************************************************************
007849 8600-REGISTRAR-EXTREMOS.
007850     OPEN I-O EXTREMOS-DIA.
007851     IF WS-EXTDIA-STATUS = "35"
007852         OPEN OUTPUT EXTREMOS-DIA
007853         CLOSE EXTREMOS-DIA
007854         OPEN I-O EXTREMOS-DIA
007855     END-IF.
007856     IF WS-EXTDIA-STATUS NOT = "00"
007857         DISPLAY "NO SE PUDO ABRIR EXTDIA5, FILE STATUS "
007858             WS-EXTDIA-STATUS
007859         MOVE "W" TO ALR-SEVERIDAD
007860         MOVE "NO SE PUDO ABRIR EL HISTORIAL EXTDIA5"
007861             TO ALR-MENSAJE
007862         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
007863         IF WS-RETORNO < 4
007864             MOVE 4 TO WS-RETORNO
007865         END-IF
007866         GO TO 8600-EXIT
007867     END-IF.
007868     MOVE FNC-FECHA-NEGOCIO TO FECHA-DIA-EXTREMO-N.
007869     PERFORM 8602-CALCULAR-PERIODOS THRU 8602-EXIT.
007870     PERFORM 8605-LIMPIAR-ALCANCE THRU 8605-EXIT
007871         VARYING IND-ALCANCE FROM 1 BY 1
007872         UNTIL IND-ALCANCE > 3.
007873     MOVE "M" TO TRC-ALCANCE (1).
007874     MOVE "A" TO TRC-ALCANCE (2).
007875     MOVE "H" TO TRC-ALCANCE (3).
007876     MOVE "N" TO SW-FIN-EXTREMOS.
007877     MOVE 0 TO EXD-FECHA.
007878     START EXTREMOS-DIA KEY NOT LESS THAN EXD-FECHA
007879         INVALID KEY
007880             SET FIN-DE-EXTREMOS TO TRUE
007881     END-START.
007882     PERFORM 8610-LEER-DIA-ANTERIOR THRU 8610-EXIT
007883         UNTIL FIN-DE-EXTREMOS.
007884     MOVE SPACE TO WS-RECORD-MAXIMO.
007885     MOVE SPACE TO WS-RECORD-MINIMO.
007886     PERFORM 8620-COMPARAR-ALCANCE THRU 8620-EXIT
007887         VARYING IND-ALCANCE FROM 1 BY 1
007888         UNTIL IND-ALCANCE > 3.
007889     PERFORM 8630-GRABAR-DIA THRU 8630-EXIT.
007890     CLOSE EXTREMOS-DIA.
007891     PERFORM 8640-GRABAR-RECORDS THRU 8640-EXIT.
007892     PERFORM 8645-AVISAR-RECORDS THRU 8645-EXIT.
007893 8600-EXIT.
007894     EXIT.
007895
007896 8602-CALCULAR-PERIODOS.
007897     COMPUTE TPF-PERIODO (1) = FDX-ANIO * 100 + FDX-MES.
007898     COMPUTE TPF-PERIODO (2) = FDX-ANIO * 100.
007899     MOVE 0 TO TPF-PERIODO (3).
007900 8602-EXIT.
007901     EXIT.
007902
007903 8605-LIMPIAR-ALCANCE.
007904     MOVE TPF-PERIODO (IND-ALCANCE) TO TRC-PERIODO (IND-ALCANCE).
007905     MOVE 0 TO TRC-DIAS (IND-ALCANCE).
007906     MOVE 0 TO TRC-MAXIMO (IND-ALCANCE).
007907     MOVE 0 TO TRC-FECHA-MAXIMO (IND-ALCANCE).
007908     MOVE 0 TO TRC-POS-MAXIMO (IND-ALCANCE).
007909     MOVE "N" TO TRC-NUEVO-MAXIMO (IND-ALCANCE).
007910     MOVE 0 TO TRC-MINIMO (IND-ALCANCE).
007911     MOVE 0 TO TRC-FECHA-MINIMO (IND-ALCANCE).
007912     MOVE 0 TO TRC-POS-MINIMO (IND-ALCANCE).
007913     MOVE "N" TO TRC-NUEVO-MINIMO (IND-ALCANCE).
007914 8605-EXIT.
007915     EXIT.
007916
007917******************************************************************
007918* 8610-LEER-DIA-ANTERIOR - LEE EL HISTORIAL EN ORDEN DE FECHA
007919* HASTA EL DIA DE NEGOCIO (EXCLUIDO) Y ACUMULA CADA DIA EN LOS
007920* ALCANCES A LOS QUE PERTENECE.
007921******************************************************************
007922 8610-LEER-DIA-ANTERIOR.
007923     READ EXTREMOS-DIA NEXT RECORD
007924         AT END
007925             SET FIN-DE-EXTREMOS TO TRUE
007926             GO TO 8610-EXIT
007927     END-READ.
007928     IF EXD-FECHA NOT < FNC-FECHA-NEGOCIO
007929         SET FIN-DE-EXTREMOS TO TRUE
007930         GO TO 8610-EXIT
007931     END-IF.
007932     MOVE EXD-FECHA TO FECHA-DIA-EXTREMO-N.
007933     PERFORM 8602-CALCULAR-PERIODOS THRU 8602-EXIT.
007934     PERFORM 8615-ACUMULAR-ALCANCE THRU 8615-EXIT
007935         VARYING IND-ALCANCE FROM 1 BY 1
007936         UNTIL IND-ALCANCE > 3.
007937 8610-EXIT.
007938     EXIT.
007939
007940 8615-ACUMULAR-ALCANCE.
007941     IF TPF-PERIODO (IND-ALCANCE) NOT = TRC-PERIODO (IND-ALCANCE)
007942         GO TO 8615-EXIT
007943     END-IF.
007944     IF TRC-DIAS (IND-ALCANCE) = 0
007945         OR EXD-MAXIMO > TRC-MAXIMO (IND-ALCANCE)
007946         MOVE EXD-MAXIMO TO TRC-MAXIMO (IND-ALCANCE)
007947         MOVE EXD-FECHA TO TRC-FECHA-MAXIMO (IND-ALCANCE)
007948         MOVE EXD-POS-MAXIMO TO TRC-POS-MAXIMO (IND-ALCANCE)
007949     END-IF.
007950     IF TRC-DIAS (IND-ALCANCE) = 0
007951         OR EXD-MINIMO < TRC-MINIMO (IND-ALCANCE)
007952         MOVE EXD-MINIMO TO TRC-MINIMO (IND-ALCANCE)
007953         MOVE EXD-FECHA TO TRC-FECHA-MINIMO (IND-ALCANCE)
007954         MOVE EXD-POS-MINIMO TO TRC-POS-MINIMO (IND-ALCANCE)
007955     END-IF.
007956     ADD 1 TO TRC-DIAS (IND-ALCANCE).
007957 8615-EXIT.
007958     EXIT.
007959
007960******************************************************************
007961* 8620-COMPARAR-ALCANCE - CONTRASTA EL MAXIMO Y EL MINIMO DEL DIA
007962* CONTRA EL RECORD DEL ALCANCE. SOLO ES RECORD NUEVO SI LO SUPERA
007963* ESTRICTAMENTE Y EL ALCANCE YA TENIA DIAS; LOS ALCANCES SE
007964* RECORREN DEL MAS CHICO AL MAS AMPLIO, ASI QUE LA MARCA DEL DIA
007965* QUEDA CON EL MAS AMPLIO SUPERADO.
007966******************************************************************
007967 8620-COMPARAR-ALCANCE.
007968     IF TRC-DIAS (IND-ALCANCE) > 0
007969         AND MAXIMO > TRC-MAXIMO (IND-ALCANCE)
007970         MOVE "S" TO TRC-NUEVO-MAXIMO (IND-ALCANCE)
007971         MOVE TRC-ALCANCE (IND-ALCANCE) TO WS-RECORD-MAXIMO
007972     END-IF.
007973     IF TRC-DIAS (IND-ALCANCE) > 0
007974         AND MINIMO < TRC-MINIMO (IND-ALCANCE)
007975         MOVE "S" TO TRC-NUEVO-MINIMO (IND-ALCANCE)
007976         MOVE TRC-ALCANCE (IND-ALCANCE) TO WS-RECORD-MINIMO
007977     END-IF.
007978     IF TRC-DIAS (IND-ALCANCE) = 0
007979         OR MAXIMO > TRC-MAXIMO (IND-ALCANCE)
007980         MOVE MAXIMO TO TRC-MAXIMO (IND-ALCANCE)
007981         MOVE FNC-FECHA-NEGOCIO TO TRC-FECHA-MAXIMO (IND-ALCANCE)
007982         MOVE POSICION TO TRC-POS-MAXIMO (IND-ALCANCE)
007983     END-IF.
007984     IF TRC-DIAS (IND-ALCANCE) = 0
007985         OR MINIMO < TRC-MINIMO (IND-ALCANCE)
007986         MOVE MINIMO TO TRC-MINIMO (IND-ALCANCE)
007987         MOVE FNC-FECHA-NEGOCIO TO TRC-FECHA-MINIMO (IND-ALCANCE)
007988         MOVE POSICION-MINIMO TO TRC-POS-MINIMO (IND-ALCANCE)
007989     END-IF.
007990     ADD 1 TO TRC-DIAS (IND-ALCANCE).
007991 8620-EXIT.
007992     EXIT.
007993
007994******************************************************************
007995* 8630-GRABAR-DIA - GRABA EL REGISTRO DEL DIA DE NEGOCIO; SI YA
007996* EXISTIA (NUEVA CORRIDA DEL DIA) LO REEMPLAZA.
007997******************************************************************
007998 8630-GRABAR-DIA.
007999     MOVE SPACE TO REG-EXTREMOS-DIA.
008000     MOVE FNC-FECHA-NEGOCIO TO EXD-FECHA.
008001     MOVE CONTADOR TO EXD-CANTIDAD.
008002     MOVE MAXIMO TO EXD-MAXIMO.
008003     MOVE POSICION TO EXD-POS-MAXIMO.
008004     MOVE MINIMO TO EXD-MINIMO.
008005     MOVE POSICION-MINIMO TO EXD-POS-MINIMO.
008006     MOVE WS-RECORD-MAXIMO TO EXD-RECORD-MAXIMO.
008007     MOVE WS-RECORD-MINIMO TO EXD-RECORD-MINIMO.
008008     ACCEPT EXD-HORA FROM TIME.
008009     WRITE REG-EXTREMOS-DIA
008010         INVALID KEY
008011             REWRITE REG-EXTREMOS-DIA
008012                 INVALID KEY
008013                     DISPLAY "NO SE PUDO GRABAR EXTDIA5, "
008014                         "FILE STATUS " WS-EXTDIA-STATUS
008015             END-REWRITE
008016     END-WRITE.
008017 8630-EXIT.
008018     EXIT.
008019
008020******************************************************************
008021* 8640-GRABAR-RECORDS - REGRABA EL REGISTRO DE RECORDS CON UNA
008022* FILA POR ALCANCE Y SU REGISTRO DE CIERRE (CANTIDAD Y HASH DE
008023* LOS VALORES EN CENTESIMOS MAS LAS FECHAS).
008024******************************************************************
008025 8640-GRABAR-RECORDS.
008026     OPEN OUTPUT RECORDS-OUT.
008027     MOVE 0 TO WS-HASH-SIGNADO.
008028     PERFORM 8642-GRABAR-FILA-RECORD THRU 8642-EXIT
008029         VARYING IND-ALCANCE FROM 1 BY 1
008030         UNTIL IND-ALCANCE > 3.
008031     IF WS-HASH-SIGNADO < 0
008032         COMPUTE WS-HASH-SIGNADO = 0 - WS-HASH-SIGNADO
008033     END-IF.
008034     MOVE WS-HASH-SIGNADO TO WS-HASH-TOTAL.
008035     MOVE "TRL" TO TRL-MARCA.
008036     MOVE 3 TO TRL-CANT-REGISTROS.
008037     MOVE WS-HASH-TOTAL TO TRL-HASH-TOTAL.
008038     MOVE "EJERCICIO5" TO TRL-PROGRAMA.
008039     MOVE FNC-FECHA-NEGOCIO TO TRL-FECHA.
008040     ACCEPT TRL-HORA FROM TIME.
008041     MOVE SPACE TO TRL-SEPARADOR-1.
008042     MOVE SPACE TO TRL-SEPARADOR-2.
008043     MOVE SPACE TO TRL-SEPARADOR-3.
008044     MOVE SPACE TO TRL-SEPARADOR-4.
008045     MOVE SPACE TO TRL-SEPARADOR-5.
008046     MOVE REG-TRAILER TO REG-RECORDS-TRL.
008047     WRITE REG-RECORDS-TRL.
008048     CLOSE RECORDS-OUT.
008049 8640-EXIT.
008050     EXIT.
008051
008052 8642-GRABAR-FILA-RECORD.
008053     MOVE SPACE TO REG-RECORDS-OUT.
008054     MOVE TRC-ALCANCE (IND-ALCANCE) TO REX-ALCANCE.
008055     MOVE TRC-PERIODO (IND-ALCANCE) TO REX-PERIODO.
008056     MOVE TRC-MAXIMO (IND-ALCANCE) TO REX-MAXIMO.
008057     MOVE TRC-FECHA-MAXIMO (IND-ALCANCE) TO REX-FECHA-MAXIMO.
008058     MOVE TRC-POS-MAXIMO (IND-ALCANCE) TO REX-POS-MAXIMO.
008059     MOVE TRC-NUEVO-MAXIMO (IND-ALCANCE) TO REX-NUEVO-MAXIMO.
008060     MOVE TRC-MINIMO (IND-ALCANCE) TO REX-MINIMO.
008061     MOVE TRC-FECHA-MINIMO (IND-ALCANCE) TO REX-FECHA-MINIMO.
008062     MOVE TRC-POS-MINIMO (IND-ALCANCE) TO REX-POS-MINIMO.
008063     MOVE TRC-NUEVO-MINIMO (IND-ALCANCE) TO REX-NUEVO-MINIMO.
008064     MOVE TRC-DIAS (IND-ALCANCE) TO REX-DIAS.
008065     MOVE FNC-FECHA-NEGOCIO TO REX-FECHA-ACTUALIZACION.
008066     COMPUTE WS-HASH-SIGNADO = WS-HASH-SIGNADO
008067         + (REX-MAXIMO * 100) + (REX-MINIMO * 100)
008068         + REX-FECHA-MAXIMO + REX-FECHA-MINIMO.
008069     WRITE REG-RECORDS-OUT.
008070 8642-EXIT.
008071     EXIT.
008072
008073******************************************************************
008074* 8645-AVISAR-RECORDS - UN RECORD NUEVO SE AVISA EN PANTALLA Y CON
008075* UNA ALERTA W, UNA POR EL MAXIMO Y OTRA POR EL MINIMO.
008076******************************************************************
008077 8645-AVISAR-RECORDS.
008078     IF WS-RECORD-MAXIMO NOT = SPACE
008079         MOVE WS-RECORD-MAXIMO TO WS-ALCANCE-AVISO
008080         PERFORM 8647-ARMAR-TEXTO-ALCANCE THRU 8647-EXIT
008081         MOVE MAXIMO TO WS-VALOR-EDITADO
008082         DISPLAY "NUEVO RECORD MAXIMO " WS-TEXTO-ALCANCE
008083             WS-VALOR-EDITADO " EN LA POSICION " POSICION
008084         MOVE "W" TO ALR-SEVERIDAD
008085         MOVE SPACE TO ALR-MENSAJE
008086         STRING "NUEVO RECORD MAXIMO " WS-TEXTO-ALCANCE
008087             WS-VALOR-EDITADO
008088             DELIMITED BY SIZE INTO ALR-MENSAJE
008089         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
008090     END-IF.
008091     IF WS-RECORD-MINIMO NOT = SPACE
008092         MOVE WS-RECORD-MINIMO TO WS-ALCANCE-AVISO
008093         PERFORM 8647-ARMAR-TEXTO-ALCANCE THRU 8647-EXIT
008094         MOVE MINIMO TO WS-VALOR-EDITADO
008095         DISPLAY "NUEVO RECORD MINIMO " WS-TEXTO-ALCANCE
008096             WS-VALOR-EDITADO " EN LA POSICION " POSICION-MINIMO
008097         MOVE "W" TO ALR-SEVERIDAD
008098         MOVE SPACE TO ALR-MENSAJE
008099         STRING "NUEVO RECORD MINIMO " WS-TEXTO-ALCANCE
008100             WS-VALOR-EDITADO
008101             DELIMITED BY SIZE INTO ALR-MENSAJE
008102         PERFORM 8800-GRABAR-ALERTA THRU 8800-EXIT
008103     END-IF.
008104 8645-EXIT.
008105     EXIT.
008106
008107 8647-ARMAR-TEXTO-ALCANCE.
008108     EVALUATE WS-ALCANCE-AVISO
008109         WHEN "M"
008110             MOVE "DEL MES" TO WS-TEXTO-ALCANCE
008111         WHEN "A"
008112             MOVE "DEL ANIO" TO WS-TEXTO-ALCANCE
008113         WHEN OTHER
008114             MOVE "HISTORICO" TO WS-TEXTO-ALCANCE
008115     END-EVALUATE.
008116 8647-EXIT.
008117     EXIT.
008118
008119******************************************************************
008120* 8650-GRABAR-HISTORIAL - AGREGA EL REGISTRO DE ESTA CORRIDA AL
008121* HISTORIAL DE CORRIDAS COMPARTIDO. LA SECUENCIA DENTRO DE LA
008122* FECHA LA ASIGNA EL SUBPROGRAMA GRABHIST.
008123******************************************************************
008124 8650-GRABAR-HISTORIAL.
008125     MOVE FNC-FECHA-NEGOCIO TO RH-FECHA.
008126     MOVE 0 TO RH-SECUENCIA.
008127     ACCEPT RH-HORA FROM TIME.
008128     CALL "LEEOPER" USING RH-OPERADOR.
008129     MOVE "EJERCICIO5" TO RH-PROGRAMA.
008130     MOVE SPACE TO RH-RESULTADO.
008131     COMPUTE WS-MAX-CENTESIMOS = MAXIMO * 100.
008132     COMPUTE WS-MIN-CENTESIMOS = MINIMO * 100.
008133     MOVE WS-MAX-CENTESIMOS TO WS-MAX-EDITADO.
008134     MOVE WS-MIN-CENTESIMOS TO WS-MIN-EDITADO.
008135     STRING "MAX=" WS-MAX-EDITADO " MIN=" WS-MIN-EDITADO
008136         DELIMITED BY SIZE INTO RH-RESULTADO.
008137     MOVE SPACE TO RH-SEPARADOR-1.
008138     MOVE SPACE TO RH-SEPARADOR-2.
008139     MOVE SPACE TO RH-SEPARADOR-3.
008140     MOVE SPACE TO RH-SEPARADOR-4.
008141     MOVE SPACE TO RH-SEPARADOR-5.
008142     MOVE WS-HORA-INICIO TO RH-HORA-INICIO.
008143     MOVE SPACE TO RH-SEPARADOR-6.
008144     MOVE WS-RETORNO TO RH-RETORNO.
008145     CALL "GRABHIST" USING REG-HISTORIAL.
008146 8650-EXIT.
008147     EXIT.
008148
008149******************************************************************
008150* 8700-GRABAR-AUDITORIA - AGREGA UN REGISTRO AL LOG DE AUDITORIA
008151* COMPARTIDO CON EL OPERADOR, LA FECHA/HORA Y EL RESULTADO CLAVE
008152* DE ESTA CORRIDA.
008153******************************************************************
008158 8700-GRABAR-AUDITORIA.
008168     CALL "LEEOPER" USING AUD-OPERADOR.
008178     MOVE FNC-FECHA-NEGOCIO TO AUD-FECHA.
008298     EXIT.
008308
008318     COPY VALNUMP.
008321
008324     COPY DOBLCARP.
008328
008338******************************************************************
008348* 8800-GRABAR-ALERTA - AGREGA LA ALERTA ARMADA POR EL PROGRAMA

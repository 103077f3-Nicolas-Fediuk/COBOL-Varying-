000611*                    CONCILIACION CIERRE EL CIRCULO ENTRE LO QUE
000612*                    MANDO EL ORIGEN Y LO QUE CADA PROGRAMA
000613*                    PROCESO.
000614* 15/10/2026  RA     CADA ENTREGA QUEDA EN EL REGISTRO DE
000615*                    ENTREGAS (ENTREGAS, VIA GRABENTR): AL
000616*                    TERMINAR DE CONTAR SE GRABA RECIBIDA CON LOS
000617*                    CONTADOS POR TIPO, EL HASH DE LA ENTRADA Y
000618*                    LA HORA DE LLEGADA, Y AL TERMINAR DE
000619*                    REPARTIR SE GRABA ENRUTADA. EL ORIGEN Y EL
000620*                    NUMERO DE ENTREGA SE BUSCAN EN EL MAESTRO DE
000621*                    ORIGENES (ORIGMST): UNO NO REGISTRADO O
000622*                    INACTIVO, UNA LLEGADA POSTERIOR A LA HORA DE
000623*                    CORTE O UN VOLUMEN QUE SE APARTA DEL NORMAL
000624*                    MAS QUE EL PARAMETRO VARMAXPC LEVANTAN UNA
000625*                    ALERTA (GRABALER) Y DEJAN RETORNO 4.
000626* 15/10/2026  RA     CONTROL DE ENTREGA DUPLICADA: ANTES DE
000627*                    REPARTIR, LOS CONTADOS POR TIPO Y EL HASH DE
000628*                    LA ENTREGA SE COMPARAN CONTRA CADA ENTREGA YA
000629*                    ARCHIVADA EN ARCTRAN EN LOS ULTIMOS DIASDUPL
000630*                    DIAS HABILES. UNA COINCIDENCIA RETIENE LA
000631*                    ENTREGA (ESTADO D EN ENTREGAS), LEVANTA UNA
000632*                    ALERTA CRITICA CON LA ENTREGA QUE DUPLICA Y
000633*                    TERMINA CON RETORNO 16; SOLO SE REPARTE
000634*                    DESPUES DE QUE UN SUPERVISOR LA LIBERA
000635*                    (LIBEENTR, ESTADO L).
000636* 15/10/2026  RA     TRANDIA TARDIO: UNA ENTREGA FECHADA EN UN
000637*                    DIA YA CERRADO NO SE REPARTE (LOS EJERCICIOS
000638*                    LA RECHAZARIAN Y EL DIA NO SE REABRE POR
000639*                    ELLA). UNA TERCERA PASADA CLASIFICA SUS
000640*                    VALORES EN POSITIVOS, NEGATIVOS Y CEROS POR
000641*                    TIPO Y LOS DEJA COMO AJUSTES PENDIENTES EN
000642*                    EL DIARIO AJUSTES (VIA GRABAJUS), UNO POR
000643*                    PROGRAMA CON VALORES, PARA QUE UN SEGUNDO
000644*                    OPERADOR LOS APRUEBE CON APRAJUS. LA ENTREGA
000645*                    QUEDA EN ESTADO J, CON ALERTA Y RETORNO 16.
000646* 15/10/2026  RA     UNA ENTREGA DERIVADA A AJUSTES SE INFORMA
000647*                    COMO TAL Y YA NO COMO TRANDIA RECHAZADO. EL
000648*                    RETORNO 16 SE MANTIENE A PROPOSITO: LOS
000649*                    DATASETS DE ENTRADA DE LOS EJERCICIOS NO SE
000650*                    GRABARON Y LOS PASOS SIGUIENTES NO DEBEN
000651*                    CORRER SOBRE LOS DE LA CORRIDA ANTERIOR.
000652* 15/10/2026  RA     LOS CAMBIOS DE ESTADO EN EL REGISTRO DE
000653*                    ENTREGAS (E, D, J) LLEVAN EL ORIGEN, Y LA
000654*                    BUSQUEDA DE LA LIBERACION Y DE LA ENTREGA YA
000655*                    VISTA LO COMPARA. EL REGISTRO DE RUTEO LLEVA
000656*                    TAMBIEN EL ORIGEN (RUT-ORIGEN) PARA EL ACUSE
000657*                    Y LA CONCILIACION.
000658******************************************************************
000659 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000661 FILE-CONTROL.
000662     SELECT TRANSACCIONES ASSIGN TO "TRANDIA"
000664         ORGANIZATION IS LINE SEQUENTIAL
000674         FILE STATUS IS WS-TRANSACCIONES-STATUS.
000684     SELECT NUMEROS-OUT ASSIGN TO "NUMEROS"
000774         ORGANIZATION IS LINE SEQUENTIAL.
000784     SELECT RUTEO-OUT ASSIGN TO "RUTEO"
000794         ORGANIZATION IS LINE SEQUENTIAL.
000796     SELECT ORIGEN-MAESTRO ASSIGN TO "ORIGMST"
000798         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ORIGMST-STATUS.
000801     SELECT ARCHIVO-TRAN ASSIGN TO "ARCTRAN"
000802         ORGANIZATION IS LINE SEQUENTIAL
000803         FILE STATUS IS WS-ARCTRAN-STATUS.
000804     SELECT ENTREGAS-ENTRADA ASSIGN TO "ENTREGAS"
000805         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS WS-ENTREGAS-STATUS.
000807
000814 DATA DIVISION.
000824 FILE SECTION.
000834 FD  TRANSACCIONES
001174 01  REG-RUTEO-OUT.
001184     COPY RUTEO.
001194 01  REG-RUTEO-TRL               PIC X(49).
001195
001196 FD  ORIGEN-MAESTRO
001197     LABEL RECORDS ARE STANDARD.
001198 01  REG-ORIGEN-MAESTRO.
001199     COPY ORIGMST.
001200 FD  ARCHIVO-TRAN
001201     LABEL RECORDS ARE STANDARD.
001202 01  REG-ARCHIVO-TRAN.
001203     05  ATR-FECHA               PIC 9(08).
001204     05  ATR-SEPARADOR-1         PIC X(01).
001205     05  ATR-TIPO                PIC X(01).
001206     05  ATR-SEPARADOR-2         PIC X(01).
001207     05  ATR-VALOR               PIC X(09).
001208     05  FILLER                  PIC X(10).
001209 01  REG-ARCHIVO-CABECERA.
001210     05  FILLER                  PIC X(10).
001211     05  ACA-FECHA               PIC 9(08).
001212     05  FILLER                  PIC X(01).
001213     05  ACA-ORIGEN              PIC X(08).
001214     05  FILLER                  PIC X(01).
001215     05  ACA-SECUENCIA           PIC 9(02).
001216
001217 FD  ENTREGAS-ENTRADA
001218     LABEL RECORDS ARE STANDARD.
001219 01  REG-ENTREGAS-ENTRADA        PIC X(78).
001220
001221 WORKING-STORAGE SECTION.
001224 01  WS-TRANSACCIONES-STATUS     PIC X(02) VALUE "00".
001229 01  WS-ORIGMST-STATUS           PIC X(02) VALUE "00".
001230 01  WS-ARCTRAN-STATUS           PIC X(02) VALUE "00".
001231 01  WS-ENTREGAS-STATUS          PIC X(02) VALUE "00".
001234
001244 01  WS-CANT-ENTRADA.
001254     05  CE-TIPO OCCURS 5 TIMES  PIC 9(05).
001404
001414 01  WS-SECUENCIA-ENTREGA        PIC 9(02) VALUE 0.
001415 01  WS-FECHA-ENTREGA            PIC 9(08) VALUE 0.
001416 01  WS-ORIGEN-ENTREGA           PIC X(08) VALUE SPACE.
001417 01  WS-HORA-LLEGADA             PIC 9(08) VALUE 0.
001418 01  WS-HORA-LLEGADA-R REDEFINES WS-HORA-LLEGADA.
001419     05  WS-HHMM-LLEGADA         PIC 9(04).
001420     05  FILLER                  PIC 9(04).
001421 01  WS-FECHA-LLEGADA            PIC 9(08) VALUE 0.
001422
001423*    HASH DE LA ENTRADA: SUMA DE LOS DIGITOS DE TODOS LOS VALORES
001424*    CONTADOS EN LA PRIMERA PASADA, MODULO 10 MILLONES, PARA EL
001425*    REGISTRO DE ENTREGAS.
001426 01  WS-HASH-ENTRADA             PIC 9(09) VALUE 0.
001427 01  WS-HASH-ENTRADA-FINAL       PIC 9(07) VALUE 0.
001428 01  WS-COCIENTE-ENTRADA         PIC 9(02) VALUE 0.
001429
001430*    CONTROL DEL ORIGEN CONTRA EL MAESTRO DE ORIGENES.
001431 01  WS-CANT-NORMAL              PIC 9(05) VALUE 0.
001432 01  WS-HORA-CORTE               PIC 9(04) VALUE 0.
001433 01  WS-DIFERENCIA-VOLUMEN       PIC 9(05) VALUE 0.
001434 01  WS-VARIACION-VOLUMEN        PIC 9(05) VALUE 0.
001435 01  SW-ORIGEN-REGISTRADO        PIC X(01) VALUE "N".
001436     88  ORIGEN-REGISTRADO                 VALUE "S".
001437 01  SW-FIN-ORIGMST              PIC X(01) VALUE "N".
001438     88  FIN-DE-ORIGMST                    VALUE "S".
001439*    CONTROL DE DUPLICADOS: CADA ENTREGA ARCHIVADA EN ARCTRAN SE
001440*    ARMA CON SUS CONTADOS Y SU HASH (LA MISMA REGLA DE LA
001441*    ENTRADA)
001442*    Y SE COMPARA CONTRA LA QUE ACABA DE LLEGAR.
001443 01  WS-DIAS-ARCHIVADOS          PIC 9(05) VALUE 0.
001444 01  WS-DIA-DESDE                PIC 9(05) VALUE 0.
001445 01  WS-DIA-ACTUAL               PIC 9(05) VALUE 0.
001446 01  WS-FECHA-ARCHIVO-ANT        PIC 9(08) VALUE 0.
001447 01  WS-CANT-ARCHIVADA.
001448     05  CA-TIPO OCCURS 5 TIMES  PIC 9(05).
001449 01  WS-HASH-ARCHIVADA           PIC 9(09) VALUE 0.
001450 01  WS-HASH-ARCHIVADA-FINAL     PIC 9(07) VALUE 0.
001451 01  WS-COCIENTE-ARCHIVADA       PIC 9(02) VALUE 0.
001452 01  WS-ARC-FECHA                PIC 9(08) VALUE 0.
001453 01  WS-ARC-ORIGEN               PIC X(08) VALUE SPACE.
001454 01  WS-ARC-SECUENCIA            PIC 9(02) VALUE 0.
001455 01  WS-DUP-FECHA                PIC 9(08) VALUE 0.
001456 01  WS-DUP-ORIGEN               PIC X(08) VALUE SPACE.
001457 01  WS-DUP-SECUENCIA            PIC 9(02) VALUE 0.
001458 01  SW-FIN-ARCTRAN              PIC X(01) VALUE "N".
001459     88  FIN-DE-ARCTRAN                    VALUE "S".
001460 01  SW-FIN-ENTREGAS             PIC X(01) VALUE "N".
001461     88  FIN-DE-ENTREGAS                   VALUE "S".
001462 01  SW-ENTREGA-ARC-ABIERTA      PIC X(01) VALUE "N".
001463     88  ENTREGA-ARC-ABIERTA               VALUE "S".
001464 01  SW-ENTREGA-DUPLICADA        PIC X(01) VALUE "N".
001465     88  ENTREGA-DUPLICADA                 VALUE "S".
001466 01  SW-ENTREGA-LIBERADA         PIC X(01) VALUE "N".
001467     88  ENTREGA-LIBERADA                  VALUE "S".
001468*    TRANDIA TARDIO: CLASIFICACION DE LOS VALORES POR TIPO PARA
001469*    LOS AJUSTES PENDIENTES.
001470 01  TABLA-AJUSTE-TIPO.
001471     05  TAT-TIPO OCCURS 5 TIMES.
001472         10  TAT-POSITIVOS       PIC S9(05).
001473         10  TAT-NEGATIVOS       PIC S9(05).
001474         10  TAT-CEROS           PIC S9(05).
001475 01  WS-CANT-SIGNIFICATIVOS      PIC 9(02) VALUE 0.
001476 01  WS-CANT-GUIONES             PIC 9(02) VALUE 0.
001477 01  WS-CANT-AJUSTES-GRABADOS    PIC 9(01) VALUE 0.
001478 01  WS-OPERADOR-CORRIDA         PIC X(08) VALUE SPACE.
001479 01  SW-ENTREGA-DERIVADA         PIC X(01) VALUE "N".
001480     88  ENTREGA-DERIVADA                  VALUE "S".
001481 01  SW-ENTREGA-YA-VISTA         PIC X(01) VALUE "N".
001482     88  ENTREGA-YA-VISTA                  VALUE "S".
001483
001484 01  FECHA-NEGOCIO-COM.
001485     COPY FECHALNK.
001486
001487 01  REG-AJUSTE-COM.
001488     COPY AJUSTE.
001489
001490 01  PARAMETROS-VIGENTES.
001491     COPY PARLINK.
001492
001493 01  REG-ALERTA.
001494     COPY ALERTA.
001495
001496 01  REG-ENTREGA-COM.
001497     COPY ENTREGA.
001498
001499*    HASH DE ENRUTAMIENTO POR TIPO: SUMA DE LOS DIGITOS DE CADA
001500*    VALOR ENRUTADO, QUE EL CIERRE DE RUTEO REDUCE MODULO 10
001501*    MILLONES.
001502 01  TABLA-HASH-TIPO.
001503     05  WS-HASH-TIPO OCCURS 5 TIMES PIC 9(09).
001504 01  WS-TIPO-ACTUAL              PIC 9(01) VALUE 0.
001505 01  WS-IND-CARACTER             PIC 9(02) VALUE 0.
001506 01  WS-UN-DIGITO-X              PIC X(01).
001514 01  WS-UN-DIGITO REDEFINES WS-UN-DIGITO-X
001524                                 PIC 9(01).
001534 01  WS-HASH-TIPO-FINAL          PIC 9(07) VALUE 0.
002394******************************************************************
002404 0000-MAINLINE-CONTROL.
002414     PERFORM 1000-CONTAR-TRANSACCIONES THRU 1000-EXIT.
002416     IF NOT ARCHIVO-RECHAZADO
002418         PERFORM 1300-VERIFICAR-ORIGEN THRU 1300-EXIT
002420         PERFORM 1400-REGISTRAR-LLEGADA THRU 1400-EXIT
002421         PERFORM 1500-CONTROLAR-DUPLICADO THRU 1500-EXIT
002422         PERFORM 1600-CONTROLAR-FECHA-CERRADA THRU 1600-EXIT
002423     END-IF.
002424     IF NOT ARCHIVO-RECHAZADO
002434         PERFORM 2500-PREPARAR-CONTROLES THRU 2500-EXIT
002444     END-IF.
002454     IF NOT ARCHIVO-RECHAZADO
002464         PERFORM 3000-REPARTIR-TRANSACCIONES THRU 3000-EXIT
002474         PERFORM 3600-GRABAR-RUTEO THRU 3600-EXIT
002479         PERFORM 3700-REGISTRAR-ENRUTADA THRU 3700-EXIT
002484         PERFORM 8000-INFORMAR-CONTADOS THRU 8000-EXIT
002494     END-IF.
002495     IF ENTREGA-DERIVADA
002496         DISPLAY "ENTREGA DE UN DIA YA CERRADO: NO SE "
002497             "REPARTE, QUEDO COMO AJUSTES PENDIENTES DE "
002498             "APROBACION (APRAJUS)"
002499         DISPLAY "LOS DATASETS DE ENTRADA NO SE GRABARON, "
002500             "LOS PASOS SIGUIENTES NO DEBEN CORRER"
002501         MOVE 16 TO RETURN-CODE
002502     END-IF.
002503     IF ARCHIVO-RECHAZADO AND NOT ENTREGA-DERIVADA
002505         IF ENTREGA-DUPLICADA
002506             DISPLAY "ENTREGA RETENIDA POR DUPLICADA: NO SE "
002507                 "REPARTE HASTA QUE UN SUPERVISOR LA LIBERE "
002508                 "(LIBEENTR)"
002510         END-IF
002522         DISPLAY "TRANDIA RECHAZADO, LOS DATASETS DE ENTRADA "
002524             "NO DEBEN USARSE"
002534         MOVE 16 TO RETURN-CODE
002540     END-IF.
002546     IF NOT ARCHIVO-RECHAZADO
002554         IF WS-CANT-APARTADAS > 0 OR HAY-ADVERTENCIAS
002564             MOVE 4 TO RETURN-CODE
002574         END-IF
002664 1000-CONTAR-TRANSACCIONES.
002674     MOVE ZEROS TO WS-CANT-ENTRADA.
002684     MOVE ZEROS TO WS-CANT-SALIDA.
002686     MOVE 0 TO WS-HASH-ENTRADA.
002688     ACCEPT WS-FECHA-LLEGADA FROM DATE YYYYMMDD.
002690     ACCEPT WS-HORA-LLEGADA FROM TIME.
002694     OPEN INPUT TRANSACCIONES.
002704     IF WS-TRANSACCIONES-STATUS NOT = "00"
002714         DISPLAY "NO SE PUDO ABRIR TRANDIA, FILE STATUS "
002944         MOVE 1 TO WS-SECUENCIA-ENTREGA
002954     END-IF.
002955     MOVE TCA-FECHA TO WS-FECHA-ENTREGA.
002959     MOVE TCA-ORIGEN TO WS-ORIGEN-ENTREGA.
002964     DISPLAY "TRANDIA DEL " TCA-FECHA " ORIGEN " TCA-ORIGEN
002974         " ENTREGA " WS-SECUENCIA-ENTREGA.
002984     PERFORM 1100-CONTAR-REGISTRO THRU 1100-EXIT
003224     EVALUATE TRN-TIPO
003234         WHEN "1"
003244             ADD 1 TO CE-TIPO (1)
003249             PERFORM 1150-ACUMULAR-HASH-ENTRADA THRU 1150-EXIT
003254         WHEN "2"
003264             ADD 1 TO CE-TIPO (2)
003269             PERFORM 1150-ACUMULAR-HASH-ENTRADA THRU 1150-EXIT
003274         WHEN "3"
003284             ADD 1 TO CE-TIPO (3)
003289             PERFORM 1150-ACUMULAR-HASH-ENTRADA THRU 1150-EXIT
003294         WHEN "4"
003304             ADD 1 TO CE-TIPO (4)
003309             PERFORM 1150-ACUMULAR-HASH-ENTRADA THRU 1150-EXIT
003314         WHEN "5"
003324             ADD 1 TO CE-TIPO (5)
003329             PERFORM 1150-ACUMULAR-HASH-ENTRADA THRU 1150-EXIT
003334         WHEN "T"
003344             PERFORM 1200-VERIFICAR-CIERRE THRU 1200-EXIT
003354         WHEN OTHER
003404             CLOSE TRANSACCIONES
003414     END-EVALUATE.
003424 1100-EXIT.
003425     EXIT.
003426
003427******************************************************************
003428* 1150-ACUMULAR-HASH-ENTRADA - SUMA LOS DIGITOS DEL VALOR RECIEN
003429* CONTADO AL HASH DE LA ENTRADA, CON LA MISMA REGLA DEL HASH DE
003430* ENRUTAMIENTO (3150).
003431******************************************************************
003432 1150-ACUMULAR-HASH-ENTRADA.
003433     PERFORM 1160-SUMAR-DIGITO-ENTRADA THRU 1160-EXIT
003434         VARYING WS-IND-CARACTER FROM 1 BY 1
003435         UNTIL WS-IND-CARACTER > 9.
003436 1150-EXIT.
003437     EXIT.
003438
003439 1160-SUMAR-DIGITO-ENTRADA.
003440     MOVE TRN-VALOR (WS-IND-CARACTER:1) TO WS-UN-DIGITO-X.
003441     IF WS-UN-DIGITO-X NUMERIC
003442         ADD WS-UN-DIGITO TO WS-HASH-ENTRADA
003443     END-IF.
003444 1160-EXIT.
003445     EXIT.
003446
003454******************************************************************
003464* 1200-VERIFICAR-CIERRE - EL TOTAL DECLARADO EN EL CIERRE DE
003474* TRANDIA DEBE SER LO CONTADO EN LA ENTRADA.
003614     EXIT.
003624
003634******************************************************************
004662* 1300-VERIFICAR-ORIGEN - BUSCA EL ORIGEN Y EL NUMERO DE ENTREGA
004671* EN EL MAESTRO DE ORIGENES. UNO NO REGISTRADO (O INACTIVO), UNA
004680* LLEGADA DESPUES DE LA HORA DE CORTE O UN VOLUMEN QUE SE APARTA
004689* DEL NORMAL MAS QUE EL PARAMETRO VARMAXPC SE ALERTAN Y DEJAN
004698* RETORNO 4; LA ENTREGA SE REPARTE IGUAL.
004707******************************************************************
004716 1300-VERIFICAR-ORIGEN.
004725     MOVE "N" TO SW-ORIGEN-REGISTRADO.
004734     MOVE "N" TO SW-FIN-ORIGMST.
004743     OPEN INPUT ORIGEN-MAESTRO.
004752     IF WS-ORIGMST-STATUS = "00"
004761         PERFORM 1310-BUSCAR-ORIGEN THRU 1310-EXIT
004770             UNTIL FIN-DE-ORIGMST
004779         CLOSE ORIGEN-MAESTRO
004788     END-IF.
004797     IF NOT ORIGEN-REGISTRADO
004806         DISPLAY "AVISO: ORIGEN " WS-ORIGEN-ENTREGA " ENTREGA "
004815             WS-SECUENCIA-ENTREGA " NO FIGURA ACTIVO EN ORIGMST"
004824         MOVE "W" TO ALR-SEVERIDAD
004833         MOVE SPACE TO ALR-MENSAJE
004842         STRING "ORIGEN NO REGISTRADO " WS-ORIGEN-ENTREGA "/"
004851             WS-SECUENCIA-ENTREGA
004860             DELIMITED BY SIZE INTO ALR-MENSAJE
004869         PERFORM 7100-GRABAR-ALERTA THRU 7100-EXIT
004878         SET HAY-ADVERTENCIAS TO TRUE
004887         GO TO 1300-EXIT
004896     END-IF.
004905     IF WS-FECHA-LLEGADA > WS-FECHA-ENTREGA
004914         OR (WS-FECHA-LLEGADA = WS-FECHA-ENTREGA
004923             AND WS-HHMM-LLEGADA > WS-HORA-CORTE)
004932         DISPLAY "AVISO: LA ENTREGA LLEGO DESPUES DE SU CORTE "
004941             WS-HORA-CORTE
004950         MOVE "W" TO ALR-SEVERIDAD
004959         MOVE SPACE TO ALR-MENSAJE
004968         STRING "ENTREGA " WS-ORIGEN-ENTREGA "/"
004977             WS-SECUENCIA-ENTREGA " TARDIA, CORTE " WS-HORA-CORTE
004986             DELIMITED BY SIZE INTO ALR-MENSAJE
004995         PERFORM 7100-GRABAR-ALERTA THRU 7100-EXIT
005004         SET HAY-ADVERTENCIAS TO TRUE
005013     END-IF.
005022     IF WS-CANT-NORMAL = 0
005031         GO TO 1300-EXIT
005040     END-IF.
005049     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
005058     IF WS-TOTAL-ENTRADA > WS-CANT-NORMAL
005067         COMPUTE WS-DIFERENCIA-VOLUMEN =
005076             WS-TOTAL-ENTRADA - WS-CANT-NORMAL
005085     ELSE
005094         COMPUTE WS-DIFERENCIA-VOLUMEN =
005103             WS-CANT-NORMAL - WS-TOTAL-ENTRADA
005112     END-IF.
005121     COMPUTE WS-VARIACION-VOLUMEN =
005130         WS-DIFERENCIA-VOLUMEN * 100 / WS-CANT-NORMAL.
005139     IF WS-VARIACION-VOLUMEN > PAR-VARIACION-MAX
005148         DISPLAY "AVISO: LA ENTREGA TRAE " WS-TOTAL-ENTRADA
005157             " REGISTROS Y LO NORMAL ES " WS-CANT-NORMAL
005166             " (VARIACION " WS-VARIACION-VOLUMEN "%)"
005175         MOVE "W" TO ALR-SEVERIDAD
005184         MOVE SPACE TO ALR-MENSAJE
005193         STRING "VOLUMEN " WS-ORIGEN-ENTREGA "/"
005202             WS-SECUENCIA-ENTREGA " " WS-TOTAL-ENTRADA
005211             " NORMAL " WS-CANT-NORMAL
005220             DELIMITED BY SIZE INTO ALR-MENSAJE
005229         PERFORM 7100-GRABAR-ALERTA THRU 7100-EXIT
005238         SET HAY-ADVERTENCIAS TO TRUE
005247     END-IF.
005256 1300-EXIT.
005265     EXIT.
005274
005283 1310-BUSCAR-ORIGEN.
005292     READ ORIGEN-MAESTRO
005301         AT END
005310             SET FIN-DE-ORIGMST TO TRUE
005319             GO TO 1310-EXIT
005328     END-READ.
005337     IF ORG-ID = WS-ORIGEN-ENTREGA
005346         AND ORG-SECUENCIA = WS-SECUENCIA-ENTREGA
005355         AND ORG-ACTIVO = "S"
005364         SET ORIGEN-REGISTRADO TO TRUE
005373         MOVE ORG-CANT-NORMAL TO WS-CANT-NORMAL
005382         MOVE ORG-HORA-CORTE TO WS-HORA-CORTE
005391         SET FIN-DE-ORIGMST TO TRUE
005400     END-IF.
005409 1310-EXIT.
005418     EXIT.
005427
005436******************************************************************
005445* 1400-REGISTRAR-LLEGADA - DEJA LA ENTREGA COMO RECIBIDA EN EL
005454* REGISTRO DE ENTREGAS, CON LOS CONTADOS DE LA PRIMERA PASADA.
005463******************************************************************
005472 1400-REGISTRAR-LLEGADA.
005481     DIVIDE WS-HASH-ENTRADA BY 10000000
005490         GIVING WS-COCIENTE-ENTRADA
005499         REMAINDER WS-HASH-ENTRADA-FINAL.
005508     MOVE SPACE TO REG-ENTREGA-COM.
005517     MOVE WS-FECHA-ENTREGA TO ENT-FECHA.
005526     MOVE WS-SECUENCIA-ENTREGA TO ENT-SECUENCIA.
005535     MOVE WS-ORIGEN-ENTREGA TO ENT-ORIGEN.
005544     PERFORM 1410-PASAR-CONTADO THRU 1410-EXIT
005553         VARYING WS-IND-TIPO FROM 1 BY 1
005562         UNTIL WS-IND-TIPO > 5.
005571     MOVE WS-TOTAL-ENTRADA TO ENT-CANT-TOTAL.
005580     MOVE WS-HASH-ENTRADA-FINAL TO ENT-HASH.
005589     MOVE WS-HORA-LLEGADA (1:6) TO ENT-HORA-LLEGADA.
005598     MOVE "R" TO ENT-ESTADO.
005607     IF ORIGEN-REGISTRADO
005616         MOVE "S" TO ENT-ORIGEN-REGISTRADO
005625     ELSE
005634         MOVE "N" TO ENT-ORIGEN-REGISTRADO
005643     END-IF.
005652     CALL "GRABENTR" USING REG-ENTREGA-COM.
005661 1400-EXIT.
005670     EXIT.
005679
005688 1410-PASAR-CONTADO.
005697     MOVE CE-TIPO (WS-IND-TIPO) TO ENT-CANT-TIPO (WS-IND-TIPO).
005706 1410-EXIT.
005715     EXIT.
005724
005824******************************************************************
007944* 1500-CONTROLAR-DUPLICADO - COMPARA LOS CONTADOS POR TIPO Y EL
007954* HASH DE LA ENTREGA CONTRA CADA ENTREGA YA ARCHIVADA EN ARCTRAN
007964* EN LOS ULTIMOS DIASDUPL DIAS HABILES (UN ORIGEN QUE VUELVE A
007974* MANDAR EL ARCHIVO DE AYER CON OTRO NUMERO DE ENTREGA). UNA
007984* COINCIDENCIA RETIENE LA ENTREGA, SALVO QUE UN SUPERVISOR YA LA
007994* HAYA LIBERADO CON LOS MISMOS CONTADOS Y HASH.
008004******************************************************************
008014 1500-CONTROLAR-DUPLICADO.
008024     MOVE "N" TO SW-ENTREGA-LIBERADA.
008034     MOVE "N" TO SW-FIN-ENTREGAS.
008044     OPEN INPUT ENTREGAS-ENTRADA.
008054     IF WS-ENTREGAS-STATUS = "00"
008064         PERFORM 1510-BUSCAR-LIBERACION THRU 1510-EXIT
008074             UNTIL FIN-DE-ENTREGAS
008084         CLOSE ENTREGAS-ENTRADA
008094     END-IF.
008104     IF ENTREGA-LIBERADA
008114         DISPLAY "ENTREGA LIBERADA POR SUPERVISOR, NO SE "
008124             "CONTROLA DUPLICADO"
008134         GO TO 1500-EXIT
008144     END-IF.
008154     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
008164     MOVE 0 TO WS-DIAS-ARCHIVADOS.
008174     MOVE 0 TO WS-FECHA-ARCHIVO-ANT.
008184     MOVE "N" TO SW-FIN-ARCTRAN.
008194     OPEN INPUT ARCHIVO-TRAN.
008204     IF WS-ARCTRAN-STATUS NOT = "00"
008214         DISPLAY "SIN ARCHIVO ARCTRAN, NO SE CONTROLA DUPLICADO"
008224         GO TO 1500-EXIT
008234     END-IF.
008244     PERFORM 1520-CONTAR-DIA-ARCHIVADO THRU 1520-EXIT
008254         UNTIL FIN-DE-ARCTRAN.
008264     CLOSE ARCHIVO-TRAN.
008274     IF WS-DIAS-ARCHIVADOS > PAR-DIAS-DUPLICADO
008284         COMPUTE WS-DIA-DESDE =
008294             WS-DIAS-ARCHIVADOS - PAR-DIAS-DUPLICADO + 1
008304     ELSE
008314         MOVE 1 TO WS-DIA-DESDE
008324     END-IF.
008334     MOVE 0 TO WS-DIA-ACTUAL.
008344     MOVE 0 TO WS-FECHA-ARCHIVO-ANT.
008354     MOVE "N" TO SW-FIN-ARCTRAN.
008364     MOVE "N" TO SW-ENTREGA-ARC-ABIERTA.
008374     OPEN INPUT ARCHIVO-TRAN.
008384     PERFORM 1530-COMPARAR-REGISTRO-ARC THRU 1530-EXIT
008394         UNTIL FIN-DE-ARCTRAN.
008404     CLOSE ARCHIVO-TRAN.
008414     IF ENTREGA-DUPLICADA
008424         PERFORM 1550-RETENER-ENTREGA THRU 1550-EXIT
008434     END-IF.
008444 1500-EXIT.
008454     EXIT.
008464
008474 1510-BUSCAR-LIBERACION.
008484     READ ENTREGAS-ENTRADA INTO REG-ENTREGA-COM
008494         AT END
008504             SET FIN-DE-ENTREGAS TO TRUE
008514             GO TO 1510-EXIT
008524     END-READ.
008534     IF ENT-FECHA = WS-FECHA-ENTREGA
008544         AND ENT-SECUENCIA = WS-SECUENCIA-ENTREGA
008549         AND ENT-ORIGEN = WS-ORIGEN-ENTREGA
008554         AND ENT-LIBERADA
008564         AND ENT-CANT-TOTAL = WS-TOTAL-ENTRADA
008574         AND ENT-HASH = WS-HASH-ENTRADA-FINAL
008584         SET ENTREGA-LIBERADA TO TRUE
008594     END-IF.
008604 1510-EXIT.
008614     EXIT.
008624
008634******************************************************************
008644* 1520-CONTAR-DIA-ARCHIVADO - PRIMERA LECTURA DE ARCTRAN: CUENTA
008654* LOS DIAS HABILES ARCHIVADOS (EL ARCHIVO VIENE EN ORDEN DE FECHA)
008664* PARA UBICAR DONDE EMPIEZAN LOS ULTIMOS DIASDUPL.
008674******************************************************************
008684 1520-CONTAR-DIA-ARCHIVADO.
008694     READ ARCHIVO-TRAN
008704         AT END
008714             SET FIN-DE-ARCTRAN TO TRUE
008724             GO TO 1520-EXIT
008734     END-READ.
008744     IF ATR-FECHA NOT = WS-FECHA-ARCHIVO-ANT
008754         ADD 1 TO WS-DIAS-ARCHIVADOS
008764         MOVE ATR-FECHA TO WS-FECHA-ARCHIVO-ANT
008774     END-IF.
008784 1520-EXIT.
008794     EXIT.
008804
008814******************************************************************
008824* 1530-COMPARAR-REGISTRO-ARC - SEGUNDA LECTURA: DENTRO DE LA
008834* VENTANA ARMA CADA ENTREGA ARCHIVADA, DE SU CABECERA "C" A SU
008844* CIERRE "T", Y LA COMPARA AL LLEGAR AL CIERRE.
008854******************************************************************
008864 1530-COMPARAR-REGISTRO-ARC.
008874     READ ARCHIVO-TRAN
008884         AT END
008894             SET FIN-DE-ARCTRAN TO TRUE
008904             GO TO 1530-EXIT
008914     END-READ.
008924     IF ATR-FECHA NOT = WS-FECHA-ARCHIVO-ANT
008934         ADD 1 TO WS-DIA-ACTUAL
008944         MOVE ATR-FECHA TO WS-FECHA-ARCHIVO-ANT
008954     END-IF.
008964     IF WS-DIA-ACTUAL < WS-DIA-DESDE
008974         GO TO 1530-EXIT
008984     END-IF.
008994     EVALUATE ATR-TIPO
009004         WHEN "C"
009014             MOVE ZEROS TO WS-CANT-ARCHIVADA
009024             MOVE 0 TO WS-HASH-ARCHIVADA
009034             MOVE ACA-FECHA TO WS-ARC-FECHA
009044             MOVE ACA-ORIGEN TO WS-ARC-ORIGEN
009054             IF ACA-SECUENCIA NUMERIC AND ACA-SECUENCIA > 0
009064                 MOVE ACA-SECUENCIA TO WS-ARC-SECUENCIA
009074             ELSE
009084                 MOVE 1 TO WS-ARC-SECUENCIA
009094             END-IF
009104             SET ENTREGA-ARC-ABIERTA TO TRUE
009114         WHEN "1"
009124         WHEN "2"
009134         WHEN "3"
009144         WHEN "4"
009154         WHEN "5"
009164             IF ENTREGA-ARC-ABIERTA
009174                 MOVE ATR-TIPO TO WS-IND-TIPO
009184                 ADD 1 TO CA-TIPO (WS-IND-TIPO)
009194                 PERFORM 1540-ACUMULAR-HASH-ARC THRU 1540-EXIT
009204             END-IF
009214         WHEN "T"
009224             IF ENTREGA-ARC-ABIERTA
009234                 PERFORM 1545-COMPARAR-ENTREGA-ARC THRU 1545-EXIT
009244                 MOVE "N" TO SW-ENTREGA-ARC-ABIERTA
009254             END-IF
009264         WHEN OTHER
009274             CONTINUE
009284     END-EVALUATE.
009294 1530-EXIT.
009304     EXIT.
009314
009324 1540-ACUMULAR-HASH-ARC.
009334     PERFORM 1541-SUMAR-DIGITO-ARC THRU 1541-EXIT
009344         VARYING WS-IND-CARACTER FROM 1 BY 1
009354         UNTIL WS-IND-CARACTER > 9.
009364 1540-EXIT.
009374     EXIT.
009384
009394 1541-SUMAR-DIGITO-ARC.
009404     MOVE ATR-VALOR (WS-IND-CARACTER:1) TO WS-UN-DIGITO-X.
009414     IF WS-UN-DIGITO-X NUMERIC
009424         ADD WS-UN-DIGITO TO WS-HASH-ARCHIVADA
009434     END-IF.
009444 1541-EXIT.
009454     EXIT.
009464
009474******************************************************************
009484* 1545-COMPARAR-ENTREGA-ARC - LA MISMA FECHA Y NUMERO DE
009494* ENTREGA NO ES UN DUPLICADO (ES ESTA MISMA ENTREGA, ARCHIVADA
009504* EN UNA CORRIDA ANTERIOR); CUALQUIER OTRA CON LOS CINCO
009514* CONTADOS Y EL HASH IGUALES LO ES.
009524******************************************************************
009534 1545-COMPARAR-ENTREGA-ARC.
009544     IF WS-ARC-FECHA = WS-FECHA-ENTREGA
009554         AND WS-ARC-SECUENCIA = WS-SECUENCIA-ENTREGA
009564         GO TO 1545-EXIT
009574     END-IF.
009584     DIVIDE WS-HASH-ARCHIVADA BY 10000000
009594         GIVING WS-COCIENTE-ARCHIVADA
009604         REMAINDER WS-HASH-ARCHIVADA-FINAL.
009614     IF WS-CANT-ARCHIVADA = WS-CANT-ENTRADA
009624         AND WS-HASH-ARCHIVADA-FINAL = WS-HASH-ENTRADA-FINAL
009634         SET ENTREGA-DUPLICADA TO TRUE
009644         MOVE WS-ARC-FECHA TO WS-DUP-FECHA
009654         MOVE WS-ARC-ORIGEN TO WS-DUP-ORIGEN
009664         MOVE WS-ARC-SECUENCIA TO WS-DUP-SECUENCIA
009674         SET FIN-DE-ARCTRAN TO TRUE
009684     END-IF.
009694 1545-EXIT.
009704     EXIT.
009714
009724******************************************************************
009734* 1550-RETENER-ENTREGA - LA ENTREGA DUPLICADA NO SE REPARTE: QUEDA
009744* RETENIDA EN EL REGISTRO DE ENTREGAS, CON UNA ALERTA CRITICA QUE
009754* NOMBRA LA ENTREGA QUE DUPLICA, Y LA CORRIDA TERMINA CON 16.
009764******************************************************************
009774 1550-RETENER-ENTREGA.
009784     DISPLAY "LA ENTREGA " WS-FECHA-ENTREGA "/"
009794         WS-SECUENCIA-ENTREGA
009804         " DUPLICA LA ENTREGA " WS-DUP-FECHA "/" WS-DUP-SECUENCIA
009814         " DE " WS-DUP-ORIGEN " YA ARCHIVADA, SE RETIENE".
009824     MOVE "C" TO ALR-SEVERIDAD.
009834     MOVE SPACE TO ALR-MENSAJE.
009844     STRING "ENTREGA " WS-SECUENCIA-ENTREGA " DUPLICA "
009854         WS-DUP-ORIGEN " " WS-DUP-FECHA "/" WS-DUP-SECUENCIA
009864         DELIMITED BY SIZE INTO ALR-MENSAJE.
009874     PERFORM 7100-GRABAR-ALERTA THRU 7100-EXIT.
009884     MOVE SPACE TO REG-ENTREGA-COM.
009894     MOVE WS-FECHA-ENTREGA TO ENT-FECHA.
009904     MOVE WS-SECUENCIA-ENTREGA TO ENT-SECUENCIA.
009909     MOVE WS-ORIGEN-ENTREGA TO ENT-ORIGEN.
009914     MOVE "D" TO ENT-ESTADO.
009924     CALL "GRABENTR" USING REG-ENTREGA-COM.
009934     SET ARCHIVO-RECHAZADO TO TRUE.
009944 1550-EXIT.
009954     EXIT.
009964
009974******************************************************************
009984* 1600-CONTROLAR-FECHA-CERRADA - UNA ENTREGA FECHADA EN UN DIA
009994* QUE YA SE CERRO NO PUEDE ENTRAR A LOS EJERCICIOS (TODOS
010004* RECHAZAN UNA FECHA DISTINTA DE LA DE NEGOCIO) NI REABRIR EL
010014* DIA. SI NUNCA SE REPARTIO NI SE DERIVO, SUS VALORES SE
010024* CLASIFICAN POR TIPO Y QUEDAN COMO AJUSTES PENDIENTES DEL DIA
010034* QUE CORRIGEN; LAS CIFRAS ORIGINALES DE ESE DIA NO SE TOCAN.
010044******************************************************************
010054 1600-CONTROLAR-FECHA-CERRADA.
010064     IF ARCHIVO-RECHAZADO
010074         GO TO 1600-EXIT
010084     END-IF.
010094     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
010104     IF FNC-SIN-ARCHIVO OR FNC-ULTIMA-CERRADA = 0
010114         GO TO 1600-EXIT
010124     END-IF.
010134     IF WS-FECHA-ENTREGA > FNC-ULTIMA-CERRADA
010144         GO TO 1600-EXIT
010154     END-IF.
010164     DISPLAY "LA ENTREGA ES DEL " WS-FECHA-ENTREGA
010174         " Y EL ULTIMO DIA CERRADO ES EL " FNC-ULTIMA-CERRADA.
010184     SET ARCHIVO-RECHAZADO TO TRUE.
010194     MOVE "N" TO SW-ENTREGA-YA-VISTA.
010204     MOVE "N" TO SW-FIN-ENTREGAS.
010214     OPEN INPUT ENTREGAS-ENTRADA.
010224     IF WS-ENTREGAS-STATUS = "00"
010234         PERFORM 1610-BUSCAR-ENTREGA-PREVIA THRU 1610-EXIT
010244             UNTIL FIN-DE-ENTREGAS
010254         CLOSE ENTREGAS-ENTRADA
010264     END-IF.
010274     IF ENTREGA-YA-VISTA
010284         DISPLAY "LA ENTREGA " WS-FECHA-ENTREGA "/"
010294             WS-SECUENCIA-ENTREGA " YA FUE REPARTIDA O DERIVADA "
010304             "A AJUSTES, NO SE DERIVA DE NUEVO"
010314         GO TO 1600-EXIT
010324     END-IF.
010334     PERFORM 1620-CLASIFICAR-VALORES THRU 1620-EXIT.
010344     PERFORM 1640-GRABAR-AJUSTES THRU 1640-EXIT.
010354     SET ENTREGA-DERIVADA TO TRUE.
010364     DISPLAY "SE GRABARON " WS-CANT-AJUSTES-GRABADOS
010374         " AJUSTES PENDIENTES PARA EL DIA " WS-FECHA-ENTREGA.
010384     MOVE "W" TO ALR-SEVERIDAD.
010394     MOVE SPACE TO ALR-MENSAJE.
010404     STRING "TRANDIA TARDIO " WS-ORIGEN-ENTREGA "/"
010414         WS-SECUENCIA-ENTREGA " " WS-FECHA-ENTREGA " A AJUSTES"
010424         DELIMITED BY SIZE INTO ALR-MENSAJE.
010434     PERFORM 7100-GRABAR-ALERTA THRU 7100-EXIT.
010444     MOVE SPACE TO REG-ENTREGA-COM.
010454     MOVE WS-FECHA-ENTREGA TO ENT-FECHA.
010464     MOVE WS-SECUENCIA-ENTREGA TO ENT-SECUENCIA.
010469     MOVE WS-ORIGEN-ENTREGA TO ENT-ORIGEN.
010474     MOVE "J" TO ENT-ESTADO.
010484     CALL "GRABENTR" USING REG-ENTREGA-COM.
010494 1600-EXIT.
010504     EXIT.
010514
010524 1610-BUSCAR-ENTREGA-PREVIA.
010534     READ ENTREGAS-ENTRADA INTO REG-ENTREGA-COM
010544         AT END
010554             SET FIN-DE-ENTREGAS TO TRUE
010564             GO TO 1610-EXIT
010574     END-READ.
010584     IF ENT-FECHA = WS-FECHA-ENTREGA
010594         AND ENT-SECUENCIA = WS-SECUENCIA-ENTREGA
010599         AND ENT-ORIGEN = WS-ORIGEN-ENTREGA
010604         AND (ENT-ENRUTADA OR ENT-PROCESADA OR ENT-ACUSADA
010614             OR ENT-DERIVADA)
010624         SET ENTREGA-YA-VISTA TO TRUE
010634         SET FIN-DE-ENTREGAS TO TRUE
010644     END-IF.
010654 1610-EXIT.
010664     EXIT.
010674
010684******************************************************************
010694* 1620-CLASIFICAR-VALORES - TERCERA PASADA: CADA VALOR CUENTA
010704* COMO CERO SI NO TIENE NINGUN DIGITO DISTINTO DE CERO, COMO
010714* NEGATIVO SI LLEVA SIGNO MENOS Y COMO POSITIVO SI NO.
010724******************************************************************
010734 1620-CLASIFICAR-VALORES.
010744     MOVE ZEROS TO TABLA-AJUSTE-TIPO.
010754     MOVE "N" TO SW-FIN-TRANSACCIONES.
010764     OPEN INPUT TRANSACCIONES.
010774     READ TRANSACCIONES
010784         AT END
010794             SET FIN-DE-TRANSACCIONES TO TRUE
010804     END-READ.
010814     PERFORM 1630-CLASIFICAR-REGISTRO THRU 1630-EXIT
010824         UNTIL FIN-DE-TRANSACCIONES.
010834     CLOSE TRANSACCIONES.
010844 1620-EXIT.
010854     EXIT.
010864
010874 1630-CLASIFICAR-REGISTRO.
010884     READ TRANSACCIONES
010894         AT END
010904             SET FIN-DE-TRANSACCIONES TO TRUE
010914             GO TO 1630-EXIT
010924     END-READ.
010934     IF TRN-TIPO < "1" OR TRN-TIPO > "5"
010944         GO TO 1630-EXIT
010954     END-IF.
010964     MOVE TRN-TIPO TO WS-IND-TIPO.
010974     MOVE 0 TO WS-CANT-SIGNIFICATIVOS.
010984     MOVE 0 TO WS-CANT-GUIONES.
010994     INSPECT TRN-VALOR TALLYING
011004         WS-CANT-SIGNIFICATIVOS FOR ALL "1" ALL "2" ALL "3"
011014             ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
011024         WS-CANT-GUIONES FOR ALL "-".
011034     IF WS-CANT-SIGNIFICATIVOS = 0
011044         ADD 1 TO TAT-CEROS (WS-IND-TIPO)
011054     ELSE
011064         IF WS-CANT-GUIONES > 0
011074             ADD 1 TO TAT-NEGATIVOS (WS-IND-TIPO)
011084         ELSE
011094             ADD 1 TO TAT-POSITIVOS (WS-IND-TIPO)
011104         END-IF
011114     END-IF.
011124 1630-EXIT.
011134     EXIT.
011144
011154******************************************************************
011164* 1640-GRABAR-AJUSTES - UN AJUSTE PENDIENTE POR CADA TIPO QUE
011174* TRAJO VALORES, A NOMBRE DEL OPERADOR DE LA CORRIDA.
011184******************************************************************
011194 1640-GRABAR-AJUSTES.
011204     MOVE 0 TO WS-CANT-AJUSTES-GRABADOS.
011214     MOVE SPACE TO WS-OPERADOR-CORRIDA.
011224     CALL "LEEOPER" USING WS-OPERADOR-CORRIDA.
011234     PERFORM 1650-GRABAR-AJUSTE-TIPO THRU 1650-EXIT
011244         VARYING WS-IND-TIPO FROM 1 BY 1
011254         UNTIL WS-IND-TIPO > 5.
011264 1640-EXIT.
011274     EXIT.
011284
011294 1650-GRABAR-AJUSTE-TIPO.
011304     IF CE-TIPO (WS-IND-TIPO) = 0
011314         GO TO 1650-EXIT
011324     END-IF.
011334     MOVE SPACE TO REG-AJUSTE-COM.
011344     MOVE WS-FECHA-ENTREGA TO AJU-FECHA-EFECTO.
011354     MOVE SPACE TO AJU-PROGRAMA.
011364     STRING "EJERCICIO" WS-IND-TIPO
011374         DELIMITED BY SIZE INTO AJU-PROGRAMA.
011384     MOVE TAT-POSITIVOS (WS-IND-TIPO) TO AJU-POSITIVOS.
011394     MOVE TAT-NEGATIVOS (WS-IND-TIPO) TO AJU-NEGATIVOS.
011404     MOVE TAT-CEROS (WS-IND-TIPO) TO AJU-CEROS.
011414     MOVE "T" TO AJU-ORIGEN.
011424     STRING "TRANDIA TARDIO " WS-ORIGEN-ENTREGA "/"
011434         WS-SECUENCIA-ENTREGA
011444         DELIMITED BY SIZE INTO AJU-MOTIVO.
011454     MOVE WS-OPERADOR-CORRIDA TO AJU-SOLICITANTE.
011464     CALL "GRABAJUS" USING REG-AJUSTE-COM.
011474     IF AJU-NUMERO = 0
011484         DISPLAY "NO SE PUDO GRABAR EL AJUSTE DE EJERCICIO"
011494             WS-IND-TIPO
011504         SET HAY-ADVERTENCIAS TO TRUE
011514         GO TO 1650-EXIT
011524     END-IF.
011534     ADD 1 TO WS-CANT-AJUSTES-GRABADOS.
011544     DISPLAY "AJUSTE " AJU-NUMERO " PENDIENTE: " AJU-PROGRAMA
011554         " POS " TAT-POSITIVOS (WS-IND-TIPO)
011564         " NEG " TAT-NEGATIVOS (WS-IND-TIPO)
011574         " CER " TAT-CEROS (WS-IND-TIPO).
011584 1650-EXIT.
011594     EXIT.
011604
011614******************************************************************
011624* 2500-PREPARAR-CONTROLES - DERIVA LAS LINEAS DE CONTROL DE LOS
011634* PASOS CONSUMIDORES A PARTIR DE LOS CONTADOS: LA CANTIDAD DE
011644* VALORES DE EJERCICIO2 (TOPE 99), LOS LOTES DE 10 DE EJERCICIO3
011654* Y EJERCICIO4 (UN RESTO QUE NO COMPLETA LOTE SE AVISA Y VA EN
011664* UN LOTE PARCIAL) Y LA LISTA DE EXACTAMENTE 10 DE EJERCICIO5.
011674******************************************************************
011684 2500-PREPARAR-CONTROLES.
011694     IF CE-TIPO (2) > 99
011704         DISPLAY "TIPO 2 SUPERA LOS 99 VALORES QUE ADMITE "
011714             "EJERCICIO2, SE RECHAZA"
011724         SET ARCHIVO-RECHAZADO TO TRUE
011734         GO TO 2500-EXIT
011744     END-IF.
011754     IF CE-TIPO (2) = 0
011764         DISPLAY "TRANDIA NO TRAE VALORES DE TIPO 2 Y "
011774             "EJERCICIO2 NO ACEPTA UNA LISTA VACIA, SE RECHAZA"
011784         SET ARCHIVO-RECHAZADO TO TRUE
011794         GO TO 2500-EXIT
011804     END-IF.
011814     MOVE CE-TIPO (2) TO WS-CANT-VALORES-2.
011824     IF CE-TIPO (3) > 990
011834         DISPLAY "TIPO 3 SUPERA LOS 990 VALORES QUE ADMITE "
011844             "EJERCICIO3, SE RECHAZA"
011854         SET ARCHIVO-RECHAZADO TO TRUE
011864         GO TO 2500-EXIT
011874     END-IF.
011884     DIVIDE CE-TIPO (3) BY 10 GIVING WS-CANT-LOTES-3
011894         REMAINDER WS-RESTO-LOTE.
011904     IF WS-RESTO-LOTE NOT = 0
011914         DISPLAY "AVISO: " WS-RESTO-LOTE " VALOR(ES) DE TIPO 3 "
011924             "NO COMPLETAN UN LOTE DE 10 Y VAN EN LOTE PARCIAL"
011934         SET HAY-ADVERTENCIAS TO TRUE
011944     END-IF.
011954     IF CE-TIPO (4) > 990
011964         DISPLAY "TIPO 4 SUPERA LOS 990 VALORES QUE ADMITE "
011974             "EJERCICIO4, SE RECHAZA"
011984         SET ARCHIVO-RECHAZADO TO TRUE
011994         GO TO 2500-EXIT
012004     END-IF.
012014     DIVIDE CE-TIPO (4) BY 10 GIVING WS-CANT-LOTES-4
012024         REMAINDER WS-RESTO-LOTE.
012034     IF WS-RESTO-LOTE NOT = 0
012044         DISPLAY "AVISO: " WS-RESTO-LOTE " VALOR(ES) DE TIPO 4 "
012054             "NO COMPLETAN UN LOTE DE 10 Y VAN EN LOTE PARCIAL"
012064         SET HAY-ADVERTENCIAS TO TRUE
012074     END-IF.
012084     IF CE-TIPO (5) NOT = 10
012094         DISPLAY "AVISO: TIPO 5 TRAE " CE-TIPO (5)
012104             " VALORES Y EJERCICIO5 PROCESA EXACTAMENTE 10"
012114         SET HAY-ADVERTENCIAS TO TRUE
012124     END-IF.
012134 2500-EXIT.
012144     EXIT.
012154
012164******************************************************************
012174* 3000-REPARTIR-TRANSACCIONES - SEGUNDA PASADA: ABRE LAS
012184* SALIDAS, GRABA PRIMERO LAS CABECERAS (LA "C" DE NUMEROS Y DE
012194* LOS LOTES, LA "H" DE LISTAS2 CON LA CANTIDAD YA CONTADA) Y
012204* DESPUES ENRUTA CADA VALOR A SU DATASET. NUMEROS Y LOS LOTES
012214* RECIBEN AL FINAL SU CIERRE "T" CON LO EFECTIVAMENTE GRABADO.
012224******************************************************************
012234 3000-REPARTIR-TRANSACCIONES.
012244     MOVE "N" TO SW-FIN-TRANSACCIONES.
012254     OPEN INPUT TRANSACCIONES.
012264     READ TRANSACCIONES
012274         AT END
012284             SET FIN-DE-TRANSACCIONES TO TRUE
012294     END-READ.
012304     OPEN OUTPUT NUMEROS-OUT.
012314     OPEN OUTPUT LISTAS2-OUT.
012324     OPEN OUTPUT LOTES3-OUT.
012334     OPEN OUTPUT LOTES4-OUT.
012344     OPEN OUTPUT LISTA5-OUT.
012354     MOVE SPACE TO LIN-NUMEROS.
012364     MOVE "C" TO LNU-TIPO.
012374     MOVE WS-FECHA-ENTREGA TO LCA-FECHA.
012384     MOVE SPACE TO LCA-SEPARADOR-1.
012394     MOVE TCA-ORIGEN TO LCA-ORIGEN.
012404     MOVE SPACE TO LCA-SEPARADOR-2.
012414     MOVE WS-SECUENCIA-ENTREGA TO LCA-SECUENCIA.
012424     MOVE LIN-NUMEROS TO REG-NUMEROS-OUT.
012434     WRITE REG-NUMEROS-OUT.
012444     MOVE SPACE TO LIN-LISTAS2.
012454     MOVE "H" TO LL2-TIPO.
012464     MOVE TCA-ORIGEN TO LLH-ID.
012474     MOVE WS-CANT-VALORES-2 TO LLH-CANT.
012484     MOVE LIN-LISTAS2 TO REG-LISTAS2-OUT.
012494     WRITE REG-LISTAS2-OUT.
012504     MOVE SPACE TO LIN-LOTES.
012514     MOVE "C" TO LLO-TIPO.
012524     MOVE WS-FECHA-ENTREGA TO LOC-FECHA.
012534     MOVE TCA-ORIGEN TO LOC-ORIGEN.
012544     MOVE LIN-LOTES TO REG-LOTES3-OUT.
012554     WRITE REG-LOTES3-OUT.
012564     MOVE LIN-LOTES TO REG-LOTES4-OUT.
012574     WRITE REG-LOTES4-OUT.
012584     MOVE LIN-LOTES TO REG-LISTA5-OUT.
012594     WRITE REG-LISTA5-OUT.
012604     PERFORM 3100-REPARTIR-REGISTRO THRU 3100-EXIT
012614         UNTIL FIN-DE-TRANSACCIONES.
012624     PERFORM 3500-CERRAR-SALIDAS THRU 3500-EXIT.
012634 3000-EXIT.
012644     EXIT.
012654
012664 3100-REPARTIR-REGISTRO.
012674     READ TRANSACCIONES
012684         AT END
012694             SET FIN-DE-TRANSACCIONES TO TRUE
012704             CLOSE TRANSACCIONES
012714             GO TO 3100-EXIT
012724     END-READ.
012734     EVALUATE TRN-TIPO
012744         WHEN "1"
012754             PERFORM 3200-ENRUTAR-NUMEROS THRU 3200-EXIT
012764         WHEN "2"
012774             MOVE SPACE TO LIN-LISTAS2
012784             MOVE "D" TO LL2-TIPO
012794             MOVE TRN-VALOR TO LLD-VALOR
012804             MOVE LIN-LISTAS2 TO REG-LISTAS2-OUT
012814             WRITE REG-LISTAS2-OUT
012824             ADD 1 TO CS-TIPO (2)
012834             MOVE 2 TO WS-TIPO-ACTUAL
012844             PERFORM 3150-ACUMULAR-HASH-TIPO THRU 3150-EXIT
012854         WHEN "3"
012864             MOVE SPACE TO LIN-LOTES
012874             MOVE "D" TO LLO-TIPO
012884             MOVE TRN-VALOR TO LOD-VALOR
012894             MOVE LIN-LOTES TO REG-LOTES3-OUT
012904             WRITE REG-LOTES3-OUT
012914             ADD 1 TO CS-TIPO (3)
012924             MOVE 3 TO WS-TIPO-ACTUAL
012934             PERFORM 3150-ACUMULAR-HASH-TIPO THRU 3150-EXIT
012944         WHEN "4"
012954             MOVE SPACE TO LIN-LOTES
012964             MOVE "D" TO LLO-TIPO
012974             MOVE TRN-VALOR TO LOD-VALOR
012984             MOVE LIN-LOTES TO REG-LOTES4-OUT
012994             WRITE REG-LOTES4-OUT
013004             ADD 1 TO CS-TIPO (4)
013014             MOVE 4 TO WS-TIPO-ACTUAL
013024             PERFORM 3150-ACUMULAR-HASH-TIPO THRU 3150-EXIT
013034         WHEN "5"
013044             MOVE SPACE TO LIN-LOTES
013054             MOVE "D" TO LLO-TIPO
013064             MOVE TRN-VALOR TO LOD-VALOR
013074             MOVE LIN-LOTES TO REG-LISTA5-OUT
013084             WRITE REG-LISTA5-OUT
013094             ADD 1 TO CS-TIPO (5)
013104             MOVE 5 TO WS-TIPO-ACTUAL
013114             PERFORM 3150-ACUMULAR-HASH-TIPO THRU 3150-EXIT
013124         WHEN OTHER
013134             CONTINUE
013144     END-EVALUATE.
013154 3100-EXIT.
013164     EXIT.
013174
013184******************************************************************
013194* 3150-ACUMULAR-HASH-TIPO - SUMA LOS DIGITOS DEL VALOR RECIEN
013204* ENRUTADO AL HASH DEL TIPO EN WS-TIPO-ACTUAL.
013214******************************************************************
013224 3150-ACUMULAR-HASH-TIPO.
013234     PERFORM 3160-SUMAR-DIGITO THRU 3160-EXIT
013244         VARYING WS-IND-CARACTER FROM 1 BY 1
013254         UNTIL WS-IND-CARACTER > 9.
013264 3150-EXIT.
013274     EXIT.
013284
013294 3160-SUMAR-DIGITO.
013304     MOVE TRN-VALOR (WS-IND-CARACTER:1) TO WS-UN-DIGITO-X.
013314     IF WS-UN-DIGITO-X NUMERIC
013324         ADD WS-UN-DIGITO TO WS-HASH-TIPO (WS-TIPO-ACTUAL)
013334     END-IF.
013344 3160-EXIT.
013354     EXIT.
013364
013374******************************************************************
013384* 3200-ENRUTAR-NUMEROS - UN VALOR PARA EJERCICIO1: SE EXIGE EL
013394* FORMATO SIGNO MAS TRES DIGITOS, SE SUMA AL HASH Y SE GRABA
013404* COMO DETALLE "D". UN VALOR MAL FORMADO SE APARTA CON AVISO.
013414******************************************************************
013424 3200-ENRUTAR-NUMEROS.
013434     MOVE TRN-VALOR (1:4) TO WS-VALOR-1-X.
013444     IF (WS-VALOR-1-X (1:1) NOT = "+"
013454         AND WS-VALOR-1-X (1:1) NOT = "-")
013464         OR WS-VALOR-1-X (2:3) NOT NUMERIC
013474         DISPLAY "VALOR TIPO 1 MAL FORMADO, SE APARTA: "
013484             TRN-VALOR
013494         ADD 1 TO WS-CANT-APARTADAS
013504         GO TO 3200-EXIT
013514     END-IF.
013524     ADD 1 TO WS-CANT-DETALLES-1.
013534     IF WS-VALOR-1 < 0
013544         COMPUTE WS-ABS-NUM = 0 - WS-VALOR-1
013554     ELSE
013564         MOVE WS-VALOR-1 TO WS-ABS-NUM
013574     END-IF.
013584     ADD WS-ABS-NUM TO WS-HASH-ACUM.
013594     MOVE SPACE TO LIN-NUMEROS.
013604     MOVE "D" TO LNU-TIPO.
013614     MOVE WS-VALOR-1-X TO LDE-VALOR.
013624     MOVE LIN-NUMEROS TO REG-NUMEROS-OUT.
013634     WRITE REG-NUMEROS-OUT.
013644     ADD 1 TO CS-TIPO (1).
013654     MOVE 1 TO WS-TIPO-ACTUAL.
013664     PERFORM 3150-ACUMULAR-HASH-TIPO THRU 3150-EXIT.
013674 3200-EXIT.
013684     EXIT.
013694
013704******************************************************************
013714* 3500-CERRAR-SALIDAS - CIERRA LOS DATASETS ENRUTADOS; NUMEROS
013724* RECIBE ANTES SU CIERRE "T" CON LA CANTIDAD Y EL HASH, Y LOS
013734* LOTES SU CIERRE "T" CON LA CANTIDAD EFECTIVAMENTE GRABADA.
013744******************************************************************
013754 3500-CERRAR-SALIDAS.
013764     DIVIDE WS-HASH-ACUM BY 10000000
013774         GIVING WS-COCIENTE-HASH REMAINDER WS-HASH-NUM.
013784     MOVE SPACE TO LIN-NUMEROS.
013794     MOVE "T" TO LNU-TIPO.
013804     MOVE WS-CANT-DETALLES-1 TO LCI-CANTIDAD.
013814     MOVE SPACE TO LCI-SEPARADOR-1.
013824     MOVE WS-HASH-NUM TO LCI-HASH.
013834     MOVE LIN-NUMEROS TO REG-NUMEROS-OUT.
013844     WRITE REG-NUMEROS-OUT.
013854     MOVE SPACE TO LIN-LOTES.
013864     MOVE "T" TO LLO-TIPO.
013874     MOVE CS-TIPO (3) TO LOT-CANT-TOTAL.
013884     MOVE LIN-LOTES TO REG-LOTES3-OUT.
013894     WRITE REG-LOTES3-OUT.
013904     MOVE CS-TIPO (4) TO LOT-CANT-TOTAL.
013914     MOVE LIN-LOTES TO REG-LOTES4-OUT.
013924     WRITE REG-LOTES4-OUT.
013934     MOVE CS-TIPO (5) TO LOT-CANT-TOTAL.
013944     MOVE LIN-LOTES TO REG-LISTA5-OUT.
013954     WRITE REG-LISTA5-OUT.
013964     CLOSE NUMEROS-OUT.
013974     CLOSE LISTAS2-OUT.
013984     CLOSE LOTES3-OUT.
013994     CLOSE LOTES4-OUT.
014004     CLOSE LISTA5-OUT.
014014 3500-EXIT.
014024     EXIT.
014034
014044******************************************************************
014054* 3600-GRABAR-RUTEO - DEJA EL ARCHIVO DE CONTROL DE ENRUTAMIENTO
014064* CON UN REGISTRO POR TIPO (CONTADO, ENRUTADO Y HASH) Y SU
014074* REGISTRO DE CIERRE, PARA LA CONCILIACION DE FIN DE DIA.
014084******************************************************************
014094 3600-GRABAR-RUTEO.
014104     MOVE 0 TO WS-HASH-TOTAL-RUT.
014114     OPEN OUTPUT RUTEO-OUT.
014124     PERFORM 3610-GRABAR-RUTEO-TIPO THRU 3610-EXIT
014134         VARYING WS-IND-TIPO FROM 1 BY 1
014144         UNTIL WS-IND-TIPO > 5.
014154     MOVE "TRL" TO TRL-MARCA.
014164     MOVE 5 TO TRL-CANT-REGISTROS.
014174     MOVE WS-HASH-TOTAL-RUT TO TRL-HASH-TOTAL.
014184     MOVE "REPARTE0" TO TRL-PROGRAMA.
014194     MOVE WS-FECHA-ENTREGA TO TRL-FECHA.
014204     ACCEPT TRL-HORA FROM TIME.
014214     MOVE SPACE TO TRL-SEPARADOR-1.
014224     MOVE SPACE TO TRL-SEPARADOR-2.
014234     MOVE SPACE TO TRL-SEPARADOR-3.
014244     MOVE SPACE TO TRL-SEPARADOR-4.
014254     MOVE SPACE TO TRL-SEPARADOR-5.
014264     MOVE REG-TRAILER TO REG-RUTEO-TRL.
014274     WRITE REG-RUTEO-TRL.
014284     CLOSE RUTEO-OUT.
014294 3600-EXIT.
014304     EXIT.
014314
014324 3610-GRABAR-RUTEO-TIPO.
014334     MOVE WS-IND-TIPO TO RUT-TIPO.
014344     MOVE CE-TIPO (WS-IND-TIPO) TO RUT-CANT-ENTRADA.
014354     MOVE CS-TIPO (WS-IND-TIPO) TO RUT-CANT-SALIDA.
014364     DIVIDE WS-HASH-TIPO (WS-IND-TIPO) BY 10000000
014374         GIVING WS-COCIENTE-TIPO REMAINDER WS-HASH-TIPO-FINAL.
014384     MOVE WS-HASH-TIPO-FINAL TO RUT-HASH.
014394     MOVE WS-FECHA-ENTREGA TO RUT-FECHA.
014404     MOVE WS-SECUENCIA-ENTREGA TO RUT-SECUENCIA.
014414     MOVE WS-ORIGEN-ENTREGA TO RUT-ORIGEN.
014424     MOVE SPACE TO RUT-SEPARADOR-1.
014434     MOVE SPACE TO RUT-SEPARADOR-2.
014444     MOVE SPACE TO RUT-SEPARADOR-3.
014454     MOVE SPACE TO RUT-SEPARADOR-4.
014464     MOVE SPACE TO RUT-SEPARADOR-5.
014474     MOVE SPACE TO RUT-SEPARADOR-6.
014484     WRITE REG-RUTEO-OUT.
014494     COMPUTE WS-HASH-TOTAL-RUT =
014504         WS-HASH-TOTAL-RUT + RUT-CANT-ENTRADA
014514         + RUT-CANT-SALIDA + RUT-HASH.
014524 3610-EXIT.
014534     EXIT.
014544
014554******************************************************************
014564* 3700-REGISTRAR-ENRUTADA - LA ENTREGA QUEDA ENRUTADA EN EL
014574* REGISTRO DE ENTREGAS (GRABENTR COMPLETA LOS DATOS DESDE EL
014584* REGISTRO DE LA LLEGADA).
014594******************************************************************
014604 3700-REGISTRAR-ENRUTADA.
014614     MOVE SPACE TO REG-ENTREGA-COM.
014624     MOVE WS-FECHA-ENTREGA TO ENT-FECHA.
014634     MOVE WS-SECUENCIA-ENTREGA TO ENT-SECUENCIA.
014644     MOVE WS-ORIGEN-ENTREGA TO ENT-ORIGEN.
014654     MOVE "E" TO ENT-ESTADO.
014664     CALL "GRABENTR" USING REG-ENTREGA-COM.
014674 3700-EXIT.
014684     EXIT.
014694
014704 7100-GRABAR-ALERTA.
014714     MOVE "REPARTE0" TO ALR-PROGRAMA.
014724     CALL "GRABALER" USING REG-ALERTA.
014734 7100-EXIT.
014744     EXIT.
014754
014764******************************************************************
014774* 8000-INFORMAR-CONTADOS - CONTADOS DE ENTRADA Y DE SALIDA POR
014784* TIPO, PARA CRUZAR CONTRA LO QUE MANDO EL ORIGEN.
014794******************************************************************
014804 8000-INFORMAR-CONTADOS.
014814     DISPLAY "CONTADOS POR TIPO (ENTRADA / SALIDA):".
014824     PERFORM 8100-INFORMAR-TIPO THRU 8100-EXIT
014834         VARYING WS-IND-TIPO FROM 1 BY 1
014844         UNTIL WS-IND-TIPO > 5.
014854     IF WS-CANT-APARTADAS > 0
014864         DISPLAY "VALORES APARTADOS POR FORMATO: "
014874             WS-CANT-APARTADAS
014884     END-IF.
014894 8000-EXIT.
014904     EXIT.
014914
014924 8100-INFORMAR-TIPO.
014934     DISPLAY "  TIPO " WS-IND-TIPO ": "
014944         CE-TIPO (WS-IND-TIPO) " / " CS-TIPO (WS-IND-TIPO).
014954 8100-EXIT.
014964     EXIT.
014974
014984 END PROGRAM REPARTE0.

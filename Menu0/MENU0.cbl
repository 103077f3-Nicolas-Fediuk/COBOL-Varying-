000100******************************************************************
000105* Consola de operacion: programa menu que permite invocar, desde
000110*una sola sesion, los programas del dia (EJERCICIO1 a EJERCICIO5,
000115*RESUMEN0, REVRECH), las consultas e informes, el mantenimiento y
000120*la supervision, agrupados en submenus, sin tener que arrancar una
000125*sesion de terminal distinta para cada uno. Antes de mostrar el
000130*menu exige una firma contra el maestro de operadores (OPERMST),
000135*con la identificacion y el PIN secreto del operador (subprograma
000140*FIRMAPIN), y solo muestra las opciones que el operador tiene
000145*autorizadas. Los programas llamados toman el operador ya firmado
000150*(COPY FIRMENU) y no vuelven a pedir la identificacion. El panel
000155*principal muestra las alertas abiertas, los rechazos pendientes
000160*del dia y los cambios de parametros sin aprobar (CUENCIER).
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    MENU0.
000890*                    MISMO EN DICIEMBRE QUE EN ENERO. EL FD DEL
000900*                    LOG, QUE SOLO QUEDABA PARA ESA LECTURA, SE
000910*                    ELIMINA.
000913* 15/10/2026  RA     FIR-PERMISOS PASA A 32 POSICIONES, COMO
000916*                    OPR-PERMISOS EN EL MAESTRO DE OPERADORES.
000917* 15/10/2026  RA     LA FIRMA EXIGE EL PIN DEL OPERADOR (FIRMAPIN,
000918*                    COPY PINLNK): CONOCER LA IDENTIFICACION DE UN
000919*                    SUPERVISOR YA NO ALCANZA PARA FIRMAR EN SU
000920*                    NOMBRE. UN PIN ERRONEO CUENTA COMO FIRMA
000921*                    FALLIDA; UN OPERADOR BLOQUEADO CIERRA EL MENU
000922*                    EN EL ACTO.
000923* 15/10/2026  RA     MODO ENTRENAMIENTO ELEGIDO AL FIRMAR: LOS
000924*                    ARCHIVOS QUE GRABAN LOS PROGRAMAS DEL MENU
000925*                    SE ASIGNAN A LOS DATASETS ENTRENA.* (COPY
000926*                    ENTRENA Y ENTRENAP), ASI NADA DE LO QUE SE
000927*                    PRACTICA TOCA LOS DE PRODUCCION (NI MTD3TOT
000928*                    NI ULTIRUN); LA FECHA DE NEGOCIO SOLO SE
000929*                    LEE. EL PANEL SE MARCA ENTRENAMIENTO Y EL LOG
000930*                    DE PRODUCCION REGISTRA EL INICIO Y EL FIN.
000931* 15/10/2026  RA     CONSOLA DE OPERACION: EL MENU SE ORGANIZA EN
000932*                    SUBMENUS (PROCESO DIARIO, CONSULTAS E
000933*                    INFORMES, MANTENIMIENTO, SUPERVISION) QUE
000934*                    LLAMAN TAMBIEN A REVRECH, INFRECH, INFALERT,
000935*                    CONSHIST, CONSARCH, REIMPRES, PARVIGEN,
000936*                    INFVENT, INFPOS3, MANTPARM, MANTFER,
000937*                    MANTOPER, APRPARM, LIBECIER E INFTURNO. LAS
000938*                    OPCIONES SALEN DE UNA TABLA CON LA POSICION
000939*                    DE OPR-PERMISOS QUE LAS HABILITA (LAS
000940*                    CONSULTAS NUEVAS, POSICION 30) Y SOLO SE
000941*                    MUESTRA LO AUTORIZADO; UNA OPCION OCULTA
000942*                    ELEGIDA IGUAL SE DENIEGA Y QUEDA EN EL LOG.
000943*                    LA FIRMA DEL MENU QUEDA EN EL AREA EXTERNA
000944*                    FIRMENU, ASI LOS PROGRAMAS CON VALOPER NO
000945*                    PIDEN OTRA VEZ LA IDENTIFICACION NI EL PIN.
000946*                    CADA PROGRAMA SE CANCELA AL VOLVER (LA
000947*                    PROXIMA LLAMADA ARRANCA COMO CORRIDO SUELTO)
000948*                    Y SU CODIGO DE RETORNO SE MUESTRA Y SE
000949*                    LIMPIA. EL PANEL PRINCIPAL SUMA LAS CUENTAS
000950*                    DE CUENCIER. EN ENTRENAMIENTO NO SE OFRECEN
000951*                    MANTENIMIENTO NI SUPERVISION: GRABAN MAESTROS
000952*                    DE PRODUCCION QUE NO TIENEN DATASET DE
000953*                    ENTRENAMIENTO.
000954* 15/10/2026  RA     LA TABLA DE OPCIONES TIENE 23 ENTRADAS Y LOS
000955*                    RECORRIDOS SE HACEN CONTRA WS-CANT-OPCIONES:
000956*                    CON EL TOPE FIJO EN 20 NO SE VEIAN NI SE
000957*                    PODIAN ELEGIR LIBECIER E INFTURNO. NUEVA
000958*                    OPCION 4.4 INFVERIF (DOBLE CARGA A CIEGAS,
000959*                    POSICION 30).
000960******************************************************************
000961 ENVIRONMENT DIVISION.
000962 INPUT-OUTPUT SECTION.
000963 FILE-CONTROL.
000964     SELECT OPERADOR-MAESTRO ASSIGN TO "OPERMST"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-MAESTRO-STATUS.
000990     SELECT SESION-OPERADOR ASSIGN TO "OPERSES"
001550
001560 01  OPCION                      PIC 9(01) VALUE 1.
001570     88  OPCION-SALIR                       VALUE 0.
001571     88  OPCION-VALIDA                       VALUE 0 THRU 4.
001572 01  OPCION-SUB                  PIC 9(01) VALUE 1.
001573     88  OPCION-SUB-VOLVER                  VALUE 0.
001574 01  WS-GRUPO                    PIC 9(01) VALUE 0.
001575 01  WS-IND-OPCION               PIC 9(02) VALUE 0.
001576 01  WS-IND-HALLADA              PIC 9(02) VALUE 0.
001577 01  WS-CANT-HABILITADAS         PIC 9(02) VALUE 0.
001578 01  WS-SIN-CORRER               PIC 9(01) VALUE 0.
001579 01  WS-RETORNO                  PIC S9(04) VALUE 0.
001580 01  WS-RETORNO-ED               PIC -(04)9.
001590
001600 01  FECHA-NEGOCIO-COM.
001610     COPY FECHALNK.
001611
001612 01  CONDICIONES-CIERRE.
001613     COPY CIERLNK.
001614
001615 01  FIRMA-MENU-COM EXTERNAL.
001616     COPY FIRMENU.
001617
001618*    CUENTAS DEL PANEL PRINCIPAL, EDITADAS PARA MOSTRAR.
001619 01  PANEL-CUENTAS.
001620     05  PNL-ALERTAS             PIC ZZZZ9.
001621     05  PNL-CRITICAS            PIC ZZZZ9.
001622     05  PNL-RECHAZOS            PIC ZZZZ9.
001623     05  PNL-PENDIENTES          PIC ZZZZ9.
001624
001630 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
001640 01  WS-IND-ESTADO               PIC 9(01) VALUE 0.
001650
001901 01  WS-OPERADOR-SESION          PIC X(08) VALUE SPACE.
001920 01  WS-CANT-INTENTOS            PIC 9(01) VALUE 0.
001930 01  WS-RESULTADO-AUD            PIC X(30) VALUE SPACE.
001931 01  WS-MODO-ELEGIDO             PIC X(01) VALUE SPACE.
001932 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001933     88  MODO-ENTRENAMIENTO                VALUE "S".
001934
001935     COPY ENTRENA.
001940
001950*    DATOS DEL OPERADOR FIRMADO, COPIADOS DEL MAESTRO.
001960 01  OPERADOR-FIRMADO.
001970     05  FIR-ID                  PIC X(08) VALUE SPACE.
001980     05  FIR-NOMBRE              PIC X(20) VALUE SPACE.
001990     05  FIR-PERMISOS            PIC X(32) VALUE SPACE.
002000
002010 01  SW-FIRMA-LOGRADA            PIC X(01) VALUE "N".
002020     88  FIRMA-LOGRADA                     VALUE "S".
002060
002070 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
002080     88  FIN-DE-MAESTRO                    VALUE "S".
002082
002084 01  PIN-VERIFICACION.
002086     COPY PINLNK.
002090
002100*    NOMBRES DE PROGRAMA DE CADA ENTRADA DEL PANEL, PARA LA
002110*    LECTURA POR CLAVE DEL MAESTRO ULTIRUN.
002170     05  FILLER                  PIC X(10) VALUE "EJERCICIO5".
002180 01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES-PANEL.
002190     05  TN-PROGRAMA OCCURS 5 TIMES PIC X(10).
002191
002192*    OPCIONES DEL MENU PRINCIPAL: SI SOLO SE OFRECEN EN
002193*    PRODUCCION (S) Y SU TITULO.
002194 01  TABLA-GRUPOS.
002195     05  FILLER                  PIC X(21)
002196         VALUE "NPROCESO DIARIO".
002197     05  FILLER                  PIC X(21)
002198         VALUE "NCONSULTAS E INFORMES".
002199     05  FILLER                  PIC X(21) VALUE "SMANTENIMIENTO".
002200     05  FILLER                  PIC X(21) VALUE "SSUPERVISION".
002201 01  TABLA-GRUPOS-R REDEFINES TABLA-GRUPOS.
002202     05  TGR-ENTRADA OCCURS 4 TIMES.
002203         10  TGR-SOLO-PRODUCCION PIC X(01).
002204             88  GRUPO-SOLO-PRODUCCION     VALUE "S".
002205         10  TGR-DESCRIPCION     PIC X(20).
002206
002207*    OPCIONES DE LOS SUBMENUS: OPCION DEL MENU PRINCIPAL, NUMERO
002208*    DENTRO DEL SUBMENU, POSICION DE OPR-PERMISOS QUE LA HABILITA
002209*    Y PROGRAMA QUE SE LLAMA, MAS EL TEXTO QUE SE MUESTRA. LAS
002210*    POSICIONES 1 A 5 SON EJERCICIO1 A EJERCICIO5 Y LLEVAN SU
002211*    LINEA DE ESTADO DEBAJO. SON 23 ENTRADAS: UNA OPCION NUEVA
002212*    SE AGREGA AL FINAL DE SU GRUPO Y LLEVA EL OCCURS Y
002213*    WS-CANT-OPCIONES AL NUEVO TOTAL. EL NUMERO DE OPCION ES DE UN
002214*    DIGITO: CADA SUBMENU ADMITE HASTA 9 OPCIONES.
002215 01  TABLA-OPCIONES-MENU.
002216     05  FILLER PIC X(14) VALUE "1101EJERCICIO1".
002217     05  FILLER PIC X(38)
002218         VALUE "EJERCICIO1 (POSITIVOS/NEGATIVOS)".
002219     05  FILLER PIC X(14) VALUE "1202EJERCICIO2".
002220     05  FILLER PIC X(38) VALUE "EJERCICIO2 (LISTA DE N VALORES)".
002221     05  FILLER PIC X(14) VALUE "1303EJERCICIO3".
002222     05  FILLER PIC X(38) VALUE "EJERCICIO3 (CONTEO Y DETALLE)".
002223     05  FILLER PIC X(14) VALUE "1404EJERCICIO4".
002224     05  FILLER PIC X(38) VALUE "EJERCICIO4 (MAXIMO Y MINIMO)".
002225     05  FILLER PIC X(14) VALUE "1505EJERCICIO5".
002226     05  FILLER PIC X(38)
002227         VALUE "EJERCICIO5 (MAXIMO CON POSICION)".
002228     05  FILLER PIC X(14) VALUE "1606RESUMEN0".
002229     05  FILLER PIC X(38) VALUE "RESUMEN0 (CONSOLIDADO DEL DIA)".
002230     05  FILLER PIC X(14) VALUE "1714REVRECH".
002231     05  FILLER PIC X(38) VALUE "REVRECH (REVISION DE RECHAZOS)".
002232     05  FILLER PIC X(14) VALUE "2107INFAUDIT".
002233     05  FILLER PIC X(38) VALUE "INFAUDIT (LOG DE AUDITORIA)".
002234     05  FILLER PIC X(14) VALUE "2230INFRECH".
002235     05  FILLER PIC X(38) VALUE "INFRECH (RECHAZOS DE UN DIA)".
002236     05  FILLER PIC X(14) VALUE "2330INFALERT".
002237     05  FILLER PIC X(38)
002238         VALUE "INFALERT (ALERTAS Y RECONOCIMIENTO)".
002239     05  FILLER PIC X(14) VALUE "2430CONSHIST".
002240     05  FILLER PIC X(38)
002241         VALUE "CONSHIST (HISTORIAL DE CORRIDAS)".
002242     05  FILLER PIC X(14) VALUE "2530CONSARCH".
002243     05  FILLER PIC X(38) VALUE "CONSARCH (ARCHIVO DE ENTRADAS)".
002244     05  FILLER PIC X(14) VALUE "2630REIMPRES".
002245     05  FILLER PIC X(38)
002246         VALUE "REIMPRES (REIMPRESION DEL RESUMEN)".
002247     05  FILLER PIC X(14) VALUE "2730PARVIGEN".
002248     05  FILLER PIC X(38)
002249         VALUE "PARVIGEN (PARAMETROS A UNA FECHA)".
002250     05  FILLER PIC X(14) VALUE "2830INFVENT".
002251     05  FILLER PIC X(38) VALUE "INFVENT (VENTANA NOCTURNA)".
002252     05  FILLER PIC X(14) VALUE "2930INFPOS3".
002253     05  FILLER PIC X(38) VALUE "INFPOS3 (POSICION DEL MES)".
002254     05  FILLER PIC X(14) VALUE "3110MANTPARM".
002255     05  FILLER PIC X(38)
002256         VALUE "MANTPARM (PARAMETROS DE NEGOCIO)".
002257     05  FILLER PIC X(14) VALUE "3216MANTFER".
002258     05  FILLER PIC X(38)
002259         VALUE "MANTFER (CALENDARIO DE FERIADOS)".
002260     05  FILLER PIC X(14) VALUE "3315MANTOPER".
002261     05  FILLER PIC X(38)
002262         VALUE "MANTOPER (MAESTRO DE OPERADORES)".
002263     05  FILLER PIC X(14) VALUE "4112APRPARM".
002264     05  FILLER PIC X(38)
002265         VALUE "APRPARM (APROBACION DE PARAMETROS)".
002266     05  FILLER PIC X(14) VALUE "4228LIBECIER".
002267     05  FILLER PIC X(38)
002268         VALUE "LIBECIER (LIBERA CONDICIONES CIERRE)".
002269     05  FILLER PIC X(14) VALUE "4329INFTURNO".
002270     05  FILLER PIC X(38) VALUE "INFTURNO (RELEVO DE TURNO)".
002271     05  FILLER PIC X(14) VALUE "4430INFVERIF".
002272     05  FILLER PIC X(38)
002273         VALUE "INFVERIF (DOBLE CARGA A CIEGAS)".
002274 01  TABLA-OPCIONES-R REDEFINES TABLA-OPCIONES-MENU.
002275     05  TOM-ENTRADA OCCURS 23 TIMES.
002276         10  TOM-GRUPO           PIC 9(01).
002277         10  TOM-OPCION          PIC 9(01).
002278         10  TOM-POSICION        PIC 9(02).
002279         10  TOM-PROGRAMA        PIC X(10).
002280         10  TOM-DESCRIPCION     PIC X(38).
002281 01  WS-CANT-OPCIONES            PIC 9(02) VALUE 23.
002282
002283 PROCEDURE DIVISION.
002284******************************************************************
002285* 0000-MAINLINE-CONTROL
002286******************************************************************
002287 0000-MAINLINE-CONTROL.
002288     MOVE SPACE TO FIRMA-MENU-COM.
002289     ACCEPT WS-SESION-ID FROM ENVIRONMENT "EJER-SESION".
002290     IF WS-SESION-ID NOT = "1" AND WS-SESION-ID NOT = "2"
002291         AND WS-SESION-ID NOT = "3" AND WS-SESION-ID NOT = "4"
002292         MOVE SPACE TO WS-SESION-ID
002293     END-IF.
002294     PERFORM 1000-FIRMAR-OPERADOR THRU 1000-EXIT
002295         UNTIL FIRMA-LOGRADA OR WS-CANT-INTENTOS > 2.
002296     IF NOT FIRMA-LOGRADA
002297         DISPLAY "FIRMA NO LOGRADA, SE CIERRA EL MENU"
002300         GOBACK
002310     END-IF.
002315     PERFORM 1300-ELEGIR-MODO THRU 1300-EXIT.
002320     PERFORM PROCESAR-OPCION THRU PROCESAR-OPCION-EXIT
002330         UNTIL OPCION-SALIR.
002340     PERFORM 9000-CERRAR-SESION THRU 9000-EXIT.
002360
002370******************************************************************
002380* 1000-FIRMAR-OPERADOR - PIDE LA IDENTIFICACION, LA BUSCA EN EL
002390* MAESTRO, VERIFICA QUE EL OPERADOR ESTE ACTIVO Y LE PIDE EL PIN
002400* (FIRMAPIN). CADA FIRMA FALLIDA QUEDA EN EL LOG DE AUDITORIA; A
002410* LA TERCERA, O CON EL OPERADOR BLOQUEADO, EL MENU SE CIERRA.
002420******************************************************************
002430 1000-FIRMAR-OPERADOR.
002440     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
002450     ACCEPT WS-ID-INGRESADO.
002460     PERFORM 1100-BUSCAR-EN-MAESTRO THRU 1100-EXIT.
002470     IF OPERADOR-HALLADO AND OPR-ACTIVO = "S"
002471         MOVE WS-ID-INGRESADO TO PIN-ID
002472         CALL "FIRMAPIN" USING PIN-VERIFICACION
002473         IF NOT PIN-ACEPTADO
002474             GO TO 1000-PIN-RECHAZADO
002475         END-IF
002480         SET FIRMA-LOGRADA TO TRUE
002490         MOVE OPR-ID       TO FIR-ID
002500         MOVE OPR-NOMBRE   TO FIR-NOMBRE
002510         MOVE OPR-PERMISOS TO FIR-PERMISOS
002520         PERFORM 1200-GRABAR-SESION THRU 1200-EXIT
002523         SET FMN-FIRMA-ACTIVA TO TRUE
002526         MOVE FIR-ID TO FMN-OPERADOR
002530         DISPLAY "BIENVENIDO " FIR-NOMBRE
002540     ELSE
002550         ADD 1 TO WS-CANT-INTENTOS
002590             DELIMITED BY SIZE INTO WS-RESULTADO-AUD
002600         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
002610     END-IF.
002611     GO TO 1000-EXIT.
002612 1000-PIN-RECHAZADO.
002613     ADD 1 TO WS-CANT-INTENTOS.
002614     IF PIN-BLOQUEADO
002615         MOVE 3 TO WS-CANT-INTENTOS
002616     END-IF.
002617     MOVE SPACE TO WS-RESULTADO-AUD.
002618     STRING "FIRMA RECHAZADA ID=" WS-ID-INGRESADO
002619         DELIMITED BY SIZE INTO WS-RESULTADO-AUD.
002620     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002621 1000-EXIT.
002630     EXIT.
002640
002650******************************************************************
003115     END-EVALUATE.
003116 1250-EXIT.
003117     EXIT.
003118
003119******************************************************************
003120* 1300-ELEGIR-MODO - CON LA FIRMA LOGRADA, PIDE EL MODO DE
003121* TRABAJO. EN ENTRENAMIENTO EL INICIO QUEDA EN EL LOG DE
003122* PRODUCCION Y RECIEN DESPUES SE ASIGNAN LOS DATASETS DE
003123* ENTRENAMIENTO; CUALQUIER OTRA RESPUESTA ES PRODUCCION, Y SE
003124* DESACTIVA EXPLICITAMENTE POR SI EL AMBIENTE TRAJERA UNA
003125* ASIGNACION VIEJA.
003126******************************************************************
003127 1300-ELEGIR-MODO.
003128     DISPLAY "MODO DE TRABAJO (P=PRODUCCION E=ENTRENAMIENTO)".
003129     MOVE SPACE TO WS-MODO-ELEGIDO.
003130     ACCEPT WS-MODO-ELEGIDO.
003131     IF WS-MODO-ELEGIDO NOT = "E"
003132         MOVE "N" TO SW-ENTRENAMIENTO
003133         PERFORM DESACTIVAR-ENTRENAMIENTO
003134             THRU DESACTIVAR-ENTRENAMIENTO-EXIT
003135         DISPLAY "MODO PRODUCCION"
003136         GO TO 1300-EXIT
003137     END-IF.
003138     MOVE SPACE TO WS-RESULTADO-AUD.
003139     STRING "INICIA ENTRENAMIENTO"
003140         DELIMITED BY SIZE INTO WS-RESULTADO-AUD.
003141     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003142     SET MODO-ENTRENAMIENTO TO TRUE.
003143     PERFORM ACTIVAR-ENTRENAMIENTO
003144         THRU ACTIVAR-ENTRENAMIENTO-EXIT.
003145     DISPLAY "*** MODO ENTRENAMIENTO: SE TRABAJA SOBRE LOS "
003146         "DATASETS ENTRENA.*, NADA AFECTA A PRODUCCION ***".
003147 1300-EXIT.
003148     EXIT.
003149
003150******************************************************************
003154* PROCESAR-OPCION - MUESTRA EL MENU PRINCIPAL CON EL PANEL DE
003158* ESTADO, ACEPTA LA OPCION DEL OPERADOR Y ABRE EL SUBMENU
003162* ELEGIDO. UNA OPCION SIN NADA AUTORIZADO ADENTRO SE DENIEGA Y
003166* QUEDA EN EL LOG; EN ENTRENAMIENTO MANTENIMIENTO Y SUPERVISION
003170* NO SE OFRECEN.
003177******************************************************************
003187 PROCESAR-OPCION.
003197     PERFORM MOSTRAR-MENU THRU MOSTRAR-MENU-EXIT.
003237         MOVE 9 TO OPCION
003247         GO TO PROCESAR-OPCION-EXIT
003257     END-IF.
003259     IF OPCION-SALIR
003261         GO TO PROCESAR-OPCION-EXIT
003263     END-IF.
003265     MOVE OPCION TO WS-GRUPO.
003267     IF MODO-ENTRENAMIENTO AND GRUPO-SOLO-PRODUCCION (WS-GRUPO)
003269         DISPLAY "LA OPCION " OPCION
003271             " NO SE OFRECE EN MODO ENTRENAMIENTO"
003273         MOVE 9 TO OPCION
003275         GO TO PROCESAR-OPCION-EXIT
003277     END-IF.
003279     PERFORM CONTAR-HABILITADAS THRU CONTAR-HABILITADAS-EXIT.
003281     IF WS-CANT-HABILITADAS = 0
003287         DISPLAY "NO ESTA AUTORIZADO PARA LA OPCION " OPCION
003297         MOVE SPACE TO WS-RESULTADO-AUD
003307         STRING "OPCION " OPCION " DENEGADA"
003337         MOVE 9 TO OPCION
003347         GO TO PROCESAR-OPCION-EXIT
003357     END-IF.
003367     MOVE 9 TO OPCION-SUB.
003377     PERFORM PROCESAR-SUBMENU THRU PROCESAR-SUBMENU-EXIT
003387         UNTIL OPCION-SUB-VOLVER.
003467 PROCESAR-OPCION-EXIT.
003477     EXIT.
003487
003497******************************************************************
003505* MOSTRAR-MENU - PANEL DE ESTADO DEL DIA (ALERTAS ABIERTAS,
003513* RECHAZOS PENDIENTES, PARAMETROS SIN APROBAR Y EJERCICIOS QUE
003521* TODAVIA NO CORRIERON) Y LAS OPCIONES DEL MENU PRINCIPAL QUE
003529* TIENEN ALGO AUTORIZADO PARA EL OPERADOR.
003537******************************************************************
003547 MOSTRAR-MENU.
003557     PERFORM CARGAR-ESTADOS THRU CARGAR-ESTADOS-EXIT.
003562     PERFORM CARGAR-CONDICIONES THRU CARGAR-CONDICIONES-EXIT.
003567     DISPLAY "------------------------------------------".
003569     IF MODO-ENTRENAMIENTO
003571         DISPLAY "*** ENTRENAMIENTO *** ENTRENAMIENTO *** "
003573             "ENTRENAMIENTO ***"
003575     END-IF.
003577     DISPLAY "MENU PRINCIPAL - OPERADOR " FIR-ID
003587         " - DIA " WS-FECHA-HOY.
003597     DISPLAY "  ALERTAS ABIERTAS ............ " PNL-ALERTAS
003607         " (CRITICAS " PNL-CRITICAS ")".
003617     DISPLAY "  RECHAZOS PENDIENTES DEL DIA . " PNL-RECHAZOS.
003627     DISPLAY "  PARAMETROS SIN APROBAR ...... " PNL-PENDIENTES.
003637     DISPLAY "  EJERCICIOS SIN CORRER HOY ... " "    "
003647         WS-SIN-CORRER.
003657     DISPLAY "------------------------------------------".
003667     PERFORM MOSTRAR-GRUPO THRU MOSTRAR-GRUPO-EXIT
003677         VARYING WS-GRUPO FROM 1 BY 1
003687         UNTIL WS-GRUPO > 4.
003767     DISPLAY "  0 - SALIR".
003769     IF MODO-ENTRENAMIENTO
003771         DISPLAY "*** ENTRENAMIENTO: NO AFECTA A PRODUCCION ***"
003773     END-IF.
003777     DISPLAY "INGRESE UNA OPCION".
003787 MOSTRAR-MENU-EXIT.
003788     EXIT.
003789
003790 MOSTRAR-GRUPO.
003791     IF MODO-ENTRENAMIENTO AND GRUPO-SOLO-PRODUCCION (WS-GRUPO)
003792         GO TO MOSTRAR-GRUPO-EXIT
003793     END-IF.
003794     PERFORM CONTAR-HABILITADAS THRU CONTAR-HABILITADAS-EXIT.
003795     IF WS-CANT-HABILITADAS = 0
003796         GO TO MOSTRAR-GRUPO-EXIT
003797     END-IF.
003798     DISPLAY "  " WS-GRUPO " - " TGR-DESCRIPCION (WS-GRUPO).
003799 MOSTRAR-GRUPO-EXIT.
003800     EXIT.
003801
003802******************************************************************
003803* CONTAR-HABILITADAS - CUANTAS OPCIONES DEL SUBMENU WS-GRUPO
003804* TIENE AUTORIZADAS EL OPERADOR FIRMADO.
003805******************************************************************
003806 CONTAR-HABILITADAS.
003807     MOVE 0 TO WS-CANT-HABILITADAS.
003808     PERFORM CONTAR-OPCION THRU CONTAR-OPCION-EXIT
003809         VARYING WS-IND-OPCION FROM 1 BY 1
003810         UNTIL WS-IND-OPCION > WS-CANT-OPCIONES.
003811 CONTAR-HABILITADAS-EXIT.
003812     EXIT.
003813
003814 CONTAR-OPCION.
003815     IF TOM-GRUPO (WS-IND-OPCION) = WS-GRUPO
003816         AND FIR-PERMISOS (TOM-POSICION (WS-IND-OPCION):1) = "S"
003817         ADD 1 TO WS-CANT-HABILITADAS
003818     END-IF.
003819 CONTAR-OPCION-EXIT.
003820     EXIT.
003821
003822******************************************************************
003823* CARGAR-CONDICIONES - LAS CUENTAS DEL PANEL PRINCIPAL: LAS
003824* MISMAS QUE USA LA PUERTA DEL CIERRE (CUENCIER) PARA LA FECHA
003825* DE NEGOCIO, MAS LOS EJERCICIOS QUE NO CORRIERON EN EL DIA.
003826******************************************************************
003827 CARGAR-CONDICIONES.
003828     MOVE WS-FECHA-HOY TO CCL-FECHA-NEGOCIO.
003829     CALL "CUENCIER" USING CONDICIONES-CIERRE.
003830     ADD CCL-CANT-ALERTAS CCL-CANT-ADVERTENCIAS
003831         GIVING PNL-ALERTAS.
003832     MOVE CCL-CANT-ALERTAS TO PNL-CRITICAS.
003833     MOVE CCL-CANT-RECHAZOS TO PNL-RECHAZOS.
003834     MOVE CCL-CANT-PENDIENTES TO PNL-PENDIENTES.
003835     MOVE 0 TO WS-SIN-CORRER.
003836     PERFORM CONTAR-SIN-CORRER THRU CONTAR-SIN-CORRER-EXIT
003837         VARYING WS-IND-ESTADO FROM 1 BY 1
003838         UNTIL WS-IND-ESTADO > 5.
003839 CARGAR-CONDICIONES-EXIT.
003840     EXIT.
003841
003842 CONTAR-SIN-CORRER.
003843     IF TE-FECHA (WS-IND-ESTADO) NOT = WS-FECHA-HOY
003844         ADD 1 TO WS-SIN-CORRER
003845     END-IF.
003846 CONTAR-SIN-CORRER-EXIT.
003847     EXIT.
003848
003849******************************************************************
003850* PROCESAR-SUBMENU - MUESTRA EL SUBMENU DE WS-GRUPO, ACEPTA LA
003851* OPCION, VERIFICA QUE EL OPERADOR LA TENGA AUTORIZADA Y LLAMA
003852* AL PROGRAMA. UNA OPCION DENEGADA QUEDA EN EL LOG.
003853******************************************************************
003854 PROCESAR-SUBMENU.
003855     PERFORM MOSTRAR-SUBMENU THRU MOSTRAR-SUBMENU-EXIT.
003856     ACCEPT OPCION-SUB.
003857     IF OPCION-SUB-VOLVER
003858         GO TO PROCESAR-SUBMENU-EXIT
003859     END-IF.
003860     MOVE 0 TO WS-IND-HALLADA.
003861     PERFORM UBICAR-OPCION THRU UBICAR-OPCION-EXIT
003862         VARYING WS-IND-OPCION FROM 1 BY 1
003863         UNTIL WS-IND-OPCION > WS-CANT-OPCIONES.
003864     IF WS-IND-HALLADA = 0
003865         DISPLAY "OPCION INVALIDA, REINTENTE"
003866         MOVE 9 TO OPCION-SUB
003867         GO TO PROCESAR-SUBMENU-EXIT
003868     END-IF.
003869     IF FIR-PERMISOS (TOM-POSICION (WS-IND-HALLADA):1) NOT = "S"
003870         DISPLAY "NO ESTA AUTORIZADO PARA LA OPCION " WS-GRUPO
003871             "." OPCION-SUB
003872         MOVE SPACE TO WS-RESULTADO-AUD
003873         STRING "OPCION " WS-GRUPO "." OPCION-SUB " DENEGADA"
003874             DELIMITED BY SIZE INTO WS-RESULTADO-AUD
003875         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
003876         MOVE 9 TO OPCION-SUB
003877         GO TO PROCESAR-SUBMENU-EXIT
003878     END-IF.
003879     PERFORM LLAMAR-PROGRAMA THRU LLAMAR-PROGRAMA-EXIT.
003880     MOVE 9 TO OPCION-SUB.
003881 PROCESAR-SUBMENU-EXIT.
003882     EXIT.
003883
003884 UBICAR-OPCION.
003885     IF TOM-GRUPO (WS-IND-OPCION) = WS-GRUPO
003886         AND TOM-OPCION (WS-IND-OPCION) = OPCION-SUB
003887         MOVE WS-IND-OPCION TO WS-IND-HALLADA
003888     END-IF.
003889 UBICAR-OPCION-EXIT.
003890     EXIT.
003891
003892******************************************************************
003893* MOSTRAR-SUBMENU - LISTA LAS OPCIONES AUTORIZADAS DEL SUBMENU;
003894* DEBAJO DE CADA EJERCICIO, SU ULTIMA CORRIDA SEGUN ULTIRUN.
003895******************************************************************
003896 MOSTRAR-SUBMENU.
003897     PERFORM CARGAR-ESTADOS THRU CARGAR-ESTADOS-EXIT.
003898     DISPLAY "------------------------------------------".
003899     IF MODO-ENTRENAMIENTO
003900         DISPLAY "*** ENTRENAMIENTO *** ENTRENAMIENTO *** "
003901             "ENTRENAMIENTO ***"
003902     END-IF.
003903     DISPLAY TGR-DESCRIPCION (WS-GRUPO) " - OPERADOR " FIR-ID
003904         " - DIA " WS-FECHA-HOY.
003905     PERFORM MOSTRAR-OPCION-SUB THRU MOSTRAR-OPCION-SUB-EXIT
003906         VARYING WS-IND-OPCION FROM 1 BY 1
003907         UNTIL WS-IND-OPCION > WS-CANT-OPCIONES.
003908     DISPLAY "  0 - VOLVER AL MENU PRINCIPAL".
003909     DISPLAY "INGRESE UNA OPCION".
003910 MOSTRAR-SUBMENU-EXIT.
003911     EXIT.
003912
003913 MOSTRAR-OPCION-SUB.
003914     IF TOM-GRUPO (WS-IND-OPCION) NOT = WS-GRUPO
003915         GO TO MOSTRAR-OPCION-SUB-EXIT
003916     END-IF.
003917     IF FIR-PERMISOS (TOM-POSICION (WS-IND-OPCION):1) NOT = "S"
003918         GO TO MOSTRAR-OPCION-SUB-EXIT
003919     END-IF.
003920     DISPLAY "  " TOM-OPCION (WS-IND-OPCION) " - "
003921         TOM-DESCRIPCION (WS-IND-OPCION).
003922     IF TOM-POSICION (WS-IND-OPCION) < 6
003923         MOVE TOM-POSICION (WS-IND-OPCION) TO WS-IND-ESTADO
003924         PERFORM MOSTRAR-ESTADO THRU MOSTRAR-ESTADO-EXIT
003925     END-IF.
003926 MOSTRAR-OPCION-SUB-EXIT.
003927     EXIT.
003928
003929******************************************************************
003930* LLAMAR-PROGRAMA - LLAMA AL PROGRAMA DE LA OPCION ELEGIDA Y LO
003931* CANCELA AL VOLVER, ASI LA PROXIMA LLAMADA ARRANCA CON SU
003932* WORKING-STORAGE INICIAL COMO SI CORRIERA SUELTO. UN CODIGO DE
003933* RETORNO DISTINTO DE CERO SE MUESTRA Y SE LIMPIA, PARA QUE NO
003934* QUEDE COMO CODIGO DEL MENU.
003935******************************************************************
003936 LLAMAR-PROGRAMA.
003937     MOVE 0 TO RETURN-CODE.
003938     EVALUATE TOM-PROGRAMA (WS-IND-HALLADA)
003939         WHEN "EJERCICIO1"  CALL "EJERCICIO1"
003940         WHEN "EJERCICIO2"  CALL "EJERCICIO2"
003941         WHEN "EJERCICIO3"  CALL "EJERCICIO3"
003942         WHEN "EJERCICIO4"  CALL "EJERCICIO4"
003943         WHEN "EJERCICIO5"  CALL "EJERCICIO5"
003944         WHEN "RESUMEN0"    CALL "RESUMEN0"
003945         WHEN "REVRECH"     CALL "REVRECH"
003946         WHEN "INFAUDIT"    CALL "INFAUDIT"
003947         WHEN "INFRECH"     CALL "INFRECH"
003948         WHEN "INFALERT"    CALL "INFALERT"
003949         WHEN "CONSHIST"    CALL "CONSHIST"
003950         WHEN "CONSARCH"    CALL "CONSARCH"
003951         WHEN "REIMPRES"    CALL "REIMPRES"
003952         WHEN "PARVIGEN"    CALL "PARVIGEN"
003953         WHEN "INFVENT"     CALL "INFVENT"
003954         WHEN "INFPOS3"     CALL "INFPOS3"
003955         WHEN "MANTPARM"    CALL "MANTPARM"
003956         WHEN "MANTFER"     CALL "MANTFER"
003957         WHEN "MANTOPER"    CALL "MANTOPER"
003958         WHEN "APRPARM"     CALL "APRPARM"
003959         WHEN "LIBECIER"    CALL "LIBECIER"
003960         WHEN "INFTURNO"    CALL "INFTURNO"
003961         WHEN "INFVERIF"    CALL "INFVERIF"
003962     END-EVALUATE.
003963     MOVE RETURN-CODE TO WS-RETORNO.
003964     CANCEL TOM-PROGRAMA (WS-IND-HALLADA).
003965     MOVE 0 TO RETURN-CODE.
003966     IF WS-RETORNO NOT = 0
003967         MOVE WS-RETORNO TO WS-RETORNO-ED
003968         DISPLAY TOM-PROGRAMA (WS-IND-HALLADA)
003969             " TERMINO CON CODIGO DE RETORNO " WS-RETORNO-ED
003970     END-IF.
003971 LLAMAR-PROGRAMA-EXIT.
003972     EXIT.
003973
003974******************************************************************
003975* CARGAR-ESTADOS - LEE POR CLAVE, EN EL MAESTRO DE ULTIMAS
003976* CORRIDAS, LA ENTRADA DE CADA EJERCICIO. SE REHACE CADA VEZ QUE
003977* SE MUESTRA EL MENU, ASI EL PANEL REFLEJA LO QUE SE ACABA DE
003978* CORRER, Y CUESTA CINCO LECTURAS POR CLAVE Y NO UN BARRIDO DEL
003979* LOG COMPLETO.
003980******************************************************************
003981 CARGAR-ESTADOS.
003982     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
003983     MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-HOY.
003984     PERFORM LIMPIAR-ESTADO THRU LIMPIAR-ESTADO-EXIT
003985         VARYING WS-IND-ESTADO FROM 1 BY 1
003986         UNTIL WS-IND-ESTADO > 5.
003987     OPEN INPUT ULTIMA-CORRIDA.
003988     IF WS-ULTRUN-STATUS NOT = "00"
003989         GO TO CARGAR-ESTADOS-EXIT
003990     END-IF.
003991     PERFORM LEER-ULTIMA-CORRIDA
003997         THRU LEER-ULTIMA-CORRIDA-EXIT
004007         VARYING WS-IND-ESTADO FROM 1 BY 1
004017         UNTIL WS-IND-ESTADO > 5.
004727******************************************************************
004737* 9000-CERRAR-SESION - AL SALIR, EL ARCHIVO DE ESTA SESION SE
004747* DEJA EN BLANCO PARA QUE LAS CORRIDAS SIGUIENTES NO HEREDEN LA
004752* FIRMA; LOS ARCHIVOS DE LAS OTRAS SESIONES NO SE TOCAN. SI SE
004757* TRABAJO EN ENTRENAMIENTO, SE VUELVE A LA ASIGNACION DE
004762* PRODUCCION Y EL FIN QUEDA EN EL LOG DE PRODUCCION.
004767******************************************************************
004777 9000-CERRAR-SESION.
004778     IF MODO-ENTRENAMIENTO
004779         PERFORM DESACTIVAR-ENTRENAMIENTO
004780             THRU DESACTIVAR-ENTRENAMIENTO-EXIT
004781         MOVE "N" TO SW-ENTRENAMIENTO
004782         MOVE SPACE TO WS-RESULTADO-AUD
004783         STRING "FIN ENTRENAMIENTO"
004784             DELIMITED BY SIZE INTO WS-RESULTADO-AUD
004785         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
004786     END-IF.
004787     MOVE SPACE TO WS-OPERADOR-SESION.
004792     MOVE SPACE TO FIRMA-MENU-COM.
004797     PERFORM 1250-GRABAR-ARCHIVO-SESION THRU 1250-EXIT.
004807 9000-EXIT.
004817     EXIT.
004820
004823     COPY ENTRENAP.
004827
004837 END PROGRAM MENU0.

000160*log de auditoria la imagen anterior y la nueva de cada cambio.
000170*Hasta ahora el maestro se tocaba con un editor de texto: un typo
000180*en OPR-PERMISOS dejaba a un operador sin una opcion en silencio
000186*y no quedaba rastro de quien otorgo que a quien. Un supervisor
000192*blanquea tambien aqui el PIN de un operador bloqueado u olvidado.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    MANTOPER.
000375*                    REGISTROS (ANT/NVO) PORQUE YA NO ENTRA EN
000376*                    UNO. EL PROPIO MANTENIMIENTO EXIGE AHORA UN
000377*                    OPERADOR AUTORIZADO (VALOPER, POSICION 15).
000378* 15/10/2026  RA     OPR-PERMISOS PASO A 32 POSICIONES: LA
000379*                    VALIDACION RECORRE LAS 32 Y LOS PERMISOS DE
000380*                    UN ALTA O DE UN CAMBIO SE AUDITAN EN DOS
000381*                    MITADES (POSICIONES 1 A 16 Y 17 A 32), CADA
000382*                    UNA EN SU PROPIO REGISTRO.
000383* 15/10/2026  RA     PIN DEL OPERADOR: EL ALTA PIDE UN PIN
000384*                    PROVISORIO, Y LA ACCION NUEVA R (BLANQUEO)
000385*                    PONE UNO PROVISORIO A UN OPERADOR BLOQUEADO
000386*                    O QUE OLVIDO EL SUYO, LE LEVANTA EL BLOQUEO
000387*                    Y LE PONE EN CERO LOS ERRORES. EN LOS DOS
000388*                    CASOS EL OPERADOR DEBE CAMBIARLO EN SU
000389*                    PRIMERA FIRMA. NADIE BLANQUEA SU PROPIO PIN.
000390*                    EL MAESTRO SOLO GUARDA EL PIN CIFRADO
000391*                    (CIFRAPIN) Y EL LOG NUNCA LO LLEVA. COMO
000392*                    FIRMAPIN REGRABA EL MAESTRO EN CADA ERROR DE
000393*                    PIN, LA TABLA SE RECARGA ANTES DE CADA
000394*                    ACCION PARA NO PISAR UN BLOQUEO RECIENTE.
000395* 15/10/2026  RA     LLAMADO DESDE EL MENU (COPY FIRMENU), TOMA
000396*                    EL OPERADOR QUE FIRMO EN MENU0 EN VEZ DE
000397*                    PEDIR LA IDENTIFICACION OTRA VEZ.
000398******************************************************************
000399 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPERADOR-MAESTRO ASSIGN TO "OPERMST"
000580 01  WS-ACCION                   PIC X(01) VALUE SPACE.
000590 01  WS-ID-ELEGIDO               PIC X(08) VALUE SPACE.
000600 01  WS-NOMBRE-NUEVO             PIC X(20) VALUE SPACE.
000610 01  WS-PERMISOS-NUEVOS          PIC X(32) VALUE SPACE.
000620 01  WS-PERMISOS-ANTES           PIC X(32) VALUE SPACE.
000630 01  WS-ACTIVO-ANTES             PIC X(01) VALUE SPACE.
000631 01  WS-BLOQUEO-ANTES            PIC X(01) VALUE SPACE.
000632 01  WS-PIN-PROVISORIO           PIC X(08) VALUE SPACE.
000633 01  WS-PIN-REPETIDO             PIC X(08) VALUE SPACE.
000634 01  WS-LARGO-PIN                PIC 9(02) VALUE 0.
000635 01  WS-MARCA-PIN                PIC X(02) VALUE SPACE.
000640
000650 01  WS-CANT-OPERADORES          PIC 9(03) VALUE 0.
000660 01  WS-IND-OPERADOR             PIC 9(03) VALUE 0.
000781 01  OPERADOR-AUTORIZACION.
000782     COPY OPERLNK.
000783
000784 01  FIRMA-MENU-COM EXTERNAL.
000785     COPY FIRMENU.
000786
000787 01  PIN-CIFRADO-COM.
000788     COPY CIFRLNK.
000789
000790*    EL MAESTRO COMPLETO EN MEMORIA; SE REGRABA DESPUES DE CADA
000800*    CAMBIO ACEPTADO.
000810 01  TABLA-OPERADORES.
000830         10  TOP-ID              PIC X(08).
000840         10  TOP-NOMBRE          PIC X(20).
000850         10  TOP-ACTIVO          PIC X(01).
000860         10  TOP-PERMISOS        PIC X(32).
000862         10  TOP-PIN-CIFRADO     PIC X(10).
000864         10  TOP-PIN-FALLIDOS    PIC 9(02).
000866         10  TOP-BLOQUEADO       PIC X(01).
000868         10  TOP-CAMBIAR-PIN     PIC X(01).
000870
000880 PROCEDURE DIVISION.
000890******************************************************************
001034* OPERADORES). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001035******************************************************************
001036 0100-EXIGIR-OPERADOR.
001037     IF FMN-FIRMA-ACTIVA
001038         MOVE FMN-OPERADOR TO VOP-ID
001039     ELSE
001040         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001041         ACCEPT VOP-ID
001042     END-IF.
001043     MOVE 15 TO VOP-POSICION.
001044     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001045     IF VOP-AUTORIZADO
001046         GO TO 0100-EXIT
001047     END-IF.
001048     DISPLAY "OPERADOR NO AUTORIZADO PARA EL MAESTRO DE "
001049         "OPERADORES, LA CORRIDA SE RECHAZA".
001050     MOVE VOP-ID TO AUD-OPERADOR.
001051     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001052     ACCEPT AUD-HORA FROM TIME.
001053     MOVE "MANTOPER" TO AUD-PROGRAMA.
001054     MOVE SPACE TO AUD-RESULTADO.
001055     STRING "FIRMA RECHAZADA ID=" VOP-ID
001056         DELIMITED BY SIZE INTO AUD-RESULTADO.
001057     MOVE SPACE TO AUD-SEPARADOR-1.
001058     MOVE SPACE TO AUD-SEPARADOR-2.
001059     MOVE SPACE TO AUD-SEPARADOR-3.
001060     MOVE SPACE TO AUD-SEPARADOR-4.
001061     MOVE SPACE TO AUD-SEPARADOR-5.
001062     MOVE 0 TO AUD-SECUENCIA.
001063     CALL "AUDITWRT" USING REG-AUDITORIA.
001064 0100-EXIT.
001065     EXIT.
001066
001067******************************************************************
001068* 1000-CARGAR-MAESTRO - CARGA EL MAESTRO COMPLETO EN LA TABLA.
001069* SIN ARCHIVO TODAVIA (INSTALACION NUEVA) SE ARRANCA VACIO. SE
001074* REPITE ANTES DE CADA ACCION: FIRMAPIN PUDO REGRABAR EL MAESTRO
001079* (ERRORES Y BLOQUEOS DE PIN) MIENTRAS ESTE PROGRAMA ESPERABA.
001084******************************************************************
001094 1000-CARGAR-MAESTRO.
001096     MOVE 0 TO WS-CANT-OPERADORES.
001098     MOVE "N" TO SW-FIN-MAESTRO.
001100     MOVE "N" TO SW-TABLA-LLENA.
001104     OPEN INPUT OPERADOR-MAESTRO.
001114     IF WS-MAESTRO-STATUS NOT = "00"
001124         DISPLAY "SIN MAESTRO DE OPERADORES, SE ARRANCA VACIO"
001334     MOVE OPR-NOMBRE   TO TOP-NOMBRE (WS-CANT-OPERADORES).
001344     MOVE OPR-ACTIVO   TO TOP-ACTIVO (WS-CANT-OPERADORES).
001354     MOVE OPR-PERMISOS TO TOP-PERMISOS (WS-CANT-OPERADORES).
001355     MOVE OPR-PIN-CIFRADO
001356         TO TOP-PIN-CIFRADO (WS-CANT-OPERADORES).
001357     IF OPR-PIN-FALLIDOS NUMERIC
001358         MOVE OPR-PIN-FALLIDOS
001359             TO TOP-PIN-FALLIDOS (WS-CANT-OPERADORES)
001360     ELSE
001361         MOVE 0 TO TOP-PIN-FALLIDOS (WS-CANT-OPERADORES)
001362     END-IF.
001363     MOVE OPR-BLOQUEADO TO TOP-BLOQUEADO (WS-CANT-OPERADORES).
001364     MOVE OPR-CAMBIAR-PIN
001365         TO TOP-CAMBIAR-PIN (WS-CANT-OPERADORES).
001366 1100-EXIT.
001374     EXIT.
001384
001394******************************************************************
001404* 2000-MANTENER-OPERADOR - MENU DEL MANTENIMIENTO: LISTAR, ALTA,
001410* BAJA, CAMBIO DE PERMISOS O BLANQUEO DE PIN. UNA ACCION EN BLANCO
001416* TERMINA.
001424******************************************************************
001434 2000-MANTENER-OPERADOR.
001444     DISPLAY "ACCION (L=LISTAR A=ALTA B=BAJA P=PERMISOS "
001454         "R=BLANQUEO DE PIN, BLANCO=FIN)".
001464     ACCEPT WS-ACCION.
001465     IF WS-ACCION NOT = SPACE
001466         PERFORM 1000-CARGAR-MAESTRO THRU 1000-EXIT
001467         IF TABLA-LLENA
001468             DISPLAY "MAS DE 100 OPERADORES, EL MANTENIMIENTO "
001469                 "TERMINA"
001470             SET FIN-DE-MANTENIMIENTO TO TRUE
001471             GO TO 2000-EXIT
001472         END-IF
001473     END-IF.
001474     EVALUATE WS-ACCION
001484         WHEN SPACE
001494             SET FIN-DE-MANTENIMIENTO TO TRUE
001554             PERFORM 5000-BAJA-OPERADOR THRU 5000-EXIT
001564         WHEN "P"
001574             PERFORM 6000-CAMBIAR-PERMISOS THRU 6000-EXIT
001577         WHEN "R"
001580             PERFORM 6500-BLANQUEAR-PIN THRU 6500-EXIT
001584         WHEN OTHER
001594             DISPLAY "ACCION INVALIDA, REINTENTE"
001604     END-EVALUATE.
001634
001644******************************************************************
001654* 3000-LISTAR-OPERADORES - LISTA LA TABLA COMPLETA CON ID,
001660* NOMBRE, MARCA DE ACTIVO, PERMISOS Y ESTADO DEL PIN (SI TIENE,
001666* BLOQUEADO, CAMBIO PENDIENTE). EL PIN CIFRADO NO SE MUESTRA.
001674******************************************************************
001684 3000-LISTAR-OPERADORES.
001694     DISPLAY "===== MAESTRO DE OPERADORES =====".
001714         DISPLAY "  SIN OPERADORES CARGADOS"
001724         GO TO 3000-EXIT
001734     END-IF.
001740     DISPLAY "ID       NOMBRE               ACT PERMISOS"
001746         "                         PIN BLQ CAM".
001754     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
001764         VARYING WS-IND-OPERADOR FROM 1 BY 1
001774         UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES.
001804     EXIT.
001814
001824 3100-LISTAR-UNO.
001825     IF TOP-PIN-CIFRADO (WS-IND-OPERADOR) = SPACE
001826         MOVE "NO" TO WS-MARCA-PIN
001827     ELSE
001828         MOVE "SI" TO WS-MARCA-PIN
001829     END-IF.
001834     DISPLAY TOP-ID (WS-IND-OPERADOR) " "
001844         TOP-NOMBRE (WS-IND-OPERADOR) " "
001854         TOP-ACTIVO (WS-IND-OPERADOR) "   "
001858         TOP-PERMISOS (WS-IND-OPERADOR) " "
001862         WS-MARCA-PIN "  "
001866         TOP-BLOQUEADO (WS-IND-OPERADOR) "   "
001870         TOP-CAMBIAR-PIN (WS-IND-OPERADOR).
001874 3100-EXIT.
001884     EXIT.
001894
001904******************************************************************
001914* 4000-ALTA-OPERADOR - AGREGA UN OPERADOR NUEVO: IDENTIFICACION
001921* NO VACIA Y NO DUPLICADA, NOMBRE, LOS PERMISOS VALIDADOS
001928* POSICION POR POSICION Y UN PIN PROVISORIO QUE EL OPERADOR DEBE
001935* CAMBIAR EN SU PRIMERA FIRMA.
001944******************************************************************
001954 4000-ALTA-OPERADOR.
001964     IF WS-CANT-OPERADORES = 100
002104     END-IF.
002114     DISPLAY "NOMBRE DEL OPERADOR".
002124     ACCEPT WS-NOMBRE-NUEVO.
002134     DISPLAY "PERMISOS (UN S/N POR POSICION, 32 POSICIONES)".
002144     ACCEPT WS-PERMISOS-NUEVOS.
002154     PERFORM 7100-VALIDAR-PERMISOS THRU 7100-EXIT.
002155     IF NOT ENTRADA-VALIDA
002156         DISPLAY "EL ALTA NO SE GRABA"
002157         GO TO 4000-EXIT
002158     END-IF.
002159     PERFORM 7200-PEDIR-PIN-PROVISORIO THRU 7200-EXIT.
002164     IF NOT ENTRADA-VALIDA
002174         DISPLAY "EL ALTA NO SE GRABA"
002184         GO TO 4000-EXIT
002234     MOVE "S" TO TOP-ACTIVO (WS-CANT-OPERADORES).
002244     MOVE WS-PERMISOS-NUEVOS
002254         TO TOP-PERMISOS (WS-CANT-OPERADORES).
002256     MOVE CIF-CIFRADO TO TOP-PIN-CIFRADO (WS-CANT-OPERADORES).
002258     MOVE 0 TO TOP-PIN-FALLIDOS (WS-CANT-OPERADORES).
002260     MOVE "N" TO TOP-BLOQUEADO (WS-CANT-OPERADORES).
002262     MOVE "S" TO TOP-CAMBIAR-PIN (WS-CANT-OPERADORES).
002264     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
002274     MOVE SPACE TO AUD-RESULTADO.
002277     STRING "ALT1 " WS-ID-ELEGIDO " " WS-PERMISOS-NUEVOS (1:16)
002280         DELIMITED BY SIZE INTO AUD-RESULTADO.
002283     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002286     MOVE SPACE TO AUD-RESULTADO.
002289     STRING "ALT2 " WS-ID-ELEGIDO " " WS-PERMISOS-NUEVOS (17:16)
002294         DELIMITED BY SIZE INTO AUD-RESULTADO.
002304     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002314     DISPLAY "OPERADOR " WS-ID-ELEGIDO " DADO DE ALTA".
002854     MOVE WS-PERMISOS-NUEVOS TO TOP-PERMISOS (WS-IND-HALLADO).
002864     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
002874     MOVE SPACE TO AUD-RESULTADO.
002884     STRING "ANT1 " WS-ID-ELEGIDO " " WS-PERMISOS-ANTES (1:16)
002894         DELIMITED BY SIZE INTO AUD-RESULTADO.
002904     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002914     MOVE SPACE TO AUD-RESULTADO.
002916     STRING "ANT2 " WS-ID-ELEGIDO " " WS-PERMISOS-ANTES (17:16)
002918         DELIMITED BY SIZE INTO AUD-RESULTADO.
002920     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002922     MOVE SPACE TO AUD-RESULTADO.
002924     STRING "NVO1 " WS-ID-ELEGIDO " " WS-PERMISOS-NUEVOS (1:16)
002926         DELIMITED BY SIZE INTO AUD-RESULTADO.
002928     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002930     MOVE SPACE TO AUD-RESULTADO.
002932     STRING "NVO2 " WS-ID-ELEGIDO " " WS-PERMISOS-NUEVOS (17:16)
002934         DELIMITED BY SIZE INTO AUD-RESULTADO.
002944     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002954     DISPLAY "PERMISOS DE " WS-ID-ELEGIDO " ACTUALIZADOS".
002964 6000-EXIT.
002965     EXIT.
002966
002967******************************************************************
002968* 6500-BLANQUEAR-PIN - EL SUPERVISOR PONE UN PIN PROVISORIO A UN
002969* OPERADOR (BLOQUEADO O QUE OLVIDO EL SUYO): SE LEVANTA EL
002970* BLOQUEO, LOS ERRORES VUELVEN A CERO Y EL CAMBIO QUEDA
002971* OBLIGATORIO EN LA PROXIMA FIRMA. NADIE BLANQUEA SU PROPIO PIN.
002972******************************************************************
002973 6500-BLANQUEAR-PIN.
002974     DISPLAY "IDENTIFICACION DEL OPERADOR A BLANQUEAR".
002975     ACCEPT WS-ID-ELEGIDO.
002976     PERFORM 7000-BUSCAR-OPERADOR THRU 7000-EXIT.
002977     IF WS-IND-HALLADO = 0
002978         DISPLAY "EL OPERADOR " WS-ID-ELEGIDO " NO EXISTE"
002979         GO TO 6500-EXIT
002980     END-IF.
002981     IF WS-ID-ELEGIDO = VOP-ID
002982         DISPLAY "NO SE PUEDE BLANQUEAR EL PIN PROPIO, LO HACE "
002983             "OTRO SUPERVISOR"
002984         GO TO 6500-EXIT
002985     END-IF.
002986     PERFORM 7200-PEDIR-PIN-PROVISORIO THRU 7200-EXIT.
002987     IF NOT ENTRADA-VALIDA
002988         DISPLAY "EL BLANQUEO NO SE GRABA"
002989         GO TO 6500-EXIT
002990     END-IF.
002991     MOVE TOP-BLOQUEADO (WS-IND-HALLADO) TO WS-BLOQUEO-ANTES.
002992     IF WS-BLOQUEO-ANTES NOT = "S"
002993         MOVE "N" TO WS-BLOQUEO-ANTES
002994     END-IF.
002995     MOVE CIF-CIFRADO TO TOP-PIN-CIFRADO (WS-IND-HALLADO).
002996     MOVE 0 TO TOP-PIN-FALLIDOS (WS-IND-HALLADO).
002997     MOVE "N" TO TOP-BLOQUEADO (WS-IND-HALLADO).
002998     MOVE "S" TO TOP-CAMBIAR-PIN (WS-IND-HALLADO).
002999     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
003000     MOVE SPACE TO AUD-RESULTADO.
003001     STRING "BLANQUEO PIN " WS-ID-ELEGIDO " BLQ " WS-BLOQUEO-ANTES
003002         ">N" DELIMITED BY SIZE INTO AUD-RESULTADO.
003003     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003004     DISPLAY "PIN DE " WS-ID-ELEGIDO " BLANQUEADO, DEBE "
003005         "CAMBIARLO EN SU PROXIMA FIRMA".
003006 6500-EXIT.
003007     EXIT.
003008
003009******************************************************************
003010* 7000-BUSCAR-OPERADOR - DEJA EN WS-IND-HALLADO LA POSICION DEL
003014* OPERADOR ELEGIDO EN LA TABLA, O CERO SI NO ESTA.
003024******************************************************************
003034 7000-BUSCAR-OPERADOR.
003244     MOVE "S" TO SW-ENTRADA-VALIDA.
003254     PERFORM 7110-VALIDAR-UN-PERMISO THRU 7110-EXIT
003264         VARYING WS-IND-PERMISO FROM 1 BY 1
003274         UNTIL WS-IND-PERMISO > 32.
003284 7100-EXIT.
003294     EXIT.
003304
003364         MOVE "N" TO SW-ENTRADA-VALIDA
003374     END-IF.
003384 7110-EXIT.
003385     EXIT.
003386
003387******************************************************************
003388* 7200-PEDIR-PIN-PROVISORIO - PIDE DOS VECES EL PIN PROVISORIO
003389* (4 A 8 DIGITOS, SIN BLANCOS INTERMEDIOS) Y LO DEJA CIFRADO EN
003390* CIF-CIFRADO PARA EL OPERADOR ELEGIDO. EL PIN EN CLARO SE
003391* BLANQUEA APENAS SE CIFRA.
003392******************************************************************
003393 7200-PEDIR-PIN-PROVISORIO.
003394     MOVE "S" TO SW-ENTRADA-VALIDA.
003395     DISPLAY "PIN PROVISORIO (4 A 8 DIGITOS)".
003396     ACCEPT WS-PIN-PROVISORIO.
003397     DISPLAY "REPITA EL PIN PROVISORIO".
003398     ACCEPT WS-PIN-REPETIDO.
003399     IF WS-PIN-REPETIDO NOT = WS-PIN-PROVISORIO
003400         DISPLAY "LOS DOS PIN NO COINCIDEN"
003401         MOVE "N" TO SW-ENTRADA-VALIDA
003402         GO TO 7200-BLANQUEAR
003403     END-IF.
003404     MOVE 0 TO WS-LARGO-PIN.
003405     INSPECT WS-PIN-PROVISORIO TALLYING WS-LARGO-PIN
003406         FOR CHARACTERS BEFORE INITIAL SPACE.
003407     IF WS-LARGO-PIN < 4
003408         MOVE "N" TO SW-ENTRADA-VALIDA
003409     ELSE
003410         IF WS-PIN-PROVISORIO (1:WS-LARGO-PIN) NOT NUMERIC
003411             MOVE "N" TO SW-ENTRADA-VALIDA
003412         END-IF
003413         IF WS-LARGO-PIN < 8
003414             IF WS-PIN-PROVISORIO (WS-LARGO-PIN + 1:) NOT = SPACE
003415                 MOVE "N" TO SW-ENTRADA-VALIDA
003416             END-IF
003417         END-IF
003418     END-IF.
003419     IF NOT ENTRADA-VALIDA
003420         DISPLAY "EL PIN DEBE TENER DE 4 A 8 DIGITOS, SIN "
003421             "BLANCOS INTERMEDIOS"
003422         GO TO 7200-BLANQUEAR
003423     END-IF.
003424     MOVE WS-ID-ELEGIDO TO CIF-ID.
003425     MOVE WS-PIN-PROVISORIO TO CIF-PIN.
003426     CALL "CIFRAPIN" USING PIN-CIFRADO-COM.
003427     MOVE SPACE TO CIF-PIN.
003428 7200-BLANQUEAR.
003429     MOVE SPACE TO WS-PIN-PROVISORIO.
003430     MOVE SPACE TO WS-PIN-REPETIDO.
003431 7200-EXIT.
003432     EXIT.
003433
003434******************************************************************
003435* 8000-REGRABAR-MAESTRO - REGRABA EL MAESTRO COMPLETO DESDE LA
003436* TABLA, CON LOS SEPARADORES EN SU LUGAR.
003444******************************************************************
003454 8000-REGRABAR-MAESTRO.
003464     OPEN OUTPUT OPERADOR-MAESTRO.
003564     MOVE TOP-NOMBRE (WS-IND-OPERADOR) TO OPR-NOMBRE.
003574     MOVE TOP-ACTIVO (WS-IND-OPERADOR) TO OPR-ACTIVO.
003584     MOVE TOP-PERMISOS (WS-IND-OPERADOR) TO OPR-PERMISOS.
003586     MOVE TOP-PIN-CIFRADO (WS-IND-OPERADOR) TO OPR-PIN-CIFRADO.
003588     MOVE TOP-PIN-FALLIDOS (WS-IND-OPERADOR) TO OPR-PIN-FALLIDOS.
003590     MOVE TOP-BLOQUEADO (WS-IND-OPERADOR) TO OPR-BLOQUEADO.
003592     MOVE TOP-CAMBIAR-PIN (WS-IND-OPERADOR) TO OPR-CAMBIAR-PIN.
003594     MOVE SPACE TO OPR-SEPARADOR-1.
003604     MOVE SPACE TO OPR-SEPARADOR-2.
003614     MOVE SPACE TO OPR-SEPARADOR-3.
003616     MOVE SPACE TO OPR-SEPARADOR-4.
003618     MOVE SPACE TO OPR-SEPARADOR-5.
003620     MOVE SPACE TO OPR-SEPARADOR-6.
003622     MOVE SPACE TO OPR-SEPARADOR-7.
003624     WRITE REG-OPERADOR-MAESTRO.
003634 8100-EXIT.
003644     EXIT.

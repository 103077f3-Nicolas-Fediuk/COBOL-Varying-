000400*                    SOLO LOS RECHAZOS DE EJERCICIO1 A 5 SE
000410*                    PUEDEN CORREGIR (TIENEN TIPO EN TRANDIA);
000420*                    LOS DEMAS SOLO SE ANULAN.
000421* 15/10/2026  RA     RECHAZOS ES AHORA UN MAESTRO INDEXADO
000422*                    (CLAVE FECHA DE NEGOCIO, PROGRAMA Y
000423*                    SECUENCIA): YA NO SE CARGA EN UNA TABLA NI
000424*                    SE REGRABA ENTERO, Y DESAPARECE EL TOPE DE
000425*                    2000. LA LISTA SE LEE POR CLAVE DESDE LA
000426*                    FECHA ELEGIDA, QUE ES AHORA LA FECHA DE
000427*                    NEGOCIO DEL RECHAZO, Y SE NUMERA DE 1 EN
000428*                    ADELANTE. CADA DECISION RELEE EL RECHAZO POR
000429*                    SU CLAVE, VERIFICA QUE SIGA PENDIENTE Y LO
000430*                    ACTUALIZA EN SU LUGAR.
000431* 15/10/2026  RA     CADA SESION AGREGA SU LOTE AL FINAL DE SUPLEM
000432*                    EN VEZ DE REGRABARLO, CON EL NUMERO DE LOTE
000433*                    SIGUIENTE AL MAS ALTO DE LA FECHA DE NEGOCIO:
000434*                    UNA SEGUNDA SESION DEL DIA NO BORRA EL LOTE
000435*                    DE LA PRIMERA Y CADA CORRECCION QUEDA EN UN
000436*                    LOTE IDENTIFICABLE (LA DEPURACION DE DEPURHIS
000437*                    YA TRABAJA POR LOTE). LOS RECHAZOS DE EDITDIA
000438*                    TAMBIEN SE PUEDEN CORREGIR: EL TIPO SALE DEL
000439*                    DATASET QUE EDITDIA DEJA COMO MOTIVO.
000440* 15/10/2026  RA     LLAMADO DESDE EL MENU (COPY FIRMENU), TOMA
000441*                    EL OPERADOR QUE FIRMO EN MENU0 EN VEZ DE
000442*                    PEDIR LA IDENTIFICACION OTRA VEZ.
000443* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000444*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000445*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000446*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000447*                    COMO ENTRENAMIENTO. SUPLEM NO LLEVA MARCA:
000448*                    SUS REGISTROS LOS RELEEN OTROS PROGRAMAS Y
000449*                    YA VA A SU DATASET ENTRENA.
000450******************************************************************
000451 ENVIRONMENT DIVISION.
000452 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000475         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000485         RECORD KEY IS RCZ-CLAVE
000490         FILE STATUS IS WS-RECHAZOS-STATUS.
000500     SELECT SUPLEMENTARIO ASSIGN TO "SUPLEM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000790     05  RCZ-RES-HORA            PIC 9(06).
000800     05  RCZ-SEPARADOR-11        PIC X(01).
000810     05  RCZ-RES-VALOR           PIC X(09).
000811     05  RCZ-SEPARADOR-12        PIC X(01).
000812     05  RCZ-CLAVE.
000813         10  RCZ-FECHA-NEGOCIO   PIC 9(08).
000814         10  RCZ-PROGRAMA-CLAVE  PIC X(10).
000815         10  RCZ-SECUENCIA       PIC 9(05).
000820
000830 FD  SUPLEMENTARIO
000840     LABEL RECORDS ARE STANDARD.
000940
000950 01  OPERADOR-AUTORIZACION.
000960     COPY OPERLNK.
000962
000964 01  FIRMA-MENU-COM EXTERNAL.
000966     COPY FIRMENU.
000970
000980 01  FECHA-NEGOCIO-COM.
000990     COPY FECHALNK.
001060 01  WS-ENTRADA-NUMERO           PIC X(04) VALUE SPACE.
001070 01  WS-NUMERO-ELEGIDO           PIC 9(04) VALUE 0.
001080 01  WS-DECISION                 PIC X(01) VALUE SPACE.
001100 01  WS-CANT-PENDIENTES          PIC 9(04) VALUE 0.
001110 01  WS-CANT-SUPLEM              PIC 9(05) VALUE 0.
001120 01  WS-LOTE-SUPLEM              PIC 9(02) VALUE 0.
001130 01  WS-TIPO-TRANDIA             PIC X(01) VALUE SPACE.
001140 01  WS-VALOR-NUEVO              PIC X(09) VALUE SPACE.
001141 01  WS-INTENTOS-CORRECCION      PIC 9(02) VALUE 0.
001170     88  FIN-DE-RECHAZOS                   VALUE "S".
001180 01  SW-FIN-REVISION             PIC X(01) VALUE "N".
001190     88  FIN-DE-REVISION                   VALUE "S".
001196 01  SW-LISTAR                   PIC X(01) VALUE "N".
001202     88  LISTAR-PENDIENTES                 VALUE "S".
001208 01  SW-RECHAZO-VIGENTE          PIC X(01) VALUE "N".
001214     88  RECHAZO-VIGENTE                   VALUE "S".
001220 01  SW-SUPLEM-ABIERTO           PIC X(01) VALUE "N".
001230     88  SUPLEM-ABIERTO                    VALUE "S".
001233 01  SW-FIN-SUPLEM               PIC X(01) VALUE "N".
001236     88  FIN-DE-SUPLEM                     VALUE "S".
001237 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001238     88  MODO-ENTRENAMIENTO                VALUE "S".
001240
001250*    CLAVE Y CONTENIDO DEL RECHAZO ELEGIDO DE LA LISTA.
001260 01  WS-CLAVE-ELEGIDA            PIC X(23) VALUE SPACE.
001270 01  WS-RECHAZO-ELEGIDO          PIC X(121) VALUE SPACE.
001280
001290*    LINEAS DEL LOTE SUPLEMENTARIO, EN EL FORMATO DE TRANDIA.
001300 01  LIN-SUPLEM.
001490* 0000-MAINLINE-CONTROL
001500******************************************************************
001510 0000-MAINLINE-CONTROL.
001511     MOVE "N" TO SW-ENTRENAMIENTO.
001512     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
001513     IF MODO-ENTRENAMIENTO
001514         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
001515     END-IF.
001520     MOVE "REVRECH" TO RCH-PROGRAMA.
001530     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001540     IF NOT VOP-AUTORIZADO
001660     ELSE
001670         MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-REVISION
001680     END-IF.
001690     PERFORM 1000-CONTAR-PENDIENTES THRU 1000-EXIT.
001700     IF FIN-DE-REVISION
001740         GOBACK
001750     END-IF.
001760     IF WS-CANT-PENDIENTES = 0
001910* RECHAZOS). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001920******************************************************************
001930 0100-EXIGIR-OPERADOR.
001934     IF FMN-FIRMA-ACTIVA
001938         MOVE FMN-OPERADOR TO VOP-ID
001942     ELSE
001946         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001950         ACCEPT VOP-ID
001954     END-IF.
001960     MOVE 14 TO VOP-POSICION.
001970     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001980     IF VOP-AUTORIZADO
002120     EXIT.
002130
002140******************************************************************
002150* 1000-CONTAR-PENDIENTES - CUENTA LOS PENDIENTES DE LA FECHA
002160* ELEGIDA SIN LISTARLOS.
002170******************************************************************
002176 1000-CONTAR-PENDIENTES.
002182     MOVE "N" TO SW-LISTAR.
002188     MOVE 0 TO WS-NUMERO-ELEGIDO.
002194     PERFORM 1050-RECORRER-FECHA THRU 1050-EXIT.
002200     IF WS-RECHAZOS-STATUS NOT = "00"
002210         DISPLAY "SIN ARCHIVO DE RECHAZOS, NADA QUE REVISAR"
002220         SET FIN-DE-REVISION TO TRUE
002240     END-IF.
002280 1000-EXIT.
002290     EXIT.
002300
002301******************************************************************
002302* 1050-RECORRER-FECHA - LEE POR CLAVE LOS RECHAZOS DE LA FECHA EN
002303* REVISION Y NUMERA LOS PENDIENTES: LOS MUESTRA SI SE PIDIO LA
002304* LISTA, Y SE DETIENE EN EL ELEGIDO SI HAY UN NUMERO ELEGIDO.
002305******************************************************************
002306 1050-RECORRER-FECHA.
002307     MOVE 0 TO WS-CANT-PENDIENTES.
002308     MOVE SPACE TO WS-CLAVE-ELEGIDA.
002309     MOVE "N" TO SW-FIN-RECHAZOS.
002310     OPEN INPUT RECHAZOS.
002311     IF WS-RECHAZOS-STATUS NOT = "00"
002312         GO TO 1050-EXIT
002313     END-IF.
002314     MOVE WS-FECHA-REVISION TO RCZ-FECHA-NEGOCIO.
002315     MOVE LOW-VALUE TO RCZ-PROGRAMA-CLAVE.
002316     MOVE 0 TO RCZ-SECUENCIA.
002317     START RECHAZOS KEY NOT LESS THAN RCZ-CLAVE
002318         INVALID KEY
002319             SET FIN-DE-RECHAZOS TO TRUE
002320     END-START.
002321     PERFORM 1100-LEER-DE-LA-FECHA THRU 1100-EXIT
002322         UNTIL FIN-DE-RECHAZOS.
002323     CLOSE RECHAZOS.
002324 1050-EXIT.
002325     EXIT.
002326
002327 1100-LEER-DE-LA-FECHA.
002328     READ RECHAZOS NEXT RECORD
002330         AT END
002340             SET FIN-DE-RECHAZOS TO TRUE
002350             GO TO 1100-EXIT
002360     END-READ.
002370     IF RCZ-FECHA-NEGOCIO NOT = WS-FECHA-REVISION
002380         SET FIN-DE-RECHAZOS TO TRUE
002390         GO TO 1100-EXIT
002400     END-IF.
002404     IF RCZ-ESTADO NOT = "P" AND RCZ-ESTADO NOT = SPACE
002408         GO TO 1100-EXIT
002412     END-IF.
002416     ADD 1 TO WS-CANT-PENDIENTES.
002420     IF LISTAR-PENDIENTES
002424         DISPLAY "  " WS-CANT-PENDIENTES " " RCZ-PROGRAMA " POS "
002428             RCZ-POSICION " [" RCZ-CONTENIDO "] " RCZ-MOTIVO
002432     END-IF.
002436     IF WS-CANT-PENDIENTES = WS-NUMERO-ELEGIDO
002440         MOVE RCZ-CLAVE TO WS-CLAVE-ELEGIDA
002444         MOVE REG-RECHAZOS-ARCH TO WS-RECHAZO-ELEGIDO
002448         SET FIN-DE-RECHAZOS TO TRUE
002460     END-IF.
002470 1100-EXIT.
002480     EXIT.
002690         SET FIN-DE-REVISION TO TRUE
002700         GO TO 2000-EXIT
002710     END-IF.
002720     IF WS-NUMERO-ELEGIDO > WS-CANT-PENDIENTES
002730         DISPLAY "NUMERO FUERA DE LA LISTA"
002740         GO TO 2000-EXIT
002750     END-IF.
002760     MOVE "N" TO SW-LISTAR.
002770     PERFORM 1050-RECORRER-FECHA THRU 1050-EXIT.
002780     IF WS-CLAVE-ELEGIDA = SPACE
002790         DISPLAY "EL RECHAZO YA NO ESTA PENDIENTE"
002800         GO TO 2000-EXIT
002810     END-IF.
002820     MOVE WS-RECHAZO-ELEGIDO TO REG-RECHAZOS-ARCH.
002860     DISPLAY "DECISION (C=CORREGIR A=ANULAR)".
002870     ACCEPT WS-DECISION.
002880     EVALUATE WS-DECISION
003030 3000-LISTAR-PENDIENTES.
003040     DISPLAY "===== RECHAZOS PENDIENTES DEL " WS-FECHA-REVISION
003050         " =====".
003060     SET LISTAR-PENDIENTES TO TRUE.
003070     MOVE 0 TO WS-NUMERO-ELEGIDO.
003080     PERFORM 1050-RECORRER-FECHA THRU 1050-EXIT.
003100     IF WS-CANT-PENDIENTES = 0
003110         DISPLAY "  SIN RECHAZOS PENDIENTES"
003120     END-IF.
003130 3000-EXIT.
003280     EXIT.
003290
003300******************************************************************
003480         GO TO 4000-EXIT
003490     END-IF.
003500     MOVE WS-NUM-ENTRADA TO WS-VALOR-NUEVO.
003502     PERFORM 7000-RELEER-ELEGIDO THRU 7000-EXIT.
003504     IF NOT RECHAZO-VIGENTE
003506         GO TO 4000-EXIT
003508     END-IF.
003510     IF NOT SUPLEM-ABIERTO
003520         PERFORM 4500-ABRIR-SUPLEMENTARIO THRU 4500-EXIT
003530     END-IF.
003600     MOVE "R" TO RCZ-ESTADO.
003610     PERFORM 4600-ESTAMPAR-RESOLUCION THRU 4600-EXIT.
003620     MOVE WS-VALOR-NUEVO TO RCZ-RES-VALOR.
003630     PERFORM 7100-ACTUALIZAR-RECHAZO THRU 7100-EXIT.
003660     MOVE SPACE TO AUD-RESULTADO.
003670     STRING "RESUELVE " RCZ-PROGRAMA " [" WS-VALOR-NUEVO "]"
003680         DELIMITED BY SIZE INTO AUD-RESULTADO.
003743* CON VALIDAR-NUM-ENTRADA, REPITIENDO HASTA EL LIMITE
003744* PARAMETRIZADO DE RECHAZOS CONSECUTIVOS. NO SE USA
003745* ACEPTAR-NUM-VALIDO A PROPOSITO: ESE PARRAFO GRABA CADA
003746* INTENTO INVALIDO COMO UN RECHAZO NUEVO, Y UN VALOR MAL TIPEADO
003747* EN LA REVISION NO ES UN RECHAZO DE LA CARGA.
003748******************************************************************
003749 4200-ACEPTAR-CORRECCION.
003750     MOVE 0 TO WS-INTENTOS-CORRECCION.
003843         WHEN "EJERCICIO3" MOVE "3" TO WS-TIPO-TRANDIA
003853         WHEN "EJERCICIO4" MOVE "4" TO WS-TIPO-TRANDIA
003863         WHEN "EJERCICIO5" MOVE "5" TO WS-TIPO-TRANDIA
003866         WHEN "EDITDIA"
003869             PERFORM 4110-TIPO-DEL-DATASET THRU 4110-EXIT
003873         WHEN OTHER MOVE SPACE TO WS-TIPO-TRANDIA
003883     END-EVALUATE.
003893 4100-EXIT.
003894     EXIT.
003895
003896*    UN RECHAZO DE EDITDIA TRAE COMO MOTIVO EL DATASET DE DONDE SE
003897*    APARTO LA LINEA, Y CADA DATASET ES DE UN SOLO TIPO.
003898 4110-TIPO-DEL-DATASET.
003899     EVALUATE RCZ-MOTIVO
003900         WHEN "NUMEROS" MOVE "1" TO WS-TIPO-TRANDIA
003901         WHEN "LISTAS2" MOVE "2" TO WS-TIPO-TRANDIA
003902         WHEN "LOTES3"  MOVE "3" TO WS-TIPO-TRANDIA
003903         WHEN "LOTES4"  MOVE "4" TO WS-TIPO-TRANDIA
003904         WHEN "LISTA5"  MOVE "5" TO WS-TIPO-TRANDIA
003905         WHEN OTHER MOVE SPACE TO WS-TIPO-TRANDIA
003906     END-EVALUATE.
003907 4110-EXIT.
003908     EXIT.
003913
003923******************************************************************
003933* 4500-ABRIR-SUPLEMENTARIO - PRIMERA CORRECCION DE LA SESION:
003940* ABRE EL LOTE AL FINAL DE SUPLEM Y GRABA SU CABECERA EN EL
003947* FORMATO DE TRANDIA, CON EL ORIGEN "RECHAZOS" PARA QUE EL LOTE SE
003954* RECONOZCA Y EL NUMERO DE LOTE SIGUIENTE DE LA FECHA DE NEGOCIO.
003963******************************************************************
003973 4500-ABRIR-SUPLEMENTARIO.
003976     PERFORM 4510-NUMERAR-LOTE THRU 4510-EXIT.
003979     OPEN EXTEND SUPLEMENTARIO.
003982     IF WS-SUPLEM-STATUS = "35"
003985         OPEN OUTPUT SUPLEMENTARIO
003988     END-IF.
003993     SET SUPLEM-ABIERTO TO TRUE.
004003     MOVE SPACE TO LIN-SUPLEM.
004013     MOVE "C" TO SUP-TIPO.
004033     MOVE SPACE TO SUC-SEPARADOR-1.
004043     MOVE "RECHAZOS" TO SUC-ORIGEN.
004053     MOVE SPACE TO SUC-SEPARADOR-2.
004063     MOVE WS-LOTE-SUPLEM TO SUC-SECUENCIA.
004073     MOVE LIN-SUPLEM TO REG-SUPLEMENTARIO.
004083     WRITE REG-SUPLEMENTARIO.
004093 4500-EXIT.
004094     EXIT.
004095
004096*    EL NUMERO DE LOTE ES EL SIGUIENTE AL MAS ALTO QUE YA TIENE LA
004097*    FECHA DE NEGOCIO EN SUPLEM; SIN ARCHIVO, EL PRIMERO.
004098 4510-NUMERAR-LOTE.
004099     MOVE 0 TO WS-LOTE-SUPLEM.
004100     MOVE "N" TO SW-FIN-SUPLEM.
004101     OPEN INPUT SUPLEMENTARIO.
004102     IF WS-SUPLEM-STATUS NOT = "00"
004103         GO TO 4510-SIGUIENTE
004104     END-IF.
004105     PERFORM 4520-LEER-LOTE THRU 4520-EXIT
004106         UNTIL FIN-DE-SUPLEM.
004107     CLOSE SUPLEMENTARIO.
004108 4510-SIGUIENTE.
004109     ADD 1 TO WS-LOTE-SUPLEM.
004110 4510-EXIT.
004111     EXIT.
004112
004113 4520-LEER-LOTE.
004114     READ SUPLEMENTARIO INTO LIN-SUPLEM
004115         AT END
004116             SET FIN-DE-SUPLEM TO TRUE
004117             GO TO 4520-EXIT
004118     END-READ.
004119     IF SUP-TIPO = "C"
004120         AND SUC-FECHA NUMERIC
004121         AND SUC-FECHA = FNC-FECHA-NEGOCIO
004122         AND SUC-SECUENCIA NUMERIC
004123         AND SUC-SECUENCIA > WS-LOTE-SUPLEM
004124         MOVE SUC-SECUENCIA TO WS-LOTE-SUPLEM
004125     END-IF.
004126 4520-EXIT.
004127     EXIT.
004128
004129 4600-ESTAMPAR-RESOLUCION.
004133     MOVE SPACE TO RCZ-SEPARADOR-7.
004143     MOVE SPACE TO RCZ-SEPARADOR-8.
004153     MOVE VOP-ID TO RCZ-RES-OPERADOR.
004263* QUEDA MARCADO ANULADO CON QUIEN Y CUANDO, SIN LOTE.
004273******************************************************************
004283 5000-ANULAR-RECHAZO.
004285     PERFORM 7000-RELEER-ELEGIDO THRU 7000-EXIT.
004287     IF NOT RECHAZO-VIGENTE
004289         GO TO 5000-EXIT
004291     END-IF.
004293     MOVE "A" TO RCZ-ESTADO.
004303     PERFORM 4600-ESTAMPAR-RESOLUCION THRU 4600-EXIT.
004313     MOVE SPACE TO RCZ-RES-VALOR.
004323     PERFORM 7100-ACTUALIZAR-RECHAZO THRU 7100-EXIT.
004353     MOVE SPACE TO AUD-RESULTADO.
004363     STRING "ANULA " RCZ-PROGRAMA " [" RCZ-CONTENIDO "]"
004373         DELIMITED BY SIZE INTO AUD-RESULTADO.
004513     MOVE LIN-SUPLEM TO REG-SUPLEMENTARIO.
004523     WRITE REG-SUPLEMENTARIO.
004533     CLOSE SUPLEMENTARIO.
004543     DISPLAY "LOTE SUPLEMENTARIO " WS-LOTE-SUPLEM " EMITIDO CON "
004553         WS-CANT-SUPLEM " CORRECCION(ES) PARA EL ORIGEN".
004563 6000-EXIT.
004573     EXIT.
004583
004593******************************************************************
004600* 7000-RELEER-ELEGIDO - ABRE EL MAESTRO EN I-O Y RELEE EL RECHAZO
004607* ELEGIDO POR SU CLAVE. SOLO SIGUE SI TODAVIA ESTA PENDIENTE (OTRA
004614* SESION PUDO RESOLVERLO MIENTRAS TANTO); SI NO, CIERRA.
004623******************************************************************
004627 7000-RELEER-ELEGIDO.
004631     MOVE "N" TO SW-RECHAZO-VIGENTE.
004635     OPEN I-O RECHAZOS.
004639     IF WS-RECHAZOS-STATUS NOT = "00"
004643         DISPLAY "NO SE PUDO ABRIR RECHAZOS PARA ACTUALIZAR, "
004647             "FILE STATUS " WS-RECHAZOS-STATUS
004651         GO TO 7000-EXIT
004655     END-IF.
004659     MOVE WS-CLAVE-ELEGIDA TO RCZ-CLAVE.
004663     READ RECHAZOS KEY IS RCZ-CLAVE
004667         INVALID KEY
004671             DISPLAY "EL RECHAZO YA NO ESTA EN EL ARCHIVO"
004675             CLOSE RECHAZOS
004679             GO TO 7000-EXIT
004683     END-READ.
004687     IF RCZ-ESTADO NOT = "P" AND RCZ-ESTADO NOT = SPACE
004691         DISPLAY "EL RECHAZO YA FUE RESUELTO EN OTRA SESION"
004695         CLOSE RECHAZOS
004699         GO TO 7000-EXIT
004703     END-IF.
004707     SET RECHAZO-VIGENTE TO TRUE.
004713 7000-EXIT.
004723     EXIT.
004733
004735******************************************************************
004737* 7100-ACTUALIZAR-RECHAZO - GRABA EN SU LUGAR EL RECHAZO RELEIDO,
004739* CON LA RESOLUCION YA MARCADA, Y CIERRA EL MAESTRO.
004741******************************************************************
004743 7100-ACTUALIZAR-RECHAZO.
004745     MOVE REG-RECHAZOS-ARCH TO WS-RECHAZO-ELEGIDO.
004747     REWRITE REG-RECHAZOS-ARCH
004749         INVALID KEY
004751             DISPLAY "NO SE PUDO ACTUALIZAR EL RECHAZO, FILE "
004753                 "STATUS " WS-RECHAZOS-STATUS
004755     END-REWRITE.
004757     CLOSE RECHAZOS.
004759     MOVE WS-RECHAZO-ELEGIDO TO REG-RECHAZOS-ARCH.
004773 7100-EXIT.
004783     EXIT.
004793

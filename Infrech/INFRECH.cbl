000100******************************************************************
000110* Reporte diario del archivo de rechazos compartido. El operador
000116*indica la fecha (en blanco o cero = la fecha de negocio) y el
000122*programa lista
000130*todos los rechazos de ese dia agrupados por programa, con el
000140*contenido crudo que se tipeo, la posicion en la lista, la hora,
000150*el operador y el motivo, mas un subtotal por programa y el
000290*                    CARGAN EN UNA TABLA Y SE LISTAN EN UNA
000300*                    PASADA POR CADA PROGRAMA DISTINTO, PARA NO
000310*                    RELEER EL ARCHIVO UNA VEZ POR GRUPO.
000311* 15/10/2026  RA     RECHAZOS ES AHORA UN MAESTRO INDEXADO POR
000312*                    FECHA DE NEGOCIO, PROGRAMA Y SECUENCIA: LA
000313*                    LECTURA EMPIEZA (START) EN LA FECHA PEDIDA Y
000314*                    TERMINA CUANDO LA FECHA CAMBIA, SIN RECORRER
000315*                    LOS DEMAS DIAS. LA FECHA ES LA DE NEGOCIO DEL
000316*                    RECHAZO Y, EN BLANCO, LA DE LEEFECHA.
000318* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000320*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000322*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000324*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000326*                    COMO ENTRENAMIENTO.
000328******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000365         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000375         RECORD KEY IS RCH-CLAVE
000380         FILE STATUS IS WS-RECHAZOS-STATUS.
000390
000400 DATA DIVISION.
000590
000600 01  SW-PROGRAMA-CONOCIDO        PIC X(01) VALUE "N".
000610     88  PROGRAMA-CONOCIDO                 VALUE "S".
000611 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
000612     88  MODO-ENTRENAMIENTO                VALUE "S".
000613
000614 01  FECHA-NEGOCIO-COM.
000616     COPY FECHALNK.
000620
000630*    RECHAZOS DEL DIA PEDIDO. 500 ALCANZA PARA EL PEOR DIA
000640*    VISTO; SI SE LLENA, EL EXCEDENTE SE AVISA Y NO SE PIERDE EN
000800* 0000-MAINLINE-CONTROL
000810******************************************************************
000820 0000-MAINLINE-CONTROL.
000821     MOVE "N" TO SW-ENTRENAMIENTO.
000822     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
000823     IF MODO-ENTRENAMIENTO
000824         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
000825     END-IF.
000830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000840     PERFORM 2000-CARGAR-RECHAZOS THRU 2000-EXIT
000850         UNTIL FIN-DE-RECHAZOS.
000880
000890******************************************************************
000900* 1000-INICIALIZAR - PIDE LA FECHA DEL INFORME (EN BLANCO O CERO
000906* = FECHA DE NEGOCIO), ABRE EL ARCHIVO DE RECHAZOS Y SE POSICIONA
000912* EN EL PRIMER RECHAZO DE ESA FECHA.
000920******************************************************************
000930 1000-INICIALIZAR.
000935     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
000940     DISPLAY "FECHA DEL INFORME (AAAAMMDD, BLANCO=HOY)".
000950     ACCEPT WS-ENTRADA-FECHA.
000960     IF WS-ENTRADA-FECHA NUMERIC
000970         AND WS-ENTRADA-FECHA NOT = "00000000"
000980         MOVE WS-ENTRADA-FECHA TO WS-FECHA-INFORME
000990     ELSE
001000         MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-INFORME
001010     END-IF.
001020     OPEN INPUT RECHAZOS.
001030     IF WS-RECHAZOS-STATUS NOT = "00"
001040         DISPLAY "NO HAY ARCHIVO DE RECHAZOS, NADA QUE LISTAR"
001050         SET FIN-DE-RECHAZOS TO TRUE
001055         GO TO 1000-EXIT
001060     END-IF.
001061     MOVE WS-FECHA-INFORME TO RCH-FECHA-NEGOCIO.
001062     MOVE LOW-VALUE TO RCH-PROGRAMA-CLAVE.
001063     MOVE 0 TO RCH-SECUENCIA.
001064     START RECHAZOS KEY NOT LESS THAN RCH-CLAVE
001065         INVALID KEY
001066             SET FIN-DE-RECHAZOS TO TRUE
001067             CLOSE RECHAZOS
001068     END-START.
001070 1000-EXIT.
001080     EXIT.
001090
001100******************************************************************
001110* 2000-CARGAR-RECHAZOS - CARGA EN LA TABLA LOS RECHAZOS DE LA
001116* FECHA PEDIDA Y ANOTA CADA PROGRAMA DISTINTO QUE APARECE. EL
001122* PRIMERO DE OTRA FECHA TERMINA LA LECTURA.
001130******************************************************************
001140 2000-CARGAR-RECHAZOS.
001150     READ RECHAZOS NEXT RECORD
001160         AT END
001170             SET FIN-DE-RECHAZOS TO TRUE
001180             CLOSE RECHAZOS
001190             GO TO 2000-EXIT
001200     END-READ.
001205     IF RCH-FECHA-NEGOCIO NOT = WS-FECHA-INFORME
001210         SET FIN-DE-RECHAZOS TO TRUE
001215         CLOSE RECHAZOS
001220         GO TO 2000-EXIT
001230     END-IF.
001240     IF WS-CANT-CARGADOS = 500

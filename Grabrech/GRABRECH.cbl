000140*controlan un tope de negocio por cada lectura fuera de rango.
000150*El programa que llama carga el programa, la posicion, el
000160*contenido crudo y el motivo; aca se completan la fecha, la hora
000170*y el operador, se arma la clave y se agrega el registro al
000175*maestro.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRABRECH.
000283*                    GRABA PENDIENTE Y EN BLANCO, Y LA REVISION
000284*                    REVRECH LO RESUELVE O LO ANULA. EL AREA DE
000285*                    COMUNICACION PASA DE 60 A 97 POSICIONES.
000286* 15/10/2026  RA     RECHAZOS ES AHORA UN MAESTRO INDEXADO. ACA SE
000287*                    ARMA LA CLAVE: LA FECHA DE NEGOCIO
000288*                    (LEEFECHA; SIN ARCHIVO DE FECHA, LA DEL
000289*                    RELOJ), EL PROGRAMA Y LA SECUENCIA SIGUIENTE
000290*                    A LA MAS ALTA DE ESA FECHA Y PROGRAMA, COMO
000291*                    GRABHIST. SI EL MAESTRO NO EXISTE LO CREA
000292*                    VACIO. EL AREA DE COMUNICACION PASA A 121.
000293******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000335         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000345         RECORD KEY IS RCH-CLAVE
000350         FILE STATUS IS WS-RECHAZOS-STATUS.
000360
000370 DATA DIVISION.
000430
000440 WORKING-STORAGE SECTION.
000450 01  WS-RECHAZOS-STATUS          PIC X(02) VALUE "00".
000451 01  WS-SECUENCIA-MAXIMA         PIC 9(05) VALUE 0.
000452 01  WS-FECHA-BUSCADA            PIC 9(08) VALUE 0.
000453 01  WS-PROGRAMA-BUSCADO         PIC X(10) VALUE SPACE.
000454 01  WS-RECHAZO-NUEVO            PIC X(121) VALUE SPACE.
000455
000456 01  SW-FIN-LECTURA              PIC X(01) VALUE "N".
000457     88  FIN-DE-LECTURA                    VALUE "S".
000458
000459 01  FECHA-NEGOCIO-COM.
000460     COPY FECHALNK.
000461
000470 LINKAGE SECTION.
000480 01  REG-RECHAZO-COM             PIC X(121).
000490
000500 PROCEDURE DIVISION USING REG-RECHAZO-COM.
000510******************************************************************
000648     MOVE 0 TO RCH-RES-HORA.
000649     MOVE SPACE TO RCH-SEPARADOR-11.
000650     MOVE SPACE TO RCH-RES-VALOR.
000651     MOVE SPACE TO RCH-SEPARADOR-12.
000652     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
000653     IF FNC-SIN-ARCHIVO
000654         MOVE RCH-FECHA TO RCH-FECHA-NEGOCIO
000655     ELSE
000656         MOVE FNC-FECHA-NEGOCIO TO RCH-FECHA-NEGOCIO
000657     END-IF.
000658     MOVE RCH-PROGRAMA TO RCH-PROGRAMA-CLAVE.
000659     MOVE 0 TO RCH-SECUENCIA.
000660     MOVE REG-RECHAZOS TO WS-RECHAZO-NUEVO.
000661     PERFORM 1000-ABRIR-RECHAZOS THRU 1000-EXIT.
000662     IF WS-RECHAZOS-STATUS = "00"
000663         PERFORM 2000-BUSCAR-SECUENCIA THRU 2000-EXIT
000664         PERFORM 3000-GRABAR-REGISTRO THRU 3000-EXIT
000665         CLOSE RECHAZOS
000666     END-IF.
000667     GOBACK.
000668
000669******************************************************************
000670* 1000-ABRIR-RECHAZOS - ABRE EL MAESTRO EN I-O. SI NO EXISTE
000671* TODAVIA LO CREA VACIO Y LO REABRE.
000672******************************************************************
000673 1000-ABRIR-RECHAZOS.
000674     OPEN I-O RECHAZOS.
000675     IF WS-RECHAZOS-STATUS = "35"
000680         OPEN OUTPUT RECHAZOS
000683         CLOSE RECHAZOS
000686         OPEN I-O RECHAZOS
000690     END-IF.
000700     IF WS-RECHAZOS-STATUS NOT = "00"
000740         DISPLAY "GRABRECH: NO SE PUDO GRABAR EL RECHAZO, "
000750             "FILE STATUS " WS-RECHAZOS-STATUS
000760     END-IF.
000770 1000-EXIT.
000780     EXIT.
000790
000800******************************************************************
000810* 2000-BUSCAR-SECUENCIA - RECORRE LOS RECHAZOS DE LA MISMA FECHA
000820* DE NEGOCIO Y EL MISMO PROGRAMA Y SE QUEDA CON LA SECUENCIA MAS
000830* ALTA YA GRABADA.
000840******************************************************************
000850 2000-BUSCAR-SECUENCIA.
000860     MOVE 0 TO WS-SECUENCIA-MAXIMA.
000870     MOVE "N" TO SW-FIN-LECTURA.
000880     MOVE RCH-FECHA-NEGOCIO TO WS-FECHA-BUSCADA.
000890     MOVE RCH-PROGRAMA-CLAVE TO WS-PROGRAMA-BUSCADO.
000900     START RECHAZOS KEY NOT LESS THAN RCH-CLAVE
000910         INVALID KEY
000920             SET FIN-DE-LECTURA TO TRUE
000930     END-START.
000940     PERFORM 2100-LEER-SIGUIENTE THRU 2100-EXIT
000950         UNTIL FIN-DE-LECTURA.
000960 2000-EXIT.
000970     EXIT.
000980
000990 2100-LEER-SIGUIENTE.
001000     READ RECHAZOS NEXT RECORD
001010         AT END
001020             SET FIN-DE-LECTURA TO TRUE
001030         NOT AT END
001040             IF RCH-FECHA-NEGOCIO = WS-FECHA-BUSCADA
001050                 AND RCH-PROGRAMA-CLAVE = WS-PROGRAMA-BUSCADO
001060                 MOVE RCH-SECUENCIA TO WS-SECUENCIA-MAXIMA
001070             ELSE
001080                 SET FIN-DE-LECTURA TO TRUE
001090             END-IF
001100     END-READ.
001110 2100-EXIT.
001120     EXIT.
001130
001140******************************************************************
001150* 3000-GRABAR-REGISTRO - AGREGA EL RECHAZO CON LA SECUENCIA
001160* SIGUIENTE A LA MAS ALTA DE SU FECHA Y SU PROGRAMA.
001170******************************************************************
001180 3000-GRABAR-REGISTRO.
001190     MOVE WS-RECHAZO-NUEVO TO REG-RECHAZOS.
001200     COMPUTE RCH-SECUENCIA = WS-SECUENCIA-MAXIMA + 1.
001210     WRITE REG-RECHAZOS
001220         INVALID KEY
001230             DISPLAY "GRABRECH: NO SE PUDO GRABAR EL RECHAZO, "
001240                 "FILE STATUS " WS-RECHAZOS-STATUS
001250     END-WRITE.
001260 3000-EXIT.
001270     EXIT.
001280
001290 END PROGRAM GRABRECH.

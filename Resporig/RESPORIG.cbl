000399*                    AVISAR. EN ESE CASO (O SIN RUTEO) LA
000400*                    RESPUESTA NO SE EMITE Y EL PASO TERMINA
000401*                    CON RETURN-CODE 8.
000402* 15/10/2026  RA     EMITIDA LA RESPUESTA, LA ENTREGA QUEDA
000403*                    ACUSADA EN EL REGISTRO DE ENTREGAS (FECHA Y
000404*                    NUMERO DE ENTREGA DE RUTEO), VIA GRABENTR.
000405* 15/10/2026  RA     RECHAZOS ES AHORA UN MAESTRO INDEXADO: LOS
000406*                    RECHAZADOS SE LEEN DESDE LA FECHA RESPONDIDA
000407*                    (START POR FECHA DE NEGOCIO) HASTA QUE LA
000408*                    FECHA CAMBIA.
000410* 15/10/2026  RA     EL ACUSE EN EL REGISTRO DE ENTREGAS LLEVA
000412*                    TAMBIEN EL ORIGEN QUE TRAE RUTEO.
000414******************************************************************
000416 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RUTEO-IN ASSIGN TO "RUTEO"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REPORTE5-STATUS.
000620     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000625         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS RCH-CLAVE
000640         FILE STATUS IS WS-RECHAZOS-STATUS.
000650     SELECT ALERTAS ASSIGN TO "ALERTAS"
000660         ORGANIZATION IS LINE SEQUENTIAL
001350
001360 01  WS-FECHA-RESPONDIDA        PIC 9(08) VALUE 0.
001361 01  WS-RUTEO-FECHA             PIC 9(08) VALUE 0.
001362 01  WS-RUTEO-SECUENCIA         PIC 9(02) VALUE 0.
001363 01  WS-RUTEO-ORIGEN            PIC X(08) VALUE SPACE.
001364 01  REG-ENTREGA-COM.
001365     COPY ENTREGA.
001366 01  SW-HAY-RUTEO               PIC X(01) VALUE "N".
001367     88  HAY-RUTEO                         VALUE "S".
001370 01  WS-PEOR-RETORNO            PIC 9(02) VALUE 0.
001380 01  WS-IND-TIPO                PIC 9(01) VALUE 0.
001390
001940     PERFORM 3000-CONTAR-RECHAZADOS THRU 3000-EXIT.
001950     PERFORM 4000-DERIVAR-PEOR-RETORNO THRU 4000-EXIT.
001960     PERFORM 5000-EMITIR-RESPUESTA THRU 5000-EXIT.
001965     PERFORM 5500-REGISTRAR-ACUSADA THRU 5500-EXIT.
001970     DISPLAY "RESPUESTA AL ORIGEN EMITIDA EN RESPDIA PARA EL "
001980         WS-FECHA-RESPONDIDA " CON PEOR RETORNO "
001990         WS-PEOR-RETORNO.
002290         MOVE RUT-CANT-ENTRADA
002300             TO RSP-RECIBIDOS (RUT-TIPO)
002301         MOVE RUT-FECHA TO WS-RUTEO-FECHA
002304         MOVE RUT-SECUENCIA TO WS-RUTEO-SECUENCIA
002305         MOVE RUT-ORIGEN TO WS-RUTEO-ORIGEN
002307         SET HAY-RUTEO TO TRUE
002310     END-IF.
002320 1100-EXIT.
002330     EXIT.
003150     IF WS-RECHAZOS-STATUS NOT = "00"
003160         GO TO 3000-EXIT
003170     END-IF.
003171     MOVE WS-FECHA-RESPONDIDA TO RCH-FECHA-NEGOCIO.
003172     MOVE LOW-VALUE TO RCH-PROGRAMA-CLAVE.
003173     MOVE 0 TO RCH-SECUENCIA.
003174     START RECHAZOS KEY NOT LESS THAN RCH-CLAVE
003175         INVALID KEY
003176             SET FIN-DE-ARCHIVO TO TRUE
003177     END-START.
003180     PERFORM 3100-TOMAR-RECHAZO THRU 3100-EXIT
003190         UNTIL FIN-DE-ARCHIVO.
003200     CLOSE RECHAZOS.
003220     EXIT.
003230
003240 3100-TOMAR-RECHAZO.
003250     READ RECHAZOS NEXT RECORD
003260         AT END
003270             SET FIN-DE-ARCHIVO TO TRUE
003280             GO TO 3100-EXIT
003290     END-READ.
003296     IF RCH-FECHA-NEGOCIO NOT = WS-FECHA-RESPONDIDA
003302         SET FIN-DE-ARCHIVO TO TRUE
003310         GO TO 3100-EXIT
003320     END-IF.
003330     EVALUATE RCH-PROGRAMA
004270     MOVE LIN-RESPUESTA TO REG-RESPUESTA.
004280     WRITE REG-RESPUESTA.
004290 5100-EXIT.
004291     EXIT.
004292
004293******************************************************************
004294* 5500-REGISTRAR-ACUSADA - LA ENTREGA RESPONDIDA QUEDA ACUSADA EN
004295* EL REGISTRO DE ENTREGAS.
004296******************************************************************
004297 5500-REGISTRAR-ACUSADA.
004298     MOVE SPACE TO REG-ENTREGA-COM.
004299     MOVE WS-RUTEO-FECHA TO ENT-FECHA.
004300     MOVE WS-RUTEO-SECUENCIA TO ENT-SECUENCIA.
004301     MOVE WS-RUTEO-ORIGEN TO ENT-ORIGEN.
004302     MOVE "A" TO ENT-ESTADO.
004303     CALL "GRABENTR" USING REG-ENTREGA-COM.
004304 5500-EXIT.
004305     EXIT.
004310
004320 END PROGRAM RESPORIG.

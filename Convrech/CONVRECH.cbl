000100******************************************************************
000110* Conversion, por unica vez, del archivo de rechazos secuencial
000120*al maestro indexado RECHAZOS (clave fecha de negocio, programa
000130*y secuencia, al final del registro). Cada rechazo del archivo
000140*anterior (RECHANT) se graba en el maestro con la fecha de carga
000150*como fecha de negocio (el archivo anterior no guardaba otra) y
000160*la secuencia siguiente dentro de su fecha y su programa, como
000170*hace GRABRECH. Terminada la carga, el maestro se relee entero y
000180*tiene que dar la misma cantidad y el mismo hash que lo leido;
000190*si no, el paso termina con RETURN-CODE 16 y una alerta critica,
000200*y el archivo anterior sigue siendo el bueno.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    CONVRECH.
000240 AUTHOR.        R. ALONSO.
000250 INSTALLATION.  DEPTO. DESARROLLO.
000260 DATE-WRITTEN.  15/10/2026.
000270 DATE-COMPILED.
000280******************************************************************
000290* HISTORIAL DE MODIFICACIONES
000300* FECHA       INIC.  DESCRIPCION
000310* 15/10/2026  RA     VERSION INICIAL. SE NIEGA A CORRER SI EL
000320*                    MAESTRO YA TIENE REGISTROS, PARA QUE UNA
000330*                    SEGUNDA CORRIDA NO DUPLIQUE LA CARGA. EL
000340*                    HASH ES EL DE DEPURHIS (CADA DIGITO POR SU
000350*                    POSICION) SOBRE LAS 97 POSICIONES DEL
000360*                    REGISTRO ANTERIOR, QUE EL MAESTRO CONSERVA
000370*                    SIN CAMBIOS ADELANTE DE LA CLAVE.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RECHAZOS-ANTERIOR ASSIGN TO "RECHANT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ANTERIOR-STATUS.
000450     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RCH-CLAVE
000490         FILE STATUS IS WS-RECHAZOS-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  RECHAZOS-ANTERIOR
000540     LABEL RECORDS ARE STANDARD.
000550 01  REG-RECHAZO-ANTERIOR        PIC X(97).
000560
000570 FD  RECHAZOS
000580     LABEL RECORDS ARE STANDARD.
000590 01  REG-RECHAZOS.
000600     COPY RECHAZO.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-ANTERIOR-STATUS          PIC X(02) VALUE "00".
000640 01  WS-RECHAZOS-STATUS          PIC X(02) VALUE "00".
000650
000660 01  REG-AUDITORIA.
000670     COPY AUDITLOG.
000680
000690 01  REG-ALERTA.
000700     COPY ALERTA.
000710
000720 01  FECHA-NEGOCIO-COM.
000730     COPY FECHALNK.
000740
000750*    EL RECHAZO EN CONVERSION SE ARMA APARTE: LA BUSQUEDA DE LA
000760*    SECUENCIA LEE EL MAESTRO SOBRE EL AREA DEL REGISTRO.
000770 01  WS-RECHAZO-NUEVO            PIC X(121) VALUE SPACE.
000780 01  WS-SECUENCIA-MAXIMA         PIC 9(05) VALUE 0.
000790 01  WS-FECHA-BUSCADA            PIC 9(08) VALUE 0.
000800 01  WS-PROGRAMA-BUSCADO         PIC X(10) VALUE SPACE.
000810
000820 01  WS-CANT-LEIDOS              PIC 9(06) VALUE 0.
000830 01  WS-CANT-GRABADOS            PIC 9(06) VALUE 0.
000840 01  WS-CANT-RELEIDOS            PIC 9(06) VALUE 0.
000850 01  WS-CANT-ERRORES             PIC 9(06) VALUE 0.
000860
000870*    HASH DE CONTROL: CADA DIGITO DEL REGISTRO MULTIPLICADO POR
000880*    SU POSICION, COMO EN DEPURHIS.
000890 01  WS-HASH-LEIDOS              PIC 9(15) VALUE 0.
000900 01  WS-HASH-RELEIDOS            PIC 9(15) VALUE 0.
000910 01  WS-HASH-REGISTRO            PIC 9(09) VALUE 0.
000920 01  WS-REGISTRO-HASH            PIC X(97) VALUE SPACE.
000930 01  WS-IND-BYTE                 PIC 9(03) VALUE 0.
000940 01  WS-DIGITO                   PIC 9(01) VALUE 0.
000950
000960 01  SW-FIN-ENTRADA              PIC X(01) VALUE "N".
000970     88  FIN-DE-ENTRADA                    VALUE "S".
000980 01  SW-FIN-LECTURA              PIC X(01) VALUE "N".
000990     88  FIN-DE-LECTURA                    VALUE "S".
001000 01  SW-ARCHIVOS-LISTOS          PIC X(01) VALUE "N".
001010     88  ARCHIVOS-LISTOS                   VALUE "S".
001020 01  SW-MAESTRO-CON-DATOS        PIC X(01) VALUE "N".
001030     88  MAESTRO-CON-DATOS                 VALUE "S".
001040 01  SW-CONVERSION-VALIDA        PIC X(01) VALUE "S".
001050     88  CONVERSION-VALIDA                 VALUE "S".
001060     88  CONVERSION-INVALIDA               VALUE "N".
001070
001080 PROCEDURE DIVISION.
001090******************************************************************
001100* 0000-MAINLINE-CONTROL
001110******************************************************************
001120 0000-MAINLINE-CONTROL.
001130     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001140     PERFORM 1000-ABRIR-ARCHIVOS THRU 1000-EXIT.
001150     IF NOT ARCHIVOS-LISTOS
001160         MOVE 16 TO RETURN-CODE
001170         GOBACK
001180     END-IF.
001190     MOVE "N" TO SW-FIN-ENTRADA.
001200     PERFORM 2000-CONVERTIR-RECHAZO THRU 2000-EXIT
001210         UNTIL FIN-DE-ENTRADA.
001220     CLOSE RECHAZOS-ANTERIOR.
001230     CLOSE RECHAZOS.
001240     PERFORM 3000-RELEER-MAESTRO THRU 3000-EXIT.
001250     PERFORM 4000-CONTROLAR-BALANCE THRU 4000-EXIT.
001260     PERFORM 8700-INFORMAR-CONVERSION THRU 8700-EXIT.
001270     GOBACK.
001280
001290******************************************************************
001300* 1000-ABRIR-ARCHIVOS - ABRE EL ARCHIVO ANTERIOR Y EL MAESTRO
001310* (QUE SE CREA SI TODAVIA NO EXISTE). UN MAESTRO QUE YA TIENE
001320* REGISTROS NO SE CARGA DE NUEVO.
001330******************************************************************
001340 1000-ABRIR-ARCHIVOS.
001350     OPEN INPUT RECHAZOS-ANTERIOR.
001360     IF WS-ANTERIOR-STATUS NOT = "00"
001370         DISPLAY "NO SE PUDO ABRIR EL ARCHIVO ANTERIOR RECHANT, "
001380             "FILE STATUS " WS-ANTERIOR-STATUS
001390         GO TO 1000-EXIT
001400     END-IF.
001410     OPEN I-O RECHAZOS.
001420     IF WS-RECHAZOS-STATUS = "35"
001430         OPEN OUTPUT RECHAZOS
001440         CLOSE RECHAZOS
001450         OPEN I-O RECHAZOS
001460     END-IF.
001470     IF WS-RECHAZOS-STATUS NOT = "00"
001480         DISPLAY "NO SE PUDO ABRIR EL MAESTRO RECHAZOS, FILE "
001490             "STATUS " WS-RECHAZOS-STATUS
001500         CLOSE RECHAZOS-ANTERIOR
001510         GO TO 1000-EXIT
001520     END-IF.
001530     MOVE LOW-VALUE TO RCH-CLAVE.
001540     START RECHAZOS KEY NOT LESS THAN RCH-CLAVE
001550         INVALID KEY
001560             CONTINUE
001570         NOT INVALID KEY
001580             SET MAESTRO-CON-DATOS TO TRUE
001590     END-START.
001600     IF MAESTRO-CON-DATOS
001610         DISPLAY "EL MAESTRO RECHAZOS YA TIENE REGISTROS, LA "
001620             "CONVERSION NO SE REPITE"
001630         CLOSE RECHAZOS-ANTERIOR
001640         CLOSE RECHAZOS
001650         GO TO 1000-EXIT
001660     END-IF.
001670     SET ARCHIVOS-LISTOS TO TRUE.
001680 1000-EXIT.
001690     EXIT.
001700
001710******************************************************************
001720* 2000-CONVERTIR-RECHAZO - LEE UN RECHAZO DEL ARCHIVO ANTERIOR,
001730* SUMA SU HASH, LE ARMA LA CLAVE Y LO GRABA EN EL MAESTRO.
001740******************************************************************
001750 2000-CONVERTIR-RECHAZO.
001760     READ RECHAZOS-ANTERIOR
001770         AT END
001780             SET FIN-DE-ENTRADA TO TRUE
001790             GO TO 2000-EXIT
001800     END-READ.
001810     ADD 1 TO WS-CANT-LEIDOS.
001820     MOVE REG-RECHAZO-ANTERIOR TO WS-REGISTRO-HASH.
001830     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
001840     ADD WS-HASH-REGISTRO TO WS-HASH-LEIDOS.
001850     MOVE REG-RECHAZO-ANTERIOR TO REG-RECHAZOS.
001860     MOVE SPACE TO RCH-SEPARADOR-12.
001870     MOVE 0 TO RCH-FECHA-NEGOCIO.
001880     IF RCH-FECHA NUMERIC
001890         MOVE RCH-FECHA TO RCH-FECHA-NEGOCIO
001900     END-IF.
001910     MOVE RCH-PROGRAMA TO RCH-PROGRAMA-CLAVE.
001920     MOVE 0 TO RCH-SECUENCIA.
001930     MOVE REG-RECHAZOS TO WS-RECHAZO-NUEVO.
001940     PERFORM 2100-BUSCAR-SECUENCIA THRU 2100-EXIT.
001950     MOVE WS-RECHAZO-NUEVO TO REG-RECHAZOS.
001960     COMPUTE RCH-SECUENCIA = WS-SECUENCIA-MAXIMA + 1.
001970     WRITE REG-RECHAZOS
001980         INVALID KEY
001990             DISPLAY "NO SE PUDO GRABAR " RCH-CLAVE
002000                 ", FILE STATUS " WS-RECHAZOS-STATUS
002010             ADD 1 TO WS-CANT-ERRORES
002020         NOT INVALID KEY
002030             ADD 1 TO WS-CANT-GRABADOS
002040     END-WRITE.
002050 2000-EXIT.
002060     EXIT.
002070
002080******************************************************************
002090* 2100-BUSCAR-SECUENCIA - LA SECUENCIA MAS ALTA YA GRABADA PARA
002100* LA MISMA FECHA DE NEGOCIO Y EL MISMO PROGRAMA, COMO GRABRECH.
002110******************************************************************
002120 2100-BUSCAR-SECUENCIA.
002130     MOVE 0 TO WS-SECUENCIA-MAXIMA.
002140     MOVE "N" TO SW-FIN-LECTURA.
002150     MOVE RCH-FECHA-NEGOCIO TO WS-FECHA-BUSCADA.
002160     MOVE RCH-PROGRAMA-CLAVE TO WS-PROGRAMA-BUSCADO.
002170     START RECHAZOS KEY NOT LESS THAN RCH-CLAVE
002180         INVALID KEY
002190             SET FIN-DE-LECTURA TO TRUE
002200     END-START.
002210     PERFORM 2110-LEER-SIGUIENTE THRU 2110-EXIT
002220         UNTIL FIN-DE-LECTURA.
002230 2100-EXIT.
002240     EXIT.
002250
002260 2110-LEER-SIGUIENTE.
002270     READ RECHAZOS NEXT RECORD
002280         AT END
002290             SET FIN-DE-LECTURA TO TRUE
002300             GO TO 2110-EXIT
002310     END-READ.
002320     IF RCH-FECHA-NEGOCIO NOT = WS-FECHA-BUSCADA
002330         OR RCH-PROGRAMA-CLAVE NOT = WS-PROGRAMA-BUSCADO
002340         SET FIN-DE-LECTURA TO TRUE
002350         GO TO 2110-EXIT
002360     END-IF.
002370     MOVE RCH-SECUENCIA TO WS-SECUENCIA-MAXIMA.
002380 2110-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420* 3000-RELEER-MAESTRO - RELEE EL MAESTRO YA CARGADO Y SUMA LA
002430* CANTIDAD Y EL HASH DE LAS 97 POSICIONES ORIGINALES.
002440******************************************************************
002450 3000-RELEER-MAESTRO.
002460     OPEN INPUT RECHAZOS.
002470     IF WS-RECHAZOS-STATUS NOT = "00"
002480         DISPLAY "NO SE PUDO RELEER EL MAESTRO RECHAZOS, FILE "
002490             "STATUS " WS-RECHAZOS-STATUS
002500         SET CONVERSION-INVALIDA TO TRUE
002510         GO TO 3000-EXIT
002520     END-IF.
002530     MOVE "N" TO SW-FIN-ENTRADA.
002540     PERFORM 3100-RELEER-RECHAZO THRU 3100-EXIT
002550         UNTIL FIN-DE-ENTRADA.
002560     CLOSE RECHAZOS.
002570 3000-EXIT.
002580     EXIT.
002590
002600 3100-RELEER-RECHAZO.
002610     READ RECHAZOS NEXT RECORD
002620         AT END
002630             SET FIN-DE-ENTRADA TO TRUE
002640             GO TO 3100-EXIT
002650     END-READ.
002660     ADD 1 TO WS-CANT-RELEIDOS.
002670     MOVE REG-RECHAZOS TO WS-REGISTRO-HASH.
002680     PERFORM 7000-CALCULAR-HASH THRU 7000-EXIT.
002690     ADD WS-HASH-REGISTRO TO WS-HASH-RELEIDOS.
002700 3100-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 4000-CONTROLAR-BALANCE - LEIDOS, GRABADOS Y RELEIDOS TIENEN
002750* QUE SER LA MISMA CANTIDAD, Y EL HASH RELEIDO EL HASH LEIDO.
002760******************************************************************
002770 4000-CONTROLAR-BALANCE.
002780     IF WS-CANT-GRABADOS NOT = WS-CANT-LEIDOS
002790         DISPLAY "CONVRECH: LEIDOS " WS-CANT-LEIDOS " GRABADOS "
002800             WS-CANT-GRABADOS " CON ERROR " WS-CANT-ERRORES
002810         SET CONVERSION-INVALIDA TO TRUE
002820     END-IF.
002830     IF WS-CANT-RELEIDOS NOT = WS-CANT-LEIDOS
002840         DISPLAY "CONVRECH: LEIDOS " WS-CANT-LEIDOS " RELEIDOS "
002850             WS-CANT-RELEIDOS
002860         SET CONVERSION-INVALIDA TO TRUE
002870     END-IF.
002880     IF WS-HASH-RELEIDOS NOT = WS-HASH-LEIDOS
002890         DISPLAY "CONVRECH: HASH LEIDO " WS-HASH-LEIDOS
002900             " RELEIDO " WS-HASH-RELEIDOS
002910         SET CONVERSION-INVALIDA TO TRUE
002920     END-IF.
002930 4000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 7000-CALCULAR-HASH - SUMA CADA DIGITO DE WS-REGISTRO-HASH
002980* MULTIPLICADO POR SU POSICION.
002990******************************************************************
003000 7000-CALCULAR-HASH.
003010     MOVE 0 TO WS-HASH-REGISTRO.
003020     PERFORM 7100-SUMAR-DIGITO THRU 7100-EXIT
003030         VARYING WS-IND-BYTE FROM 1 BY 1
003040         UNTIL WS-IND-BYTE > 97.
003050 7000-EXIT.
003060     EXIT.
003070
003080 7100-SUMAR-DIGITO.
003090     IF WS-REGISTRO-HASH (WS-IND-BYTE:1) NUMERIC
003100         MOVE WS-REGISTRO-HASH (WS-IND-BYTE:1) TO WS-DIGITO
003110         COMPUTE WS-HASH-REGISTRO =
003120             WS-HASH-REGISTRO + WS-DIGITO * WS-IND-BYTE
003130     END-IF.
003140 7100-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 8700-INFORMAR-CONVERSION - RESULTADO EN PANTALLA Y EN EL LOG.
003190* UNA CONVERSION QUE NO BALANCEA DEJA UNA ALERTA CRITICA Y
003200* TERMINA CON RETURN-CODE 16: EL MAESTRO NO SE DEBE USAR Y EL
003210* ARCHIVO ANTERIOR SIGUE SIENDO EL BUENO.
003220******************************************************************
003230 8700-INFORMAR-CONVERSION.
003240     CALL "LEEOPER" USING AUD-OPERADOR.
003250     MOVE FNC-FECHA-NEGOCIO TO AUD-FECHA.
003260     ACCEPT AUD-HORA FROM TIME.
003270     MOVE "CONVRECH" TO AUD-PROGRAMA.
003280     MOVE SPACE TO AUD-RESULTADO.
003290     IF CONVERSION-VALIDA
003300         DISPLAY "CONVRECH: " WS-CANT-GRABADOS " RECHAZOS "
003310             "CONVERTIDOS, CANTIDAD Y HASH BALANCEAN"
003320         STRING "CONVRECH LEI=" WS-CANT-LEIDOS
003330             " GRA=" WS-CANT-GRABADOS
003340             DELIMITED BY SIZE INTO AUD-RESULTADO
003350     ELSE
003360         DISPLAY "CONVRECH: LA CONVERSION NO BALANCEA, EL "
003370             "MAESTRO NO SE DEBE USAR"
003380         STRING "CONVRECH MAL L=" WS-CANT-LEIDOS
003390             " G=" WS-CANT-GRABADOS
003400             DELIMITED BY SIZE INTO AUD-RESULTADO
003410         MOVE SPACE TO REG-ALERTA
003420         MOVE "C" TO ALR-SEVERIDAD
003430         MOVE "CONVERSION DE RECHAZOS NO BALANCEA"
003440             TO ALR-MENSAJE
003450         MOVE "CONVRECH" TO ALR-PROGRAMA
003460         CALL "GRABALER" USING REG-ALERTA
003470         MOVE 16 TO RETURN-CODE
003480     END-IF.
003490     MOVE SPACE TO AUD-SEPARADOR-1.
003500     MOVE SPACE TO AUD-SEPARADOR-2.
003510     MOVE SPACE TO AUD-SEPARADOR-3.
003520     MOVE SPACE TO AUD-SEPARADOR-4.
003530     MOVE SPACE TO AUD-SEPARADOR-5.
003540     MOVE 0 TO AUD-SECUENCIA.
003550     CALL "AUDITWRT" USING REG-AUDITORIA.
003560 8700-EXIT.
003570     EXIT.
003580
003590 END PROGRAM CONVRECH.

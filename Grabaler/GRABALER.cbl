000130*la severidad, su nombre y el mensaje en lenguaje llano; aca se
000140*completan el estado (abierta), la fecha de negocio y la hora, y
000150*el registro se agrega al final. El reporte de la manana
000155*(INFALERT) es quien las lista y las marca reconocidas. Si la
000160*tabla de ruteo (LEERUTA) manda la alerta a un grupo de guardia,
000165*ademas se agrega el aviso de nivel 1 a la interfaz AVISOS.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    GRABALER.
000250* HISTORIAL DE MODIFICACIONES
000260* FECHA       INIC.  DESCRIPCION
000270* 22/08/2026  RA     VERSION INICIAL.
000271* 15/10/2026  RA     AVISO AL SISTEMA DE GUARDIAS: LA ALERTA QUE
000272*                    LA TABLA RUTAVISO MANDA A UN GRUPO DE GUARDIA
000273*                    SE AGREGA TAMBIEN A LA INTERFAZ AVISOS (COPY
000274*                    AVISO), NIVEL 1. SIN AVISOS LA ALERTA QUEDA
000275*                    GRABADA IGUAL.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000320     SELECT ALERTAS ASSIGN TO "ALERTAS"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ALERTAS-STATUS.
000342     SELECT AVISOS ASSIGN TO "AVISOS"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-AVISOS-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000390     LABEL RECORDS ARE STANDARD.
000400 01  REG-ALERTAS.
000410     COPY ALERTA.
000411
000412 FD  AVISOS
000413     LABEL RECORDS ARE STANDARD.
000414 01  REG-AVISOS.
000415     COPY AVISO.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-ALERTAS-STATUS           PIC X(02) VALUE "00".
000445 01  WS-AVISOS-STATUS            PIC X(02) VALUE "00".
000450 01  FECHA-NEGOCIO-COM.
000460     COPY FECHALNK.
000461 01  RUTA-AVISO.
000462     COPY RUTALNK.
000463 01  WS-FECHA-HOY                PIC 9(08) VALUE 0.
000464 01  WS-HORA-HOY                 PIC 9(08) VALUE 0.
000465 01  WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
000466     05  WS-HHMMSS-HOY           PIC 9(06).
000467     05  FILLER                  PIC 9(02).
000470
000480 LINKAGE SECTION.
000490 01  REG-ALERTA-COM              PIC X(96).
000700     IF WS-ALERTAS-STATUS = "00"
000710         WRITE REG-ALERTAS
000720         CLOSE ALERTAS
000725         PERFORM 2000-AVISAR-GUARDIA THRU 2000-EXIT
000730     ELSE
000740         DISPLAY "GRABALER: NO SE PUDO GRABAR LA ALERTA, "
000750             "FILE STATUS " WS-ALERTAS-STATUS
000760     END-IF.
000770     GOBACK.
000780
000790******************************************************************
000800* 2000-AVISAR-GUARDIA - SI LA TABLA DE RUTEO TIENE GRUPO DE NIVEL
000810* 1 PARA LA SEVERIDAD Y EL PROGRAMA, AGREGA EL AVISO NUEVO A LA
000820* INTERFAZ. LA CLAVE ES LA DE LA ALERTA RECIEN GRABADA.
000830******************************************************************
000840 2000-AVISAR-GUARDIA.
000850     MOVE ALR-SEVERIDAD TO RTL-SEVERIDAD.
000860     MOVE ALR-PROGRAMA TO RTL-PROGRAMA.
000870     CALL "LEERUTA" USING RUTA-AVISO.
000880     IF RTL-GRUPO (1) = SPACE
000890         GO TO 2000-EXIT
000900     END-IF.
000910     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
000920     ACCEPT WS-HORA-HOY FROM TIME.
000930     MOVE SPACE TO REG-AVISOS.
000940     SET AVI-NUEVO TO TRUE.
000950     MOVE ALR-FECHA TO AVI-CLAVE-FECHA.
000960     MOVE ALR-HORA TO AVI-CLAVE-HORA.
000970     MOVE ALR-PROGRAMA TO AVI-CLAVE-PROGRAMA.
000980     MOVE ALR-SEVERIDAD TO AVI-SEVERIDAD.
000990     MOVE ALR-PROGRAMA TO AVI-PROGRAMA.
001000     MOVE ALR-FECHA TO AVI-FECHA-NEGOCIO.
001010     MOVE ALR-MENSAJE TO AVI-MENSAJE.
001020     MOVE RTL-GRUPO (1) TO AVI-GRUPO.
001030     MOVE 1 TO AVI-NIVEL.
001040     MOVE WS-FECHA-HOY TO AVI-FECHA-ENVIO.
001050     MOVE WS-HHMMSS-HOY TO AVI-HORA-ENVIO.
001060     OPEN EXTEND AVISOS.
001070     IF WS-AVISOS-STATUS = "35"
001080         OPEN OUTPUT AVISOS
001090     END-IF.
001100     IF WS-AVISOS-STATUS = "00"
001110         WRITE REG-AVISOS
001120         CLOSE AVISOS
001130     ELSE
001140         DISPLAY "GRABALER: NO SE PUDO GRABAR EL AVISO A "
001150             RTL-GRUPO (1) ", FILE STATUS " WS-AVISOS-STATUS
001160     END-IF.
001170 2000-EXIT.
001180     EXIT.
001190
001200 END PROGRAM GRABALER.

000100******************************************************************
000110* Programa de reinicio de los datasets de entrenamiento del menu
000120*(ENTRENA.*, COPY ENTRENA): el supervisor confirma y cada archivo
000130*de la tabla se vuelve a crear vacio, que es el estado de partida
000140*de cada sesion de entrenamiento. Los secuenciales se abren en
000150*salida uno por uno con la asignacion dinamica del DD; los
000160*indexados (ULTIRUN, HISTCORR, RECHAZOS y EXTDIA5) se crean vacios
000170*con sus propios FD. Los archivos de produccion no se tocan.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REINIENT.
000210 AUTHOR.        R. ALONSO.
000220 INSTALLATION.  DEPTO. DESARROLLO.
000230 DATE-WRITTEN.  15/10/2026.
000240 DATE-COMPILED.
000250******************************************************************
000260* HISTORIAL DE MODIFICACIONES
000270* FECHA       INIC.  DESCRIPCION
000280* 15/10/2026  RA     VERSION INICIAL. EXIGE UN OPERADOR AUTORIZADO
000290*                    (VALOPER, POSICION 27) Y UNA CONFIRMACION;
000300*                    SIN ELLA TERMINA CON RC 4 SIN TOCAR NADA. UN
000310*                    ARCHIVO QUE NO SE PUEDE CREAR SE INFORMA Y LA
000320*                    CORRIDA TERMINA CON RC 8.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARCHIVO-ENTRENA ASSIGN TO "ENTRARCH"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ARCHIVO-STATUS.
000400     SELECT ULTIMA-CORRIDA ASSIGN TO "ULTIRUN"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS UR-PROGRAMA
000440         FILE STATUS IS WS-ARCHIVO-STATUS.
000450     SELECT HISTORIAL ASSIGN TO "HISTCORR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RH-CLAVE
000490         FILE STATUS IS WS-ARCHIVO-STATUS.
000500     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RCH-CLAVE
000540         FILE STATUS IS WS-ARCHIVO-STATUS.
000550     SELECT EXTREMOS-DIA ASSIGN TO "EXTDIA5"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EXD-FECHA
000590         FILE STATUS IS WS-ARCHIVO-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARCHIVO-ENTRENA
000640     LABEL RECORDS ARE STANDARD.
000650 01  REG-ARCHIVO-ENTRENA         PIC X(80).
000660
000670 FD  ULTIMA-CORRIDA
000680     LABEL RECORDS ARE STANDARD.
000690 01  REG-ULTIMA-CORRIDA.
000700     COPY ULTRUN.
000710
000720 FD  HISTORIAL
000730     LABEL RECORDS ARE STANDARD.
000740 01  REG-HISTORIAL.
000750     COPY HISTCORR.
000760
000770 FD  RECHAZOS
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-RECHAZOS.
000800     COPY RECHAZO.
000810
000820 FD  EXTREMOS-DIA
000830     LABEL RECORDS ARE STANDARD.
000840 01  REG-EXTREMOS-DIA.
000850     COPY EXTDIA5.
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-ARCHIVO-STATUS           PIC X(02) VALUE "00".
000890 01  REG-AUDITORIA.
000900     COPY AUDITLOG.
000910
000920 01  WS-CONFIRMACION             PIC X(01) VALUE SPACE.
000930 01  WS-NOMBRE-ARCHIVO           PIC X(08) VALUE SPACE.
000940 01  WS-CANT-REINICIADOS         PIC 9(02) VALUE 0.
000950 01  WS-CANT-ERRORES             PIC 9(02) VALUE 0.
000960
000970 01  OPERADOR-AUTORIZACION.
000980     COPY OPERLNK.
000990
001000     COPY ENTRENA.
001010
001020 PROCEDURE DIVISION.
001030******************************************************************
001040* 0000-MAINLINE-CONTROL
001050******************************************************************
001060 0000-MAINLINE-CONTROL.
001070     PERFORM 0100-EXIGIR-OPERADOR THRU 0100-EXIT.
001080     IF NOT VOP-AUTORIZADO
001090         MOVE 16 TO RETURN-CODE
001100         GOBACK
001110     END-IF.
001120     DISPLAY "*** REINICIO DE LOS DATASETS DE ENTRENAMIENTO ***".
001130     DISPLAY "SE VACIAN LOS " ENT-CANT-ARCHIVOS
001140         " ARCHIVOS ENTRENA.*; PRODUCCION NO SE TOCA".
001150     DISPLAY "CONFIRMA EL REINICIO (S/N)".
001160     ACCEPT WS-CONFIRMACION.
001170     IF WS-CONFIRMACION NOT = "S"
001180         DISPLAY "REINICIO CANCELADO, NO SE TOCO NINGUN ARCHIVO"
001190         MOVE 4 TO RETURN-CODE
001200         GOBACK
001210     END-IF.
001220     PERFORM 1000-REINICIAR-SECUENCIAL THRU 1000-EXIT
001230         VARYING ENT-IND-ARCHIVO FROM 1 BY 1
001240         UNTIL ENT-IND-ARCHIVO > ENT-CANT-ARCHIVOS.
001250     PERFORM 2000-REINICIAR-INDEXADOS THRU 2000-EXIT.
001260     PERFORM 3000-AUDITAR-REINICIO THRU 3000-EXIT.
001270     DISPLAY "ARCHIVOS REINICIADOS: " WS-CANT-REINICIADOS
001280         " CON ERROR: " WS-CANT-ERRORES.
001290     IF WS-CANT-ERRORES > 0
001300         MOVE 8 TO RETURN-CODE
001310     ELSE
001320         MOVE 0 TO RETURN-CODE
001330     END-IF.
001340     GOBACK.
001350
001360******************************************************************
001370* 0100-EXIGIR-OPERADOR - PIDE LA IDENTIFICACION Y LA VALIDA
001380* CONTRA EL MAESTRO (VALOPER, POSICION 27: REINICIO DE
001390* ENTRENAMIENTO). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001400******************************************************************
001410 0100-EXIGIR-OPERADOR.
001420     DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR".
001430     ACCEPT VOP-ID.
001440     MOVE 27 TO VOP-POSICION.
001450     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001460     IF VOP-AUTORIZADO
001470         GO TO 0100-EXIT
001480     END-IF.
001490     DISPLAY "OPERADOR NO AUTORIZADO PARA REINICIAR EL "
001500         "ENTRENAMIENTO, LA CORRIDA SE RECHAZA".
001510     MOVE VOP-ID TO AUD-OPERADOR.
001520     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
001530     ACCEPT AUD-HORA FROM TIME.
001540     MOVE "REINIENT" TO AUD-PROGRAMA.
001550     MOVE SPACE TO AUD-RESULTADO.
001560     STRING "FIRMA RECHAZADA ID=" VOP-ID
001570         DELIMITED BY SIZE INTO AUD-RESULTADO.
001580     MOVE SPACE TO AUD-SEPARADOR-1.
001590     MOVE SPACE TO AUD-SEPARADOR-2.
001600     MOVE SPACE TO AUD-SEPARADOR-3.
001610     MOVE SPACE TO AUD-SEPARADOR-4.
001620     MOVE SPACE TO AUD-SEPARADOR-5.
001630     MOVE 0 TO AUD-SECUENCIA.
001640     CALL "AUDITWRT" USING REG-AUDITORIA.
001650 0100-EXIT.
001660     EXIT.
001670
001680******************************************************************
001690* 1000-REINICIAR-SECUENCIAL - ASIGNA EL ARCHIVO DE TRABAJO AL
001700* DATASET ENTRENA.<NOMBRE> DE LA ENTRADA Y LO ABRE EN SALIDA, LO
001710* QUE LO DEJA VACIO. LAS ENTRADAS INDEXADAS SE SALTEAN (2000).
001720******************************************************************
001730 1000-REINICIAR-SECUENCIAL.
001740     IF NOT ENT-SECUENCIAL (ENT-IND-ARCHIVO)
001750         GO TO 1000-EXIT
001760     END-IF.
001770     MOVE ENT-NOMBRE (ENT-IND-ARCHIVO) TO WS-NOMBRE-ARCHIVO.
001780     MOVE SPACE TO ENT-DATASET.
001790     STRING "ENTRENA." WS-NOMBRE-ARCHIVO
001800         DELIMITED BY SPACE INTO ENT-DATASET.
001810     DISPLAY "DD_ENTRARCH" UPON ENVIRONMENT-NAME.
001820     DISPLAY ENT-DATASET UPON ENVIRONMENT-VALUE.
001830     OPEN OUTPUT ARCHIVO-ENTRENA.
001840     PERFORM 8000-CONTAR-RESULTADO THRU 8000-EXIT.
001850     IF WS-ARCHIVO-STATUS = "00"
001860         CLOSE ARCHIVO-ENTRENA
001870     END-IF.
001880 1000-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920* 2000-REINICIAR-INDEXADOS - CON LA ASIGNACION DE ENTRENAMIENTO
001930* ACTIVA (COPY ENTRENAP) CREA VACIOS LOS CUATRO INDEXADOS Y
001940* DESPUES DEVUELVE TODO A PRODUCCION.
001950******************************************************************
001960 2000-REINICIAR-INDEXADOS.
001970     PERFORM ACTIVAR-ENTRENAMIENTO
001980         THRU ACTIVAR-ENTRENAMIENTO-EXIT.
001990     MOVE "ULTIRUN" TO WS-NOMBRE-ARCHIVO.
002000     OPEN OUTPUT ULTIMA-CORRIDA.
002010     PERFORM 8000-CONTAR-RESULTADO THRU 8000-EXIT.
002020     IF WS-ARCHIVO-STATUS = "00"
002030         CLOSE ULTIMA-CORRIDA
002040     END-IF.
002050     MOVE "HISTCORR" TO WS-NOMBRE-ARCHIVO.
002060     OPEN OUTPUT HISTORIAL.
002070     PERFORM 8000-CONTAR-RESULTADO THRU 8000-EXIT.
002080     IF WS-ARCHIVO-STATUS = "00"
002090         CLOSE HISTORIAL
002100     END-IF.
002110     MOVE "RECHAZOS" TO WS-NOMBRE-ARCHIVO.
002120     OPEN OUTPUT RECHAZOS.
002130     PERFORM 8000-CONTAR-RESULTADO THRU 8000-EXIT.
002140     IF WS-ARCHIVO-STATUS = "00"
002150         CLOSE RECHAZOS
002160     END-IF.
002170     MOVE "EXTDIA5" TO WS-NOMBRE-ARCHIVO.
002180     OPEN OUTPUT EXTREMOS-DIA.
002190     PERFORM 8000-CONTAR-RESULTADO THRU 8000-EXIT.
002200     IF WS-ARCHIVO-STATUS = "00"
002210         CLOSE EXTREMOS-DIA
002220     END-IF.
002230     PERFORM DESACTIVAR-ENTRENAMIENTO
002240         THRU DESACTIVAR-ENTRENAMIENTO-EXIT.
002250 2000-EXIT.
002260     EXIT.
002270
002280******************************************************************
002290* 3000-AUDITAR-REINICIO - DEJA EL REINICIO EN EL LOG DE
002300* PRODUCCION CON LAS CANTIDADES (LA ASIGNACION YA SE DESACTIVO).
002310******************************************************************
002320 3000-AUDITAR-REINICIO.
002330     MOVE VOP-ID TO AUD-OPERADOR.
002340     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002350     ACCEPT AUD-HORA FROM TIME.
002360     MOVE "REINIENT" TO AUD-PROGRAMA.
002370     MOVE SPACE TO AUD-RESULTADO.
002380     STRING "REINICIA ENTRENA ARCH=" WS-CANT-REINICIADOS
002390         " ERR=" WS-CANT-ERRORES
002400         DELIMITED BY SIZE INTO AUD-RESULTADO.
002410     MOVE SPACE TO AUD-SEPARADOR-1.
002420     MOVE SPACE TO AUD-SEPARADOR-2.
002430     MOVE SPACE TO AUD-SEPARADOR-3.
002440     MOVE SPACE TO AUD-SEPARADOR-4.
002450     MOVE SPACE TO AUD-SEPARADOR-5.
002460     MOVE 0 TO AUD-SECUENCIA.
002470     CALL "AUDITWRT" USING REG-AUDITORIA.
002480 3000-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520* 8000-CONTAR-RESULTADO - CUENTA EL ARCHIVO RECIEN ABIERTO COMO
002530* REINICIADO O COMO ERROR; EL ERROR SE INFORMA POR PANTALLA.
002540******************************************************************
002550 8000-CONTAR-RESULTADO.
002560     IF WS-ARCHIVO-STATUS = "00"
002570         ADD 1 TO WS-CANT-REINICIADOS
002580     ELSE
002590         ADD 1 TO WS-CANT-ERRORES
002600         DISPLAY "NO SE PUDO REINICIAR ENTRENA."
002610             WS-NOMBRE-ARCHIVO " STATUS=" WS-ARCHIVO-STATUS
002620     END-IF.
002630 8000-EXIT.
002640     EXIT.
002650
002660     COPY ENTRENAP.

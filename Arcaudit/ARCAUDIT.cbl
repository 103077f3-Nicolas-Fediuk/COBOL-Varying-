000353*                    EN WORKING-STORAGE, COMO EN MENU0, PORQUE
000354*                    EL FD DEL LOG ES DE LECTURA) Y EL PROGRAMA
000355*                    TERMINA CON RETURN-CODE 16.
000356* 15/10/2026  RA     CORRIDO POR EL FIN DE MES (FINDEMES): TOMA EL
000357*                    OPERADOR YA FIRMADO (COPY FIRMENU) Y LA FECHA
000358*                    DE CORTE DE LA VARIABLE EJER-CORTE-AUD, QUE
000359*                    FINDEMES CARGA CON EL PRIMER DIA DEL MES DE
000360*                    NEGOCIO; SIN ELLA LA FECHA SE PIDE COMO
000361*                    SIEMPRE. LA FECHA RECIBIDA PASA POR LAS
000362*                    MISMAS VALIDACIONES.
000363******************************************************************
000364 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000897 01  OPERADOR-AUTORIZACION.
000898     COPY OPERLNK.
000899
000900 01  FIRMA-MENU-COM EXTERNAL.
000901     COPY FIRMENU.
000902
000903*    REGISTRO DE AUDITORIA ARMADO EN WORKING-STORAGE PARA LA
000904*    FIRMA RECHAZADA; EL FD DEL LOG ES DE LECTURA.
000905 01  REG-AUDITORIA-TRABAJO.
000906     05  AUT-OPERADOR            PIC X(08).
000907     05  AUT-SEPARADOR-1         PIC X(01).
000908     05  AUT-FECHA               PIC 9(08).
000909     05  AUT-SEPARADOR-2         PIC X(01).
000910     05  AUT-HORA                PIC 9(06).
000911     05  AUT-SEPARADOR-3         PIC X(01).
000912     05  AUT-PROGRAMA            PIC X(10).
000913     05  AUT-SEPARADOR-4         PIC X(01).
000914     05  AUT-RESULTADO           PIC X(30).
000915     05  AUT-SEPARADOR-5         PIC X(01).
000916     05  AUT-SECUENCIA           PIC 9(06).
000923
000933 01  SW-FIN-AUDITORIA            PIC X(01) VALUE "N".
000943     88  FIN-DE-AUDITORIA                  VALUE "S".
001294* FIRMA RECHAZADA QUEDA EN EL LOG DE AUDITORIA.
001295******************************************************************
001296 0100-EXIGIR-OPERADOR.
001297     IF FMN-FIRMA-ACTIVA
001298         MOVE FMN-OPERADOR TO VOP-ID
001299     ELSE
001300         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001301         ACCEPT VOP-ID
001302     END-IF.
001303     MOVE 11 TO VOP-POSICION.
001304     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001305     IF VOP-AUTORIZADO
001306         GO TO 0100-EXIT
001307     END-IF.
001308     DISPLAY "OPERADOR NO AUTORIZADO PARA EL CORTE DEL LOG, "
001309         "LA CORRIDA SE RECHAZA".
001310     MOVE VOP-ID TO AUT-OPERADOR.
001311     ACCEPT AUT-FECHA FROM DATE YYYYMMDD.
001312     ACCEPT AUT-HORA FROM TIME.
001313     MOVE "ARCAUDIT" TO AUT-PROGRAMA.
001314     MOVE SPACE TO AUT-RESULTADO.
001315     STRING "FIRMA RECHAZADA ID=" VOP-ID
001316         DELIMITED BY SIZE INTO AUT-RESULTADO.
001317     MOVE SPACE TO AUT-SEPARADOR-1.
001318     MOVE SPACE TO AUT-SEPARADOR-2.
001319     MOVE SPACE TO AUT-SEPARADOR-3.
001320     MOVE SPACE TO AUT-SEPARADOR-4.
001321     MOVE SPACE TO AUT-SEPARADOR-5.
001322     MOVE 0 TO AUT-SECUENCIA.
001323     CALL "AUDITWRT" USING REG-AUDITORIA-TRABAJO.
001324 0100-EXIT.
001325     EXIT.
001326
001332******************************************************************
001342* 1000-INICIALIZAR - PIDE LA FECHA DE CORTE DE LA RETENCION. LOS
001352* REGISTROS ANTERIORES A ESA FECHA PASAN AL HISTORICO; LOS DEMAS
001372******************************************************************
001382 1000-INICIALIZAR.
001392     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001394     MOVE SPACE TO WS-ENTRADA-FECHA.
001396     ACCEPT WS-ENTRADA-FECHA FROM ENVIRONMENT "EJER-CORTE-AUD".
001398     IF WS-ENTRADA-FECHA = SPACE
001400         DISPLAY "FECHA DE CORTE (AAAAMMDD): SE ARCHIVA LO "
001402             "ANTERIOR"
001404         ACCEPT WS-ENTRADA-FECHA
001406     ELSE
001408         DISPLAY "FECHA DE CORTE RECIBIDA DEL FIN DE MES: "
001410             WS-ENTRADA-FECHA
001412     END-IF.
001422     IF WS-ENTRADA-FECHA NOT NUMERIC
001432         DISPLAY "FECHA DE CORTE INVALIDA: " WS-ENTRADA-FECHA
001442         SET CORTE-INVALIDO TO TRUE

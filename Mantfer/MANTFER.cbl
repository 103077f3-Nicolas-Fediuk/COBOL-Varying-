000360*                    AUDITORIA. LA VALIDACION DE FECHA USA LA
000370*                    TABLA DE LARGOS DE MES Y LA REGLA DE
000380*                    BISIESTOS DE CIERRDIA.
000382* 15/10/2026  RA     LLAMADO DESDE EL MENU (COPY FIRMENU), TOMA
000384*                    EL OPERADOR QUE FIRMO EN MENU0 EN VEZ DE
000386*                    PEDIR LA IDENTIFICACION OTRA VEZ.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000580
000590 01  OPERADOR-AUTORIZACION.
000600     COPY OPERLNK.
000602
000604 01  FIRMA-MENU-COM EXTERNAL.
000606     COPY FIRMENU.
000610
000620 01  FECHA-NEGOCIO-COM.
000630     COPY FECHALNK.
001360* FERIADOS). UNA FIRMA RECHAZADA QUEDA EN EL LOG.
001370******************************************************************
001380 0100-EXIGIR-OPERADOR.
001384     IF FMN-FIRMA-ACTIVA
001388         MOVE FMN-OPERADOR TO VOP-ID
001392     ELSE
001396         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001400         ACCEPT VOP-ID
001404     END-IF.
001410     MOVE 16 TO VOP-POSICION.
001420     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001430     IF VOP-AUTORIZADO

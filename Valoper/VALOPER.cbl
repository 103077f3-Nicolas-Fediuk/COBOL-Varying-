000160*OPR-PERMISOS que el programa que llama indica (COPY OPERLNK).
000170*Cualquiera que pueda someter un job ya no puede cerrar el dia
000180*de negocio ni cortar el log de auditoria sin una identidad
000185*autorizada. Antes de mirar el permiso se exige el PIN secreto
000190*del operador (subprograma FIRMAPIN): conocer la identificacion de
000195*un supervisor ya no alcanza para firmar en su nombre.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    VALOPER.
000310*                    NO HAY AUTORIZACION POSIBLE: SE DEVUELVE
000320*                    INEXISTENTE, IGUAL QUE EN MENU0 LA FIRMA NO
000330*                    SE LOGRA SIN MAESTRO.
000331* 15/10/2026  RA     LA FIRMA EXIGE EL PIN DEL OPERADOR
000332*                    (FIRMAPIN, COPY PINLNK) ANTES DE MIRAR EL
000333*                    PERMISO: UN PIN ERRONEO O UN CAMBIO
000334*                    OBLIGATORIO NO COMPLETADO DEVUELVEN
000335*                    VOP-PIN-ERRONEO, Y UN OPERADOR BLOQUEADO
000336*                    VOP-BLOQUEADO. EL CONTROL DE POSICION ADMITE
000337*                    LAS 32 DE OPR-PERMISOS; SEGUIA CORTANDO EN 16
000338*                    Y DENEGABA LAS POSICIONES 17 EN ADELANTE.
000340* 15/10/2026  RA     DENTRO DE UNA SESION DEL MENU (COPY FIRMENU)
000342*                    NO SE VUELVE A PEDIR EL PIN DEL OPERADOR QUE
000344*                    FIRMO EN MENU0; EL ACTIVO, EL BLOQUEO Y LA
000346*                    POSICION SE SIGUEN CONTROLANDO.
000348******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000530     88  OPERADOR-HALLADO                  VALUE "S".
000540 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
000550     88  FIN-DE-MAESTRO                    VALUE "S".
000552
000554 01  PIN-VERIFICACION.
000556     COPY PINLNK.
000557
000558 01  FIRMA-MENU-COM EXTERNAL.
000559     COPY FIRMENU.
000560
000570 LINKAGE SECTION.
000580 01  OPERADOR-AUTORIZACION.
000830     IF OPR-ACTIVO NOT = "S"
000840         MOVE "I" TO VOP-ESTADO
000850         GOBACK
000851     END-IF.
000852     IF FMN-FIRMA-ACTIVA AND VOP-ID = FMN-OPERADOR
000853         IF OPR-ESTA-BLOQUEADO
000854             MOVE "B" TO VOP-ESTADO
000855             GOBACK
000856         END-IF
000857         GO TO 0010-CONTROLAR-POSICION
000860     END-IF.
000861     MOVE VOP-ID TO PIN-ID.
000862     CALL "FIRMAPIN" USING PIN-VERIFICACION.
000863     EVALUATE TRUE
000864         WHEN PIN-ACEPTADO
000865             CONTINUE
000866         WHEN PIN-BLOQUEADO
000867             MOVE "B" TO VOP-ESTADO
000868             GOBACK
000869         WHEN PIN-ERRONEO
000870         WHEN PIN-SIN-CAMBIO
000871             MOVE "C" TO VOP-ESTADO
000872             GOBACK
000873         WHEN OTHER
000874             GOBACK
000875     END-EVALUATE.
000876 0010-CONTROLAR-POSICION.
000877     IF VOP-POSICION < 1 OR VOP-POSICION > 32
000880         MOVE "P" TO VOP-ESTADO
000890         GOBACK
000900     END-IF.

000450*                    CERO ABENDA LA DIVISION DEL CHECKPOINT EN
000460*                    PLENA CORRIDA) Y LOS TOPES DEL RANGO DEBEN
000470*                    MANTENER TOLERMAX POR ENCIMA DE TOLERMIN.
000473* 15/10/2026  RA     AGREGADA LA CLAVE DIASDUPL (DIAS ARCHIVADOS
000476*                    DEL CONTROL DE DUPLICADOS DE REPARTE0).
000478* 15/10/2026  RA     AGREGADAS LAS CLAVES DESVIOS4 Y DIASEST4 DEL
000480*                    REGISTRO DE ATIPICOS DE EJERCICIO4. DESVIOS4
000482*                    ADMITE UN DECIMAL Y NO PASA DE 99.9; DIASEST4
000484*                    NO PASA DE 99, LOS DIAS QUE GUARDA EL
000486*                    HISTORIAL EST4HIST.
000488* 15/10/2026  RA     AGREGADA LA CLAVE INTENPIN (PIN ERRONEOS
000490*                    SEGUIDOS QUE BLOQUEAN A UN OPERADOR), ENTRE 1
000492*                    Y 20.
000493* 15/10/2026  RA     AGREGADAS LAS CLAVES DE RETENCION RETHCORR,
000494*                    RETRECHA, RETALERT Y RETSUPLE (DEPURHIS),
000495*                    ENTRE 30 Y 999 DIAS: MENOS DE UN MES DEJARIA
000496*                    SIN HISTORIA AL CIERRE Y AL CONTROL DE
000497*                    SALTOS.
000499* 15/10/2026  RA     AGREGADA LA CLAVE DIASCAPA (DIAS HABILES DE
000501*                    AVISO DE INFCAPA), ENTRE 1 Y 250.
000502* 15/10/2026  RA     EL PENDIENTE SE GRABA CON LA MARCA DE
000503*                    SIMULACION EN "N" (LA PONE APRPARM).
000504* 15/10/2026  RA     AGREGADA LA CLAVE MINESCAL (MINUTOS ANTES DE
000505*                    ESCALAR UN AVISO DE GUARDIA), ENTRE 5 Y 999.
000506* 15/10/2026  RA     AGREGADAS LAS CLAVES CIEALERT, CIERECHA,
000507*                    CIEAUDOV Y CIEPARPE (TOLERANCIAS DE LA PUERTA
000508*                    DEL CIERRE), ENTRE 0 Y 999.
000509* 15/10/2026  RA     LLAMADO DESDE EL MENU (COPY FIRMENU), TOMA
000510*                    EL OPERADOR QUE FIRMO EN MENU0 EN VEZ DE
000511*                    PEDIR LA IDENTIFICACION OTRA VEZ.
000512******************************************************************
000513 ENVIRONMENT DIVISION.
000514 INPUT-OUTPUT SECTION.
000515 FILE-CONTROL.
000520     SELECT PENDIENTES ASSIGN TO "PARPEND"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PENDIENTES-STATUS.
000890
000900 01  OPERADOR-AUTORIZACION.
000910     COPY OPERLNK.
000912
000914 01  FIRMA-MENU-COM EXTERNAL.
000916     COPY FIRMENU.
000920
000930 PROCEDURE DIVISION.
000940******************************************************************
001120* NEGOCIO). UNA FIRMA RECHAZADA QUEDA EN EL LOG DE AUDITORIA.
001130******************************************************************
001140 0100-EXIGIR-OPERADOR.
001144     IF FMN-FIRMA-ACTIVA
001148         MOVE FMN-OPERADOR TO VOP-ID
001152     ELSE
001156         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001160         ACCEPT VOP-ID
001164     END-IF.
001170     MOVE 10 TO VOP-POSICION.
001180     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001190     IF VOP-AUTORIZADO
001531     DISPLAY "  VARMAXPC: " PAR-VARIACION-MAX.
001532     DISPLAY "  RETARCH : " PAR-RETENCION-ARCH.
001533     DISPLAY "  FERMINIM: " PAR-FERIADOS-MIN.
001536     DISPLAY "  DIASDUPL: " PAR-DIAS-DUPLICADO.
001537     DISPLAY "  DESVIOS4: " PAR-DESVIOS-ATIPICO.
001538     DISPLAY "  DIASEST4: " PAR-DIAS-HIST-EST4.
001539     DISPLAY "  INTENPIN: " PAR-INTENTOS-PIN.
001540     DISPLAY "  RETHCORR: " PAR-RETENCION-HISTCORR.
001541     DISPLAY "  RETRECHA: " PAR-RETENCION-RECHAZOS.
001542     DISPLAY "  RETALERT: " PAR-RETENCION-ALERTAS.
001543     DISPLAY "  RETSUPLE: " PAR-RETENCION-SUPLEM.
001545     DISPLAY "  DIASCAPA: " PAR-DIAS-CAPACIDAD.
001546     DISPLAY "  MINESCAL: " PAR-MINUTOS-ESCALADO.
001548     DISPLAY "  CIEALERT: " PAR-CIERRE-ALERTAS.
001550     DISPLAY "  CIERECHA: " PAR-CIERRE-RECHAZOS.
001552     DISPLAY "  CIEAUDOV: " PAR-CIERRE-DESBORDES.
001554     DISPLAY "  CIEPARPE: " PAR-CIERRE-PENDIENTES.
001556 1000-EXIT.
001558     EXIT.
001560
001570******************************************************************
001580* 2000-MANTENER-PARAMETRO - PIDE CLAVE, VALOR NUEVO Y FECHA DE
001620 2000-MANTENER-PARAMETRO.
001630     DISPLAY "CLAVE A CAMBIAR (TOLERMAX/TOLERMIN/FRECCKP1/"
001640         "FRECCKP2/LIMRECHA/UMBRALER/VARMAXPC/RETARCH/"
001643         "FERMINIM/DIASDUPL/DESVIOS4/DIASEST4/INTENPIN/"
001644         "RETHCORR/RETRECHA/RETALERT/RETSUPLE/DIASCAPA/"
001645         "MINESCAL/CIEALERT/CIERECHA/CIEAUDOV/CIEPARPE, "
001647         "BLANCO=FIN)".
001650     ACCEPT WS-CLAVE-ELEGIDA.
001660     IF WS-CLAVE-ELEGIDA = SPACE
001670         SET FIN-DE-MANTENIMIENTO TO TRUE
002194             MOVE PAR-RETENCION-ARCH TO WS-VALOR-ANTERIOR
002195         WHEN "FERMINIM"
002196             MOVE PAR-FERIADOS-MIN TO WS-VALOR-ANTERIOR
002197         WHEN "DIASDUPL"
002198             MOVE PAR-DIAS-DUPLICADO TO WS-VALOR-ANTERIOR
002200         WHEN "DESVIOS4"
002202             MOVE PAR-DESVIOS-ATIPICO TO WS-VALOR-ANTERIOR
002204         WHEN "DIASEST4"
002206             MOVE PAR-DIAS-HIST-EST4 TO WS-VALOR-ANTERIOR
002207         WHEN "INTENPIN"
002208             MOVE PAR-INTENTOS-PIN TO WS-VALOR-ANTERIOR
002209         WHEN "RETHCORR"
002210             MOVE PAR-RETENCION-HISTCORR TO WS-VALOR-ANTERIOR
002211         WHEN "RETRECHA"
002212             MOVE PAR-RETENCION-RECHAZOS TO WS-VALOR-ANTERIOR
002213         WHEN "RETALERT"
002214             MOVE PAR-RETENCION-ALERTAS TO WS-VALOR-ANTERIOR
002215         WHEN "RETSUPLE"
002216             MOVE PAR-RETENCION-SUPLEM TO WS-VALOR-ANTERIOR
002218         WHEN "DIASCAPA"
002220             MOVE PAR-DIAS-CAPACIDAD TO WS-VALOR-ANTERIOR
002221         WHEN "MINESCAL"
002222             MOVE PAR-MINUTOS-ESCALADO TO WS-VALOR-ANTERIOR
002223         WHEN "CIEALERT"
002224             MOVE PAR-CIERRE-ALERTAS TO WS-VALOR-ANTERIOR
002225         WHEN "CIERECHA"
002226             MOVE PAR-CIERRE-RECHAZOS TO WS-VALOR-ANTERIOR
002227         WHEN "CIEAUDOV"
002228             MOVE PAR-CIERRE-DESBORDES TO WS-VALOR-ANTERIOR
002229         WHEN "CIEPARPE"
002230             MOVE PAR-CIERRE-PENDIENTES TO WS-VALOR-ANTERIOR
002231         WHEN OTHER
002232             MOVE "N" TO SW-CLAVE-CONOCIDA
002233     END-EVALUATE.
002234 2100-EXIT.
002240     EXIT.
002250
002260******************************************************************
002371         WHEN "VARMAXPC"
002372         WHEN "RETARCH"
002373         WHEN "FERMINIM"
002376         WHEN "DIASDUPL"
002380             IF NUM < 1
002390                 DISPLAY "EL VALOR DE " WS-CLAVE-ELEGIDA
002400                     " DEBE SER MAYOR A CERO"
002401                 MOVE "N" TO SW-VALOR-ACEPTABLE
002402             END-IF
002403         WHEN "DESVIOS4"
002404             IF NUM NOT > 0 OR NUM > 99.9
002405                 DISPLAY "DESVIOS4 DEBE SER MAYOR A CERO Y NO "
002406                     "PASAR DE 99.9"
002407                 MOVE "N" TO SW-VALOR-ACEPTABLE
002408             END-IF
002409         WHEN "DIASEST4"
002410             IF NUM < 1 OR NUM > 99
002411                 DISPLAY "DIASEST4 DEBE ESTAR ENTRE 1 Y 99"
002412                 MOVE "N" TO SW-VALOR-ACEPTABLE
002413             END-IF
002414         WHEN "INTENPIN"
002415             IF NUM < 1 OR NUM > 20
002416                 DISPLAY "INTENPIN DEBE ESTAR ENTRE 1 Y 20"
002417                 MOVE "N" TO SW-VALOR-ACEPTABLE
002418             END-IF
002419         WHEN "RETHCORR"
002420         WHEN "RETRECHA"
002421         WHEN "RETALERT"
002422         WHEN "RETSUPLE"
002423             IF NUM < 30 OR NUM > 999
002424                 DISPLAY WS-CLAVE-ELEGIDA
002425                     " DEBE ESTAR ENTRE 30 Y 999 DIAS"
002426                 MOVE "N" TO SW-VALOR-ACEPTABLE
002427             END-IF
002428         WHEN "DIASCAPA"
002429             IF NUM < 1 OR NUM > 250
002430                 DISPLAY "DIASCAPA DEBE ESTAR ENTRE 1 Y 250 DIAS"
002431                 MOVE "N" TO SW-VALOR-ACEPTABLE
002432             END-IF
002433         WHEN "MINESCAL"
002434             IF NUM < 5 OR NUM > 999
002435                 DISPLAY "MINESCAL DEBE ESTAR ENTRE 5 Y 999 "
002436                     "MINUTOS"
002437                 MOVE "N" TO SW-VALOR-ACEPTABLE
002438             END-IF
002439         WHEN "CIEALERT"
002440         WHEN "CIERECHA"
002441         WHEN "CIEAUDOV"
002442         WHEN "CIEPARPE"
002443             IF NUM < 0 OR NUM > 999
002444                 DISPLAY WS-CLAVE-ELEGIDA
002445                     " DEBE ESTAR ENTRE 0 Y 999"
002446                 MOVE "N" TO SW-VALOR-ACEPTABLE
002447             END-IF
002448         WHEN "TOLERMAX"
002449             IF NUM NOT > PAR-TOLERANCIA-MIN
002450                 DISPLAY "TOLERMAX DEBE SER MAYOR QUE EL "
002460                     "TOLERMIN VIGENTE (" PAR-TOLERANCIA-MIN
002470                     ")"
002723     MOVE SPACE TO PPE-SEPARADOR-5.
002724     MOVE SPACE TO PPE-SEPARADOR-6.
002725     MOVE SPACE TO PPE-SEPARADOR-7.
002726     MOVE SPACE TO PPE-SEPARADOR-8.
002727     MOVE "N" TO PPE-SIMULACION.
002730     OPEN EXTEND PENDIENTES.
002740     IF WS-PENDIENTES-STATUS = "35"
002750         OPEN OUTPUT PENDIENTES

000350*                    AVISO, PORQUE UNA FRECUENCIA EN CERO ABENDA
000360*                    LA DIVISION DEL CHECKPOINT EN PLENA
000370*                    CORRIDA.
000372* 15/10/2026  RA     AGREGADA LA CLAVE DIASDUPL (DIAS HABILES
000374*                    ARCHIVADOS CONTRA LOS QUE REPARTE0 BUSCA
000376*                    UNA ENTREGA DUPLICADA, OMISION 5).
000378* 15/10/2026  RA     AGREGADAS LAS CLAVES DESVIOS4 (DESVIOS
000380*                    ESTANDAR QUE HACEN ATIPICO UN VALOR DE
000382*                    EJERCICIO4, OMISION 3.0) Y DIASEST4 (DIAS DE
000384*                    SU HISTORIAL QUE ENTRAN EN LA REFERENCIA,
000386*                    OMISION 20).
000388* 15/10/2026  RA     AGREGADA LA CLAVE INTENPIN (PIN ERRONEOS
000390*                    SEGUIDOS QUE BLOQUEAN A UN OPERADOR, OMISION
000392*                    3).
000393* 15/10/2026  RA     AGREGADAS LAS CLAVES DE RETENCION DE LA
000394*                    DEPURACION DEPURHIS: RETHCORR (HISTORIAL DE
000395*                    CORRIDAS, OMISION 400), RETRECHA (RECHAZOS
000396*                    RESUELTOS, OMISION 180), RETALERT (HISTORICO
000397*                    DE ALERTAS, OMISION 365) Y RETSUPLE (LOTES
000398*                    SUPLEMENTARIOS, OMISION 90).
000399* 15/10/2026  RA     AGREGADA LA CLAVE DIASCAPA (DIAS HABILES DE
000400*                    AVISO DEL REPORTE DE CAPACIDAD INFCAPA,
000401*                    OMISION 20).
000402* 15/10/2026  RA     AGREGADA LA CLAVE MINESCAL (MINUTOS SIN
000403*                    RECONOCER ANTES DE ESCALAR UN AVISO A LA
000404*                    GUARDIA SIGUIENTE, OMISION 30).
000405* 15/10/2026  RA     AGREGADAS LAS CLAVES CIEALERT, CIERECHA,
000406*                    CIEAUDOV Y CIEPARPE (LO QUE LA PUERTA DEL
000407*                    CIERRE TOLERA DE CADA CONDICION, OMISION 0:
000408*                    CUALQUIERA RETIENE EL CIERRE).
000409* 15/10/2026  RA     LAS OMISIONES, LA REGLA DE VIGENCIA Y EL
000410*                    SANEO SE REPITEN EN LA CONSULTA PARVIGEN
000411*                    (PARAMETROS VIGENTES A UNA FECHA PASADA):
000412*                    UNA CLAVE O UNA REGLA NUEVA VA EN LOS DOS.
000413******************************************************************
000414 ENVIRONMENT DIVISION.
000415 INPUT-OUTPUT SECTION.
000416 FILE-CONTROL.
000420     SELECT PARAMETROS ASSIGN TO "PARAMS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARAMETROS-STATUS.
000691     05  VIG-VARMAXPC            PIC 9(08) VALUE 0.
000692     05  VIG-RETARCH             PIC 9(08) VALUE 0.
000693     05  VIG-FERMINIM            PIC 9(08) VALUE 0.
000696     05  VIG-DIASDUPL            PIC 9(08) VALUE 0.
000697     05  VIG-DESVIOS4            PIC 9(08) VALUE 0.
000698     05  VIG-DIASEST4            PIC 9(08) VALUE 0.
000699     05  VIG-INTENPIN            PIC 9(08) VALUE 0.
000700     05  VIG-RETHCORR            PIC 9(08) VALUE 0.
000701     05  VIG-RETRECHA            PIC 9(08) VALUE 0.
000702     05  VIG-RETALERT            PIC 9(08) VALUE 0.
000703     05  VIG-RETSUPLE            PIC 9(08) VALUE 0.
000705     05  VIG-DIASCAPA            PIC 9(08) VALUE 0.
000706     05  VIG-MINESCAL            PIC 9(08) VALUE 0.
000708     05  VIG-CIEALERT            PIC 9(08) VALUE 0.
000710     05  VIG-CIERECHA            PIC 9(08) VALUE 0.
000712     05  VIG-CIEAUDOV            PIC 9(08) VALUE 0.
000714     05  VIG-CIEPARPE            PIC 9(08) VALUE 0.
000716
000718 LINKAGE SECTION.
000720 01  PARAMETROS-COM.
000730     COPY PARLINK.
000740
001021     MOVE 50       TO PAR-VARIACION-MAX.
001022     MOVE 30       TO PAR-RETENCION-ARCH.
001023     MOVE 3        TO PAR-FERIADOS-MIN.
001026     MOVE 5        TO PAR-DIAS-DUPLICADO.
001027     MOVE 3        TO PAR-DESVIOS-ATIPICO.
001028     MOVE 20       TO PAR-DIAS-HIST-EST4.
001029     MOVE 3        TO PAR-INTENTOS-PIN.
001030     MOVE 400      TO PAR-RETENCION-HISTCORR.
001031     MOVE 180      TO PAR-RETENCION-RECHAZOS.
001032     MOVE 365      TO PAR-RETENCION-ALERTAS.
001033     MOVE 90       TO PAR-RETENCION-SUPLEM.
001035     MOVE 20       TO PAR-DIAS-CAPACIDAD.
001036     MOVE 30       TO PAR-MINUTOS-ESCALADO.
001038     MOVE 0        TO PAR-CIERRE-ALERTAS.
001040     MOVE 0        TO PAR-CIERRE-RECHAZOS.
001042     MOVE 0        TO PAR-CIERRE-DESBORDES.
001044     MOVE 0        TO PAR-CIERRE-PENDIENTES.
001046 1000-EXIT.
001048     EXIT.
001050
001060******************************************************************
001070* 2000-APLICAR-REGISTRO - APLICA UN REGISTRO DEL ARCHIVO SI SU
001513                 MOVE PRM-VALOR TO PAR-FERIADOS-MIN
001514                 MOVE PRM-FECHA-VIGENCIA TO VIG-FERMINIM
001515             END-IF
001516         WHEN "DIASDUPL"
001517             IF PRM-FECHA-VIGENCIA NOT < VIG-DIASDUPL
001518                 MOVE PRM-VALOR TO PAR-DIAS-DUPLICADO
001519                 MOVE PRM-FECHA-VIGENCIA TO VIG-DIASDUPL
001520             END-IF
001521         WHEN "DESVIOS4"
001522             IF PRM-FECHA-VIGENCIA NOT < VIG-DESVIOS4
001523                 MOVE PRM-VALOR TO PAR-DESVIOS-ATIPICO
001524                 MOVE PRM-FECHA-VIGENCIA TO VIG-DESVIOS4
001525             END-IF
001526         WHEN "DIASEST4"
001527             IF PRM-FECHA-VIGENCIA NOT < VIG-DIASEST4
001528                 MOVE PRM-VALOR TO PAR-DIAS-HIST-EST4
001529                 MOVE PRM-FECHA-VIGENCIA TO VIG-DIASEST4
001530             END-IF
001531         WHEN "INTENPIN"
001532             IF PRM-FECHA-VIGENCIA NOT < VIG-INTENPIN
001533                 MOVE PRM-VALOR TO PAR-INTENTOS-PIN
001534                 MOVE PRM-FECHA-VIGENCIA TO VIG-INTENPIN
001535             END-IF
001536         WHEN "RETHCORR"
001537             IF PRM-FECHA-VIGENCIA NOT < VIG-RETHCORR
001538                 MOVE PRM-VALOR TO PAR-RETENCION-HISTCORR
001539                 MOVE PRM-FECHA-VIGENCIA TO VIG-RETHCORR
001540             END-IF
001541         WHEN "RETRECHA"
001542             IF PRM-FECHA-VIGENCIA NOT < VIG-RETRECHA
001543                 MOVE PRM-VALOR TO PAR-RETENCION-RECHAZOS
001544                 MOVE PRM-FECHA-VIGENCIA TO VIG-RETRECHA
001545             END-IF
001546         WHEN "RETALERT"
001547             IF PRM-FECHA-VIGENCIA NOT < VIG-RETALERT
001548                 MOVE PRM-VALOR TO PAR-RETENCION-ALERTAS
001549                 MOVE PRM-FECHA-VIGENCIA TO VIG-RETALERT
001550             END-IF
001551         WHEN "RETSUPLE"
001552             IF PRM-FECHA-VIGENCIA NOT < VIG-RETSUPLE
001553                 MOVE PRM-VALOR TO PAR-RETENCION-SUPLEM
001554                 MOVE PRM-FECHA-VIGENCIA TO VIG-RETSUPLE
001555             END-IF
001556         WHEN "DIASCAPA"
001557             IF PRM-FECHA-VIGENCIA NOT < VIG-DIASCAPA
001558                 MOVE PRM-VALOR TO PAR-DIAS-CAPACIDAD
001559                 MOVE PRM-FECHA-VIGENCIA TO VIG-DIASCAPA
001560             END-IF
001561         WHEN "MINESCAL"
001562             IF PRM-FECHA-VIGENCIA NOT < VIG-MINESCAL
001563                 MOVE PRM-VALOR TO PAR-MINUTOS-ESCALADO
001564                 MOVE PRM-FECHA-VIGENCIA TO VIG-MINESCAL
001565             END-IF
001566         WHEN "CIEALERT"
001567             IF PRM-FECHA-VIGENCIA NOT < VIG-CIEALERT
001568                 MOVE PRM-VALOR TO PAR-CIERRE-ALERTAS
001569                 MOVE PRM-FECHA-VIGENCIA TO VIG-CIEALERT
001570             END-IF
001571         WHEN "CIERECHA"
001572             IF PRM-FECHA-VIGENCIA NOT < VIG-CIERECHA
001573                 MOVE PRM-VALOR TO PAR-CIERRE-RECHAZOS
001574                 MOVE PRM-FECHA-VIGENCIA TO VIG-CIERECHA
001575             END-IF
001576         WHEN "CIEAUDOV"
001577             IF PRM-FECHA-VIGENCIA NOT < VIG-CIEAUDOV
001578                 MOVE PRM-VALOR TO PAR-CIERRE-DESBORDES
001579                 MOVE PRM-FECHA-VIGENCIA TO VIG-CIEAUDOV
001580             END-IF
001581         WHEN "CIEPARPE"
001582             IF PRM-FECHA-VIGENCIA NOT < VIG-CIEPARPE
001583                 MOVE PRM-VALOR TO PAR-CIERRE-PENDIENTES
001584                 MOVE PRM-FECHA-VIGENCIA TO VIG-CIEPARPE
001585             END-IF
001586         WHEN OTHER
001587             DISPLAY "LEEPARAM: CLAVE DESCONOCIDA " PRM-CLAVE
001588                 ", SE IGNORA"
001589     END-EVALUATE.
001590 2000-EXIT.
001591     EXIT.
001592
001595******************************************************************
001605* 3000-SANEAR-PARAMETROS - UNA FRECUENCIA O UN LIMITE EN CERO NO
001615* SE DEVUELVE NUNCA: VUELVE A SU VALOR POR OMISION CON AVISO.
001845     IF PAR-FERIADOS-MIN = 0
001855         DISPLAY "LEEPARAM: FERMINIM EN CERO, SE USA 3"
001865         MOVE 3 TO PAR-FERIADOS-MIN
001867     END-IF.
001869     IF PAR-DIAS-DUPLICADO = 0
001871         DISPLAY "LEEPARAM: DIASDUPL EN CERO, SE USA 5"
001873         MOVE 5 TO PAR-DIAS-DUPLICADO
001874     END-IF.
001875     IF PAR-DESVIOS-ATIPICO = 0
001876         DISPLAY "LEEPARAM: DESVIOS4 EN CERO, SE USA 3"
001877         MOVE 3 TO PAR-DESVIOS-ATIPICO
001878     END-IF.
001879     IF PAR-DIAS-HIST-EST4 = 0
001880         DISPLAY "LEEPARAM: DIASEST4 EN CERO, SE USA 20"
001881         MOVE 20 TO PAR-DIAS-HIST-EST4
001883     END-IF.
001885     IF PAR-INTENTOS-PIN = 0
001887         DISPLAY "LEEPARAM: INTENPIN EN CERO, SE USA 3"
001889         MOVE 3 TO PAR-INTENTOS-PIN
001890     END-IF.
001891     IF PAR-RETENCION-HISTCORR = 0
001892         DISPLAY "LEEPARAM: RETHCORR EN CERO, SE USA 400"
001893         MOVE 400 TO PAR-RETENCION-HISTCORR
001894     END-IF.
001895     IF PAR-RETENCION-RECHAZOS = 0
001896         DISPLAY "LEEPARAM: RETRECHA EN CERO, SE USA 180"
001897         MOVE 180 TO PAR-RETENCION-RECHAZOS
001898     END-IF.
001899     IF PAR-RETENCION-ALERTAS = 0
001900         DISPLAY "LEEPARAM: RETALERT EN CERO, SE USA 365"
001901         MOVE 365 TO PAR-RETENCION-ALERTAS
001902     END-IF.
001903     IF PAR-RETENCION-SUPLEM = 0
001904         DISPLAY "LEEPARAM: RETSUPLE EN CERO, SE USA 90"
001905         MOVE 90 TO PAR-RETENCION-SUPLEM
001906     END-IF.
001907     IF PAR-DIAS-CAPACIDAD = 0
001908         DISPLAY "LEEPARAM: DIASCAPA EN CERO, SE USA 20"
001909         MOVE 20 TO PAR-DIAS-CAPACIDAD
001919     END-IF.
001929     IF PAR-MINUTOS-ESCALADO = 0
001939         DISPLAY "LEEPARAM: MINESCAL EN CERO, SE USA 30"
001949         MOVE 30 TO PAR-MINUTOS-ESCALADO
001959     END-IF.
001969 3000-EXIT.
001979     EXIT.
001989
001999 END PROGRAM LEEPARAM.

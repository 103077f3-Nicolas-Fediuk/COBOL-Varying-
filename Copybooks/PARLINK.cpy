      *                    MINIMA DE FERIADOS FUTUROS CARGADOS EN
      *                    CALENFER ANTES DE QUE EL CIERRE Y EL
      *                    MANTENIMIENTO (MANTFER) ALERTEN.
      * 15/10/2026  RA     AGREGADO PAR-DIAS-DUPLICADO, LOS ULTIMOS DIAS
      *                    HABILES ARCHIVADOS EN ARCTRAN CONTRA LOS QUE
      *                    REPARTE0 BUSCA UNA ENTREGA DUPLICADA.
      * 15/10/2026  RA     AGREGADOS PAR-DESVIOS-ATIPICO, LOS DESVIOS
      *                    ESTANDAR A PARTIR DE LOS CUALES EJERCICIO4
      *                    DA UN VALOR POR ATIPICO, Y
      *                    PAR-DIAS-HIST-EST4, LOS DIAS DE SU HISTORIAL
      *                    QUE ENTRAN EN EL PROMEDIO Y EL DESVIO DE
      *                    REFERENCIA.
      * 15/10/2026  RA     AGREGADO PAR-INTENTOS-PIN, LOS PIN ERRONEOS
      *                    SEGUIDOS CON LOS QUE FIRMAPIN BLOQUEA AL
      *                    OPERADOR.
      * 15/10/2026  RA     AGREGADOS PAR-RETENCION-HISTCORR,
      *                    PAR-RETENCION-RECHAZOS, PAR-RETENCION-ALERTAS
      *                    Y PAR-RETENCION-SUPLEM, LOS DIAS QUE CADA
      *                    ARCHIVO RETIENE ANTES DE QUE DEPURHIS MUEVA
      *                    LO VENCIDO A SU ARCHIVO HISTORICO.
      * 15/10/2026  RA     AGREGADO PAR-DIAS-CAPACIDAD, LOS DIAS HABILES
      *                    DE ANTICIPACION CON QUE INFCAPA AVISA QUE UN
      *                    ARCHIVO VA A LLENAR LA TABLA DE UN PROGRAMA.
      * 15/10/2026  RA     AGREGADO PAR-MINUTOS-ESCALADO, LOS MINUTOS
      *                    QUE UNA ALERTA CRITICA AVISADA PUEDE SEGUIR
      *                    SIN RECONOCER ANTES DE QUE ESCALAVI LA
      *                    ESCALE AL NIVEL DE GUARDIA SIGUIENTE.
      * 15/10/2026  RA     AGREGADOS PAR-CIERRE-ALERTAS, -RECHAZOS,
      *                    -DESBORDES Y -PENDIENTES: LO QUE LA PUERTA
      *                    DEL CIERRE (PUERCIER) TOLERA DE CADA
      *                    CONDICION SIN RETENER EL CIERRE DEL DIA.
      ******************************************************************
       05  PAR-TOLERANCIA-MAX       PIC S9(05)V99.
       05  PAR-TOLERANCIA-MIN       PIC S9(05)V99.
       05  PAR-VARIACION-MAX        PIC 9(03).
       05  PAR-RETENCION-ARCH       PIC 9(03).
       05  PAR-FERIADOS-MIN         PIC 9(02).
       05  PAR-DIAS-DUPLICADO       PIC 9(02).
       05  PAR-DESVIOS-ATIPICO      PIC 9(02)V9.
       05  PAR-DIAS-HIST-EST4       PIC 9(02).
       05  PAR-INTENTOS-PIN         PIC 9(02).
       05  PAR-RETENCION-HISTCORR   PIC 9(03).
       05  PAR-RETENCION-RECHAZOS   PIC 9(03).
       05  PAR-RETENCION-ALERTAS    PIC 9(03).
       05  PAR-RETENCION-SUPLEM     PIC 9(03).
       05  PAR-DIAS-CAPACIDAD       PIC 9(03).
       05  PAR-MINUTOS-ESCALADO     PIC 9(03).
       05  PAR-CIERRE-ALERTAS       PIC 9(03).
       05  PAR-CIERRE-RECHAZOS      PIC 9(03).
       05  PAR-CIERRE-DESBORDES     PIC 9(03).
       05  PAR-CIERRE-PENDIENTES    PIC 9(03).

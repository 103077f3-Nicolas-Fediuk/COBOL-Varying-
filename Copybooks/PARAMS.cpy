      *   VARMAXPC - PORCENTAJE DE VARIACION DIARIA QUE ALERTA
      *   RETARCH  - DIAS DE RETENCION DEL ARCHIVO DE ENTRADAS
      *   FERMINIM - MINIMO DE FERIADOS FUTUROS ANTES DE ALERTAR
      *   DIASDUPL - DIAS ARCHIVADOS CONTRA LOS QUE SE BUSCA DUPLICADO
      *   DESVIOS4 - DESVIOS ESTANDAR QUE HACEN ATIPICO UN VALOR
      *   DIASEST4 - DIAS DE HISTORIA DE EJERCICIO4 PARA EL PROMEDIO
      *   INTENPIN - PIN ERRONEOS SEGUIDOS QUE BLOQUEAN AL OPERADOR
      *   RETHCORR - DIAS DE RETENCION DEL HISTORIAL DE CORRIDAS
      *   RETRECHA - DIAS DE RETENCION DE LOS RECHAZOS YA RESUELTOS
      *   RETALERT - DIAS DE RETENCION DEL HISTORICO DE ALERTAS
      *   RETSUPLE - DIAS DE RETENCION DE LOS LOTES SUPLEMENTARIOS
      *   DIASCAPA - DIAS HABILES DE AVISO ANTES DE LLENAR UNA TABLA
      *   MINESCAL - MINUTOS SIN RECONOCER ANTES DE ESCALAR UN AVISO
      *   CIEALERT - CRITICAS ABIERTAS QUE TOLERA EL CIERRE DEL DIA
      *   CIERECHA - RECHAZOS PENDIENTES DEL DIA QUE TOLERA EL CIERRE
      *   CIEAUDOV - REGISTROS SIN BARRER EN AUDOVF* QUE TOLERA
      *   CIEPARPE - CAMBIOS DE PARAMETROS SIN APROBAR QUE TOLERA
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      *                    DEL ARCHIVO DIARIO DE ENTRADAS (ARCHDIA).
      * 02/09/2026  RA     AGREGADA LA CLAVE FERMINIM PARA LA ALARMA
      *                    DE AGOTAMIENTO DEL CALENDARIO DE FERIADOS.
      * 15/10/2026  RA     AGREGADA LA CLAVE DIASDUPL PARA EL CONTROL
      *                    DE ENTREGAS DUPLICADAS DE REPARTE0.
      * 15/10/2026  RA     AGREGADAS LAS CLAVES DESVIOS4 Y DIASEST4
      *                    PARA EL REGISTRO DE VALORES ATIPICOS DE
      *                    EJERCICIO4.
      * 15/10/2026  RA     AGREGADA LA CLAVE INTENPIN PARA EL BLOQUEO
      *                    DE OPERADORES POR PIN ERRONEO (FIRMAPIN).
      * 15/10/2026  RA     AGREGADAS LAS CLAVES RETHCORR, RETRECHA,
      *                    RETALERT Y RETSUPLE PARA LA DEPURACION DE
      *                    HISTCORR, RECHAZOS, ALERTHIS Y SUPLEM
      *                    (DEPURHIS).
      * 15/10/2026  RA     AGREGADA LA CLAVE DIASCAPA PARA EL REPORTE
      *                    SEMANAL DE CAPACIDAD (INFCAPA).
      * 15/10/2026  RA     AGREGADA LA CLAVE MINESCAL PARA EL
      *                    ESCALAMIENTO DE AVISOS A GUARDIA (ESCALAVI).
      * 15/10/2026  RA     AGREGADAS LAS CLAVES CIEALERT, CIERECHA,
      *                    CIEAUDOV Y CIEPARPE PARA LA PUERTA DEL
      *                    CIERRE DEL DIA (PUERCIER).
      ******************************************************************
       05  PRM-CLAVE                PIC X(08).
       05  PRM-SEPARADOR-1          PIC X(01).

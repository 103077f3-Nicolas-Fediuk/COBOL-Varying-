      ******************************************************************
      * CAPAHIS - CAMPOS DEL REGISTRO DEL HISTORICO DE CAPACIDAD
      * (ARCHIVO CAPAHIST): UNA FOTO POR ARCHIVO MEDIDO Y POR CORRIDA
      * DEL REPORTE SEMANAL DE CAPACIDAD INFCAPA, CON LA CANTIDAD DE
      * REGISTROS QUE TENIA ESE DIA DE NEGOCIO. PARA LOS ARCHIVOS CUYOS
      * REGISTROS NO LLEVAN FECHA (OPERMST, ORIGMST, CALENFER) ES LA
      * UNICA FORMA DE SABER CUANTO CRECIERON. EL ARCHIVO ES DE SOLO
      * AGREGADO; UNA SEGUNDA CORRIDA DEL MISMO DIA AGREGA OTRA FOTO
      * IGUAL, SIN EFECTO SOBRE EL CALCULO.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  CAP-FECHA                PIC 9(08).
       05  CAP-SEPARADOR-1          PIC X(01).
       05  CAP-ARCHIVO              PIC X(08).
       05  CAP-SEPARADOR-2          PIC X(01).
       05  CAP-CANTIDAD             PIC 9(06).

      ******************************************************************
      * ENTREGA - CAMPOS DEL REGISTRO DEL REGISTRO DE ENTREGAS. CADA
      * TRANDIA RECIBIDO DEJA SU RASTRO: FECHA, NUMERO DE ENTREGA,
      * ORIGEN, CONTADOS POR TIPO, TOTAL, HASH (SUMA DE DIGITOS DE LOS
      * VALORES, MODULO 10 MILLONES, EL MISMO DE RUTEO), HORA DE
      * LLEGADA Y ESTADO. EL ARCHIVO ES DE SOLO AGREGADO, COMO PARAMS:
      * CADA CAMBIO DE ESTADO AGREGA UN REGISTRO NUEVO (SUBPROGRAMA
      * GRABENTR) Y EL ESTADO VIGENTE DE UNA ENTREGA ES EL DE SU
      * ULTIMO REGISTRO. LA HISTORIA COMPLETA QUEDA A LA VISTA.
      *
      * ESTADOS:
      *   R  RECIBIDA (REPARTE0 LA CONTO Y VALIDO)
      *   E  ENRUTADA (REPARTE0 LA REPARTIO A LOS DATASETS)
      *   P  PROCESADA (LA CONCILIACION DEL DIA CERRO LIMPIA)
      *   A  ACUSADA (RESPORIG LA RESPONDIO EN RESPDIA)
      *   F  FALTANTE (VIGCORTE ALERTO QUE NO LLEGO A SU CORTE)
      *   D  RETENIDA (REPARTE0 LA HALLO DUPLICADA DE UNA ENTREGA YA
      *      ARCHIVADA EN ARCTRAN Y NO LA REPARTIO)
      *   L  LIBERADA (UN SUPERVISOR LIBERO LA RETENCION CON LIBEENTR;
      *      LA PROXIMA CORRIDA DE REPARTE0 LA REPARTE)
      *   J  DERIVADA A AJUSTES (LLEGO CON LA FECHA DE UN DIA YA
      *      CERRADO; REPARTE0 NO LA REPARTIO Y LA DEJO COMO AJUSTES
      *      PENDIENTES EN EL DIARIO AJUSTES, QUE SE APRUEBAN CON
      *      APRAJUS)
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AGREGADOS LOS ESTADOS D (RETENIDA POR
      *                    DUPLICADA) Y L (LIBERADA POR SUPERVISOR).
      * 15/10/2026  RA     AGREGADO EL ESTADO J (DERIVADA A AJUSTES).
      ******************************************************************
       05  ENT-FECHA                PIC 9(08).
       05  ENT-SEPARADOR-1          PIC X(01).
       05  ENT-SECUENCIA            PIC 9(02).
       05  ENT-SEPARADOR-2          PIC X(01).
       05  ENT-ORIGEN               PIC X(08).
       05  ENT-SEPARADOR-3          PIC X(01).
       05  ENT-CANTIDADES.
           10  ENT-CANT-TIPO        PIC 9(05) OCCURS 5 TIMES.
       05  ENT-SEPARADOR-4          PIC X(01).
       05  ENT-CANT-TOTAL           PIC 9(05).
       05  ENT-SEPARADOR-5          PIC X(01).
       05  ENT-HASH                 PIC 9(07).
       05  ENT-SEPARADOR-6          PIC X(01).
       05  ENT-HORA-LLEGADA         PIC 9(06).
       05  ENT-SEPARADOR-7          PIC X(01).
       05  ENT-ESTADO               PIC X(01).
           88  ENT-RECIBIDA                     VALUE "R".
           88  ENT-ENRUTADA                     VALUE "E".
           88  ENT-PROCESADA                    VALUE "P".
           88  ENT-ACUSADA                      VALUE "A".
           88  ENT-FALTANTE                     VALUE "F".
           88  ENT-RETENIDA                     VALUE "D".
           88  ENT-LIBERADA                     VALUE "L".
           88  ENT-DERIVADA                     VALUE "J".
       05  ENT-SEPARADOR-8          PIC X(01).
       05  ENT-HORA-ESTADO          PIC 9(06).
       05  ENT-SEPARADOR-9          PIC X(01).
       05  ENT-ORIGEN-REGISTRADO    PIC X(01).

      * OPERADOR.
      *
      * POSICIONES DE OPR-PERMISOS:
      *    1 A 6  MENU0, PROCESO DIARIO (EJERCICIO1 A 5, RESUMEN0);
      *           LA 3 Y LA 5 HABILITAN TAMBIEN A VERIFICAR LA DOBLE
      *           CARGA DE EJERCICIO3 Y EJERCICIO5
      *    7      MENU0, CONSULTA DE AUDITORIA (INFAUDIT)
      *    8      CIERRDIA (CIERRE DEL DIA DE NEGOCIO)
      *    9      CIERRME3/CIERRMES/FINDEMES (CIERRES DE MES)
      *   10      MANTPARM (PARAMETROS DE NEGOCIO)
      *   11      ARCAUDIT (CORTE DEL LOG DE AUDITORIA)
      *   12      APRPARM (APROBACION DE PARAMETROS)
      *   14      REVRECH (REVISION DE RECHAZOS)
      *   15      MANTOPER (MAESTRO DE OPERADORES)
      *   16      MANTFER (CALENDARIO DE FERIADOS)
      *   17      MANTORIG (MAESTRO DE ORIGENES DE TRANDIA)
      *   18      LIBEENTR (LIBERACION DE ENTREGAS RETENIDAS)
      *   19      MANTAJUS (PEDIDO DE AJUSTES POSTERIORES AL CIERRE)
      *   20      APRAJUS (APROBACION DE AJUSTES)
      *   21      MANTBAND (PEDIDO DE CAMBIO DE BANDAS DE EJERCICIO3)
      *   22      APRBAND (APROBACION DE BANDAS)
      *   23      CIERRANO (CIERRE DE ANIO DEL SUITE)
      *   24      INFACCES (RECERTIFICACION DE ACCESOS)
      *   25      DEPURHIS (DEPURACION POR RETENCION)
      *   26      MANTDIST (MAESTRO DE DISTRIBUCION)
      *   27      REINIENT (REINICIO DE LOS DATASETS DE ENTRENAMIENTO)
      *   28      LIBECIER (LIBERACION DE CONDICIONES DEL CIERRE)
      *   29      INFTURNO (INFORME Y FIRMA DEL RELEVO DE TURNO)
      *   30      MENU0, CONSULTAS E INFORMES (INFRECH, INFALERT,
      *           CONSHIST, CONSARCH, REIMPRES, PARVIGEN, INFVENT,
      *           INFPOS3; INFVERIF EN EL SUBMENU DE SUPERVISION)
      *   31 A 32 RESERVADAS, SE DEJAN EN "N"
      *
      * PIN DEL OPERADOR: LA FIRMA EXIGE, ADEMAS DE LA IDENTIFICACION,
      * UN PIN SECRETO (SUBPROGRAMA FIRMAPIN). EL MAESTRO NO GUARDA EL
      * PIN SINO SU CIFRADO DE UNA SOLA VIA (SUBPROGRAMA CIFRAPIN, CON
      * LA IDENTIFICACION COMO SEMILLA): NADIE PUEDE LEERLO DE VUELTA,
      * NI SIQUIERA CON EL MAESTRO A LA VISTA. OPR-PIN-FALLIDOS CUENTA
      * LOS PIN ERRONEOS SEGUIDOS; AL LLEGAR AL PARAMETRO INTENPIN EL
      * OPERADOR QUEDA BLOQUEADO HASTA QUE UN SUPERVISOR LE BLANQUEE
      * EL PIN EN MANTOPER. OPR-CAMBIAR-PIN EN "S" OBLIGA A CAMBIARLO
      * EN LA PROXIMA FIRMA (ALTA Y BLANQUEO). UN PIN CIFRADO EN
      * BLANCO ES UN OPERADOR QUE TODAVIA NO DEFINIO EL SUYO.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      *                    FORMATO ANTERIOR TRAE LAS POSICIONES NUEVAS
      *                    EN BLANCO, QUE NO ES "S": EL PERMISO QUEDA
      *                    DENEGADO HASTA QUE SE OTORGUE EXPLICITO.
      * 15/10/2026  RA     OPR-PERMISOS AMPLIADO DE 16 A 32 POSICIONES:
      *                    LAS 16 ESTABAN TODAS EN USO Y LAS FUNCIONES
      *                    NUEVAS (EMPEZANDO POR EL MAESTRO DE
      *                    ORIGENES, POSICION 17) NECESITAN LUGAR. COMO
      *                    EN LA AMPLIACION ANTERIOR, UN REGISTRO
      *                    VIEJO TRAE LAS POSICIONES NUEVAS EN BLANCO Y
      *                    EL PERMISO QUEDA DENEGADO.
      * 15/10/2026  RA     POSICION 18 ASIGNADA A LIBEENTR, LA
      *                    LIBERACION DE UNA ENTREGA QUE REPARTE0
      *                    RETUVO POR DUPLICADA.
      * 15/10/2026  RA     POSICIONES 19 Y 20 ASIGNADAS AL DIARIO DE
      *                    AJUSTES: MANTAJUS LOS PIDE Y APRAJUS LOS
      *                    APRUEBA (CONTROL DUAL).
      * 15/10/2026  RA     POSICIONES 21 Y 22 ASIGNADAS A LAS VERSIONES
      *                    DE BANDAS DE EJERCICIO3: MANTBAND LAS PIDE Y
      *                    APRBAND LAS APRUEBA (CONTROL DUAL).
      * 15/10/2026  RA     POSICION 23 ASIGNADA A CIERRANO, EL CIERRE
      *                    DE ANIO DEL SUITE.
      * 15/10/2026  RA     AGREGADOS EL PIN CIFRADO, LOS PIN ERRONEOS
      *                    SEGUIDOS, LA MARCA DE BLOQUEO Y LA DE CAMBIO
      *                    DE PIN OBLIGATORIO. UN REGISTRO DEL FORMATO
      *                    ANTERIOR TRAE TODO EN BLANCO: SIN PIN, SIN
      *                    BLOQUEO, Y LA PRIMERA FIRMA LE EXIGE
      *                    DEFINIRLO ANTES DE SEGUIR.
      * 15/10/2026  RA     POSICION 24 ASIGNADA A INFACCES, LA
      *                    RECERTIFICACION TRIMESTRAL DE ACCESOS.
      * 15/10/2026  RA     POSICION 25 ASIGNADA A DEPURHIS, LA
      *                    DEPURACION POR RETENCION DE LOS HISTORICOS.
      * 15/10/2026  RA     POSICION 26 ASIGNADA A MANTDIST, EL MAESTRO
      *                    DE DISTRIBUCION DEL PAQUETE DIARIO.
      * 15/10/2026  RA     POSICION 27 ASIGNADA A REINIENT, EL REINICIO
      *                    DE LOS DATASETS DE ENTRENAMIENTO DEL MENU.
      * 15/10/2026  RA     POSICION 28 ASIGNADA A LIBECIER, LA
      *                    LIBERACION DE LAS CONDICIONES QUE RETIENEN
      *                    EL CIERRE DEL DIA.
      * 15/10/2026  RA     POSICION 29 ASIGNADA A INFTURNO, EL INFORME
      *                    DEL RELEVO DE TURNO CON LA FIRMA DE LOS DOS
      *                    OPERADORES.
      * 15/10/2026  RA     POSICION 30 ASIGNADA A LAS CONSULTAS E
      *                    INFORMES QUE MENU0 OFRECE EN SU SUBMENU. LAS
      *                    POSICIONES 1 A 7 SIGUEN HABILITANDO LAS
      *                    MISMAS OPCIONES, AHORA EN LOS SUBMENUS.
      * 15/10/2026  RA     LA POSICION 9 HABILITA TAMBIEN EL CONDUCTOR
      *                    DEL FIN DE MES FINDEMES (EL CORTE DEL LOG
      *                    SIGUE EXIGIENDO LA POSICION 11).
      * 15/10/2026  RA     LAS POSICIONES 3 Y 5 HABILITAN TAMBIEN AL
      *                    VERIFICADOR DE LA DOBLE CARGA A CIEGAS DE
      *                    EJERCICIO3 Y EJERCICIO5. LA POSICION 30
      *                    HABILITA TAMBIEN EL INFORME INFVERIF.
      ******************************************************************
       05  OPR-ID                   PIC X(08).
       05  OPR-SEPARADOR-1          PIC X(01).
       05  OPR-SEPARADOR-2          PIC X(01).
       05  OPR-ACTIVO               PIC X(01).
       05  OPR-SEPARADOR-3          PIC X(01).
       05  OPR-PERMISOS             PIC X(32).
       05  OPR-SEPARADOR-4          PIC X(01).
       05  OPR-PIN-CIFRADO          PIC X(10).
       05  OPR-SEPARADOR-5          PIC X(01).
       05  OPR-PIN-FALLIDOS         PIC 9(02).
       05  OPR-SEPARADOR-6          PIC X(01).
       05  OPR-BLOQUEADO            PIC X(01).
           88  OPR-ESTA-BLOQUEADO               VALUE "S".
       05  OPR-SEPARADOR-7          PIC X(01).
       05  OPR-CAMBIAR-PIN          PIC X(01).
           88  OPR-DEBE-CAMBIAR-PIN             VALUE "S".

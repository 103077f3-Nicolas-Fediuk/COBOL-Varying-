      ******************************************************************
      * AJUSTE - CAMPOS DEL REGISTRO DEL DIARIO DE AJUSTES POSTERIORES
      * AL CIERRE (ARCHIVO AJUSTES). UN AJUSTE CORRIGE LAS CIFRAS DE UN
      * DIA DE NEGOCIO YA CERRADO SIN REABRIRLO: LLEVA LA FECHA DEL DIA
      * QUE CORRIGE, EL PROGRAMA, LAS DIFERENCIAS CON SIGNO DE
      * POSITIVOS, NEGATIVOS Y CEROS, EL MOTIVO Y QUIEN LO PIDIO. LAS
      * CIFRAS ORIGINALES DEL DIA NO SE TOCAN; LOS AJUSTES APROBADOS
      * ENTRAN AL MES EN LOS CIERRES CIERRMES (MESHISTT) Y CIERRME3
      * (MESHIST3). LOS PIDE MANTAJUS (O REPARTE0, CUANDO LLEGA UN
      * TRANDIA DE UN DIA YA CERRADO) VIA GRABAJUS, Y LOS APRUEBA O
      * RECHAZA UN SEGUNDO OPERADOR CON APRAJUS.
      *
      * ESTADOS:
      *   P  PENDIENTE DE APROBACION
      *   A  APROBADO (CUENTA PARA EL MES)
      *   R  RECHAZADO (NO CUENTA)
      *
      * ORIGEN:
      *   M  PEDIDO A MANO CON MANTAJUS
      *   T  TRANDIA TARDIO DERIVADO POR REPARTE0
      *
      * EL MES DESTINO ES EL MES DE MESHISTT (Y DE MESHIST3, PARA
      * EJERCICIO3) AL QUE EL AJUSTE SE SUMA. LO FIJA APRAJUS AL
      * APROBAR: EL MES DEL DIA CORREGIDO SI TODAVIA NO ESTA CERRADO,
      * O EL MES DEL DIA DE NEGOCIO SI YA LO ESTA (UN MES CERRADO NO
      * SE REABRE; EL AJUSTE ENTRA EN EL PROXIMO CIERRE).
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  AJU-NUMERO               PIC 9(05).
       05  AJU-SEPARADOR-1          PIC X(01).
       05  AJU-ESTADO               PIC X(01).
           88  AJU-PENDIENTE                    VALUE "P".
           88  AJU-APROBADO                     VALUE "A".
           88  AJU-RECHAZADO                    VALUE "R".
       05  AJU-SEPARADOR-2          PIC X(01).
       05  AJU-FECHA-EFECTO         PIC 9(08).
       05  AJU-SEPARADOR-3          PIC X(01).
       05  AJU-PROGRAMA             PIC X(10).
       05  AJU-SEPARADOR-4          PIC X(01).
       05  AJU-POSITIVOS            PIC S9(05)
           SIGN LEADING SEPARATE CHARACTER.
       05  AJU-SEPARADOR-5          PIC X(01).
       05  AJU-NEGATIVOS            PIC S9(05)
           SIGN LEADING SEPARATE CHARACTER.
       05  AJU-SEPARADOR-6          PIC X(01).
       05  AJU-CEROS                PIC S9(05)
           SIGN LEADING SEPARATE CHARACTER.
       05  AJU-SEPARADOR-7          PIC X(01).
       05  AJU-ORIGEN               PIC X(01).
           88  AJU-MANUAL                       VALUE "M".
           88  AJU-TRANDIA-TARDIO               VALUE "T".
       05  AJU-SEPARADOR-8          PIC X(01).
       05  AJU-MOTIVO               PIC X(30).
       05  AJU-SEPARADOR-9          PIC X(01).
       05  AJU-SOLICITANTE          PIC X(08).
       05  AJU-SEPARADOR-10         PIC X(01).
       05  AJU-FECHA-SOLICITUD      PIC 9(08).
       05  AJU-SEPARADOR-11         PIC X(01).
       05  AJU-HORA-SOLICITUD       PIC 9(06).
       05  AJU-SEPARADOR-12         PIC X(01).
       05  AJU-APROBADOR            PIC X(08).
       05  AJU-SEPARADOR-13         PIC X(01).
       05  AJU-FECHA-APROBACION     PIC 9(08).
       05  AJU-SEPARADOR-14         PIC X(01).
       05  AJU-MES-DESTINO          PIC 9(06).
       05  AJU-SEPARADOR-15         PIC X(01).
       05  AJU-MES-DESTINO-3        PIC 9(06).

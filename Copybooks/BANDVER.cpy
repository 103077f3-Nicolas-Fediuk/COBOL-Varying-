      ******************************************************************
      * BANDVER - CAMPOS DEL REGISTRO DEL ARCHIVO DE VERSIONES DE LA
      * DEFINICION DE BANDAS DE EJERCICIO3 (ARCHIVO BANDVERS). CADA
      * REGISTRO ES UN JUEGO COMPLETO DE LIMITES (HASTA SEIS, EN ORDEN
      * ASCENDENTE) CON SU FECHA DE VIGENCIA, QUE SIEMPRE ES EL PRIMER
      * DIA DE UN MES FUTURO: UN MES SE CLASIFICA ENTERO CON UNA SOLA
      * DEFINICION. LO PIDE MANTBAND Y LO APRUEBA O RECHAZA UN SEGUNDO
      * OPERADOR CON APRBAND; EL SUBPROGRAMA LEEBANDA TOMA, PARA UNA
      * FECHA, LA VERSION APROBADA DE VIGENCIA MAS RECIENTE QUE NO LA
      * SUPERE. EL REGISTRO GUARDA TAMBIEN LA VERSION Y LOS LIMITES QUE
      * ESTABAN VIGENTES AL PEDIRLA (IMAGEN ANTERIOR).
      *
      * LA VERSION 000 ES LA DEFINICION BASE (ARCHIVO BANDAS3 O LOS
      * LIMITES POR OMISION) Y NO FIGURA EN ESTE ARCHIVO. LA 999 QUEDA
      * RESERVADA PARA MARCAR UN MES CON BANDAS MEZCLADAS (COPY
      * MTD3TOT).
      *
      * ESTADOS:
      *   P  PENDIENTE DE APROBACION
      *   A  APROBADA (ENTRA EN VIGENCIA EN SU FECHA)
      *   R  RECHAZADA (NO ENTRA NUNCA)
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  BDV-VERSION              PIC 9(03).
       05  BDV-SEPARADOR-1          PIC X(01).
       05  BDV-ESTADO               PIC X(01).
           88  BDV-PENDIENTE                    VALUE "P".
           88  BDV-APROBADA                     VALUE "A".
           88  BDV-RECHAZADA                    VALUE "R".
       05  BDV-SEPARADOR-2          PIC X(01).
       05  BDV-FECHA-VIGENCIA       PIC 9(08).
       05  BDV-SEPARADOR-3          PIC X(01).
       05  BDV-CANT-LIMITES         PIC 9(01).
       05  BDV-LIMITES.
           10  BDV-LIMITE-ENT OCCURS 6 TIMES.
               15  BDV-LIMITE-SEP   PIC X(01).
               15  BDV-LIMITE       PIC S9(05)V99
                   SIGN LEADING SEPARATE CHARACTER.
       05  BDV-SEPARADOR-4          PIC X(01).
       05  BDV-VERSION-ANTERIOR     PIC 9(03).
       05  BDV-SEPARADOR-5          PIC X(01).
       05  BDV-CANT-ANTERIOR        PIC 9(01).
       05  BDV-LIMITES-ANTERIORES.
           10  BDV-ANTERIOR-ENT OCCURS 6 TIMES.
               15  BDV-ANTERIOR-SEP PIC X(01).
               15  BDV-ANTERIOR     PIC S9(05)V99
                   SIGN LEADING SEPARATE CHARACTER.
       05  BDV-SEPARADOR-6          PIC X(01).
       05  BDV-MOTIVO               PIC X(30).
       05  BDV-SEPARADOR-7          PIC X(01).
       05  BDV-SOLICITANTE          PIC X(08).
       05  BDV-SEPARADOR-8          PIC X(01).
       05  BDV-FECHA-SOLICITUD      PIC 9(08).
       05  BDV-SEPARADOR-9          PIC X(01).
       05  BDV-HORA-SOLICITUD       PIC 9(06).
       05  BDV-SEPARADOR-10         PIC X(01).
       05  BDV-APROBADOR            PIC X(08).
       05  BDV-SEPARADOR-11         PIC X(01).
       05  BDV-FECHA-APROBACION     PIC 9(08).

      ******************************************************************
      * BANDLNK - AREA DE COMUNICACION CON EL SUBPROGRAMA LEEBANDA. EL
      * QUE LLAMA CARGA LA FECHA PARA LA QUE QUIERE LA DEFINICION DE
      * BANDAS Y LEEBANDA DEVUELVE LA VERSION VIGENTE A ESA FECHA, SU
      * FECHA DE VIGENCIA, DE DONDE SALIO Y SUS LIMITES. EL PROGRAMA
      * QUE LA INCLUYE DECLARA
      *     01  BANDAS-VIGENTES.
      *         COPY BANDLNK.
      *
      * ORIGEN:
      *   V  UNA VERSION APROBADA DEL ARCHIVO BANDVERS
      *   B  LA DEFINICION BASE DEL ARCHIVO BANDAS3 (VERSION 000)
      *   O  LOS LIMITES POR OMISION, SIN NINGUNO DE LOS DOS ARCHIVOS
      *      (VERSION 000)
      *
      * SIN VALUE: EL AREA TAMBIEN SE USA EN LA LINKAGE DE LEEBANDA.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  BDL-FECHA                PIC 9(08).
       05  BDL-VERSION              PIC 9(03).
       05  BDL-FECHA-VIGENCIA       PIC 9(08).
       05  BDL-ORIGEN               PIC X(01).
           88  BDL-DE-VERSIONES                 VALUE "V".
           88  BDL-DE-BANDAS3                   VALUE "B".
           88  BDL-POR-OMISION                  VALUE "O".
       05  BDL-CANT-LIMITES         PIC 9(01).
       05  BDL-LIMITE               PIC S9(05)V99 OCCURS 6 TIMES.

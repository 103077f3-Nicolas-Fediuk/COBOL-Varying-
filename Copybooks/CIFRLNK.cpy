      ******************************************************************
      * CIFRLNK - AREA DE COMUNICACION CON EL SUBPROGRAMA CIFRAPIN. EL
      * PROGRAMA QUE LA INCLUYE DECLARA
      *     01  PIN-CIFRADO-COM.
      *         COPY CIFRLNK.
      * CARGA CIF-ID CON LA IDENTIFICACION DEL OPERADOR Y CIF-PIN CON
      * EL PIN EN CLARO (AJUSTADO A IZQUIERDA, RESTO EN BLANCO), Y
      * RECIBE EN CIF-CIFRADO LOS DIEZ DIGITOS QUE SE GUARDAN EN
      * OPR-PIN-CIFRADO. EL PIN EN CLARO NO SE GRABA EN NINGUN LADO:
      * EL QUE LLAMA LO BLANQUEA APENAS TIENE EL CIFRADO.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  CIF-ID                   PIC X(08).
       05  CIF-PIN                  PIC X(08).
       05  CIF-CIFRADO              PIC X(10).

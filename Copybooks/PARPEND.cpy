      * SEGUNDO OPERADOR AUTORIZADO LO APRUEBA (PROGRAMA APRPARM) EL
      * REGISTRO DEFINITIVO SE AGREGA A PARAMS. EL REGISTRO PENDIENTE
      * QUEDA MARCADO APROBADO O RECHAZADO COMO RASTRO.
      * PPE-SIMULACION QUEDA EN "S" CUANDO EL APROBADOR VIO LA
      * SIMULACION DEL CAMBIO ANTES DE DECIDIR (LOS REGISTROS
      * ANTERIORES LA TIENEN EN BLANCO).
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 02/09/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AGREGADA LA MARCA PPE-SIMULACION.
      ******************************************************************
       05  PPE-ESTADO               PIC X(01).
           88  PPE-PENDIENTE                    VALUE "P".
       05  PPE-SEPARADOR-7          PIC X(01).
       05  PPE-VALOR-ANTERIOR       PIC S9(07)V99
           SIGN LEADING SEPARATE CHARACTER.
       05  PPE-SEPARADOR-8          PIC X(01).
       05  PPE-SIMULACION           PIC X(01).
           88  PPE-SIMULACION-VISTA             VALUE "S".

      * CON LA POSICION DE OPR-PERMISOS QUE SU FUNCION EXIGE, Y LLAMA
      * A VALOPER. EL ESTADO DICE SI EL OPERADOR ESTA AUTORIZADO, SI
      * NO TIENE EL PERMISO, SI NO EXISTE O SI ESTA INACTIVO; SOLO
      * CON VOP-AUTORIZADO EL PROGRAMA DEBE SEGUIR. ANTES DE MIRAR
      * EL PERMISO VALOPER PIDE EL PIN DEL OPERADOR (FIRMAPIN): UN PIN
      * ERRONEO O UN OPERADOR BLOQUEADO TAMPOCO PASAN.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 02/09/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AGREGADOS LOS ESTADOS DE PIN ERRONEO (O
      *                    CAMBIO DE PIN OBLIGATORIO NO COMPLETADO) Y
      *                    DE OPERADOR BLOQUEADO.
      * 15/10/2026  RA     DENTRO DE UNA SESION DE MENU0 (COPY FIRMENU)
      *                    VALOPER NO VUELVE A PEDIR EL PIN DEL
      *                    OPERADOR QUE FIRMO EL MENU.
      ******************************************************************
       05  VOP-ID                   PIC X(08).
       05  VOP-POSICION             PIC 9(02).
           88  VOP-SIN-PERMISO                  VALUE "P".
           88  VOP-INEXISTENTE                  VALUE "X".
           88  VOP-INACTIVO                     VALUE "I".
           88  VOP-PIN-ERRONEO                  VALUE "C".
           88  VOP-BLOQUEADO                    VALUE "B".
       05  VOP-NOMBRE               PIC X(20).

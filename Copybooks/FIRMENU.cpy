      ******************************************************************
      * FIRMENU - FIRMA VIGENTE DEL MENU. MENU0 LA DEJA CARGADA CUANDO
      * EL OPERADOR FIRMA (IDENTIFICACION Y PIN) Y LA BORRA AL CERRAR
      * LA SESION. EL PROGRAMA QUE LA INCLUYE DECLARA
      *     01  FIRMA-MENU-COM EXTERNAL.
      *         COPY FIRMENU.
      * EL AREA ES EXTERNA: LA COMPARTEN MENU0 Y TODOS LOS PROGRAMAS
      * QUE EL MENU LLAMA DENTRO DE LA MISMA CORRIDA, Y NO EXISTE FUERA
      * DE ELLA. UN PROGRAMA QUE EXIGE OPERADOR (VALOPER) Y ENCUENTRA
      * FMN-FIRMA-ACTIVA TOMA LA IDENTIFICACION DE FMN-OPERADOR EN VEZ
      * DE PEDIRLA OTRA VEZ, Y VALOPER NO VUELVE A PEDIR EL PIN DE ESE
      * OPERADOR (YA LO VERIFICO LA FIRMA DEL MENU); EL ACTIVO, EL
      * BLOQUEO Y EL PERMISO DE LA POSICION SE CONTROLAN IGUAL. CORRIDO
      * SUELTO (JOB O LINEA DE COMANDOS) EL AREA VIENE EN BLANCO Y TODO
      * SIGUE COMO ANTES. EL CONDUCTOR DEL FIN DE MES (FINDEMES) LA
      * CARGA DE LA MISMA FORMA, CON EL OPERADOR QUE FIRMO EL JOB,
      * MIENTRAS CORREN SUS PASOS.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     LA CARGA TAMBIEN FINDEMES PARA LOS PASOS DEL
      *                    FIN DE MES (CIERRME3, CIERRMES, ARCAUDIT).
      ******************************************************************
       05  FMN-MARCA                PIC X(08).
           88  FMN-FIRMA-ACTIVA                 VALUE "MENU0FIR".
       05  FMN-OPERADOR             PIC X(08).

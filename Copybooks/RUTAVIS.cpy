      ******************************************************************
      * RUTAVIS - CAMPOS DEL REGISTRO DE LA TABLA DE RUTEO DE AVISOS
      * (ARCHIVO RUTAVISO): PARA UNA SEVERIDAD Y UN PROGRAMA, LOS
      * GRUPOS DE GUARDIA DE CADA NIVEL DE ESCALAMIENTO. EL NIVEL 1
      * RECIBE EL AVISO NUEVO; LOS NIVELES 2 Y 3 LOS ESCALAMIENTOS DE
      * LAS ALERTAS CRITICAS QUE NADIE RECONOCE. UN NIVEL EN BLANCO
      * CORTA LA CADENA, Y UNA FILA CON EL NIVEL 1 EN BLANCO DICE QUE
      * ESA SEVERIDAD O ESE PROGRAMA NO SE AVISA.
      *
      * RAV-SEVERIDAD: "C" CRITICA, "W" ADVERTENCIA, "*" CUALQUIERA.
      * RAV-PROGRAMA:  EL NOMBRE DEL PROGRAMA, O "*" PARA CUALQUIERA.
      * LA FILA DEL PROGRAMA GANA SOBRE LA GENERICA "*"; ENTRE DOS
      * FILAS IGUAL DE PRECISAS GANA LA PRIMERA DEL ARCHIVO.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  RAV-SEVERIDAD            PIC X(01).
       05  RAV-SEPARADOR-1          PIC X(01).
       05  RAV-PROGRAMA             PIC X(10).
       05  RAV-NIVEL OCCURS 3 TIMES.
           10  RAV-SEPARADOR-G      PIC X(01).
           10  RAV-GRUPO            PIC X(08).

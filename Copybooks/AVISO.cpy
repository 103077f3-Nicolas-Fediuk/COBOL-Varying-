      ******************************************************************
      * AVISO - CAMPOS DEL REGISTRO DE LA INTERFAZ CON EL SISTEMA DE
      * GUARDIAS (ARCHIVO AVISOS). GRABALER AGREGA UN AVISO DE NIVEL 1
      * POR CADA ALERTA QUE LA TABLA DE RUTEO RUTAVISO MANDA A UN
      * GRUPO DE GUARDIA, Y LA PASADA DE ESCALAMIENTO ESCALAVI AGREGA
      * UNO DEL NIVEL SIGUIENTE POR CADA ALERTA CRITICA QUE SIGUE SIN
      * RECONOCER. EL SISTEMA DE GUARDIAS DEVUELVE EN AVISCONF, CON
      * ESTE MISMO FORMATO Y TIPO "C", LOS AVISOS QUE CONFIRMO; UNA
      * ALERTA CONFIRMADA NO SE VUELVE A AVISAR.
      *
      * LA CLAVE DE LA ALERTA ES SU FECHA DE NEGOCIO, SU HORA Y EL
      * PROGRAMA QUE LA LEVANTO, TAL COMO QUEDAN EN ALERTAS; ES LA
      * MISMA EN TODOS LOS AVISOS DE UNA ALERTA Y EN SU CONFIRMACION.
      *
      * AVI-TIPO:
      *   N  AVISO NUEVO (GRABALER, NIVEL 1)
      *   E  ESCALAMIENTO (ESCALAVI, NIVEL 2 EN ADELANTE)
      *   C  CONFIRMACION DEL SISTEMA DE GUARDIAS (AVISCONF)
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  AVI-TIPO                 PIC X(01).
           88  AVI-NUEVO                        VALUE "N".
           88  AVI-ESCALADO                     VALUE "E".
           88  AVI-CONFIRMADO                   VALUE "C".
       05  AVI-SEPARADOR-1          PIC X(01).
       05  AVI-CLAVE.
           10  AVI-CLAVE-FECHA      PIC 9(08).
           10  AVI-CLAVE-HORA       PIC 9(06).
           10  AVI-CLAVE-PROGRAMA   PIC X(10).
       05  AVI-SEPARADOR-2          PIC X(01).
       05  AVI-SEVERIDAD            PIC X(01).
       05  AVI-SEPARADOR-3          PIC X(01).
       05  AVI-PROGRAMA             PIC X(10).
       05  AVI-SEPARADOR-4          PIC X(01).
       05  AVI-FECHA-NEGOCIO        PIC 9(08).
       05  AVI-SEPARADOR-5          PIC X(01).
       05  AVI-MENSAJE              PIC X(40).
       05  AVI-SEPARADOR-6          PIC X(01).
       05  AVI-GRUPO                PIC X(08).
       05  AVI-SEPARADOR-7          PIC X(01).
       05  AVI-NIVEL                PIC 9(01).
       05  AVI-SEPARADOR-8          PIC X(01).
       05  AVI-FECHA-ENVIO          PIC 9(08).
       05  AVI-SEPARADOR-9          PIC X(01).
       05  AVI-HORA-ENVIO           PIC 9(06).

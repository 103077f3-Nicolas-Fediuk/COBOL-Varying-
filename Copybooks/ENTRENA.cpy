      ******************************************************************
      * ENTRENA - CAMPOS PARA EL MODO ENTRENAMIENTO DEL MENU. LA TABLA
      * LISTA EL NOMBRE EXTERNO DE CADA ARCHIVO QUE GRABAN LOS
      * PROGRAMAS QUE SE LLAMAN DESDE MENU0 (EJERCICIO1 A EJERCICIO5,
      * RESUMEN0, REVRECH Y LAS CONSULTAS E INFORMES) Y LOS
      * SUBPROGRAMAS QUE ELLOS LLAMAN (AUDITWRT, GRABALER, GRABHIST,
      * GRABRECH, GRABVERI, RESGUARD). EN MODO
      * ENTRENAMIENTO CADA UNO SE ASIGNA AL DATASET DE ENTRENAMIENTO
      * "ENTRENA.<NOMBRE>" Y NINGUN PROGRAMA DEL MENU TOCA EL DE
      * PRODUCCION. LOS ARCHIVOS QUE SOLO SE LEEN (LAS ENTRADAS DE LOS
      * EJERCICIOS, FECHANEG, PARAMS, BANDAS3, AJUSTES, OPERMST Y LAS
      * SESIONES OPERSES) SIGUEN SIENDO LOS DE PRODUCCION.
      * LOS PARRAFOS QUE USAN ESTOS CAMPOS ESTAN EN EL COPY ENTRENAP.
      *
      * ENT-ORGANIZACION: "S" SECUENCIAL, "I" INDEXADO (EL REINICIO
      * LOS CREA VACIOS DE DISTINTA MANERA).
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AGREGADA LA INTERFAZ AVISOS QUE GRABA
      *                    GRABALER: UNA ALERTA DE ENTRENAMIENTO NO
      *                    DEBE LLEGAR AL SISTEMA DE GUARDIAS.
      * 15/10/2026  RA     AGREGADOS ALERTHIS (INFALERT), SUPLEM
      *                    (REVRECH), REIMPDIA (REIMPRES) Y PARVIREP
      *                    (PARVIGEN), QUE AHORA TAMBIEN SE LLAMAN
      *                    DESDE LOS SUBMENUS DE MENU0.
      * 15/10/2026  RA     AGREGADO VERICARG (GRABVERI), EL REGISTRO DE
      *                    LA DOBLE CARGA A CIEGAS DE EJERCICIO3 Y
      *                    EJERCICIO5.
      ******************************************************************
       01  TABLA-ARCHIVOS-ENTRENA.
           05  FILLER                  PIC X(09) VALUE "NUMFECH1S".
           05  FILLER                  PIC X(09) VALUE "CKPT1   S".
           05  FILLER                  PIC X(09) VALUE "TOTALES S".
           05  FILLER                  PIC X(09) VALUE "CKPT2   S".
           05  FILLER                  PIC X(09) VALUE "RESULT2 S".
           05  FILLER                  PIC X(09) VALUE "MTD3TOT S".
           05  FILLER                  PIC X(09) VALUE "CONTROL3S".
           05  FILLER                  PIC X(09) VALUE "ESTAD4  S".
           05  FILLER                  PIC X(09) VALUE "EST4HISTS".
           05  FILLER                  PIC X(09) VALUE "ATIPICO4S".
           05  FILLER                  PIC X(09) VALUE "REPORTE5S".
           05  FILLER                  PIC X(09) VALUE "RANKING5S".
           05  FILLER                  PIC X(09) VALUE "RECEXT5 S".
           05  FILLER                  PIC X(09) VALUE "CKPTRES S".
           05  FILLER                  PIC X(09) VALUE "RESUMDIAS".
           05  FILLER                  PIC X(09) VALUE "LISTAUD S".
           05  FILLER                  PIC X(09) VALUE "AUDITLOGS".
           05  FILLER                  PIC X(09) VALUE "AUDCTL  S".
           05  FILLER                  PIC X(09) VALUE "AUDDIA  S".
           05  FILLER                  PIC X(09) VALUE "AUDOVF1 S".
           05  FILLER                  PIC X(09) VALUE "AUDOVF2 S".
           05  FILLER                  PIC X(09) VALUE "AUDOVF3 S".
           05  FILLER                  PIC X(09) VALUE "AUDOVF4 S".
           05  FILLER                  PIC X(09) VALUE "AUDOVF5 S".
           05  FILLER                  PIC X(09) VALUE "AUDOVFM0S".
           05  FILLER                  PIC X(09) VALUE "AUDOVFC3S".
           05  FILLER                  PIC X(09) VALUE "AUDOVFPMS".
           05  FILLER                  PIC X(09) VALUE "AUDOVFXXS".
           05  FILLER                  PIC X(09) VALUE "ALERTAS S".
           05  FILLER                  PIC X(09) VALUE "ALERTASGS".
           05  FILLER                  PIC X(09) VALUE "FECHNEGGS".
           05  FILLER                  PIC X(09) VALUE "MTD3TOTGS".
           05  FILLER                  PIC X(09) VALUE "NUMFECHGS".
           05  FILLER                  PIC X(09) VALUE "PARAMSG S".
           05  FILLER                  PIC X(09) VALUE "ULTIRUN I".
           05  FILLER                  PIC X(09) VALUE "HISTCORRI".
           05  FILLER                  PIC X(09) VALUE "RECHAZOSI".
           05  FILLER                  PIC X(09) VALUE "EXTDIA5 I".
           05  FILLER                  PIC X(09) VALUE "AVISOS  S".
           05  FILLER                  PIC X(09) VALUE "ALERTHISS".
           05  FILLER                  PIC X(09) VALUE "SUPLEM  S".
           05  FILLER                  PIC X(09) VALUE "REIMPDIAS".
           05  FILLER                  PIC X(09) VALUE "PARVIREPS".
           05  FILLER                  PIC X(09) VALUE "VERICARGS".
       01  TABLA-ARCHIVOS-ENTRENA-R REDEFINES TABLA-ARCHIVOS-ENTRENA.
           05  ENT-ARCHIVO OCCURS 44 TIMES.
               10  ENT-NOMBRE          PIC X(08).
               10  ENT-ORGANIZACION    PIC X(01).
                   88  ENT-SECUENCIAL            VALUE "S".
                   88  ENT-INDEXADO              VALUE "I".
       01  ENT-CANT-ARCHIVOS           PIC 9(02) VALUE 44.
       01  ENT-IND-ARCHIVO             PIC 9(02) VALUE 0.
       01  ENT-VARIABLE                PIC X(12) VALUE SPACE.
       01  ENT-DATASET                 PIC X(17) VALUE SPACE.
       01  ENT-ACCION                  PIC X(01) VALUE SPACE.
           88  ENT-ACTIVAR                       VALUE "A".
           88  ENT-DESACTIVAR                    VALUE "D".

      *                    RESUELVE O LO ANULA; UN REGISTRO DEL
      *                    FORMATO ANTERIOR TRAE LA ZONA EN BLANCO Y
      *                    SE TOMA COMO PENDIENTE.
      * 15/10/2026  RA     EL ARCHIVO PASA A SER UN MAESTRO INDEXADO
      *                    (COMO HISTCORR) CON CLAVE FECHA DE NEGOCIO,
      *                    PROGRAMA Y SECUENCIA DENTRO DE AMBOS: LA
      *                    REVISION ACTUALIZA UN REGISTRO EN SU LUGAR Y
      *                    EL REPORTE LEE SOLO LA FECHA PEDIDA. LA
      *                    CLAVE SE AGREGA AL FINAL PARA QUE LAS
      *                    POSICIONES DE SIEMPRE NO CAMBIEN (LOS
      *                    HISTORICOS DE RECHARC LAS SIGUEN USANDO), Y
      *                    POR ESO REPITE EL PROGRAMA. LA COMPLETA
      *                    GRABRECH; EL PROGRAMA QUE LLAMA LA IGNORA.
      *                    RCH-FECHA SIGUE SIENDO LA FECHA DEL RELOJ EN
      *                    QUE SE TIPEO EL VALOR.
      * 15/10/2026  RA     EN UN RECHAZO DE EDITDIA RCH-POSICION ES EL
      *                    NUMERO DE LINEA DEL DATASET; 000 QUIERE DECIR
      *                    UNA LINEA MAS ALLA DE LA 999 (EL NUMERO
      *                    COMPLETO QUEDA EN EDITREP).
      ******************************************************************
       05  RCH-PROGRAMA             PIC X(10).
       05  RCH-SEPARADOR-1          PIC X(01).
       05  RCH-RES-HORA             PIC 9(06).
       05  RCH-SEPARADOR-11         PIC X(01).
       05  RCH-RES-VALOR            PIC X(09).
       05  RCH-SEPARADOR-12         PIC X(01).
       05  RCH-CLAVE.
           10  RCH-FECHA-NEGOCIO    PIC 9(08).
           10  RCH-PROGRAMA-CLAVE   PIC X(10).
           10  RCH-SECUENCIA        PIC 9(05).

000230******************************************************************
000240* HISTORIAL DE MODIFICACIONES
000250* FECHA       INIC.  DESCRIPCION
000252* 15/10/2026  RA     EL REGISTRO LLEVA AHORA EL CODIGO DE RETORNO
000254*                    DE LA CORRIDA AL FINAL (COPY HISTCORR); EL
000256*                    AREA DE COMUNICACION PASA DE 76 A 79.
000260* 02/09/2026  RA     EL REGISTRO LLEVA AHORA LA HORA DE INICIO
000261*                    DE LA CORRIDA AL FINAL (COPY HISTCORR); EL
000262*                    AREA DE COMUNICACION PASA DE 69 A 76.
000550     88  FIN-DE-LECTURA                    VALUE "S".
000560
000570 LINKAGE SECTION.
000580 01  REG-HISTORIAL-COM           PIC X(79).
000590
000600 PROCEDURE DIVISION USING REG-HISTORIAL-COM.
000610******************************************************************

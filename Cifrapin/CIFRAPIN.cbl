000100******************************************************************
000110* Subprograma que cifra el PIN de un operador en una sola via:
000120*recibe la identificacion y el PIN en claro (COPY CIFRLNK) y
000130*devuelve diez digitos que no permiten reconstruir el PIN. La
000140*identificacion entra como semilla, asi dos operadores con el
000150*mismo PIN guardan cifrados distintos en OPERMST. Lo llaman
000160*FIRMAPIN, para comparar el PIN ingresado contra el guardado, y
000170*MANTOPER, para el PIN provisorio de un alta o un blanqueo.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFRAPIN.
000210 AUTHOR.        R. ALONSO.
000220 INSTALLATION.  DEPTO. DESARROLLO.
000230 DATE-WRITTEN.  15/10/2026.
000240 DATE-COMPILED.
000250******************************************************************
000260* HISTORIAL DE MODIFICACIONES
000270* FECHA       INIC.  DESCRIPCION
000280* 15/10/2026  RA     VERSION INICIAL.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340*    IDENTIFICACION Y PIN JUNTOS, RECORRIDOS BYTE A BYTE.
000350 01  WS-CADENA.
000360     05  WS-CADENA-ID            PIC X(08).
000370     05  WS-CADENA-PIN           PIC X(08).
000380
000390*    UN BYTE DE LA CADENA VISTO COMO NUMERO BINARIO: EL BYTE ALTO
000400*    QUEDA EN CERO Y EL BAJO RECIBE EL CARACTER.
000410 01  WS-BYTE-NUMERO              PIC 9(04) COMP VALUE 0.
000420 01  WS-BYTE-PARTES REDEFINES WS-BYTE-NUMERO.
000430     05  FILLER                  PIC X(01).
000440     05  WS-BYTE-CARACTER        PIC X(01).
000450
000460 01  WS-ACUM-1                   PIC S9(18) COMP VALUE 0.
000470 01  WS-ACUM-2                   PIC S9(18) COMP VALUE 0.
000480 01  WS-PRODUCTO                 PIC S9(18) COMP VALUE 0.
000490 01  WS-COCIENTE                 PIC S9(18) COMP VALUE 0.
000500 01  WS-RESULTADO                PIC 9(10) VALUE 0.
000510
000520 01  WS-IND-BYTE                 PIC 9(02) COMP VALUE 0.
000530 01  WS-IND-VUELTA               PIC 9(02) COMP VALUE 0.
000540
000550*    MODULOS PRIMOS DE LAS DOS ACUMULACIONES.
000560 01  WS-PRIMO-1                  PIC S9(18) COMP
000570                                 VALUE 4294967291.
000580 01  WS-PRIMO-2                  PIC S9(18) COMP
000590                                 VALUE 9999999967.
000600
000610 LINKAGE SECTION.
000620 01  PIN-CIFRADO-COM.
000630     COPY CIFRLNK.
000640
000650 PROCEDURE DIVISION USING PIN-CIFRADO-COM.
000660******************************************************************
000670* 0000-MAINLINE-CONTROL
000680******************************************************************
000690 0000-MAINLINE-CONTROL.
000700     MOVE CIF-ID TO WS-CADENA-ID.
000710     MOVE CIF-PIN TO WS-CADENA-PIN.
000720     MOVE 1234567 TO WS-ACUM-1.
000730     MOVE 7654321 TO WS-ACUM-2.
000740     PERFORM 1000-MEZCLAR-CADENA THRU 1000-EXIT
000750         VARYING WS-IND-VUELTA FROM 1 BY 1
000760         UNTIL WS-IND-VUELTA > 4.
000770     COMPUTE WS-PRODUCTO = WS-ACUM-1 * 7 + WS-ACUM-2.
000780     DIVIDE WS-PRODUCTO BY 10000000000 GIVING WS-COCIENTE
000790         REMAINDER WS-RESULTADO.
000800     MOVE WS-RESULTADO TO CIF-CIFRADO.
000810     MOVE SPACE TO WS-CADENA.
000820     GOBACK.
000830
000840******************************************************************
000850* 1000-MEZCLAR-CADENA - UNA VUELTA COMPLETA SOBRE LOS DIECISEIS
000860* BYTES. CUATRO VUELTAS HACEN QUE CADA BYTE AFECTE A TODOS LOS
000870* DIGITOS DEL RESULTADO.
000880******************************************************************
000890 1000-MEZCLAR-CADENA.
000900     PERFORM 1100-MEZCLAR-BYTE THRU 1100-EXIT
000910         VARYING WS-IND-BYTE FROM 1 BY 1
000920         UNTIL WS-IND-BYTE > 16.
000930 1000-EXIT.
000940     EXIT.
000950
000960******************************************************************
000970* 1100-MEZCLAR-BYTE - INCORPORA UN BYTE A LAS DOS
000980* ACUMULACIONES, CADA UNA REDUCIDA POR SU PRIMO.
000990******************************************************************
001000 1100-MEZCLAR-BYTE.
001010     MOVE 0 TO WS-BYTE-NUMERO.
001020     MOVE WS-CADENA (WS-IND-BYTE:1) TO WS-BYTE-CARACTER.
001030     COMPUTE WS-PRODUCTO = WS-ACUM-1 * 257 + WS-BYTE-NUMERO
001040         + WS-IND-BYTE * WS-IND-VUELTA.
001050     DIVIDE WS-PRODUCTO BY WS-PRIMO-1 GIVING WS-COCIENTE
001060         REMAINDER WS-ACUM-1.
001070     COMPUTE WS-PRODUCTO = WS-ACUM-2 * 65599 + WS-ACUM-1
001080         + WS-BYTE-NUMERO.
001090     DIVIDE WS-PRODUCTO BY WS-PRIMO-2 GIVING WS-COCIENTE
001100         REMAINDER WS-ACUM-2.
001110 1100-EXIT.
001120     EXIT.
001130
001140 END PROGRAM CIFRAPIN.

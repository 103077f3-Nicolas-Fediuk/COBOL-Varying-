000100******************************************************************
000110* Subprograma que agrega un registro al registro de verificacion
000120*de carga VERICARG (COPY VERICAR). Lo llaman los parrafos de la
000130*doble carga a ciegas (COPY DOBLCARP) al terminar cada lista, ya
000140*verificada o no. El que llama carga todos los datos; aca se pone
000150*la hora y los separadores. El archivo es de solo agregado.
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.    GRABVERI.
000190 AUTHOR.        R. ALONSO.
000200 INSTALLATION.  DEPTO. DESARROLLO.
000210 DATE-WRITTEN.  15/10/2026.
000220 DATE-COMPILED.
000230******************************************************************
000240* HISTORIAL DE MODIFICACIONES
000250* FECHA       INIC.  DESCRIPCION
000260* 15/10/2026  RA     VERSION INICIAL.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT VERICARG ASSIGN TO "VERICARG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-VERICARG-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  VERICARG
000380     LABEL RECORDS ARE STANDARD.
000390 01  REG-VERICARG.
000400     COPY VERICAR.
000410
000420 WORKING-STORAGE SECTION.
000430 01  WS-VERICARG-STATUS          PIC X(02) VALUE "00".
000440
000450 LINKAGE SECTION.
000460 01  REG-VERICARG-COM            PIC X(55).
000470
000480 PROCEDURE DIVISION USING REG-VERICARG-COM.
000490******************************************************************
000500* 0000-MAINLINE-CONTROL
000510******************************************************************
000520 0000-MAINLINE-CONTROL.
000530     MOVE REG-VERICARG-COM TO REG-VERICARG.
000540     ACCEPT VCA-HORA FROM TIME.
000550     PERFORM 2000-AGREGAR-REGISTRO THRU 2000-EXIT.
000560     MOVE REG-VERICARG TO REG-VERICARG-COM.
000570     GOBACK.
000580
000590******************************************************************
000600* 2000-AGREGAR-REGISTRO - AGREGA EL REGISTRO AL FINAL, CON LOS
000610* SEPARADORES EN SU LUGAR.
000620******************************************************************
000630 2000-AGREGAR-REGISTRO.
000640     MOVE SPACE TO VCA-SEPARADOR-1.
000650     MOVE SPACE TO VCA-SEPARADOR-2.
000660     MOVE SPACE TO VCA-SEPARADOR-3.
000670     MOVE SPACE TO VCA-SEPARADOR-4.
000680     MOVE SPACE TO VCA-SEPARADOR-5.
000690     MOVE SPACE TO VCA-SEPARADOR-6.
000700     MOVE SPACE TO VCA-SEPARADOR-7.
000710     MOVE SPACE TO VCA-SEPARADOR-8.
000720     OPEN EXTEND VERICARG.
000730     IF WS-VERICARG-STATUS = "35"
000740         OPEN OUTPUT VERICARG
000750     END-IF.
000760     IF WS-VERICARG-STATUS = "00"
000770         WRITE REG-VERICARG
000780         CLOSE VERICARG
000790     ELSE
000800         DISPLAY "GRABVERI: NO SE PUDO GRABAR LA VERIFICACION, "
000810             "FILE STATUS " WS-VERICARG-STATUS
000820     END-IF.
000830 2000-EXIT.
000840     EXIT.
000850
000860 END PROGRAM GRABVERI.

      ******************************************************************
      * ASIENTO - CAMPOS DE LA LINEA DE DETALLE DE LA INTERFAZ CONTABLE
      * (ARCHIVO ASICONT, QUE TOMA EL MAYOR) Y DE SU HISTORICO ASIHIST,
      * QUE GUARDA CADA LINEA ENVIADA. CADA ASIENTO SON DOS LINEAS
      * BALANCEADAS (DEBE Y HABER POR EL MISMO IMPORTE) DE UNA CIFRA DE
      * UN PROGRAMA DEL DIA CERRADO. EL NUMERO DE DIARIO ES LA FECHA DE
      * NEGOCIO MAS UNA SECUENCIA DENTRO DE ELLA, ASI QUE NO SE REPITE.
      * UN DIARIO DE REVERSO (CLASE R) INVIERTE LINEA POR LINEA EL
      * DIARIO QUE INDICA ASI-REVERSA-DE.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      * 15/10/2026  RA     AGREGADO ASI-RESERVA AL FINAL: LOS CAMPOS
      *                    SUMABAN 85 Y LA CABECERA, EL CIERRE Y LOS
      *                    REGISTROS DE ASICONT/ASIHIST SON DE 86.
      ******************************************************************
       05  ASI-TIPO                 PIC X(01).
           88  ASI-CABECERA                     VALUE "C".
           88  ASI-DETALLE                      VALUE "D".
           88  ASI-CIERRE                       VALUE "T".
       05  ASI-SEPARADOR-1          PIC X(01).
       05  ASI-FECHA                PIC 9(08).
       05  ASI-SEPARADOR-2          PIC X(01).
       05  ASI-DIARIO.
           10  ASI-DIARIO-FECHA     PIC 9(08).
           10  ASI-DIARIO-SEC       PIC 9(02).
       05  ASI-SEPARADOR-3          PIC X(01).
       05  ASI-CLASE                PIC X(01).
           88  ASI-NORMAL                       VALUE "N".
           88  ASI-REVERSO                      VALUE "R".
       05  ASI-SEPARADOR-4          PIC X(01).
       05  ASI-NUMERO               PIC 9(03).
       05  ASI-SEPARADOR-5          PIC X(01).
       05  ASI-CUENTA               PIC X(10).
       05  ASI-SEPARADOR-6          PIC X(01).
       05  ASI-DEBE-HABER           PIC X(01).
           88  ASI-DEBE                         VALUE "D".
           88  ASI-HABER                        VALUE "H".
       05  ASI-SEPARADOR-7          PIC X(01).
       05  ASI-IMPORTE              PIC 9(09)V99.
       05  ASI-SEPARADOR-8          PIC X(01).
       05  ASI-PROGRAMA             PIC X(10).
       05  ASI-SEPARADOR-9          PIC X(01).
       05  ASI-CONCEPTO             PIC X(10).
       05  ASI-SEPARADOR-10         PIC X(01).
       05  ASI-REVERSA-DE           PIC 9(10).
       05  ASI-RESERVA              PIC X(01).

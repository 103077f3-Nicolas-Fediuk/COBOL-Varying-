      ******************************************************************
      * ANUHIST - CAMPOS DEL REGISTRO DEL HISTORICO ANUAL DEL SUITE
      * (ARCHIVO ANUHIST): UN REGISTRO POR ANIO CERRADO Y POR PROGRAMA
      * (EJERCICIO1 A EJERCICIO5), GRABADO POR EL CIERRE DE ANIO
      * CIERRANO CON LA SUMA DE LOS DOCE MESES DE MESHISTT: CORRIDAS,
      * POSITIVOS Y NEGATIVOS. LOS CEROS Y LOS TOTALES POR BANDA SOLO
      * SE CONOCEN PARA EJERCICIO3 (SALEN DE MESHIST3); LOS DEMAS
      * PROGRAMAS LOS LLEVAN EN CERO. LA VERSION DE BANDAS SIGUE LA
      * REGLA DE MESHIST3: 999 SI LOS MESES SE CONTARON CON MAS DE UNA
      * DEFINICION. ANH-MESES-CON-BANDAS DICE CUANTOS MESES APORTARON
      * BANDAS (UN MES DEL FORMATO ANTERIOR NO LAS TRAE).
      *
      * QUE UN ANIO FIGURE EN ESTE ARCHIVO ES LO QUE LO DA POR CERRADO:
      * SUS FILAS MENSUALES YA PASARON AL ARCHIVO ANUAL (MESARCT Y
      * MESARC3) Y NINGUN CIERRE DE MES NI AJUSTE VUELVE A ENTRAR EN
      * EL.
      *
      * HISTORIAL DE MODIFICACIONES
      * FECHA       INIC.  DESCRIPCION
      * 15/10/2026  RA     VERSION INICIAL.
      ******************************************************************
       05  ANH-ANIO                 PIC 9(04).
       05  ANH-SEPARADOR-1          PIC X(01).
       05  ANH-PROGRAMA             PIC X(10).
       05  ANH-SEPARADOR-2          PIC X(01).
       05  ANH-MESES                PIC 9(02).
       05  ANH-SEPARADOR-3          PIC X(01).
       05  ANH-CORRIDAS             PIC 9(06).
       05  ANH-SEPARADOR-4          PIC X(01).
       05  ANH-POSITIVOS            PIC 9(08).
       05  ANH-SEPARADOR-5          PIC X(01).
       05  ANH-NEGATIVOS            PIC 9(08).
       05  ANH-SEPARADOR-6          PIC X(01).
       05  ANH-CEROS                PIC 9(08).
       05  ANH-SEPARADOR-7          PIC X(01).
       05  ANH-BANDA-VERSION        PIC 9(03).
           88  ANH-BANDAS-MEZCLADAS             VALUE 999.
       05  ANH-SEPARADOR-8          PIC X(01).
       05  ANH-MESES-CON-BANDAS     PIC 9(02).
       05  ANH-BANDAS.
           10  ANH-BANDA-ENT OCCURS 7 TIMES.
               15  ANH-BANDA-SEP    PIC X(01).
               15  ANH-BANDA-CANT   PIC 9(08).
       05  ANH-SEPARADOR-9          PIC X(01).
       05  ANH-FECHA-CIERRE         PIC 9(08).
       05  ANH-SEPARADOR-10         PIC X(01).
       05  ANH-OPERADOR             PIC X(08).

000550*                    MTD NUEVO SE ABRIA BAJO EL MES DE LA
000560*                    MAQUINA Y EJERCICIO3 LO RECHAZABA COMO MES
000570*                    SIN CERRAR.
000571* 15/10/2026  RA     AJUSTES POSTERIORES AL CIERRE: ANTES DE
000572*                    GRABAR EL MES EN MESHIST3 SE LE SUMAN LOS
000573*                    AJUSTES APROBADOS DE EJERCICIO3 DEL DIARIO
000574*                    AJUSTES CUYO MES DESTINO DE EJERCICIO3 ES EL
000575*                    MES QUE SE CIERRA. UN TOTAL QUE QUEDARIA
000576*                    NEGATIVO SE DEJA EN CERO CON AVISO. EL MTD
000577*                    NUEVO SE ABRE EN CERO COMO SIEMPRE.
000578* 15/10/2026  RA     EL MES CERRADO PASA A MESHIST3 (AHORA COPY
000579*                    MESHIST3) CON SUS CONTADORES POR BANDA Y LA
000580*                    VERSION DE BANDAS CON LA QUE SE CONTARON; UN
000581*                    MTD SIN BANDAS (FORMATO ANTERIOR) LAS DEJA EN
000582*                    BLANCO. EL MES NUEVO SE ABRE CON LA VERSION
000583*                    QUE LEEBANDA DA VIGENTE PARA SU PRIMER DIA.
000584* 15/10/2026  RA     UN MES CUYO ANIO YA FIGURA EN EL HISTORICO
000585*                    ANUAL (ANUHIST, CIERRE DE ANIO CIERRANO) NO
000586*                    SE CIERRA: SUS FILAS YA PASARON AL ARCHIVO
000587*                    ANUAL Y NO ESTAN EN MESHIST3 PARA DETECTAR
000588*                    EL CIERRE DOBLE.
000589* 15/10/2026  RA     CORRIDO POR EL FIN DE MES (FINDEMES), TOMA
000590*                    EL OPERADOR YA FIRMADO (COPY FIRMENU) EN VEZ
000591*                    DE PEDIR LA IDENTIFICACION OTRA VEZ.
000593******************************************************************
000594 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT MTD-TOTALES ASSIGN TO "MTD3TOT"
000650     SELECT MES-HISTORICO ASSIGN TO "MESHIST3"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-HISTORICO-STATUS.
000672     SELECT AJUSTES ASSIGN TO "AJUSTES"
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-AJUSTES-STATUS.
000677     SELECT ANUAL-HISTORICO ASSIGN TO "ANUHIST"
000678         ORGANIZATION IS LINE SEQUENTIAL
000679         FILE STATUS IS WS-ANUAL-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000770 FD  MES-HISTORICO
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-MES-HISTORICO.
000800     COPY MESHIST3.
000861
000862 FD  AJUSTES
000863     LABEL RECORDS ARE STANDARD.
000864 01  REG-AJUSTES.
000865     COPY AJUSTE.
000867
000869 FD  ANUAL-HISTORICO
000871     LABEL RECORDS ARE STANDARD.
000873 01  REG-ANUAL-HISTORICO.
000875     COPY ANUHIST.
000877
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-MTD-STATUS               PIC X(02) VALUE "00".
000910 01  WS-HISTORICO-STATUS         PIC X(02) VALUE "00".
000915 01  WS-AJUSTES-STATUS           PIC X(02) VALUE "00".
000917 01  WS-ANUAL-STATUS             PIC X(02) VALUE "00".
000920 01  REG-AUDITORIA.
000930     COPY AUDITLOG.
000940
001040 01  REG-TRAILER.
001050     COPY CTLTRL.
001060 01  WS-HASH-TOTAL               PIC 9(12) VALUE 0.
001070 01  GUARDA-MTD                  PIC X(80) VALUE SPACE.
001080 01  SW-HAY-TRAILER              PIC X(01) VALUE "N".
001090     88  HAY-TRAILER                       VALUE "S".
001100
001130     05  CIE-POSITIVOS           PIC 9(06) VALUE 0.
001140     05  CIE-NEGATIVOS           PIC 9(06) VALUE 0.
001150     05  CIE-CEROS               PIC 9(06) VALUE 0.
001151     05  CIE-BANDA-VERSION       PIC 9(03) VALUE 0.
001152     05  CIE-BANDA-CANT OCCURS 7 TIMES PIC 9(06).
001153 01  SW-BANDAS-CONOCIDAS         PIC X(01) VALUE "N".
001154     88  BANDAS-CONOCIDAS                  VALUE "S".
001155
001156 01  BANDAS-VIGENTES.
001157     COPY BANDLNK.
001160
001170 01  SW-CIERRE-VALIDO            PIC X(01) VALUE "S".
001180     88  CIERRE-VALIDO                     VALUE "S".
001200
001210 01  SW-FIN-HISTORICO            PIC X(01) VALUE "N".
001220     88  FIN-DE-HISTORICO                  VALUE "S".
001221 01  SW-FIN-AJUSTES              PIC X(01) VALUE "N".
001222     88  FIN-DE-AJUSTES                    VALUE "S".
001223 01  SW-FIN-ANUAL                PIC X(01) VALUE "N".
001224     88  FIN-DE-ANUAL                      VALUE "S".
001225 01  WS-CANT-AJUSTES-MES         PIC 9(05) VALUE 0.
001226 01  WS-TOTAL-AJUSTADO           PIC S9(07) VALUE 0.
001227
001228 01  OPERADOR-AUTORIZACION.
001229     COPY OPERLNK.
001231
001233 01  FIRMA-MENU-COM EXTERNAL.
001235     COPY FIRMENU.
001237
001240 PROCEDURE DIVISION.
001250******************************************************************
001260* 0000-MAINLINE-CONTROL
001310         PERFORM 2000-CONTROLAR-CIERRE-DOBLE THRU 2000-EXIT
001320     END-IF.
001330     IF CIERRE-VALIDO
001335         PERFORM 2500-APLICAR-AJUSTES THRU 2500-EXIT
001340         PERFORM 3000-GRABAR-HISTORICO THRU 3000-EXIT
001350         PERFORM 4000-ABRIR-MES-NUEVO THRU 4000-EXIT
001360         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
001490* FIRMA RECHAZADA QUEDA EN EL LOG DE AUDITORIA.
001500******************************************************************
001510 0100-EXIGIR-OPERADOR.
001514     IF FMN-FIRMA-ACTIVA
001518         MOVE FMN-OPERADOR TO VOP-ID
001522     ELSE
001526         DISPLAY "INGRESE SU IDENTIFICACION DE OPERADOR"
001530         ACCEPT VOP-ID
001534     END-IF.
001540     MOVE 9 TO VOP-POSICION.
001550     CALL "VALOPER" USING OPERADOR-AUTORIZACION.
001560     IF VOP-AUTORIZADO
002000             MOVE MTD-POSITIVOS TO CIE-POSITIVOS
002010             MOVE MTD-NEGATIVOS TO CIE-NEGATIVOS
002020             MOVE MTD-CEROS     TO CIE-CEROS
002025             PERFORM 1100-TOMAR-BANDAS THRU 1100-EXIT
002030     END-READ.
002040     IF CIERRE-VALIDO
002050         PERFORM 1300-VERIFICAR-CIERRE-MTD THRU 1300-EXIT
002110         SET CIERRE-INVALIDO TO TRUE
002120     END-IF.
002130 1000-EXIT.
002131     EXIT.
002132
002133******************************************************************
002134* 1100-TOMAR-BANDAS - GUARDA LOS CONTADORES POR BANDA DEL MES Y LA
002135* VERSION DE BANDAS CON LA QUE SE CONTARON. UN MTD DEL FORMATO
002136* ANTERIOR SIN BANDAS LAS DEJA COMO DESCONOCIDAS; UNO CON BANDAS
002137* PERO SIN VERSION SE CONTO CON LA BASE 000.
002138******************************************************************
002139 1100-TOMAR-BANDAS.
002140     MOVE "N" TO SW-BANDAS-CONOCIDAS.
002141     IF MTD-BANDA-CANT (1) NOT NUMERIC
002142         GO TO 1100-EXIT
002143     END-IF.
002144     SET BANDAS-CONOCIDAS TO TRUE.
002145     MOVE 0 TO CIE-BANDA-VERSION.
002146     IF MTD-BANDA-VERSION NUMERIC
002147         MOVE MTD-BANDA-VERSION TO CIE-BANDA-VERSION
002148     END-IF.
002149     PERFORM 1110-TOMAR-BANDA THRU 1110-EXIT
002150         VARYING WS-IND-BANDA FROM 1 BY 1
002151         UNTIL WS-IND-BANDA > 7.
002152 1100-EXIT.
002153     EXIT.
002154
002155 1110-TOMAR-BANDA.
002156     MOVE 0 TO CIE-BANDA-CANT (WS-IND-BANDA).
002157     IF MTD-BANDA-CANT (WS-IND-BANDA) NUMERIC
002158         MOVE MTD-BANDA-CANT (WS-IND-BANDA)
002159             TO CIE-BANDA-CANT (WS-IND-BANDA)
002160     END-IF.
002161 1110-EXIT.
002162     EXIT.
002163
002164******************************************************************
002170* 1300-VERIFICAR-CIERRE-MTD - LEE EL REGISTRO DE CIERRE QUE
002180* SIGUE AL ACUMULADO Y VERIFICA MARCA, CANTIDAD Y HASH ANTES DE
002190* CERRAR EL MES. SIN REGISTRO DE CIERRE (FORMATO ANTERIOR) SE
002490******************************************************************
002500* 2000-CONTROLAR-CIERRE-DOBLE - SI EL MES A CERRAR YA ESTA EN EL
002510* HISTORICO, ESTE CIERRE YA SE HIZO Y REPETIRLO DUPLICARIA EL
002516* REGISTRO DEL MES. SI SU ANIO YA FIGURA EN EL HISTORICO ANUAL,
002522* EL ANIO ESTA CERRADO Y ARCHIVADO.
002530******************************************************************
002540 2000-CONTROLAR-CIERRE-DOBLE.
002550     OPEN INPUT MES-HISTORICO.
002560     IF WS-HISTORICO-STATUS NOT = "00"
002570         GO TO 2000-CONTROLAR-ANIO
002580     END-IF.
002590     PERFORM 2100-BUSCAR-MES THRU 2100-EXIT
002600         UNTIL FIN-DE-HISTORICO OR CIERRE-INVALIDO.
002610     CLOSE MES-HISTORICO.
002614 2000-CONTROLAR-ANIO.
002618     OPEN INPUT ANUAL-HISTORICO.
002622     IF WS-ANUAL-STATUS NOT = "00"
002626         GO TO 2000-EXIT
002630     END-IF.
002634     PERFORM 2200-BUSCAR-ANIO THRU 2200-EXIT
002638         UNTIL FIN-DE-ANUAL OR CIERRE-INVALIDO.
002642     CLOSE ANUAL-HISTORICO.
002650 2000-EXIT.
002660     EXIT.
002670
002770             END-IF
002780     END-READ.
002790 2100-EXIT.
002791     EXIT.
002792
002793 2200-BUSCAR-ANIO.
002794     READ ANUAL-HISTORICO
002795         AT END
002796             SET FIN-DE-ANUAL TO TRUE
002797         NOT AT END
002798             IF ANH-ANIO = CIE-MES (1:4)
002799                 DISPLAY "EL ANIO " ANH-ANIO " YA ESTA CERRADO "
002800                     "EN EL HISTORICO ANUAL"
002801                 SET CIERRE-INVALIDO TO TRUE
002802             END-IF
002803     END-READ.
002804 2200-EXIT.
002805     EXIT.
002806
002807******************************************************************
002808* 2500-APLICAR-AJUSTES - SUMA AL MES QUE SE CIERRA LOS AJUSTES
002809* APROBADOS DE EJERCICIO3 DESTINADOS A ESE MES. SIN DIARIO DE
002810* AJUSTES NO HAY NADA QUE SUMAR.
002811******************************************************************
002812 2500-APLICAR-AJUSTES.
002813     MOVE 0 TO WS-CANT-AJUSTES-MES.
002814     OPEN INPUT AJUSTES.
002815     IF WS-AJUSTES-STATUS NOT = "00"
002816         GO TO 2500-EXIT
002817     END-IF.
002818     PERFORM 2510-APLICAR-AJUSTE THRU 2510-EXIT
002819         UNTIL FIN-DE-AJUSTES.
002820     CLOSE AJUSTES.
002821     DISPLAY "AJUSTES POSTERIORES AL CIERRE APLICADOS AL MES: "
002822         WS-CANT-AJUSTES-MES.
002823 2500-EXIT.
002824     EXIT.
002825
002826 2510-APLICAR-AJUSTE.
002827     READ AJUSTES
002828         AT END
002829             SET FIN-DE-AJUSTES TO TRUE
002830             GO TO 2510-EXIT
002831     END-READ.
002832     IF NOT AJU-APROBADO
002833         OR AJU-PROGRAMA NOT = "EJERCICIO3"
002834         OR AJU-MES-DESTINO-3 NOT = CIE-MES
002835         GO TO 2510-EXIT
002836     END-IF.
002837     ADD 1 TO WS-CANT-AJUSTES-MES.
002838     COMPUTE WS-TOTAL-AJUSTADO = CIE-POSITIVOS + AJU-POSITIVOS.
002839     IF WS-TOTAL-AJUSTADO < 0
002840         DISPLAY "AVISO: EL AJUSTE " AJU-NUMERO " DEJARIA EN "
002841             "NEGATIVO LOS POSITIVOS, QUEDAN EN CERO"
002842         MOVE 0 TO WS-TOTAL-AJUSTADO
002843     END-IF.
002844     MOVE WS-TOTAL-AJUSTADO TO CIE-POSITIVOS.
002845     COMPUTE WS-TOTAL-AJUSTADO = CIE-NEGATIVOS + AJU-NEGATIVOS.
002846     IF WS-TOTAL-AJUSTADO < 0
002847         DISPLAY "AVISO: EL AJUSTE " AJU-NUMERO " DEJARIA EN "
002848             "NEGATIVO LOS NEGATIVOS, QUEDAN EN CERO"
002849         MOVE 0 TO WS-TOTAL-AJUSTADO
002850     END-IF.
002851     MOVE WS-TOTAL-AJUSTADO TO CIE-NEGATIVOS.
002852     COMPUTE WS-TOTAL-AJUSTADO = CIE-CEROS + AJU-CEROS.
002853     IF WS-TOTAL-AJUSTADO < 0
002854         DISPLAY "AVISO: EL AJUSTE " AJU-NUMERO " DEJARIA EN "
002855             "NEGATIVO LOS CEROS, QUEDAN EN CERO"
002856         MOVE 0 TO WS-TOTAL-AJUSTADO
002857     END-IF.
002858     MOVE WS-TOTAL-AJUSTADO TO CIE-CEROS.
002859     DISPLAY "AJUSTE " AJU-NUMERO " DEL DIA " AJU-FECHA-EFECTO
002860         " APLICADO AL MES".
002861 2510-EXIT.
002862     EXIT.
002863
002864******************************************************************
002865* 3000-GRABAR-HISTORICO - AGREGA EL MES CERRADO AL HISTORICO DE
002866* MESES, UN REGISTRO POR MES, CON SUS BANDAS Y LA VERSION DE
002867* BANDAS (EN BLANCO SI NO SE CONOCEN).
002868******************************************************************
002869 3000-GRABAR-HISTORICO.
002870     MOVE SPACE TO REG-MES-HISTORICO.
002871     MOVE CIE-MES       TO MH3-MES.
002880     MOVE CIE-POSITIVOS TO MH3-POSITIVOS.
002890     MOVE CIE-NEGATIVOS TO MH3-NEGATIVOS.
002900     MOVE CIE-CEROS     TO MH3-CEROS.
002905     IF BANDAS-CONOCIDAS
002910         MOVE CIE-BANDA-VERSION TO MH3-BANDA-VERSION
002915         PERFORM 3100-PASAR-BANDA THRU 3100-EXIT
002920             VARYING WS-IND-BANDA FROM 1 BY 1
002925             UNTIL WS-IND-BANDA > 7
002930     END-IF.
002940     OPEN EXTEND MES-HISTORICO.
002950     IF WS-HISTORICO-STATUS = "35"
002960         OPEN OUTPUT MES-HISTORICO
002980     WRITE REG-MES-HISTORICO.
002990     CLOSE MES-HISTORICO.
003000 3000-EXIT.
003001     EXIT.
003002
003003 3100-PASAR-BANDA.
003004     MOVE CIE-BANDA-CANT (WS-IND-BANDA)
003005         TO MH3-BANDA-CANT (WS-IND-BANDA).
003006 3100-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 4000-ABRIR-MES-NUEVO - REGRABA EL MTD EN CERO CON EL MES EN
003046* CURSO, LISTO PARA LA PRIMERA CORRIDA DEL MES, CON LA VERSION DE
003052* BANDAS VIGENTE EL PRIMER DIA DEL MES.
003060******************************************************************
003070 4000-ABRIR-MES-NUEVO.
003080     MOVE WS-MES-ACTUAL TO MTD-MES.
003150     PERFORM 4100-LIMPIAR-BANDA THRU 4100-EXIT
003160         VARYING WS-IND-BANDA FROM 1 BY 1
003170         UNTIL WS-IND-BANDA > 7.
003171     COMPUTE BDL-FECHA = (WS-MES-ACTUAL * 100) + 1.
003172     CALL "LEEBANDA" USING BANDAS-VIGENTES.
003173     MOVE SPACE TO MTD-SEPARADOR-3.
003174     MOVE BDL-VERSION TO MTD-BANDA-VERSION.
003175     DISPLAY "EL MES " WS-MES-ACTUAL " SE ABRE CON BANDAS "
003176         "VERSION " BDL-VERSION.
003177     MOVE "MTD3TOT" TO RSG-ARCHIVO.
003178     CALL "RESGUARD" USING RESGUARDO-COM.
003179     IF NOT RSG-COPIADO AND NOT RSG-SIN-ORIGEN
003180         DISPLAY "EL RESGUARDO DE MTD3TOT FALLO, LA "
003181             "REGRABA SIGUE SIN GENERACION ANTERIOR"
003182     END-IF.
003183     OPEN OUTPUT MTD-TOTALES.
003190     WRITE REG-MTD-TOTALES.
003200     PERFORM 4200-CALCULAR-HASH-MTD THRU 4200-EXIT.
003210     PERFORM 4400-GRABAR-CIERRE-MTD THRU 4400-EXIT.
003310
003320******************************************************************
003330* 4200-CALCULAR-HASH-MTD - HASH DE CONTROL DEL REGISTRO MTD EN
003337* EL BUFFER: MES, CONTEOS, BANDAS Y VERSION DE BANDAS. LAS BANDAS
003344* Y LA VERSION EN BLANCO DE UN REGISTRO DEL FORMATO ANTERIOR NO
003351* SUMAN.
003360******************************************************************
003370 4200-CALCULAR-HASH-MTD.
003380     COMPUTE WS-HASH-TOTAL =
003400     PERFORM 4300-SUMAR-BANDA-HASH THRU 4300-EXIT
003410         VARYING WS-IND-BANDA FROM 1 BY 1
003420         UNTIL WS-IND-BANDA > 7.
003422     IF MTD-BANDA-VERSION NUMERIC
003424         ADD MTD-BANDA-VERSION TO WS-HASH-TOTAL
003426     END-IF.
003430 4200-EXIT.
003440     EXIT.
003450
003770     ACCEPT AUD-HORA FROM TIME.
003780     MOVE "CIERRME3" TO AUD-PROGRAMA.
003790     MOVE SPACE TO AUD-RESULTADO.
003793     IF BANDAS-CONOCIDAS
003796         STRING "MES=" CIE-MES " CERRADO BANDAS V"
003799             CIE-BANDA-VERSION
003802             DELIMITED BY SIZE INTO AUD-RESULTADO
003805     ELSE
003808         STRING "MES=" CIE-MES " CERRADO"
003811             DELIMITED BY SIZE INTO AUD-RESULTADO
003814     END-IF.
003820     MOVE SPACE TO AUD-SEPARADOR-1.
003830     MOVE SPACE TO AUD-SEPARADOR-2.
003840     MOVE SPACE TO AUD-SEPARADOR-3.

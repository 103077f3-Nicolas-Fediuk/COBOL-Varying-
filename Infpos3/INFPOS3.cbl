000330*                    HISTORIAL DE CORRIDAS HASTA EL MISMO DIA
000340*                    DEL MES QUE HOY, CON EL PARSEO DE ROTULOS
000350*                    DE ANCHOS FIJOS DE CONCILIA.
000351* 15/10/2026  RA     EL REGISTRO DE MESHIST3 PASA AL COPY
000352*                    MESHIST3. SE MUESTRA LA VERSION DE BANDAS DEL
000353*                    MES ABIERTO Y LAS BANDAS DEL MISMO MES DEL
000354*                    ANO PASADO Y DEL MES ANTERIOR SOLO CUANDO SE
000355*                    CONTARON CON LA MISMA VERSION; SI NO, SE
000356*                    INFORMA QUE NO SON COMPARABLES Y POR QUE
000357*                    VERSIONES. LA VERSION ENTRA EN EL HASH DEL
000358*                    MTD COMO EN EJERCICIO3.
000359* 15/10/2026  RA     MODO ENTRENAMIENTO: CON EJER-ENTRENA EN "S"
000360*                    (LA DEJA MENU0 AL ELEGIR ESE MODO, JUNTO CON
000361*                    LA ASIGNACION DE LOS ARCHIVOS A LOS DATASETS
000362*                    ENTRENA.*) LA CORRIDA SE MARCA EN PANTALLA
000363*                    COMO ENTRENAMIENTO.
000364******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000600 FD  MES-HISTORICO
000610     LABEL RECORDS ARE STANDARD.
000620 01  REG-MES-HISTORICO.
000630     COPY MESHIST3.
000700
000710 FD  HISTORIAL
000720     LABEL RECORDS ARE STANDARD.
000840 01  REG-TRAILER.
000850     COPY CTLTRL.
000860 01  WS-HASH-TOTAL               PIC 9(12) VALUE 0.
000870 01  GUARDA-MTD                  PIC X(80) VALUE SPACE.
000880 01  SW-HAY-TRAILER              PIC X(01) VALUE "N".
000890     88  HAY-TRAILER                       VALUE "S".
000900 01  SW-MTD-INVALIDO             PIC X(01) VALUE "N".
001030 01  WS-FECHA-DESDE              PIC 9(08) VALUE 0.
001040 01  WS-FECHA-HASTA              PIC 9(08) VALUE 0.
001050 01  WS-IND-BANDA                PIC 9(01) VALUE 0.
001052*    VERSION DE BANDAS DEL MES ABIERTO (EN BLANCO EN UN MTD DEL
001054*    FORMATO ANTERIOR: LA BASE 000).
001056 01  WS-VERSION-ABIERTO          PIC X(03) VALUE "000".
001060
001070*    CIFRAS DEL MISMO MES DEL ANO PASADO Y DEL MES ANTERIOR
001080*    COMPLETO, TOMADAS DEL HISTORICO DE MESES CERRADOS.
001100     05  CAP-POSITIVOS           PIC 9(06) VALUE 0.
001110     05  CAP-NEGATIVOS           PIC 9(06) VALUE 0.
001120     05  CAP-CEROS               PIC 9(06) VALUE 0.
001122     05  CAP-BANDAS.
001124         10  CAP-BANDA-VERSION   PIC X(03).
001126         10  CAP-BANDA-LISTA     PIC X(49).
001130 01  SW-HAY-ANO-PASADO           PIC X(01) VALUE "N".
001140     88  HAY-ANO-PASADO                    VALUE "S".
001150 01  CIFRAS-MES-ANTERIOR.
001160     05  CMA-POSITIVOS           PIC 9(06) VALUE 0.
001170     05  CMA-NEGATIVOS           PIC 9(06) VALUE 0.
001180     05  CMA-CEROS               PIC 9(06) VALUE 0.
001181     05  CMA-BANDAS.
001182         10  CMA-BANDA-VERSION   PIC X(03).
001183         10  CMA-BANDA-LISTA     PIC X(49).
001184
001185*    BANDAS DEL MES CERRADO QUE SE COMPARA CONTRA EL MES ABIERTO.
001186 01  BANDAS-COMPARADAS.
001187     05  BCO-VERSION             PIC X(03).
001188     05  BCO-BANDA-ENT OCCURS 7 TIMES.
001189         10  FILLER              PIC X(01).
001190         10  BCO-CANT            PIC X(06).
001191 01  SW-HAY-MES-ANTERIOR         PIC X(01) VALUE "N".
001200     88  HAY-MES-ANTERIOR                  VALUE "S".
001210
001220*    RITMO DEL MES ANTERIOR AL MISMO DIA DE NEGOCIO, SUMADO DE
001310     88  FIN-DE-HISTORICO                  VALUE "S".
001320 01  SW-FIN-HISTORIAL            PIC X(01) VALUE "N".
001330     88  FIN-DE-HISTORIAL                  VALUE "S".
001331 01  SW-ENTRENAMIENTO            PIC X(01) VALUE "N".
001332     88  MODO-ENTRENAMIENTO                VALUE "S".
001333
001334*    DESGLOSE PARSEADO DE UNA CORRIDA DE EJERCICIO3.
001335 01  WS-POS-CORRIDA              PIC 9(04) VALUE 0.
001336 01  WS-NEG-CORRIDA              PIC 9(04) VALUE 0.
001337 01  WS-CER-CORRIDA              PIC 9(04) VALUE 0.
001340
001350 PROCEDURE DIVISION.
001360******************************************************************
001370* 0000-MAINLINE-CONTROL
001380******************************************************************
001390 0000-MAINLINE-CONTROL.
001391     MOVE "N" TO SW-ENTRENAMIENTO.
001392     ACCEPT SW-ENTRENAMIENTO FROM ENVIRONMENT "EJER-ENTRENA".
001393     IF MODO-ENTRENAMIENTO
001394         DISPLAY "*** ENTRENAMIENTO - NO AFECTA A PRODUCCION ***"
001395     END-IF.
001400     CALL "LEEFECHA" USING FECHA-NEGOCIO-COM.
001410     MOVE FNC-FECHA-NEGOCIO TO WS-FECHA-HOY.
001420     MOVE WS-FECHA-HOY (7:2) TO WS-DIA-DEL-MES.
002010     PERFORM 1110-SUMAR-BANDA-HASH THRU 1110-EXIT
002020         VARYING WS-IND-BANDA FROM 1 BY 1
002030         UNTIL WS-IND-BANDA > 7.
002032     IF MTD-BANDA-VERSION NUMERIC
002034         ADD MTD-BANDA-VERSION TO WS-HASH-TOTAL
002036     END-IF.
002040 1100-EXIT.
002050     EXIT.
002060
002190******************************************************************
002200 1500-DETERMINAR-MESES.
002210     MOVE MTD-MES TO WS-MES-ABIERTO.
002212     IF MTD-BANDA-VERSION NUMERIC
002214         MOVE MTD-BANDA-VERSION TO WS-VERSION-ABIERTO
002216     END-IF.
002220     MOVE WS-MES-ABIERTO TO WS-MES-ANTERIOR.
002230     IF WS-MM-ANTERIOR = 1
002240         SUBTRACT 1 FROM WS-ANO-ANTERIOR
002590         MOVE MH3-POSITIVOS TO CAP-POSITIVOS
002600         MOVE MH3-NEGATIVOS TO CAP-NEGATIVOS
002610         MOVE MH3-CEROS     TO CAP-CEROS
002613         MOVE MH3-BANDA-VERSION TO CAP-BANDA-VERSION
002616         MOVE MH3-BANDAS    TO CAP-BANDA-LISTA
002620         SET HAY-ANO-PASADO TO TRUE
002630     END-IF.
002640     IF MH3-MES = WS-MES-ANTERIOR
002650         MOVE MH3-POSITIVOS TO CMA-POSITIVOS
002660         MOVE MH3-NEGATIVOS TO CMA-NEGATIVOS
002670         MOVE MH3-CEROS     TO CMA-CEROS
002673         MOVE MH3-BANDA-VERSION TO CMA-BANDA-VERSION
002676         MOVE MH3-BANDAS    TO CMA-BANDA-LISTA
002680         SET HAY-MES-ANTERIOR TO TRUE
002690     END-IF.
002700 2100-EXIT.
003340     DISPLAY "  POSITIVOS: " MTD-POSITIVOS.
003350     DISPLAY "  NEGATIVOS: " MTD-NEGATIVOS.
003360     DISPLAY "  CEROS: " MTD-CEROS.
003366     DISPLAY "  BANDAS DE LA DISTRIBUCION (VERSION "
003372         WS-VERSION-ABIERTO "):".
003380     PERFORM 8100-MOSTRAR-BANDA THRU 8100-EXIT
003390         VARYING WS-IND-BANDA FROM 1 BY 1
003400         UNTIL WS-IND-BANDA > 7.
003440         DISPLAY "  POSITIVOS: " CAP-POSITIVOS
003450         DISPLAY "  NEGATIVOS: " CAP-NEGATIVOS
003460         DISPLAY "  CEROS: " CAP-CEROS
003463         MOVE CAP-BANDAS TO BANDAS-COMPARADAS
003466         PERFORM 8200-COMPARAR-BANDAS THRU 8200-EXIT
003470     ELSE
003480         DISPLAY "MISMO MES DEL ANO PASADO " WS-MES-ANO-PASADO
003490             ": SIN DATOS EN EL HISTORICO"
003530         DISPLAY "  POSITIVOS: " CMA-POSITIVOS
003540         DISPLAY "  NEGATIVOS: " CMA-NEGATIVOS
003550         DISPLAY "  CEROS: " CMA-CEROS
003553         MOVE CMA-BANDAS TO BANDAS-COMPARADAS
003556         PERFORM 8200-COMPARAR-BANDAS THRU 8200-EXIT
003560     ELSE
003570         DISPLAY "MES ANTERIOR " WS-MES-ANTERIOR
003580             ": SIN DATOS EN EL HISTORICO"
003770 8100-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 8200-COMPARAR-BANDAS - MUESTRA LAS BANDAS DE UN MES CERRADO SOLO
003820* SI SE CONTARON CON LA MISMA VERSION DE BANDAS QUE EL MES
003830* ABIERTO. UNA VERSION DISTINTA, LA 999 (MES CONTADO CON DOS
003840* DEFINICIONES) O UN MES SIN VERSION (FORMATO ANTERIOR) NO SE
003850* COMPARAN: SE INFORMAN LAS DOS VERSIONES.
003860******************************************************************
003870 8200-COMPARAR-BANDAS.
003880     IF BCO-VERSION NUMERIC
003890         AND BCO-VERSION NOT = "999"
003900         AND WS-VERSION-ABIERTO NOT = "999"
003910         AND BCO-VERSION = WS-VERSION-ABIERTO
003920         DISPLAY "  BANDAS DE LA DISTRIBUCION (VERSION "
003930             BCO-VERSION "):"
003940         PERFORM 8210-MOSTRAR-BANDA-COMPARADA THRU 8210-EXIT
003950             VARYING WS-IND-BANDA FROM 1 BY 1
003960             UNTIL WS-IND-BANDA > 7
003970         GO TO 8200-EXIT
003980     END-IF.
003990     IF BCO-VERSION NOT NUMERIC
004000         MOVE "S/V" TO BCO-VERSION
004010     END-IF.
004020     DISPLAY "  BANDAS NO COMPARABLES (VERSION " BCO-VERSION
004030         " CONTRA " WS-VERSION-ABIERTO ")".
004040 8200-EXIT.
004050     EXIT.
004060
004070 8210-MOSTRAR-BANDA-COMPARADA.
004080     DISPLAY "    BANDA " WS-IND-BANDA ": "
004090         BCO-CANT (WS-IND-BANDA).
004100 8210-EXIT.
004110     EXIT.
004120
004130 END PROGRAM INFPOS3.

000100******************************************************************
000110* Rastreo de un valor de punta a punta. El operador ingresa la
000120*fecha de negocio, el numero de entrega, el tipo y la posicion
000130*del valor dentro de ese tipo en la entrega (o el valor mismo) y
000140*el programa lo sigue por cada archivo que dejo rastro: si quedo
000150*archivado en ARCTRAN, a que dataset lo enruto REPARTE0 (y cuando
000160*segun ENTREGAS), si EDITDIA lo dejo pasar o lo aparto, que
000170*programa lo acepto o lo rechazo y por que (RECHAZOS), si REVRECH
000180*lo corrigio o lo anulo, en que lote de SUPLEM volvio a entrar y
000190*que corrida del HISTCORR lo conto. Es la respuesta al "que paso
000200*con el valor 37 de la entrega 2 del 14": una sola pantalla y no
000210*cinco consultas cruzadas a mano.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    TRAZAVAL.
000250 AUTHOR.        R. ALONSO.
000260 INSTALLATION.  DEPTO. DESARROLLO.
000270 DATE-WRITTEN.  15/10/2026.
000280 DATE-COMPILED.
000290******************************************************************
000300* HISTORIAL DE MODIFICACIONES
000310* FECHA       INIC.  DESCRIPCION
000320* 15/10/2026  RA     VERSION INICIAL. REPITE HASTA QUE EL
000330*                    OPERADOR INGRESA FECHA CERO, COMO CONSARCH.
000340*                    LOS RECHAZOS NO GUARDAN LA ENTREGA NI LA
000350*                    POSICION EN TRANDIA: EL RECHAZO DEL VALOR SE
000360*                    UBICA POR CONTENIDO Y, SI EL MISMO CONTENIDO
000370*                    SE REPITE EN EL DIA, POR EL ORDEN DE
000380*                    APARICION. LA CORRIDA QUE LO CONTO ES LA
000390*                    PRIMERA DEL PROGRAMA QUE EMPEZO DESPUES DEL
000400*                    ENRUTAMIENTO DE LA ENTREGA.
000402* 15/10/2026  RA     UN APARTADO DE EDITDIA CON POSICION 000 SE
000404*                    INFORMA COMO LINEA MAS ALLA DE LA 999 Y
000406*                    REMITE A EDITREP, EN VEZ DE MOSTRAR LA
000408*                    LINEA 000.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARCHIVO-TRAN ASSIGN TO "ARCTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ARCTRAN-STATUS.
000480     SELECT ENTREGAS ASSIGN TO "ENTREGAS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ENTREGAS-STATUS.
000510     SELECT RECHAZOS ASSIGN TO "RECHAZOS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RCH-CLAVE
000550         FILE STATUS IS WS-RECHAZOS-STATUS.
000560     SELECT SUPLEMENTARIO ASSIGN TO "SUPLEM"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SUPLEM-STATUS.
000590     SELECT ARCHIVO-SUPLEM ASSIGN TO "SUPLARC"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SUPLARC-STATUS.
000620     SELECT HISTORIAL ASSIGN TO "HISTCORR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS RH-CLAVE
000660         FILE STATUS IS WS-HIST-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ARCHIVO-TRAN
000710     LABEL RECORDS ARE STANDARD.
000720 01  REG-ARCHIVO-TRAN.
000730     05  ATR-FECHA               PIC 9(08).
000740     05  ATR-SEPARADOR-1         PIC X(01).
000750     05  ATR-TIPO                PIC X(01).
000760     05  ATR-SEPARADOR-2         PIC X(01).
000770     05  ATR-VALOR               PIC X(09).
000780     05  FILLER                  PIC X(10).
000790 01  REG-ARCHIVO-TRAN-C REDEFINES REG-ARCHIVO-TRAN.
000800     05  FILLER                  PIC X(10).
000810     05  ATC-FECHA               PIC 9(08).
000820     05  ATC-SEPARADOR-1         PIC X(01).
000830     05  ATC-ORIGEN              PIC X(08).
000840     05  ATC-SEPARADOR-2         PIC X(01).
000850     05  ATC-SECUENCIA           PIC X(02).
000860
000870 FD  ENTREGAS
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-ENTREGAS.
000900     COPY ENTREGA.
000910
000920 FD  RECHAZOS
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-RECHAZOS.
000950     COPY RECHAZO.
000960
000970 FD  SUPLEMENTARIO
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-SUPLEMENTARIO           PIC X(21).
001000
001010 FD  ARCHIVO-SUPLEM
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-ARCHIVO-SUPLEM.
001040     05  ASU-FECHA               PIC 9(08).
001050     05  ASU-SEPARADOR-1         PIC X(01).
001060     05  ASU-HORA                PIC 9(06).
001070     05  ASU-SEPARADOR-2         PIC X(01).
001080     05  ASU-REGISTRO            PIC X(21).
001090
001100 FD  HISTORIAL
001110     LABEL RECORDS ARE STANDARD.
001120 01  REG-HISTORIAL.
001130     COPY HISTCORR.
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-ARCTRAN-STATUS           PIC X(02) VALUE "00".
001170 01  WS-ENTREGAS-STATUS          PIC X(02) VALUE "00".
001180 01  WS-RECHAZOS-STATUS          PIC X(02) VALUE "00".
001190 01  WS-SUPLEM-STATUS            PIC X(02) VALUE "00".
001200 01  WS-SUPLARC-STATUS           PIC X(02) VALUE "00".
001210 01  WS-HIST-STATUS              PIC X(02) VALUE "00".
001220
001230*    LO QUE PIDE EL OPERADOR.
001240 01  WS-FECHA-CONSULTA           PIC 9(08) VALUE 0.
001250 01  WS-ENTRADA-FECHA            PIC X(08) VALUE SPACE.
001260 01  WS-ENTRADA-ENTREGA          PIC X(02) VALUE SPACE.
001270 01  WS-ENTREGA-CONSULTA         PIC 9(02) VALUE 0.
001280 01  WS-TIPO-CONSULTA            PIC X(01) VALUE SPACE.
001290     88  TIPO-VALIDO                       VALUE "1" THRU "5".
001300 01  WS-ENTRADA-POSICION         PIC X(05) VALUE SPACE.
001310 01  WS-POSICION-CONSULTA        PIC 9(05) VALUE 0.
001320 01  WS-VALOR-CONSULTA           PIC X(09) VALUE SPACE.
001330
001340*    RECORRIDA DE ARCTRAN: ENTREGA Y ORIGEN DE LA CABECERA
001350*    VIGENTE, CONTADOS DEL TIPO Y LO QUE SE HALLO DEL VALOR.
001360 01  WS-ENTREGA-ACTUAL           PIC 9(02) VALUE 0.
001370 01  WS-ORIGEN-ACTUAL            PIC X(08) VALUE SPACE.
001380 01  WS-CANT-REG-DIA             PIC 9(06) VALUE 0.
001390 01  WS-CANT-TIPO-ENTREGA        PIC 9(05) VALUE 0.
001400 01  WS-CANT-ENRUTABLES          PIC 9(05) VALUE 0.
001410 01  WS-VALOR-HALLADO            PIC X(09) VALUE SPACE.
001420 01  WS-POSICION-HALLADA         PIC 9(05) VALUE 0.
001430 01  WS-REG-HALLADO              PIC 9(06) VALUE 0.
001440 01  WS-ORIGEN-HALLADO           PIC X(08) VALUE SPACE.
001450 01  WS-LINEA-DATASET            PIC 9(05) VALUE 0.
001460 01  WS-ORDINAL                  PIC 9(05) VALUE 0.
001470 01  WS-CONTENIDO-BUSCADO        PIC X(09) VALUE SPACE.
001480 01  WS-VALOR-1-X.
001490     05  WS-VALOR-1-SIGNO        PIC X(01).
001500     05  WS-VALOR-1-DIGITOS      PIC X(03).
001510
001520*    ENRUTAMIENTO SEGUN ENTREGAS.
001530 01  WS-NOMBRE-DATASET           PIC X(10) VALUE SPACE.
001540 01  WS-PROGRAMA-TIPO            PIC X(10) VALUE SPACE.
001550 01  WS-ESTADO-ENTREGA           PIC X(01) VALUE SPACE.
001560 01  WS-HORA-ENRUTADA            PIC 9(06) VALUE 0.
001570 01  WS-DESC-ESTADO              PIC X(24) VALUE SPACE.
001580
001590*    BUSQUEDA EN RECHAZOS: PROGRAMA Y MOTIVO PEDIDOS, CUANTOS
001600*    RECHAZOS DEL MISMO CONTENIDO SE VIERON Y EL QUE SE TOMO.
001610 01  WS-PROGRAMA-BUSCADO         PIC X(10) VALUE SPACE.
001620 01  WS-MOTIVO-BUSCADO           PIC X(10) VALUE SPACE.
001630 01  WS-CANT-COINCIDENCIAS       PIC 9(05) VALUE 0.
001640 01  NUM                         PIC S9(05)V99 VALUE 0.
001650 01  WS-VALOR-EDITADO            PIC +9(05).99.
001660 01  WS-RECHAZO-HALLADO.
001670     05  WRH-PROGRAMA            PIC X(10).
001680     05  WRH-POSICION            PIC 9(03).
001690     05  WRH-CONTENIDO           PIC X(09).
001700     05  WRH-MOTIVO              PIC X(10).
001710     05  WRH-ESTADO              PIC X(01).
001720         88  WRH-PENDIENTE                 VALUE "P" " ".
001730         88  WRH-RESUELTO                  VALUE "R".
001740         88  WRH-ANULADO                   VALUE "A".
001750     05  WRH-RES-OPERADOR        PIC X(08).
001760     05  WRH-RES-FECHA           PIC 9(08).
001770     05  WRH-RES-HORA            PIC 9(06).
001780     05  WRH-RES-VALOR           PIC X(09).
001790     05  WRH-FECHA-NEGOCIO       PIC 9(08).
001800
001810*    LOTES SUPLEMENTARIOS: CABECERA VIGENTE Y EL LOTE HALLADO.
001820 01  LIN-SUPLEM.
001830     05  SUP-TIPO                PIC X(01).
001840     05  SUP-SEPARADOR-1         PIC X(01).
001850     05  SUP-VALOR               PIC X(09).
001860     05  FILLER                  PIC X(10).
001870 01  LIN-SUP-CABECERA REDEFINES LIN-SUPLEM.
001880     05  FILLER                  PIC X(01).
001890     05  SUC-FECHA               PIC 9(08).
001900     05  SUC-SEPARADOR-1         PIC X(01).
001910     05  SUC-ORIGEN              PIC X(08).
001920     05  SUC-SEPARADOR-2         PIC X(01).
001930     05  SUC-SECUENCIA           PIC 9(02).
001940 01  WS-LOTE-FECHA               PIC 9(08) VALUE 0.
001950 01  WS-LOTE-SECUENCIA           PIC 9(02) VALUE 0.
001960 01  WS-LOTE-HALLADO-FECHA       PIC 9(08) VALUE 0.
001970 01  WS-LOTE-HALLADO-SEC         PIC 9(02) VALUE 0.
001980 01  WS-LOTE-HALLADO-DONDE       PIC X(08) VALUE SPACE.
001990
002000*    CORRIDAS DEL PROGRAMA EN EL HISTCORR.
002010 01  WS-CANT-CORRIDAS            PIC 9(03) VALUE 0.
002020 01  WS-CORRIDA-ELEGIDA          PIC 9(03) VALUE 0.
002030 01  WS-ULTIMA-CORRIDA           PIC 9(03) VALUE 0.
002040 01  WS-MARCA-CORRIDA            PIC X(14) VALUE SPACE.
002050
002060 01  SW-FIN-CONSULTA             PIC X(01) VALUE "N".
002070     88  FIN-DE-CONSULTA                   VALUE "S".
002080 01  SW-FIN-ARCHIVO              PIC X(01) VALUE "N".
002090     88  FIN-DE-ARCHIVO                    VALUE "S".
002100 01  SW-POR-VALOR                PIC X(01) VALUE "N".
002110     88  BUSCA-POR-VALOR                   VALUE "S".
002120 01  SW-VALOR                    PIC X(01) VALUE "N".
002130     88  VALOR-HALLADO                     VALUE "S".
002140 01  SW-ENRUTADO                 PIC X(01) VALUE "N".
002150     88  VALOR-ENRUTADO                    VALUE "S".
002160 01  SW-ENTREGA                  PIC X(01) VALUE "N".
002170     88  ENTREGA-HALLADA                   VALUE "S".
002180 01  SW-RECHAZO                  PIC X(01) VALUE "N".
002190     88  RECHAZO-HALLADO                   VALUE "S".
002200 01  SW-LOTE                     PIC X(01) VALUE "N".
002210     88  LOTE-HALLADO                      VALUE "S".
002220 01  SW-CORRIDA-PUESTA           PIC X(01) VALUE "N".
002230     88  CORRIDA-PUESTA                    VALUE "S".
002240
002250 PROCEDURE DIVISION.
002260******************************************************************
002270* 0000-MAINLINE-CONTROL
002280******************************************************************
002290 0000-MAINLINE-CONTROL.
002300     PERFORM 2000-RASTREAR-VALOR THRU 2000-EXIT
002310         UNTIL FIN-DE-CONSULTA.
002320     GOBACK.
002330
002340******************************************************************
002350* 2000-RASTREAR-VALOR - PIDE EL VALOR Y LO SIGUE PASO A PASO. SI
002360* UN PASO DICE QUE EL VALOR NO SIGUIO (NO SE ENRUTO, EDITDIA LO
002370* APARTO), LOS PASOS SIGUIENTES NO SE MUESTRAN PORQUE NO HAY
002380* NADA QUE BUSCAR EN ELLOS.
002390******************************************************************
002400 2000-RASTREAR-VALOR.
002410     PERFORM 2100-PEDIR-VALOR THRU 2100-EXIT.
002420     IF FIN-DE-CONSULTA
002430         GO TO 2000-EXIT
002440     END-IF.
002450     IF NOT TIPO-VALIDO
002460         GO TO 2000-EXIT
002470     END-IF.
002480     DISPLAY "RASTREO DEL VALOR - FECHA " WS-FECHA-CONSULTA
002490         " ENTREGA " WS-ENTREGA-CONSULTA " TIPO "
002500         WS-TIPO-CONSULTA.
002510     PERFORM 3000-BUSCAR-EN-ARCTRAN THRU 3000-EXIT.
002520     IF NOT VALOR-HALLADO
002530         GO TO 2000-EXIT
002540     END-IF.
002550     PERFORM 4000-SEGUIR-ENTREGA THRU 4000-EXIT.
002560     IF NOT VALOR-ENRUTADO
002570         GO TO 2000-EXIT
002580     END-IF.
002590     PERFORM 5000-SEGUIR-EDICION THRU 5000-EXIT.
002600     IF RECHAZO-HALLADO
002610         PERFORM 7000-SEGUIR-REVISION THRU 7000-EXIT
002620         GO TO 2000-EXIT
002630     END-IF.
002640     PERFORM 6000-SEGUIR-PROGRAMA THRU 6000-EXIT.
002650     IF RECHAZO-HALLADO
002660         PERFORM 7000-SEGUIR-REVISION THRU 7000-EXIT
002670     END-IF.
002680     PERFORM 8000-SEGUIR-CORRIDA THRU 8000-EXIT.
002690 2000-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 2100-PEDIR-VALOR - FECHA, ENTREGA, TIPO Y POSICION O VALOR.
002740* UNA FECHA EN CERO (O BLANCO) TERMINA. UN DATO INVALIDO DEJA EL
002750* TIPO EN BLANCO Y SE VUELVE A PEDIR DESDE LA FECHA.
002760******************************************************************
002770 2100-PEDIR-VALOR.
002780     MOVE SPACE TO WS-TIPO-CONSULTA.
002790     DISPLAY "FECHA DE NEGOCIO (AAAAMMDD, 0=SALIR)".
002800     ACCEPT WS-ENTRADA-FECHA.
002810     IF WS-ENTRADA-FECHA = SPACE OR WS-ENTRADA-FECHA = "0"
002820         SET FIN-DE-CONSULTA TO TRUE
002830         GO TO 2100-EXIT
002840     END-IF.
002850     IF WS-ENTRADA-FECHA NOT NUMERIC
002860         DISPLAY "FECHA INVALIDA, DEBE SER NUMERICA (AAAAMMDD)"
002870         GO TO 2100-EXIT
002880     END-IF.
002890     MOVE WS-ENTRADA-FECHA TO WS-FECHA-CONSULTA.
002900     IF WS-FECHA-CONSULTA = 0
002910         SET FIN-DE-CONSULTA TO TRUE
002920         GO TO 2100-EXIT
002930     END-IF.
002940     DISPLAY "NUMERO DE ENTREGA (2 DIGITOS)".
002950     ACCEPT WS-ENTRADA-ENTREGA.
002960     IF WS-ENTRADA-ENTREGA NOT NUMERIC
002970         DISPLAY "ENTREGA INVALIDA, DEBE SER NUMERICA (NN)"
002980         GO TO 2100-EXIT
002990     END-IF.
003000     MOVE WS-ENTRADA-ENTREGA TO WS-ENTREGA-CONSULTA.
003010     DISPLAY "TIPO DEL VALOR (1 A 5)".
003020     ACCEPT WS-TIPO-CONSULTA.
003030     IF NOT TIPO-VALIDO
003040         DISPLAY "TIPO INVALIDO, DEBE SER DE 1 A 5"
003050         GO TO 2100-EXIT
003060     END-IF.
003070     DISPLAY "POSICION DEL VALOR DENTRO DEL TIPO EN LA ENTREGA "
003080         "(5 DIGITOS, BLANCO=BUSCAR POR VALOR)".
003090     ACCEPT WS-ENTRADA-POSICION.
003100     MOVE "N" TO SW-POR-VALOR.
003110     MOVE 0 TO WS-POSICION-CONSULTA.
003120     MOVE SPACE TO WS-VALOR-CONSULTA.
003130     IF WS-ENTRADA-POSICION = SPACE
003140         SET BUSCA-POR-VALOR TO TRUE
003150         DISPLAY "VALOR, TAL COMO VINO EN TRANDIA"
003160         ACCEPT WS-VALOR-CONSULTA
003170         GO TO 2100-EXIT
003180     END-IF.
003190     IF WS-ENTRADA-POSICION NOT NUMERIC
003200         DISPLAY "POSICION INVALIDA, DEBE SER NUMERICA (NNNNN)"
003210         MOVE SPACE TO WS-TIPO-CONSULTA
003220         GO TO 2100-EXIT
003230     END-IF.
003240     MOVE WS-ENTRADA-POSICION TO WS-POSICION-CONSULTA.
003250     IF WS-POSICION-CONSULTA = 0
003260         DISPLAY "POSICION INVALIDA, LA PRIMERA ES LA 00001"
003270         MOVE SPACE TO WS-TIPO-CONSULTA
003280     END-IF.
003290 2100-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 3000-BUSCAR-EN-ARCTRAN - UBICA EL VALOR EN EL ARCHIVO DEL DIA.
003340* UNA CABECERA "C" ABRE LA ENTREGA (SECUENCIA EN BLANCO = 01).
003350* DENTRO DE LA ENTREGA PEDIDA SE CUENTAN LOS VALORES DEL TIPO;
003360* EL BUSCADO ES EL N-ESIMO O EL PRIMERO CON ESE CONTENIDO. DE
003370* TODO EL DIA SE CUENTAN LOS DEL MISMO TIPO Y CONTENIDO HASTA EL
003380* HALLADO: ESE ORDEN ES EL QUE SE USA PARA UBICAR SU RECHAZO.
003390******************************************************************
003400 3000-BUSCAR-EN-ARCTRAN.
003410     MOVE "N" TO SW-VALOR.
003420     MOVE "N" TO SW-ENTREGA.
003430     MOVE "N" TO SW-FIN-ARCHIVO.
003440     MOVE 0 TO WS-ENTREGA-ACTUAL.
003450     MOVE SPACE TO WS-ORIGEN-ACTUAL.
003460     MOVE 0 TO WS-CANT-REG-DIA.
003470     MOVE 0 TO WS-CANT-TIPO-ENTREGA.
003480     MOVE 0 TO WS-CANT-ENRUTABLES.
003490     MOVE 0 TO WS-POSICION-HALLADA.
003500     MOVE 0 TO WS-REG-HALLADO.
003510     MOVE 0 TO WS-LINEA-DATASET.
003520     MOVE SPACE TO WS-VALOR-HALLADO.
003530     MOVE SPACE TO WS-ORIGEN-HALLADO.
003540     DISPLAY "1. ARCHIVO (ARCTRAN)".
003550     OPEN INPUT ARCHIVO-TRAN.
003560     IF WS-ARCTRAN-STATUS NOT = "00"
003570         DISPLAY "   SIN ACUMULADO ARCTRAN TODAVIA"
003580         GO TO 3000-EXIT
003590     END-IF.
003600     PERFORM 3100-TOMAR-REG-TRAN THRU 3100-EXIT
003610         UNTIL FIN-DE-ARCHIVO.
003620     CLOSE ARCHIVO-TRAN.
003630     IF NOT ENTREGA-HALLADA
003640         DISPLAY "   NO HAY ENTREGA " WS-ENTREGA-CONSULTA
003650             " ARCHIVADA PARA EL " WS-FECHA-CONSULTA
003660             " (NO LLEGO O YA SE DEPURO EL ARCHIVO)"
003670         GO TO 3000-EXIT
003680     END-IF.
003690     IF NOT VALOR-HALLADO
003700         IF BUSCA-POR-VALOR
003710             DISPLAY "   LA ENTREGA NO TRAE UN VALOR TIPO "
003720                 WS-TIPO-CONSULTA " IGUAL A " WS-VALOR-CONSULTA
003730         ELSE
003740             DISPLAY "   LA ENTREGA TRAE " WS-CANT-TIPO-ENTREGA
003750                 " VALORES TIPO " WS-TIPO-CONSULTA
003760                 ", NO HAY POSICION " WS-POSICION-CONSULTA
003770         END-IF
003780         GO TO 3000-EXIT
003790     END-IF.
003800     IF WS-TIPO-CONSULTA = "1"
003810         MOVE WS-VALOR-HALLADO (1:4) TO WS-CONTENIDO-BUSCADO
003820     ELSE
003830         MOVE WS-VALOR-HALLADO TO WS-CONTENIDO-BUSCADO
003840     END-IF.
003850     PERFORM 3500-CONTAR-ORDINAL THRU 3500-EXIT.
003860     DISPLAY "   ARCHIVADO: VALOR " WS-VALOR-HALLADO
003870         " POSICION " WS-POSICION-HALLADA " DE "
003880         WS-CANT-TIPO-ENTREGA " DEL TIPO EN LA ENTREGA, ORIGEN "
003890         WS-ORIGEN-HALLADO.
003900     IF WS-ORDINAL > 1
003910         DISPLAY "   EL MISMO CONTENIDO YA VINO " WS-ORDINAL
003920             " VECES EN EL DIA CONTANDO ESTA"
003930     END-IF.
003940 3000-EXIT.
003950     EXIT.
003960
003970 3100-TOMAR-REG-TRAN.
003980     READ ARCHIVO-TRAN
003990         AT END
004000             SET FIN-DE-ARCHIVO TO TRUE
004010             GO TO 3100-EXIT
004020     END-READ.
004030     IF ATR-FECHA NOT = WS-FECHA-CONSULTA
004040         GO TO 3100-EXIT
004050     END-IF.
004060     ADD 1 TO WS-CANT-REG-DIA.
004070     IF ATR-TIPO = "C"
004080         MOVE ATC-ORIGEN TO WS-ORIGEN-ACTUAL
004090         IF ATC-SECUENCIA = SPACE
004100             MOVE 1 TO WS-ENTREGA-ACTUAL
004110         ELSE
004120             IF ATC-SECUENCIA NUMERIC
004130                 MOVE ATC-SECUENCIA TO WS-ENTREGA-ACTUAL
004140             ELSE
004150                 MOVE 0 TO WS-ENTREGA-ACTUAL
004160             END-IF
004170         END-IF
004180         IF WS-ENTREGA-ACTUAL = WS-ENTREGA-CONSULTA
004190             SET ENTREGA-HALLADA TO TRUE
004200         END-IF
004210         GO TO 3100-EXIT
004220     END-IF.
004230     IF WS-ENTREGA-ACTUAL NOT = WS-ENTREGA-CONSULTA
004240         OR ATR-TIPO NOT = WS-TIPO-CONSULTA
004250         GO TO 3100-EXIT
004260     END-IF.
004270     ADD 1 TO WS-CANT-TIPO-ENTREGA.
004280     IF ATR-TIPO = "1" AND NOT VALOR-HALLADO
004290         MOVE ATR-VALOR (1:4) TO WS-VALOR-1-X
004300         IF (WS-VALOR-1-SIGNO = "+" OR WS-VALOR-1-SIGNO = "-")
004310             AND WS-VALOR-1-DIGITOS NUMERIC
004320             ADD 1 TO WS-CANT-ENRUTABLES
004330         END-IF
004340     END-IF.
004350     IF VALOR-HALLADO
004360         GO TO 3100-EXIT
004370     END-IF.
004380     IF BUSCA-POR-VALOR
004390         IF ATR-VALOR NOT = WS-VALOR-CONSULTA
004400             GO TO 3100-EXIT
004410         END-IF
004420     ELSE
004430         IF WS-CANT-TIPO-ENTREGA NOT = WS-POSICION-CONSULTA
004440             GO TO 3100-EXIT
004450         END-IF
004460     END-IF.
004470     SET VALOR-HALLADO TO TRUE.
004480     MOVE ATR-VALOR TO WS-VALOR-HALLADO.
004490     MOVE WS-CANT-TIPO-ENTREGA TO WS-POSICION-HALLADA.
004500     MOVE WS-CANT-REG-DIA TO WS-REG-HALLADO.
004510     MOVE WS-ORIGEN-ACTUAL TO WS-ORIGEN-HALLADO.
004520 3100-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 3500-CONTAR-ORDINAL - SEGUNDA PASADA DEL DIA: CUANTOS VALORES
004570* DEL MISMO TIPO Y CONTENIDO HAY HASTA EL HALLADO INCLUSIVE.
004580******************************************************************
004590 3500-CONTAR-ORDINAL.
004600     MOVE 0 TO WS-ORDINAL.
004610     MOVE 0 TO WS-CANT-REG-DIA.
004620     MOVE "N" TO SW-FIN-ARCHIVO.
004630     OPEN INPUT ARCHIVO-TRAN.
004640     IF WS-ARCTRAN-STATUS NOT = "00"
004650         MOVE 1 TO WS-ORDINAL
004660         GO TO 3500-EXIT
004670     END-IF.
004680     PERFORM 3510-CONTAR-REG-TRAN THRU 3510-EXIT
004690         UNTIL FIN-DE-ARCHIVO.
004700     CLOSE ARCHIVO-TRAN.
004710 3500-EXIT.
004720     EXIT.
004730
004740 3510-CONTAR-REG-TRAN.
004750     READ ARCHIVO-TRAN
004760         AT END
004770             SET FIN-DE-ARCHIVO TO TRUE
004780             GO TO 3510-EXIT
004790     END-READ.
004800     IF ATR-FECHA NOT = WS-FECHA-CONSULTA
004810         GO TO 3510-EXIT
004820     END-IF.
004830     ADD 1 TO WS-CANT-REG-DIA.
004840     IF WS-CANT-REG-DIA > WS-REG-HALLADO
004850         SET FIN-DE-ARCHIVO TO TRUE
004860         GO TO 3510-EXIT
004870     END-IF.
004880     IF ATR-TIPO = WS-TIPO-CONSULTA
004890         AND ATR-VALOR = WS-VALOR-HALLADO
004900         ADD 1 TO WS-ORDINAL
004910     END-IF.
004920 3510-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 4000-SEGUIR-ENTREGA - HISTORIA DE LA ENTREGA EN ENTREGAS Y A
004970* QUE DATASET FUE EL VALOR. LA HORA DE ENRUTAMIENTO ES LA DEL
004980* ULTIMO ESTADO "E". UNA ENTREGA RETENIDA SIN LIBERAR, DERIVADA A
004990* AJUSTES O NUNCA ENRUTADA NO LLEVO EL VALOR A NINGUN DATASET, Y
005000* UN TIPO 1 MAL FORMADO LO APARTA REPARTE0 AL ENRUTAR.
005010******************************************************************
005020 4000-SEGUIR-ENTREGA.
005030     MOVE "N" TO SW-ENRUTADO.
005040     MOVE SPACE TO WS-ESTADO-ENTREGA.
005050     MOVE 0 TO WS-HORA-ENRUTADA.
005060     EVALUATE WS-TIPO-CONSULTA
005070         WHEN "1"
005080             MOVE "NUMEROS" TO WS-NOMBRE-DATASET
005090             MOVE "EJERCICIO1" TO WS-PROGRAMA-TIPO
005100         WHEN "2"
005110             MOVE "LISTAS2" TO WS-NOMBRE-DATASET
005120             MOVE "EJERCICIO2" TO WS-PROGRAMA-TIPO
005130         WHEN "3"
005140             MOVE "LOTES3" TO WS-NOMBRE-DATASET
005150             MOVE "EJERCICIO3" TO WS-PROGRAMA-TIPO
005160         WHEN "4"
005170             MOVE "LOTES4" TO WS-NOMBRE-DATASET
005180             MOVE "EJERCICIO4" TO WS-PROGRAMA-TIPO
005190         WHEN "5"
005200             MOVE "LISTA5" TO WS-NOMBRE-DATASET
005210             MOVE "EJERCICIO5" TO WS-PROGRAMA-TIPO
005220     END-EVALUATE.
005230     DISPLAY "2. ENTREGA Y ENRUTAMIENTO (ENTREGAS, REPARTE0)".
005240     MOVE "N" TO SW-FIN-ARCHIVO.
005250     OPEN INPUT ENTREGAS.
005260     IF WS-ENTREGAS-STATUS NOT = "00"
005270         DISPLAY "   SIN REGISTRO DE ENTREGAS TODAVIA"
005280         GO TO 4000-EXIT
005290     END-IF.
005300     PERFORM 4100-TOMAR-ENTREGA THRU 4100-EXIT
005310         UNTIL FIN-DE-ARCHIVO.
005320     CLOSE ENTREGAS.
005330     IF WS-ESTADO-ENTREGA = SPACE
005340         DISPLAY "   LA ENTREGA NO FIGURA EN ENTREGAS (YA SE "
005350             "DEPURO O LLEGO ANTES DEL REGISTRO)"
005360         GO TO 4000-EXIT
005370     END-IF.
005380     IF WS-ESTADO-ENTREGA = "J"
005390         DISPLAY "   LA ENTREGA SE DERIVO A AJUSTES: EL VALOR "
005400             "NO SE ENRUTO (VER APRAJUS)"
005410         GO TO 4000-EXIT
005420     END-IF.
005430     IF WS-HORA-ENRUTADA = 0
005440         DISPLAY "   LA ENTREGA NUNCA SE ENRUTO: EL VALOR NO "
005450             "LLEGO A NINGUN DATASET"
005460         GO TO 4000-EXIT
005470     END-IF.
005480     IF WS-ESTADO-ENTREGA = "D"
005490         DISPLAY "   LA ENTREGA QUEDO RETENIDA DESPUES DE "
005500             "ENRUTARSE: VER LIBEENTR"
005510     END-IF.
005520     IF WS-TIPO-CONSULTA = "1"
005530         MOVE WS-VALOR-HALLADO (1:4) TO WS-VALOR-1-X
005540         IF (WS-VALOR-1-SIGNO NOT = "+"
005550             AND WS-VALOR-1-SIGNO NOT = "-")
005560             OR WS-VALOR-1-DIGITOS NOT NUMERIC
005570             DISPLAY "   VALOR TIPO 1 MAL FORMADO: REPARTE0 LO "
005580                 "APARTO Y NO LLEGO A NUMEROS"
005590             GO TO 4000-EXIT
005600         END-IF
005610         COMPUTE WS-LINEA-DATASET = WS-CANT-ENRUTABLES + 1
005620     ELSE
005630         COMPUTE WS-LINEA-DATASET = WS-POSICION-HALLADA + 1
005640     END-IF.
005650     SET VALOR-ENRUTADO TO TRUE.
005660     DISPLAY "   ENRUTADO A " WS-NOMBRE-DATASET " A LAS "
005670         WS-HORA-ENRUTADA ", LINEA " WS-LINEA-DATASET
005680         " DEL DATASET DE LA ENTREGA".
005690 4000-EXIT.
005700     EXIT.
005710
005720 4100-TOMAR-ENTREGA.
005730     READ ENTREGAS
005740         AT END
005750             SET FIN-DE-ARCHIVO TO TRUE
005760             GO TO 4100-EXIT
005770     END-READ.
005780     IF ENT-FECHA NOT = WS-FECHA-CONSULTA
005790         OR ENT-SECUENCIA NOT = WS-ENTREGA-CONSULTA
005800         GO TO 4100-EXIT
005810     END-IF.
005820     MOVE ENT-ESTADO TO WS-ESTADO-ENTREGA.
005830     IF ENT-ENRUTADA
005840         MOVE ENT-HORA-ESTADO TO WS-HORA-ENRUTADA
005850     END-IF.
005860     EVALUATE TRUE
005870         WHEN ENT-RECIBIDA
005880             MOVE "RECIBIDA" TO WS-DESC-ESTADO
005890         WHEN ENT-ENRUTADA
005900             MOVE "ENRUTADA" TO WS-DESC-ESTADO
005910         WHEN ENT-PROCESADA
005920             MOVE "PROCESADA" TO WS-DESC-ESTADO
005930         WHEN ENT-ACUSADA
005940             MOVE "ACUSADA" TO WS-DESC-ESTADO
005950         WHEN ENT-FALTANTE
005960             MOVE "FALTANTE" TO WS-DESC-ESTADO
005970         WHEN ENT-RETENIDA
005980             MOVE "RETENIDA POR DUPLICADA" TO WS-DESC-ESTADO
005990         WHEN ENT-LIBERADA
006000             MOVE "LIBERADA" TO WS-DESC-ESTADO
006010         WHEN ENT-DERIVADA
006020             MOVE "DERIVADA A AJUSTES" TO WS-DESC-ESTADO
006030         WHEN OTHER
006040             MOVE "DESCONOCIDO" TO WS-DESC-ESTADO
006050     END-EVALUATE.
006060     DISPLAY "   " ENT-HORA-ESTADO " " ENT-ESTADO " "
006070         WS-DESC-ESTADO.
006080 4100-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 5000-SEGUIR-EDICION - EDITDIA GRABA EN RECHAZOS CADA DETALLE
006130* QUE APARTA, CON EL DATASET COMO MOTIVO. UN APARTADO DE LISTAS2
006140* SOLO SACA ESA LINEA; EN LOS DEMAS EL DATASET QUEDA INUTILIZABLE
006146* Y EL PROGRAMA NO LO PROCESA. POSICION 000 ES UNA LINEA MAS ALLA
006152* DE LA 999, QUE EDITDIA NO PUEDE GRABAR EN TRES CIFRAS.
006160******************************************************************
006170 5000-SEGUIR-EDICION.
006180     DISPLAY "3. EDICION PREVIA (EDITDIA)".
006190     MOVE "EDITDIA" TO WS-PROGRAMA-BUSCADO.
006200     MOVE WS-NOMBRE-DATASET TO WS-MOTIVO-BUSCADO.
006210     PERFORM 5500-BUSCAR-RECHAZO THRU 5500-EXIT.
006220     IF NOT RECHAZO-HALLADO
006230         DISPLAY "   PASO LA EDICION"
006240         GO TO 5000-EXIT
006250     END-IF.
006253     IF WRH-POSICION = 0
006256         DISPLAY "   APARTADO POR EDITDIA MAS ALLA DE LA LINEA "
006259             "999 DE " WS-NOMBRE-DATASET " (LINEA EXACTA EN "
006262             "EDITREP)"
006265     ELSE
006268         DISPLAY "   APARTADO POR EDITDIA EN LA LINEA "
006271             WRH-POSICION " DE " WS-NOMBRE-DATASET
006274     END-IF.
006280     IF WS-TIPO-CONSULTA = "2"
006290         DISPLAY "   LA LINEA SE SACO DE LISTAS2 Y "
006300             WS-PROGRAMA-TIPO " NO LA VIO"
006310     ELSE
006320         DISPLAY "   EL DATASET QUEDO INUTILIZABLE Y "
006330             WS-PROGRAMA-TIPO " NO LO PROCESO"
006340     END-IF.
006350 5000-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390* 5500-BUSCAR-RECHAZO - RECORRE LOS RECHAZOS DE LA FECHA Y EL
006400* PROGRAMA PEDIDOS (Y EL MOTIVO, SI SE PIDIO) CON EL CONTENIDO
006410* DEL VALOR, CRUDO O EDITADO COMO LO GRABA UN RECHAZO POR RANGO.
006420* SE TOMA EL DEL ORDEN DEL VALOR EN EL DIA, O EL ULTIMO SI HAY
006430* MENOS (EL MISMO CONTENIDO CORRE LA MISMA SUERTE).
006440******************************************************************
006450 5500-BUSCAR-RECHAZO.
006460     MOVE "N" TO SW-RECHAZO.
006470     MOVE 0 TO WS-CANT-COINCIDENCIAS.
006480     MOVE WS-VALOR-HALLADO TO NUM.
006490     MOVE NUM TO WS-VALOR-EDITADO.
006500     OPEN INPUT RECHAZOS.
006510     IF WS-RECHAZOS-STATUS NOT = "00"
006520         DISPLAY "   SIN ARCHIVO DE RECHAZOS TODAVIA"
006530         GO TO 5500-EXIT
006540     END-IF.
006550     MOVE WS-FECHA-CONSULTA TO RCH-FECHA-NEGOCIO.
006560     MOVE WS-PROGRAMA-BUSCADO TO RCH-PROGRAMA-CLAVE.
006570     MOVE 0 TO RCH-SECUENCIA.
006580     MOVE "N" TO SW-FIN-ARCHIVO.
006590     START RECHAZOS KEY IS NOT LESS THAN RCH-CLAVE
006600         INVALID KEY
006610             SET FIN-DE-ARCHIVO TO TRUE
006620     END-START.
006630     PERFORM 5510-TOMAR-RECHAZO THRU 5510-EXIT
006640         UNTIL FIN-DE-ARCHIVO.
006650     CLOSE RECHAZOS.
006660 5500-EXIT.
006670     EXIT.
006680
006690 5510-TOMAR-RECHAZO.
006700     READ RECHAZOS NEXT RECORD
006710         AT END
006720             SET FIN-DE-ARCHIVO TO TRUE
006730             GO TO 5510-EXIT
006740     END-READ.
006750     IF RCH-FECHA-NEGOCIO NOT = WS-FECHA-CONSULTA
006760         OR RCH-PROGRAMA-CLAVE NOT = WS-PROGRAMA-BUSCADO
006770         SET FIN-DE-ARCHIVO TO TRUE
006780         GO TO 5510-EXIT
006790     END-IF.
006800     IF WS-MOTIVO-BUSCADO NOT = SPACE
006810         AND RCH-MOTIVO NOT = WS-MOTIVO-BUSCADO
006820         GO TO 5510-EXIT
006830     END-IF.
006840     IF RCH-CONTENIDO NOT = WS-CONTENIDO-BUSCADO
006850         IF RCH-MOTIVO NOT = "RANGO"
006860             OR RCH-CONTENIDO NOT = WS-VALOR-EDITADO
006870             GO TO 5510-EXIT
006880         END-IF
006890     END-IF.
006900     ADD 1 TO WS-CANT-COINCIDENCIAS.
006910     SET RECHAZO-HALLADO TO TRUE.
006920     MOVE RCH-PROGRAMA TO WRH-PROGRAMA.
006930     MOVE RCH-POSICION TO WRH-POSICION.
006940     MOVE RCH-CONTENIDO TO WRH-CONTENIDO.
006950     MOVE RCH-MOTIVO TO WRH-MOTIVO.
006960     MOVE RCH-ESTADO TO WRH-ESTADO.
006970     MOVE RCH-RES-OPERADOR TO WRH-RES-OPERADOR.
006980     MOVE RCH-RES-FECHA TO WRH-RES-FECHA.
006990     MOVE RCH-RES-HORA TO WRH-RES-HORA.
007000     MOVE RCH-RES-VALOR TO WRH-RES-VALOR.
007010     MOVE RCH-FECHA-NEGOCIO TO WRH-FECHA-NEGOCIO.
007020     IF WS-CANT-COINCIDENCIAS = WS-ORDINAL
007030         SET FIN-DE-ARCHIVO TO TRUE
007040     END-IF.
007050 5510-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 6000-SEGUIR-PROGRAMA - SI EL PROGRAMA DEL TIPO LO RECHAZO,
007100* CON QUE MOTIVO Y EN QUE POSICION; SI NO, LO ACEPTO.
007110******************************************************************
007120 6000-SEGUIR-PROGRAMA.
007130     DISPLAY "4. PROCESO (" WS-PROGRAMA-TIPO ")".
007140     MOVE WS-PROGRAMA-TIPO TO WS-PROGRAMA-BUSCADO.
007150     MOVE SPACE TO WS-MOTIVO-BUSCADO.
007160     PERFORM 5500-BUSCAR-RECHAZO THRU 5500-EXIT.
007170     IF NOT RECHAZO-HALLADO
007180         DISPLAY "   ACEPTADO, SIN RECHAZO GRABADO"
007190         GO TO 6000-EXIT
007200     END-IF.
007210     DISPLAY "   RECHAZADO POR " WRH-PROGRAMA " MOTIVO "
007220         WRH-MOTIVO " POSICION " WRH-POSICION " CONTENIDO "
007230         WRH-CONTENIDO.
007240 6000-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 7000-SEGUIR-REVISION - QUE HIZO REVRECH CON EL RECHAZO Y, SI LO
007290* CORRIGIO, EN QUE LOTE SUPLEMENTARIO VOLVIO A ENTRAR.
007300******************************************************************
007310 7000-SEGUIR-REVISION.
007320     DISPLAY "5. REVISION (REVRECH)".
007330     IF WRH-PENDIENTE
007340         DISPLAY "   PENDIENTE, NADIE LO REVISO TODAVIA"
007350         GO TO 7000-EXIT
007360     END-IF.
007370     IF WRH-ANULADO
007380         DISPLAY "   ANULADO POR " WRH-RES-OPERADOR " EL "
007390             WRH-RES-FECHA " A LAS " WRH-RES-HORA
007400         GO TO 7000-EXIT
007410     END-IF.
007420     DISPLAY "   CORREGIDO A " WRH-RES-VALOR " POR "
007430         WRH-RES-OPERADOR " EL " WRH-RES-FECHA " A LAS "
007440         WRH-RES-HORA.
007450     DISPLAY "6. REENVIO (SUPLEM)".
007460     PERFORM 7100-BUSCAR-LOTE THRU 7100-EXIT.
007470     IF LOTE-HALLADO
007480         DISPLAY "   REENVIADO EN EL LOTE " WS-LOTE-HALLADO-SEC
007490             " DEL " WS-LOTE-HALLADO-FECHA " ("
007500             WS-LOTE-HALLADO-DONDE ")"
007510     ELSE
007520         DISPLAY "   NO SE HALLO EL LOTE SUPLEMENTARIO (NO SE "
007530             "EMITIO O YA SE DEPURO)"
007540     END-IF.
007550 7000-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 7100-BUSCAR-LOTE - PRIMERO EL HISTORICO SUPLARC Y DESPUES EL
007600* SUPLEM VIGENTE: EL LOTE ES EL PRIMERO DE UNA FECHA NO ANTERIOR
007610* A LA DEL RECHAZO QUE TRAE EL VALOR CORREGIDO CON ESE TIPO.
007620******************************************************************
007630 7100-BUSCAR-LOTE.
007640     MOVE "N" TO SW-LOTE.
007650     MOVE 0 TO WS-LOTE-FECHA.
007660     MOVE 0 TO WS-LOTE-SECUENCIA.
007670     MOVE "N" TO SW-FIN-ARCHIVO.
007680     OPEN INPUT ARCHIVO-SUPLEM.
007690     IF WS-SUPLARC-STATUS = "00"
007700         MOVE "SUPLARC" TO WS-LOTE-HALLADO-DONDE
007710         PERFORM 7200-TOMAR-SUPLARC THRU 7200-EXIT
007720             UNTIL FIN-DE-ARCHIVO
007730         CLOSE ARCHIVO-SUPLEM
007740     END-IF.
007750     IF LOTE-HALLADO
007760         GO TO 7100-EXIT
007770     END-IF.
007780     MOVE 0 TO WS-LOTE-FECHA.
007790     MOVE 0 TO WS-LOTE-SECUENCIA.
007800     MOVE "N" TO SW-FIN-ARCHIVO.
007810     OPEN INPUT SUPLEMENTARIO.
007820     IF WS-SUPLEM-STATUS = "00"
007830         MOVE "SUPLEM" TO WS-LOTE-HALLADO-DONDE
007840         PERFORM 7300-TOMAR-SUPLEM THRU 7300-EXIT
007850             UNTIL FIN-DE-ARCHIVO
007860         CLOSE SUPLEMENTARIO
007870     END-IF.
007880 7100-EXIT.
007890     EXIT.
007900
007910 7200-TOMAR-SUPLARC.
007920     READ ARCHIVO-SUPLEM
007930         AT END
007940             SET FIN-DE-ARCHIVO TO TRUE
007950             GO TO 7200-EXIT
007960     END-READ.
007970     MOVE ASU-REGISTRO TO LIN-SUPLEM.
007980     PERFORM 7400-REVISAR-LINEA THRU 7400-EXIT.
007990 7200-EXIT.
008000     EXIT.
008010
008020 7300-TOMAR-SUPLEM.
008030     READ SUPLEMENTARIO
008040         AT END
008050             SET FIN-DE-ARCHIVO TO TRUE
008060             GO TO 7300-EXIT
008070     END-READ.
008080     MOVE REG-SUPLEMENTARIO TO LIN-SUPLEM.
008090     PERFORM 7400-REVISAR-LINEA THRU 7400-EXIT.
008100 7300-EXIT.
008110     EXIT.
008120
008130 7400-REVISAR-LINEA.
008140     IF SUP-TIPO = "C"
008150         IF SUC-FECHA NUMERIC
008160             MOVE SUC-FECHA TO WS-LOTE-FECHA
008170         ELSE
008180             MOVE 0 TO WS-LOTE-FECHA
008190         END-IF
008200         IF SUC-SECUENCIA NUMERIC
008210             MOVE SUC-SECUENCIA TO WS-LOTE-SECUENCIA
008220         ELSE
008230             MOVE 1 TO WS-LOTE-SECUENCIA
008240         END-IF
008250         GO TO 7400-EXIT
008260     END-IF.
008270     IF WS-LOTE-FECHA < WRH-FECHA-NEGOCIO
008280         OR SUP-TIPO NOT = WS-TIPO-CONSULTA
008290         OR SUP-VALOR NOT = WRH-RES-VALOR
008300         GO TO 7400-EXIT
008310     END-IF.
008320     SET LOTE-HALLADO TO TRUE.
008330     MOVE WS-LOTE-FECHA TO WS-LOTE-HALLADO-FECHA.
008340     MOVE WS-LOTE-SECUENCIA TO WS-LOTE-HALLADO-SEC.
008350     SET FIN-DE-ARCHIVO TO TRUE.
008360 7400-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* 8000-SEGUIR-CORRIDA - LAS CORRIDAS DEL PROGRAMA PARA LA FECHA.
008410* LA QUE CONTO EL VALOR ES LA PRIMERA QUE EMPEZO A LA HORA DEL
008420* ENRUTAMIENTO O DESPUES; SI NINGUNA (CORRIDA DE OTRO DIA DE
008430* RELOJ O SIN HORA DE INICIO), LA ULTIMA.
008440******************************************************************
008450 8000-SEGUIR-CORRIDA.
008460     DISPLAY "7. CORRIDA (HISTCORR)".
008470     MOVE 0 TO WS-CANT-CORRIDAS.
008480     MOVE 0 TO WS-CORRIDA-ELEGIDA.
008490     MOVE 0 TO WS-ULTIMA-CORRIDA.
008500     MOVE "N" TO SW-CORRIDA-PUESTA.
008510     OPEN INPUT HISTORIAL.
008520     IF WS-HIST-STATUS NOT = "00"
008530         DISPLAY "   SIN HISTORIAL DE CORRIDAS TODAVIA"
008540         GO TO 8000-EXIT
008550     END-IF.
008560     PERFORM 8100-RECORRER-CORRIDAS THRU 8100-EXIT.
008570     IF WS-CANT-CORRIDAS = 0
008580         CLOSE HISTORIAL
008590         DISPLAY "   " WS-PROGRAMA-TIPO " NO CORRIO PARA EL "
008600             WS-FECHA-CONSULTA " (O YA SE DEPURO)"
008610         GO TO 8000-EXIT
008620     END-IF.
008630     IF WS-CORRIDA-ELEGIDA = 0
008640         MOVE WS-ULTIMA-CORRIDA TO WS-CORRIDA-ELEGIDA
008650     END-IF.
008660     SET CORRIDA-PUESTA TO TRUE.
008670     PERFORM 8100-RECORRER-CORRIDAS THRU 8100-EXIT.
008680     CLOSE HISTORIAL.
008690 8000-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730* 8100-RECORRER-CORRIDAS - PRIMERA VUELTA: CUENTA Y ELIGE. LA
008740* SEGUNDA (CORRIDA-PUESTA) LISTA Y MARCA LA ELEGIDA.
008750******************************************************************
008760 8100-RECORRER-CORRIDAS.
008770     MOVE WS-FECHA-CONSULTA TO RH-FECHA.
008780     MOVE 0 TO RH-SECUENCIA.
008790     MOVE "N" TO SW-FIN-ARCHIVO.
008800     START HISTORIAL KEY IS NOT LESS THAN RH-CLAVE
008810         INVALID KEY
008820             SET FIN-DE-ARCHIVO TO TRUE
008830     END-START.
008840     PERFORM 8110-TOMAR-CORRIDA THRU 8110-EXIT
008850         UNTIL FIN-DE-ARCHIVO.
008860 8100-EXIT.
008870     EXIT.
008880
008890 8110-TOMAR-CORRIDA.
008900     READ HISTORIAL NEXT RECORD
008910         AT END
008920             SET FIN-DE-ARCHIVO TO TRUE
008930             GO TO 8110-EXIT
008940     END-READ.
008950     IF RH-FECHA NOT = WS-FECHA-CONSULTA
008960         SET FIN-DE-ARCHIVO TO TRUE
008970         GO TO 8110-EXIT
008980     END-IF.
008990     IF RH-PROGRAMA NOT = WS-PROGRAMA-TIPO
009000         GO TO 8110-EXIT
009010     END-IF.
009020     IF CORRIDA-PUESTA
009030         MOVE SPACE TO WS-MARCA-CORRIDA
009040         IF RH-SECUENCIA = WS-CORRIDA-ELEGIDA
009050             MOVE "<== LO CONTO" TO WS-MARCA-CORRIDA
009060         END-IF
009070         DISPLAY "   CORRIDA " RH-SECUENCIA " INICIO "
009080             RH-HORA-INICIO " FIN " RH-HORA " " RH-OPERADOR
009090             " " RH-RESULTADO " " WS-MARCA-CORRIDA
009100         GO TO 8110-EXIT
009110     END-IF.
009120     ADD 1 TO WS-CANT-CORRIDAS.
009130     MOVE RH-SECUENCIA TO WS-ULTIMA-CORRIDA.
009140     IF WS-CORRIDA-ELEGIDA = 0
009150         AND RH-HORA-INICIO NUMERIC
009160         AND RH-HORA-INICIO NOT < WS-HORA-ENRUTADA
009170         MOVE RH-SECUENCIA TO WS-CORRIDA-ELEGIDA
009180     END-IF.
009190 8110-EXIT.
009200     EXIT.
009210
009220 END PROGRAM TRAZAVAL.

000100******************************************************************
000110* Subprograma que completa la firma de un operador con su PIN
000120*secreto. MENU0 y VALOPER ya encontraron la identificacion en el
000130*maestro OPERMST; aca se pide el PIN, se lo cifra (CIFRAPIN) y
000140*se lo compara contra el cifrado guardado. Cada PIN erroneo
000150*suma un error seguido en el maestro y queda en el log de
000160*auditoria; al llegar al parametro INTENPIN el operador queda
000170*bloqueado, tambien con su registro de auditoria, y ninguna
000180*firma posterior pasa hasta que un supervisor le blanquee el PIN
000190*en MANTOPER. Un operador sin PIN (formato anterior del maestro)
000200*o con el cambio obligatorio pendiente (alta o blanqueo) debe
000210*definir uno nuevo antes de que la firma valga. El resultado
000220*vuelve en PIN-ESTADO (COPY PINLNK).
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    FIRMAPIN.
000260 AUTHOR.        R. ALONSO.
000270 INSTALLATION.  DEPTO. DESARROLLO.
000280 DATE-WRITTEN.  15/10/2026.
000290 DATE-COMPILED.
000300******************************************************************
000310* HISTORIAL DE MODIFICACIONES
000320* FECHA       INIC.  DESCRIPCION
000330* 15/10/2026  RA     VERSION INICIAL. EL MAESTRO SE CARGA ENTERO
000340*                    EN UNA TABLA (HASTA 100 OPERADORES, COMO EN
000350*                    MANTOPER) Y SE REGRABA COMPLETO CADA VEZ QUE
000360*                    CAMBIAN LOS ERRORES, EL BLOQUEO O EL PIN.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPERADOR-MAESTRO ASSIGN TO "OPERMST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-MAESTRO-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  OPERADOR-MAESTRO
000480     LABEL RECORDS ARE STANDARD.
000490 01  REG-OPERADOR-MAESTRO.
000500     COPY OPERMST.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-MAESTRO-STATUS           PIC X(02) VALUE "00".
000540 01  REG-AUDITORIA.
000550     COPY AUDITLOG.
000560
000570 01  PARAMETROS-VIGENTES.
000580     COPY PARLINK.
000590
000600 01  PIN-CIFRADO-COM.
000610     COPY CIFRLNK.
000620
000630 01  WS-PIN-INGRESADO            PIC X(08) VALUE SPACE.
000640 01  WS-PIN-NUEVO                PIC X(08) VALUE SPACE.
000650 01  WS-PIN-REPETIDO             PIC X(08) VALUE SPACE.
000660 01  WS-LARGO-PIN                PIC 9(02) VALUE 0.
000670 01  WS-FALLIDOS-EDIT            PIC 9(02) VALUE 0.
000680
000690 01  WS-CANT-OPERADORES          PIC 9(03) VALUE 0.
000700 01  WS-IND-OPERADOR             PIC 9(03) VALUE 0.
000710 01  WS-IND-HALLADO              PIC 9(03) VALUE 0.
000720
000730 01  SW-FIN-MAESTRO              PIC X(01) VALUE "N".
000740     88  FIN-DE-MAESTRO                    VALUE "S".
000750 01  SW-TABLA-LLENA              PIC X(01) VALUE "N".
000760     88  TABLA-LLENA                       VALUE "S".
000770 01  SW-PIN-VALIDO               PIC X(01) VALUE "S".
000780     88  PIN-NUEVO-VALIDO                  VALUE "S".
000790
000800*    EL MAESTRO COMPLETO EN MEMORIA; SE REGRABA DESPUES DE CADA
000810*    CAMBIO DE ERRORES, BLOQUEO O PIN.
000820 01  TABLA-OPERADORES.
000830     05  TOP-ENTRADA OCCURS 100 TIMES.
000840         10  TOP-ID              PIC X(08).
000850         10  TOP-NOMBRE          PIC X(20).
000860         10  TOP-ACTIVO          PIC X(01).
000870         10  TOP-PERMISOS        PIC X(32).
000880         10  TOP-PIN-CIFRADO     PIC X(10).
000890         10  TOP-PIN-FALLIDOS    PIC 9(02).
000900         10  TOP-BLOQUEADO       PIC X(01).
000910         10  TOP-CAMBIAR-PIN     PIC X(01).
000920
000930 LINKAGE SECTION.
000940 01  PIN-VERIFICACION.
000950     COPY PINLNK.
000960
000970 PROCEDURE DIVISION USING PIN-VERIFICACION.
000980******************************************************************
000990* 0000-MAINLINE-CONTROL
001000******************************************************************
001010 0000-MAINLINE-CONTROL.
001020     MOVE "E" TO PIN-ESTADO.
001030     MOVE 0 TO WS-CANT-OPERADORES.
001040     MOVE "N" TO SW-FIN-MAESTRO.
001050     MOVE "N" TO SW-TABLA-LLENA.
001060     CALL "LEEPARAM" USING PARAMETROS-VIGENTES.
001070     PERFORM 1000-CARGAR-MAESTRO THRU 1000-EXIT.
001080     IF PIN-SIN-MAESTRO
001090         GOBACK
001100     END-IF.
001110     PERFORM 1200-BUSCAR-OPERADOR THRU 1200-EXIT.
001120     IF WS-IND-HALLADO = 0
001130         MOVE "X" TO PIN-ESTADO
001140         GOBACK
001150     END-IF.
001160     IF TOP-BLOQUEADO (WS-IND-HALLADO) = "S"
001170         DISPLAY "OPERADOR BLOQUEADO POR PIN ERRONEO, PIDA EL "
001180             "BLANQUEO DEL PIN A UN SUPERVISOR"
001190         MOVE "B" TO PIN-ESTADO
001200         MOVE SPACE TO AUD-RESULTADO
001210         STRING "FIRMA BLOQUEADA ID=" PIN-ID
001220             DELIMITED BY SIZE INTO AUD-RESULTADO
001230         PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT
001240         GOBACK
001250     END-IF.
001260     IF TOP-PIN-CIFRADO (WS-IND-HALLADO) = SPACE
001270         DISPLAY "EL OPERADOR TODAVIA NO TIENE PIN, DEBE "
001280             "DEFINIRLO AHORA"
001290         PERFORM 3000-CAMBIAR-PIN THRU 3000-EXIT
001300         GOBACK
001310     END-IF.
001320     PERFORM 2000-VERIFICAR-PIN THRU 2000-EXIT.
001330     IF PIN-ACEPTADO AND TOP-CAMBIAR-PIN (WS-IND-HALLADO) = "S"
001340         DISPLAY "DEBE CAMBIAR SU PIN ANTES DE SEGUIR"
001350         PERFORM 3000-CAMBIAR-PIN THRU 3000-EXIT
001360     END-IF.
001370     GOBACK.
001380
001390******************************************************************
001400* 1000-CARGAR-MAESTRO - CARGA EL MAESTRO COMPLETO EN LA TABLA.
001410* SIN MAESTRO, O CON MAS OPERADORES DE LOS QUE LA TABLA
001420* CONTIENE, NO HAY FIRMA POSIBLE (PIN-SIN-MAESTRO).
001430******************************************************************
001440 1000-CARGAR-MAESTRO.
001450     OPEN INPUT OPERADOR-MAESTRO.
001460     IF WS-MAESTRO-STATUS NOT = "00"
001470         DISPLAY "FIRMAPIN: NO SE PUDO ABRIR EL MAESTRO DE "
001480             "OPERADORES, FILE STATUS " WS-MAESTRO-STATUS
001490         GO TO 1000-EXIT
001500     END-IF.
001510     PERFORM 1100-CARGAR-OPERADOR THRU 1100-EXIT
001520         UNTIL FIN-DE-MAESTRO OR TABLA-LLENA.
001530     CLOSE OPERADOR-MAESTRO.
001540     IF TABLA-LLENA
001550         DISPLAY "FIRMAPIN: MAS DE 100 OPERADORES EN EL MAESTRO, "
001560             "NO SE PUEDE LLEVAR LA CUENTA DE ERRORES"
001570         GO TO 1000-EXIT
001580     END-IF.
001590     MOVE SPACE TO PIN-ESTADO.
001600 1000-EXIT.
001610     EXIT.
001620
001630 1100-CARGAR-OPERADOR.
001640     READ OPERADOR-MAESTRO
001650         AT END
001660             SET FIN-DE-MAESTRO TO TRUE
001670             GO TO 1100-EXIT
001680     END-READ.
001690     IF WS-CANT-OPERADORES = 100
001700         SET TABLA-LLENA TO TRUE
001710         GO TO 1100-EXIT
001720     END-IF.
001730     ADD 1 TO WS-CANT-OPERADORES.
001740     MOVE OPR-ID       TO TOP-ID (WS-CANT-OPERADORES).
001750     MOVE OPR-NOMBRE   TO TOP-NOMBRE (WS-CANT-OPERADORES).
001760     MOVE OPR-ACTIVO   TO TOP-ACTIVO (WS-CANT-OPERADORES).
001770     MOVE OPR-PERMISOS TO TOP-PERMISOS (WS-CANT-OPERADORES).
001780     MOVE OPR-PIN-CIFRADO
001790         TO TOP-PIN-CIFRADO (WS-CANT-OPERADORES).
001800     IF OPR-PIN-FALLIDOS NUMERIC
001810         MOVE OPR-PIN-FALLIDOS
001820             TO TOP-PIN-FALLIDOS (WS-CANT-OPERADORES)
001830     ELSE
001840         MOVE 0 TO TOP-PIN-FALLIDOS (WS-CANT-OPERADORES)
001850     END-IF.
001860     MOVE OPR-BLOQUEADO TO TOP-BLOQUEADO (WS-CANT-OPERADORES).
001870     MOVE OPR-CAMBIAR-PIN
001880         TO TOP-CAMBIAR-PIN (WS-CANT-OPERADORES).
001890 1100-EXIT.
001900     EXIT.
001910
001920******************************************************************
001930* 1200-BUSCAR-OPERADOR - DEJA EN WS-IND-HALLADO LA POSICION DEL
001940* OPERADOR EN LA TABLA, O CERO SI NO ESTA.
001950******************************************************************
001960 1200-BUSCAR-OPERADOR.
001970     MOVE 0 TO WS-IND-HALLADO.
001980     PERFORM 1210-COMPARAR-OPERADOR THRU 1210-EXIT
001990         VARYING WS-IND-OPERADOR FROM 1 BY 1
002000         UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES.
002010 1200-EXIT.
002020     EXIT.
002030
002040 1210-COMPARAR-OPERADOR.
002050     IF TOP-ID (WS-IND-OPERADOR) = PIN-ID
002060         MOVE WS-IND-OPERADOR TO WS-IND-HALLADO
002070     END-IF.
002080 1210-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 2000-VERIFICAR-PIN - PIDE EL PIN Y LO COMPARA CIFRADO CONTRA
002130* EL DEL MAESTRO. UN ACIERTO PONE EN CERO LOS ERRORES SEGUIDOS;
002140* UN ERROR LOS SUMA Y, AL LLEGAR A INTENPIN, BLOQUEA AL
002150* OPERADOR. CADA ERROR Y EL BLOQUEO QUEDAN EN EL LOG.
002160******************************************************************
002170 2000-VERIFICAR-PIN.
002180     DISPLAY "INGRESE SU PIN".
002190     ACCEPT WS-PIN-INGRESADO.
002200     MOVE PIN-ID TO CIF-ID.
002210     MOVE WS-PIN-INGRESADO TO CIF-PIN.
002220     MOVE SPACE TO WS-PIN-INGRESADO.
002230     CALL "CIFRAPIN" USING PIN-CIFRADO-COM.
002240     MOVE SPACE TO CIF-PIN.
002250     IF CIF-CIFRADO = TOP-PIN-CIFRADO (WS-IND-HALLADO)
002260         MOVE "A" TO PIN-ESTADO
002270         IF TOP-PIN-FALLIDOS (WS-IND-HALLADO) > 0
002280             MOVE 0 TO TOP-PIN-FALLIDOS (WS-IND-HALLADO)
002290             PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT
002300         END-IF
002310         GO TO 2000-EXIT
002320     END-IF.
002330     ADD 1 TO TOP-PIN-FALLIDOS (WS-IND-HALLADO).
002340     MOVE TOP-PIN-FALLIDOS (WS-IND-HALLADO) TO WS-FALLIDOS-EDIT.
002350     MOVE SPACE TO AUD-RESULTADO.
002360     IF WS-FALLIDOS-EDIT < PAR-INTENTOS-PIN
002370         MOVE "C" TO PIN-ESTADO
002380         DISPLAY "PIN ERRONEO"
002390         STRING "PIN ERRONEO ID=" PIN-ID " NRO=" WS-FALLIDOS-EDIT
002400             DELIMITED BY SIZE INTO AUD-RESULTADO
002410     ELSE
002420         MOVE "B" TO PIN-ESTADO
002430         MOVE "S" TO TOP-BLOQUEADO (WS-IND-HALLADO)
002440         DISPLAY "PIN ERRONEO: EL OPERADOR QUEDA BLOQUEADO HASTA "
002450             "QUE UN SUPERVISOR LE BLANQUEE EL PIN"
002460         STRING "BLOQUEO ID=" PIN-ID " FALLOS=" WS-FALLIDOS-EDIT
002470             DELIMITED BY SIZE INTO AUD-RESULTADO
002480     END-IF.
002490     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
002500     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 3000-CAMBIAR-PIN - EL OPERADOR DEFINE SU PIN NUEVO, DOS VECES
002560* IGUAL, DE 4 A 8 DIGITOS Y DISTINTO DEL ANTERIOR. HASTA QUE EL
002570* CAMBIO SE COMPLETA LA FIRMA NO VALE (PIN-SIN-CAMBIO) Y LA
002580* MARCA DE CAMBIO OBLIGATORIO SIGUE PUESTA.
002590******************************************************************
002600 3000-CAMBIAR-PIN.
002610     MOVE "N" TO PIN-ESTADO.
002620     DISPLAY "INGRESE SU PIN NUEVO (4 A 8 DIGITOS)".
002630     ACCEPT WS-PIN-NUEVO.
002640     PERFORM 3100-VALIDAR-PIN-NUEVO THRU 3100-EXIT.
002650     IF NOT PIN-NUEVO-VALIDO
002660         DISPLAY "EL PIN DEBE TENER DE 4 A 8 DIGITOS, SIN "
002670             "BLANCOS INTERMEDIOS"
002680         PERFORM 3900-RECHAZAR-CAMBIO THRU 3900-EXIT
002690         GO TO 3000-EXIT
002700     END-IF.
002710     DISPLAY "REPITA EL PIN NUEVO".
002720     ACCEPT WS-PIN-REPETIDO.
002730     IF WS-PIN-REPETIDO NOT = WS-PIN-NUEVO
002740         DISPLAY "LOS DOS PIN NO COINCIDEN"
002750         PERFORM 3900-RECHAZAR-CAMBIO THRU 3900-EXIT
002760         GO TO 3000-EXIT
002770     END-IF.
002780     MOVE PIN-ID TO CIF-ID.
002790     MOVE WS-PIN-NUEVO TO CIF-PIN.
002800     MOVE SPACE TO WS-PIN-NUEVO.
002810     MOVE SPACE TO WS-PIN-REPETIDO.
002820     CALL "CIFRAPIN" USING PIN-CIFRADO-COM.
002830     MOVE SPACE TO CIF-PIN.
002840     IF CIF-CIFRADO = TOP-PIN-CIFRADO (WS-IND-HALLADO)
002850         DISPLAY "EL PIN NUEVO DEBE SER DISTINTO DEL ANTERIOR"
002860         PERFORM 3900-RECHAZAR-CAMBIO THRU 3900-EXIT
002870         GO TO 3000-EXIT
002880     END-IF.
002890     MOVE CIF-CIFRADO TO TOP-PIN-CIFRADO (WS-IND-HALLADO).
002900     MOVE 0 TO TOP-PIN-FALLIDOS (WS-IND-HALLADO).
002910     MOVE "N" TO TOP-BLOQUEADO (WS-IND-HALLADO).
002920     MOVE "N" TO TOP-CAMBIAR-PIN (WS-IND-HALLADO).
002930     PERFORM 8000-REGRABAR-MAESTRO THRU 8000-EXIT.
002940     MOVE "A" TO PIN-ESTADO.
002950     DISPLAY "PIN CAMBIADO".
002960     MOVE SPACE TO AUD-RESULTADO.
002970     STRING "CAMBIO DE PIN ID=" PIN-ID
002980         DELIMITED BY SIZE INTO AUD-RESULTADO.
002990     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003000 3000-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 3100-VALIDAR-PIN-NUEVO - SOLO DIGITOS, DE 4 A 8, AJUSTADOS A
003050* IZQUIERDA Y SIN BLANCOS INTERMEDIOS.
003060******************************************************************
003070 3100-VALIDAR-PIN-NUEVO.
003080     MOVE "S" TO SW-PIN-VALIDO.
003090     MOVE 0 TO WS-LARGO-PIN.
003100     INSPECT WS-PIN-NUEVO TALLYING WS-LARGO-PIN
003110         FOR CHARACTERS BEFORE INITIAL SPACE.
003120     IF WS-LARGO-PIN < 4
003130         MOVE "N" TO SW-PIN-VALIDO
003140         GO TO 3100-EXIT
003150     END-IF.
003160     IF WS-PIN-NUEVO (1:WS-LARGO-PIN) NOT NUMERIC
003170         MOVE "N" TO SW-PIN-VALIDO
003180         GO TO 3100-EXIT
003190     END-IF.
003200     IF WS-LARGO-PIN < 8
003210         IF WS-PIN-NUEVO (WS-LARGO-PIN + 1:) NOT = SPACE
003220             MOVE "N" TO SW-PIN-VALIDO
003230         END-IF
003240     END-IF.
003250 3100-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290* 3900-RECHAZAR-CAMBIO - BLANQUEA LO INGRESADO Y DEJA EL CAMBIO
003300* RECHAZADO EN EL LOG.
003310******************************************************************
003320 3900-RECHAZAR-CAMBIO.
003330     MOVE SPACE TO WS-PIN-NUEVO.
003340     MOVE SPACE TO WS-PIN-REPETIDO.
003350     DISPLAY "EL PIN NO SE CAMBIO, LA FIRMA NO SE COMPLETA".
003360     MOVE SPACE TO AUD-RESULTADO.
003370     STRING "PIN NO CAMBIADO ID=" PIN-ID
003380         DELIMITED BY SIZE INTO AUD-RESULTADO.
003390     PERFORM 8700-GRABAR-AUDITORIA THRU 8700-EXIT.
003400 3900-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 8000-REGRABAR-MAESTRO - REGRABA EL MAESTRO COMPLETO DESDE LA
003450* TABLA, CON LOS SEPARADORES EN SU LUGAR.
003460******************************************************************
003470 8000-REGRABAR-MAESTRO.
003480     OPEN OUTPUT OPERADOR-MAESTRO.
003490     IF WS-MAESTRO-STATUS NOT = "00"
003500         DISPLAY "FIRMAPIN: NO SE PUDO REGRABAR EL MAESTRO DE "
003510             "OPERADORES, FILE STATUS " WS-MAESTRO-STATUS
003520         GO TO 8000-EXIT
003530     END-IF.
003540     PERFORM 8100-REGRABAR-UNO THRU 8100-EXIT
003550         VARYING WS-IND-OPERADOR FROM 1 BY 1
003560         UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES.
003570     CLOSE OPERADOR-MAESTRO.
003580 8000-EXIT.
003590     EXIT.
003600
003610 8100-REGRABAR-UNO.
003620     MOVE TOP-ID (WS-IND-OPERADOR) TO OPR-ID.
003630     MOVE TOP-NOMBRE (WS-IND-OPERADOR) TO OPR-NOMBRE.
003640     MOVE TOP-ACTIVO (WS-IND-OPERADOR) TO OPR-ACTIVO.
003650     MOVE TOP-PERMISOS (WS-IND-OPERADOR) TO OPR-PERMISOS.
003660     MOVE TOP-PIN-CIFRADO (WS-IND-OPERADOR) TO OPR-PIN-CIFRADO.
003670     MOVE TOP-PIN-FALLIDOS (WS-IND-OPERADOR) TO OPR-PIN-FALLIDOS.
003680     MOVE TOP-BLOQUEADO (WS-IND-OPERADOR) TO OPR-BLOQUEADO.
003690     MOVE TOP-CAMBIAR-PIN (WS-IND-OPERADOR) TO OPR-CAMBIAR-PIN.
003700     MOVE SPACE TO OPR-SEPARADOR-1.
003710     MOVE SPACE TO OPR-SEPARADOR-2.
003720     MOVE SPACE TO OPR-SEPARADOR-3.
003730     MOVE SPACE TO OPR-SEPARADOR-4.
003740     MOVE SPACE TO OPR-SEPARADOR-5.
003750     MOVE SPACE TO OPR-SEPARADOR-6.
003760     MOVE SPACE TO OPR-SEPARADOR-7.
003770     WRITE REG-OPERADOR-MAESTRO.
003780 8100-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 8700-GRABAR-AUDITORIA - DEJA EN EL LOG EL EVENTO DEL PIN, CON
003830* EL DETALLE YA ARMADO EN AUD-RESULTADO. EL PIN NUNCA SE GRABA.
003840******************************************************************
003850 8700-GRABAR-AUDITORIA.
003860     MOVE PIN-ID TO AUD-OPERADOR.
003870     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003880     ACCEPT AUD-HORA FROM TIME.
003890     MOVE "FIRMAPIN" TO AUD-PROGRAMA.
003900     MOVE SPACE TO AUD-SEPARADOR-1.
003910     MOVE SPACE TO AUD-SEPARADOR-2.
003920     MOVE SPACE TO AUD-SEPARADOR-3.
003930     MOVE SPACE TO AUD-SEPARADOR-4.
003940     MOVE SPACE TO AUD-SEPARADOR-5.
003950     MOVE 0 TO AUD-SECUENCIA.
003960     CALL "AUDITWRT" USING REG-AUDITORIA.
003970 8700-EXIT.
003980     EXIT.
003990
004000 END PROGRAM FIRMAPIN.

000370*                    TIENE OMISION RAZONABLE (PARAMS, BANDAS3 O
000380*                    CALENFER AUSENTES, MTD AUSENTE EN LA
000390*                    PRIMERA CORRIDA DEL MES) SOLO AVISA.
000391* 15/10/2026  RA     AGREGADO EL CONTROL DE LAS VERSIONES DE
000392*                    BANDAS DE BANDVERS: UNA VERSION APROBADA CON
000393*                    LIMITES DESORDENADOS O CANTIDAD FUERA DE 1 A
000394*                    6 FRENA EL JOB; UNA PENDIENTE CUYA VIGENCIA
000395*                    YA LLEGO SOLO AVISA (NUNCA VA A REGIR, HAY
000396*                    QUE RECHAZARLA). SE INFORMA LA VERSION QUE
000397*                    RIGE EN EL MES.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000590     SELECT CALENDARIO ASSIGN TO "CALENFER"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CALENDARIO-STATUS.
000612     SELECT VERSIONES ASSIGN TO "BANDVERS"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-VERSIONES-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000920     LABEL RECORDS ARE STANDARD.
000930 01  REG-CALENDARIO.
000940     05  CAL-FERIADO             PIC 9(08).
000941
000942 FD  VERSIONES
000943     LABEL RECORDS ARE STANDARD.
000944 01  REG-VERSION.
000945     COPY BANDVER.
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-MTD-STATUS               PIC X(02) VALUE "00".
001000 01  WS-TRANDIA-STATUS           PIC X(02) VALUE "00".
001010 01  WS-PARAMS-STATUS            PIC X(02) VALUE "00".
001020 01  WS-CALENDARIO-STATUS        PIC X(02) VALUE "00".
001025 01  WS-VERSIONES-STATUS         PIC X(02) VALUE "00".
001030
001040 01  FECHA-NEGOCIO-COM.
001050     COPY FECHALNK.
001150     88  FIN-DE-ARCHIVO                    VALUE "S".
001160 01  SW-BANDAS-ORDENADAS         PIC X(01) VALUE "S".
001170     88  BANDAS-ORDENADAS                  VALUE "S".
001171
001172 01  BANDAS-VIGENTES.
001173     COPY BANDLNK.
001174 01  WS-IND-LIMITE               PIC 9(01) VALUE 0.
001175 01  WS-CANT-VERSIONES           PIC 9(03) VALUE 0.
001180
001190 PROCEDURE DIVISION.
001200******************************************************************
001260     PERFORM 2000-VERIFICAR-MTD THRU 2000-EXIT.
001270     PERFORM 3000-VERIFICAR-OPERADORES THRU 3000-EXIT.
001280     PERFORM 4000-VERIFICAR-BANDAS THRU 4000-EXIT.
001285     PERFORM 4500-VERIFICAR-VERSIONES THRU 4500-EXIT.
001290     PERFORM 5000-VERIFICAR-TRANDIA THRU 5000-EXIT.
001300     PERFORM 6000-VERIFICAR-AUXILIARES THRU 6000-EXIT.
001310     IF WS-CANT-NO-LISTOS = 0
002760     END-IF.
002770     MOVE BND-LIMITE TO WS-LIMITE-ANTERIOR.
002780 4100-EXIT.
002781     EXIT.
002782
002783******************************************************************
002784* 4500-VERIFICAR-VERSIONES - LAS VERSIONES APROBADAS DE BANDVERS
002785* DEBEN TRAER DE 1 A 6 LIMITES EN ORDEN ASCENDENTE (LEEBANDA
002786* IGNORA LAS QUE NO, Y EL MES SE CONTARIA CON OTRA DEFINICION SIN
002787* QUE NADIE LO SEPA). UNA PENDIENTE CON LA VIGENCIA YA CUMPLIDA
002788* NUNCA VA A REGIR: SOLO AVISA. SIN BANDVERS RIGE BANDAS3.
002789******************************************************************
002790 4500-VERIFICAR-VERSIONES.
002791     MOVE "N" TO SW-FIN-ARCHIVO.
002792     OPEN INPUT VERSIONES.
002793     IF WS-VERSIONES-STATUS = "00"
002794         PERFORM 4600-CONTROLAR-VERSION THRU 4600-EXIT
002795             UNTIL FIN-DE-ARCHIVO
002796         CLOSE VERSIONES
002797     END-IF.
002798     COMPUTE BDL-FECHA = (WS-MES-ACTUAL * 100) + 1.
002799     CALL "LEEBANDA" USING BANDAS-VIGENTES.
002800     DISPLAY "BANDAS DEL MES: VERSION " BDL-VERSION
002801         " VIGENTE DESDE " BDL-FECHA-VIGENCIA " ("
002802         WS-CANT-VERSIONES " VERSION(ES) EN BANDVERS)".
002803 4500-EXIT.
002804     EXIT.
002805
002806 4600-CONTROLAR-VERSION.
002807     READ VERSIONES
002808         AT END
002809             SET FIN-DE-ARCHIVO TO TRUE
002810             GO TO 4600-EXIT
002811     END-READ.
002812     ADD 1 TO WS-CANT-VERSIONES.
002813     IF BDV-PENDIENTE
002814         AND BDV-FECHA-VIGENCIA NOT > FNC-FECHA-NEGOCIO
002815         DISPLAY "AVISO: LA VERSION DE BANDAS " BDV-VERSION
002816             " SIGUE PENDIENTE Y SU VIGENCIA YA LLEGO "
002817             "(RECHACELA CON APRBAND)"
002818         ADD 1 TO WS-CANT-AVISOS
002819         GO TO 4600-EXIT
002820     END-IF.
002821     IF NOT BDV-APROBADA
002822         GO TO 4600-EXIT
002823     END-IF.
002824     IF BDV-CANT-LIMITES NOT NUMERIC
002825         OR BDV-CANT-LIMITES < 1
002826         OR BDV-CANT-LIMITES > 6
002827         DISPLAY "NO LISTO: LA VERSION DE BANDAS " BDV-VERSION
002828             " APROBADA TRAE UNA CANTIDAD DE LIMITES INVALIDA"
002829         ADD 1 TO WS-CANT-NO-LISTOS
002830         GO TO 4600-EXIT
002831     END-IF.
002832     MOVE "S" TO SW-BANDAS-ORDENADAS.
002833     PERFORM 4610-CONTROLAR-LIMITE-VERSION THRU 4610-EXIT
002834         VARYING WS-IND-LIMITE FROM 2 BY 1
002835         UNTIL WS-IND-LIMITE > BDV-CANT-LIMITES.
002836     IF NOT BANDAS-ORDENADAS
002837         DISPLAY "NO LISTO: LOS LIMITES DE LA VERSION DE BANDAS "
002838             BDV-VERSION " NO VIENEN EN ORDEN ASCENDENTE"
002839         ADD 1 TO WS-CANT-NO-LISTOS
002840     END-IF.
002841 4600-EXIT.
002842     EXIT.
002843
002844 4610-CONTROLAR-LIMITE-VERSION.
002845     IF BDV-LIMITE (WS-IND-LIMITE)
002846         NOT > BDV-LIMITE (WS-IND-LIMITE - 1)
002847         MOVE "N" TO SW-BANDAS-ORDENADAS
002848     END-IF.
002849 4610-EXIT.
002850     EXIT.
002851
002852******************************************************************
002853* 5000-VERIFICAR-TRANDIA - EL ARCHIVO DEL ORIGEN DEBE ESTAR
002854* MONTADO Y NO VACIO; SIN EL NO HAY NOCHE.
002855******************************************************************
002856 5000-VERIFICAR-TRANDIA.
002860     OPEN INPUT TRANSACCIONES.
002870     IF WS-TRANDIA-STATUS NOT = "00"
002880         DISPLAY "NO LISTO: SIN TRANDIA, FILE STATUS "

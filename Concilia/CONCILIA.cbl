000534*                    (TIPO 4) Y LA LISTA DE 10 DE REPORTE5 (TIPO
000535*                    5). CADA DIFERENCIA RETIENE EL DIA COMO
000536*                    CUALQUIER OTRA DISCREPANCIA.
000538* 15/10/2026  RA     UNA CONCILIACION LIMPIA DEJA LA ENTREGA DEL
000540*                    DIA (FECHA Y NUMERO DE ENTREGA DE RUTEO)
000542*                    COMO PROCESADA EN EL REGISTRO DE ENTREGAS,
000544*                    VIA GRABENTR.
000545* 15/10/2026  RA     LA ENTREGA PROCESADA SE REGISTRA TAMBIEN
000546*                    CON EL ORIGEN QUE TRAE RUTEO.
000547******************************************************************
000548 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT TOTALES-IN ASSIGN TO "TOTALES"
001393         10  RTT-SALIDA          PIC 9(05).
001403         10  RTT-HASH            PIC 9(07).
001413 01  WS-RUTEO-FECHA              PIC 9(08) VALUE 0.
001415 01  WS-RUTEO-SECUENCIA          PIC 9(02) VALUE 0.
001416 01  WS-RUTEO-ORIGEN             PIC X(08) VALUE SPACE.
001417 01  REG-ENTREGA-COM.
001419     COPY ENTREGA.
001423 01  WS-CANT-REG-RUTEO           PIC 9(03) VALUE 0.
001433 01  WS-R2-LEIDOS                PIC 9(04) VALUE 0.
001443 01  REG-TRAILER.
001993     PERFORM 5000-VERIFICAR-CONTROL3 THRU 5000-EXIT.
001994     PERFORM 6000-VERIFICAR-RUTEO THRU 6000-EXIT.
002003     PERFORM 8000-INFORMAR-RESULTADO THRU 8000-EXIT.
002005     IF WS-RETORNO = 0 AND HAY-RUTEO
002007         PERFORM 8500-REGISTRAR-PROCESADA THRU 8500-EXIT
002009     END-IF.
002013     MOVE WS-RETORNO TO RETURN-CODE.
002023     GOBACK.
002033
003623         MOVE RUT-CANT-SALIDA TO RTT-SALIDA (RUT-TIPO)
003633         MOVE RUT-HASH TO RTT-HASH (RUT-TIPO)
003643         MOVE RUT-FECHA TO WS-RUTEO-FECHA
003648         MOVE RUT-SECUENCIA TO WS-RUTEO-SECUENCIA
003650         MOVE RUT-ORIGEN TO WS-RUTEO-ORIGEN
003653         COMPUTE WS-HASH-RUTEO =
003663             WS-HASH-RUTEO + RUT-CANT-ENTRADA
003673             + RUT-CANT-SALIDA + RUT-HASH
006093         PERFORM 7100-GRABAR-ALERTA THRU 7100-EXIT
006103     END-IF.
006113 8000-EXIT.
006114     EXIT.
006115
006116******************************************************************
006117* 8500-REGISTRAR-PROCESADA - LA ENTREGA QUE ENRUTO REPARTE0 QUEDA
006118* PROCESADA EN EL REGISTRO DE ENTREGAS (GRABENTR COMPLETA LOS
006119* DATOS DESDE SU ULTIMO REGISTRO).
006120******************************************************************
006121 8500-REGISTRAR-PROCESADA.
006122     MOVE SPACE TO REG-ENTREGA-COM.
006123     MOVE WS-RUTEO-FECHA TO ENT-FECHA.
006124     MOVE WS-RUTEO-SECUENCIA TO ENT-SECUENCIA.
006125     MOVE WS-RUTEO-ORIGEN TO ENT-ORIGEN.
006126     MOVE "P" TO ENT-ESTADO.
006127     CALL "GRABENTR" USING REG-ENTREGA-COM.
006128 8500-EXIT.
006129     EXIT.
006133
006143 7100-GRABAR-ALERTA.
006153     MOVE "CONCILIA" TO ALR-PROGRAMA.

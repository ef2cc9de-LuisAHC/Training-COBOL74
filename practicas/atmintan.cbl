      *           (catalogo PRODUCTOS) bajo el que se pago.
      *           El ano se toma del archivo de parametros INTAPARM
      *           si existe; si no, se pregunta al operador.
      * Modificaciones:
      * 2026-10-15 LAHC El interes de los pagares a plazo fijo
      *                 (INT-PAGARE, de ATMPAGAR) tambien se acumula en
      *                 la constancia, y la carta dice cuanto del total
      *                 corresponde a pagares.
      * 2026-10-15 LAHC Al terminar le informa a la corrida nocturna
      *                 (subprograma PASOCONT) cuantos movimientos
      *                 leyo, para el historico de tiempos NOCHHIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMINTAN.
                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
           FD PRODUCTOS.
           01 REG-PRODUCTO-CAT.
               COPY PRODUREG REPLACING ==LVL== BY ==05==
                   ==NOMINTDIA== BY ==PRO-INTDIARIO==
                   ==NOMCOMISION== BY ==PRO-COMISION==
                   ==NOMRETLIBRE== BY ==PRO-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==PRO-COM-RETIRO==
                   ==NOMSOBREG== BY ==PRO-ADMITE-SOBREG==
                   ==NOMTASASOB== BY ==PRO-TASA-SOBREG==.
      *ACUMULADO ANUAL DE INTERES POR CUENTA, UN BALDE POR MES
           FD INTTRAB.
           01 REG-INTTRAB.
               05 TRA-NUMCUENTA PIC X(12).
               05 TRA-MES OCCURS 12 TIMES PIC S9(11)V9(02).
               05 TRA-TOTAL     PIC S9(11)V9(02).
               05 TRA-PAGARE    PIC S9(11)V9(02).
           FD INTAPARM.
           01 REG-INTAPARM.
               05 PAR-ANIO PIC 9(04).
           01 WK-IDX-MES         PIC 9(02).
           01 WK-CARTAS          PIC 9(05) VALUE 0.
           01 WK-TOTAL-PAGADO    PIC S9(13)V9(02) VALUE 0.
           01 WKS-PASO-PROGRAMA  PIC X(08) VALUE "ATMINTAN".
           01 WK-PASO-REGISTROS  PIC 9(07) VALUE 0.
           01 WKS-IMPORTE-EDIT   PIC -(11)9.99.
           01 WKS-NOMBRE-MES     PIC X(10).
           01 WKS-LISTA-MESES.
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   ADD 1 TO WK-PASO-REGISTROS
                   IF (MOV-OPERACION = "INTERES" OR
                       MOV-OPERACION = "INT-PAGARE") AND
                      MOV-FECHA (3:2) = WKS-ANIO-AA
                       MOVE MOV-FECHA (5:2) TO WKS-MES
                       MOVE MOV-NUMCUENTA TO TRA-NUMCUENTA
                   MOVE MOV-NUMCUENTA TO TRA-NUMCUENTA
                   ADD MOV-IMPORTE TO TRA-MES (WKS-MES)
                   ADD MOV-IMPORTE TO TRA-TOTAL
                   IF MOV-OPERACION = "INT-PAGARE"
                       ADD MOV-IMPORTE TO TRA-PAGARE
                   END-IF
                   WRITE REG-INTTRAB
               NOT INVALID KEY
                   ADD MOV-IMPORTE TO TRA-MES (WKS-MES)
                   ADD MOV-IMPORTE TO TRA-TOTAL
                   IF MOV-OPERACION = "INT-PAGARE"
                       ADD MOV-IMPORTE TO TRA-PAGARE
                   END-IF
                   REWRITE REG-INTTRAB
           END-READ.
      *LOS DOCE HISTORICOS MENSUALES DEL ANO SE RECORREN UNO POR
               AT END
                   MOVE 1 TO WKS-EOF-ARCH
               NOT AT END
                   ADD 1 TO WK-PASO-REGISTROS
                   IF (ARC-OPERACION = "INTERES" OR
                       ARC-OPERACION = "INT-PAGARE") AND
                      ARC-FECHA (3:2) = WKS-ANIO-AA
                       MOVE ARC-FECHA (5:2) TO WKS-MES
                       MOVE REG-ARCHIVO TO REG-MOVIMIENTO
           MOVE TRA-TOTAL TO WKS-IMPORTE-EDIT
           MOVE WKS-IMPORTE-EDIT TO REG-CARTA (35:15)
           WRITE REG-CARTA AFTER ADVANCING 2 LINES
           IF TRA-PAGARE NOT = 0
               MOVE SPACES TO REG-CARTA
               MOVE "INCLUYE INTERES DE PAGARES:" TO REG-CARTA (10:27)
               MOVE TRA-PAGARE TO WKS-IMPORTE-EDIT
               MOVE WKS-IMPORTE-EDIT TO REG-CARTA (35:15)
               WRITE REG-CARTA
           END-IF
           ADD 1 TO WK-CARTAS
           ADD TRA-TOTAL TO WK-TOTAL-PAGADO.
      *EL PRODUCTO SALE DE LA CUENTA VIVA Y SU DESCRIPCION DEL
           CLOSE PRODUCTOS
           DISPLAY "CONSTANCIAS ANUALES DE INTERES GENERADAS"
           DISPLAY "  CARTAS EMITIDAS: " WK-CARTAS
           DISPLAY "  INTERES TOTAL PAGADO: " WK-TOTAL-PAGADO
           CALL "PASOCONT" USING WKS-PASO-PROGRAMA WK-PASO-REGISTROS.
       END PROGRAM ATMINTAN.

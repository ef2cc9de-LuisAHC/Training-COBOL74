      *           PRONPARM si existe; si no, se pregunta (vacio =
      *           ATM1). Los movimientos anteriores al campo de
      *           terminal (clave en blanco) no se cuentan.
      *
      * Modificaciones:
      * 2026-10-15 LAHC Al terminar le informa a la corrida nocturna
      *                 (subprograma PASOCONT) cuantos movimientos
      *                 leyo, para el historico de tiempos NOCHHIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMPRON.
           01 WKS-CAS-100        PIC 9(05).
           01 WK-MESES-HISTORIA  PIC 9(02) VALUE 6.
           01 WK-MESES-HOY       PIC 9(05).
           01 WKS-PASO-PROGRAMA  PIC X(08) VALUE "ATMPRON".
           01 WK-PASO-REGISTROS  PIC 9(07) VALUE 0.
           01 WK-MES-ARCHIVO     PIC 9(05).
           01 WK-ETIQ-AA         PIC 9(02).
           01 WK-ETIQ-MM         PIC 9(02).
               AT END
                   MOVE 1 TO WKS-EOF-ARCH
               NOT AT END
                   ADD 1 TO WK-PASO-REGISTROS
                   IF ARC-OPERACION = "RETIRO" AND
                      ARC-TERMINAL = WKS-TERMINAL
                       MOVE ARC-FECHA TO WKS-FECHA-CALC
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   ADD 1 TO WK-PASO-REGISTROS
                   IF MOV-OPERACION = "RETIRO" AND
                      MOV-TERMINAL = WKS-TERMINAL
                       MOVE MOV-FECHA TO WKS-FECHA-CALC
           DISPLAY "PRONOSTICO DE EFECTIVO GENERADO PARA LA "
                   "TERMINAL " WKS-TERMINAL
           DISPLAY "  DIAS CON RETIROS EN LA BASE: "
                   WK-DIAS-OBSERVADOS
           CALL "PASOCONT" USING WKS-PASO-PROGRAMA WK-PASO-REGISTROS.
       END PROGRAM ATMPRON.

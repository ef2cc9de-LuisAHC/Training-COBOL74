      *           ARCHPARM si existe; si no, es el dia primero del mes
      *           de la corrida. El estado de cuenta del cajero puede
      *           releer un mes archivado pidiendolo por su AAMM.
      *
      * Modificaciones:
      * 2026-10-15 LAHC Al terminar le informa a la corrida nocturna
      *                 (subprograma PASOCONT) cuantos movimientos
      *                 leyo, para el historico de tiempos NOCHHIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMARCH.
           01 WK-ARCHIVADOS      PIC 9(07) VALUE 0.
           01 WK-CONSERVADOS     PIC 9(07) VALUE 0.
           01 WK-IMPORTE-ARCH    PIC S9(11)V9(02) VALUE 0.
           01 WKS-PASO-PROGRAMA  PIC X(08) VALUE "ATMARCH".
           01 WK-PASO-REGISTROS  PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           DISPLAY "CIERRE DE BITACORA TERMINADO"
           DISPLAY "  ARCHIVADOS (EN EL MOVARCH DE SU MES): "
                   WK-ARCHIVADOS
           DISPLAY "  CONSERVADOS EN LA BITACORA: " WK-CONSERVADOS
           COMPUTE WK-PASO-REGISTROS = WK-ARCHIVADOS + WK-CONSERVADOS
           CALL "PASOCONT" USING WKS-PASO-PROGRAMA WK-PASO-REGISTROS.
       END PROGRAM ATMARCH.

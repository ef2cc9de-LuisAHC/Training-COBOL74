      *                 al archivo fechado CORTE+AAMMDD y queda en el
      *                 catalogo de reportes REPCAT para el visor
      *                 REPVIEW.
      * 2026-10-15 LAHC El pago de servicios del cajero (PAGO-SERV)
      *                 tiene su propio renglon en el corte, el mismo
      *                 importe que liquida ATMSERV a los emisores.
      * 2026-10-15 LAHC Cada corte deja ademas un registro de control
      *                 en CORTECTL (fecha, renglones del corte y
      *                 efectivo) para que la poliza contable
      *                 ATMCONTA cuadre contra las mismas cifras.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMREP.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
           SELECT CORTECTL ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
           FD MOVTOS.
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
      *REGISTRO DE CONTROL DEL CORTE, LO LEE LA POLIZA ATMCONTA
           FD CORTECTL.
           01 REG-CORTECTL.
               COPY CORTEREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMFECHA== BY ==CTL-FECHA==
                   ==NOMRENGLON== BY ==CTL-RENGLON==
                   ==NOMCUANTOS== BY ==CTL-CUANTOS==
                   ==NOMTOTAL== BY ==CTL-TOTAL==
                   ==NOMENTRADAS== BY ==CTL-ENTRADAS==
                   ==NOMSALIDAS== BY ==CTL-SALIDAS==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-STATUS-CTL     PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
               02 FILLER PIC X(12) VALUE "TRANSF-REC".
               02 FILLER PIC X(12) VALUE "INTERES".
               02 FILLER PIC X(12) VALUE "REVERSO".
               02 FILLER PIC X(12) VALUE "PAGO-SERV".
               02 FILLER PIC X(12) VALUE "OTRAS".
           01 WKS-LISTA-OPER REDEFINES WKS-LISTA-OPERS.
               02 WK-OPER-NOMBRE OCCURS 8 TIMES PIC X(12).
           01 WKS-TABLA-CORTE.
               02 WK-CORTE-OPER OCCURS 8 TIMES.
                   05 WK-OPER-CUANTOS PIC 9(05).
                   05 WK-OPER-TOTAL   PIC S9(11)V9(02).
           01 WKS-TABLA-HORAS.
      *PROCESOS NUEVOS) CAEN EN EL RENGLON "OTRAS", QUE ES LA ULTIMA
      *ENTRADA DE LA TABLA
       2110-BUSCA-OPERACION.
           MOVE 8 TO WK-IDX-OP
           PERFORM 2120-COMPARA-OPERACION
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > 7.
       2120-COMPARA-OPERACION.
           IF MOV-OPERACION = WK-OPER-NOMBRE (WK-IDX-BUSCA)
               MOVE WK-IDX-BUSCA TO WK-IDX-OP
           INITIATE RD-CORTE
           PERFORM 3100-REPORTA-OPERACION
               VARYING WK-IDX-OP FROM 1 BY 1
               UNTIL WK-IDX-OP > 8
           GENERATE RD-CORTE-HORA-TIT
           PERFORM 3200-REPORTA-HORA
               VARYING WK-IDX-HORA FROM 1 BY 1
           END-IF
           TERMINATE RD-CORTE
           CLOSE CORTE
           PERFORM 3500-CATALOGA-REPORTE
           PERFORM 3600-GRABA-CONTROL.
       3500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
      *EL REGISTRO DE CONTROL SE AGREGA AL FINAL; SI EL CORTE DE UN
      *DIA SE REPITE, EL QUE VALE ES EL ULTIMO REGISTRO DE ESA FECHA
       3600-GRABA-CONTROL.
           OPEN EXTEND CORTECTL
           IF WKS-STATUS-CTL = "35"
               OPEN OUTPUT CORTECTL
               CLOSE CORTECTL
               OPEN EXTEND CORTECTL
           END-IF
           MOVE WKS-FECHA-PROCESO TO CTL-FECHA
           PERFORM 3610-MUEVE-RENGLON
               VARYING WK-IDX-OP FROM 1 BY 1
               UNTIL WK-IDX-OP > 8
           MOVE WK-TOTAL-ENTRADAS TO CTL-ENTRADAS
           MOVE WK-TOTAL-SALIDAS  TO CTL-SALIDAS
           WRITE REG-CORTECTL
           CLOSE CORTECTL.
       3610-MUEVE-RENGLON.
           MOVE WK-OPER-CUANTOS (WK-IDX-OP) TO CTL-CUANTOS (WK-IDX-OP)
           MOVE WK-OPER-TOTAL (WK-IDX-OP) TO CTL-TOTAL (WK-IDX-OP).
       3100-REPORTA-OPERACION.
           GENERATE RD-CORTE-OPER-DET.
      *SOLO SE IMPRIMEN LAS HORAS QUE TUVIERON MOVIMIENTO, PARA QUE

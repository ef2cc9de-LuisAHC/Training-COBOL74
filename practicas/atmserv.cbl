      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Liquidacion nocturna de los pagos de servicios hechos
      *           en el cajero (archivo PAGOSERV). Por cada emisor del
      *           catalogo EMISORES deja un archivo de liquidacion
      *           LIQ+clave+AAMMDD con el layout fijo acordado: un
      *           encabezado (H) con el emisor, la fecha y su cuenta de
      *           liquidacion, un detalle (D) por referencia pagada en
      *           el dia con su importe y folio, y un total (T) con el
      *           numero de pagos y el importe a liquidar. Cada pago
      *           extraido se marca L (liquidado); como la seleccion
      *           es por fecha, una segunda corrida del mismo dia
      *           vuelve a armar los mismos archivos.
      *           Al final cuadra el total liquidado contra los
      *           movimientos PAGO-SERV del dia en MOVTOS (el mismo
      *           renglon que reporta el corte ATMREP); si no cuadra
      *           termina con RETURN-CODE 4 (aviso).
      *           La fecha de proceso se toma del archivo de
      *           parametros SERVPARM si existe; si no, del dia de la
      *           corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSERV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS EMI-CLAVE
               FILE STATUS IS WKS-STATUS-EMISOR.
           SELECT PAGOSERV ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PAGSER.
           SELECT LIQSERV ASSIGN USING WKS-NOMBRE-LIQ
               FILE STATUS IS WKS-STATUS-LIQ.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT SERVPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
       DATA DIVISION.
       FILE SECTION.
           FD EMISORES.
           01 REG-EMISOR.
               COPY EMISOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==EMI-CLAVE==
                   ==NOMNOMBRE== BY ==EMI-NOMBRE==
                   ==NOMLONGREF== BY ==EMI-LONG-REF==
                   ==NOMDIGITO== BY ==EMI-DIGITO==
                   ==NOMCTALIQ== BY ==EMI-CTA-LIQ==
                   ==NOMACTIVO== BY ==EMI-ACTIVO==.
           FD PAGOSERV.
           01 REG-PAGOSERV.
               COPY PAGSEREG REPLACING ==LVL== BY ==05==
                   ==NOMFOLIO== BY ==PSV-FOLIO==
                   ==NOMCUENTA== BY ==PSV-CUENTA==
                   ==NOMEMISOR== BY ==PSV-EMISOR==
                   ==NOMREFER== BY ==PSV-REFERENCIA==
                   ==NOMIMPORTE== BY ==PSV-IMPORTE==
                   ==NOMFECHA== BY ==PSV-FECHA==
                   ==NOMHORA== BY ==PSV-HORA==
                   ==NOMTERMINAL== BY ==PSV-TERMINAL==
                   ==NOMESTATUS== BY ==PSV-ESTATUS==.
      *LAYOUT FIJO DE LIQUIDACION ACORDADO CON LOS EMISORES: 80
      *POSICIONES, EL PRIMER CARACTER DICE EL TIPO DE RENGLON
           FD LIQSERV.
           01 REG-LIQ-ENCABEZADO.
               05 LIQ-TIPO        PIC X(01).
               05 LIQ-EMISOR      PIC 9(03).
               05 LIQ-NOMBRE      PIC X(30).
               05 LIQ-FECHA       PIC 9(08).
               05 LIQ-CTA-LIQ     PIC X(12).
               05 FILLER          PIC X(26).
           01 REG-LIQ-DETALLE.
               05 LIQ-DET-TIPO    PIC X(01).
               05 LIQ-REFERENCIA  PIC X(20).
               05 LIQ-IMPORTE     PIC 9(09)V9(02).
               05 LIQ-FOLIO       PIC 9(08).
               05 LIQ-DET-FECHA   PIC 9(08).
               05 LIQ-HORA        PIC 9(08).
               05 LIQ-TERMINAL    PIC X(04).
               05 FILLER          PIC X(20).
           01 REG-LIQ-TOTAL.
               05 LIQ-TOT-TIPO    PIC X(01).
               05 LIQ-CUANTOS     PIC 9(07).
               05 LIQ-TOTAL       PIC 9(11)V9(02).
               05 LIQ-TOT-CTA     PIC X(12).
               05 FILLER          PIC X(47).
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==MOV-NUMCUENTA==
                   ==NOMOPER== BY ==MOV-OPERACION==
                   ==NOMIMPORTE== BY ==MOV-IMPORTE==
                   ==NOMSALDO== BY ==MOV-SALDO==
                   ==NOMFECHA== BY ==MOV-FECHA==
                   ==NOMHORA== BY ==MOV-HORA==
                   ==NOMFOLIO== BY ==MOV-FOLIO==
                   ==NOMREFER== BY ==MOV-REFERENCIA==
                   ==NOMTERMINAL== BY ==MOV-TERMINAL==.
           FD SERVPARM.
           01 REG-SERVPARM.
               05 PAR-FECHA PIC 9(08).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-EMISOR  PIC X(02).
           01 WKS-STATUS-PAGSER  PIC X(02).
           01 WKS-STATUS-LIQ     PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-EOF-EMISOR     PIC 9(01).
           01 WKS-EOF-PAGSER     PIC 9(01).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-NOMBRE-LIQ     PIC X(14).
           01 WK-EMI-CUANTOS     PIC 9(07).
           01 WK-EMI-TOTAL       PIC 9(11)V9(02).
           01 WK-ARCHIVOS        PIC 9(05) VALUE 0.
           01 WK-PAGOS-LIQUIDADOS PIC 9(07) VALUE 0.
           01 WK-TOTAL-LIQUIDADO PIC S9(11)V9(02) VALUE 0.
           01 WK-PAGOS-MOVTOS    PIC 9(07) VALUE 0.
           01 WK-TOTAL-MOVTOS    PIC S9(11)V9(02) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-EMISOR UNTIL WKS-EOF-EMISOR = 1
           PERFORM 3000-CUADRA-MOVTOS
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-EMISOR
           PERFORM 1050-LEE-PARAMETRO
           OPEN INPUT EMISORES
           IF WKS-STATUS-EMISOR NOT = "00"
               DISPLAY "NO EXISTE EL CATALOGO EMISORES, NO SE PUEDE "
                       "LIQUIDAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAGOSERV
           IF WKS-STATUS-PAGSER NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO PAGOSERV, NO HAY PAGOS "
                       "DE SERVICIOS QUE LIQUIDAR"
               MOVE 1 TO WKS-EOF-EMISOR
           ELSE
               CLOSE PAGOSERV
           END-IF.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *SERVPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
      *PROCESA EL DIA DE LA CORRIDA, SIN PREGUNTAR NADA AL OPERADOR
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT SERVPARM
           IF WKS-STATUS-PARM = "00"
               READ SERVPARM
                   AT END
                       CONTINUE
                   NOT AT END
      *LA TARJETA PUEDE TRAER LA FECHA COMO AAAAMMDD O COMO
      *00AAMMDD (EL FORMATO INTERNO DE ACCEPT FROM DATE); SOLO
      *CUENTAN LOS SEIS DIGITOS BAJOS
                       MOVE 0 TO WKS-FECHA-PROCESO
                       MOVE PAR-FECHA (3:6)
                           TO WKS-FECHA-PROCESO (3:6)
               END-READ
               CLOSE SERVPARM
           END-IF.
       2000-LEE-EMISOR.
           READ EMISORES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMISOR
               NOT AT END
                   PERFORM 2100-LIQUIDA-EMISOR
           END-READ.
      *CADA EMISOR RECIBE SU ARCHIVO AUNQUE NO HAYA TENIDO PAGOS EN EL
      *DIA (EL TOTAL EN CERO LE CONFIRMA QUE NO HAY NADA QUE
      *LIQUIDAR); EL ARCHIVO DE PAGOS SE RECORRE UNA VEZ POR EMISOR
       2100-LIQUIDA-EMISOR.
           MOVE 0 TO WK-EMI-CUANTOS
           MOVE 0 TO WK-EMI-TOTAL
           MOVE "LIQ" TO WKS-NOMBRE-LIQ
           MOVE EMI-CLAVE TO WKS-NOMBRE-LIQ (4:3)
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-LIQ (7:6)
           OPEN OUTPUT LIQSERV
           MOVE SPACES TO REG-LIQ-ENCABEZADO
           MOVE "H" TO LIQ-TIPO
           MOVE EMI-CLAVE TO LIQ-EMISOR
           MOVE EMI-NOMBRE TO LIQ-NOMBRE
           MOVE WKS-FECHA-PROCESO TO LIQ-FECHA
           MOVE EMI-CTA-LIQ TO LIQ-CTA-LIQ
           WRITE REG-LIQ-ENCABEZADO
           MOVE 0 TO WKS-EOF-PAGSER
           OPEN I-O PAGOSERV
           PERFORM 2200-LEE-PAGO UNTIL WKS-EOF-PAGSER = 1
           CLOSE PAGOSERV
           MOVE SPACES TO REG-LIQ-TOTAL
           MOVE "T" TO LIQ-TOT-TIPO
           MOVE WK-EMI-CUANTOS TO LIQ-CUANTOS
           MOVE WK-EMI-TOTAL TO LIQ-TOTAL
           MOVE EMI-CTA-LIQ TO LIQ-TOT-CTA
           WRITE REG-LIQ-TOTAL
           CLOSE LIQSERV
           ADD 1 TO WK-ARCHIVOS
           ADD WK-EMI-CUANTOS TO WK-PAGOS-LIQUIDADOS
           ADD WK-EMI-TOTAL TO WK-TOTAL-LIQUIDADO
           DISPLAY "  " EMI-CLAVE " " EMI-NOMBRE " PAGOS: "
                   WK-EMI-CUANTOS " IMPORTE: " WK-EMI-TOTAL
                   " ARCHIVO: " WKS-NOMBRE-LIQ.
       2200-LEE-PAGO.
           READ PAGOSERV
               AT END
                   MOVE 1 TO WKS-EOF-PAGSER
               NOT AT END
                   IF PSV-EMISOR = EMI-CLAVE AND
                      PSV-FECHA = WKS-FECHA-PROCESO
                       PERFORM 2300-ESCRIBE-DETALLE
                   END-IF
           END-READ.
       2300-ESCRIBE-DETALLE.
           MOVE SPACES TO REG-LIQ-DETALLE
           MOVE "D" TO LIQ-DET-TIPO
           MOVE PSV-REFERENCIA TO LIQ-REFERENCIA
           MOVE PSV-IMPORTE TO LIQ-IMPORTE
           MOVE PSV-FOLIO TO LIQ-FOLIO
           MOVE PSV-FECHA TO LIQ-DET-FECHA
           MOVE PSV-HORA TO LIQ-HORA
           MOVE PSV-TERMINAL TO LIQ-TERMINAL
           WRITE REG-LIQ-DETALLE
           ADD 1 TO WK-EMI-CUANTOS
           ADD PSV-IMPORTE TO WK-EMI-TOTAL
           MOVE "L" TO PSV-ESTATUS
           REWRITE REG-PAGOSERV.
      *EL TOTAL LIQUIDADO DEBE SER EL MISMO QUE LOS PAGO-SERV DEL DIA
      *EN LA BITACORA, QUE ES LO QUE EL CORTE ATMREP REPORTA
       3000-CUADRA-MOVTOS.
           MOVE 0 TO WKS-EOF-MOVTOS
           OPEN INPUT MOVTOS
           IF WKS-STATUS-MOVTOS NOT = "00"
               MOVE 1 TO WKS-EOF-MOVTOS
           ELSE
               PERFORM 3100-LEE-MOVTO UNTIL WKS-EOF-MOVTOS = 1
               CLOSE MOVTOS
           END-IF.
       3100-LEE-MOVTO.
           READ MOVTOS
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   IF MOV-OPERACION = "PAGO-SERV" AND
                      MOV-FECHA = WKS-FECHA-PROCESO
                       ADD 1 TO WK-PAGOS-MOVTOS
                       ADD MOV-IMPORTE TO WK-TOTAL-MOVTOS
                   END-IF
           END-READ.
       5000-TERMINA.
           CLOSE EMISORES
           DISPLAY "LIQUIDACION DE PAGOS DE SERVICIOS TERMINADA"
           DISPLAY "  ARCHIVOS DE LIQUIDACION: " WK-ARCHIVOS
           DISPLAY "  PAGOS LIQUIDADOS:        " WK-PAGOS-LIQUIDADOS
           DISPLAY "  IMPORTE LIQUIDADO:       " WK-TOTAL-LIQUIDADO
           DISPLAY "  PAGO-SERV EN MOVTOS:     " WK-PAGOS-MOVTOS
           DISPLAY "  IMPORTE EN MOVTOS:       " WK-TOTAL-MOVTOS
           IF WK-PAGOS-LIQUIDADOS NOT = WK-PAGOS-MOVTOS OR
              WK-TOTAL-LIQUIDADO NOT = WK-TOTAL-MOVTOS
               DISPLAY "ATENCION: LA LIQUIDACION NO CUADRA CONTRA "
                       "LA BITACORA MOVTOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ATMSERV.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Cobro nocturno de las cuotas de los prestamos
      *           personales (archivo PRESTAMOS, lo da de alta ATMEJE).
      *           Cada cuota cuya fecha de pago ya llego se da por
      *           vencida y se intenta cobrar de la cuenta ligada con
      *           el disponible (libros menos retenido); la cuota
      *           cobrada deja en MOVTOS un movimiento PAGO-PREST con
      *           folio de FOLIOSIG, abona a capital lo que no es
      *           interes del mes y recorre la cuota vencida mas
      *           antigua. La cuota que la cuenta no alcanza a cubrir
      *           queda vencida, el prestamo pasa a moroso (M) y se
      *           vuelve a intentar las noches siguientes; si hubo
      *           cuotas sin cubrir el paso termina con RETURN-CODE 4
      *           (aviso, como las ordenes programadas). Un prestamo
      *           con todas sus cuotas pagadas queda liquidado (L).
      *           La fecha de proceso se toma del archivo de
      *           parametros PRESPARM si existe; si no, del dia de la
      *           corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMPREST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WKS-STATUS-PREST.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT PRESPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
       DATA DIVISION.
       FILE SECTION.
           FD PRESTAMOS.
           01 REG-PRESTAMO.
               COPY PRESTREG REPLACING ==LVL== BY ==05==
                   ==NOMNUMERO== BY ==PRE-NUMERO==
                   ==NOMCLIENTE== BY ==PRE-CLIENTE==
                   ==NOMCUENTA== BY ==PRE-CUENTA==
                   ==NOMPRINCIPAL== BY ==PRE-PRINCIPAL==
                   ==NOMTASA== BY ==PRE-TASA==
                   ==NOMPLAZO== BY ==PRE-PLAZO==
                   ==NOMDIAPAGO== BY ==PRE-DIA-PAGO==
                   ==NOMCUOTA== BY ==PRE-CUOTA==
                   ==NOMFECALTA== BY ==PRE-FECHA-ALTA==
                   ==NOMSALDO== BY ==PRE-SALDO==
                   ==NOMPAGADAS== BY ==PRE-PAGADAS==
                   ==NOMFECPROX== BY ==PRE-FECHA-PROX==
                   ==NOMVENCIDAS== BY ==PRE-VENCIDAS==
                   ==NOMFECATRASO== BY ==PRE-FECHA-ATRASO==
                   ==NOMESTATUS== BY ==PRE-ESTATUS==.
           FD CUENTAS.
           01 REG-CUENTA.
               COPY CUENTREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==REG-NUMCUENTA==
                   ==NOMNIP== BY ==REG-NIP==
                   ==NOMSALDO== BY ==REG-SALDO==
                   ==NOMINTENTOS== BY ==REG-INTENTOS==
                   ==NOMBLOQ== BY ==REG-BLOQUEADA==
                   ==NOMLIMDIA== BY ==REG-LIMITE-DIARIO==
                   ==NOMFECUSO== BY ==REG-FECHA-USO==
                   ==NOMUSADO== BY ==REG-USADO-HOY==
                   ==NOMPRODUCTO== BY ==REG-PRODUCTO==
                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
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
           FD PRESPARM.
           01 REG-PRESPARM.
               05 PAR-FECHA PIC 9(08).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-PREST   PIC X(02).
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-EOF-PREST      PIC 9(01).
           01 WKS-PREST-ABIERTO  PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-PREST VALUE "S".
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FOLIO          PIC 9(08).
           01 WKS-DISPONIBLE     PIC S9(09)V9(02).
           01 WKS-TASA-MENSUAL   PIC V9(09).
           01 WKS-INTERES-CUOTA  PIC 9(09)V9(02).
           01 WKS-CAPITAL-CUOTA  PIC 9(09)V9(02).
           01 WKS-IMPORTE-CUOTA  PIC 9(09)V9(02).
           01 WKS-CUENTA-OK      PIC X(01).
               88 WKS-SI-CUENTA-OK VALUE "S".
           01 WKS-PUEDE-PAGAR    PIC X(01).
               88 WKS-SI-PUEDE-PAGAR VALUE "S".
           01 WKS-FECHA-CUOTA    PIC 9(08).
           01 WKS-FECHA-CUOTA-R REDEFINES WKS-FECHA-CUOTA.
               03 FILLER         PIC 9(02).
               03 WKS-FCU-AA     PIC 9(02).
               03 WKS-FCU-MM     PIC 9(02).
               03 WKS-FCU-DD     PIC 9(02).
           01 WK-PRESTAMOS-LEIDOS PIC 9(05) VALUE 0.
           01 WK-CUOTAS-COBRADAS  PIC 9(05) VALUE 0.
           01 WK-CUOTAS-SIN-COBRO PIC 9(05) VALUE 0.
           01 WK-PRESTAMOS-MOROSOS PIC 9(05) VALUE 0.
           01 WK-PRESTAMOS-LIQUIDADOS PIC 9(05) VALUE 0.
           01 WK-TOTAL-COBRADO    PIC 9(11)V9(02) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-PRESTAMO UNTIL WKS-EOF-PREST = 1
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-PREST
           PERFORM 1050-LEE-PARAMETRO
           OPEN I-O PRESTAMOS
           IF WKS-STATUS-PREST NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO PRESTAMOS, NO HAY "
                       "CUOTAS QUE COBRAR"
               MOVE 1 TO WKS-EOF-PREST
           ELSE
               SET WKS-SI-ABRIO-PREST TO TRUE
               OPEN I-O CUENTAS
               IF WKS-STATUS-CUENTAS NOT = "00"
                   DISPLAY "NO EXISTE EL ARCHIVO CUENTAS, NO SE "
                           "COBRAN LAS CUOTAS"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRESTAMOS
                   GOBACK
               END-IF
               PERFORM 1100-ABRIR-MOVTOS
           END-IF.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *PRESPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
      *PROCESA EL DIA DE LA CORRIDA, SIN PREGUNTAR NADA AL OPERADOR
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT PRESPARM
           IF WKS-STATUS-PARM = "00"
               READ PRESPARM
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
               CLOSE PRESPARM
           END-IF.
       1100-ABRIR-MOVTOS.
           OPEN EXTEND MOVTOS
           IF WKS-STATUS-MOVTOS = "35"
               OPEN OUTPUT MOVTOS
               CLOSE MOVTOS
               OPEN EXTEND MOVTOS
           END-IF.
       2000-LEE-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PREST
               NOT AT END
                   IF PRE-ESTATUS NOT = "L"
                       ADD 1 TO WK-PRESTAMOS-LEIDOS
                       PERFORM 2100-PROCESA-PRESTAMO
                   END-IF
           END-READ.
      *PRIMERO SE DAN POR VENCIDAS TODAS LAS CUOTAS CUYA FECHA YA
      *LLEGO (PUEDE SER MAS DE UNA SI LA CORRIDA NO SE HIZO ALGUNA
      *NOCHE) Y LUEGO SE COBRAN DE LA MAS ANTIGUA A LA MAS RECIENTE
      *MIENTRAS LA CUENTA ALCANCE
       2100-PROCESA-PRESTAMO.
           PERFORM 2200-VENCE-CUOTA
               UNTIL PRE-FECHA-PROX > WKS-FECHA-PROCESO OR
                     PRE-PAGADAS + PRE-VENCIDAS NOT < PRE-PLAZO
           IF PRE-VENCIDAS > 0
               PERFORM 2250-LEE-CUENTA
               IF WKS-SI-CUENTA-OK
                   MOVE "S" TO WKS-PUEDE-PAGAR
                   PERFORM 2300-COBRA-CUOTA
                       UNTIL PRE-VENCIDAS = 0 OR
                             NOT WKS-SI-PUEDE-PAGAR
               END-IF
           END-IF
           IF PRE-PAGADAS NOT < PRE-PLAZO
               MOVE "L" TO PRE-ESTATUS
               ADD 1 TO WK-PRESTAMOS-LIQUIDADOS
           ELSE
               IF PRE-VENCIDAS > 0
                   MOVE "M" TO PRE-ESTATUS
                   ADD 1 TO WK-PRESTAMOS-MOROSOS
               ELSE
                   MOVE "V" TO PRE-ESTATUS
               END-IF
           END-IF
           REWRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL PRESTAMO: "
                           PRE-NUMERO
           END-REWRITE.
       2200-VENCE-CUOTA.
           ADD 1 TO PRE-VENCIDAS
           IF PRE-FECHA-ATRASO = 0
               MOVE PRE-FECHA-PROX TO PRE-FECHA-ATRASO
           END-IF
           MOVE PRE-FECHA-PROX TO WKS-FECHA-CUOTA
           PERFORM 2400-SIGUIENTE-MES
           MOVE WKS-FECHA-CUOTA TO PRE-FECHA-PROX.
       2250-LEE-CUENTA.
           MOVE "S" TO WKS-CUENTA-OK
           MOVE PRE-CUENTA TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   DISPLAY "PRESTAMO " PRE-NUMERO
                           ": NO EXISTE LA CUENTA LIGADA"
                   MOVE "N" TO WKS-CUENTA-OK
                   ADD PRE-VENCIDAS TO WK-CUOTAS-SIN-COBRO
           END-READ.
      *LA CUOTA SE CALCULA IGUAL QUE EN LA TABLA DE AMORTIZACION DE
      *ATMEJE: INTERES DEL MES SOBRE EL SALDO INSOLUTO, EL RESTO A
      *CAPITAL, Y LA ULTIMA CUOTA LIQUIDA EL SALDO QUE QUEDE
       2300-COBRA-CUOTA.
           COMPUTE WKS-TASA-MENSUAL ROUNDED = PRE-TASA / 12
           COMPUTE WKS-INTERES-CUOTA ROUNDED =
               PRE-SALDO * WKS-TASA-MENSUAL
           IF PRE-PAGADAS + 1 = PRE-PLAZO OR
              PRE-CUOTA - WKS-INTERES-CUOTA > PRE-SALDO
               MOVE PRE-SALDO TO WKS-CAPITAL-CUOTA
           ELSE
               COMPUTE WKS-CAPITAL-CUOTA =
                   PRE-CUOTA - WKS-INTERES-CUOTA
           END-IF
           COMPUTE WKS-IMPORTE-CUOTA =
               WKS-CAPITAL-CUOTA + WKS-INTERES-CUOTA
           COMPUTE WKS-DISPONIBLE = REG-SALDO - REG-RETENIDO
           IF WKS-DISPONIBLE < WKS-IMPORTE-CUOTA
               DISPLAY "PRESTAMO " PRE-NUMERO
                       ": SALDO INSUFICIENTE, QUEDAN "
                       PRE-VENCIDAS " CUOTAS VENCIDAS"
               MOVE "N" TO WKS-PUEDE-PAGAR
               ADD PRE-VENCIDAS TO WK-CUOTAS-SIN-COBRO
           ELSE
               SUBTRACT WKS-IMPORTE-CUOTA FROM REG-SALDO
               REWRITE REG-CUENTA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA: "
                               REG-NUMCUENTA
               END-REWRITE
               PERFORM 3000-GRABAR-MOVIMIENTO
               SUBTRACT WKS-CAPITAL-CUOTA FROM PRE-SALDO
               ADD 1 TO PRE-PAGADAS
               SUBTRACT 1 FROM PRE-VENCIDAS
               IF PRE-VENCIDAS = 0
                   MOVE 0 TO PRE-FECHA-ATRASO
               ELSE
                   MOVE PRE-FECHA-ATRASO TO WKS-FECHA-CUOTA
                   PERFORM 2400-SIGUIENTE-MES
                   MOVE WKS-FECHA-CUOTA TO PRE-FECHA-ATRASO
               END-IF
               ADD 1 TO WK-CUOTAS-COBRADAS
               ADD WKS-IMPORTE-CUOTA TO WK-TOTAL-COBRADO
           END-IF.
       2400-SIGUIENTE-MES.
           IF WKS-FCU-MM = 12
               MOVE 1 TO WKS-FCU-MM
               ADD 1 TO WKS-FCU-AA
           ELSE
               ADD 1 TO WKS-FCU-MM
           END-IF.
      *EL MOVIMIENTO SE FECHA CON LA FECHA DE PROCESO (NO LA DEL
      *RELOJ) PARA QUE LA CONCILIACION DE ESA MISMA NOCHE LO CUADRE
       3000-GRABAR-MOVIMIENTO.
           MOVE REG-NUMCUENTA TO MOV-NUMCUENTA
           MOVE "PAGO-PREST"  TO MOV-OPERACION
           MOVE WKS-IMPORTE-CUOTA TO MOV-IMPORTE
           MOVE REG-SALDO     TO MOV-SALDO
           MOVE WKS-FECHA-PROCESO TO MOV-FECHA
           ACCEPT MOV-HORA  FROM TIME
           CALL "FOLIOSIG" USING WKS-FOLIO
           MOVE WKS-FOLIO TO MOV-FOLIO
           MOVE 0 TO MOV-REFERENCIA
           MOVE "LOTE" TO MOV-TERMINAL
           WRITE REG-MOVIMIENTO.
       5000-TERMINA.
           IF WKS-SI-ABRIO-PREST
               CLOSE PRESTAMOS
               CLOSE CUENTAS
               CLOSE MOVTOS
           END-IF
           DISPLAY "COBRO DE CUOTAS DE PRESTAMOS TERMINADO"
           DISPLAY "  PRESTAMOS REVISADOS: " WK-PRESTAMOS-LEIDOS
           DISPLAY "  CUOTAS COBRADAS:     " WK-CUOTAS-COBRADAS
           DISPLAY "  IMPORTE COBRADO:     " WK-TOTAL-COBRADO
           DISPLAY "  CUOTAS SIN COBRAR:   " WK-CUOTAS-SIN-COBRO
           DISPLAY "  PRESTAMOS MOROSOS:   " WK-PRESTAMOS-MOROSOS
           DISPLAY "  LIQUIDADOS HOY:      " WK-PRESTAMOS-LIQUIDADOS
           IF WK-CUOTAS-SIN-COBRO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ATMPREST.

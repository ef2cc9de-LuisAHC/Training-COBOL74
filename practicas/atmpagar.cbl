      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Vencimiento nocturno de los pagares a plazo fijo
      *           (archivo PAGARES, los abre ATMEJE). A cada pagare
      *           vigente cuya fecha de vencimiento ya llego le paga el
      *           interes del plazo (importe por tasa anual por dias
      *           entre 360) en la cuenta ligada como INT-PAGARE, y
      *           segun la instruccion del cliente regresa el capital a
      *           la cuenta (VEN-PAGARE, el pagare queda pagado) o lo
      *           renueva por otro plazo igual a partir del
      *           vencimiento. Los movimientos van a MOVTOS con folio
      *           de FOLIOSIG para que ATMCONC cuadre el dia, y el
      *           INT-PAGARE entra en la constancia anual de ATMINTAN.
      *           Un pagare cuya cuenta ya no existe se reporta y se
      *           deja vigente (RETURN-CODE 4, aviso).
      *           La fecha de proceso se toma del archivo de
      *           parametros PAGPARM si existe; si no, del dia de la
      *           corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMPAGAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGARES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PAG-NUMERO
               FILE STATUS IS WKS-STATUS-PAGARE.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT PAGPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
       DATA DIVISION.
       FILE SECTION.
           FD PAGARES.
           01 REG-PAGARE.
               COPY PAGAREG REPLACING ==LVL== BY ==05==
                   ==NOMNUMERO== BY ==PAG-NUMERO==
                   ==NOMCUENTA== BY ==PAG-CUENTA==
                   ==NOMCLIENTE== BY ==PAG-CLIENTE==
                   ==NOMIMPORTE== BY ==PAG-IMPORTE==
                   ==NOMPLAZO== BY ==PAG-PLAZO==
                   ==NOMTASA== BY ==PAG-TASA==
                   ==NOMFECALTA== BY ==PAG-FECHA-ALTA==
                   ==NOMFECVENC== BY ==PAG-FECHA-VENC==
                   ==NOMINSTRUC== BY ==PAG-INSTRUCCION==
                   ==NOMRENOV== BY ==PAG-RENOVACIONES==
                   ==NOMINTPAG== BY ==PAG-INTERES-PAGADO==
                   ==NOMESTATUS== BY ==PAG-ESTATUS==.
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
           FD PAGPARM.
           01 REG-PAGPARM.
               05 PAR-FECHA PIC 9(08).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-PAGARE  PIC X(02).
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-EOF-PAGARE     PIC 9(01).
           01 WKS-PAGARE-ABIERTO PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-PAGARE VALUE "S".
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FOLIO          PIC 9(08).
           01 WKS-INTERES        PIC 9(09)V9(02).
           01 WKS-FECHA-CALC     PIC 9(08).
           01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
               03 FILLER         PIC 9(02).
               03 WKS-FC-AA      PIC 9(02).
               03 WKS-FC-MM      PIC 9(02).
               03 WKS-FC-DD      PIC 9(02).
           01 WK-IDX-DIA         PIC 9(03).
           01 WK-ANIO-COCIENTE   PIC 9(02).
           01 WK-ANIO-RESIDUO    PIC 9(01).
           01 WK-DIAS-DEL-MES    PIC 9(02).
           01 WKS-LISTA-DIAS-MES PIC X(24)
               VALUE "312831303130313130313031".
           01 WKS-DIAS-MES-R REDEFINES WKS-LISTA-DIAS-MES.
               03 WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
           01 WK-PAGARES-VENCIDOS PIC 9(05) VALUE 0.
           01 WK-PAGARES-LIQUIDADOS PIC 9(05) VALUE 0.
           01 WK-PAGARES-RENOVADOS PIC 9(05) VALUE 0.
           01 WK-PAGARES-SIN-CUENTA PIC 9(05) VALUE 0.
           01 WK-TOTAL-INTERES   PIC 9(11)V9(02) VALUE 0.
           01 WK-TOTAL-CAPITAL   PIC 9(11)V9(02) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-PAGARE UNTIL WKS-EOF-PAGARE = 1
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-PAGARE
           PERFORM 1050-LEE-PARAMETRO
           OPEN I-O PAGARES
           IF WKS-STATUS-PAGARE NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO PAGARES, NO HAY "
                       "PAGARES QUE VENCER"
               MOVE 1 TO WKS-EOF-PAGARE
           ELSE
               SET WKS-SI-ABRIO-PAGARE TO TRUE
               OPEN I-O CUENTAS
               IF WKS-STATUS-CUENTAS NOT = "00"
                   DISPLAY "NO EXISTE EL ARCHIVO CUENTAS, NO SE "
                           "VENCEN LOS PAGARES"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PAGARES
                   GOBACK
               END-IF
               PERFORM 1100-ABRIR-MOVTOS
           END-IF.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *PAGPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
      *PROCESA EL DIA DE LA CORRIDA, SIN PREGUNTAR NADA AL OPERADOR
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT PAGPARM
           IF WKS-STATUS-PARM = "00"
               READ PAGPARM
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
               CLOSE PAGPARM
           END-IF.
       1100-ABRIR-MOVTOS.
           OPEN EXTEND MOVTOS
           IF WKS-STATUS-MOVTOS = "35"
               OPEN OUTPUT MOVTOS
               CLOSE MOVTOS
               OPEN EXTEND MOVTOS
           END-IF.
       2000-LEE-PAGARE.
           READ PAGARES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PAGARE
               NOT AT END
                   IF PAG-ESTATUS = "V" AND
                      PAG-FECHA-VENC NOT > WKS-FECHA-PROCESO
                       ADD 1 TO WK-PAGARES-VENCIDOS
                       PERFORM 2100-VENCE-PAGARE
                   END-IF
           END-READ.
       2100-VENCE-PAGARE.
           MOVE PAG-CUENTA TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   DISPLAY "PAGARE " PAG-NUMERO
                           ": NO EXISTE LA CUENTA " PAG-CUENTA
                           ", SE DEJA VIGENTE"
                   ADD 1 TO WK-PAGARES-SIN-CUENTA
               NOT INVALID KEY
                   PERFORM 2200-PAGA-INTERES
                   IF PAG-INSTRUCCION = "R"
                       PERFORM 2300-RENUEVA
                   ELSE
                       PERFORM 2400-LIQUIDA
                   END-IF
                   REWRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA: "
                                   REG-NUMCUENTA
                   END-REWRITE
                   REWRITE REG-PAGARE
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL PAGARE: "
                                   PAG-NUMERO
                   END-REWRITE
           END-READ.
      *INTERES SIMPLE DEL PLAZO CON ANO COMERCIAL DE 360 DIAS
       2200-PAGA-INTERES.
           COMPUTE WKS-INTERES ROUNDED =
               PAG-IMPORTE * PAG-TASA * PAG-PLAZO / 360
           IF WKS-INTERES > 0
               ADD WKS-INTERES TO REG-SALDO
               ADD WKS-INTERES TO PAG-INTERES-PAGADO
               ADD WKS-INTERES TO WK-TOTAL-INTERES
               MOVE "INT-PAGARE" TO MOV-OPERACION
               MOVE WKS-INTERES TO MOV-IMPORTE
               PERFORM 3000-GRABAR-MOVIMIENTO
           END-IF.
      *LA RENOVACION CORRE DESDE EL VENCIMIENTO ANTERIOR POR EL MISMO
      *PLAZO Y TASA; EL CAPITAL SIGUE INVERTIDO
       2300-RENUEVA.
           MOVE PAG-FECHA-VENC TO PAG-FECHA-ALTA
           MOVE PAG-FECHA-VENC TO WKS-FECHA-CALC
           PERFORM 2310-SUMA-UN-DIA
               VARYING WK-IDX-DIA FROM 1 BY 1
               UNTIL WK-IDX-DIA > PAG-PLAZO
           MOVE WKS-FECHA-CALC TO PAG-FECHA-VENC
           ADD 1 TO PAG-RENOVACIONES
           ADD 1 TO WK-PAGARES-RENOVADOS
           DISPLAY "PAGARE " PAG-NUMERO " RENOVADO, VENCE EL "
                   PAG-FECHA-VENC.
       2310-SUMA-UN-DIA.
           MOVE WK-DIAS-MES (WKS-FC-MM) TO WK-DIAS-DEL-MES
           IF WKS-FC-MM = 2
               DIVIDE WKS-FC-AA BY 4 GIVING WK-ANIO-COCIENTE
                   REMAINDER WK-ANIO-RESIDUO
               IF WK-ANIO-RESIDUO = 0
                   MOVE 29 TO WK-DIAS-DEL-MES
               END-IF
           END-IF
           IF WKS-FC-DD < WK-DIAS-DEL-MES
               ADD 1 TO WKS-FC-DD
           ELSE
               MOVE 1 TO WKS-FC-DD
               IF WKS-FC-MM = 12
                   MOVE 1 TO WKS-FC-MM
                   ADD 1 TO WKS-FC-AA
               ELSE
                   ADD 1 TO WKS-FC-MM
               END-IF
           END-IF.
       2400-LIQUIDA.
           ADD PAG-IMPORTE TO REG-SALDO
           ADD PAG-IMPORTE TO WK-TOTAL-CAPITAL
           MOVE "VEN-PAGARE" TO MOV-OPERACION
           MOVE PAG-IMPORTE TO MOV-IMPORTE
           PERFORM 3000-GRABAR-MOVIMIENTO
           MOVE "P" TO PAG-ESTATUS
           ADD 1 TO WK-PAGARES-LIQUIDADOS.
      *EL MOVIMIENTO SE FECHA CON LA FECHA DE PROCESO (NO LA DEL
      *RELOJ) PARA QUE LA CONCILIACION DE ESA MISMA NOCHE LO CUADRE
       3000-GRABAR-MOVIMIENTO.
           MOVE REG-NUMCUENTA TO MOV-NUMCUENTA
           MOVE REG-SALDO     TO MOV-SALDO
           MOVE WKS-FECHA-PROCESO TO MOV-FECHA
           ACCEPT MOV-HORA  FROM TIME
           CALL "FOLIOSIG" USING WKS-FOLIO
           MOVE WKS-FOLIO TO MOV-FOLIO
           MOVE 0 TO MOV-REFERENCIA
           MOVE "LOTE" TO MOV-TERMINAL
           WRITE REG-MOVIMIENTO.
       5000-TERMINA.
           IF WKS-SI-ABRIO-PAGARE
               CLOSE PAGARES
               CLOSE CUENTAS
               CLOSE MOVTOS
           END-IF
           DISPLAY "VENCIMIENTO DE PAGARES TERMINADO"
           DISPLAY "  PAGARES VENCIDOS:    " WK-PAGARES-VENCIDOS
           DISPLAY "  LIQUIDADOS:          " WK-PAGARES-LIQUIDADOS
           DISPLAY "  RENOVADOS:           " WK-PAGARES-RENOVADOS
           DISPLAY "  SIN CUENTA:          " WK-PAGARES-SIN-CUENTA
           DISPLAY "  INTERES PAGADO:      " WK-TOTAL-INTERES
           DISPLAY "  CAPITAL DEVUELTO:    " WK-TOTAL-CAPITAL
           IF WK-PAGARES-SIN-CUENTA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ATMPAGAR.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Proceso nocturno de sobregiros del cajero ATM. Recorre
      *           CUENTAS y a cada cuenta con saldo negativo le cobra el
      *           interes deudor de un dia: el sobregiro por la tasa
      *           anual de sobregiro de su producto (PRODUCTOS) entre
      *           360. El cargo queda en MOVTOS como INT-SOBREG con
      *           folio de FOLIOSIG para que la conciliacion lo cuadre.
      *           Mantiene la fecha de sobregiro de la cuenta (la pone
      *           el primer dia en negativo y la limpia cuando el saldo
      *           vuelve a cero o mas) y lista para cobranza las cuentas
      *           con mas de 30 dias en sobregiro, en el reporte fechado
      *           SOBREGIR+AAMMDD que queda en el catalogo REPCAT.
      *           La fecha de proceso se toma del archivo de
      *           parametros SOBPARM si existe; si no, del dia de la
      *           corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSOBRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT PRODUCTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WKS-STATUS-PRODUC.
           SELECT SOBPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT SOBREGIR ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
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
           FD PRODUCTOS.
           01 REG-PRODUCTO-CAT.
               COPY PRODUREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==PRO-CLAVE==
                   ==NOMDESCR== BY ==PRO-DESCRIPCION==
                   ==NOMTASA== BY ==PRO-TASA==
                   ==NOMMINIMO== BY ==PRO-MINIMO==
                   ==NOMINTDIA== BY ==PRO-INTDIARIO==
                   ==NOMCOMISION== BY ==PRO-COMISION==
                   ==NOMRETLIBRE== BY ==PRO-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==PRO-COM-RETIRO==
                   ==NOMSOBREG== BY ==PRO-ADMITE-SOBREG==
                   ==NOMTASASOB== BY ==PRO-TASA-SOBREG==.
           FD SOBPARM.
           01 REG-SOBPARM.
               05 PAR-FECHA PIC 9(08).
           FD SOBREGIR REPORT IS RD-SOBREGIR.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-CUENTAS    PIC 9(01).
           01 WKS-EOF-PRODUC     PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FOLIO          PIC 9(08).
           01 WKS-SOBREGIRO-USO  PIC 9(09)V9(02).
           01 WKS-INTERES        PIC 9(09)V9(02).
           01 WKS-TASA-APLICADA  PIC V9(05).
           01 WKS-CAMBIO-CUENTA  PIC X(01).
               88 WKS-SI-CAMBIO  VALUE "S".
           01 WKS-FECHA-CALC   PIC 9(08).
           01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
               03 FILLER       PIC 9(02).
               03 WKS-FC-AA    PIC 9(02).
               03 WKS-FC-MM    PIC 9(02).
               03 WKS-FC-DD    PIC 9(02).
           01 WK-DIAS-HOY        PIC 9(06).
           01 WK-DIAS-DESDE      PIC 9(06).
           01 WK-DIAS-SOBREGIRO  PIC S9(06).
           01 WK-DIAS-COBRANZA   PIC 9(03) VALUE 30.
           01 WK-CUENTAS-LEIDAS  PIC 9(05) VALUE 0.
           01 WK-EN-SOBREGIRO    PIC 9(05) VALUE 0.
           01 WK-EN-COBRANZA     PIC 9(05) VALUE 0.
           01 WK-TOTAL-INTERES   PIC 9(09)V9(02) VALUE 0.
           01 WK-TOTAL-PRODUCTOS PIC 9(02).
           01 WK-IDX-PROD        PIC 9(02).
           01 WKS-TABLA-PRODUCTOS.
               03 WK-PRODUCTO-CAT OCCURS 10 TIMES.
                   05 WK-PROD-CLAVE  PIC 9(02).
                   05 WK-PROD-TASA-SOBREG PIC V9(05).
       REPORT SECTION.
           RD RD-SOBREGIR
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  054.
       01 RD-SOB-TITULOS TYPE IS PH.
           10 RD-SOB-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(045) VALUE
                 "CUENTAS EN SOBREGIRO PARA COBRANZA - CAJERO ATM".
           10 RD-SOB-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
           10 RD-SOB-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(006) VALUE "CUENTA".
               15 COLUMN 015 PIC X(007) VALUE "CLIENTE".
               15 COLUMN 025 PIC X(005) VALUE "SALDO".
               15 COLUMN 041 PIC X(005) VALUE "LINEA".
               15 COLUMN 056 PIC X(005) VALUE "DESDE".
               15 COLUMN 068 PIC X(004) VALUE "DIAS".
       01 RD-SOB-DETALLE TYPE DETAIL.
           10 RD-SOB-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE REG-NUMCUENTA.
               15 COLUMN 015 PIC 9(006) SOURCE REG-CLIENTE.
               15 COLUMN 023 PIC -(9)9.99 SOURCE REG-SALDO.
               15 COLUMN 038 PIC Z(8)9.99 SOURCE REG-SOBREGIRO.
               15 COLUMN 054 PIC 9999/99/99 SOURCE
                   REG-FECHA-SOBREGIRO.
               15 COLUMN 066 PIC ZZZZZ9 SOURCE WK-DIAS-SOBREGIRO.
       01 RD-SOB-TOTALES TYPE IS RF.
           10 RD-SOB-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(026) VALUE
                 "CUENTAS EN SOBREGIRO:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-EN-SOBREGIRO.
           10 RD-SOB-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "CUENTAS PARA COBRANZA:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-EN-COBRANZA.
           10 RD-SOB-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "INTERES DEUDOR COBRADO:".
               15 COLUMN 028 PIC Z(8)9.99 SOURCE WK-TOTAL-INTERES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL WKS-EOF-CUENTAS = 1
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-CUENTAS
           PERFORM 1050-LEE-PARAMETRO
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-CALC
           PERFORM 1300-DIAS-COMERCIALES
           MOVE WK-DIAS-DESDE TO WK-DIAS-HOY
           OPEN I-O CUENTAS
           IF WKS-STATUS-CUENTAS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO CUENTAS, NO HAY "
                       "SOBREGIROS QUE PROCESAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-ABRIR-MOVTOS
           PERFORM 1200-CARGA-PRODUCTOS
           MOVE "SOBREGIR" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (9:6)
           OPEN OUTPUT SOBREGIR
           INITIATE RD-SOBREGIR
           PERFORM 1020-LEE-CUENTA.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *SOBPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
      *PROCESA EL DIA DE LA CORRIDA, SIN PREGUNTAR NADA AL OPERADOR
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT SOBPARM
           IF WKS-STATUS-PARM = "00"
               READ SOBPARM
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
               CLOSE SOBPARM
           END-IF.
       1020-LEE-CUENTA.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-CUENTAS
           END-READ.
       1100-ABRIR-MOVTOS.
           OPEN EXTEND MOVTOS
           IF WKS-STATUS-MOVTOS = "35"
               OPEN OUTPUT MOVTOS
               CLOSE MOVTOS
               OPEN EXTEND MOVTOS
           END-IF.
      *SECCION QUE CARGA A MEMORIA LA TASA DE SOBREGIRO DE CADA
      *PRODUCTO; SIN CATALOGO (O PRODUCTO QUE NO ESTA EN EL) LA TASA
      *QUEDA EN CERO Y SOLO SE MANTIENE LA FECHA Y EL REPORTE
       1200-CARGA-PRODUCTOS.
           MOVE 0 TO WK-TOTAL-PRODUCTOS
           MOVE 0 TO WKS-EOF-PRODUC
           OPEN INPUT PRODUCTOS
           IF WKS-STATUS-PRODUC NOT = "00"
               MOVE 1 TO WKS-EOF-PRODUC
           END-IF
           PERFORM 1210-CARGA-PRODUCTO UNTIL WKS-EOF-PRODUC = 1
           IF WKS-STATUS-PRODUC NOT = "35"
               CLOSE PRODUCTOS
           END-IF.
       1210-CARGA-PRODUCTO.
           READ PRODUCTOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PRODUC
               NOT AT END
                   IF WK-TOTAL-PRODUCTOS < 10
                       ADD 1 TO WK-TOTAL-PRODUCTOS
                       MOVE PRO-CLAVE
                           TO WK-PROD-CLAVE (WK-TOTAL-PRODUCTOS)
                       IF PRO-ADMITE-SOBREG = "S"
                           MOVE PRO-TASA-SOBREG
                             TO WK-PROD-TASA-SOBREG (WK-TOTAL-PRODUCTOS)
                       ELSE
                           MOVE 0
                             TO WK-PROD-TASA-SOBREG (WK-TOTAL-PRODUCTOS)
                       END-IF
                   END-IF
           END-READ.
      *LOS DIAS EN SOBREGIRO SE CUENTAN COMERCIALES (MESES DE 30 Y
      *ANO DE 360), LA MISMA BASE DEL INTERES DEUDOR
       1300-DIAS-COMERCIALES.
           COMPUTE WK-DIAS-DESDE = (WKS-FC-AA * 360) +
               (WKS-FC-MM * 30) + WKS-FC-DD.
       2000-PROCESO.
           ADD 1 TO WK-CUENTAS-LEIDAS
           MOVE "N" TO WKS-CAMBIO-CUENTA
           IF REG-SALDO < 0
               PERFORM 2100-COBRA-INTERES
               PERFORM 2200-REVISA-COBRANZA
           ELSE
               IF REG-FECHA-SOBREGIRO NOT = 0
                   MOVE 0 TO REG-FECHA-SOBREGIRO
                   MOVE "S" TO WKS-CAMBIO-CUENTA
               END-IF
           END-IF
           IF WKS-SI-CAMBIO
               REWRITE REG-CUENTA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA: "
                               REG-NUMCUENTA
               END-REWRITE
           END-IF
           PERFORM 1020-LEE-CUENTA.
      *UN DIA DE INTERES DEUDOR SOBRE EL SOBREGIRO: SALDO NEGATIVO
      *POR LA TASA ANUAL DEL PRODUCTO ENTRE 360
       2100-COBRA-INTERES.
           ADD 1 TO WK-EN-SOBREGIRO
           IF REG-FECHA-SOBREGIRO = 0
               MOVE WKS-FECHA-PROCESO TO REG-FECHA-SOBREGIRO
               MOVE "S" TO WKS-CAMBIO-CUENTA
           END-IF
           MOVE 0 TO WKS-TASA-APLICADA
           PERFORM 2110-BUSCA-TASA
               VARYING WK-IDX-PROD FROM 1 BY 1
               UNTIL WK-IDX-PROD > WK-TOTAL-PRODUCTOS
           COMPUTE WKS-SOBREGIRO-USO = 0 - REG-SALDO
           COMPUTE WKS-INTERES ROUNDED =
               WKS-SOBREGIRO-USO * WKS-TASA-APLICADA / 360
           IF WKS-INTERES > 0
               SUBTRACT WKS-INTERES FROM REG-SALDO
               ADD WKS-INTERES TO WK-TOTAL-INTERES
               MOVE "S" TO WKS-CAMBIO-CUENTA
               PERFORM 3000-GRABAR-MOVIMIENTO
           END-IF.
       2110-BUSCA-TASA.
           IF WK-PROD-CLAVE (WK-IDX-PROD) = REG-PRODUCTO
               MOVE WK-PROD-TASA-SOBREG (WK-IDX-PROD)
                   TO WKS-TASA-APLICADA
           END-IF.
       2200-REVISA-COBRANZA.
           MOVE REG-FECHA-SOBREGIRO TO WKS-FECHA-CALC
           PERFORM 1300-DIAS-COMERCIALES
           COMPUTE WK-DIAS-SOBREGIRO = WK-DIAS-HOY - WK-DIAS-DESDE
           IF WK-DIAS-SOBREGIRO > WK-DIAS-COBRANZA
               ADD 1 TO WK-EN-COBRANZA
               GENERATE RD-SOB-DETALLE
           END-IF.
      *EL MOVIMIENTO SE FECHA CON LA FECHA DE PROCESO (NO LA DEL
      *RELOJ) PARA QUE LA CONCILIACION DE ESA MISMA NOCHE LO CUADRE
       3000-GRABAR-MOVIMIENTO.
           MOVE REG-NUMCUENTA TO MOV-NUMCUENTA
           MOVE "INT-SOBREG"  TO MOV-OPERACION
           MOVE WKS-INTERES   TO MOV-IMPORTE
           MOVE REG-SALDO     TO MOV-SALDO
           MOVE WKS-FECHA-PROCESO TO MOV-FECHA
           ACCEPT MOV-HORA  FROM TIME
           CALL "FOLIOSIG" USING WKS-FOLIO
           MOVE WKS-FOLIO TO MOV-FOLIO
           MOVE 0 TO MOV-REFERENCIA
           MOVE "LOTE" TO MOV-TERMINAL
           WRITE REG-MOVIMIENTO.
       4500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMSOBRE" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           TERMINATE RD-SOBREGIR
           CLOSE SOBREGIR
           PERFORM 4500-CATALOGA-REPORTE
           CLOSE CUENTAS
           CLOSE MOVTOS
           DISPLAY "PROCESO DE SOBREGIROS TERMINADO"
           DISPLAY "  CUENTAS LEIDAS:   " WK-CUENTAS-LEIDAS
           DISPLAY "  EN SOBREGIRO:     " WK-EN-SOBREGIRO
           DISPLAY "  PARA COBRANZA:    " WK-EN-COBRANZA
           DISPLAY "  INTERES COBRADO:  " WK-TOTAL-INTERES.
       END PROGRAM ATMSOBRE.

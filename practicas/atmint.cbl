      *                 producto de cada cuenta (catalogo PRODUCTOS);
      *                 el literal queda solo como tasa de respaldo
      *                 cuando el producto no esta en el catalogo.
      * 2026-10-15 LAHC Las cuentas en sobregiro (saldo negativo) no
      *                 reciben interes a favor; su interes deudor lo
      *                 cobra ATMSOBRE cada noche.
      * 2026-10-15 LAHC La tasa de cada producto se toma de su historia
      *                 con fecha de vigencia (subprograma TARIFVIG);
      *                 si cambia a mitad del mes se prorratea por los
      *                 dias que rigio cada tasa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMINT.
                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMINTDIA== BY ==PRO-INTDIARIO==
                   ==NOMCOMISION== BY ==PRO-COMISION==
                   ==NOMRETLIBRE== BY ==PRO-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==PRO-COM-RETIRO==
                   ==NOMSOBREG== BY ==PRO-ADMITE-SOBREG==
                   ==NOMTASASOB== BY ==PRO-TASA-SOBREG==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-EOF-CUENTAS    PIC 9(01).
           01 WKS-TASA-INTERES   PIC V999 VALUE .005.
           01 WKS-TASA-APLICADA  PIC V9(07).
           01 WKS-INTERES        PIC S9(09)V9(02).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-EOF-PRODUC     PIC 9(01).
           01 WK-TOTAL-CUENTAS   PIC 9(05) VALUE 0.
           01 WK-TOTAL-PRODUCTOS PIC 9(02) VALUE 0.
           01 WK-IDX-PROD        PIC 9(02).
      *LA TASA DE LA TABLA YA ES LA MENSUAL DEL MES EN PROCESO,
      *PRORRATEADA SI CAMBIO DENTRO DEL MES
           01 WKS-TABLA-PRODUCTOS.
               03 WK-PRODUCTO-CAT OCCURS 10 TIMES.
                   05 WK-PROD-CLAVE  PIC 9(02).
                   05 WK-PROD-TASA   PIC V9(07).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
               03 FILLER         PIC 9(02).
               03 WKS-PROC-AA    PIC 9(02).
               03 WKS-PROC-MM    PIC 9(02).
               03 WKS-PROC-DD    PIC 9(02).
           01 WK-FECHA-SIG       PIC 9(08).
           01 WK-FECHA-SIG-R REDEFINES WK-FECHA-SIG.
               03 FILLER         PIC 9(06).
               03 WK-SIG-DD      PIC 9(02).
           01 WK-DIAS-MES        PIC 9(02).
           01 WK-DIA-INICIO      PIC 9(02).
           01 WK-DIA-FIN         PIC 9(02).
           01 WK-DIAS-TRAMO      PIC 9(02).
           01 WK-COCIENTE-AA     PIC 9(02).
           01 WK-RESIDUO-AA      PIC 9(01).
           01 WK-TASA-TRAMO      PIC 9(01)V9(07).
           01 WK-TASA-ACUMULADA  PIC 9(04)V9(07).
           01 WKS-CONSULTA-TARIFA.
               COPY TARVGREG REPLACING ==LVL== BY ==05==
                   ==NOMPRODUCTO== BY ==TVG-PRODUCTO==
                   ==NOMFECHA== BY ==TVG-FECHA==
                   ==NOMHALLADO== BY ==TVG-HALLADO==
                   ==NOMTASA== BY ==TVG-TASA==
                   ==NOMINTDIA== BY ==TVG-INTDIARIO==
                   ==NOMCOMISION== BY ==TVG-COMISION==
                   ==NOMRETLIBRE== BY ==TVG-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==TVG-COM-RETIRO==
                   ==NOMFECSIG== BY ==TVG-FECHA-SIG==.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      *CATALOGO NO EXISTE TODAS LAS CUENTAS RECIBEN LA TASA DE
      *RESPALDO, COMO ANTES DE TENER PRODUCTOS
       1030-CARGA-PRODUCTOS.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           PERFORM 1035-DIAS-DEL-MES
           MOVE 0 TO WKS-EOF-PRODUC
           MOVE 0 TO WK-TOTAL-PRODUCTOS
           OPEN INPUT PRODUCTOS
                       ADD 1 TO WK-TOTAL-PRODUCTOS
                       MOVE PRO-CLAVE
                           TO WK-PROD-CLAVE (WK-TOTAL-PRODUCTOS)
                       PERFORM 1045-TASA-DEL-MES
                       MOVE WK-TASA-ACUMULADA
                           TO WK-PROD-TASA (WK-TOTAL-PRODUCTOS)
                   END-IF
           END-READ.
       1035-DIAS-DEL-MES.
           EVALUATE WKS-PROC-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WK-DIAS-MES
               WHEN 2
                   DIVIDE WKS-PROC-AA BY 4 GIVING WK-COCIENTE-AA
                       REMAINDER WK-RESIDUO-AA
                   IF WK-RESIDUO-AA = 0
                       MOVE 29 TO WK-DIAS-MES
                   ELSE
                       MOVE 28 TO WK-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WK-DIAS-MES
           END-EVALUATE.
      *SECCION QUE ARMA LA TASA MENSUAL DEL PRODUCTO PARA EL MES EN
      *PROCESO: DESDE EL DIA 1 SE PREGUNTA A TARIFVIG QUE TASA RIGE Y
      *HASTA CUANDO; CADA TRAMO PESA LOS DIAS QUE RIGIO ENTRE LOS
      *DIAS DEL MES. SIN HISTORIA RIGE TODO EL MES LA DEL CATALOGO
       1045-TASA-DEL-MES.
           MOVE 0 TO WK-TASA-ACUMULADA
           MOVE 1 TO WK-DIA-INICIO
           PERFORM 1046-TRAMO-DE-TASA
               UNTIL WK-DIA-INICIO > WK-DIAS-MES
           COMPUTE WK-TASA-ACUMULADA ROUNDED =
               WK-TASA-ACUMULADA / WK-DIAS-MES.
      *UNA TASA DIARIA (INTDIARIO = S) SE LLEVA AL MES MULTIPLICANDO
      *POR LOS 30 DIAS DEL CICLO
       1046-TRAMO-DE-TASA.
           MOVE PRO-CLAVE TO TVG-PRODUCTO
           MOVE WKS-FECHA-PROCESO TO TVG-FECHA
           MOVE WK-DIA-INICIO TO TVG-FECHA (7:2)
           CALL "TARIFVIG" USING WKS-CONSULTA-TARIFA
           IF TVG-HALLADO NOT = "S"
               MOVE PRO-TASA TO TVG-TASA
               MOVE PRO-INTDIARIO TO TVG-INTDIARIO
           END-IF
           IF TVG-INTDIARIO = "S"
               COMPUTE WK-TASA-TRAMO = TVG-TASA * 30
           ELSE
               MOVE TVG-TASA TO WK-TASA-TRAMO
           END-IF
           MOVE TVG-FECHA-SIG TO WK-FECHA-SIG
           IF WK-FECHA-SIG (1:6) = WKS-FECHA-PROCESO (1:6)
               COMPUTE WK-DIA-FIN = WK-SIG-DD - 1
           ELSE
               MOVE WK-DIAS-MES TO WK-DIA-FIN
           END-IF
           COMPUTE WK-DIAS-TRAMO = WK-DIA-FIN - WK-DIA-INICIO + 1
           COMPUTE WK-TASA-ACUMULADA = WK-TASA-ACUMULADA +
               WK-TASA-TRAMO * WK-DIAS-TRAMO
           COMPUTE WK-DIA-INICIO = WK-DIA-FIN + 1.
      *SECCION QUE DEJA EN WKS-TASA-APLICADA LA TASA MENSUAL DEL
      *PRODUCTO DE LA CUENTA LEIDA
       1050-BUSCA-TASA.
           MOVE WKS-TASA-INTERES TO WKS-TASA-APLICADA
           PERFORM 1060-COMPARA-PRODUCTO
               UNTIL WK-IDX-PROD > WK-TOTAL-PRODUCTOS.
       1060-COMPARA-PRODUCTO.
           IF WK-PROD-CLAVE (WK-IDX-PROD) = REG-PRODUCTO
               MOVE WK-PROD-TASA (WK-IDX-PROD) TO WKS-TASA-APLICADA
           END-IF.
       1020-LEE-CUENTA.
           READ CUENTAS NEXT RECORD
                   MOVE 1 TO WKS-EOF-CUENTAS
           END-READ.
       2000-PROCESO.
           IF REG-SALDO NOT < 0
               PERFORM 1050-BUSCA-TASA
               COMPUTE WKS-INTERES ROUNDED =
                   REG-SALDO * WKS-TASA-APLICADA
               ADD WKS-INTERES TO REG-SALDO
               REWRITE REG-CUENTA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA: "
                               REG-NUMCUENTA
               END-REWRITE
               PERFORM 2010-GRABAR-MOVIMIENTO
               ADD 1 TO WK-TOTAL-CUENTAS
           END-IF
           PERFORM 1020-LEE-CUENTA.
       2010-GRABAR-MOVIMIENTO.
           MOVE REG-NUMCUENTA TO MOV-NUMCUENTA

      *           parametros ORDEPARM si existe; si no, del dia de la
      *           corrida. Una orden con dia 31 solo corre en los
      *           meses de 31 dias.
      * Modificaciones:
      * 2026-10-15 LAHC Linea de sobregiro: si el producto de la cuenta
      *                 origen la admite y la cuenta tiene linea
      *                 autorizada, la orden puede dejar el saldo en
      *                 negativo hasta esa linea; la fecha de sobregiro
      *                 de la cuenta se pone o se limpia como en el
      *                 cajero.
      * 2026-10-15 LAHC Embargos judiciales: una orden cuya cuenta
      *                 origen tiene un embargo activo de toda la
      *                 cuenta (archivo EMBARGOS) se rechaza; el monto
      *                 de un embargo parcial ya viene dentro del
      *                 retenido y queda fuera del disponible.
      * 2026-10-15 LAHC Avisos al cliente: cada orden aplicada se pasa
      *                 al subprograma AVISOSIG con el saldo que dejo
      *                 en la cuenta origen, para el mensaje o correo
      *                 del cliente si lo pidio en sus preferencias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMORDEN.
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WKS-STATUS-PRODUC.
           SELECT EMBARGOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMB-LLAVE
               FILE STATUS IS WKS-STATUS-EMBAR.
           SELECT ORDEPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
       DATA DIVISION.
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
           FD EMBARGOS.
           01 REG-EMBARGO.
               COPY EMBARREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==EMB-LLAVE==
                   ==NOMCUENTA== BY ==EMB-CUENTA==
                   ==NOMOFICIO== BY ==EMB-OFICIO==
                   ==NOMTIPO== BY ==EMB-TIPO==
                   ==NOMIMPORTE== BY ==EMB-IMPORTE==
                   ==NOMAUTORIDAD== BY ==EMB-AUTORIDAD==
                   ==NOMCTAAUT== BY ==EMB-CTA-AUTORIDAD==
                   ==NOMFECOFI== BY ==EMB-FECHA-OFICIO==
                   ==NOMFECALTA== BY ==EMB-FECHA-ALTA==
                   ==NOMSUPALTA== BY ==EMB-SUP-ALTA==
                   ==NOMESTATUS== BY ==EMB-ESTATUS==
                   ==NOMFECBAJA== BY ==EMB-FECHA-BAJA==
                   ==NOMSUPBAJA== BY ==EMB-SUP-BAJA==
                   ==NOMFOLBAJA== BY ==EMB-FOLIO-BAJA==
                   ==NOMIMPEJEC== BY ==EMB-IMPORTE-EJEC==.
           FD ORDEPARM.
           01 REG-ORDEPARM.
               05 PAR-FECHA PIC 9(08).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-EMBAR   PIC X(02).
           01 WKS-EOF-EMBAR      PIC 9(01).
           01 WKS-EMBAR-ABIERTO  PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-EMBAR VALUE "S".
           01 WKS-EMBARGO-TOTAL  PIC X(01).
               88 WKS-CTA-CONGELADA VALUE "S".
           01 WKS-EOF-ORDEN      PIC 9(01).
           01 WKS-EOF-PRODUC     PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-LIMITE-OMISION PIC 9(09)V9(02) VALUE 3000.
           01 WKS-LIMITE-VIGENTE PIC 9(09)V9(02).
           01 WKS-USADO-VIGENTE  PIC 9(09)V9(02).
           01 WKS-MINIMO-PRODUCTO PIC S9(09)V9(02).
           01 WKS-USA-SOBREGIRO  PIC X(01).
               88 WKS-SI-SOBREGIRO VALUE "S".
           01 WKS-ORDEN-STATUS   PIC X(01).
               88 WKS-ORDEN-OK VALUE "S".
           01 WK-ORDENES-LEIDAS   PIC 9(05) VALUE 0.
               03 WK-PRODUCTO-CAT OCCURS 10 TIMES.
                   05 WK-PROD-CLAVE  PIC 9(02).
                   05 WK-PROD-MINIMO PIC 9(09)V9(02).
                   05 WK-PROD-SOBREG PIC X(01).
      *AVISO AL CLIENTE QUE SE PASA AL SUBPROGRAMA AVISOSIG
           01 WKS-AVISO.
               COPY AVISOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLIENTE== BY ==AVS-CLIENTE==
                   ==NOMCUENTA== BY ==AVS-CUENTA==
                   ==NOMEVENTO== BY ==AVS-EVENTO==
                   ==NOMIMPORTE== BY ==AVS-IMPORTE==
                   ==NOMSALDO== BY ==AVS-SALDO==
                   ==NOMFECHA== BY ==AVS-FECHA==
                   ==NOMHORA== BY ==AVS-HORA==
                   ==NOMTERMINAL== BY ==AVS-TERMINAL==
                   ==NOMESTATUS== BY ==AVS-ESTATUS==
                   ==NOMFECENVIO== BY ==AVS-FECENVIO==.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
               END-IF
               PERFORM 1100-ABRIR-MOVTOS
               PERFORM 1200-CARGA-PRODUCTOS
               OPEN INPUT EMBARGOS
               IF WKS-STATUS-EMBAR = "00"
                   SET WKS-SI-ABRIO-EMBAR TO TRUE
               END-IF
           END-IF.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *ORDEPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
                           TO WK-PROD-CLAVE (WK-TOTAL-PRODUCTOS)
                       MOVE PRO-MINIMO
                           TO WK-PROD-MINIMO (WK-TOTAL-PRODUCTOS)
                       MOVE PRO-ADMITE-SOBREG
                           TO WK-PROD-SOBREG (WK-TOTAL-PRODUCTOS)
                   END-IF
           END-READ.
       2000-PROCESA-ORDEN.
      *RETENIDO POR CHEQUES), IGUAL QUE UN RETIRO EN EL CAJERO
       2200-VALIDA-ORIGEN.
           PERFORM 2210-BUSCA-MINIMO
           PERFORM 2230-REVISA-EMBARGOS
           COMPUTE WKS-DISPONIBLE = REG-SALDO - REG-RETENIDO
           SUBTRACT ORD-IMPORTE FROM REG-SALDO GIVING WKS-OPER
           IF WKS-CTA-CONGELADA
               DISPLAY "ORDEN " ORD-NUMERO
                       ": CUENTA ORIGEN CONGELADA POR EMBARGO"
               MOVE "N" TO WKS-ORDEN-STATUS
           ELSE
           IF WKS-DISPONIBLE - ORD-IMPORTE < WKS-MINIMO-PRODUCTO
               DISPLAY "ORDEN " ORD-NUMERO
                       ": SALDO INSUFICIENTE EN LA CUENTA ORIGEN"
               MOVE "N" TO WKS-ORDEN-STATUS
           ELSE
               PERFORM 2220-VALIDA-LIMITE
           END-IF
           END-IF.
      *CON LINEA DE SOBREGIRO AUTORIZADA (Y PRODUCTO QUE LA ADMITE)
      *EL PISO ES MENOS LA LINEA EN LUGAR DEL SALDO MINIMO
       2210-BUSCA-MINIMO.
           MOVE 100.00 TO WKS-MINIMO-PRODUCTO
           MOVE "N" TO WKS-USA-SOBREGIRO
           PERFORM 2215-COMPARA-PRODUCTO
               VARYING WK-IDX-PROD FROM 1 BY 1
               UNTIL WK-IDX-PROD > WK-TOTAL-PRODUCTOS
           IF WKS-SI-SOBREGIRO
               COMPUTE WKS-MINIMO-PRODUCTO = 0 - REG-SOBREGIRO
           END-IF.
       2215-COMPARA-PRODUCTO.
           IF WK-PROD-CLAVE (WK-IDX-PROD) = REG-PRODUCTO
               MOVE WK-PROD-MINIMO (WK-IDX-PROD)
                   TO WKS-MINIMO-PRODUCTO
               IF WK-PROD-SOBREG (WK-IDX-PROD) = "S" AND
                  REG-SOBREGIRO > 0
                   MOVE "S" TO WKS-USA-SOBREGIRO
               END-IF
           END-IF.
      *EL CONSUMO DEL LIMITE DIARIO SE REINICIA SI LA FECHA GUARDADA
      *EN LA CUENTA NO ES LA DE PROCESO, IGUAL QUE EN EL CAJERO
                       "ORIGEN"
               MOVE "N" TO WKS-ORDEN-STATUS
           END-IF.
      *UN EMBARGO ACTIVO DE TIPO T SOBRE LA CUENTA ORIGEN DETIENE LA
      *ORDEN; LOS EMBARGOS DE LA CUENTA SE LEEN A PARTIR DE ELLA EN
      *ORDEN DE LLAVE
       2230-REVISA-EMBARGOS.
           MOVE "N" TO WKS-EMBARGO-TOTAL
           IF WKS-SI-ABRIO-EMBAR
               MOVE 0 TO WKS-EOF-EMBAR
               MOVE REG-NUMCUENTA TO EMB-CUENTA
               MOVE SPACES TO EMB-OFICIO
               START EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
                   INVALID KEY
                       MOVE 1 TO WKS-EOF-EMBAR
               END-START
               PERFORM 2235-LEE-EMBARGO UNTIL WKS-EOF-EMBAR = 1
           END-IF.
       2235-LEE-EMBARGO.
           READ EMBARGOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMBAR
               NOT AT END
                   IF EMB-CUENTA NOT = REG-NUMCUENTA
                       MOVE 1 TO WKS-EOF-EMBAR
                   ELSE
                       IF EMB-ESTATUS = "A" AND EMB-TIPO = "T"
                           MOVE "S" TO WKS-EMBARGO-TOTAL
                       END-IF
                   END-IF
           END-READ.
       2300-CARGA-ORIGEN.
           MOVE WKS-OPER TO REG-SALDO
           MOVE WKS-FECHA-PROCESO TO REG-FECHA-USO
           COMPUTE REG-USADO-HOY =
               WKS-USADO-VIGENTE + ORD-IMPORTE
           PERFORM 2310-MARCA-SOBREGIRO
           REWRITE REG-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA ORIGEN"
           MOVE REG-NUMCUENTA TO MOV-NUMCUENTA
           MOVE REG-SALDO     TO MOV-SALDO
           MOVE "TRANSF-ENV"  TO MOV-OPERACION
           PERFORM 3000-GRABAR-MOVIMIENTO
           MOVE REG-CLIENTE   TO AVS-CLIENTE
           MOVE REG-NUMCUENTA TO AVS-CUENTA
           MOVE "OR"          TO AVS-EVENTO
           MOVE ORD-IMPORTE   TO AVS-IMPORTE
           MOVE REG-SALDO     TO AVS-SALDO
           MOVE "LOTE"        TO AVS-TERMINAL
           CALL "AVISOSIG" USING WKS-AVISO.
      *LA FECHA DE SOBREGIRO SE PONE EL DIA QUE EL SALDO CAE BAJO
      *CERO Y SE LIMPIA CUANDO VUELVE A CERO O MAS
       2310-MARCA-SOBREGIRO.
           IF REG-SALDO < 0
               IF REG-FECHA-SOBREGIRO = 0
                   MOVE WKS-FECHA-PROCESO TO REG-FECHA-SOBREGIRO
               END-IF
           ELSE
               MOVE 0 TO REG-FECHA-SOBREGIRO
           END-IF.
       2400-ABONA-DESTINO.
           MOVE ORD-CTA-DESTINO TO REG-NUMCUENTA
           READ CUENTAS
                           "ABONO QUEDA PENDIENTE DE ACLARAR"
               NOT INVALID KEY
                   ADD ORD-IMPORTE TO REG-SALDO
                   PERFORM 2310-MARCA-SOBREGIRO
                   REWRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA "
               CLOSE ORDENES
               CLOSE CUENTAS
               CLOSE MOVTOS
               IF WKS-SI-ABRIO-EMBAR
                   CLOSE EMBARGOS
               END-IF
           END-IF
           DISPLAY "EJECUCION DE ORDENES PROGRAMADAS TERMINADA"
           DISPLAY "  ORDENES DEL DIA:  " WK-ORDENES-LEIDAS

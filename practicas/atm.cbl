      *                 TRANSEXT; el batch ATMENVIA la extrae al
      *                 archivo de intercambio de la otra sucursal y
      *                 ATMRECIB importa el que ellos nos mandan.
      * 2026-10-15 LAHC Linea de sobregiro: si el producto de la
      *                 cuenta la admite y el ejecutivo autorizo una
      *                 linea, el retiro y las transferencias pueden
      *                 llevar el saldo por debajo de cero hasta esa
      *                 linea en vez de detenerse en el saldo minimo;
      *                 la cuenta guarda la fecha en que quedo en
      *                 negativo para el cobro de intereses de
      *                 ATMSOBRE y la consulta muestra la linea.
      * 2026-10-15 LAHC Se agrega el pago de servicios (opcion 9): el
      *                 cliente elige el emisor del catalogo EMISORES
      *                 (copybook EMISOREG), la referencia del recibo
      *                 se valida en la maquina (largo y digito
      *                 verificador del emisor) antes del cargo, el
      *                 cargo queda en MOVTOS como PAGO-SERV con su
      *                 recibo y el pago en el archivo PAGOSERV para la
      *                 liquidacion nocturna de ATMSERV.
      * 2026-10-15 LAHC Se agrega el retiro sin tarjeta: con cuenta 0
      *                 en el acceso el cliente captura el codigo que
      *                 le dio el ejecutivo (archivo CODRETIR, copybook
      *                 CODRTREG) y su importe; el retiro sale de los
      *                 casetes como cualquier RETIRO, libera el
      *                 retenido que apartaba el codigo y el codigo
      *                 queda usado con la terminal que lo pago.
      * 2026-10-15 LAHC Embargos judiciales (archivo EMBARGOS, los
      *                 registra el supervisor en ATMEMBAR): el monto
      *                 embargado ya viene dentro del retenido, y una
      *                 cuenta con embargo de toda la cuenta no puede
      *                 retirar, transferir, pagar servicios ni cobrar
      *                 codigos de retiro, aunque si recibir depositos;
      *                 la consulta muestra lo embargado.
      * 2026-10-15 LAHC Avisos al cliente: el retiro (con y sin
      *                 tarjeta), el NIP rechazado y el bloqueo por
      *                 intentos fallidos se pasan al subprograma
      *                 AVISOSIG, que los deja en el archivo AVISOS si
      *                 el cliente los pidio en sus preferencias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM.
               FILE STATUS IS WKS-STATUS-CLIEN.
           SELECT ESTADO ASSIGN TO PRINTER
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EMISORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMI-CLAVE
               FILE STATUS IS WKS-STATUS-EMISOR.
           SELECT PAGOSERV ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PAGSER.
           SELECT CODRETIR ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COD-CODIGO
               FILE STATUS IS WKS-STATUS-CODRET.
           SELECT EMBARGOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMB-LLAVE
               FILE STATUS IS WKS-STATUS-EMBAR.
       DATA DIVISION.
       FILE SECTION.
           FD CUENTAS.
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
           FD MOVARCH.
           01 REG-ARCHIVO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMDIRECCION== BY ==CLI-DIRECCION==
                   ==NOMTELEFONO== BY ==CLI-TELEFONO==.
           FD ESTADO REPORT IS RD-ESTADO.
      *CATALOGO DE EMISORES DE SERVICIOS (LUZ, AGUA, TELEFONO) CON LA
      *REGLA DE SU REFERENCIA Y SU CUENTA DE LIQUIDACION
           FD EMISORES.
           01 REG-EMISOR.
               COPY EMISOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==EMI-CLAVE==
                   ==NOMNOMBRE== BY ==EMI-NOMBRE==
                   ==NOMLONGREF== BY ==EMI-LONG-REF==
                   ==NOMDIGITO== BY ==EMI-DIGITO==
                   ==NOMCTALIQ== BY ==EMI-CTA-LIQ==
                   ==NOMACTIVO== BY ==EMI-ACTIVO==.
      *PAGO DE SERVICIO PENDIENTE DE LIQUIDAR AL EMISOR (P PENDIENTE,
      *L LIQUIDADO POR ATMSERV)
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
      *CODIGO DE RETIRO SIN TARJETA EMITIDO POR EL EJECUTIVO (V
      *VIGENTE, U USADO, X VENCIDO Y LIBERADO POR ATMCODIG)
           FD CODRETIR.
           01 REG-CODRETIR.
               COPY CODRTREG REPLACING ==LVL== BY ==05==
                   ==NOMCODIGO== BY ==COD-CODIGO==
                   ==NOMCUENTA== BY ==COD-CUENTA==
                   ==NOMIMPORTE== BY ==COD-IMPORTE==
                   ==NOMFECALTA== BY ==COD-FECHA-ALTA==
                   ==NOMHORALTA== BY ==COD-HORA-ALTA==
                   ==NOMFECVENC== BY ==COD-FECHA-VENC==
                   ==NOMHORVENC== BY ==COD-HORA-VENC==
                   ==NOMFOLALTA== BY ==COD-FOLIO-ALTA==
                   ==NOMESTATUS== BY ==COD-ESTATUS==
                   ==NOMFECUSO== BY ==COD-FECHA-USO==
                   ==NOMHORUSO== BY ==COD-HORA-USO==
                   ==NOMTERMINAL== BY ==COD-TERMINAL==
                   ==NOMFOLUSO== BY ==COD-FOLIO-USO==.
      *EMBARGO JUDICIAL SOBRE UNA CUENTA (LLAVE CUENTA + OFICIO); SE
      *CONSULTA AL ENTRAR PARA SABER SI LA CUENTA ESTA CONGELADA
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
       WORKING-STORAGE SECTION.
           01 WKS-OPCION PIC 9(01).
           01 WKS-ACTIVO PIC 9(01).
           01 WKS-REC-IMPORTE    PIC -(9)9.99.
           01 WKS-REC-BILLETES   PIC ZZZZZZ9.
           01 WKS-EOF-PRODUC     PIC 9(01).
           01 WKS-MINIMO-PRODUCTO PIC S9(09)V9(02).
           01 WKS-USA-SOBREGIRO  PIC X(01).
               88 WKS-SI-SOBREGIRO VALUE "S".
           01 WK-TOTAL-PRODUCTOS PIC 9(02).
           01 WK-IDX-PROD        PIC 9(02).
           01 WKS-TABLA-PRODUCTOS.
               03 WK-PRODUCTO-CAT OCCURS 10 TIMES.
                   05 WK-PROD-CLAVE  PIC 9(02).
                   05 WK-PROD-MINIMO PIC 9(09)V9(02).
                   05 WK-PROD-SOBREG PIC X(01).
      *LA CUENTA EN SESION VIVE EN ESTE GRUPO DE TRABAJO (YA NO EN
      *UNA TABLA CON TOPE): SE CARGA DEL ARCHIVO AL ENTRAR Y CADA
      *OPERACION LA REGRABA DE INMEDIATO CON 0530-GRABAR-CUENTA
                   88 SES-CTA-DORMIDA VALUE "S".
               05 SES-CLIENTE       PIC 9(06).
               05 SES-RETENIDO      PIC 9(09)V9(02).
               05 SES-SOBREGIRO     PIC 9(09)V9(02).
               05 SES-FECHA-SOBREGIRO PIC 9(08).
           01 WKS-STATUS-EMISOR  PIC X(02).
           01 WKS-STATUS-PAGSER  PIC X(02).
           01 WKS-EMISOR-ABIERTO PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-EMISOR VALUE "S".
           01 WKS-EOF-EMISOR     PIC 9(01).
           01 WKS-EMISOR         PIC 9(03).
           01 WKS-REF-SERVICIO   PIC X(20).
           01 WKS-REF-STATUS     PIC X(01).
               88 WKS-REF-OK VALUE "S".
      *CALCULO DEL DIGITO VERIFICADOR DE LA REFERENCIA: CADA DIGITO
      *(DE DERECHA A IZQUIERDA, SIN EL VERIFICADOR) SE MULTIPLICA
      *POR SU PESO Y SE SUMA
           01 WK-IDX-REF         PIC 9(02).
           01 WKS-POS-INICIAL    PIC 9(02).
           01 WKS-DIGITO-REF     PIC 9(01).
           01 WKS-PESO-REF       PIC 9(01).
           01 WKS-PRODUCTO-REF   PIC 9(02).
           01 WKS-SUMA-REF       PIC 9(04).
           01 WKS-COCIENTE-REF   PIC 9(04).
           01 WKS-RESIDUO-REF    PIC 9(02).
           01 WKS-DIGITO-CALC    PIC 9(02).
           01 WKS-STATUS-CODRET  PIC X(02).
           01 WKS-CODIGO-RET     PIC 9(08).
           01 WKS-HORA-ACTUAL    PIC 9(08).
           01 WKS-CODIGO-STATUS  PIC X(01).
               88 WKS-CODIGO-VENCIDO VALUE "V".
           01 WKS-STATUS-EMBAR   PIC X(02).
           01 WKS-EOF-EMBAR      PIC 9(01).
           01 WKS-EMBARGADO      PIC 9(09)V9(02).
           01 WKS-EMBARGO-TOTAL  PIC X(01).
               88 WKS-CTA-CONGELADA VALUE "S".
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
       REPORT SECTION.
           RD RD-ESTADO
               PAGE LIMIT   060 LINES
           IF WKS-SI-ABRIO-CLIEN
               CLOSE CLIENTES
           END-IF
           IF WKS-SI-ABRIO-EMISOR
               CLOSE EMISORES
           END-IF
           GOBACK.
       0500-ABRIR-ARCHIVOS.
           OPEN I-O CUENTAS
           PERFORM 0586-LEE-PRODUCTOS
           PERFORM 0546-ABRIR-RECIBOS
           PERFORM 0547-ABRIR-RETENCIONES
           PERFORM 0548-ABRIR-CLIENTES
           PERFORM 0544-ABRIR-EMISORES.
       0510-INICIALIZAR-CUENTAS.
           OPEN OUTPUT CUENTAS
           MOVE "123456789012" TO REG-NUMCUENTA
           MOVE "N"            TO REG-DORMIDA
           MOVE 0              TO REG-CLIENTE
           MOVE 0              TO REG-RETENIDO
           MOVE 0              TO REG-SOBREGIRO
           MOVE 0              TO REG-FECHA-SOBREGIRO
           WRITE REG-CUENTA
           CLOSE CUENTAS.
      *LA CUENTA EN SESION SE REGRABA DIRECTO EN EL ARCHIVO POR SU
      *LLAVE; ASI CUALQUIER NUMERO DE CUENTAS OPERA SIN TABLA EN
      *MEMORIA Y LOS SALDOS QUEDAN EN DISCO OPERACION POR OPERACION
       0530-GRABAR-CUENTA.
           PERFORM 0535-MARCA-SOBREGIRO
           MOVE SES-NUMCUENTA      TO REG-NUMCUENTA
           MOVE SES-NIP            TO REG-NIP
           MOVE SES-SALDO          TO REG-SALDO
           MOVE SES-DORMIDA        TO REG-DORMIDA
           MOVE SES-CLIENTE        TO REG-CLIENTE
           MOVE SES-RETENIDO       TO REG-RETENIDO
           MOVE SES-SOBREGIRO      TO REG-SOBREGIRO
           MOVE SES-FECHA-SOBREGIRO TO REG-FECHA-SOBREGIRO
           REWRITE REG-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA EN DISCO".
      *LA FECHA DE SOBREGIRO SE PONE EL DIA QUE EL SALDO CAE BAJO
      *CERO Y SE LIMPIA CUANDO VUELVE A CERO O MAS; CON ELLA ATMSOBRE
      *CUENTA LOS DIAS EN NEGATIVO PARA COBRANZA
       0535-MARCA-SOBREGIRO.
           IF SES-SALDO < 0
               IF SES-FECHA-SOBREGIRO = 0
                   ACCEPT SES-FECHA-SOBREGIRO FROM DATE
               END-IF
           ELSE
               MOVE 0 TO SES-FECHA-SOBREGIRO
           END-IF.
       0540-ABRIR-MOVTOS.
           OPEN EXTEND MOVTOS
           IF WKS-STATUS-MOVTOS = "35"
           IF WKS-STATUS-CLIEN = "00"
               SET WKS-SI-ABRIO-CLIEN TO TRUE
           END-IF.
      *EL CATALOGO DE EMISORES LO MANTIENE ATMEJE; SI TODAVIA NO
      *EXISTE SE SIEMBRA CON LOS TRES SERVICIOS DE CASA, IGUAL QUE EL
      *CATALOGO DE PRODUCTOS
       0544-ABRIR-EMISORES.
           MOVE "N" TO WKS-EMISOR-ABIERTO
           OPEN INPUT EMISORES
           IF WKS-STATUS-EMISOR = "35"
               PERFORM 0543-SIEMBRA-EMISORES
               OPEN INPUT EMISORES
           END-IF
           IF WKS-STATUS-EMISOR = "00"
               SET WKS-SI-ABRIO-EMISOR TO TRUE
           END-IF.
       0543-SIEMBRA-EMISORES.
           OPEN OUTPUT EMISORES
           MOVE 001            TO EMI-CLAVE
           MOVE "LUZ - SUMINISTRO ELECTRICO" TO EMI-NOMBRE
           MOVE 12             TO EMI-LONG-REF
           MOVE "1"            TO EMI-DIGITO
           MOVE "900000000001" TO EMI-CTA-LIQ
           MOVE "S"            TO EMI-ACTIVO
           WRITE REG-EMISOR
           MOVE 002            TO EMI-CLAVE
           MOVE "AGUA POTABLE" TO EMI-NOMBRE
           MOVE 10             TO EMI-LONG-REF
           MOVE "2"            TO EMI-DIGITO
           MOVE "900000000002" TO EMI-CTA-LIQ
           MOVE "S"            TO EMI-ACTIVO
           WRITE REG-EMISOR
           MOVE 003            TO EMI-CLAVE
           MOVE "TELEFONO"     TO EMI-NOMBRE
           MOVE 10             TO EMI-LONG-REF
           MOVE "N"            TO EMI-DIGITO
           MOVE "900000000003" TO EMI-CTA-LIQ
           MOVE "S"            TO EMI-ACTIVO
           WRITE REG-EMISOR
           CLOSE EMISORES.
      *SECCION QUE DEJA EN WKS-NOMBRE-CLIENTE EL NOMBRE DEL DUENO DE
      *LA CUENTA EN SESION, PARA RECIBOS, CONSULTA Y ESTADO DE CUENTA
       0630-BUSCA-CLIENTE.
                       MOVE CLI-NOMBRE TO WKS-NOMBRE-CLIENTE
               END-READ
           END-IF.
      *LOS EMBARGOS ACTIVOS DE LA CUENTA EN SESION SE LEEN EN ORDEN
      *DE LLAVE A PARTIR DE LA CUENTA: SU IMPORTE YA ESTA DENTRO DEL
      *RETENIDO (AQUI SOLO SE SUMA PARA LA CONSULTA) Y UNO DE TIPO T
      *CONGELA LA CUENTA PARA TODO CARGO. SIN ARCHIVO NO HAY EMBARGOS
       0640-REVISA-EMBARGOS.
           MOVE 0   TO WKS-EMBARGADO
           MOVE "N" TO WKS-EMBARGO-TOTAL
           OPEN INPUT EMBARGOS
           IF WKS-STATUS-EMBAR = "00"
               MOVE 0 TO WKS-EOF-EMBAR
               MOVE SES-NUMCUENTA TO EMB-CUENTA
               MOVE SPACES TO EMB-OFICIO
               START EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
                   INVALID KEY
                       MOVE 1 TO WKS-EOF-EMBAR
               END-START
               PERFORM 0645-LEE-EMBARGO UNTIL WKS-EOF-EMBAR = 1
               CLOSE EMBARGOS
           END-IF.
       0645-LEE-EMBARGO.
           READ EMBARGOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMBAR
               NOT AT END
                   IF EMB-CUENTA NOT = SES-NUMCUENTA
                       MOVE 1 TO WKS-EOF-EMBAR
                   ELSE
                       IF EMB-ESTATUS = "A"
                           ADD EMB-IMPORTE TO WKS-EMBARGADO
                           IF EMB-TIPO = "T"
                               MOVE "S" TO WKS-EMBARGO-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       0650-RECHAZA-POR-EMBARGO.
           DISPLAY "LA CUENTA ESTA CONGELADA POR UNA ORDEN JUDICIAL, "
                   "NO ADMITE CARGOS"
           DISPLAY "ACUDA CON UN EJECUTIVO"
           DISPLAY " ".
      *SECCION QUE PASA A AVISOSIG EL EVENTO QUE DEJO EL LLAMADOR EN
      *AVS-EVENTO E IMPORTE EN AVS-IMPORTE, CON LA CUENTA, SALDO Y
      *CLIENTE DE LA SESION; AVISOSIG DECIDE SI EL CLIENTE LO PIDIO
       0660-GENERA-AVISO.
           MOVE SES-CLIENTE   TO AVS-CLIENTE
           MOVE SES-NUMCUENTA TO AVS-CUENTA
           MOVE SES-SALDO     TO AVS-SALDO
           MOVE WKS-TERMINAL  TO AVS-TERMINAL
           CALL "AVISOSIG" USING WKS-AVISO.
      *EL MOVIMIENTO DE LA CUENTA EN SESION TOMA CUENTA Y SALDO DEL
      *GRUPO DE SESION; LA PARTE COMUN (FECHA, HORA, FOLIO, WRITE)
      *VIVE EN 0552 PARA QUE LA TRANSFERENCIA RECIBIDA LA REUSE
           IF MOV-OPERACION = "RETIRO"
               PERFORM 0556-RECIBO-BILLETES
           END-IF
           IF MOV-OPERACION = "PAGO-SERV"
               PERFORM 0557-RECIBO-SERVICIO
           END-IF
           MOVE ALL "-" TO REG-RECIBO
           WRITE REG-RECIBO.
       0556-RECIBO-BILLETES.
               MOVE WKS-REC-BILLETES TO REG-RECIBO (22:7)
               WRITE REG-RECIBO
           END-IF.
      *EL RECIBO DEL PAGO DE SERVICIO LLEVA EL EMISOR Y LA REFERENCIA
      *PAGADA (EL REGISTRO DEL EMISOR SIGUE EN SU BUFFER)
       0557-RECIBO-SERVICIO.
           MOVE SPACES TO REG-RECIBO
           MOVE "SERVICIO: " TO REG-RECIBO (1:10)
           MOVE EMI-NOMBRE TO REG-RECIBO (11:30)
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           MOVE "REFERENCIA: " TO REG-RECIBO (1:12)
           MOVE WKS-REF-SERVICIO TO REG-RECIBO (13:20)
           WRITE REG-RECIBO.
       0560-GRABAR-EXCEPCION.
           MOVE SES-NUMCUENTA TO EXC-NUMCUENTA
           MOVE WKS-DINERO    TO EXC-IMPORTE
           MOVE 0         TO PRO-COMISION
           MOVE 03        TO PRO-RETIROS-LIBRES
           MOVE 5.00      TO PRO-COM-RETIRO
           MOVE "N"       TO PRO-ADMITE-SOBREG
           MOVE 0         TO PRO-TASA-SOBREG
           WRITE REG-PRODUCTO-CAT
           MOVE 02        TO PRO-CLAVE
           MOVE "CHEQUES" TO PRO-DESCRIPCION
           MOVE 25.00     TO PRO-COMISION
           MOVE 05        TO PRO-RETIROS-LIBRES
           MOVE 5.00      TO PRO-COM-RETIRO
           MOVE "S"       TO PRO-ADMITE-SOBREG
           MOVE .36000    TO PRO-TASA-SOBREG
           WRITE REG-PRODUCTO-CAT
           CLOSE PRODUCTOS.
       0589-CARGA-PRODUCTO.
                           TO WK-PROD-CLAVE (WK-TOTAL-PRODUCTOS)
                       MOVE PRO-MINIMO
                           TO WK-PROD-MINIMO (WK-TOTAL-PRODUCTOS)
                       MOVE PRO-ADMITE-SOBREG
                           TO WK-PROD-SOBREG (WK-TOTAL-PRODUCTOS)
                   END-IF
           END-READ.
      *SECCION QUE DEJA EN WKS-MINIMO-PRODUCTO EL SALDO MINIMO DEL
      *PRODUCTO DE LA CUENTA EN SESION; SI EL PRODUCTO NO ESTA EN EL
      *CATALOGO SE CONSERVA EL PISO HISTORICO DE $100.00. SI EL
      *PRODUCTO ADMITE SOBREGIRO Y LA CUENTA TIENE LINEA AUTORIZADA
      *EL PISO BAJA A MENOS LA LINEA (EL SALDO PUEDE QUEDAR EN
      *NEGATIVO HASTA ESE MONTO)
       0587-BUSCA-PRODUCTO.
           MOVE 100.00 TO WKS-MINIMO-PRODUCTO
           MOVE "N" TO WKS-USA-SOBREGIRO
           PERFORM 0587-COMPARA-PRODUCTO
               VARYING WK-IDX-PROD FROM 1 BY 1
               UNTIL WK-IDX-PROD > WK-TOTAL-PRODUCTOS
           IF WKS-SI-SOBREGIRO
               COMPUTE WKS-MINIMO-PRODUCTO = 0 - SES-SOBREGIRO
           END-IF.
       0587-COMPARA-PRODUCTO.
           IF WK-PROD-CLAVE (WK-IDX-PROD) = SES-PRODUCTO
               MOVE WK-PROD-MINIMO (WK-IDX-PROD)
                   TO WKS-MINIMO-PRODUCTO
               IF WK-PROD-SOBREG (WK-IDX-PROD) = "S" AND
                  SES-SOBREGIRO > 0
                   MOVE "S" TO WKS-USA-SOBREGIRO
               END-IF
           END-IF.
      *SECCION QUE REINICIA EL CONSUMO DEL LIMITE DIARIO CUANDO LA
      *FECHA GUARDADA EN LA CUENTA YA NO ES LA DE HOY, PARA QUE EL
      *ENTRAR SIN REINICIAR EL CAJERO
       0600-LOGIN.
           DISPLAY "INGRESE SU NUMERO DE CUENTA"
           DISPLAY "(0 PARA RETIRO SIN TARJETA CON CODIGO)"
           ACCEPT WKS-CUENTA
           IF WKS-CUENTA = 0
               PERFORM 0700-RETIRO-SIN-TARJETA
           ELSE
               DISPLAY "INGRESE SU NIP"
               ACCEPT WKS-PASS
               MOVE WKS-CUENTA TO REG-NUMCUENTA
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA O CONTRASEÑA INCORRECTOS"
                       PERFORM 0600-LOGIN
                   NOT INVALID KEY
                       PERFORM 0605-CARGA-SESION
                       PERFORM 0610-VALIDA-LOGIN
               END-READ
           END-IF.
      *LOS VALORES DE OMISION (LIMITE DE CASA Y PRODUCTO 01) CUBREN
      *LAS CUENTAS GRABADAS ANTES DE QUE EXISTIERAN ESOS CAMPOS
       0605-CARGA-SESION.
           MOVE REG-FECHA-NIP TO SES-FECHA-NIP
           MOVE REG-DORMIDA   TO SES-DORMIDA
           MOVE REG-CLIENTE   TO SES-CLIENTE
           MOVE REG-RETENIDO  TO SES-RETENIDO
           MOVE REG-SOBREGIRO TO SES-SOBREGIRO
           MOVE REG-FECHA-SOBREGIRO TO SES-FECHA-SOBREGIRO.
      *RETIRO SIN TARJETA: EL CODIGO SE COBRA UNA SOLA VEZ, POR SU
      *IMPORTE EXACTO Y ANTES DE SU VENCIMIENTO. SI EL CAJERO NO TIENE
      *BILLETES PARA ENTREGARLO EL CODIGO SIGUE VIGENTE PARA OTRO
      *CAJERO; AL PAGARLO SE LIBERA EL RETENIDO QUE LO APARTABA
       0700-RETIRO-SIN-TARJETA.
           OPEN I-O CODRETIR
           IF WKS-STATUS-CODRET NOT = "00"
               DISPLAY "EL RETIRO SIN TARJETA NO ESTA DISPONIBLE, "
                       "ACUDA CON UN EJECUTIVO"
           ELSE
               DISPLAY "INGRESE SU CODIGO DE RETIRO"
               ACCEPT WKS-CODIGO-RET
               DISPLAY "INGRESE EL IMPORTE DEL RETIRO"
               ACCEPT WKS-DINERO
               MOVE WKS-CODIGO-RET TO COD-CODIGO
               READ CODRETIR
                   INVALID KEY
                       DISPLAY "CODIGO O IMPORTE INCORRECTOS"
                   NOT INVALID KEY
                       PERFORM 0710-VALIDA-CODIGO
               END-READ
               CLOSE CODRETIR
           END-IF.
       0710-VALIDA-CODIGO.
           ACCEPT WKS-FECHA-HOY   FROM DATE
           ACCEPT WKS-HORA-ACTUAL FROM TIME
           MOVE "N" TO WKS-CODIGO-STATUS
           IF WKS-FECHA-HOY > COD-FECHA-VENC OR
              (WKS-FECHA-HOY = COD-FECHA-VENC AND
               WKS-HORA-ACTUAL > COD-HORA-VENC)
               MOVE "V" TO WKS-CODIGO-STATUS
           END-IF
           IF COD-ESTATUS NOT = "V"
               DISPLAY "EL CODIGO YA FUE UTILIZADO O CANCELADO"
           ELSE
               IF COD-IMPORTE NOT = WKS-DINERO
                   DISPLAY "CODIGO O IMPORTE INCORRECTOS"
               ELSE
                   IF WKS-CODIGO-VENCIDO
                       DISPLAY "EL CODIGO ESTA VENCIDO, SOLICITE "
                               "OTRO A SU EJECUTIVO"
                   ELSE
                       MOVE COD-CUENTA TO REG-NUMCUENTA
                       READ CUENTAS
                           INVALID KEY
                               DISPLAY "LA CUENTA DEL CODIGO NO "
                                       "EXISTE, ACUDA CON UN EJECUTIVO"
                           NOT INVALID KEY
                               PERFORM 0605-CARGA-SESION
                               PERFORM 0640-REVISA-EMBARGOS
                               PERFORM 0720-ENTREGA-SIN-TARJETA
                       END-READ
                   END-IF
               END-IF
           END-IF.
       0720-ENTREGA-SIN-TARJETA.
           IF SES-CTA-BLOQUEADA OR SES-CTA-DORMIDA
               DISPLAY "LA CUENTA DEL CODIGO ESTA BLOQUEADA O "
                       "DORMIDA, ACUDA CON UN EJECUTIVO"
           ELSE
           IF WKS-CTA-CONGELADA
               PERFORM 0650-RECHAZA-POR-EMBARGO
           ELSE
               PERFORM 3005-PLANEA-BILLETES
               IF NOT WKS-EFECTIVO-OK
                   DISPLAY "EL CAJERO NO CUENTA CON BILLETES PARA "
                           "ENTREGAR ESA CANTIDAD, SU CODIGO SIGUE "
                           "VIGENTE"
                   PERFORM 0560-GRABAR-EXCEPCION
               ELSE
                   SUBTRACT WKS-DINERO FROM SES-SALDO
                   IF COD-IMPORTE > SES-RETENIDO
                       MOVE 0 TO SES-RETENIDO
                   ELSE
                       SUBTRACT COD-IMPORTE FROM SES-RETENIDO
                   END-IF
                   PERFORM 0570-REFRESCA-USO-DIARIO
                   ADD WKS-DINERO TO SES-USADO-HOY
                   PERFORM 0530-GRABAR-CUENTA
                   MOVE "RETIRO" TO MOV-OPERACION
                   PERFORM 0550-GRABAR-MOVIMIENTO
                   MOVE "U"          TO COD-ESTATUS
                   MOVE MOV-FECHA    TO COD-FECHA-USO
                   MOVE MOV-HORA     TO COD-HORA-USO
                   MOVE WKS-TERMINAL TO COD-TERMINAL
                   MOVE MOV-FOLIO    TO COD-FOLIO-USO
                   REWRITE REG-CODRETIR
                       INVALID KEY
                           DISPLAY "NO SE PUDO MARCAR EL CODIGO "
                                   "COMO USADO"
                   END-REWRITE
                   PERFORM 3010-CALCULA-BILLETES
                   PERFORM 0630-BUSCA-CLIENTE
                   PERFORM 0555-IMPRIME-RECIBO
                   MOVE "RE" TO AVS-EVENTO
                   MOVE WKS-DINERO TO AVS-IMPORTE
                   PERFORM 0660-GENERA-AVISO
                   DISPLAY "RETIRO SIN TARJETA EXITOSO, TOME SU "
                           "EFECTIVO Y SU RECIBO"
               END-IF
           END-IF
           END-IF.
       0610-VALIDA-LOGIN.
           IF SES-CTA-BLOQUEADA
               DISPLAY "CUENTA BLOQUEADA POR INTENTOS FALLIDOS, "
                   MOVE 0 TO SES-INTENTOS
                   PERFORM 0530-GRABAR-CUENTA
                   PERFORM 0630-BUSCA-CLIENTE
                   PERFORM 0640-REVISA-EMBARGOS
                   PERFORM 0620-REVISA-VIGENCIA-NIP
                   PERFORM 1000-MENU UNTIL WKS-ACTIVO = 0
               ELSE
                   ADD 1 TO SES-INTENTOS
                   IF SES-INTENTOS >= 3
                       MOVE "S" TO SES-BLOQUEADA
                       MOVE "BQ" TO AVS-EVENTO
                       DISPLAY "CUENTA BLOQUEADA POR INTENTOS "
                               "FALLIDOS, ACUDA A UN EJECUTIVO"
                   ELSE
                       MOVE "NI" TO AVS-EVENTO
                       DISPLAY "CUENTA O CONTRASEÑA INCORRECTOS"
                   END-IF
                   PERFORM 0530-GRABAR-CUENTA
                   MOVE 0 TO AVS-IMPORTE
                   PERFORM 0660-GENERA-AVISO
                   PERFORM 0600-LOGIN
               END-IF
           END-IF
           DISPLAY "6. CAMBIO DE NIP"
           DISPLAY "7. SALIR"
           DISPLAY "8. DEPOSITO DE CHEQUE"
           DISPLAY "9. PAGO DE SERVICIOS"
           ACCEPT WKS-OPCION
           DISPLAY " "
           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2000-DEPOSITO
               WHEN 2
                   IF WKS-CTA-CONGELADA
                       PERFORM 0650-RECHAZA-POR-EMBARGO
                   ELSE
                       PERFORM 3000-RETIRO
                   END-IF
               WHEN 3
                   PERFORM 4000-CONSULTA
               WHEN 4
                   IF WKS-CTA-CONGELADA
                       PERFORM 0650-RECHAZA-POR-EMBARGO
                   ELSE
                       PERFORM 7000-TRANSFERENCIA
                   END-IF
               WHEN 5
                   PERFORM 6000-ESTADO-CUENTA
               WHEN 6
                   PERFORM 5000-SALIR
               WHEN 8
                   PERFORM 2500-DEPOSITO-CHEQUE
               WHEN 9
                   IF WKS-CTA-CONGELADA
                       PERFORM 0650-RECHAZA-POR-EMBARGO
                   ELSE
                       PERFORM 9000-PAGO-SERVICIO
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, SELECCIONE OTRA".
      *EL DEPOSITO SE ARMA CON LOS BILLETES QUE INSERTA EL CLIENTE
               DISPLAY " "
           ELSE
               DISPLAY "SU SALDO DISPONIBLE ES DE: " WKS-DISPONIBLE
               IF WKS-SI-SOBREGIRO
                   DISPLAY "CUENTA CON LINEA DE SOBREGIRO DE: "
                           SES-SOBREGIRO
               END-IF
               DISPLAY "INGRESE CANTIDAD A RETIRAR (MULTIPLO DE "
                       "$100.00), SI NO DESEA RETIRAR INGRESE '0'"
               ACCEPT WKS-DINERO
                                   PERFORM 0550-GRABAR-MOVIMIENTO
                                   PERFORM 3010-CALCULA-BILLETES
                                   PERFORM 0555-IMPRIME-RECIBO
                                   MOVE "RE" TO AVS-EVENTO
                                   MOVE WKS-DINERO TO AVS-IMPORTE
                                   PERFORM 0660-GENERA-AVISO
                                   DISPLAY "OPERACION EXITOSA"
                                   DISPLAY " "
                                   DISPLAY "SU NUEVO SALDO ES DE: "
           DISPLAY "SU SALDO EN LIBROS ES DE:  " SES-SALDO
           DISPLAY "SU SALDO DISPONIBLE ES DE: " WKS-DISPONIBLE
           IF SES-RETENIDO > 0
               DISPLAY "RETENIDO (CHEQUES, CODIGOS, EMBARGOS): "
                       SES-RETENIDO
           END-IF
           IF WKS-EMBARGADO > 0 OR WKS-CTA-CONGELADA
               DISPLAY "EMBARGADO POR ORDEN JUDICIAL:     "
                       WKS-EMBARGADO
           END-IF
           IF WKS-CTA-CONGELADA
               DISPLAY "CUENTA CONGELADA POR ORDEN JUDICIAL, SOLO "
                       "ADMITE DEPOSITOS"
           END-IF
           PERFORM 0587-BUSCA-PRODUCTO
           IF WKS-SI-SOBREGIRO
               DISPLAY "LINEA DE SOBREGIRO AUTORIZADA:    "
                       SES-SOBREGIRO
               IF SES-SALDO < 0
                   DISPLAY "EN SOBREGIRO DESDE EL: "
                           SES-FECHA-SOBREGIRO
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE ENTER PARA CONTINUAR"
           ACCEPT WKS-CONT.
                   MOVE "TRANSF-REC"  TO MOV-OPERACION
                   PERFORM 0552-ESCRIBE-MOVIMIENTO
           END-READ.
      *PAGO DE SERVICIOS: EL CLIENTE ELIGE EL EMISOR, CAPTURA LA
      *REFERENCIA DE SU RECIBO (SE VALIDA AQUI, ANTES DE CARGAR) Y EL
      *IMPORTE; EL PAGO NO ES DISPOSICION DE EFECTIVO, ASI QUE NO
      *CONSUME EL LIMITE DIARIO, PERO SI RESPETA EL SALDO MINIMO
       9000-PAGO-SERVICIO.
           IF NOT WKS-SI-ABRIO-EMISOR
               DISPLAY "EL PAGO DE SERVICIOS NO ESTA DISPONIBLE EN "
                       "ESTE MOMENTO"
           ELSE
               PERFORM 9010-LISTA-EMISORES
               DISPLAY "CLAVE DEL SERVICIO A PAGAR (0 PARA CANCELAR):"
               ACCEPT WKS-EMISOR
               IF WKS-EMISOR NOT = 0
                   MOVE WKS-EMISOR TO EMI-CLAVE
                   READ EMISORES
                       INVALID KEY
                           DISPLAY "ESE SERVICIO NO EXISTE"
                       NOT INVALID KEY
                           PERFORM 9020-PIDE-REFERENCIA
                   END-READ
               END-IF
           END-IF.
       9010-LISTA-EMISORES.
           DISPLAY "SERVICIOS DISPONIBLES:"
           MOVE 0 TO WKS-EOF-EMISOR
           MOVE 0 TO EMI-CLAVE
           START EMISORES KEY IS NOT LESS THAN EMI-CLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-EMISOR
           END-START
           PERFORM 9015-MUESTRA-EMISOR UNTIL WKS-EOF-EMISOR = 1.
       9015-MUESTRA-EMISOR.
           READ EMISORES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMISOR
               NOT AT END
                   IF EMI-ACTIVO = "S"
                       DISPLAY EMI-CLAVE ". " EMI-NOMBRE
                   END-IF
           END-READ.
       9020-PIDE-REFERENCIA.
           IF EMI-ACTIVO NOT = "S"
               DISPLAY "ESE SERVICIO NO ESTA DISPONIBLE"
           ELSE
               DISPLAY "REFERENCIA DE SU RECIBO (" EMI-LONG-REF
                       " DIGITOS):"
               MOVE SPACES TO WKS-REF-SERVICIO
               ACCEPT WKS-REF-SERVICIO
               PERFORM 9030-VALIDA-REFERENCIA
               IF NOT WKS-REF-OK
                   DISPLAY "LA REFERENCIA NO ES VALIDA, VERIFIQUELA "
                           "EN SU RECIBO"
               ELSE
                   DISPLAY "IMPORTE A PAGAR (0 PARA CANCELAR):"
                   ACCEPT WKS-DINERO
                   IF WKS-DINERO NOT > 0
                       DISPLAY "PAGO DE SERVICIO CANCELADO"
                   ELSE
                       PERFORM 9060-APLICA-PAGO
                   END-IF
               END-IF
           END-IF.
      *LA REFERENCIA DEBE TRAER EXACTAMENTE LOS DIGITOS QUE MARCA EL
      *EMISOR, Y SI EL EMISOR USA DIGITO VERIFICADOR EL ULTIMO DIGITO
      *DEBE SER EL QUE RESULTA DE LOS DEMAS
       9030-VALIDA-REFERENCIA.
           MOVE "S" TO WKS-REF-STATUS
           IF EMI-LONG-REF = 0 OR EMI-LONG-REF > 20
               MOVE "N" TO WKS-REF-STATUS
           ELSE
               IF WKS-REF-SERVICIO (1:EMI-LONG-REF) IS NOT NUMERIC
                   MOVE "N" TO WKS-REF-STATUS
               END-IF
               IF EMI-LONG-REF < 20
                   IF WKS-REF-SERVICIO (EMI-LONG-REF + 1:) NOT =
                      SPACES
                       MOVE "N" TO WKS-REF-STATUS
                   END-IF
               END-IF
           END-IF
           IF WKS-REF-OK AND EMI-LONG-REF > 1
               MOVE 0 TO WKS-SUMA-REF
               COMPUTE WKS-POS-INICIAL = EMI-LONG-REF - 1
               EVALUATE EMI-DIGITO
                   WHEN "1"
                       PERFORM 9040-MODULO-10
                   WHEN "2"
                       PERFORM 9050-MODULO-11
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *MODULO 10: PESOS 2 Y 1 ALTERNADOS DESDE EL DIGITO ANTERIOR AL
      *VERIFICADOR; UN PRODUCTO DE DOS CIFRAS SE REDUCE RESTANDO 9
       9040-MODULO-10.
           MOVE 2 TO WKS-PESO-REF
           PERFORM 9045-SUMA-MODULO-10
               VARYING WK-IDX-REF FROM WKS-POS-INICIAL BY -1
               UNTIL WK-IDX-REF < 1
           DIVIDE WKS-SUMA-REF BY 10 GIVING WKS-COCIENTE-REF
               REMAINDER WKS-RESIDUO-REF
           COMPUTE WKS-DIGITO-CALC = 10 - WKS-RESIDUO-REF
           IF WKS-DIGITO-CALC = 10
               MOVE 0 TO WKS-DIGITO-CALC
           END-IF
           PERFORM 9055-COMPARA-VERIFICADOR.
       9045-SUMA-MODULO-10.
           MOVE WKS-REF-SERVICIO (WK-IDX-REF:1) TO WKS-DIGITO-REF
           COMPUTE WKS-PRODUCTO-REF = WKS-DIGITO-REF * WKS-PESO-REF
           IF WKS-PRODUCTO-REF > 9
               SUBTRACT 9 FROM WKS-PRODUCTO-REF
           END-IF
           ADD WKS-PRODUCTO-REF TO WKS-SUMA-REF
           IF WKS-PESO-REF = 2
               MOVE 1 TO WKS-PESO-REF
           ELSE
               MOVE 2 TO WKS-PESO-REF
           END-IF.
      *MODULO 11: PESOS 2 A 7 CICLICOS DESDE EL DIGITO ANTERIOR AL
      *VERIFICADOR; UN RESULTADO DE 10 U 11 SE TOMA COMO 0
       9050-MODULO-11.
           MOVE 2 TO WKS-PESO-REF
           PERFORM 9052-SUMA-MODULO-11
               VARYING WK-IDX-REF FROM WKS-POS-INICIAL BY -1
               UNTIL WK-IDX-REF < 1
           DIVIDE WKS-SUMA-REF BY 11 GIVING WKS-COCIENTE-REF
               REMAINDER WKS-RESIDUO-REF
           COMPUTE WKS-DIGITO-CALC = 11 - WKS-RESIDUO-REF
           IF WKS-DIGITO-CALC > 9
               MOVE 0 TO WKS-DIGITO-CALC
           END-IF
           PERFORM 9055-COMPARA-VERIFICADOR.
       9052-SUMA-MODULO-11.
           MOVE WKS-REF-SERVICIO (WK-IDX-REF:1) TO WKS-DIGITO-REF
           COMPUTE WKS-PRODUCTO-REF = WKS-DIGITO-REF * WKS-PESO-REF
           ADD WKS-PRODUCTO-REF TO WKS-SUMA-REF
           IF WKS-PESO-REF = 7
               MOVE 2 TO WKS-PESO-REF
           ELSE
               ADD 1 TO WKS-PESO-REF
           END-IF.
       9055-COMPARA-VERIFICADOR.
           MOVE WKS-REF-SERVICIO (EMI-LONG-REF:1) TO WKS-DIGITO-REF
           IF WKS-DIGITO-REF NOT = WKS-DIGITO-CALC
               MOVE "N" TO WKS-REF-STATUS
           END-IF.
       9060-APLICA-PAGO.
           PERFORM 0587-BUSCA-PRODUCTO
           COMPUTE WKS-DISPONIBLE = SES-SALDO - SES-RETENIDO
           SUBTRACT WKS-DINERO FROM SES-SALDO GIVING WKS-OPER
           IF WKS-DISPONIBLE - WKS-DINERO < WKS-MINIMO-PRODUCTO
               DISPLAY "NO PUEDE REALIZAR ESTA OPERACION, "
                       "NO CUENTA CON SALDO DISPONIBLE SUFICIENTE"
           ELSE
               MOVE WKS-OPER TO SES-SALDO
               PERFORM 0530-GRABAR-CUENTA
               MOVE "PAGO-SERV" TO MOV-OPERACION
               PERFORM 0550-GRABAR-MOVIMIENTO
               PERFORM 9070-GRABA-PAGO
               PERFORM 0555-IMPRIME-RECIBO
               DISPLAY "PAGO APLICADO A " EMI-NOMBRE
               DISPLAY " "
               DISPLAY "SU NUEVO SALDO ES DE: " SES-SALDO
               DISPLAY " "
               DISPLAY "PRESIONE ENTER PARA CONTINUAR"
               ACCEPT WKS-CONT
           END-IF.
       9070-GRABA-PAGO.
           OPEN EXTEND PAGOSERV
           IF WKS-STATUS-PAGSER = "35"
               OPEN OUTPUT PAGOSERV
               CLOSE PAGOSERV
               OPEN EXTEND PAGOSERV
           END-IF
           MOVE MOV-FOLIO        TO PSV-FOLIO
           MOVE SES-NUMCUENTA    TO PSV-CUENTA
           MOVE EMI-CLAVE        TO PSV-EMISOR
           MOVE WKS-REF-SERVICIO TO PSV-REFERENCIA
           MOVE WKS-DINERO       TO PSV-IMPORTE
           MOVE MOV-FECHA        TO PSV-FECHA
           MOVE MOV-HORA         TO PSV-HORA
           MOVE WKS-TERMINAL     TO PSV-TERMINAL
           MOVE "P"              TO PSV-ESTATUS
           WRITE REG-PAGOSERV
           CLOSE PAGOSERV.
       END PROGRAM ATM.

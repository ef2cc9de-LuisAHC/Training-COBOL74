      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Historia de tasas y comisiones de los productos
      *           (archivo TARIFAS, copybook TARIFREG), solo para
      *           supervisores: la clave y contrasena se validan
      *           contra el maestro OPERADORES con perfil S, como en
      *           los embargos.
      *           El supervisor programa desde que fecha rige una
      *           tasa, cuota mensual de manejo, retiros libres o
      *           comision por retiro nueva de un producto, con el
      *           motivo del cambio; ya no hace falta editar el
      *           catalogo PRODUCTOS a la hora justa entre las
      *           corridas de ATMINT y ATMCOMIS, que toman lo que
      *           rige en su fecha de proceso por medio del
      *           subprograma TARIFVIG. El primer cambio de un
      *           producto deja antes en la historia los valores que
      *           traia el catalogo, con vigencia cero. Un cambio que
      *           todavia no entra en vigor se puede cancelar; uno que
      *           ya entro solo se corrige programando otro.
      *           El reporte TARHIST+AAMMDD lista toda la historia con
      *           quien capturo y quien cancelo cada cambio y queda
      *           catalogado en REPCAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMTARIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TRF-LLAVE
               FILE STATUS IS WKS-STATUS-TARIF.
           SELECT PRODUCTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WKS-STATUS-PRODUC.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WKS-STATUS-OPER.
           SELECT TARHIST ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD TARIFAS.
           01 REG-TARIFA.
               COPY TARIFREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==TRF-LLAVE==
                   ==NOMPRODUCTO== BY ==TRF-PRODUCTO==
                   ==NOMFECVIG== BY ==TRF-FECHA-VIG==
                   ==NOMSECUENCIA== BY ==TRF-SECUENCIA==
                   ==NOMTASA== BY ==TRF-TASA==
                   ==NOMINTDIA== BY ==TRF-INTDIARIO==
                   ==NOMCOMISION== BY ==TRF-COMISION==
                   ==NOMRETLIBRE== BY ==TRF-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==TRF-COM-RETIRO==
                   ==NOMMOTIVO== BY ==TRF-MOTIVO==
                   ==NOMFECALTA== BY ==TRF-FECHA-ALTA==
                   ==NOMHORALTA== BY ==TRF-HORA-ALTA==
                   ==NOMSUPALTA== BY ==TRF-SUP-ALTA==
                   ==NOMESTATUS== BY ==TRF-ESTATUS==
                   ==NOMFECBAJA== BY ==TRF-FECHA-BAJA==
                   ==NOMSUPBAJA== BY ==TRF-SUP-BAJA==.
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
           FD OPERADORES.
           01 REG-OPERADOR.
               COPY OPERREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==OPE-CLAVE==
                   ==NOMNOMBRE== BY ==OPE-NOMBRE==
                   ==NOMPASSWORD== BY ==OPE-PASSWORD==
                   ==NOMPERFIL== BY ==OPE-PERFIL==
                   ==NOMINTENTOS== BY ==OPE-INTENTOS==
                   ==NOMBLOQ== BY ==OPE-BLOQUEADO==.
           FD TARHIST REPORT IS RD-TARHIST.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-OPCION         PIC 9(01).
           01 WKS-STATUS-TARIF   PIC X(02).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-STATUS-OPER    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-FIRMADO        PIC X(01) VALUE "N".
               88 WKS-SI-FIRMADO VALUE "S".
           01 WKS-INTENTOS-FIRMA PIC 9(01) VALUE 0.
           01 WKS-SUP-CLAVE      PIC X(08).
           01 WKS-SUP-PASSWORD   PIC X(08).
           01 WKS-CONFIRMA       PIC X(01).
           01 WKS-FECHA-HOY      PIC 9(08).
           01 WKS-PRODUCTO       PIC 9(02).
           01 WKS-FECHA-VIG      PIC 9(08).
           01 WKS-FECHA-VIG-R REDEFINES WKS-FECHA-VIG.
               03 FILLER         PIC 9(02).
               03 WKS-FV-AA      PIC 9(02).
               03 WKS-FV-MM      PIC 9(02).
               03 WKS-FV-DD      PIC 9(02).
           01 WKS-EOF-TARIF      PIC 9(01).
           01 WKS-HAY-HISTORIA   PIC X(01).
               88 WKS-SI-HAY-HISTORIA VALUE "S".
           01 WKS-DUPLICADO      PIC X(01).
               88 WKS-SI-DUPLICADO VALUE "S".
           01 WKS-CAMBIO-OK      PIC X(01).
               88 WKS-SI-CAMBIO-OK VALUE "S".
           01 WKS-SECUENCIA      PIC 9(02).
      *VALORES QUE RIGEN A LA FECHA DE VIGENCIA PEDIDA (LOS DEL
      *CATALOGO SI EL PRODUCTO NO TIENE HISTORIA) Y VALORES NUEVOS
           01 WKS-VALORES-ACTUALES.
               05 WKS-TASA-ACT     PIC V9(05).
               05 WKS-INTDIA-ACT   PIC X(01).
               05 WKS-CUOTA-ACT    PIC 9(05)V9(02).
               05 WKS-LIBRES-ACT   PIC 9(02).
               05 WKS-COMRET-ACT   PIC 9(05)V9(02).
           01 WKS-VALORES-NUEVOS.
               05 WKS-TASA-NUEVA   PIC V9(05).
               05 WKS-INTDIA-NUEVA PIC X(01).
               05 WKS-CUOTA-NUEVA  PIC 9(05)V9(02).
               05 WKS-LIBRES-NUEVA PIC 9(02).
               05 WKS-COMRET-NUEVA PIC 9(05)V9(02).
           01 WKS-MOTIVO         PIC X(30).
           01 WKS-TASA-EDIT      PIC .9(05).
           01 WKS-IMPORTE-EDIT   PIC Z(4)9.99.
           01 WKS-DESCRIPCION    PIC X(20).
           01 WKS-ESTATUS-DESC   PIC X(10).
           01 WK-LISTADOS        PIC 9(05).
           01 WK-INICIALES       PIC 9(05).
           01 WK-APLICADOS       PIC 9(05).
           01 WK-PROGRAMADOS     PIC 9(05).
           01 WK-CANCELADOS      PIC 9(05).
       REPORT SECTION.
           RD RD-TARHIST
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 008
               LAST DETAIL  054.
       01 RD-TAR-TITULOS TYPE IS PH.
           10 RD-TAR-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(043) VALUE
                 "HISTORIA DE TASAS Y COMISIONES POR PRODUCTO".
           10 RD-TAR-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-HOY.
           10 RD-TAR-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(008) VALUE "PRODUCTO".
               15 COLUMN 025 PIC X(008) VALUE "VIGENCIA".
               15 COLUMN 036 PIC X(004) VALUE "TASA".
               15 COLUMN 043 PIC X(001) VALUE "D".
               15 COLUMN 045 PIC X(006) VALUE "CUOTA".
               15 COLUMN 054 PIC X(002) VALUE "RL".
               15 COLUMN 057 PIC X(007) VALUE "COM RET".
               15 COLUMN 066 PIC X(007) VALUE "ESTATUS".
           10 RD-TAR-TITULO-04 LINE 006.
               15 COLUMN 004 PIC X(006) VALUE "MOTIVO".
               15 COLUMN 036 PIC X(007) VALUE "CAPTURA".
               15 COLUMN 047 PIC X(008) VALUE "SUPERV.".
               15 COLUMN 057 PIC X(009) VALUE "CANCELADO".
               15 COLUMN 068 PIC X(008) VALUE "SUPERV.".
       01 RD-TAR-DETALLE TYPE DETAIL.
           10 RD-TAR-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC 99 SOURCE TRF-PRODUCTO.
               15 COLUMN 004 PIC X(020) SOURCE WKS-DESCRIPCION.
               15 COLUMN 025 PIC 9999/99/99 SOURCE TRF-FECHA-VIG.
               15 COLUMN 036 PIC .9(05) SOURCE TRF-TASA.
               15 COLUMN 043 PIC X(001) SOURCE TRF-INTDIARIO.
               15 COLUMN 045 PIC Z(4)9.99 SOURCE TRF-COMISION.
               15 COLUMN 054 PIC Z9 SOURCE TRF-RETIROS-LIBRES.
               15 COLUMN 057 PIC Z(4)9.99 SOURCE TRF-COM-RETIRO.
               15 COLUMN 066 PIC X(010) SOURCE WKS-ESTATUS-DESC.
           10 RD-TAR-DET02 LINE PLUS 001.
               15 COLUMN 004 PIC X(030) SOURCE TRF-MOTIVO.
               15 COLUMN 036 PIC 9999/99/99 SOURCE TRF-FECHA-ALTA.
               15 COLUMN 047 PIC X(008) SOURCE TRF-SUP-ALTA.
               15 COLUMN 057 PIC 9999/99/99 SOURCE TRF-FECHA-BAJA.
               15 COLUMN 068 PIC X(008) SOURCE TRF-SUP-BAJA.
       01 RD-TAR-TOTALES TYPE IS RF.
           10 RD-TAR-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(026) VALUE
                 "VALORES INICIALES:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-INICIALES.
           10 RD-TAR-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "CAMBIOS APLICADOS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-APLICADOS.
           10 RD-TAR-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "CAMBIOS PROGRAMADOS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-PROGRAMADOS.
           10 RD-TAR-TOT04 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "CAMBIOS CANCELADOS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-CANCELADOS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE 0 TO WKS-OPCION
           PERFORM 0400-FIRMA-SUPERVISOR
               UNTIL WKS-SI-FIRMADO OR WKS-INTENTOS-FIRMA >= 3
           IF NOT WKS-SI-FIRMADO
               DISPLAY "ACCESO DENEGADO, SE REQUIERE PERFIL "
                       "SUPERVISOR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0500-ABRIR-ARCHIVOS
           IF WKS-STATUS-PRODUC = "00"
               PERFORM 1000-MENU UNTIL WKS-OPCION = 9
               CLOSE PRODUCTOS
               CLOSE TARIFAS
           END-IF
           GOBACK.
      *SOLO UN SUPERVISOR DEL MAESTRO OPERADORES (PERFIL S, SIN
      *BLOQUEO) PUEDE PROGRAMAR O CANCELAR UN CAMBIO DE TARIFA; SU
      *CLAVE QUEDA EN EL REGISTRO DE LA HISTORIA
       0400-FIRMA-SUPERVISOR.
           ADD 1 TO WKS-INTENTOS-FIRMA
           DISPLAY "CLAVE DEL SUPERVISOR:"
           ACCEPT WKS-SUP-CLAVE
           DISPLAY "CONTRASENA:"
           ACCEPT WKS-SUP-PASSWORD
           OPEN INPUT OPERADORES
           IF WKS-STATUS-OPER NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
               MOVE 3 TO WKS-INTENTOS-FIRMA
           ELSE
               MOVE WKS-SUP-CLAVE TO OPE-CLAVE
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                   NOT INVALID KEY
                       IF OPE-PASSWORD = WKS-SUP-PASSWORD AND
                          OPE-PERFIL = "S" AND
                          OPE-BLOQUEADO NOT = "S"
                           MOVE "S" TO WKS-FIRMADO
                           DISPLAY "BIENVENIDO " OPE-NOMBRE
                       ELSE
                           DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.
       0500-ABRIR-ARCHIVOS.
           OPEN INPUT PRODUCTOS
           IF WKS-STATUS-PRODUC NOT = "00"
               DISPLAY "NO EXISTE EL CATALOGO PRODUCTOS, EJECUTE "
                       "PRIMERO EL CAJERO PARA CREARLO"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O TARIFAS
               IF WKS-STATUS-TARIF = "35"
                   OPEN OUTPUT TARIFAS
                   CLOSE TARIFAS
                   OPEN I-O TARIFAS
               END-IF
           END-IF.
       1000-MENU.
           DISPLAY " "
           DISPLAY "TASAS Y COMISIONES DE LOS PRODUCTOS"
           DISPLAY "1. PROGRAMAR CAMBIO DE TASA O COMISIONES"
           DISPLAY "2. HISTORIA DE UN PRODUCTO"
           DISPLAY "3. CANCELAR CAMBIO PROGRAMADO"
           DISPLAY "4. REPORTE HISTORICO DE TARIFAS"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           DISPLAY " "
           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2000-PROGRAMA-CAMBIO
               WHEN 2
                   PERFORM 3000-CONSULTA-PRODUCTO
               WHEN 3
                   PERFORM 4000-CANCELA-CAMBIO
               WHEN 4
                   PERFORM 6000-REPORTE-HISTORICO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, SELECCIONE OTRA"
           END-EVALUATE.
       2000-PROGRAMA-CAMBIO.
           DISPLAY "CLAVE DEL PRODUCTO (2 DIGITOS):"
           ACCEPT WKS-PRODUCTO
           MOVE WKS-PRODUCTO TO PRO-CLAVE
           READ PRODUCTOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PRODUCTO EN EL CATALOGO"
               NOT INVALID KEY
                   PERFORM 2100-CAPTURA-VIGENCIA
           END-READ.
      *LA VIGENCIA PUEDE SER HOY (RIGE DESDE LA CORRIDA DE ESTA
      *NOCHE) O CUALQUIER DIA POSTERIOR, NUNCA UN DIA YA PROCESADO
       2100-CAPTURA-VIGENCIA.
           ACCEPT WKS-FECHA-HOY FROM DATE
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD):"
           ACCEPT WKS-FECHA-VIG
           MOVE "00" TO WKS-FECHA-VIG (1:2)
           IF WKS-FV-MM < 1 OR WKS-FV-MM > 12 OR
              WKS-FV-DD < 1 OR WKS-FV-DD > 31
               DISPLAY "FECHA INVALIDA"
           ELSE
               IF WKS-FECHA-VIG < WKS-FECHA-HOY
                   DISPLAY "LA VIGENCIA NO PUEDE SER ANTERIOR A HOY; "
                           "LO YA PROCESADO NO SE CAMBIA"
               ELSE
                   PERFORM 2150-REVISA-HISTORIA
                   IF WKS-SI-DUPLICADO
                       DISPLAY "YA HAY UN CAMBIO PROGRAMADO CON ESA "
                               "VIGENCIA; CANCELELO ANTES DE "
                               "PROGRAMAR OTRO"
                   ELSE
                       PERFORM 2200-DATOS-CAMBIO
                   END-IF
               END-IF
           END-IF.
      *SE RECORRE LA HISTORIA DEL PRODUCTO PARA SABER QUE RIGE A LA
      *FECHA DE VIGENCIA, SI YA HAY UN CAMBIO APLICABLE ESE MISMO DIA
      *Y EL ULTIMO CONSECUTIVO USADO EN ESA FECHA
       2150-REVISA-HISTORIA.
           MOVE "N" TO WKS-HAY-HISTORIA
           MOVE "N" TO WKS-DUPLICADO
           MOVE 0 TO WKS-SECUENCIA
           MOVE PRO-TASA TO WKS-TASA-ACT
           MOVE PRO-INTDIARIO TO WKS-INTDIA-ACT
           MOVE PRO-COMISION TO WKS-CUOTA-ACT
           MOVE PRO-RETIROS-LIBRES TO WKS-LIBRES-ACT
           MOVE PRO-COM-RETIRO TO WKS-COMRET-ACT
           MOVE 0 TO WKS-EOF-TARIF
           PERFORM 3900-INICIA-PRODUCTO
           PERFORM 2160-LEE-HISTORIA UNTIL WKS-EOF-TARIF = 1.
       2160-LEE-HISTORIA.
           READ TARIFAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TARIF
               NOT AT END
                   IF TRF-PRODUCTO NOT = WKS-PRODUCTO
                       MOVE 1 TO WKS-EOF-TARIF
                   ELSE
                       MOVE "S" TO WKS-HAY-HISTORIA
                       IF TRF-FECHA-VIG = WKS-FECHA-VIG
                           MOVE TRF-SECUENCIA TO WKS-SECUENCIA
                           IF TRF-ESTATUS = "A"
                               MOVE "S" TO WKS-DUPLICADO
                           END-IF
                       END-IF
                       IF TRF-ESTATUS = "A" AND
                          TRF-FECHA-VIG NOT > WKS-FECHA-VIG
                           MOVE TRF-TASA TO WKS-TASA-ACT
                           MOVE TRF-INTDIARIO TO WKS-INTDIA-ACT
                           MOVE TRF-COMISION TO WKS-CUOTA-ACT
                           MOVE TRF-RETIROS-LIBRES TO WKS-LIBRES-ACT
                           MOVE TRF-COM-RETIRO TO WKS-COMRET-ACT
                       END-IF
                   END-IF
           END-READ.
      *SE MUESTRA LO QUE RIGE A ESA FECHA Y SE CAPTURAN LOS VALORES
      *QUE VAN A REGIR DESDE ELLA (LOS QUE NO CAMBIAN SE VUELVEN A
      *TECLEAR IGUAL)
       2200-DATOS-CAMBIO.
           MOVE "S" TO WKS-CAMBIO-OK
           DISPLAY "PRODUCTO: " PRO-CLAVE " " PRO-DESCRIPCION
           MOVE WKS-TASA-ACT TO WKS-TASA-EDIT
           DISPLAY "TASA DE INTERES (RIGE " WKS-TASA-EDIT "):"
           ACCEPT WKS-TASA-NUEVA
           DISPLAY "TASA DIARIA S/N (RIGE " WKS-INTDIA-ACT "):"
           ACCEPT WKS-INTDIA-NUEVA
           IF WKS-INTDIA-NUEVA NOT = "S" AND
              WKS-INTDIA-NUEVA NOT = "N"
               DISPLAY "MARCA DE TASA DIARIA INVALIDA"
               MOVE "N" TO WKS-CAMBIO-OK
           END-IF
           MOVE WKS-CUOTA-ACT TO WKS-IMPORTE-EDIT
           DISPLAY "CUOTA MENSUAL DE MANEJO (RIGE " WKS-IMPORTE-EDIT
                   "):"
           ACCEPT WKS-CUOTA-NUEVA
           DISPLAY "RETIROS LIBRES AL MES (RIGEN " WKS-LIBRES-ACT "):"
           ACCEPT WKS-LIBRES-NUEVA
           MOVE WKS-COMRET-ACT TO WKS-IMPORTE-EDIT
           DISPLAY "COMISION POR RETIRO EXCEDENTE (RIGE "
                   WKS-IMPORTE-EDIT "):"
           ACCEPT WKS-COMRET-NUEVA
           DISPLAY "MOTIVO DEL CAMBIO:"
           ACCEPT WKS-MOTIVO
           IF WKS-VALORES-NUEVOS = WKS-VALORES-ACTUALES
               DISPLAY "LOS VALORES SON LOS MISMOS QUE YA RIGEN"
               MOVE "N" TO WKS-CAMBIO-OK
           END-IF
           IF WKS-MOTIVO = SPACES
               DISPLAY "EL MOTIVO DEL CAMBIO ES OBLIGATORIO"
               MOVE "N" TO WKS-CAMBIO-OK
           END-IF
           IF WKS-SI-CAMBIO-OK
               DISPLAY "CONFIRMA EL CAMBIO CON VIGENCIA "
                       WKS-FECHA-VIG "? (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA = "S"
                   PERFORM 2300-GRABA-CAMBIO
               ELSE
                   DISPLAY "CAMBIO NO PROGRAMADO"
               END-IF
           ELSE
               DISPLAY "CAMBIO NO PROGRAMADO"
           END-IF.
      *EL PRIMER CAMBIO DE UN PRODUCTO GUARDA ANTES LO QUE TRAIA EL
      *CATALOGO, CON VIGENCIA CERO, PARA QUE LA HISTORIA RESPONDA
      *TAMBIEN POR LAS FECHAS ANTERIORES AL CAMBIO
       2300-GRABA-CAMBIO.
           IF NOT WKS-SI-HAY-HISTORIA
               MOVE WKS-PRODUCTO TO TRF-PRODUCTO
               MOVE 0 TO TRF-FECHA-VIG
               MOVE 0 TO TRF-SECUENCIA
               MOVE PRO-TASA TO TRF-TASA
               MOVE PRO-INTDIARIO TO TRF-INTDIARIO
               MOVE PRO-COMISION TO TRF-COMISION
               MOVE PRO-RETIROS-LIBRES TO TRF-RETIROS-LIBRES
               MOVE PRO-COM-RETIRO TO TRF-COM-RETIRO
               MOVE "VALORES DEL CATALOGO PRODUCTOS" TO TRF-MOTIVO
               PERFORM 2400-DATOS-CAPTURA
               WRITE REG-TARIFA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA HISTORIA INICIAL"
               END-WRITE
           END-IF
           MOVE WKS-PRODUCTO TO TRF-PRODUCTO
           MOVE WKS-FECHA-VIG TO TRF-FECHA-VIG
           ADD 1 TO WKS-SECUENCIA
           MOVE WKS-SECUENCIA TO TRF-SECUENCIA
           MOVE WKS-TASA-NUEVA TO TRF-TASA
           MOVE WKS-INTDIA-NUEVA TO TRF-INTDIARIO
           MOVE WKS-CUOTA-NUEVA TO TRF-COMISION
           MOVE WKS-LIBRES-NUEVA TO TRF-RETIROS-LIBRES
           MOVE WKS-COMRET-NUEVA TO TRF-COM-RETIRO
           MOVE WKS-MOTIVO TO TRF-MOTIVO
           PERFORM 2400-DATOS-CAPTURA
           WRITE REG-TARIFA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL CAMBIO"
               NOT INVALID KEY
                   DISPLAY "CAMBIO PROGRAMADO, RIGE DESDE "
                           WKS-FECHA-VIG
           END-WRITE.
       2400-DATOS-CAPTURA.
           ACCEPT TRF-FECHA-ALTA FROM DATE
           ACCEPT TRF-HORA-ALTA FROM TIME
           MOVE WKS-SUP-CLAVE TO TRF-SUP-ALTA
           MOVE "A" TO TRF-ESTATUS
           MOVE 0 TO TRF-FECHA-BAJA
           MOVE SPACES TO TRF-SUP-BAJA.
       3000-CONSULTA-PRODUCTO.
           DISPLAY "CLAVE DEL PRODUCTO (2 DIGITOS):"
           ACCEPT WKS-PRODUCTO
           MOVE WKS-PRODUCTO TO PRO-CLAVE
           READ PRODUCTOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PRODUCTO EN EL CATALOGO"
               NOT INVALID KEY
                   DISPLAY "PRODUCTO: " PRO-CLAVE " " PRO-DESCRIPCION
           END-READ
           ACCEPT WKS-FECHA-HOY FROM DATE
           MOVE 0 TO WK-LISTADOS
           MOVE 0 TO WKS-EOF-TARIF
           PERFORM 3900-INICIA-PRODUCTO
           PERFORM 3100-MUESTRA-TARIFA UNTIL WKS-EOF-TARIF = 1
           IF WK-LISTADOS = 0
               DISPLAY "EL PRODUCTO NO TIENE CAMBIOS; RIGEN LOS "
                       "VALORES DEL CATALOGO"
           END-IF.
       3100-MUESTRA-TARIFA.
           READ TARIFAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TARIF
               NOT AT END
                   IF TRF-PRODUCTO NOT = WKS-PRODUCTO
                       MOVE 1 TO WKS-EOF-TARIF
                   ELSE
                       ADD 1 TO WK-LISTADOS
                       PERFORM 3200-DETALLE-TARIFA
                   END-IF
           END-READ.
       3200-DETALLE-TARIFA.
           PERFORM 3300-DESCRIBE-ESTATUS
           MOVE TRF-TASA TO WKS-TASA-EDIT
           DISPLAY " "
           DISPLAY "VIGENCIA:   " TRF-FECHA-VIG "  ESTATUS: "
                   WKS-ESTATUS-DESC
           MOVE TRF-COMISION TO WKS-IMPORTE-EDIT
           DISPLAY "TASA:       " WKS-TASA-EDIT "  DIARIA: "
                   TRF-INTDIARIO "  CUOTA: " WKS-IMPORTE-EDIT
           MOVE TRF-COM-RETIRO TO WKS-IMPORTE-EDIT
           DISPLAY "RET. LIBRES: " TRF-RETIROS-LIBRES
                   "  COMISION POR RETIRO: " WKS-IMPORTE-EDIT
           DISPLAY "MOTIVO:     " TRF-MOTIVO
           DISPLAY "CAPTURA:    " TRF-FECHA-ALTA " POR "
                   TRF-SUP-ALTA
           IF TRF-ESTATUS = "C"
               DISPLAY "CANCELADO:  " TRF-FECHA-BAJA " POR "
                       TRF-SUP-BAJA
           END-IF.
       3300-DESCRIBE-ESTATUS.
           EVALUATE TRUE
               WHEN TRF-ESTATUS = "C"
                   MOVE "CANCELADO" TO WKS-ESTATUS-DESC
               WHEN TRF-FECHA-VIG = 0
                   MOVE "INICIAL" TO WKS-ESTATUS-DESC
               WHEN TRF-FECHA-VIG > WKS-FECHA-HOY
                   MOVE "PROGRAMADO" TO WKS-ESTATUS-DESC
               WHEN OTHER
                   MOVE "APLICADO" TO WKS-ESTATUS-DESC
           END-EVALUATE.
      *LA HISTORIA DE UN PRODUCTO SE LEE EN ORDEN DE LLAVE A PARTIR
      *DEL PRODUCTO (LA LLAVE EMPIEZA CON EL)
       3900-INICIA-PRODUCTO.
           MOVE WKS-PRODUCTO TO TRF-PRODUCTO
           MOVE 0 TO TRF-FECHA-VIG
           MOVE 0 TO TRF-SECUENCIA
           START TARIFAS KEY IS NOT LESS THAN TRF-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-TARIF
           END-START.
      *SOLO SE CANCELA UN CAMBIO QUE TODAVIA NO ENTRA EN VIGOR; EL
      *REGISTRO NO SE BORRA, QUEDA CANCELADO CON FECHA Y SUPERVISOR
       4000-CANCELA-CAMBIO.
           ACCEPT WKS-FECHA-HOY FROM DATE
           DISPLAY "CLAVE DEL PRODUCTO (2 DIGITOS):"
           ACCEPT WKS-PRODUCTO
           DISPLAY "FECHA DE VIGENCIA DEL CAMBIO (AAAAMMDD):"
           ACCEPT WKS-FECHA-VIG
           MOVE "00" TO WKS-FECHA-VIG (1:2)
           MOVE "N" TO WKS-CAMBIO-OK
           MOVE 0 TO WKS-EOF-TARIF
           MOVE WKS-PRODUCTO TO TRF-PRODUCTO
           MOVE WKS-FECHA-VIG TO TRF-FECHA-VIG
           MOVE 0 TO TRF-SECUENCIA
           START TARIFAS KEY IS NOT LESS THAN TRF-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-TARIF
           END-START
           PERFORM 4100-LOCALIZA-CAMBIO UNTIL WKS-EOF-TARIF = 1
           IF NOT WKS-SI-CAMBIO-OK
               DISPLAY "NO HAY UN CAMBIO APLICABLE CON ESA VIGENCIA"
           ELSE
               PERFORM 3200-DETALLE-TARIFA
               IF TRF-FECHA-VIG NOT > WKS-FECHA-HOY
                   DISPLAY "EL CAMBIO YA ENTRO EN VIGOR Y NO SE "
                           "PUEDE CANCELAR; PROGRAME OTRO CAMBIO"
               ELSE
                   DISPLAY "CONFIRMA LA CANCELACION? (S/N)"
                   ACCEPT WKS-CONFIRMA
                   IF WKS-CONFIRMA = "S"
                       MOVE "C" TO TRF-ESTATUS
                       MOVE WKS-FECHA-HOY TO TRF-FECHA-BAJA
                       MOVE WKS-SUP-CLAVE TO TRF-SUP-BAJA
                       REWRITE REG-TARIFA
                           INVALID KEY
                               DISPLAY "NO SE PUDO CANCELAR EL CAMBIO"
                           NOT INVALID KEY
                               DISPLAY "CAMBIO CANCELADO"
                       END-REWRITE
                   ELSE
                       DISPLAY "EL CAMBIO QUEDA SIN MODIFICAR"
                   END-IF
               END-IF
           END-IF.
       4100-LOCALIZA-CAMBIO.
           READ TARIFAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TARIF
               NOT AT END
                   IF TRF-PRODUCTO NOT = WKS-PRODUCTO OR
                      TRF-FECHA-VIG NOT = WKS-FECHA-VIG
                       MOVE 1 TO WKS-EOF-TARIF
                   ELSE
                       IF TRF-ESTATUS = "A"
                           MOVE "S" TO WKS-CAMBIO-OK
                           MOVE 1 TO WKS-EOF-TARIF
                       END-IF
                   END-IF
           END-READ.
      *EL HISTORICO SALE A UN ARCHIVO FECHADO Y SE CATALOGA EN REPCAT
      *PARA QUE EL VISOR REPVIEW LO PUEDA REIMPRIMIR; EL ARCHIVO SE
      *REABRE EN ENTRADA PARA LEERLO COMPLETO EN ORDEN DE LLAVE
       6000-REPORTE-HISTORICO.
           ACCEPT WKS-FECHA-HOY FROM DATE
           MOVE 0 TO WK-INICIALES
           MOVE 0 TO WK-APLICADOS
           MOVE 0 TO WK-PROGRAMADOS
           MOVE 0 TO WK-CANCELADOS
           MOVE 0 TO WKS-EOF-TARIF
           MOVE "TARHIST" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-HOY (3:6) TO WKS-NOMBRE-REP (8:6)
           CLOSE TARIFAS
           OPEN INPUT TARIFAS
           OPEN OUTPUT TARHIST
           INITIATE RD-TARHIST
           PERFORM 6100-REPORTA-TARIFA UNTIL WKS-EOF-TARIF = 1
           TERMINATE RD-TARHIST
           CLOSE TARHIST
           CLOSE TARIFAS
           OPEN I-O TARIFAS
           PERFORM 6500-CATALOGA-REPORTE
           DISPLAY "REPORTE GENERADO: " WKS-NOMBRE-REP.
       6100-REPORTA-TARIFA.
           READ TARIFAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TARIF
               NOT AT END
                   PERFORM 3300-DESCRIBE-ESTATUS
                   EVALUATE WKS-ESTATUS-DESC
                       WHEN "CANCELADO"
                           ADD 1 TO WK-CANCELADOS
                       WHEN "INICIAL"
                           ADD 1 TO WK-INICIALES
                       WHEN "PROGRAMADO"
                           ADD 1 TO WK-PROGRAMADOS
                       WHEN OTHER
                           ADD 1 TO WK-APLICADOS
                   END-EVALUATE
                   MOVE TRF-PRODUCTO TO PRO-CLAVE
                   READ PRODUCTOS
                       INVALID KEY
                           MOVE "SIN CATALOGO" TO WKS-DESCRIPCION
                       NOT INVALID KEY
                           MOVE PRO-DESCRIPCION TO WKS-DESCRIPCION
                   END-READ
                   GENERATE RD-TAR-DETALLE
           END-READ.
       6500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMTARIF" TO CAT-PROGRAMA
           MOVE WKS-FECHA-HOY TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       END PROGRAM ATMTARIF.

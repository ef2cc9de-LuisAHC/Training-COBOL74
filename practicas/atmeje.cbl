      *                 alta, baja logica y consulta; el batch
      *                 nocturno ATMORDEN las ejecuta el dia del mes
      *                 que indique cada orden.
      * 2026-10-15 LAHC Se agrega la autorizacion de la linea de
      *                 sobregiro (opcion 14) para cuentas cuyo
      *                 producto la admite; el cambio queda en MOVTOS
      *                 como LINEA-SOBRE con la linea nueva en el
      *                 importe. La consulta muestra la linea y una
      *                 cuenta en sobregiro no se puede cerrar hasta
      *                 que se cubra.
      * 2026-10-15 LAHC Se agregan los prestamos personales (archivo
      *                 PRESTAMOS, copybook PRESTREG): alta con
      *                 deposito del capital en la cuenta ligada
      *                 (movimiento DISP-PREST) e impresion de la
      *                 tabla de amortizacion a cuota fija, y consulta
      *                 del prestamo. Una cuenta con prestamo sin
      *                 liquidar no se puede cerrar.
      * 2026-10-15 LAHC Se agregan los pagares a plazo fijo de 28, 91
      *                 o 182 dias (archivo PAGARES, copybook
      *                 PAGAREG): la apertura saca los fondos de la
      *                 cuenta (movimiento INV-PAGARE) y el batch
      *                 ATMPAGAR los regresa con su interes al
      *                 vencimiento o los renueva; la consulta permite
      *                 cambiar la instruccion de vencimiento. Una
      *                 cuenta con pagare vigente no se puede cerrar.
      * 2026-10-15 LAHC Se agrega el catalogo de emisores de servicios
      *                 (opcion 19, archivo EMISORES, copybook
      *                 EMISOREG): alta y cambio del emisor con el
      *                 largo y la regla del digito verificador de su
      *                 referencia y su cuenta de liquidacion, para el
      *                 pago de servicios del cajero.
      * 2026-10-15 LAHC Se agrega la emision del codigo de retiro sin
      *                 tarjeta (opcion 20, archivo CODRETIR, copybook
      *                 CODRTREG): el importe se reserva en el retenido
      *                 de la cuenta (movimiento COD-RETIRO) y el
      *                 codigo vence a las WKS-HORAS-VIGENCIA horas; el
      *                 cajero lo cobra una sola vez y el batch
      *                 ATMCODIG libera los que vencen sin usarse.
      * 2026-10-15 LAHC Una cuenta con embargo u orden judicial activa
      *                 (archivo EMBARGOS, lo mantiene ATMEMBAR) no se
      *                 puede cerrar.
      * 2026-10-15 LAHC Se agregan las cuentas mancomunadas y los
      *                 beneficiarios (opcion 21, archivo RELACIONES,
      *                 copybook RELACREG): titulares, cotitulares con
      *                 su regla de firma y beneficiarios con su
      *                 porcentaje. La consulta de cuenta muestra las
      *                 relaciones y una cuenta de firma mancomunada no
      *                 se cierra por esta pantalla.
      * 2026-10-15 LAHC Se agregan las preferencias de avisos del
      *                 cliente (opcion 22, archivo PREFAVIS, copybook
      *                 PREFAREG): canal (mensaje al telefono del
      *                 cliente, correo o ambos), eventos que quiere
      *                 recibir, importe minimo para avisar retiros y
      *                 ordenes y su nivel de saldo bajo.
      * 2026-10-15 LAHC Doble control (subprograma AUTOSOL, archivo
      *                 AUTORIZA): el cierre con saldo a entregar arriba
      *                 del limite no se aplica hasta que otro
      *                 supervisor lo autorice en ATMAUTOR y se vuelva
      *                 a pedir el cierre; la orden programada arriba
      *                 del limite se graba inactiva (P pendiente) y la
      *                 activa ATMAUTOR al autorizarla.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMEJE.
               ACCESS MODE DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WKS-STATUS-ORDEN.
           SELECT PRESTAMOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WKS-STATUS-PREST.
           SELECT PAGARES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PAG-NUMERO
               FILE STATUS IS WKS-STATUS-PAGARE.
           SELECT EMISORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMI-CLAVE
               FILE STATUS IS WKS-STATUS-EMISOR.
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
           SELECT RELACIONES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REL-LLAVE
               FILE STATUS IS WKS-STATUS-RELAC.
           SELECT PREFAVIS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PAV-CLIENTE
               FILE STATUS IS WKS-STATUS-PREFAV.
           SELECT TABLAMORT ASSIGN TO PRINTER
               ORGANIZATION LINE SEQUENTIAL.
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
           FD CLIENTES.
           01 REG-CLIENTE-MAE.
               COPY CLIENREG REPLACING ==LVL== BY ==05==
                   ==NOMIMPORTE== BY ==ORD-IMPORTE==
                   ==NOMDIA== BY ==ORD-DIA-MES==
                   ==NOMACTIVA== BY ==ORD-ACTIVA==.
      *PRESTAMO PERSONAL; EL BATCH ATMPREST COBRA CADA NOCHE LAS
      *CUOTAS VENCIDAS DE LA CUENTA LIGADA
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
      *PAGARE A PLAZO FIJO; EL BATCH ATMPAGAR LO VENCE Y LO LIQUIDA
      *O RENUEVA SEGUN LA INSTRUCCION DEL CLIENTE
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
      *EMISOR DE SERVICIOS QUE SE PAGAN EN EL CAJERO
           FD EMISORES.
           01 REG-EMISOR.
               COPY EMISOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==EMI-CLAVE==
                   ==NOMNOMBRE== BY ==EMI-NOMBRE==
                   ==NOMLONGREF== BY ==EMI-LONG-REF==
                   ==NOMDIGITO== BY ==EMI-DIGITO==
                   ==NOMCTALIQ== BY ==EMI-CTA-LIQ==
                   ==NOMACTIVO== BY ==EMI-ACTIVO==.
      *CODIGO DE RETIRO SIN TARJETA QUE COBRA EL CAJERO
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
      *EMBARGOS JUDICIALES DE LAS CUENTAS; SOLO SE CONSULTAN AQUI
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
      *PERSONAS DE LA CUENTA ADEMAS DEL CLIENTE PRINCIPAL: TITULARES,
      *COTITULARES Y BENEFICIARIOS
           FD RELACIONES.
           01 REG-RELACION.
               COPY RELACREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==REL-LLAVE==
                   ==NOMCUENTA== BY ==REL-CUENTA==
                   ==NOMCLIENTE== BY ==REL-CLIENTE==
                   ==NOMROL== BY ==REL-ROL==
                   ==NOMFIRMA== BY ==REL-FIRMA==
                   ==NOMPORCENTAJE== BY ==REL-PORCENTAJE==
                   ==NOMFECALTA== BY ==REL-FECHA-ALTA==.
      *EVENTOS QUE EL CLIENTE QUIERE RECIBIR POR MENSAJE O CORREO
           FD PREFAVIS.
           01 REG-PREFERENCIA.
               COPY PREFAREG REPLACING ==LVL== BY ==05==
                   ==NOMCLIENTE== BY ==PAV-CLIENTE==
                   ==NOMCANAL== BY ==PAV-CANAL==
                   ==NOMCORREO== BY ==PAV-CORREO==
                   ==NOMAVRETIRO== BY ==PAV-AVRETIRO==
                   ==NOMAVNIP== BY ==PAV-AVNIP==
                   ==NOMAVBLOQ== BY ==PAV-AVBLOQ==
                   ==NOMAVSALDO== BY ==PAV-AVSALDO==
                   ==NOMAVORDEN== BY ==PAV-AVORDEN==
                   ==NOMAVCOMIS== BY ==PAV-AVCOMIS==
                   ==NOMAVLIBER== BY ==PAV-AVLIBER==
                   ==NOMUMBRAL== BY ==PAV-UMBRAL==
                   ==NOMSALDOMIN== BY ==PAV-SALDOMIN==.
      *TABLA DE AMORTIZACION IMPRESA PARA EL CLIENTE AL OTORGAR EL
      *PRESTAMO
           FD TABLAMORT.
           01 REG-TABLA PIC X(80).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-ORDEN   PIC X(02).
           01 WKS-NUM-ORDEN      PIC 9(04).
           01 WKS-EOF-ORDEN      PIC 9(01).
           01 WKS-LINEA-NUEVA    PIC 9(09)V9(02).
           01 WKS-SOBREGIRO-USO  PIC S9(09)V9(02).
           01 WKS-STATUS-PREST   PIC X(02).
           01 WKS-NUM-PRESTAMO   PIC 9(06).
           01 WKS-EOF-PREST      PIC 9(01).
           01 WKS-PREST-VIVO     PIC X(01).
               88 WKS-SI-PREST-VIVO VALUE "S".
           01 WKS-PRESTAMO-OK    PIC X(01).
               88 WKS-SI-PRESTAMO-OK VALUE "S".
      *LA CUOTA FIJA SE CALCULA CON LA TASA MENSUAL (ANUAL ENTRE 12):
      *CUOTA = CAPITAL * I * (1 + I) ** N / ((1 + I) ** N - 1)
           01 WKS-TASA-MENSUAL   PIC V9(09).
           01 WKS-FACTOR         PIC 9(07)V9(09).
           01 WK-NUM-CUOTA       PIC 9(03).
           01 WKS-SALDO-TABLA    PIC 9(09)V9(02).
           01 WKS-INTERES-CUOTA  PIC 9(09)V9(02).
           01 WKS-CAPITAL-CUOTA  PIC 9(09)V9(02).
           01 WKS-IMPORTE-CUOTA  PIC 9(09)V9(02).
           01 WKS-IMPORTE-EDIT   PIC Z(8)9.99.
           01 WKS-FECHA-EDIT     PIC 99/99/99.
           01 WKS-FECHA-CUOTA    PIC 9(08).
           01 WKS-FECHA-CUOTA-R REDEFINES WKS-FECHA-CUOTA.
               03 FILLER         PIC 9(02).
               03 WKS-FCU-AA     PIC 9(02).
               03 WKS-FCU-MM     PIC 9(02).
               03 WKS-FCU-DD     PIC 9(02).
           01 WKS-FECHA-CUOTA-C REDEFINES WKS-FECHA-CUOTA.
               03 FILLER         PIC 9(02).
               03 WKS-FCU-AAMMDD PIC 9(06).
           01 WKS-CIERRE-OK      PIC X(01).
               88 WKS-SI-CIERRE-OK VALUE "S".
           01 WKS-STATUS-PAGARE  PIC X(02).
           01 WKS-NUM-PAGARE     PIC 9(06).
           01 WKS-EOF-PAGARE     PIC 9(01).
           01 WKS-PAGARE-VIVO    PIC X(01).
               88 WKS-SI-PAGARE-VIVO VALUE "S".
           01 WKS-PAGARE-OK      PIC X(01).
               88 WKS-SI-PAGARE-OK VALUE "S".
           01 WKS-DISPONIBLE     PIC S9(09)V9(02).
           01 WKS-MINIMO-CUENTA  PIC 9(09)V9(02).
           01 WKS-CAMBIA-INSTR   PIC X(01).
           01 WK-IDX-DIA         PIC 9(03).
           01 WK-ANIO-COCIENTE   PIC 9(02).
           01 WK-ANIO-RESIDUO    PIC 9(01).
           01 WK-DIAS-DEL-MES    PIC 9(02).
           01 WKS-LISTA-DIAS-MES PIC X(24)
               VALUE "312831303130313130313031".
           01 WKS-DIAS-MES-R REDEFINES WKS-LISTA-DIAS-MES.
               03 WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
           01 WKS-STATUS-EMISOR  PIC X(02).
           01 WKS-EMISOR         PIC 9(03).
           01 WKS-EMISOR-OK      PIC X(01).
               88 WKS-SI-EMISOR-OK VALUE "S".
           01 WKS-STATUS-CODRET  PIC X(02).
           01 WKS-IMPORTE-COD    PIC 9(09)V9(02).
           01 WKS-CODIGO         PIC 9(08).
           01 WKS-CODIGO-CALC    PIC 9(15).
           01 WKS-CODIGO-COC     PIC 9(07).
           01 WKS-RESIDUO-100    PIC 9(09)V9(02).
           01 WKS-COCIENTE-100   PIC 9(09).
           01 WKS-HORA-VENC      PIC 9(08).
           01 WKS-HORAS-VIGENCIA PIC 9(02) VALUE 4.
           01 WKS-CODIGO-GRABADO PIC X(01).
               88 WKS-SI-CODIGO-GRABADO VALUE "S".
           01 WKS-STATUS-EMBAR   PIC X(02).
           01 WKS-EOF-EMBAR      PIC 9(01).
           01 WKS-EMBARGO-VIVO   PIC X(01).
               88 WKS-SI-EMBARGO-VIVO VALUE "S".
           01 WKS-STATUS-RELAC   PIC X(02).
           01 WKS-EOF-RELAC      PIC 9(01).
           01 WKS-ACCION-REL     PIC X(01).
           01 WKS-RELACION-OK    PIC X(01).
               88 WKS-SI-RELACION-OK VALUE "S".
           01 WKS-MANCOMUNADA    PIC X(01).
               88 WKS-ES-MANCOMUNADA VALUE "S".
           01 WKS-MUESTRA-REL    PIC X(01).
               88 WKS-SI-MUESTRA-REL VALUE "S".
           01 WK-RELACIONES      PIC 9(03).
           01 WK-BENEFICIARIOS   PIC 9(03).
           01 WK-SUMA-PORCENTAJE PIC 9(05)V9(02).
           01 WKS-STATUS-PREFAV  PIC X(02).
           01 WKS-PREFER-OK      PIC X(01).
               88 WKS-SI-PREFER-OK VALUE "S".
      *SOLICITUD DE AUTORIZACION QUE SE PASA AL SUBPROGRAMA AUTOSOL
           01 WKS-SOLICITUD.
               COPY AUTORREG REPLACING ==LVL== BY ==05==
                   ==NOMFOLIO== BY ==ASL-FOLIO==
                   ==NOMTIPO== BY ==ASL-TIPO==
                   ==NOMCUENTA== BY ==ASL-CUENTA==
                   ==NOMREFER== BY ==ASL-REFERENCIA==
                   ==NOMIMPORTE== BY ==ASL-IMPORTE==
                   ==NOMCTADES== BY ==ASL-CTA-DESTINO==
                   ==NOMDIA== BY ==ASL-DIA-MES==
                   ==NOMDESCR== BY ==ASL-DESCRIPCION==
                   ==NOMSOLICITA== BY ==ASL-SOLICITA==
                   ==NOMFECSOL== BY ==ASL-FECHA-SOL==
                   ==NOMHORSOL== BY ==ASL-HORA-SOL==
                   ==NOMESTATUS== BY ==ASL-ESTATUS==
                   ==NOMAUTORIZA== BY ==ASL-AUTORIZA==
                   ==NOMFECRES== BY ==ASL-FECHA-RES==
                   ==NOMHORRES== BY ==ASL-HORA-RES==
                   ==NOMMOTIVO== BY ==ASL-MOTIVO==.
           01 WKS-RESULTADO-AUT  PIC X(01).
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE 0 TO WKS-OPCION
               CLOSE MOVTOS
               CLOSE CLIENTES
               CLOSE ORDENES
               CLOSE PRESTAMOS
               CLOSE PAGARES
               CLOSE EMISORES
               CLOSE CODRETIR
               CLOSE EMBARGOS
               CLOSE RELACIONES
               CLOSE PREFAVIS
               IF WKS-SI-ABRIO-PRODUC
                   CLOSE PRODUCTOS
               END-IF
               OPEN OUTPUT ORDENES
               CLOSE ORDENES
               OPEN I-O ORDENES
           END-IF
           OPEN I-O PRESTAMOS
           IF WKS-STATUS-PREST = "35"
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               OPEN I-O PRESTAMOS
           END-IF
           OPEN I-O PAGARES
           IF WKS-STATUS-PAGARE = "35"
               OPEN OUTPUT PAGARES
               CLOSE PAGARES
               OPEN I-O PAGARES
           END-IF
           OPEN I-O EMISORES
           IF WKS-STATUS-EMISOR = "35"
               OPEN OUTPUT EMISORES
               CLOSE EMISORES
               OPEN I-O EMISORES
           END-IF
           OPEN I-O CODRETIR
           IF WKS-STATUS-CODRET = "35"
               OPEN OUTPUT CODRETIR
               CLOSE CODRETIR
               OPEN I-O CODRETIR
           END-IF
           OPEN I-O EMBARGOS
           IF WKS-STATUS-EMBAR = "35"
               OPEN OUTPUT EMBARGOS
               CLOSE EMBARGOS
               OPEN I-O EMBARGOS
           END-IF
           OPEN I-O RELACIONES
           IF WKS-STATUS-RELAC = "35"
               OPEN OUTPUT RELACIONES
               CLOSE RELACIONES
               OPEN I-O RELACIONES
           END-IF
           OPEN I-O PREFAVIS
           IF WKS-STATUS-PREFAV = "35"
               OPEN OUTPUT PREFAVIS
               CLOSE PREFAVIS
               OPEN I-O PREFAVIS
           END-IF.
       0540-ABRIR-MOVTOS.
           OPEN EXTEND MOVTOS
           DISPLAY "11. ALTA DE ORDEN PROGRAMADA"
           DISPLAY "12. BAJA DE ORDEN PROGRAMADA"
           DISPLAY "13. CONSULTA DE ORDENES PROGRAMADAS"
           DISPLAY "14. LINEA DE SOBREGIRO"
           DISPLAY "15. ALTA DE PRESTAMO PERSONAL"
           DISPLAY "16. CONSULTA DE PRESTAMO PERSONAL"
           DISPLAY "17. APERTURA DE PAGARE A PLAZO FIJO"
           DISPLAY "18. CONSULTA DE PAGARE"
           DISPLAY "19. CATALOGO DE EMISORES DE SERVICIOS"
           DISPLAY "20. CODIGO DE RETIRO SIN TARJETA"
           DISPLAY "21. TITULARES Y BENEFICIARIOS DE LA CUENTA"
           DISPLAY "22. PREFERENCIAS DE AVISOS DEL CLIENTE"
           ACCEPT WKS-OPCION
           DISPLAY " "
           EVALUATE WKS-OPCION
                   PERFORM 8100-BAJA-ORDEN
               WHEN 13
                   PERFORM 8200-CONSULTA-ORDENES
               WHEN 14
                   PERFORM 5900-LINEA-SOBREGIRO
               WHEN 15
                   PERFORM 8500-ALTA-PRESTAMO
               WHEN 16
                   PERFORM 8600-CONSULTA-PRESTAMO
               WHEN 17
                   PERFORM 8800-ALTA-PAGARE
               WHEN 18
                   PERFORM 8900-CONSULTA-PAGARE
               WHEN 19
                   PERFORM 9500-CATALOGO-EMISORES
               WHEN 20
                   PERFORM 9600-CODIGO-SIN-TARJETA
               WHEN 21
                   PERFORM 9800-RELACIONES-CUENTA
               WHEN 22
                   PERFORM 9900-PREFERENCIAS-AVISO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   MOVE "N"            TO REG-DORMIDA
                   MOVE WKS-CLIENTE    TO REG-CLIENTE
                   MOVE 0              TO REG-RETENIDO
                   MOVE 0              TO REG-SOBREGIRO
                   MOVE 0              TO REG-FECHA-SOBREGIRO
                   WRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA CUENTA"
           IF NOT WKS-SI-EXISTE
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               PERFORM 5040-VALIDA-CIERRE
               IF WKS-SI-CIERRE-OK
                   PERFORM 5030-AUTORIZA-CIERRE
               END-IF
               IF WKS-SI-CIERRE-OK
                   MOVE REG-SALDO TO WKS-PAGO-FINAL
                   MOVE 0   TO REG-SALDO
                   MOVE "S" TO REG-BLOQUEADA
                   MOVE 0   TO REG-SOBREGIRO
                   PERFORM 5500-REGRABA-CUENTA
                   MOVE "CIERRE-CTA" TO MOV-OPERACION
                   MOVE WKS-PAGO-FINAL TO MOV-IMPORTE
                   PERFORM 6000-GRABAR-MOVIMIENTO
                   DISPLAY "CUENTA CERRADA, ENTREGAR AL CLIENTE: "
                           WKS-PAGO-FINAL
               END-IF
           END-IF.
      *UN CIERRE CON SALDO A ENTREGAR ARRIBA DEL LIMITE QUEDA COMO
      *SOLICITUD PENDIENTE; YA AUTORIZADA POR OTRO SUPERVISOR, AL
      *VOLVER A PEDIR EL CIERRE (CON EL CLIENTE EN VENTANILLA) SE
      *APLICA SI EL SALDO NO CRECIO DESDE LA AUTORIZACION
       5030-AUTORIZA-CIERRE.
           INITIALIZE WKS-SOLICITUD
           MOVE "CIERRE" TO ASL-TIPO
           MOVE REG-NUMCUENTA TO ASL-CUENTA
           MOVE REG-SALDO TO ASL-IMPORTE
           MOVE "CIERRE DE CUENTA Y ENTREGA DEL SALDO"
               TO ASL-DESCRIPCION
           CALL "AUTOSOL" USING WKS-SOLICITUD WKS-RESULTADO-AUT
           EVALUATE WKS-RESULTADO-AUT
               WHEN "N"
                   CONTINUE
               WHEN "A"
                   DISPLAY "CIERRE AUTORIZADO POR " ASL-AUTORIZA
                           ", FOLIO " ASL-FOLIO
               WHEN "P"
                   DISPLAY "EL SALDO A ENTREGAR PASA DEL LIMITE, EL "
                           "CIERRE QUEDA EN ESPERA DE AUTORIZACION "
                           "CON FOLIO " ASL-FOLIO
                   MOVE "N" TO WKS-CIERRE-OK
               WHEN "D"
                   DISPLAY "EL CIERRE DE ESA CUENTA YA ESPERA "
                           "AUTORIZACION, FOLIO " ASL-FOLIO
                   MOVE "N" TO WKS-CIERRE-OK
               WHEN OTHER
                   DISPLAY "NO SE REGISTRO LA SOLICITUD, LA CUENTA NO "
                           "SE CIERRA"
                   MOVE "N" TO WKS-CIERRE-OK
           END-EVALUATE.
      *UNA CUENTA NO SE CIERRA MIENTRAS DEBA SOBREGIRO, TENGA UN
      *PRESTAMO QUE SE COBRA DE ELLA, UN PAGARE QUE VA A REGRESAR
      *LOS FONDOS A ELLA O UN EMBARGO ACTIVO; LA DE FIRMA MANCOMUNADA
      *TAMPOCO, PORQUE EL CIERRE LO TENDRIAN QUE FIRMAR LOS DOS
      *TITULARES: PRIMERO SE CAMBIA LA REGLA CON AMBOS PRESENTES
       5040-VALIDA-CIERRE.
           MOVE "S" TO WKS-CIERRE-OK
           IF REG-SALDO < 0
               DISPLAY "LA CUENTA ESTA EN SOBREGIRO POR: "
                       REG-SALDO
               DISPLAY "EL CLIENTE DEBE CUBRIRLO ANTES DEL "
                       "CIERRE"
               MOVE "N" TO WKS-CIERRE-OK
           END-IF
           PERFORM 5050-BUSCA-PRESTAMOS
           IF WKS-SI-PREST-VIVO
               DISPLAY "LA CUENTA TIENE UN PRESTAMO SIN "
                       "LIQUIDAR: " PRE-NUMERO
               DISPLAY "NO SE PUEDE CERRAR MIENTRAS SE COBREN "
                       "CUOTAS DE ELLA"
               MOVE "N" TO WKS-CIERRE-OK
           END-IF
           PERFORM 5070-BUSCA-PAGARES
           IF WKS-SI-PAGARE-VIVO
               DISPLAY "LA CUENTA TIENE UN PAGARE VIGENTE: "
                       PAG-NUMERO
               DISPLAY "NO SE PUEDE CERRAR ANTES DE SU VENCIMIENTO"
               MOVE "N" TO WKS-CIERRE-OK
           END-IF
           PERFORM 5090-BUSCA-EMBARGOS
           IF WKS-SI-EMBARGO-VIVO
               DISPLAY "LA CUENTA TIENE UN EMBARGO ACTIVO, OFICIO: "
                       EMB-OFICIO
               DISPLAY "NO SE PUEDE CERRAR HASTA QUE SE LIBERE O SE "
                       "EJECUTE"
               MOVE "N" TO WKS-CIERRE-OK
           END-IF
           PERFORM 9850-REVISA-RELACIONES
           IF WKS-ES-MANCOMUNADA
               DISPLAY "LA CUENTA ES DE FIRMA MANCOMUNADA, EL CIERRE "
                       "REQUIERE A AMBOS TITULARES"
               DISPLAY "CAMBIE LA REGLA DE FIRMA (OPCION 21) CON LOS "
                       "DOS PRESENTES ANTES DEL CIERRE"
               MOVE "N" TO WKS-CIERRE-OK
           END-IF.
      *PRESTAMOS NO TIENE LLAVE POR CUENTA, ASI QUE SE RECORRE
      *COMPLETO BUSCANDO UN PRESTAMO NO LIQUIDADO DE LA CUENTA
       5050-BUSCA-PRESTAMOS.
           MOVE "N" TO WKS-PREST-VIVO
           MOVE 0 TO WKS-EOF-PREST
           MOVE 0 TO PRE-NUMERO
           START PRESTAMOS KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY
                   MOVE 1 TO WKS-EOF-PREST
           END-START
           PERFORM 5060-LEE-PRESTAMO
               UNTIL WKS-EOF-PREST = 1 OR WKS-SI-PREST-VIVO.
       5060-LEE-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PREST
               NOT AT END
                   IF PRE-CUENTA = REG-NUMCUENTA AND
                      PRE-ESTATUS NOT = "L"
                       MOVE "S" TO WKS-PREST-VIVO
                   END-IF
           END-READ.
      *IGUAL QUE LOS PRESTAMOS, LOS PAGARES SE RECORREN COMPLETOS
       5070-BUSCA-PAGARES.
           MOVE "N" TO WKS-PAGARE-VIVO
           MOVE 0 TO WKS-EOF-PAGARE
           MOVE 0 TO PAG-NUMERO
           START PAGARES KEY IS NOT LESS THAN PAG-NUMERO
               INVALID KEY
                   MOVE 1 TO WKS-EOF-PAGARE
           END-START
           PERFORM 5080-LEE-PAGARE
               UNTIL WKS-EOF-PAGARE = 1 OR WKS-SI-PAGARE-VIVO.
       5080-LEE-PAGARE.
           READ PAGARES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PAGARE
               NOT AT END
                   IF PAG-CUENTA = REG-NUMCUENTA AND
                      PAG-ESTATUS = "V"
                       MOVE "S" TO WKS-PAGARE-VIVO
                   END-IF
           END-READ.
      *LOS EMBARGOS SI TIENEN LA CUENTA AL FRENTE DE LA LLAVE, ASI
      *QUE SOLO SE LEEN LOS DE LA CUENTA
       5090-BUSCA-EMBARGOS.
           MOVE "N" TO WKS-EMBARGO-VIVO
           MOVE 0 TO WKS-EOF-EMBAR
           MOVE REG-NUMCUENTA TO EMB-CUENTA
           MOVE SPACES TO EMB-OFICIO
           START EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-EMBAR
           END-START
           PERFORM 5095-LEE-EMBARGO
               UNTIL WKS-EOF-EMBAR = 1 OR WKS-SI-EMBARGO-VIVO.
       5095-LEE-EMBARGO.
           READ EMBARGOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMBAR
               NOT AT END
                   IF EMB-CUENTA NOT = REG-NUMCUENTA
                       MOVE 1 TO WKS-EOF-EMBAR
                   ELSE
                       IF EMB-ESTATUS = "A"
                           MOVE "S" TO WKS-EMBARGO-VIVO
                       END-IF
                   END-IF
           END-READ.
       5800-REACTIVACION.
           PERFORM 1100-BUSCA-CUENTA
           IF NOT WKS-SI-EXISTE
                   DISPLAY "CUENTA REACTIVADA"
               END-IF
           END-IF.
      *SECCION QUE AUTORIZA, CAMBIA O CANCELA (LINEA CERO) LA LINEA
      *DE SOBREGIRO DE UNA CUENTA. SOLO PROCEDE SI EL PRODUCTO DE LA
      *CUENTA LA ADMITE EN EL CATALOGO, Y LA LINEA NUEVA NO PUEDE
      *QUEDAR POR DEBAJO DEL SOBREGIRO QUE YA ESTA EN USO
       5900-LINEA-SOBREGIRO.
           PERFORM 1100-BUSCA-CUENTA
           IF NOT WKS-SI-EXISTE
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               MOVE "N" TO PRO-ADMITE-SOBREG
               IF WKS-SI-ABRIO-PRODUC
                   MOVE REG-PRODUCTO TO PRO-CLAVE
                   READ PRODUCTOS
                       INVALID KEY
                           MOVE "N" TO PRO-ADMITE-SOBREG
                   END-READ
               END-IF
               IF PRO-ADMITE-SOBREG NOT = "S"
                   DISPLAY "EL PRODUCTO DE LA CUENTA NO ADMITE "
                           "LINEA DE SOBREGIRO"
               ELSE
                   DISPLAY "LINEA ACTUAL: " REG-SOBREGIRO
                   DISPLAY "LINEA NUEVA (0 = CANCELAR LA LINEA):"
                   ACCEPT WKS-LINEA-NUEVA
                   MOVE 0 TO WKS-SOBREGIRO-USO
                   IF REG-SALDO < 0
                       COMPUTE WKS-SOBREGIRO-USO = 0 - REG-SALDO
                   END-IF
                   IF WKS-LINEA-NUEVA < WKS-SOBREGIRO-USO
                       DISPLAY "LA LINEA NO PUEDE SER MENOR AL "
                               "SOBREGIRO EN USO: " WKS-SOBREGIRO-USO
                   ELSE
                       MOVE WKS-LINEA-NUEVA TO REG-SOBREGIRO
                       PERFORM 5500-REGRABA-CUENTA
                       MOVE "LINEA-SOBRE" TO MOV-OPERACION
                       MOVE WKS-LINEA-NUEVA TO MOV-IMPORTE
                       PERFORM 6000-GRABAR-MOVIMIENTO
                       DISPLAY "LINEA DE SOBREGIRO REGISTRADA: "
                               REG-SOBREGIRO
                   END-IF
               END-IF
           END-IF.
       5500-REGRABA-CUENTA.
           REWRITE REG-CUENTA
               INVALID KEY
               DISPLAY "CUENTA:   " REG-NUMCUENTA
               DISPLAY "SALDO:    " REG-SALDO
               DISPLAY "PRODUCTO: " REG-PRODUCTO
               IF REG-SOBREGIRO > 0
                   DISPLAY "LINEA DE SOBREGIRO: " REG-SOBREGIRO
                   IF REG-SALDO < 0
                       DISPLAY "EN SOBREGIRO DESDE: "
                               REG-FECHA-SOBREGIRO
                   END-IF
               END-IF
               IF REG-CLIENTE = 0
                   DISPLAY "SIN CLIENTE LIGADO"
               ELSE
                               " NO ESTA EN EL MAESTRO"
                   END-IF
               END-IF
               PERFORM 9820-LISTA-RELACIONES
           END-IF.
       7700-BUSCA-CLIENTE.
           MOVE "N" TO WKS-CLIENTE-OK
           END-READ.
      *SECCION DE ORDENES PROGRAMADAS: EL ALTA VALIDA QUE LAS DOS
      *CUENTAS EXISTAN Y SEAN DISTINTAS; LA BAJA ES LOGICA (LA ORDEN
      *SE MARCA INACTIVA Y ATMORDEN LA IGNORA). UNA ORDEN ARRIBA DEL
      *LIMITE DE AUTORIZACION SE GRABA CON ACTIVA = P (PENDIENTE), QUE
      *ATMORDEN TAMBIEN IGNORA, HASTA QUE ATMAUTOR LA AUTORIZA
       8000-ALTA-ORDEN.
           DISPLAY "NUMERO DE LA ORDEN (4 DIGITOS):"
           ACCEPT WKS-NUM-ORDEN
                           DISPLAY "DIA DEL MES EN QUE CORRE (1-31):"
                           ACCEPT ORD-DIA-MES
                           MOVE WKS-NUM-ORDEN TO ORD-NUMERO
                           PERFORM 8050-AUTORIZA-ORDEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8050-AUTORIZA-ORDEN.
           INITIALIZE WKS-SOLICITUD
           MOVE "ORDEN" TO ASL-TIPO
           MOVE ORD-CTA-ORIGEN TO ASL-CUENTA
           MOVE ORD-NUMERO TO ASL-REFERENCIA
           MOVE ORD-IMPORTE TO ASL-IMPORTE
           MOVE ORD-CTA-DESTINO TO ASL-CTA-DESTINO
           MOVE ORD-DIA-MES TO ASL-DIA-MES
           MOVE "ALTA DE ORDEN PROGRAMADA" TO ASL-DESCRIPCION
           CALL "AUTOSOL" USING WKS-SOLICITUD WKS-RESULTADO-AUT
           EVALUATE WKS-RESULTADO-AUT
               WHEN "N"
               WHEN "A"
                   MOVE "S" TO ORD-ACTIVA
               WHEN "P"
                   MOVE "P" TO ORD-ACTIVA
               WHEN OTHER
                   MOVE SPACE TO ORD-ACTIVA
           END-EVALUATE
           IF ORD-ACTIVA = SPACE
               DISPLAY "NO SE REGISTRO LA SOLICITUD, LA ORDEN NO SE "
                       "DA DE ALTA"
           ELSE
               WRITE REG-ORDEN
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA ORDEN"
                   NOT INVALID KEY
                       IF ORD-ACTIVA = "P"
                           DISPLAY "LA ORDEN PASA DEL LIMITE, QUEDA "
                                   "INACTIVA EN ESPERA DE "
                                   "AUTORIZACION CON FOLIO "
                                   ASL-FOLIO
                       ELSE
                           DISPLAY "ORDEN PROGRAMADA DADA DE ALTA"
                       END-IF
               END-WRITE
           END-IF.
       8100-BAJA-ORDEN.
           DISPLAY "NUMERO DE LA ORDEN A DAR DE BAJA:"
           ACCEPT WKS-NUM-ORDEN
                           " DIA " ORD-DIA-MES
                           " ACTIVA: " ORD-ACTIVA
           END-READ.
      *SECCION DE ALTA DE PRESTAMO PERSONAL: EL CAPITAL SE DEPOSITA EN
      *LA CUENTA LIGADA (QUE DEBE TENER CLIENTE Y NO ESTAR BLOQUEADA)
      *Y LAS CUOTAS SE COBRAN DE ELLA EL DIA DE PAGO DE CADA MES, A
      *PARTIR DEL MES SIGUIENTE AL OTORGAMIENTO
       8500-ALTA-PRESTAMO.
           DISPLAY "NUMERO DEL PRESTAMO (6 DIGITOS):"
           ACCEPT WKS-NUM-PRESTAMO
           MOVE WKS-NUM-PRESTAMO TO PRE-NUMERO
           READ PRESTAMOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UN PRESTAMO CON ESE NUMERO"
                   MOVE 0 TO WKS-NUM-PRESTAMO
           END-READ
           IF WKS-NUM-PRESTAMO NOT = 0
               DISPLAY "CUENTA DONDE SE DEPOSITA Y SE COBRA:"
               PERFORM 1100-BUSCA-CUENTA
               IF NOT WKS-SI-EXISTE
                   DISPLAY "NO EXISTE ESA CUENTA"
               ELSE
                   IF REG-BLOQUEADA = "S" OR REG-CLIENTE = 0
                       DISPLAY "LA CUENTA ESTA BLOQUEADA O NO TIENE "
                               "CLIENTE LIGADO"
                   ELSE
                       PERFORM 8510-PIDE-CONDICIONES
                       IF WKS-SI-PRESTAMO-OK
                           PERFORM 8520-OTORGA-PRESTAMO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8510-PIDE-CONDICIONES.
           MOVE "S" TO WKS-PRESTAMO-OK
           DISPLAY "CAPITAL DEL PRESTAMO:"
           ACCEPT PRE-PRINCIPAL
           DISPLAY "TASA ANUAL (EJEMPLO .24000 = 24%):"
           ACCEPT PRE-TASA
           DISPLAY "PLAZO EN MESES (1-120):"
           ACCEPT PRE-PLAZO
           DISPLAY "DIA DE PAGO DEL MES (1-28):"
           ACCEPT PRE-DIA-PAGO
           IF PRE-PRINCIPAL = 0
               DISPLAY "EL CAPITAL DEBE SER MAYOR A CERO"
               MOVE "N" TO WKS-PRESTAMO-OK
           END-IF
           IF PRE-PLAZO = 0 OR PRE-PLAZO > 120
               DISPLAY "EL PLAZO DEBE SER DE 1 A 120 MESES"
               MOVE "N" TO WKS-PRESTAMO-OK
           END-IF
           IF PRE-DIA-PAGO = 0 OR PRE-DIA-PAGO > 28
               DISPLAY "EL DIA DE PAGO DEBE SER DE 1 A 28"
               MOVE "N" TO WKS-PRESTAMO-OK
           END-IF.
       8520-OTORGA-PRESTAMO.
           PERFORM 8530-CALCULA-CUOTA
           MOVE WKS-NUM-PRESTAMO TO PRE-NUMERO
           MOVE REG-CLIENTE      TO PRE-CLIENTE
           MOVE REG-NUMCUENTA    TO PRE-CUENTA
           ACCEPT PRE-FECHA-ALTA FROM DATE
           MOVE PRE-PRINCIPAL    TO PRE-SALDO
           MOVE 0                TO PRE-PAGADAS
           MOVE 0                TO PRE-VENCIDAS
           MOVE 0                TO PRE-FECHA-ATRASO
           MOVE "V"              TO PRE-ESTATUS
           MOVE PRE-FECHA-ALTA   TO WKS-FECHA-CUOTA
           MOVE PRE-DIA-PAGO     TO WKS-FCU-DD
           PERFORM 8540-SIGUIENTE-MES
           MOVE WKS-FECHA-CUOTA  TO PRE-FECHA-PROX
           WRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PRESTAMO"
               NOT INVALID KEY
                   ADD PRE-PRINCIPAL TO REG-SALDO
                   PERFORM 5500-REGRABA-CUENTA
                   MOVE "DISP-PREST" TO MOV-OPERACION
                   MOVE PRE-PRINCIPAL TO MOV-IMPORTE
                   PERFORM 6000-GRABAR-MOVIMIENTO
                   PERFORM 8700-IMPRIME-TABLA
                   DISPLAY "PRESTAMO OTORGADO, CUOTA MENSUAL: "
                           PRE-CUOTA
                   DISPLAY "PRIMER PAGO: " PRE-FECHA-PROX
                   DISPLAY "TABLA DE AMORTIZACION ENVIADA A "
                           "IMPRESION"
           END-WRITE.
      *SIN TASA LA CUOTA ES EL CAPITAL ENTRE EL PLAZO
       8530-CALCULA-CUOTA.
           IF PRE-TASA = 0
               COMPUTE PRE-CUOTA ROUNDED = PRE-PRINCIPAL / PRE-PLAZO
           ELSE
               COMPUTE WKS-TASA-MENSUAL ROUNDED = PRE-TASA / 12
               COMPUTE WKS-FACTOR ROUNDED =
                   (1 + WKS-TASA-MENSUAL) ** PRE-PLAZO
               COMPUTE PRE-CUOTA ROUNDED =
                   PRE-PRINCIPAL * WKS-TASA-MENSUAL * WKS-FACTOR /
                   (WKS-FACTOR - 1)
           END-IF.
       8540-SIGUIENTE-MES.
           IF WKS-FCU-MM = 12
               MOVE 1 TO WKS-FCU-MM
               ADD 1 TO WKS-FCU-AA
           ELSE
               ADD 1 TO WKS-FCU-MM
           END-IF.
       8600-CONSULTA-PRESTAMO.
           DISPLAY "NUMERO DEL PRESTAMO:"
           ACCEPT WKS-NUM-PRESTAMO
           MOVE WKS-NUM-PRESTAMO TO PRE-NUMERO
           READ PRESTAMOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PRESTAMO"
               NOT INVALID KEY
                   DISPLAY "PRESTAMO:       " PRE-NUMERO
                   DISPLAY "CLIENTE:        " PRE-CLIENTE
                   DISPLAY "CUENTA:         " PRE-CUENTA
                   DISPLAY "CAPITAL:        " PRE-PRINCIPAL
                   DISPLAY "TASA ANUAL:     " PRE-TASA
                   DISPLAY "PLAZO:          " PRE-PLAZO
                           "  PAGADAS: " PRE-PAGADAS
                   DISPLAY "CUOTA:          " PRE-CUOTA
                   DISPLAY "SALDO INSOLUTO: " PRE-SALDO
                   DISPLAY "SIGUIENTE PAGO: " PRE-FECHA-PROX
                   DISPLAY "ESTATUS:        " PRE-ESTATUS
                   IF PRE-VENCIDAS > 0
                       DISPLAY "CUOTAS VENCIDAS: " PRE-VENCIDAS
                               " DESDE EL " PRE-FECHA-ATRASO
                   END-IF
           END-READ.
      *LA TABLA SE ARMA CON LAS MISMAS REGLAS DEL COBRO NOCTURNO: EL
      *INTERES DE CADA CUOTA ES EL SALDO POR LA TASA MENSUAL, EL
      *RESTO ABONA A CAPITAL Y LA ULTIMA CUOTA AJUSTA EL CENTAVEO
       8700-IMPRIME-TABLA.
           OPEN OUTPUT TABLAMORT
           MOVE SPACES TO REG-TABLA
           MOVE "TABLA DE AMORTIZACION - PRESTAMO PERSONAL"
               TO REG-TABLA (10:41)
           WRITE REG-TABLA AFTER ADVANCING PAGE
           MOVE SPACES TO REG-TABLA
           MOVE "PRESTAMO:" TO REG-TABLA (10:9)
           MOVE PRE-NUMERO TO REG-TABLA (20:6)
           MOVE "CLIENTE:" TO REG-TABLA (30:8)
           MOVE PRE-CLIENTE TO REG-TABLA (39:6)
           WRITE REG-TABLA AFTER ADVANCING 2 LINES
           MOVE SPACES TO REG-TABLA
           MOVE "CUENTA:" TO REG-TABLA (10:7)
           MOVE PRE-CUENTA TO REG-TABLA (20:12)
           WRITE REG-TABLA
           MOVE SPACES TO REG-TABLA
           MOVE "CAPITAL:" TO REG-TABLA (10:8)
           MOVE PRE-PRINCIPAL TO WKS-IMPORTE-EDIT
           MOVE WKS-IMPORTE-EDIT TO REG-TABLA (20:12)
           MOVE "PLAZO:" TO REG-TABLA (36:6)
           MOVE PRE-PLAZO TO REG-TABLA (43:3)
           MOVE "MESES" TO REG-TABLA (47:5)
           WRITE REG-TABLA
           MOVE SPACES TO REG-TABLA
           MOVE "NUM"     TO REG-TABLA (10:3)
           MOVE "FECHA"   TO REG-TABLA (15:5)
           MOVE "CUOTA"   TO REG-TABLA (31:5)
           MOVE "INTERES" TO REG-TABLA (42:7)
           MOVE "CAPITAL" TO REG-TABLA (55:7)
           MOVE "SALDO"   TO REG-TABLA (71:5)
           WRITE REG-TABLA AFTER ADVANCING 2 LINES
           MOVE PRE-PRINCIPAL TO WKS-SALDO-TABLA
           MOVE PRE-FECHA-PROX TO WKS-FECHA-CUOTA
           COMPUTE WKS-TASA-MENSUAL ROUNDED = PRE-TASA / 12
           PERFORM 8710-RENGLON-CUOTA
               VARYING WK-NUM-CUOTA FROM 1 BY 1
               UNTIL WK-NUM-CUOTA > PRE-PLAZO
           CLOSE TABLAMORT.
       8710-RENGLON-CUOTA.
           COMPUTE WKS-INTERES-CUOTA ROUNDED =
               WKS-SALDO-TABLA * WKS-TASA-MENSUAL
           IF WK-NUM-CUOTA = PRE-PLAZO OR
              PRE-CUOTA - WKS-INTERES-CUOTA > WKS-SALDO-TABLA
               MOVE WKS-SALDO-TABLA TO WKS-CAPITAL-CUOTA
           ELSE
               COMPUTE WKS-CAPITAL-CUOTA =
                   PRE-CUOTA - WKS-INTERES-CUOTA
           END-IF
           COMPUTE WKS-IMPORTE-CUOTA =
               WKS-CAPITAL-CUOTA + WKS-INTERES-CUOTA
           SUBTRACT WKS-CAPITAL-CUOTA FROM WKS-SALDO-TABLA
           MOVE SPACES TO REG-TABLA
           MOVE WK-NUM-CUOTA TO REG-TABLA (10:3)
           MOVE WKS-FCU-AAMMDD TO WKS-FECHA-EDIT
           MOVE WKS-FECHA-EDIT TO REG-TABLA (15:8)
           MOVE WKS-IMPORTE-CUOTA TO WKS-IMPORTE-EDIT
           MOVE WKS-IMPORTE-EDIT TO REG-TABLA (24:12)
           MOVE WKS-INTERES-CUOTA TO WKS-IMPORTE-EDIT
           MOVE WKS-IMPORTE-EDIT TO REG-TABLA (37:12)
           MOVE WKS-CAPITAL-CUOTA TO WKS-IMPORTE-EDIT
           MOVE WKS-IMPORTE-EDIT TO REG-TABLA (50:12)
           MOVE WKS-SALDO-TABLA TO WKS-IMPORTE-EDIT
           MOVE WKS-IMPORTE-EDIT TO REG-TABLA (64:12)
           WRITE REG-TABLA
           PERFORM 8540-SIGUIENTE-MES.
      *SECCION DE APERTURA DE PAGARE: EL IMPORTE SALE DEL DISPONIBLE
      *DE LA CUENTA (LIBROS MENOS RETENIDO) SIN PERFORAR EL SALDO
      *MINIMO DE SU PRODUCTO, Y REGRESA A ELLA AL VENCIMIENTO
       8800-ALTA-PAGARE.
           DISPLAY "NUMERO DEL PAGARE (6 DIGITOS):"
           ACCEPT WKS-NUM-PAGARE
           MOVE WKS-NUM-PAGARE TO PAG-NUMERO
           READ PAGARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UN PAGARE CON ESE NUMERO"
                   MOVE 0 TO WKS-NUM-PAGARE
           END-READ
           IF WKS-NUM-PAGARE NOT = 0
               DISPLAY "CUENTA DE DONDE SALEN LOS FONDOS:"
               PERFORM 1100-BUSCA-CUENTA
               IF NOT WKS-SI-EXISTE
                   DISPLAY "NO EXISTE ESA CUENTA"
               ELSE
                   IF REG-BLOQUEADA = "S"
                       DISPLAY "LA CUENTA ESTA BLOQUEADA O CERRADA"
                   ELSE
                       PERFORM 8810-PIDE-CONDICIONES
                       IF WKS-SI-PAGARE-OK
                           PERFORM 8820-ABRE-PAGARE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8810-PIDE-CONDICIONES.
           MOVE "S" TO WKS-PAGARE-OK
           DISPLAY "IMPORTE A INVERTIR:"
           ACCEPT PAG-IMPORTE
           DISPLAY "PLAZO EN DIAS (28, 91 O 182):"
           ACCEPT PAG-PLAZO
           DISPLAY "TASA ANUAL PACTADA (EJEMPLO .07500 = 7.5%):"
           ACCEPT PAG-TASA
           DISPLAY "AL VENCER: L = LIQUIDAR A LA CUENTA, "
                   "R = RENOVAR EL CAPITAL"
           ACCEPT PAG-INSTRUCCION
           IF PAG-PLAZO NOT = 28 AND PAG-PLAZO NOT = 91 AND
              PAG-PLAZO NOT = 182
               DISPLAY "EL PLAZO DEBE SER DE 28, 91 O 182 DIAS"
               MOVE "N" TO WKS-PAGARE-OK
           END-IF
           IF PAG-INSTRUCCION NOT = "L" AND PAG-INSTRUCCION NOT = "R"
               DISPLAY "LA INSTRUCCION DEBE SER L O R"
               MOVE "N" TO WKS-PAGARE-OK
           END-IF
           PERFORM 8815-MINIMO-CUENTA
           COMPUTE WKS-DISPONIBLE = REG-SALDO - REG-RETENIDO
           IF PAG-IMPORTE = 0 OR
              WKS-DISPONIBLE - PAG-IMPORTE < WKS-MINIMO-CUENTA
               DISPLAY "EL DISPONIBLE DE LA CUENTA NO ALCANZA: "
                       WKS-DISPONIBLE
               MOVE "N" TO WKS-PAGARE-OK
           END-IF.
       8815-MINIMO-CUENTA.
           MOVE 100.00 TO WKS-MINIMO-CUENTA
           IF WKS-SI-ABRIO-PRODUC
               MOVE REG-PRODUCTO TO PRO-CLAVE
               READ PRODUCTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRO-MINIMO TO WKS-MINIMO-CUENTA
               END-READ
           END-IF.
       8820-ABRE-PAGARE.
           MOVE WKS-NUM-PAGARE   TO PAG-NUMERO
           MOVE REG-NUMCUENTA    TO PAG-CUENTA
           MOVE REG-CLIENTE      TO PAG-CLIENTE
           ACCEPT PAG-FECHA-ALTA FROM DATE
           MOVE PAG-FECHA-ALTA   TO WKS-FECHA-CUOTA
           PERFORM 8950-SUMA-DIAS
           MOVE WKS-FECHA-CUOTA  TO PAG-FECHA-VENC
           MOVE 0                TO PAG-RENOVACIONES
           MOVE 0                TO PAG-INTERES-PAGADO
           MOVE "V"              TO PAG-ESTATUS
           WRITE REG-PAGARE
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PAGARE"
               NOT INVALID KEY
                   SUBTRACT PAG-IMPORTE FROM REG-SALDO
                   PERFORM 5500-REGRABA-CUENTA
                   MOVE "INV-PAGARE" TO MOV-OPERACION
                   MOVE PAG-IMPORTE TO MOV-IMPORTE
                   PERFORM 6000-GRABAR-MOVIMIENTO
                   DISPLAY "PAGARE ABIERTO, VENCE EL: "
                           PAG-FECHA-VENC
                   DISPLAY "NUEVO SALDO DE LA CUENTA: " REG-SALDO
           END-WRITE.
       8900-CONSULTA-PAGARE.
           DISPLAY "NUMERO DEL PAGARE:"
           ACCEPT WKS-NUM-PAGARE
           MOVE WKS-NUM-PAGARE TO PAG-NUMERO
           READ PAGARES
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PAGARE"
               NOT INVALID KEY
                   DISPLAY "PAGARE:          " PAG-NUMERO
                   DISPLAY "CUENTA:          " PAG-CUENTA
                   DISPLAY "IMPORTE:         " PAG-IMPORTE
                   DISPLAY "PLAZO:           " PAG-PLAZO " DIAS"
                   DISPLAY "TASA ANUAL:      " PAG-TASA
                   DISPLAY "INICIO:          " PAG-FECHA-ALTA
                   DISPLAY "VENCIMIENTO:     " PAG-FECHA-VENC
                   DISPLAY "INSTRUCCION:     " PAG-INSTRUCCION
                   DISPLAY "RENOVACIONES:    " PAG-RENOVACIONES
                   DISPLAY "INTERES PAGADO:  " PAG-INTERES-PAGADO
                   DISPLAY "ESTATUS:         " PAG-ESTATUS
                   IF PAG-ESTATUS = "V"
                       PERFORM 8910-CAMBIA-INSTRUCCION
                   END-IF
           END-READ.
       8910-CAMBIA-INSTRUCCION.
           DISPLAY "CAMBIAR LA INSTRUCCION DE VENCIMIENTO (S/N):"
           ACCEPT WKS-CAMBIA-INSTR
           IF WKS-CAMBIA-INSTR = "S"
               IF PAG-INSTRUCCION = "L"
                   MOVE "R" TO PAG-INSTRUCCION
               ELSE
                   MOVE "L" TO PAG-INSTRUCCION
               END-IF
               REWRITE REG-PAGARE
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PAGARE"
                   NOT INVALID KEY
                       DISPLAY "INSTRUCCION NUEVA: " PAG-INSTRUCCION
               END-REWRITE
           END-IF.
      *SUMA EL PLAZO DEL PAGARE EN DIAS NATURALES A LA FECHA QUE
      *VIENE EN WKS-FECHA-CUOTA (FEBRERO DE 29 EN LOS ANOS
      *MULTIPLOS DE 4)
       8950-SUMA-DIAS.
           PERFORM 8960-SUMA-UN-DIA
               VARYING WK-IDX-DIA FROM 1 BY 1
               UNTIL WK-IDX-DIA > PAG-PLAZO.
       8960-SUMA-UN-DIA.
           MOVE WK-DIAS-MES (WKS-FCU-MM) TO WK-DIAS-DEL-MES
           IF WKS-FCU-MM = 2
               DIVIDE WKS-FCU-AA BY 4 GIVING WK-ANIO-COCIENTE
                   REMAINDER WK-ANIO-RESIDUO
               IF WK-ANIO-RESIDUO = 0
                   MOVE 29 TO WK-DIAS-DEL-MES
               END-IF
           END-IF
           IF WKS-FCU-DD < WK-DIAS-DEL-MES
               ADD 1 TO WKS-FCU-DD
           ELSE
               MOVE 1 TO WKS-FCU-DD
               PERFORM 8540-SIGUIENTE-MES
           END-IF.
      *ALTA O CAMBIO DE UN EMISOR DE SERVICIOS: SI LA CLAVE YA EXISTE
      *SE MUESTRAN SUS DATOS Y SE RECAPTURAN; UN EMISOR QUE YA NO SE
      *COBRA SE DESACTIVA (N) EN VEZ DE BORRARSE, PARA QUE LA
      *LIQUIDACION DE SUS PAGOS PENDIENTES LO SIGA ENCONTRANDO
       9500-CATALOGO-EMISORES.
           DISPLAY "CLAVE DEL EMISOR (3 DIGITOS, 0 PARA CANCELAR):"
           ACCEPT WKS-EMISOR
           IF WKS-EMISOR NOT = 0
               MOVE WKS-EMISOR TO EMI-CLAVE
               READ EMISORES
                   INVALID KEY
                       DISPLAY "EMISOR NUEVO"
                       INITIALIZE REG-EMISOR
                       MOVE WKS-EMISOR TO EMI-CLAVE
                       PERFORM 9510-CAPTURA-EMISOR
                       IF WKS-SI-EMISOR-OK
                           WRITE REG-EMISOR
                               INVALID KEY
                                   DISPLAY "NO SE PUDO GRABAR EL "
                                           "EMISOR"
                               NOT INVALID KEY
                                   DISPLAY "EMISOR DADO DE ALTA"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "EMISOR:     " EMI-NOMBRE
                       DISPLAY "REFERENCIA: " EMI-LONG-REF
                               " DIGITOS, VERIFICADOR " EMI-DIGITO
                       DISPLAY "LIQUIDA A:  " EMI-CTA-LIQ
                       DISPLAY "ACTIVO:     " EMI-ACTIVO
                       PERFORM 9510-CAPTURA-EMISOR
                       IF WKS-SI-EMISOR-OK
                           REWRITE REG-EMISOR
                               INVALID KEY
                                   DISPLAY "NO SE PUDO ACTUALIZAR EL "
                                           "EMISOR"
                               NOT INVALID KEY
                                   DISPLAY "EMISOR ACTUALIZADO"
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       9510-CAPTURA-EMISOR.
           MOVE "S" TO WKS-EMISOR-OK
           DISPLAY "NOMBRE DEL EMISOR:"
           ACCEPT EMI-NOMBRE
           DISPLAY "LARGO DE LA REFERENCIA (1 A 20 DIGITOS):"
           ACCEPT EMI-LONG-REF
           DISPLAY "DIGITO VERIFICADOR (N NINGUNO, 1 MODULO 10, "
                   "2 MODULO 11):"
           ACCEPT EMI-DIGITO
           DISPLAY "CUENTA DE LIQUIDACION DEL EMISOR:"
           ACCEPT EMI-CTA-LIQ
           DISPLAY "ACTIVO (S/N):"
           ACCEPT EMI-ACTIVO
           IF EMI-LONG-REF = 0 OR EMI-LONG-REF > 20
               DISPLAY "EL LARGO DE LA REFERENCIA DEBE SER DE 1 A 20"
               MOVE "N" TO WKS-EMISOR-OK
           END-IF
           IF EMI-DIGITO NOT = "N" AND EMI-DIGITO NOT = "1" AND
              EMI-DIGITO NOT = "2"
               DISPLAY "LA REGLA DEL DIGITO VERIFICADOR NO ES VALIDA"
               MOVE "N" TO WKS-EMISOR-OK
           END-IF
           IF EMI-ACTIVO NOT = "S" AND EMI-ACTIVO NOT = "N"
               DISPLAY "LA MARCA DE ACTIVO DEBE SER S O N"
               MOVE "N" TO WKS-EMISOR-OK
           END-IF
           IF NOT WKS-SI-EMISOR-OK
               DISPLAY "NO SE GRABA EL EMISOR"
           END-IF.
      *CODIGO DE RETIRO SIN TARJETA: EL IMPORTE (MULTIPLO DE $100
      *PARA QUE EL CAJERO LO PUEDA ENTREGAR) SE RESERVA EN EL RETENIDO
      *DE LA CUENTA SIN PERFORAR EL SALDO MINIMO DE SU PRODUCTO. EL
      *CODIGO SALE DE LA HORA Y DEL FOLIO DE LA EMISION Y, SI YA
      *EXISTIERA, SE RECORRE AL SIGUIENTE LIBRE
       9600-CODIGO-SIN-TARJETA.
           PERFORM 1100-BUSCA-CUENTA
           IF NOT WKS-SI-EXISTE
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               IF REG-BLOQUEADA = "S" OR REG-DORMIDA = "S"
                   DISPLAY "LA CUENTA ESTA BLOQUEADA, CERRADA O "
                           "DORMIDA, NO SE EMITE EL CODIGO"
               ELSE
                   DISPLAY "IMPORTE DEL RETIRO (MULTIPLO DE $100, "
                           "0 PARA CANCELAR):"
                   ACCEPT WKS-IMPORTE-COD
                   DIVIDE WKS-IMPORTE-COD BY 100
                       GIVING WKS-COCIENTE-100
                       REMAINDER WKS-RESIDUO-100
                   PERFORM 8815-MINIMO-CUENTA
                   COMPUTE WKS-DISPONIBLE = REG-SALDO - REG-RETENIDO
                   IF WKS-IMPORTE-COD = 0
                       DISPLAY "NO SE EMITE EL CODIGO"
                   ELSE
                       IF WKS-RESIDUO-100 NOT = 0
                           DISPLAY "EL IMPORTE DEBE SER MULTIPLO "
                                   "DE $100"
                       ELSE
                           IF WKS-DISPONIBLE - WKS-IMPORTE-COD <
                              WKS-MINIMO-CUENTA
                               DISPLAY "EL DISPONIBLE DE LA CUENTA "
                                       "NO ALCANZA: " WKS-DISPONIBLE
                           ELSE
                               PERFORM 9610-EMITE-CODIGO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       9610-EMITE-CODIGO.
           ADD WKS-IMPORTE-COD TO REG-RETENIDO
           PERFORM 5500-REGRABA-CUENTA
           MOVE "COD-RETIRO" TO MOV-OPERACION
           MOVE WKS-IMPORTE-COD TO MOV-IMPORTE
           PERFORM 6000-GRABAR-MOVIMIENTO
           INITIALIZE REG-CODRETIR
           MOVE REG-NUMCUENTA   TO COD-CUENTA
           MOVE WKS-IMPORTE-COD TO COD-IMPORTE
           MOVE MOV-FECHA       TO COD-FECHA-ALTA
           MOVE MOV-HORA        TO COD-HORA-ALTA
           MOVE MOV-FOLIO       TO COD-FOLIO-ALTA
           MOVE "V"             TO COD-ESTATUS
           PERFORM 9620-CALCULA-VENCIMIENTO
           COMPUTE WKS-CODIGO-CALC = MOV-HORA * 97 + MOV-FOLIO * 7919
           DIVIDE WKS-CODIGO-CALC BY 100000000
               GIVING WKS-CODIGO-COC
               REMAINDER WKS-CODIGO
           MOVE "N" TO WKS-CODIGO-GRABADO
           PERFORM 9630-GRABA-CODIGO UNTIL WKS-SI-CODIGO-GRABADO
           DISPLAY "CODIGO DE RETIRO:  " COD-CODIGO
           DISPLAY "IMPORTE:           " COD-IMPORTE
           DISPLAY "VENCE:             " COD-FECHA-VENC " "
                   COD-HORA-VENC (1:2) ":" COD-HORA-VENC (3:2)
           DISPLAY "ENTREGUE EL CODIGO AL CLIENTE; SE COBRA UNA "
                   "SOLA VEZ EN CUALQUIER CAJERO".
      *EL VENCIMIENTO ES LA HORA DE EMISION MAS LAS HORAS DE VIGENCIA;
      *SI PASA DE MEDIANOCHE SE RECORRE AL DIA SIGUIENTE
       9620-CALCULA-VENCIMIENTO.
           MOVE MOV-FECHA TO WKS-FECHA-CUOTA
           COMPUTE WKS-HORA-VENC = MOV-HORA +
                                   WKS-HORAS-VIGENCIA * 1000000
           IF WKS-HORA-VENC > 23595999
               SUBTRACT 24000000 FROM WKS-HORA-VENC
               PERFORM 8960-SUMA-UN-DIA
           END-IF
           MOVE WKS-FECHA-CUOTA TO COD-FECHA-VENC
           MOVE WKS-HORA-VENC   TO COD-HORA-VENC.
       9630-GRABA-CODIGO.
           IF WKS-CODIGO = 0
               MOVE 1 TO WKS-CODIGO
           END-IF
           MOVE WKS-CODIGO TO COD-CODIGO
           WRITE REG-CODRETIR
               INVALID KEY
                   ADD 1 TO WKS-CODIGO
                       ON SIZE ERROR
                           MOVE 1 TO WKS-CODIGO
                   END-ADD
               NOT INVALID KEY
                   SET WKS-SI-CODIGO-GRABADO TO TRUE
           END-WRITE.
      *TITULARES Y BENEFICIARIOS: SE MUESTRA LO QUE YA TIENE LA
      *CUENTA Y SE CAPTURA LA CLAVE DEL CLIENTE (DEBE EXISTIR EN EL
      *MAESTRO); SI YA ESTA LIGADO SE CAMBIA O SE DA DE BAJA, SI NO SE
      *DA DE ALTA. AL FINAL SE AVISA SI LOS PORCENTAJES DE LOS
      *BENEFICIARIOS NO SUMAN 100
       9800-RELACIONES-CUENTA.
           PERFORM 1100-BUSCA-CUENTA
           IF NOT WKS-SI-EXISTE
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               PERFORM 9820-LISTA-RELACIONES
               DISPLAY "CLAVE DEL CLIENTE (6 DIGITOS, 0 PARA "
                       "TERMINAR):"
               ACCEPT WKS-CLIENTE
               IF WKS-CLIENTE NOT = 0
                   PERFORM 7700-BUSCA-CLIENTE
                   IF NOT WKS-SI-CLIENTE
                       DISPLAY "NO EXISTE ESE CLIENTE EN EL MAESTRO"
                   ELSE
                       PERFORM 9805-MANTIENE-RELACION
                       PERFORM 9850-REVISA-RELACIONES
                       IF WK-BENEFICIARIOS > 0 AND
                          WK-SUMA-PORCENTAJE NOT = 100
                           DISPLAY "AVISO: LOS BENEFICIARIOS SUMAN "
                                   WK-SUMA-PORCENTAJE " POR CIENTO, "
                                   "DEBEN SUMAR 100"
                       END-IF
                   END-IF
               END-IF
           END-IF.
       9805-MANTIENE-RELACION.
           MOVE REG-NUMCUENTA TO REL-CUENTA
           MOVE WKS-CLIENTE   TO REL-CLIENTE
           READ RELACIONES
               INVALID KEY
                   DISPLAY "RELACION NUEVA CON " CLI-NOMBRE
                   INITIALIZE REG-RELACION
                   MOVE REG-NUMCUENTA TO REL-CUENTA
                   MOVE WKS-CLIENTE   TO REL-CLIENTE
                   PERFORM 9810-CAPTURA-RELACION
                   IF WKS-SI-RELACION-OK
                       ACCEPT REL-FECHA-ALTA FROM DATE
                       WRITE REG-RELACION
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR LA RELACION"
                           NOT INVALID KEY
                               DISPLAY "RELACION DADA DE ALTA"
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   PERFORM 9830-MUESTRA-RELACION
                   DISPLAY "C = CAMBIAR, B = BAJA, OTRA = SIN CAMBIO"
                   ACCEPT WKS-ACCION-REL
                   EVALUATE WKS-ACCION-REL
                       WHEN "C"
                           PERFORM 9810-CAPTURA-RELACION
                           IF WKS-SI-RELACION-OK
                               REWRITE REG-RELACION
                                   INVALID KEY
                                       DISPLAY "NO SE PUDO ACTUALIZAR "
                                               "LA RELACION"
                                   NOT INVALID KEY
                                       DISPLAY "RELACION ACTUALIZADA"
                               END-REWRITE
                           END-IF
                       WHEN "B"
                           DELETE RELACIONES
                               INVALID KEY
                                   DISPLAY "NO SE PUDO DAR DE BAJA "
                                           "LA RELACION"
                               NOT INVALID KEY
                                   DISPLAY "RELACION DADA DE BAJA"
                           END-DELETE
                       WHEN OTHER
                           DISPLAY "LA RELACION QUEDA SIN CAMBIO"
                   END-EVALUATE
           END-READ.
      *EL TITULAR Y EL COTITULAR LLEVAN REGLA DE FIRMA Y EL
      *BENEFICIARIO SU PORCENTAJE (MAS DE CERO Y HASTA 100)
       9810-CAPTURA-RELACION.
           MOVE "S" TO WKS-RELACION-OK
           DISPLAY "ROL (T TITULAR, C COTITULAR, B BENEFICIARIO):"
           ACCEPT REL-ROL
           EVALUATE REL-ROL
               WHEN "T"
               WHEN "C"
                   MOVE 0 TO REL-PORCENTAJE
                   DISPLAY "REGLA DE FIRMA (I INDISTINTA, "
                           "M MANCOMUNADA):"
                   ACCEPT REL-FIRMA
                   IF REL-FIRMA NOT = "I" AND REL-FIRMA NOT = "M"
                       DISPLAY "LA REGLA DE FIRMA DEBE SER I O M"
                       MOVE "N" TO WKS-RELACION-OK
                   END-IF
               WHEN "B"
                   MOVE SPACE TO REL-FIRMA
                   DISPLAY "PORCENTAJE DEL BENEFICIARIO (999.99):"
                   ACCEPT REL-PORCENTAJE
                   IF REL-PORCENTAJE = 0 OR REL-PORCENTAJE > 100
                       DISPLAY "EL PORCENTAJE DEBE SER MAYOR A CERO "
                               "Y HASTA 100"
                       MOVE "N" TO WKS-RELACION-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "EL ROL DEBE SER T, C O B"
                   MOVE "N" TO WKS-RELACION-OK
           END-EVALUATE
           IF NOT WKS-SI-RELACION-OK
               DISPLAY "NO SE GRABA LA RELACION"
           END-IF.
       9820-LISTA-RELACIONES.
           MOVE "S" TO WKS-MUESTRA-REL
           PERFORM 9860-RECORRE-RELACIONES
           IF WK-RELACIONES = 0
               DISPLAY "SIN COTITULARES NI BENEFICIARIOS REGISTRADOS"
           ELSE
               IF WKS-ES-MANCOMUNADA
                   DISPLAY "FIRMA MANCOMUNADA: SE REQUIEREN AMBOS "
                           "TITULARES"
               ELSE
                   DISPLAY "FIRMA INDISTINTA"
               END-IF
               IF WK-BENEFICIARIOS > 0
                   DISPLAY "SUMA DE BENEFICIARIOS: "
                           WK-SUMA-PORCENTAJE " POR CIENTO"
               END-IF
           END-IF.
       9830-MUESTRA-RELACION.
           MOVE REL-CLIENTE TO CLI-CLAVE
           READ CLIENTES
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)" TO CLI-NOMBRE
           END-READ
           EVALUATE REL-ROL
               WHEN "T"
                   DISPLAY "TITULAR      " REL-CLIENTE " FIRMA "
                           REL-FIRMA " DESDE " REL-FECHA-ALTA
               WHEN "C"
                   DISPLAY "COTITULAR    " REL-CLIENTE " FIRMA "
                           REL-FIRMA " DESDE " REL-FECHA-ALTA
               WHEN OTHER
                   DISPLAY "BENEFICIARIO " REL-CLIENTE " "
                           REL-PORCENTAJE " POR CIENTO DESDE "
                           REL-FECHA-ALTA
           END-EVALUATE
           DISPLAY "             " CLI-NOMBRE.
       9850-REVISA-RELACIONES.
           MOVE "N" TO WKS-MUESTRA-REL
           PERFORM 9860-RECORRE-RELACIONES.
      *LAS RELACIONES TIENEN LA CUENTA AL FRENTE DE LA LLAVE, ASI QUE
      *SOLO SE LEEN LAS DE LA CUENTA; BASTA UN TITULAR O COTITULAR
      *CON FIRMA M PARA QUE LA CUENTA SEA MANCOMUNADA
       9860-RECORRE-RELACIONES.
           MOVE 0   TO WK-RELACIONES
           MOVE 0   TO WK-BENEFICIARIOS
           MOVE 0   TO WK-SUMA-PORCENTAJE
           MOVE "N" TO WKS-MANCOMUNADA
           MOVE 0   TO WKS-EOF-RELAC
           MOVE REG-NUMCUENTA TO REL-CUENTA
           MOVE 0 TO REL-CLIENTE
           START RELACIONES KEY IS NOT LESS THAN REL-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-RELAC
           END-START
           PERFORM 9870-LEE-RELACION UNTIL WKS-EOF-RELAC = 1.
       9870-LEE-RELACION.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-RELAC
               NOT AT END
                   IF REL-CUENTA NOT = REG-NUMCUENTA
                       MOVE 1 TO WKS-EOF-RELAC
                   ELSE
                       ADD 1 TO WK-RELACIONES
                       IF REL-ROL = "B"
                           ADD 1 TO WK-BENEFICIARIOS
                           ADD REL-PORCENTAJE TO WK-SUMA-PORCENTAJE
                       ELSE
                           IF REL-FIRMA = "M"
                               MOVE "S" TO WKS-MANCOMUNADA
                           END-IF
                       END-IF
                       IF WKS-SI-MUESTRA-REL
                           PERFORM 9830-MUESTRA-RELACION
                       END-IF
                   END-IF
           END-READ.
      *PREFERENCIAS DE AVISOS: EL CLIENTE DEBE EXISTIR EN EL MAESTRO
      *(DE AHI SALE EL TELEFONO PARA LOS MENSAJES); SI YA TIENE
      *PREFERENCIAS SE MUESTRAN Y SE RECAPTURAN
       9900-PREFERENCIAS-AVISO.
           DISPLAY "CLAVE DEL CLIENTE (6 DIGITOS):"
           ACCEPT WKS-CLIENTE
           PERFORM 7700-BUSCA-CLIENTE
           IF NOT WKS-SI-CLIENTE
               DISPLAY "NO EXISTE ESE CLIENTE"
           ELSE
               DISPLAY "CLIENTE:  " CLI-NOMBRE
               DISPLAY "TELEFONO: " CLI-TELEFONO
               MOVE WKS-CLIENTE TO PAV-CLIENTE
               READ PREFAVIS
                   INVALID KEY
                       DISPLAY "CLIENTE SIN PREFERENCIAS DE AVISOS"
                       INITIALIZE REG-PREFERENCIA
                       MOVE WKS-CLIENTE TO PAV-CLIENTE
                       PERFORM 9910-CAPTURA-PREFERENCIAS
                       IF WKS-SI-PREFER-OK
                           WRITE REG-PREFERENCIA
                               INVALID KEY
                                   DISPLAY "NO SE PUDIERON GRABAR LAS "
                                           "PREFERENCIAS"
                               NOT INVALID KEY
                                   DISPLAY "PREFERENCIAS DADAS DE ALTA"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "CANAL:          " PAV-CANAL
                       DISPLAY "CORREO:         " PAV-CORREO
                       DISPLAY "RETIRO/NIP/BLOQUEO/SALDO/ORDEN/"
                               "COMISION/LIBERACION: "
                               PAV-AVRETIRO PAV-AVNIP PAV-AVBLOQ
                               PAV-AVSALDO PAV-AVORDEN PAV-AVCOMIS
                               PAV-AVLIBER
                       DISPLAY "IMPORTE MINIMO: " PAV-UMBRAL
                       DISPLAY "SALDO BAJO:     " PAV-SALDOMIN
                       PERFORM 9910-CAPTURA-PREFERENCIAS
                       IF WKS-SI-PREFER-OK
                           REWRITE REG-PREFERENCIA
                               INVALID KEY
                                   DISPLAY "NO SE PUDIERON ACTUALIZAR "
                                           "LAS PREFERENCIAS"
                               NOT INVALID KEY
                                   DISPLAY "PREFERENCIAS ACTUALIZADAS"
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       9910-CAPTURA-PREFERENCIAS.
           MOVE "S" TO WKS-PREFER-OK
           DISPLAY "CANAL (S MENSAJE, E CORREO, A AMBOS):"
           ACCEPT PAV-CANAL
           IF PAV-CANAL = "E" OR PAV-CANAL = "A"
               DISPLAY "CORREO ELECTRONICO:"
               ACCEPT PAV-CORREO
           ELSE
               MOVE SPACES TO PAV-CORREO
           END-IF
           DISPLAY "AVISAR RETIROS (S/N):"
           ACCEPT PAV-AVRETIRO
           DISPLAY "AVISAR NIP RECHAZADO (S/N):"
           ACCEPT PAV-AVNIP
           DISPLAY "AVISAR CUENTA BLOQUEADA (S/N):"
           ACCEPT PAV-AVBLOQ
           DISPLAY "AVISAR SALDO BAJO (S/N):"
           ACCEPT PAV-AVSALDO
           DISPLAY "AVISAR ORDENES PROGRAMADAS APLICADAS (S/N):"
           ACCEPT PAV-AVORDEN
           DISPLAY "AVISAR COMISIONES COBRADAS (S/N):"
           ACCEPT PAV-AVCOMIS
           DISPLAY "AVISAR LIBERACION DE CHEQUES RETENIDOS (S/N):"
           ACCEPT PAV-AVLIBER
           DISPLAY "IMPORTE MINIMO PARA AVISAR RETIROS Y ORDENES:"
           ACCEPT PAV-UMBRAL
           IF PAV-AVSALDO = "S"
               DISPLAY "NIVEL DE SALDO BAJO:"
               ACCEPT PAV-SALDOMIN
           ELSE
               MOVE 0 TO PAV-SALDOMIN
           END-IF
           IF PAV-CANAL NOT = "S" AND PAV-CANAL NOT = "E" AND
              PAV-CANAL NOT = "A"
               DISPLAY "EL CANAL DEBE SER S, E O A"
               MOVE "N" TO WKS-PREFER-OK
           END-IF
           IF (PAV-CANAL = "S" OR PAV-CANAL = "A") AND
              CLI-TELEFONO = SPACES
               DISPLAY "EL CLIENTE NO TIENE TELEFONO, CAPTURELO EN "
                       "CAMBIO DE DATOS DE CLIENTE"
               MOVE "N" TO WKS-PREFER-OK
           END-IF
           IF (PAV-CANAL = "E" OR PAV-CANAL = "A") AND
              PAV-CORREO = SPACES
               DISPLAY "FALTA EL CORREO ELECTRONICO"
               MOVE "N" TO WKS-PREFER-OK
           END-IF
           IF (PAV-AVRETIRO NOT = "S" AND PAV-AVRETIRO NOT = "N") OR
              (PAV-AVNIP NOT = "S" AND PAV-AVNIP NOT = "N") OR
              (PAV-AVBLOQ NOT = "S" AND PAV-AVBLOQ NOT = "N") OR
              (PAV-AVSALDO NOT = "S" AND PAV-AVSALDO NOT = "N") OR
              (PAV-AVORDEN NOT = "S" AND PAV-AVORDEN NOT = "N") OR
              (PAV-AVCOMIS NOT = "S" AND PAV-AVCOMIS NOT = "N") OR
              (PAV-AVLIBER NOT = "S" AND PAV-AVLIBER NOT = "N")
               DISPLAY "LAS MARCAS DE EVENTO DEBEN SER S O N"
               MOVE "N" TO WKS-PREFER-OK
           END-IF
           IF NOT WKS-SI-PREFER-OK
               DISPLAY "NO SE GRABAN LAS PREFERENCIAS"
           END-IF.
       END PROGRAM ATMEJE.

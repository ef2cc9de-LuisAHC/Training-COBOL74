      *           La fecha de proceso se toma del archivo de
      *           parametros COMPARM si existe; si no, del dia de la
      *           corrida.
      *
      * Modificaciones:
      * 2026-10-15 LAHC Embargos judiciales (archivo EMBARGOS): el
      *                 monto embargado de la cuenta no se toma para
      *                 comisiones (el cobrable es el saldo menos lo
      *                 embargado menos el minimo) y a una cuenta con
      *                 embargo de toda la cuenta no se le cobra.
      * 2026-10-15 LAHC Avisos al cliente: cada comision cobrada se
      *                 pasa al subprograma AVISOSIG para el mensaje o
      *                 correo del cliente si lo pidio en sus
      *                 preferencias.
      * 2026-10-15 LAHC La cuota de manejo, los retiros libres y la
      *                 comision por retiro son los que rigen en la
      *                 fecha de proceso segun la historia de tarifas
      *                 del producto (subprograma TARIFVIG); sin
      *                 historia rigen los del catalogo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCOMIS.
               ACCESS MODE DYNAMIC
               RECORD KEY IS TRA-NUMCUENTA
               FILE STATUS IS WKS-STATUS-TRAB.
           SELECT EMBARGOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMB-LLAVE
               FILE STATUS IS WKS-STATUS-EMBAR.
           SELECT COMPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT COMISREP ASSIGN TO DISK
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
      *RETIROS DEL MES POR CUENTA, CONTADOS EN LA PASADA PREVIA A
      *LA BITACORA
           FD COMITRAB.
           01 REG-COMITRAB.
               05 TRA-NUMCUENTA PIC X(12).
               05 TRA-RETIROS   PIC 9(05).
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
           FD COMPARM.
           01 REG-COMPARM.
               05 PAR-FECHA PIC 9(08).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-STATUS-TRAB    PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-EMBAR   PIC X(02).
           01 WKS-EOF-EMBAR      PIC 9(01).
           01 WKS-EMBAR-ABIERTO  PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-EMBAR VALUE "S".
           01 WKS-EMBARGADO      PIC 9(09)V9(02).
           01 WKS-EMBARGO-TOTAL  PIC X(01).
               88 WKS-CTA-CONGELADA VALUE "S".
           01 WK-CON-EMBARGO     PIC 9(05) VALUE 0.
           01 WKS-EOF-CUENTAS    PIC 9(01).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-EOF-PRODUC     PIC 9(01).
           01 WKS-LIBRES-MES     PIC 9(02).
           01 WKS-COMRET-MES     PIC 9(05)V9(02).
           01 WK-IDX-HALLADO     PIC 9(02).
      *CONSULTA DE LA TARIFA VIGENTE AL SUBPROGRAMA TARIFVIG
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
           RD RD-COMIS
               PAGE LIMIT   060 LINES
           END-IF
           PERFORM 1100-ABRIR-MOVTOS
           PERFORM 1200-CARGA-PRODUCTOS
           OPEN INPUT EMBARGOS
           IF WKS-STATUS-EMBAR = "00"
               SET WKS-SI-ABRIO-EMBAR TO TRUE
           END-IF
           OPEN OUTPUT COMITRAB
           CLOSE COMITRAB
           OPEN I-O COMITRAB.
                           TO WK-PROD-CUENTAS (WK-TOTAL-PRODUCTOS)
                       MOVE 0
                           TO WK-PROD-INGRESO (WK-TOTAL-PRODUCTOS)
                       PERFORM 1220-TARIFA-VIGENTE
                   END-IF
           END-READ.
      *SI EL PRODUCTO TIENE CAMBIOS DE TARIFA CON FECHA DE VIGENCIA,
      *SE COBRA CON LO QUE RIGE EN LA FECHA DE PROCESO
       1220-TARIFA-VIGENTE.
           MOVE PRO-CLAVE TO TVG-PRODUCTO
           MOVE WKS-FECHA-PROCESO TO TVG-FECHA
           CALL "TARIFVIG" USING WKS-CONSULTA-TARIFA
           IF TVG-HALLADO = "S"
               MOVE TVG-COMISION
                   TO WK-PROD-CUOTA (WK-TOTAL-PRODUCTOS)
               MOVE TVG-RETIROS-LIBRES
                   TO WK-PROD-LIBRES (WK-TOTAL-PRODUCTOS)
               MOVE TVG-COM-RETIRO
                   TO WK-PROD-COMRET (WK-TOTAL-PRODUCTOS)
           END-IF.
      *PASADA PREVIA: LOS RETIRO DEL MES DE LA FECHA DE PROCESO SE
      *CUENTAN POR CUENTA EN EL ARCHIVO DE TRABAJO, SIN TOPE DE
      *CUENTAS
           END-READ.
      *LA CUOTA ES LA MENSUAL DE MANEJO MAS LA COMISION POR CADA
      *RETIRO EXCEDENTE; EL COBRO SE RECORTA PARA NO PERFORAR EL
      *SALDO MINIMO DEL PRODUCTO Y SE OMITE SI YA ESTA EN EL MINIMO;
      *LO EMBARGADO NO CUENTA COMO SALDO COBRABLE Y UNA CUENTA CON
      *EMBARGO DE TODA LA CUENTA NO PAGA COMISION
       3100-COBRA-UNA-CUENTA.
           PERFORM 3200-BUSCA-REGLAS
           PERFORM 3500-REVISA-EMBARGOS
           IF WKS-EMBARGADO > 0 OR WKS-CTA-CONGELADA
               ADD 1 TO WK-CON-EMBARGO
           END-IF
           IF WK-IDX-HALLADO = 0 OR WKS-CTA-CONGELADA
               ADD 1 TO WK-SIN-COBRO
           ELSE
               PERFORM 3300-RETIROS-DEL-MES
               COMPUTE WKS-CUOTA = WKS-CUOTA-MES
                   + (WKS-RET-EXCEDENTES * WKS-COMRET-MES)
               COMPUTE WKS-COBRABLE =
                   REG-SALDO - WKS-EMBARGADO - WKS-MINIMO-VIGENTE
               IF WKS-CUOTA = 0 OR WKS-COBRABLE <= 0
                   ADD 1 TO WK-SIN-COBRO
               ELSE
               NOT INVALID KEY
                   MOVE TRA-RETIROS TO WKS-RETIROS-MES
           END-READ.
      *LOS EMBARGOS ACTIVOS DE LA CUENTA SE LEEN A PARTIR DE ELLA EN
      *ORDEN DE LLAVE; SIN ARCHIVO EMBARGOS NO HAY NADA EMBARGADO
       3500-REVISA-EMBARGOS.
           MOVE 0   TO WKS-EMBARGADO
           MOVE "N" TO WKS-EMBARGO-TOTAL
           IF WKS-SI-ABRIO-EMBAR
               MOVE 0 TO WKS-EOF-EMBAR
               MOVE REG-NUMCUENTA TO EMB-CUENTA
               MOVE SPACES TO EMB-OFICIO
               START EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
                   INVALID KEY
                       MOVE 1 TO WKS-EOF-EMBAR
               END-START
               PERFORM 3510-LEE-EMBARGO UNTIL WKS-EOF-EMBAR = 1
           END-IF.
       3510-LEE-EMBARGO.
           READ EMBARGOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMBAR
               NOT AT END
                   IF EMB-CUENTA NOT = REG-NUMCUENTA
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
       3400-APLICA-COBRO.
           SUBTRACT WKS-CUOTA FROM REG-SALDO
           REWRITE REG-CUENTA
           MOVE 0 TO MOV-REFERENCIA
           MOVE "LOTE" TO MOV-TERMINAL
           WRITE REG-MOVIMIENTO
           MOVE REG-CLIENTE   TO AVS-CLIENTE
           MOVE REG-NUMCUENTA TO AVS-CUENTA
           MOVE "CO"          TO AVS-EVENTO
           MOVE WKS-CUOTA     TO AVS-IMPORTE
           MOVE REG-SALDO     TO AVS-SALDO
           MOVE "LOTE"        TO AVS-TERMINAL
           CALL "AVISOSIG" USING WKS-AVISO
           ADD 1 TO WK-CUENTAS-COBRADAS
           ADD 1 TO WK-PROD-CUENTAS (WK-IDX-HALLADO)
           ADD WKS-CUOTA TO WK-PROD-INGRESO (WK-IDX-HALLADO)
           CLOSE CUENTAS
           CLOSE MOVTOS
           CLOSE COMITRAB
           IF WKS-SI-ABRIO-EMBAR
               CLOSE EMBARGOS
           END-IF
           DISPLAY "COBRO DE COMISIONES TERMINADO"
           DISPLAY "  CUENTAS LEIDAS:   " WK-CUENTAS-LEIDAS
           DISPLAY "  CON COBRO:        " WK-CUENTAS-COBRADAS
           DISPLAY "  COBROS PARCIALES: " WK-COBROS-PARCIALES
           DISPLAY "  SIN COBRO:        " WK-SIN-COBRO
           DISPLAY "  CON EMBARGO:      " WK-CON-EMBARGO
           DISPLAY "  INGRESO TOTAL:    " WK-INGRESO-TOTAL.
       END PROGRAM ATMCOMIS.

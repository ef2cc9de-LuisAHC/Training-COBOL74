      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Estado de cuenta mensual consolidado por cliente,
      *           para el ensobretado de fin de mes. Junta todas las
      *           cuentas de cada clave del maestro CLIENTES (las que
      *           la tienen en REG-CLIENTE) y, por cuenta, imprime el
      *           saldo inicial del mes, los movimientos del mes
      *           (historico MOVARCH+AAMM si el mes ya se archivo, y
      *           la bitacora viva MOVTOS), los intereses abonados,
      *           los intereses deudores y las comisiones cobradas,
      *           las retenciones de cheque que seguian pendientes al
      *           cierre del mes (archivo RETENCIONES) y el saldo
      *           final; al pie, el total del cliente. El saldo final
      *           se obtiene del saldo vivo de la cuenta quitando lo
      *           que se movio despues del mes, y el inicial quitando
      *           al final lo que se movio en el mes; el abono o cargo
      *           de cada operacion se clasifica igual que en la
      *           conciliacion ATMCONC.
      *           Los movimientos y retenciones se juntan por cuenta
      *           en el archivo de trabajo indexado EDOMOVS, y las
      *           cuentas en EDOCTAS con la direccion del cliente al
      *           frente de la llave, de modo que los estados salen
      *           ordenados por direccion postal, uno por hoja.
      *           Sale al archivo fechado EDOCTA+AAMM y queda en el
      *           catalogo REPCAT para el visor REPVIEW.
      *           El mes es el de la fecha del archivo de parametros
      *           EDOPARM si existe (la corrida nocturna de fin de
      *           mes); si no, el mes de la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMEDOCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CLI-CLAVE
               FILE STATUS IS WKS-STATUS-CLIEN.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT MOVARCH ASSIGN USING WKS-NOMBRE-ARCH
               FILE STATUS IS WKS-STATUS-ARCH.
           SELECT RETENCIONES ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-RETEN.
           SELECT EDOMOVS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TMV-LLAVE
               FILE STATUS IS WKS-STATUS-TMOV.
           SELECT EDOCTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TCT-LLAVE
               FILE STATUS IS WKS-STATUS-TCTA.
           SELECT EDOPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT EDOCTA ASSIGN USING WKS-NOMBRE-REP
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
           FD CLIENTES.
           01 REG-CLIENTE-MAE.
               COPY CLIENREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==CLI-CLAVE==
                   ==NOMNOMBRE== BY ==CLI-NOMBRE==
                   ==NOMDIRECCION== BY ==CLI-DIRECCION==
                   ==NOMTELEFONO== BY ==CLI-TELEFONO==.
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
           FD MOVARCH.
           01 REG-ARCHIVO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==ARC-NUMCUENTA==
                   ==NOMOPER== BY ==ARC-OPERACION==
                   ==NOMIMPORTE== BY ==ARC-IMPORTE==
                   ==NOMSALDO== BY ==ARC-SALDO==
                   ==NOMFECHA== BY ==ARC-FECHA==
                   ==NOMHORA== BY ==ARC-HORA==
                   ==NOMFOLIO== BY ==ARC-FOLIO==
                   ==NOMREFER== BY ==ARC-REFERENCIA==
                   ==NOMTERMINAL== BY ==ARC-TERMINAL==.
           FD RETENCIONES.
           01 REG-RETENCION.
               COPY RETENREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==RET-NUMCUENTA==
                   ==NOMFOLIO== BY ==RET-FOLIO==
                   ==NOMIMPORTE== BY ==RET-IMPORTE==
                   ==NOMFECDEP== BY ==RET-FECHA-DEP==
                   ==NOMFECLIB== BY ==RET-FECHA-LIBERA==
                   ==NOMESTATUS== BY ==RET-ESTATUS==.
      *MOVIMIENTOS Y RETENCIONES POR CUENTA: TIPO M MOVIMIENTO DEL
      *MES, P MOVIMIENTO POSTERIOR AL MES (SOLO PARA REGRESAR EL SALDO
      *VIVO AL CIERRE DEL MES), R RETENCION PENDIENTE AL CIERRE
           FD EDOMOVS.
           01 REG-EDOMOVS.
               05 TMV-LLAVE.
                   10 TMV-NUMCUENTA PIC X(12).
                   10 TMV-TIPO      PIC X(01).
                   10 TMV-FECHA     PIC 9(08).
                   10 TMV-HORA      PIC 9(08).
                   10 TMV-FOLIO     PIC 9(08).
               05 TMV-OPERACION PIC X(12).
               05 TMV-IMPORTE   PIC S9(09)V9(02).
               05 TMV-SALDO     PIC S9(09)V9(02).
      *CUENTAS CON CLIENTE, CON LA DIRECCION AL FRENTE DE LA LLAVE
      *PARA EL ORDEN DEL ENSOBRETADO
           FD EDOCTAS.
           01 REG-EDOCTAS.
               05 TCT-LLAVE.
                   10 TCT-DIRECCION PIC X(40).
                   10 TCT-CLIENTE   PIC 9(06).
                   10 TCT-NUMCUENTA PIC X(12).
               05 TCT-NOMBRE    PIC X(30).
               05 TCT-PRODUCTO  PIC 9(02).
               05 TCT-SALDO     PIC S9(09)V9(02).
           FD EDOPARM.
           01 REG-EDOPARM.
               05 PAR-FECHA PIC 9(08).
           FD EDOCTA.
           01 REG-EDO PIC X(80).
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
           01 WKS-STATUS-CLIEN   PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-ARCH    PIC X(02).
           01 WKS-STATUS-RETEN   PIC X(02).
           01 WKS-STATUS-TMOV    PIC X(02).
           01 WKS-STATUS-TCTA    PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-EOF-CUENTAS    PIC 9(01).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-EOF-ARCH       PIC 9(01).
           01 WKS-EOF-RETEN      PIC 9(01).
           01 WKS-EOF-TMOV       PIC 9(01).
           01 WKS-EOF-TCTA       PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-MES-EDO        PIC 9(04).
           01 WKS-NOMBRE-ARCH    PIC X(11).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-CLIENTE-ACTUAL PIC 9(06) VALUE 0.
           01 WKS-HAY-CLIENTE    PIC X(01) VALUE "N".
               88 WKS-SI-HAY-CLIENTE VALUE "S".
           01 WKS-EFECTO         PIC S9(09)V9(02).
           01 WKS-IMPORTE-EDIT   PIC -(9)9.99.
           01 WKS-FECHA-EDIT     PIC 9999/99/99.
           01 WKS-TEXTO-RENGLON  PIC X(30).
      *CIFRAS DE LA CUENTA EN CURSO
           01 WKS-NETO-MES       PIC S9(11)V9(02).
           01 WKS-NETO-POSTERIOR PIC S9(11)V9(02).
           01 WKS-SALDO-INICIAL  PIC S9(11)V9(02).
           01 WKS-SALDO-FINAL    PIC S9(11)V9(02).
           01 WKS-ABONOS         PIC S9(11)V9(02).
           01 WKS-CARGOS         PIC S9(11)V9(02).
           01 WKS-INTERESES      PIC S9(11)V9(02).
           01 WKS-INT-DEUDOR     PIC S9(11)V9(02).
           01 WKS-COMISIONES     PIC S9(11)V9(02).
           01 WKS-RETENIDO-PEND  PIC S9(11)V9(02).
           01 WK-MOVS-CUENTA     PIC 9(05).
      *TOTALES DEL CLIENTE EN CURSO
           01 WKS-CLI-SALDO      PIC S9(11)V9(02).
           01 WKS-CLI-INTERESES  PIC S9(11)V9(02).
           01 WKS-CLI-COMISIONES PIC S9(11)V9(02).
           01 WKS-CLI-RETENIDO   PIC S9(11)V9(02).
           01 WK-CLI-CUENTAS     PIC 9(03).
      *CIFRAS DE CONTROL DE LA CORRIDA
           01 WK-ESTADOS         PIC 9(05) VALUE 0.
           01 WK-CUENTAS-EDO     PIC 9(05) VALUE 0.
           01 WK-SIN-CLIENTE     PIC 9(05) VALUE 0.
           01 WK-CLIENTE-FALTA   PIC 9(05) VALUE 0.
           01 WK-MOVS-LEIDOS     PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGA-CUENTA UNTIL WKS-EOF-CUENTAS = 1
           PERFORM 2500-CARGA-MOVIMIENTOS
           PERFORM 3000-CARGA-RETENCIONES
           PERFORM 4000-IMPRIME-ESTADOS
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-CUENTAS
           PERFORM 1050-LEE-PARAMETRO
           MOVE WKS-FECHA-PROCESO (3:4) TO WKS-MES-EDO
           OPEN INPUT CUENTAS
           IF WKS-STATUS-CUENTAS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO CUENTAS, NO HAY ESTADOS "
                       "DE CUENTA QUE EMITIR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENTES
           IF WKS-STATUS-CLIEN NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO CLIENTES, NO HAY "
                       "DIRECCIONES PARA LOS ESTADOS DE CUENTA"
               CLOSE CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EDOMOVS
           CLOSE EDOMOVS
           OPEN I-O EDOMOVS
           OPEN OUTPUT EDOCTAS
           CLOSE EDOCTAS
           OPEN I-O EDOCTAS.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *EDOPARM SI EXISTE (PARA LA CORRIDA NOCTURNA DE FIN DE MES); SI
      *NO EXISTE SE TOMA EL DIA DE LA CORRIDA
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT EDOPARM
           IF WKS-STATUS-PARM = "00"
               READ EDOPARM
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
               CLOSE EDOPARM
           END-IF.
      *SOLO LAS CUENTAS LIGADAS A UN CLIENTE DEL MAESTRO RECIBEN
      *ESTADO; LAS DEMAS SE CUENTAN PARA LA CIFRA DE CONTROL
       2000-CARGA-CUENTA.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-CUENTAS
               NOT AT END
                   IF REG-CLIENTE = 0
                       ADD 1 TO WK-SIN-CLIENTE
                   ELSE
                       PERFORM 2100-GRABA-CUENTA
                   END-IF
           END-READ.
       2100-GRABA-CUENTA.
           MOVE REG-CLIENTE TO CLI-CLAVE
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WK-CLIENTE-FALTA
                   DISPLAY "CUENTA " REG-NUMCUENTA " CON CLIENTE "
                           REG-CLIENTE " QUE NO ESTA EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE CLI-DIRECCION TO TCT-DIRECCION
                   MOVE CLI-CLAVE     TO TCT-CLIENTE
                   MOVE REG-NUMCUENTA TO TCT-NUMCUENTA
                   MOVE CLI-NOMBRE    TO TCT-NOMBRE
                   MOVE REG-PRODUCTO  TO TCT-PRODUCTO
                   MOVE REG-SALDO     TO TCT-SALDO
                   WRITE REG-EDOCTAS
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
      *LOS MOVIMIENTOS DEL MES PUEDEN ESTAR EN EL HISTORICO (SI EL
      *CIERRE MENSUAL YA LO ARCHIVO) Y EN LA BITACORA VIVA; DE LA VIVA
      *TAMBIEN SE TOMAN LOS POSTERIORES AL MES
       2500-CARGA-MOVIMIENTOS.
           MOVE "MOVARCH" TO WKS-NOMBRE-ARCH
           MOVE WKS-MES-EDO TO WKS-NOMBRE-ARCH (8:4)
           MOVE 0 TO WKS-EOF-ARCH
           OPEN INPUT MOVARCH
           IF WKS-STATUS-ARCH NOT = "00"
               MOVE 1 TO WKS-EOF-ARCH
           END-IF
           PERFORM 2600-LEE-ARCHIVO UNTIL WKS-EOF-ARCH = 1
           IF WKS-STATUS-ARCH NOT = "35"
               CLOSE MOVARCH
           END-IF
           MOVE 0 TO WKS-EOF-MOVTOS
           OPEN INPUT MOVTOS
           IF WKS-STATUS-MOVTOS NOT = "00"
               MOVE 1 TO WKS-EOF-MOVTOS
           END-IF
           PERFORM 2700-LEE-MOVTO UNTIL WKS-EOF-MOVTOS = 1
           IF WKS-STATUS-MOVTOS NOT = "35"
               CLOSE MOVTOS
           END-IF.
       2600-LEE-ARCHIVO.
           READ MOVARCH
               AT END
                   MOVE 1 TO WKS-EOF-ARCH
               NOT AT END
                   IF ARC-FECHA (3:4) = WKS-MES-EDO
                       MOVE REG-ARCHIVO TO REG-MOVIMIENTO
                       MOVE "M" TO TMV-TIPO
                       PERFORM 2800-GRABA-MOVIMIENTO
                   END-IF
           END-READ.
       2700-LEE-MOVTO.
           READ MOVTOS
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   IF MOV-FECHA (3:4) = WKS-MES-EDO
                       MOVE "M" TO TMV-TIPO
                       PERFORM 2800-GRABA-MOVIMIENTO
                   ELSE
                       IF MOV-FECHA (3:4) > WKS-MES-EDO
                           MOVE "P" TO TMV-TIPO
                           PERFORM 2800-GRABA-MOVIMIENTO
                       END-IF
                   END-IF
           END-READ.
       2800-GRABA-MOVIMIENTO.
           MOVE MOV-NUMCUENTA TO TMV-NUMCUENTA
           MOVE MOV-FECHA     TO TMV-FECHA
           MOVE MOV-HORA      TO TMV-HORA
           MOVE MOV-FOLIO     TO TMV-FOLIO
           MOVE MOV-OPERACION TO TMV-OPERACION
           MOVE MOV-IMPORTE   TO TMV-IMPORTE
           MOVE MOV-SALDO     TO TMV-SALDO
           ADD 1 TO WK-MOVS-LEIDOS
           WRITE REG-EDOMOVS
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *UNA RETENCION SIGUE PENDIENTE AL CIERRE DEL MES SI EL CHEQUE
      *SE DEPOSITO A MAS TARDAR ESE MES Y NO SE HABIA LIBERADO (SIGUE
      *P, O SE LIBERO YA EN UN MES POSTERIOR)
       3000-CARGA-RETENCIONES.
           MOVE 0 TO WKS-EOF-RETEN
           OPEN INPUT RETENCIONES
           IF WKS-STATUS-RETEN NOT = "00"
               MOVE 1 TO WKS-EOF-RETEN
           END-IF
           PERFORM 3100-LEE-RETENCION UNTIL WKS-EOF-RETEN = 1
           IF WKS-STATUS-RETEN NOT = "35"
               CLOSE RETENCIONES
           END-IF.
       3100-LEE-RETENCION.
           READ RETENCIONES
               AT END
                   MOVE 1 TO WKS-EOF-RETEN
               NOT AT END
                   IF RET-FECHA-DEP (3:4) NOT > WKS-MES-EDO AND
                      (RET-ESTATUS = "P" OR
                       RET-FECHA-LIBERA (3:4) > WKS-MES-EDO)
                       MOVE RET-NUMCUENTA    TO TMV-NUMCUENTA
                       MOVE "R"              TO TMV-TIPO
                       MOVE RET-FECHA-DEP    TO TMV-FECHA
                       MOVE 0                TO TMV-HORA
                       MOVE RET-FOLIO        TO TMV-FOLIO
                       MOVE "RETENCION"      TO TMV-OPERACION
                       MOVE RET-IMPORTE      TO TMV-IMPORTE
                       MOVE 0                TO TMV-SALDO
                       WRITE REG-EDOMOVS
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ.
      *SECCION DE IMPRESION: LAS CUENTAS SALEN EN ORDEN DE DIRECCION
      *Y CLIENTE; AL CAMBIAR DE CLIENTE SE CIERRA EL ESTADO ANTERIOR
      *CON SU TOTAL Y SE ABRE HOJA NUEVA
       4000-IMPRIME-ESTADOS.
           MOVE "EDOCTA" TO WKS-NOMBRE-REP
           MOVE WKS-MES-EDO TO WKS-NOMBRE-REP (7:4)
           OPEN OUTPUT EDOCTA
           CLOSE EDOCTAS
           OPEN INPUT EDOCTAS
           MOVE 0 TO WKS-EOF-TCTA
           PERFORM 4100-LEE-CUENTA-EDO UNTIL WKS-EOF-TCTA = 1
           IF WKS-SI-HAY-CLIENTE
               PERFORM 4900-TOTAL-CLIENTE
           END-IF
           CLOSE EDOCTA.
       4100-LEE-CUENTA-EDO.
           READ EDOCTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TCTA
               NOT AT END
                   IF NOT WKS-SI-HAY-CLIENTE OR
                      TCT-CLIENTE NOT = WKS-CLIENTE-ACTUAL
                       IF WKS-SI-HAY-CLIENTE
                           PERFORM 4900-TOTAL-CLIENTE
                       END-IF
                       PERFORM 4200-ENCABEZADO-CLIENTE
                   END-IF
                   PERFORM 4300-CALCULA-CUENTA
                   PERFORM 4500-IMPRIME-CUENTA
           END-READ.
       4200-ENCABEZADO-CLIENTE.
           MOVE "S" TO WKS-HAY-CLIENTE
           MOVE TCT-CLIENTE TO WKS-CLIENTE-ACTUAL
           MOVE 0 TO WKS-CLI-SALDO
           MOVE 0 TO WKS-CLI-INTERESES
           MOVE 0 TO WKS-CLI-COMISIONES
           MOVE 0 TO WKS-CLI-RETENIDO
           MOVE 0 TO WK-CLI-CUENTAS
           ADD 1 TO WK-ESTADOS
           MOVE SPACES TO REG-EDO
           MOVE "ESTADO DE CUENTA MENSUAL CONSOLIDADO"
               TO REG-EDO (10:36)
           WRITE REG-EDO AFTER ADVANCING PAGE
           MOVE SPACES TO REG-EDO
           MOVE "MES (AAMM):" TO REG-EDO (10:11)
           MOVE WKS-MES-EDO TO REG-EDO (22:4)
           MOVE "CLIENTE:" TO REG-EDO (40:8)
           MOVE TCT-CLIENTE TO REG-EDO (49:6)
           WRITE REG-EDO AFTER ADVANCING 2 LINES
           MOVE SPACES TO REG-EDO
           MOVE TCT-NOMBRE TO REG-EDO (10:30)
           WRITE REG-EDO AFTER ADVANCING 2 LINES
           MOVE SPACES TO REG-EDO
           MOVE TCT-DIRECCION TO REG-EDO (10:40)
           WRITE REG-EDO.
      *PRIMERA PASADA SOBRE LOS REGISTROS DE LA CUENTA: SUMA EL NETO
      *DEL MES Y EL POSTERIOR, LOS INTERESES, LAS COMISIONES Y LAS
      *RETENCIONES, Y DE AHI SALEN LOS SALDOS INICIAL Y FINAL
       4300-CALCULA-CUENTA.
           MOVE 0 TO WKS-NETO-MES
           MOVE 0 TO WKS-NETO-POSTERIOR
           MOVE 0 TO WKS-ABONOS
           MOVE 0 TO WKS-CARGOS
           MOVE 0 TO WKS-INTERESES
           MOVE 0 TO WKS-INT-DEUDOR
           MOVE 0 TO WKS-COMISIONES
           MOVE 0 TO WKS-RETENIDO-PEND
           MOVE 0 TO WK-MOVS-CUENTA
           MOVE TCT-NUMCUENTA TO TMV-NUMCUENTA
           MOVE LOW-VALUES TO TMV-TIPO
           MOVE 0 TO TMV-FECHA
           MOVE 0 TO TMV-HORA
           MOVE 0 TO TMV-FOLIO
           PERFORM 4350-POSICIONA-MOVIMIENTOS
           PERFORM 4310-SUMA-MOVIMIENTO UNTIL WKS-EOF-TMOV = 1
           COMPUTE WKS-SALDO-FINAL = TCT-SALDO - WKS-NETO-POSTERIOR
           COMPUTE WKS-SALDO-INICIAL = WKS-SALDO-FINAL - WKS-NETO-MES.
       4310-SUMA-MOVIMIENTO.
           READ EDOMOVS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TMOV
               NOT AT END
                   IF TMV-NUMCUENTA NOT = TCT-NUMCUENTA
                       MOVE 1 TO WKS-EOF-TMOV
                   ELSE
                       PERFORM 4320-ACUMULA-MOVIMIENTO
                   END-IF
           END-READ.
       4320-ACUMULA-MOVIMIENTO.
           IF TMV-TIPO = "R"
               ADD TMV-IMPORTE TO WKS-RETENIDO-PEND
           ELSE
               PERFORM 4400-EFECTO-EN-SALDO
               IF TMV-TIPO = "P"
                   ADD WKS-EFECTO TO WKS-NETO-POSTERIOR
               ELSE
                   ADD 1 TO WK-MOVS-CUENTA
                   ADD WKS-EFECTO TO WKS-NETO-MES
                   IF WKS-EFECTO > 0
                       ADD WKS-EFECTO TO WKS-ABONOS
                   ELSE
                       SUBTRACT WKS-EFECTO FROM WKS-CARGOS
                   END-IF
                   EVALUATE TMV-OPERACION
                       WHEN "INTERES"
                       WHEN "INT-PAGARE"
                           ADD TMV-IMPORTE TO WKS-INTERESES
                       WHEN "INT-SOBREG"
                           ADD TMV-IMPORTE TO WKS-INT-DEUDOR
                       WHEN "COMISION"
                           ADD TMV-IMPORTE TO WKS-COMISIONES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       4350-POSICIONA-MOVIMIENTOS.
           MOVE 0 TO WKS-EOF-TMOV
           START EDOMOVS KEY IS NOT LESS THAN TMV-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-TMOV
           END-START.
      *ABONOS Y CARGOS CON LA MISMA CLASIFICACION QUE LA CONCILIACION
      *(ATMCONC); EL REVERSO YA VIENE CON SIGNO Y LAS OPERACIONES QUE
      *NO MUEVEN EL SALDO EN LIBROS (RETENCIONES, CODIGOS, EMBARGOS,
      *CAMBIOS DE NIP) NO CUENTAN
       4400-EFECTO-EN-SALDO.
           EVALUATE TMV-OPERACION
               WHEN "DEPOSITO"
               WHEN "DEP-CHEQUE"
               WHEN "TRANSF-REC"
               WHEN "INTERES"
               WHEN "ALTA-CTA"
               WHEN "REVERSO"
               WHEN "PAGO-QUEJA"
               WHEN "DISP-PREST"
               WHEN "INT-PAGARE"
               WHEN "VEN-PAGARE"
                   MOVE TMV-IMPORTE TO WKS-EFECTO
               WHEN "RETIRO"
               WHEN "TRANSF-ENV"
               WHEN "CIERRE-CTA"
               WHEN "COMISION"
               WHEN "INT-SOBREG"
               WHEN "PAGO-PREST"
               WHEN "INV-PAGARE"
               WHEN "PAGO-SERV"
               WHEN "EJEC-EMBARGO"
                   COMPUTE WKS-EFECTO = TMV-IMPORTE * -1
               WHEN OTHER
                   MOVE 0 TO WKS-EFECTO
           END-EVALUATE.
      *SEGUNDA PASADA: LOS MOVIMIENTOS DEL MES (TIPO M) SALEN EN EL
      *ORDEN DE LA LLAVE, QUE ES FECHA, HORA Y FOLIO
       4500-IMPRIME-CUENTA.
           ADD 1 TO WK-CUENTAS-EDO
           ADD 1 TO WK-CLI-CUENTAS
           MOVE SPACES TO REG-EDO
           MOVE "CUENTA:" TO REG-EDO (10:7)
           MOVE TCT-NUMCUENTA TO REG-EDO (18:12)
           MOVE "PRODUCTO:" TO REG-EDO (40:9)
           MOVE TCT-PRODUCTO TO REG-EDO (50:2)
           WRITE REG-EDO AFTER ADVANCING 3 LINES
           MOVE "SALDO INICIAL DEL MES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-SALDO-INICIAL TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE SPACES TO REG-EDO
           MOVE "FECHA"     TO REG-EDO (10:5)
           MOVE "OPERACION" TO REG-EDO (22:9)
           MOVE "IMPORTE"   TO REG-EDO (42:7)
           MOVE "SALDO"     TO REG-EDO (60:5)
           WRITE REG-EDO AFTER ADVANCING 2 LINES
           IF WK-MOVS-CUENTA = 0
               MOVE SPACES TO REG-EDO
               MOVE "SIN MOVIMIENTOS EN EL MES" TO REG-EDO (10:25)
               WRITE REG-EDO
           ELSE
               MOVE TCT-NUMCUENTA TO TMV-NUMCUENTA
               MOVE "M" TO TMV-TIPO
               MOVE 0 TO TMV-FECHA
               MOVE 0 TO TMV-HORA
               MOVE 0 TO TMV-FOLIO
               PERFORM 4350-POSICIONA-MOVIMIENTOS
               PERFORM 4600-RENGLON-MOVIMIENTO
                   UNTIL WKS-EOF-TMOV = 1
           END-IF
           MOVE "ABONOS DEL MES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-ABONOS TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "CARGOS DEL MES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-CARGOS TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "INTERESES ABONADOS:" TO WKS-TEXTO-RENGLON
           MOVE WKS-INTERESES TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "INTERESES DEUDORES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-INT-DEUDOR TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "COMISIONES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-COMISIONES TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "RETENCIONES PENDIENTES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-RETENIDO-PEND TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "SALDO FINAL DEL MES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-SALDO-FINAL TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           ADD WKS-SALDO-FINAL TO WKS-CLI-SALDO
           ADD WKS-INTERESES TO WKS-CLI-INTERESES
           ADD WKS-COMISIONES TO WKS-CLI-COMISIONES
           ADD WKS-RETENIDO-PEND TO WKS-CLI-RETENIDO.
       4600-RENGLON-MOVIMIENTO.
           READ EDOMOVS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TMOV
               NOT AT END
                   IF TMV-NUMCUENTA NOT = TCT-NUMCUENTA OR
                      TMV-TIPO NOT = "M"
                       MOVE 1 TO WKS-EOF-TMOV
                   ELSE
                       PERFORM 4400-EFECTO-EN-SALDO
                       MOVE SPACES TO REG-EDO
                       MOVE TMV-FECHA TO WKS-FECHA-EDIT
                       MOVE WKS-FECHA-EDIT TO REG-EDO (10:10)
                       MOVE TMV-OPERACION TO REG-EDO (22:12)
                       MOVE WKS-EFECTO TO WKS-IMPORTE-EDIT
                       MOVE WKS-IMPORTE-EDIT TO REG-EDO (36:13)
                       MOVE TMV-SALDO TO WKS-IMPORTE-EDIT
                       MOVE WKS-IMPORTE-EDIT TO REG-EDO (52:13)
                       WRITE REG-EDO
                   END-IF
           END-READ.
      *RENGLON DE CIFRA: LLEGAN EL TEXTO Y EL IMPORTE YA EDITADO
       4800-RENGLON-IMPORTE.
           MOVE SPACES TO REG-EDO
           MOVE WKS-TEXTO-RENGLON TO REG-EDO (10:30)
           MOVE WKS-IMPORTE-EDIT TO REG-EDO (52:13)
           WRITE REG-EDO.
       4900-TOTAL-CLIENTE.
           MOVE SPACES TO REG-EDO
           MOVE "TOTAL DEL CLIENTE" TO REG-EDO (10:17)
           MOVE "CUENTAS:" TO REG-EDO (40:8)
           MOVE WK-CLI-CUENTAS TO REG-EDO (49:3)
           WRITE REG-EDO AFTER ADVANCING 3 LINES
           MOVE "SALDO FINAL DE SUS CUENTAS:" TO WKS-TEXTO-RENGLON
           MOVE WKS-CLI-SALDO TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "INTERESES ABONADOS:" TO WKS-TEXTO-RENGLON
           MOVE WKS-CLI-INTERESES TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "COMISIONES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-CLI-COMISIONES TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE
           MOVE "RETENCIONES PENDIENTES:" TO WKS-TEXTO-RENGLON
           MOVE WKS-CLI-RETENIDO TO WKS-IMPORTE-EDIT
           PERFORM 4800-RENGLON-IMPORTE.
       4950-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMEDOCT" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           CLOSE CUENTAS
           CLOSE CLIENTES
           CLOSE EDOMOVS
           CLOSE EDOCTAS
           PERFORM 4950-CATALOGA-REPORTE
           DISPLAY "ESTADOS DE CUENTA CONSOLIDADOS TERMINADOS"
           DISPLAY "  MES (AAMM):                 " WKS-MES-EDO
           DISPLAY "  ESTADOS (CLIENTES):         " WK-ESTADOS
           DISPLAY "  CUENTAS INCLUIDAS:          " WK-CUENTAS-EDO
           DISPLAY "  CUENTAS SIN CLIENTE:        " WK-SIN-CLIENTE
           DISPLAY "  CLIENTE FUERA DEL MAESTRO:  " WK-CLIENTE-FALTA
           DISPLAY "  MOVIMIENTOS LEIDOS:         " WK-MOVS-LEIDOS
           DISPLAY "  ARCHIVO GENERADO: " WKS-NOMBRE-REP.
       END PROGRAM ATMEDOCT.

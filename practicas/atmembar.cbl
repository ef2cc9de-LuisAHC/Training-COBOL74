      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Mantenimiento de embargos y ordenes judiciales sobre
      *           cuentas (archivo EMBARGOS, copybook EMBARREG), solo
      *           para supervisores: la clave y contrasena se validan
      *           contra el maestro OPERADORES con perfil S, como en
      *           la correccion de asistencia.
      *           Un embargo congela un monto fijo (tipo M) o toda la
      *           cuenta (tipo T). El importe congelado se suma al
      *           retenido de la cuenta, asi que deja de estar
      *           disponible para el cajero, las ordenes programadas
      *           y el cobro de comisiones; con un embargo T ademas
      *           no sale ningun cargo de la cuenta aunque entren
      *           depositos nuevos. El alta deja un movimiento EMBARGO
      *           informativo en MOVTOS.
      *           La liberacion regresa el importe al disponible
      *           (movimiento LIBERA-EMB). La ejecucion carga a la
      *           cuenta lo embargado (movimiento EJEC-EMBARGO; en un
      *           embargo T todo lo que no este retenido por otra
      *           causa) y lo abona a la cuenta de la autoridad: si es
      *           de la casa con un TRANSF-REC, si no queda pendiente
      *           en TRANSEXT para el intercambio nocturno ATMENVIA.
      *           El reporte historico EMBHIST+AAMMDD lista todos los
      *           embargos con su alta y su baja y queda catalogado en
      *           REPCAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMEMBAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARGOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMB-LLAVE
               FILE STATUS IS WKS-STATUS-EMBAR.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT TRANSEXT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-TREXT.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WKS-STATUS-OPER.
           SELECT EMBHIST ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
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
           FD TRANSEXT.
           01 REG-TRANSEXT.
               COPY TRAEXREG REPLACING ==LVL== BY ==05==
                   ==NOMFOLIO== BY ==TEX-FOLIO==
                   ==NOMCTAORI== BY ==TEX-CTA-ORIGEN==
                   ==NOMCTADES== BY ==TEX-CTA-DESTINO==
                   ==NOMIMPORTE== BY ==TEX-IMPORTE==
                   ==NOMFECHA== BY ==TEX-FECHA==
                   ==NOMESTATUS== BY ==TEX-ESTATUS==.
           FD OPERADORES.
           01 REG-OPERADOR.
               COPY OPERREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==OPE-CLAVE==
                   ==NOMNOMBRE== BY ==OPE-NOMBRE==
                   ==NOMPASSWORD== BY ==OPE-PASSWORD==
                   ==NOMPERFIL== BY ==OPE-PERFIL==
                   ==NOMINTENTOS== BY ==OPE-INTENTOS==
                   ==NOMBLOQ== BY ==OPE-BLOQUEADO==.
           FD EMBHIST REPORT IS RD-EMBHIST.
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
           01 WKS-STATUS-EMBAR   PIC X(02).
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-TREXT   PIC X(02).
           01 WKS-STATUS-OPER    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-FIRMADO        PIC X(01) VALUE "N".
               88 WKS-SI-FIRMADO VALUE "S".
           01 WKS-INTENTOS-FIRMA PIC 9(01) VALUE 0.
           01 WKS-SUP-CLAVE      PIC X(08).
           01 WKS-SUP-PASSWORD   PIC X(08).
           01 WKS-CUENTA         PIC X(12).
           01 WKS-OFICIO         PIC X(15).
           01 WKS-CONFIRMA       PIC X(01).
           01 WKS-FOLIO          PIC 9(08).
           01 WKS-FOLIO-EJEC     PIC 9(08).
           01 WKS-REFERENCIA     PIC 9(08).
           01 WKS-IMPORTE        PIC 9(09)V9(02).
           01 WKS-EJECUTABLE     PIC S9(09)V9(02).
           01 WKS-OTRO-RETENIDO  PIC S9(09)V9(02).
           01 WKS-FECHA-HOY      PIC 9(08).
           01 WKS-EOF-EMBAR      PIC 9(01).
           01 WKS-EMBARGO-OK     PIC X(01).
               88 WKS-SI-EMBARGO-OK VALUE "S".
           01 WKS-ESTATUS-DESC   PIC X(09).
           01 WK-LISTADOS        PIC 9(05).
           01 WK-ACTIVOS         PIC 9(05).
           01 WK-LIBERADOS       PIC 9(05).
           01 WK-EJECUTADOS      PIC 9(05).
           01 WK-TOTAL-ACTIVO    PIC 9(11)V9(02).
           01 WK-TOTAL-EJECUTADO PIC 9(11)V9(02).
       REPORT SECTION.
           RD RD-EMBHIST
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 008
               LAST DETAIL  054.
       01 RD-EMB-TITULOS TYPE IS PH.
           10 RD-EMB-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(043) VALUE
                 "HISTORIAL DE EMBARGOS Y ORDENES JUDICIALES".
           10 RD-EMB-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-HOY.
           10 RD-EMB-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(006) VALUE "CUENTA".
               15 COLUMN 014 PIC X(006) VALUE "OFICIO".
               15 COLUMN 030 PIC X(001) VALUE "T".
               15 COLUMN 037 PIC X(008) VALUE "EMBARGADO".
               15 COLUMN 047 PIC X(007) VALUE "ESTATUS".
               15 COLUMN 058 PIC X(004) VALUE "ALTA".
               15 COLUMN 070 PIC X(008) VALUE "SUPERV.".
           10 RD-EMB-TITULO-04 LINE 006.
               15 COLUMN 003 PIC X(009) VALUE "AUTORIDAD".
               15 COLUMN 035 PIC X(010) VALUE "CTA. AUTOR".
               15 COLUMN 051 PIC X(009) VALUE "EJECUTADO".
               15 COLUMN 062 PIC X(004) VALUE "BAJA".
               15 COLUMN 073 PIC X(008) VALUE "SUPERV.".
       01 RD-EMB-DETALLE TYPE DETAIL.
           10 RD-EMB-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE EMB-CUENTA.
               15 COLUMN 014 PIC X(015) SOURCE EMB-OFICIO.
               15 COLUMN 030 PIC X(001) SOURCE EMB-TIPO.
               15 COLUMN 033 PIC Z(8)9.99 SOURCE EMB-IMPORTE.
               15 COLUMN 047 PIC X(009) SOURCE WKS-ESTATUS-DESC.
               15 COLUMN 058 PIC 9999/99/99 SOURCE EMB-FECHA-ALTA.
               15 COLUMN 070 PIC X(008) SOURCE EMB-SUP-ALTA.
           10 RD-EMB-DET02 LINE PLUS 001.
               15 COLUMN 003 PIC X(030) SOURCE EMB-AUTORIDAD.
               15 COLUMN 035 PIC X(012) SOURCE EMB-CTA-AUTORIDAD.
               15 COLUMN 049 PIC Z(8)9.99 SOURCE EMB-IMPORTE-EJEC.
               15 COLUMN 062 PIC 9999/99/99 SOURCE EMB-FECHA-BAJA.
               15 COLUMN 073 PIC X(008) SOURCE EMB-SUP-BAJA.
       01 RD-EMB-TOTALES TYPE IS RF.
           10 RD-EMB-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(026) VALUE
                 "EMBARGOS ACTIVOS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-ACTIVOS.
               15 COLUMN 036 PIC X(010) VALUE "RETENIDO:".
               15 COLUMN 047 PIC Z(10)9.99 SOURCE WK-TOTAL-ACTIVO.
           10 RD-EMB-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "EMBARGOS LIBERADOS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-LIBERADOS.
           10 RD-EMB-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "EMBARGOS EJECUTADOS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-EJECUTADOS.
               15 COLUMN 036 PIC X(010) VALUE "ENTREGADO:".
               15 COLUMN 047 PIC Z(10)9.99 SOURCE WK-TOTAL-EJECUTADO.
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
           IF WKS-STATUS-CUENTAS = "00"
               PERFORM 1000-MENU UNTIL WKS-OPCION = 9
               CLOSE CUENTAS
               CLOSE EMBARGOS
               CLOSE MOVTOS
           END-IF
           GOBACK.
      *SOLO UN SUPERVISOR DEL MAESTRO OPERADORES (PERFIL S, SIN
      *BLOQUEO) PUEDE REGISTRAR, LIBERAR O EJECUTAR UN EMBARGO; SU
      *CLAVE QUEDA EN EL REGISTRO DEL EMBARGO
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
           OPEN I-O CUENTAS
           IF WKS-STATUS-CUENTAS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO CUENTAS, EJECUTE "
                       "PRIMERO EL CAJERO PARA CREARLO"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O EMBARGOS
               IF WKS-STATUS-EMBAR = "35"
                   OPEN OUTPUT EMBARGOS
                   CLOSE EMBARGOS
                   OPEN I-O EMBARGOS
               END-IF
               PERFORM 0540-ABRIR-MOVTOS
           END-IF.
       0540-ABRIR-MOVTOS.
           OPEN EXTEND MOVTOS
           IF WKS-STATUS-MOVTOS = "35"
               OPEN OUTPUT MOVTOS
               CLOSE MOVTOS
               OPEN EXTEND MOVTOS
           END-IF.
       1000-MENU.
           DISPLAY " "
           DISPLAY "EMBARGOS Y ORDENES JUDICIALES"
           DISPLAY "1. ALTA DE EMBARGO"
           DISPLAY "2. EMBARGOS DE UNA CUENTA"
           DISPLAY "3. LIBERACION DE EMBARGO"
           DISPLAY "4. EJECUCION DE EMBARGO"
           DISPLAY "5. REPORTE HISTORICO DE EMBARGOS"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           DISPLAY " "
           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2000-ALTA-EMBARGO
               WHEN 2
                   PERFORM 3000-CONSULTA-CUENTA
               WHEN 3
                   PERFORM 4000-LIBERA-EMBARGO
               WHEN 4
                   PERFORM 5000-EJECUTA-EMBARGO
               WHEN 5
                   PERFORM 6000-REPORTE-HISTORICO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, SELECCIONE OTRA"
           END-EVALUATE.
      *EL ALTA CONGELA EL IMPORTE SUMANDOLO AL RETENIDO DE LA CUENTA;
      *EN UN EMBARGO T SE CONGELA TODO EL DISPONIBLE QUE TENGA EN ESE
      *MOMENTO (LO QUE ENTRE DESPUES LO DETIENE LA MARCA T). UN
      *EMBARGO M PUEDE SER MAYOR QUE EL DISPONIBLE: LA CUENTA QUEDA
      *SIN DISPONIBLE HASTA QUE LOS DEPOSITOS LO CUBRAN
       2000-ALTA-EMBARGO.
           DISPLAY "NUMERO DE CUENTA (12 DIGITOS):"
           ACCEPT WKS-CUENTA
           MOVE WKS-CUENTA TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CUENTA"
               NOT INVALID KEY
                   PERFORM 2100-CAPTURA-EMBARGO
           END-READ.
       2100-CAPTURA-EMBARGO.
           DISPLAY "NUMERO DE OFICIO DE LA AUTORIDAD:"
           ACCEPT WKS-OFICIO
           MOVE WKS-CUENTA TO EMB-CUENTA
           MOVE WKS-OFICIO TO EMB-OFICIO
           READ EMBARGOS
               INVALID KEY
                   PERFORM 2200-DATOS-EMBARGO
               NOT INVALID KEY
                   DISPLAY "ESE OFICIO YA ESTA REGISTRADO PARA LA "
                           "CUENTA, ESTATUS: " EMB-ESTATUS
           END-READ.
       2200-DATOS-EMBARGO.
           MOVE "S" TO WKS-EMBARGO-OK
           DISPLAY "TIPO: M = MONTO FIJO, T = TODA LA CUENTA"
           ACCEPT EMB-TIPO
           EVALUATE EMB-TIPO
               WHEN "M"
                   DISPLAY "IMPORTE A EMBARGAR:"
                   ACCEPT WKS-IMPORTE
                   IF WKS-IMPORTE = 0
                       DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
                       MOVE "N" TO WKS-EMBARGO-OK
                   END-IF
               WHEN "T"
                   COMPUTE WKS-EJECUTABLE =
                       REG-SALDO - REG-RETENIDO
                   IF WKS-EJECUTABLE > 0
                       MOVE WKS-EJECUTABLE TO WKS-IMPORTE
                   ELSE
                       MOVE 0 TO WKS-IMPORTE
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO"
                   MOVE "N" TO WKS-EMBARGO-OK
           END-EVALUATE
           IF WKS-SI-EMBARGO-OK
               DISPLAY "AUTORIDAD QUE GIRA LA ORDEN:"
               ACCEPT EMB-AUTORIDAD
               DISPLAY "CUENTA DE LA AUTORIDAD PARA LA EJECUCION:"
               ACCEPT EMB-CTA-AUTORIDAD
               DISPLAY "FECHA DEL OFICIO (AAAAMMDD):"
               ACCEPT EMB-FECHA-OFICIO
               MOVE "00" TO EMB-FECHA-OFICIO (1:2)
               DISPLAY "CUENTA " REG-NUMCUENTA " SALDO " REG-SALDO
                       " RETENIDO " REG-RETENIDO
               DISPLAY "IMPORTE QUE SE CONGELA: " WKS-IMPORTE
               DISPLAY "CONFIRMA EL EMBARGO? (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA = "S"
                   PERFORM 2300-GRABA-EMBARGO
               ELSE
                   DISPLAY "EMBARGO NO REGISTRADO"
               END-IF
           END-IF.
       2300-GRABA-EMBARGO.
           ACCEPT WKS-FECHA-HOY FROM DATE
           MOVE WKS-IMPORTE   TO EMB-IMPORTE
           MOVE WKS-FECHA-HOY TO EMB-FECHA-ALTA
           MOVE WKS-SUP-CLAVE TO EMB-SUP-ALTA
           MOVE "A"           TO EMB-ESTATUS
           MOVE 0             TO EMB-FECHA-BAJA
           MOVE SPACES        TO EMB-SUP-BAJA
           MOVE 0             TO EMB-FOLIO-BAJA
           MOVE 0             TO EMB-IMPORTE-EJEC
           WRITE REG-EMBARGO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL EMBARGO"
               NOT INVALID KEY
                   ADD WKS-IMPORTE TO REG-RETENIDO
                   PERFORM 7500-REGRABA-CUENTA
                   MOVE "EMBARGO" TO MOV-OPERACION
                   MOVE WKS-IMPORTE TO MOV-IMPORTE
                   MOVE 0 TO WKS-REFERENCIA
                   PERFORM 7000-GRABAR-MOVIMIENTO
                   DISPLAY "EMBARGO REGISTRADO, FOLIO " MOV-FOLIO
           END-WRITE.
      *LOS EMBARGOS DE UNA CUENTA SE LEEN EN ORDEN DE LLAVE A PARTIR
      *DE LA CUENTA (LA LLAVE EMPIEZA CON ELLA)
       3000-CONSULTA-CUENTA.
           DISPLAY "NUMERO DE CUENTA (12 DIGITOS):"
           ACCEPT WKS-CUENTA
           MOVE WKS-CUENTA TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CUENTA"
               NOT INVALID KEY
                   DISPLAY "SALDO:    " REG-SALDO
                   DISPLAY "RETENIDO: " REG-RETENIDO
           END-READ
           MOVE 0 TO WK-LISTADOS
           MOVE 0 TO WKS-EOF-EMBAR
           MOVE WKS-CUENTA TO EMB-CUENTA
           MOVE SPACES TO EMB-OFICIO
           START EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-EMBAR
           END-START
           PERFORM 3100-MUESTRA-EMBARGO UNTIL WKS-EOF-EMBAR = 1
           DISPLAY "EMBARGOS DE LA CUENTA: " WK-LISTADOS.
       3100-MUESTRA-EMBARGO.
           READ EMBARGOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMBAR
               NOT AT END
                   IF EMB-CUENTA NOT = WKS-CUENTA
                       MOVE 1 TO WKS-EOF-EMBAR
                   ELSE
                       ADD 1 TO WK-LISTADOS
                       PERFORM 3200-DETALLE-EMBARGO
                   END-IF
           END-READ.
       3200-DETALLE-EMBARGO.
           DISPLAY " "
           DISPLAY "OFICIO:     " EMB-OFICIO "  TIPO: " EMB-TIPO
                   "  ESTATUS: " EMB-ESTATUS
                   " (A=ACTIVO L=LIBERADO E=EJECUTADO)"
           DISPLAY "AUTORIDAD:  " EMB-AUTORIDAD
           DISPLAY "EMBARGADO:  " EMB-IMPORTE
                   "  OFICIO DEL " EMB-FECHA-OFICIO
           DISPLAY "ALTA:       " EMB-FECHA-ALTA " POR " EMB-SUP-ALTA
           IF EMB-ESTATUS NOT = "A"
               DISPLAY "BAJA:       " EMB-FECHA-BAJA " POR "
                       EMB-SUP-BAJA " FOLIO " EMB-FOLIO-BAJA
           END-IF
           IF EMB-ESTATUS = "E"
               DISPLAY "ENTREGADO:  " EMB-IMPORTE-EJEC
                       " A LA CUENTA " EMB-CTA-AUTORIDAD
           END-IF.
      *SECCION QUE LOCALIZA UN EMBARGO ACTIVO POR CUENTA Y OFICIO Y
      *LEE SU CUENTA, PARA LIBERARLO O EJECUTARLO
       3500-LOCALIZA-EMBARGO.
           MOVE "N" TO WKS-EMBARGO-OK
           DISPLAY "NUMERO DE CUENTA (12 DIGITOS):"
           ACCEPT WKS-CUENTA
           DISPLAY "NUMERO DE OFICIO:"
           ACCEPT WKS-OFICIO
           MOVE WKS-CUENTA TO EMB-CUENTA
           MOVE WKS-OFICIO TO EMB-OFICIO
           READ EMBARGOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE EMBARGO"
               NOT INVALID KEY
                   PERFORM 3200-DETALLE-EMBARGO
                   IF EMB-ESTATUS NOT = "A"
                       DISPLAY "EL EMBARGO YA NO ESTA ACTIVO"
                   ELSE
                       MOVE EMB-CUENTA TO REG-NUMCUENTA
                       READ CUENTAS
                           INVALID KEY
                               DISPLAY "NO EXISTE LA CUENTA DEL "
                                       "EMBARGO"
                           NOT INVALID KEY
                               MOVE "S" TO WKS-EMBARGO-OK
                       END-READ
                   END-IF
           END-READ.
      *LA LIBERACION REGRESA EL IMPORTE AL DISPONIBLE BAJANDO EL
      *RETENIDO (SIN QUEDAR EN NEGATIVO); EL SALDO NO SE MUEVE
       4000-LIBERA-EMBARGO.
           PERFORM 3500-LOCALIZA-EMBARGO
           IF WKS-SI-EMBARGO-OK
               DISPLAY "CONFIRMA LA LIBERACION? (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA = "S"
                   IF EMB-IMPORTE > REG-RETENIDO
                       MOVE 0 TO REG-RETENIDO
                   ELSE
                       SUBTRACT EMB-IMPORTE FROM REG-RETENIDO
                   END-IF
                   PERFORM 7500-REGRABA-CUENTA
                   MOVE "LIBERA-EMB" TO MOV-OPERACION
                   MOVE EMB-IMPORTE TO MOV-IMPORTE
                   MOVE 0 TO WKS-REFERENCIA
                   PERFORM 7000-GRABAR-MOVIMIENTO
                   MOVE "L" TO EMB-ESTATUS
                   PERFORM 5900-CIERRA-EMBARGO
                   DISPLAY "EMBARGO LIBERADO, FOLIO " MOV-FOLIO
               ELSE
                   DISPLAY "EL EMBARGO QUEDA SIN CAMBIO"
               END-IF
           END-IF.
      *LA EJECUCION ENTREGA A LA AUTORIDAD LO EMBARGADO: EN UN M EL
      *IMPORTE DEL EMBARGO, RECORTADO A LO QUE LA CUENTA TENGA; EN
      *UN T TODO EL SALDO QUE NO ESTE RETENIDO POR OTRA CAUSA
      *(CHEQUES, CODIGOS U OTROS EMBARGOS)
       5000-EJECUTA-EMBARGO.
           PERFORM 3500-LOCALIZA-EMBARGO
           IF WKS-SI-EMBARGO-OK
               COMPUTE WKS-OTRO-RETENIDO =
                   REG-RETENIDO - EMB-IMPORTE
               IF WKS-OTRO-RETENIDO < 0
                   MOVE 0 TO WKS-OTRO-RETENIDO
               END-IF
               COMPUTE WKS-EJECUTABLE =
                   REG-SALDO - WKS-OTRO-RETENIDO
               IF EMB-TIPO = "M" AND WKS-EJECUTABLE > EMB-IMPORTE
                   MOVE EMB-IMPORTE TO WKS-EJECUTABLE
               END-IF
               IF WKS-EJECUTABLE <= 0
                   DISPLAY "LA CUENTA NO TIENE SALDO QUE ENTREGAR, "
                           "EL EMBARGO SIGUE ACTIVO"
               ELSE
                   IF EMB-TIPO = "M" AND WKS-EJECUTABLE < EMB-IMPORTE
                       DISPLAY "EL SALDO SOLO CUBRE PARTE DEL "
                               "EMBARGO"
                   END-IF
                   DISPLAY "IMPORTE A ENTREGAR: " WKS-EJECUTABLE
                   DISPLAY "A LA CUENTA DE LA AUTORIDAD: "
                           EMB-CTA-AUTORIDAD
                   DISPLAY "CONFIRMA LA EJECUCION? (S/N)"
                   ACCEPT WKS-CONFIRMA
                   IF WKS-CONFIRMA = "S"
                       PERFORM 5100-CARGA-EMBARGO
                       PERFORM 5200-ABONA-AUTORIDAD
                   ELSE
                       DISPLAY "EL EMBARGO QUEDA SIN CAMBIO"
                   END-IF
               END-IF
           END-IF.
       5100-CARGA-EMBARGO.
           MOVE WKS-EJECUTABLE TO WKS-IMPORTE
           SUBTRACT WKS-IMPORTE FROM REG-SALDO
           MOVE WKS-OTRO-RETENIDO TO REG-RETENIDO
           PERFORM 7500-REGRABA-CUENTA
           MOVE "EJEC-EMBARGO" TO MOV-OPERACION
           MOVE WKS-IMPORTE TO MOV-IMPORTE
           MOVE 0 TO WKS-REFERENCIA
           PERFORM 7000-GRABAR-MOVIMIENTO
           MOVE MOV-FOLIO TO WKS-FOLIO-EJEC
           MOVE "E" TO EMB-ESTATUS
           MOVE WKS-IMPORTE TO EMB-IMPORTE-EJEC
           PERFORM 5900-CIERRA-EMBARGO
           DISPLAY "EMBARGO EJECUTADO, FOLIO " WKS-FOLIO-EJEC.
      *SI LA CUENTA DE LA AUTORIDAD ES DE LA CASA SE ABONA DIRECTO;
      *SI NO, EL ABONO QUEDA PENDIENTE EN TRANSEXT COMO CUALQUIER
      *TRANSFERENCIA EXTERNA Y SALE EN EL INTERCAMBIO NOCTURNO
       5200-ABONA-AUTORIDAD.
           MOVE EMB-CTA-AUTORIDAD TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   PERFORM 5300-GRABA-PENDIENTE
               NOT INVALID KEY
                   ADD WKS-IMPORTE TO REG-SALDO
                   PERFORM 7500-REGRABA-CUENTA
                   MOVE "TRANSF-REC" TO MOV-OPERACION
                   MOVE WKS-IMPORTE TO MOV-IMPORTE
                   MOVE WKS-FOLIO-EJEC TO WKS-REFERENCIA
                   PERFORM 7000-GRABAR-MOVIMIENTO
                   DISPLAY "ABONADO A LA CUENTA DE LA AUTORIDAD"
           END-READ.
       5300-GRABA-PENDIENTE.
           OPEN EXTEND TRANSEXT
           IF WKS-STATUS-TREXT = "35"
               OPEN OUTPUT TRANSEXT
               CLOSE TRANSEXT
               OPEN EXTEND TRANSEXT
           END-IF
           MOVE WKS-FOLIO-EJEC    TO TEX-FOLIO
           MOVE EMB-CUENTA        TO TEX-CTA-ORIGEN
           MOVE EMB-CTA-AUTORIDAD TO TEX-CTA-DESTINO
           MOVE WKS-IMPORTE       TO TEX-IMPORTE
           MOVE WKS-FECHA-HOY     TO TEX-FECHA
           MOVE "P"               TO TEX-ESTATUS
           WRITE REG-TRANSEXT
           CLOSE TRANSEXT
           DISPLAY "LA CUENTA DE LA AUTORIDAD NO ES DE LA CASA, EL "
                   "ABONO SALE EN EL INTERCAMBIO NOCTURNO".
       5900-CIERRA-EMBARGO.
           MOVE WKS-FECHA-HOY TO EMB-FECHA-BAJA
           MOVE WKS-SUP-CLAVE TO EMB-SUP-BAJA
           MOVE MOV-FOLIO     TO EMB-FOLIO-BAJA
           REWRITE REG-EMBARGO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL EMBARGO"
           END-REWRITE.
      *EL HISTORICO SALE A UN ARCHIVO FECHADO Y SE CATALOGA EN REPCAT
      *PARA QUE EL VISOR REPVIEW LO PUEDA REIMPRIMIR; EL ARCHIVO SE
      *REABRE EN ENTRADA PARA LEERLO COMPLETO EN ORDEN DE LLAVE
       6000-REPORTE-HISTORICO.
           ACCEPT WKS-FECHA-HOY FROM DATE
           MOVE 0 TO WK-ACTIVOS
           MOVE 0 TO WK-LIBERADOS
           MOVE 0 TO WK-EJECUTADOS
           MOVE 0 TO WK-TOTAL-ACTIVO
           MOVE 0 TO WK-TOTAL-EJECUTADO
           MOVE 0 TO WKS-EOF-EMBAR
           MOVE "EMBHIST" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-HOY (3:6) TO WKS-NOMBRE-REP (8:6)
           CLOSE EMBARGOS
           OPEN INPUT EMBARGOS
           OPEN OUTPUT EMBHIST
           INITIATE RD-EMBHIST
           PERFORM 6100-REPORTA-EMBARGO UNTIL WKS-EOF-EMBAR = 1
           TERMINATE RD-EMBHIST
           CLOSE EMBHIST
           CLOSE EMBARGOS
           OPEN I-O EMBARGOS
           PERFORM 6500-CATALOGA-REPORTE
           DISPLAY "REPORTE GENERADO: " WKS-NOMBRE-REP.
       6100-REPORTA-EMBARGO.
           READ EMBARGOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMBAR
               NOT AT END
                   EVALUATE EMB-ESTATUS
                       WHEN "A"
                           MOVE "ACTIVO" TO WKS-ESTATUS-DESC
                           ADD 1 TO WK-ACTIVOS
                           ADD EMB-IMPORTE TO WK-TOTAL-ACTIVO
                       WHEN "L"
                           MOVE "LIBERADO" TO WKS-ESTATUS-DESC
                           ADD 1 TO WK-LIBERADOS
                       WHEN "E"
                           MOVE "EJECUTADO" TO WKS-ESTATUS-DESC
                           ADD 1 TO WK-EJECUTADOS
                           ADD EMB-IMPORTE-EJEC TO WK-TOTAL-EJECUTADO
                       WHEN OTHER
                           MOVE EMB-ESTATUS TO WKS-ESTATUS-DESC
                   END-EVALUATE
                   GENERATE RD-EMB-DETALLE
           END-READ.
       6500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMEMBAR" TO CAT-PROGRAMA
           MOVE WKS-FECHA-HOY TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       7000-GRABAR-MOVIMIENTO.
           ACCEPT WKS-FECHA-HOY FROM DATE
           MOVE REG-NUMCUENTA TO MOV-NUMCUENTA
           MOVE REG-SALDO     TO MOV-SALDO
           MOVE WKS-FECHA-HOY TO MOV-FECHA
           ACCEPT MOV-HORA  FROM TIME
           CALL "FOLIOSIG" USING WKS-FOLIO
           MOVE WKS-FOLIO TO MOV-FOLIO
           MOVE WKS-REFERENCIA TO MOV-REFERENCIA
           MOVE "VENT" TO MOV-TERMINAL
           WRITE REG-MOVIMIENTO.
       7500-REGRABA-CUENTA.
           REWRITE REG-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA EN DISCO"
           END-REWRITE.
       END PROGRAM ATMEMBAR.

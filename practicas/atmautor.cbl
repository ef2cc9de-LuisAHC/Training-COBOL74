      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Modulo de autorizaciones (doble control) de las
      *           acciones de alto riesgo que ATMEJE, ATMQUEJA y
      *           OPERMANT dejan pendientes en el archivo AUTORIZA
      *           (copybook AUTORREG) por medio del subprograma
      *           AUTOSOL: cierres de cuenta y pagos de quejas arriba
      *           de su limite, ordenes programadas arriba de su
      *           limite y desbloqueos de operadores. Solo entra un
      *           supervisor (clave y contrasena contra el maestro
      *           OPERADORES con perfil S) y nadie puede autorizar ni
      *           rechazar una solicitud suya.
      *           Al autorizar se aplica la accion: el pago de la
      *           queja se abona a la cuenta con su PAGO-QUEJA en
      *           MOVTOS, la orden se activa y el operador se
      *           desbloquea; el cierre queda autorizado y lo ejecuta
      *           el ejecutivo al volver a pedirlo con el cliente en
      *           ventanilla, porque ahi se entrega el efectivo. Al
      *           rechazar, la queja regresa a investigacion y la orden
      *           queda inactiva.
      *           Tambien mantiene los limites de autorizacion
      *           (archivo AUTLIMIT, copybook AUTLMREG) y emite el
      *           reporte de auditoria AUTHIST+AAMMDD con quien
      *           solicito y quien resolvio cada accion y cuando,
      *           catalogado en REPCAT.
      *
      * Modificaciones:
      * 2026-10-15 LAHC El desbloqueo autorizado de un operador queda
      *                 en la bitacora BLOQUEOS (subprograma BITBLOQ)
      *                 a nombre del supervisor que lo autorizo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMAUTOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTORIZA ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AUT-FOLIO
               FILE STATUS IS WKS-STATUS-AUTOR.
           SELECT AUTLIMIT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-LIMITE.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WKS-STATUS-OPER.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT QUEJAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS QUE-NUMERO
               FILE STATUS IS WKS-STATUS-QUEJAS.
           SELECT ORDENES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WKS-STATUS-ORDEN.
           SELECT AUTHIST ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD AUTORIZA.
           01 REG-AUTORIZA.
               COPY AUTORREG REPLACING ==LVL== BY ==05==
                   ==NOMFOLIO== BY ==AUT-FOLIO==
                   ==NOMTIPO== BY ==AUT-TIPO==
                   ==NOMCUENTA== BY ==AUT-CUENTA==
                   ==NOMREFER== BY ==AUT-REFERENCIA==
                   ==NOMIMPORTE== BY ==AUT-IMPORTE==
                   ==NOMCTADES== BY ==AUT-CTA-DESTINO==
                   ==NOMDIA== BY ==AUT-DIA-MES==
                   ==NOMDESCR== BY ==AUT-DESCRIPCION==
                   ==NOMSOLICITA== BY ==AUT-SOLICITA==
                   ==NOMFECSOL== BY ==AUT-FECHA-SOL==
                   ==NOMHORSOL== BY ==AUT-HORA-SOL==
                   ==NOMESTATUS== BY ==AUT-ESTATUS==
                   ==NOMAUTORIZA== BY ==AUT-AUTORIZA==
                   ==NOMFECRES== BY ==AUT-FECHA-RES==
                   ==NOMHORRES== BY ==AUT-HORA-RES==
                   ==NOMMOTIVO== BY ==AUT-MOTIVO==.
           FD AUTLIMIT.
           01 REG-LIMITE.
               COPY AUTLMREG REPLACING ==LVL== BY ==05==
                   ==NOMLIMCIERRE== BY ==LIM-CIERRE==
                   ==NOMLIMQUEJA== BY ==LIM-QUEJA==
                   ==NOMLIMORDEN== BY ==LIM-ORDEN==
                   ==NOMFECCAMBIO== BY ==LIM-FECHA-CAMBIO==
                   ==NOMSUPCAMBIO== BY ==LIM-SUP-CAMBIO==.
           FD OPERADORES.
           01 REG-OPERADOR.
               COPY OPERREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==OPE-CLAVE==
                   ==NOMNOMBRE== BY ==OPE-NOMBRE==
                   ==NOMPASSWORD== BY ==OPE-PASSWORD==
                   ==NOMPERFIL== BY ==OPE-PERFIL==
                   ==NOMINTENTOS== BY ==OPE-INTENTOS==
                   ==NOMBLOQ== BY ==OPE-BLOQUEADO==.
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
           FD QUEJAS.
           01 REG-QUEJA.
               COPY QUEJAREG REPLACING ==LVL== BY ==05==
                   ==NOMNUMERO== BY ==QUE-NUMERO==
                   ==NOMFOLIO== BY ==QUE-FOLIO==
                   ==NOMCUENTA== BY ==QUE-NUMCUENTA==
                   ==NOMOPER== BY ==QUE-OPERACION==
                   ==NOMIMPORTE== BY ==QUE-IMPORTE==
                   ==NOMFECMOV== BY ==QUE-FECHA-MOV==
                   ==NOMTIPO== BY ==QUE-TIPO==
                   ==NOMESTATUS== BY ==QUE-ESTATUS==
                   ==NOMFECALTA== BY ==QUE-FECHA-ALTA==
                   ==NOMFECRESO== BY ==QUE-FECHA-RESO==.
           FD ORDENES.
           01 REG-ORDEN.
               COPY ORDENREG REPLACING ==LVL== BY ==05==
                   ==NOMNUMERO== BY ==ORD-NUMERO==
                   ==NOMCTAORI== BY ==ORD-CTA-ORIGEN==
                   ==NOMCTADES== BY ==ORD-CTA-DESTINO==
                   ==NOMIMPORTE== BY ==ORD-IMPORTE==
                   ==NOMDIA== BY ==ORD-DIA-MES==
                   ==NOMACTIVA== BY ==ORD-ACTIVA==.
           FD AUTHIST REPORT IS RD-AUTHIST.
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
           01 WKS-STATUS-AUTOR   PIC X(02).
           01 WKS-STATUS-LIMITE  PIC X(02).
           01 WKS-STATUS-OPER    PIC X(02).
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-QUEJAS  PIC X(02).
           01 WKS-STATUS-ORDEN   PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-FIRMADO        PIC X(01) VALUE "N".
               88 WKS-SI-FIRMADO VALUE "S".
           01 WKS-INTENTOS-FIRMA PIC 9(01) VALUE 0.
           01 WKS-SUP-CLAVE      PIC X(08).
           01 WKS-SUP-PASSWORD   PIC X(08).
      *DESBLOQUEO QUE SE PASA AL SUBPROGRAMA BITBLOQ
           01 WKS-BLOQUEO.
               COPY BLOQUREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==BBL-FECHA==
                   ==NOMHORA== BY ==BBL-HORA==
                   ==NOMOPERADOR== BY ==BBL-OPERADOR==
                   ==NOMACCION== BY ==BBL-ACCION==
                   ==NOMQUIEN== BY ==BBL-QUIEN==
                   ==NOMMOTIVO== BY ==BBL-MOTIVO==.
           01 WKS-CONFIRMA       PIC X(01).
           01 WKS-FECHA-HOY      PIC 9(08).
           01 WKS-FOLIO-AUT      PIC 9(08).
           01 WKS-FOLIO          PIC 9(08).
           01 WKS-EOF-AUTOR      PIC 9(01).
           01 WKS-SOLICITUD-OK   PIC X(01).
               88 WKS-SI-SOLICITUD-OK VALUE "S".
           01 WKS-APLICADA       PIC X(01).
               88 WKS-SI-APLICADA VALUE "S".
           01 WKS-ESTATUS-DESC   PIC X(12).
           01 WKS-IMPORTE-EDIT   PIC -(9)9.99.
      *LIMITES DE CASA CUANDO NO EXISTE EL ARCHIVO AUTLIMIT, LOS
      *MISMOS QUE APLICA EL SUBPROGRAMA AUTOSOL
           01 WKS-LIMITES.
               05 WKS-LIM-CIERRE PIC 9(09)V9(02) VALUE 0.
               05 WKS-LIM-QUEJA  PIC 9(09)V9(02) VALUE 1000.00.
               05 WKS-LIM-ORDEN  PIC 9(09)V9(02) VALUE 10000.00.
           01 WKS-LIM-FECHA      PIC 9(08) VALUE 0.
           01 WKS-LIM-SUPERV     PIC X(08) VALUE SPACES.
           01 WK-LISTADAS        PIC 9(05).
           01 WK-PENDIENTES      PIC 9(05).
           01 WK-AUTORIZADAS     PIC 9(05).
           01 WK-APLICADAS       PIC 9(05).
           01 WK-RECHAZADAS      PIC 9(05).
       REPORT SECTION.
           RD RD-AUTHIST
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 008
               LAST DETAIL  054.
       01 RD-AUT-TITULOS TYPE IS PH.
           10 RD-AUT-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(044) VALUE
                 "AUDITORIA DE AUTORIZACIONES (DOBLE CONTROL)".
           10 RD-AUT-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-HOY.
           10 RD-AUT-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(005) VALUE "FOLIO".
               15 COLUMN 010 PIC X(004) VALUE "TIPO".
               15 COLUMN 019 PIC X(006) VALUE "CUENTA".
               15 COLUMN 032 PIC X(010) VALUE "REFERENCIA".
               15 COLUMN 051 PIC X(007) VALUE "IMPORTE".
               15 COLUMN 060 PIC X(007) VALUE "ESTATUS".
           10 RD-AUT-TITULO-04 LINE 006.
               15 COLUMN 010 PIC X(009) VALUE "SOLICITO".
               15 COLUMN 019 PIC X(005) VALUE "FECHA".
               15 COLUMN 030 PIC X(004) VALUE "HORA".
               15 COLUMN 040 PIC X(008) VALUE "RESOLVIO".
               15 COLUMN 049 PIC X(005) VALUE "FECHA".
               15 COLUMN 060 PIC X(004) VALUE "HORA".
       01 RD-AUT-DETALLE TYPE DETAIL.
           10 RD-AUT-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC 9(08) SOURCE AUT-FOLIO.
               15 COLUMN 010 PIC X(008) SOURCE AUT-TIPO.
               15 COLUMN 019 PIC X(012) SOURCE AUT-CUENTA.
               15 COLUMN 032 PIC X(012) SOURCE AUT-REFERENCIA.
               15 COLUMN 045 PIC -(9)9.99 SOURCE AUT-IMPORTE.
               15 COLUMN 060 PIC X(012) SOURCE WKS-ESTATUS-DESC.
           10 RD-AUT-DET02 LINE PLUS 001.
               15 COLUMN 010 PIC X(008) SOURCE AUT-SOLICITA.
               15 COLUMN 019 PIC 9999/99/99 SOURCE AUT-FECHA-SOL.
               15 COLUMN 030 PIC 9(08) SOURCE AUT-HORA-SOL.
               15 COLUMN 040 PIC X(008) SOURCE AUT-AUTORIZA.
               15 COLUMN 049 PIC 9999/99/99 SOURCE AUT-FECHA-RES.
               15 COLUMN 060 PIC 9(08) SOURCE AUT-HORA-RES.
           10 RD-AUT-DET03 LINE PLUS 001.
               15 COLUMN 010 PIC X(040) SOURCE AUT-DESCRIPCION.
               15 COLUMN 051 PIC X(030) SOURCE AUT-MOTIVO.
       01 RD-AUT-TOTALES TYPE IS RF.
           10 RD-AUT-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(026) VALUE
                 "SOLICITUDES PENDIENTES:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-PENDIENTES.
           10 RD-AUT-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "AUTORIZADAS POR APLICAR:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-AUTORIZADAS.
           10 RD-AUT-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "AUTORIZADAS Y APLICADAS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-APLICADAS.
           10 RD-AUT-TOT04 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "RECHAZADAS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-RECHAZADAS.
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
               CLOSE AUTORIZA
               CLOSE CUENTAS
               CLOSE MOVTOS
               CLOSE QUEJAS
               CLOSE ORDENES
           END-IF
           GOBACK.
      *SOLO UN SUPERVISOR DEL MAESTRO OPERADORES (PERFIL S, SIN
      *BLOQUEO) RESUELVE SOLICITUDES; SU CLAVE QUEDA EN CADA UNA Y
      *ES LA QUE SE COMPARA CONTRA LA DEL SOLICITANTE
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
               OPEN I-O AUTORIZA
               IF WKS-STATUS-AUTOR = "35"
                   OPEN OUTPUT AUTORIZA
                   CLOSE AUTORIZA
                   OPEN I-O AUTORIZA
               END-IF
               OPEN EXTEND MOVTOS
               IF WKS-STATUS-MOVTOS = "35"
                   OPEN OUTPUT MOVTOS
                   CLOSE MOVTOS
                   OPEN EXTEND MOVTOS
               END-IF
               OPEN I-O QUEJAS
               IF WKS-STATUS-QUEJAS = "35"
                   OPEN OUTPUT QUEJAS
                   CLOSE QUEJAS
                   OPEN I-O QUEJAS
               END-IF
               OPEN I-O ORDENES
               IF WKS-STATUS-ORDEN = "35"
                   OPEN OUTPUT ORDENES
                   CLOSE ORDENES
                   OPEN I-O ORDENES
               END-IF
           END-IF.
       1000-MENU.
           DISPLAY " "
           DISPLAY "AUTORIZACIONES (DOBLE CONTROL)"
           DISPLAY "1. SOLICITUDES PENDIENTES"
           DISPLAY "2. AUTORIZAR SOLICITUD"
           DISPLAY "3. RECHAZAR SOLICITUD"
           DISPLAY "4. LIMITES DE AUTORIZACION"
           DISPLAY "5. REPORTE DE AUDITORIA"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           DISPLAY " "
           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 1500-LISTA-PENDIENTES
               WHEN 2
                   PERFORM 2000-AUTORIZA-SOLICITUD
               WHEN 3
                   PERFORM 3000-RECHAZA-SOLICITUD
               WHEN 4
                   PERFORM 4000-LIMITES
               WHEN 5
                   PERFORM 5000-REPORTE-AUDITORIA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, SELECCIONE OTRA"
           END-EVALUATE.
      *LA LISTA MUESTRA LO QUE ESPERA A UN SUPERVISOR (P) Y LOS
      *CIERRES AUTORIZADOS QUE EL EJECUTIVO NO HA EJECUTADO (A)
       1500-LISTA-PENDIENTES.
           MOVE 0 TO WK-LISTADAS
           MOVE 0 TO WKS-EOF-AUTOR
           PERFORM 1900-INICIA-AUTORIZA
           PERFORM 1600-LISTA-UNA UNTIL WKS-EOF-AUTOR = 1
           DISPLAY "SOLICITUDES POR RESOLVER O POR APLICAR: "
                   WK-LISTADAS.
       1600-LISTA-UNA.
           READ AUTORIZA NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-AUTOR
               NOT AT END
                   IF AUT-ESTATUS = "P" OR AUT-ESTATUS = "A"
                       ADD 1 TO WK-LISTADAS
                       MOVE AUT-IMPORTE TO WKS-IMPORTE-EDIT
                       DISPLAY AUT-FOLIO " " AUT-ESTATUS " "
                               AUT-TIPO " CTA " AUT-CUENTA
                               " REF " AUT-REFERENCIA
                               " $" WKS-IMPORTE-EDIT
                               " POR " AUT-SOLICITA
                   END-IF
           END-READ.
       1900-INICIA-AUTORIZA.
           MOVE 0 TO AUT-FOLIO
           START AUTORIZA KEY IS NOT LESS THAN AUT-FOLIO
               INVALID KEY
                   MOVE 1 TO WKS-EOF-AUTOR
           END-START.
      *SE LOCALIZA LA SOLICITUD PENDIENTE POR SU FOLIO Y SE VALIDA
      *QUE NO LA HAYA PEDIDO EL MISMO SUPERVISOR QUE LA RESUELVE
       1950-LOCALIZA-SOLICITUD.
           MOVE "N" TO WKS-SOLICITUD-OK
           DISPLAY "FOLIO DE LA SOLICITUD:"
           ACCEPT WKS-FOLIO-AUT
           MOVE WKS-FOLIO-AUT TO AUT-FOLIO
           READ AUTORIZA
               INVALID KEY
                   DISPLAY "NO EXISTE ESA SOLICITUD"
               NOT INVALID KEY
                   PERFORM 2900-MUESTRA-SOLICITUD
                   EVALUATE TRUE
                       WHEN AUT-ESTATUS NOT = "P"
                           DISPLAY "ESA SOLICITUD YA ESTA RESUELTA"
                       WHEN AUT-SOLICITA = WKS-SUP-CLAVE
                           DISPLAY "NADIE PUEDE RESOLVER UNA "
                                   "SOLICITUD SUYA; LA RESUELVE OTRO "
                                   "SUPERVISOR"
                       WHEN OTHER
                           MOVE "S" TO WKS-SOLICITUD-OK
                   END-EVALUATE
           END-READ.
       2000-AUTORIZA-SOLICITUD.
           PERFORM 1950-LOCALIZA-SOLICITUD
           IF WKS-SI-SOLICITUD-OK
               DISPLAY "CONFIRMA LA AUTORIZACION? (S/N)"
               ACCEPT WKS-CONFIRMA
               IF WKS-CONFIRMA = "S"
                   PERFORM 2100-APLICA-ACCION
               ELSE
                   DISPLAY "LA SOLICITUD QUEDA PENDIENTE"
               END-IF
           END-IF.
      *LA ACCION SE APLICA AL AUTORIZAR, SALVO EL CIERRE: ESE QUEDA
      *AUTORIZADO (A) Y LO APLICA EL EJECUTIVO AL ENTREGAR EL SALDO
       2100-APLICA-ACCION.
           MOVE "N" TO WKS-APLICADA
           EVALUATE AUT-TIPO
               WHEN "CIERRE"
                   MOVE "A" TO AUT-ESTATUS
                   MOVE "S" TO WKS-APLICADA
               WHEN "PAGOQUEJ"
                   PERFORM 2200-APLICA-PAGO-QUEJA
               WHEN "ORDEN"
                   PERFORM 2300-ACTIVA-ORDEN
               WHEN "DESBLOQ"
                   PERFORM 2400-DESBLOQUEA-OPERADOR
               WHEN OTHER
                   DISPLAY "TIPO DE SOLICITUD DESCONOCIDO: " AUT-TIPO
           END-EVALUATE
           IF WKS-SI-APLICADA
               MOVE WKS-SUP-CLAVE TO AUT-AUTORIZA
               ACCEPT AUT-FECHA-RES FROM DATE
               ACCEPT AUT-HORA-RES FROM TIME
               REWRITE REG-AUTORIZA
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA SOLICITUD"
               END-REWRITE
               IF AUT-ESTATUS = "A"
                   DISPLAY "CIERRE AUTORIZADO; EL EJECUTIVO LO APLICA "
                           "AL VOLVER A PEDIRLO EN VENTANILLA"
               ELSE
                   DISPLAY "SOLICITUD AUTORIZADA Y APLICADA"
               END-IF
           ELSE
               DISPLAY "NO SE APLICO LA ACCION, LA SOLICITUD QUEDA "
                       "PENDIENTE; SI YA NO PROCEDE, RECHACELA"
           END-IF.
      *EL PAGO SE APLICA IGUAL QUE EN ATMQUEJA: ABONO A LA CUENTA Y
      *PAGO-QUEJA EN LA BITACORA CON EL NUMERO DE LA QUEJA
       2200-APLICA-PAGO-QUEJA.
           MOVE AUT-REFERENCIA (1:6) TO QUE-NUMERO
           READ QUEJAS
               INVALID KEY
                   DISPLAY "YA NO EXISTE LA QUEJA " QUE-NUMERO
               NOT INVALID KEY
                   IF QUE-ESTATUS NOT = "E"
                       DISPLAY "LA QUEJA YA NO ESPERA EL PAGO, "
                               "ESTATUS: " QUE-ESTATUS
                   ELSE
                       PERFORM 2210-ABONA-QUEJA
                   END-IF
           END-READ.
       2210-ABONA-QUEJA.
           MOVE QUE-NUMCUENTA TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   DISPLAY "LA CUENTA DE LA QUEJA YA NO EXISTE"
               NOT INVALID KEY
                   ADD QUE-IMPORTE TO REG-SALDO
                   REWRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA "
                                   "CUENTA"
                   END-REWRITE
                   MOVE REG-NUMCUENTA TO MOV-NUMCUENTA
                   MOVE "PAGO-QUEJA"  TO MOV-OPERACION
                   MOVE QUE-IMPORTE   TO MOV-IMPORTE
                   MOVE REG-SALDO     TO MOV-SALDO
                   ACCEPT MOV-FECHA FROM DATE
                   ACCEPT MOV-HORA  FROM TIME
                   CALL "FOLIOSIG" USING WKS-FOLIO
                   MOVE WKS-FOLIO TO MOV-FOLIO
                   MOVE QUE-NUMERO TO MOV-REFERENCIA
                   MOVE "VENT" TO MOV-TERMINAL
                   WRITE REG-MOVIMIENTO
                   MOVE "P" TO QUE-ESTATUS
                   ACCEPT QUE-FECHA-RESO FROM DATE
                   REWRITE REG-QUEJA
                   MOVE "E" TO AUT-ESTATUS
                   MOVE "S" TO WKS-APLICADA
                   DISPLAY "QUEJA PAGADA, NUEVO SALDO DE LA "
                           "CUENTA: " REG-SALDO
           END-READ.
       2300-ACTIVA-ORDEN.
           MOVE AUT-REFERENCIA (1:4) TO ORD-NUMERO
           READ ORDENES
               INVALID KEY
                   DISPLAY "YA NO EXISTE LA ORDEN " ORD-NUMERO
               NOT INVALID KEY
                   IF ORD-ACTIVA NOT = "P"
                       DISPLAY "LA ORDEN YA NO ESTA PENDIENTE (FUE "
                               "DADA DE BAJA)"
                   ELSE
                       MOVE "S" TO ORD-ACTIVA
                       REWRITE REG-ORDEN
                           INVALID KEY
                               DISPLAY "NO SE PUDO ACTUALIZAR LA "
                                       "ORDEN"
                           NOT INVALID KEY
                               MOVE "E" TO AUT-ESTATUS
                               MOVE "S" TO WKS-APLICADA
                       END-REWRITE
                   END-IF
           END-READ.
       2400-DESBLOQUEA-OPERADOR.
           OPEN I-O OPERADORES
           MOVE AUT-REFERENCIA (1:8) TO OPE-CLAVE
           READ OPERADORES
               INVALID KEY
                   DISPLAY "YA NO EXISTE EL OPERADOR " OPE-CLAVE
               NOT INVALID KEY
                   MOVE 0   TO OPE-INTENTOS
                   MOVE "N" TO OPE-BLOQUEADO
                   REWRITE REG-OPERADOR
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL "
                                   "OPERADOR"
                       NOT INVALID KEY
                           MOVE "E" TO AUT-ESTATUS
                           MOVE "S" TO WKS-APLICADA
                           PERFORM 2410-REGISTRA-DESBLOQUEO
                   END-REWRITE
           END-READ
           CLOSE OPERADORES.
       2410-REGISTRA-DESBLOQUEO.
           INITIALIZE WKS-BLOQUEO
           MOVE OPE-CLAVE     TO BBL-OPERADOR
           MOVE "DESBLOQ"     TO BBL-ACCION
           MOVE WKS-SUP-CLAVE TO BBL-QUIEN
           MOVE "DESBLOQUEO AUTORIZADO" TO BBL-MOTIVO
           CALL "BITBLOQ" USING WKS-BLOQUEO.
       2900-MUESTRA-SOLICITUD.
           PERFORM 5300-DESCRIBE-ESTATUS
           MOVE AUT-IMPORTE TO WKS-IMPORTE-EDIT
           DISPLAY "FOLIO:       " AUT-FOLIO "  ESTATUS: "
                   WKS-ESTATUS-DESC
           DISPLAY "ACCION:      " AUT-TIPO " " AUT-DESCRIPCION
           DISPLAY "CUENTA:      " AUT-CUENTA "  REFERENCIA: "
                   AUT-REFERENCIA
           DISPLAY "IMPORTE:     " WKS-IMPORTE-EDIT
           IF AUT-TIPO = "ORDEN"
               DISPLAY "DESTINO:     " AUT-CTA-DESTINO "  DIA: "
                       AUT-DIA-MES
           END-IF
           DISPLAY "SOLICITO:    " AUT-SOLICITA " EL "
                   AUT-FECHA-SOL " A LAS " AUT-HORA-SOL.
      *EL RECHAZO DEJA EL MOTIVO; LA QUEJA REGRESA A INVESTIGACION
      *Y LA ORDEN QUEDA INACTIVA
       3000-RECHAZA-SOLICITUD.
           PERFORM 1950-LOCALIZA-SOLICITUD
           IF WKS-SI-SOLICITUD-OK
               DISPLAY "MOTIVO DEL RECHAZO:"
               ACCEPT AUT-MOTIVO
               IF AUT-MOTIVO = SPACES
                   DISPLAY "EL MOTIVO DEL RECHAZO ES OBLIGATORIO"
               ELSE
                   PERFORM 3100-REVIERTE-ACCION
                   MOVE "R" TO AUT-ESTATUS
                   MOVE WKS-SUP-CLAVE TO AUT-AUTORIZA
                   ACCEPT AUT-FECHA-RES FROM DATE
                   ACCEPT AUT-HORA-RES FROM TIME
                   REWRITE REG-AUTORIZA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA "
                                   "SOLICITUD"
                       NOT INVALID KEY
                           DISPLAY "SOLICITUD RECHAZADA"
                   END-REWRITE
               END-IF
           END-IF.
       3100-REVIERTE-ACCION.
           EVALUATE AUT-TIPO
               WHEN "PAGOQUEJ"
                   MOVE AUT-REFERENCIA (1:6) TO QUE-NUMERO
                   READ QUEJAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF QUE-ESTATUS = "E"
                               MOVE "I" TO QUE-ESTATUS
                               REWRITE REG-QUEJA
                               DISPLAY "LA QUEJA REGRESA A "
                                       "INVESTIGACION"
                           END-IF
                   END-READ
               WHEN "ORDEN"
                   MOVE AUT-REFERENCIA (1:4) TO ORD-NUMERO
                   READ ORDENES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ORD-ACTIVA = "P"
                               MOVE "N" TO ORD-ACTIVA
                               REWRITE REG-ORDEN
                               DISPLAY "LA ORDEN QUEDA INACTIVA"
                           END-IF
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *LOS LIMITES VIVEN EN UN SOLO REGISTRO DEL ARCHIVO AUTLIMIT
      *CON LA FECHA Y EL SUPERVISOR DEL ULTIMO CAMBIO
       4000-LIMITES.
           OPEN INPUT AUTLIMIT
           IF WKS-STATUS-LIMITE = "00"
               READ AUTLIMIT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LIM-CIERRE TO WKS-LIM-CIERRE
                       MOVE LIM-QUEJA TO WKS-LIM-QUEJA
                       MOVE LIM-ORDEN TO WKS-LIM-ORDEN
                       MOVE LIM-FECHA-CAMBIO TO WKS-LIM-FECHA
                       MOVE LIM-SUP-CAMBIO TO WKS-LIM-SUPERV
               END-READ
               CLOSE AUTLIMIT
           END-IF
           IF WKS-LIM-FECHA = 0
               DISPLAY "RIGEN LOS LIMITES DE CASA"
           ELSE
               DISPLAY "ULTIMO CAMBIO: " WKS-LIM-FECHA " POR "
                       WKS-LIM-SUPERV
           END-IF
           MOVE WKS-LIM-CIERRE TO WKS-IMPORTE-EDIT
           DISPLAY "SALDO A ENTREGAR EN UN CIERRE (RIGE "
                   WKS-IMPORTE-EDIT "):"
           ACCEPT WKS-LIM-CIERRE
           MOVE WKS-LIM-QUEJA TO WKS-IMPORTE-EDIT
           DISPLAY "PAGO DE UNA QUEJA (RIGE " WKS-IMPORTE-EDIT "):"
           ACCEPT WKS-LIM-QUEJA
           MOVE WKS-LIM-ORDEN TO WKS-IMPORTE-EDIT
           DISPLAY "IMPORTE DE UNA ORDEN PROGRAMADA (RIGE "
                   WKS-IMPORTE-EDIT "):"
           ACCEPT WKS-LIM-ORDEN
           DISPLAY "CONFIRMA LOS LIMITES NUEVOS? (S/N)"
           ACCEPT WKS-CONFIRMA
           IF WKS-CONFIRMA = "S"
               OPEN OUTPUT AUTLIMIT
               MOVE WKS-LIM-CIERRE TO LIM-CIERRE
               MOVE WKS-LIM-QUEJA TO LIM-QUEJA
               MOVE WKS-LIM-ORDEN TO LIM-ORDEN
               ACCEPT LIM-FECHA-CAMBIO FROM DATE
               MOVE WKS-SUP-CLAVE TO LIM-SUP-CAMBIO
               WRITE REG-LIMITE
               CLOSE AUTLIMIT
               MOVE LIM-FECHA-CAMBIO TO WKS-LIM-FECHA
               MOVE WKS-SUP-CLAVE TO WKS-LIM-SUPERV
               DISPLAY "LIMITES ACTUALIZADOS"
           ELSE
               DISPLAY "LOS LIMITES NO CAMBIAN"
           END-IF.
      *EL REPORTE DE AUDITORIA SALE A UN ARCHIVO FECHADO Y SE
      *CATALOGA EN REPCAT PARA QUE EL VISOR REPVIEW LO REIMPRIMA
       5000-REPORTE-AUDITORIA.
           ACCEPT WKS-FECHA-HOY FROM DATE
           MOVE 0 TO WK-PENDIENTES
           MOVE 0 TO WK-AUTORIZADAS
           MOVE 0 TO WK-APLICADAS
           MOVE 0 TO WK-RECHAZADAS
           MOVE 0 TO WKS-EOF-AUTOR
           MOVE "AUTHIST" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-HOY (3:6) TO WKS-NOMBRE-REP (8:6)
           OPEN OUTPUT AUTHIST
           INITIATE RD-AUTHIST
           PERFORM 1900-INICIA-AUTORIZA
           PERFORM 5100-REPORTA-SOLICITUD UNTIL WKS-EOF-AUTOR = 1
           TERMINATE RD-AUTHIST
           CLOSE AUTHIST
           PERFORM 5500-CATALOGA-REPORTE
           DISPLAY "REPORTE GENERADO: " WKS-NOMBRE-REP.
       5100-REPORTA-SOLICITUD.
           READ AUTORIZA NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-AUTOR
               NOT AT END
                   PERFORM 5300-DESCRIBE-ESTATUS
                   EVALUATE AUT-ESTATUS
                       WHEN "P"
                           ADD 1 TO WK-PENDIENTES
                       WHEN "A"
                           ADD 1 TO WK-AUTORIZADAS
                       WHEN "E"
                           ADD 1 TO WK-APLICADAS
                       WHEN OTHER
                           ADD 1 TO WK-RECHAZADAS
                   END-EVALUATE
                   GENERATE RD-AUT-DETALLE
           END-READ.
       5300-DESCRIBE-ESTATUS.
           EVALUATE AUT-ESTATUS
               WHEN "P"
                   MOVE "PENDIENTE" TO WKS-ESTATUS-DESC
               WHEN "A"
                   MOVE "AUTORIZADA" TO WKS-ESTATUS-DESC
               WHEN "E"
                   MOVE "APLICADA" TO WKS-ESTATUS-DESC
               WHEN OTHER
                   MOVE "RECHAZADA" TO WKS-ESTATUS-DESC
           END-EVALUATE.
       5500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMAUTOR" TO CAT-PROGRAMA
           MOVE WKS-FECHA-HOY TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       END PROGRAM ATMAUTOR.

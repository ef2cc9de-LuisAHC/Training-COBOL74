      *           menu de control. Si el maestro no existe se
      *           siembra con el supervisor de casa (ADMIN/ADMIN),
      *           igual que hace el ingreso de CONTROL.
      *
      * Modificaciones:
      * 2026-10-15 LAHC El desbloqueo de un operador ya no se aplica
      *                 aqui: queda como solicitud en AUTORIZA
      *                 (subprograma AUTOSOL) a nombre del supervisor
      *                 firmado, y lo aplica otro supervisor al
      *                 autorizarlo en ATMAUTOR.
      * 2026-10-15 LAHC Recertificacion de operadores: el alta y el
      *                 cambio piden el supervisor que responde por el
      *                 operador (maestro OPERCERT, copybook CERTOREG)
      *                 y la opcion 6 deja al supervisor firmado
      *                 recertificar o negar a sus operadores con
      *                 ciclo abierto por RECERTOP; la negativa
      *                 bloquea al operador. La baja, el desbloqueo y
      *                 la negativa quedan en la bitacora BLOQUEOS
      *                 (subprograma BITBLOQ) con el supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMANT.
               ACCESS MODE DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WKS-STATUS-OPER.
           SELECT OPERCERT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CER-CLAVE
               FILE STATUS IS WKS-STATUS-CERT.
       DATA DIVISION.
       FILE SECTION.
           FD OPERADORES.
                   ==NOMPERFIL== BY ==OPE-PERFIL==
                   ==NOMINTENTOS== BY ==OPE-INTENTOS==
                   ==NOMBLOQ== BY ==OPE-BLOQUEADO==.
           FD OPERCERT.
           01 REG-OPERCERT.
               COPY CERTOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==CER-CLAVE==
                   ==NOMSUPERV== BY ==CER-SUPERVISOR==
                   ==NOMFECALTA== BY ==CER-FECHA-ALTA==
                   ==NOMFECCERT== BY ==CER-FECHA-CERT==
                   ==NOMCERTIFICA== BY ==CER-CERTIFICA==
                   ==NOMFECCICLO== BY ==CER-FECHA-CICLO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-OPER    PIC X(02).
           01 WKS-STATUS-CERT    PIC X(02).
           01 WKS-EOF-CERT       PIC 9(01).
           01 WKS-SUPERV-NUEVO   PIC X(08).
           01 WKS-RESPUESTA      PIC X(01).
           01 WKS-FECHA-HOY      PIC 9(08).
           01 WK-PENDIENTES      PIC 9(03).
      *BLOQUEO O DESBLOQUEO QUE SE PASA AL SUBPROGRAMA BITBLOQ
           01 WKS-BLOQUEO.
               COPY BLOQUREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==BBL-FECHA==
                   ==NOMHORA== BY ==BBL-HORA==
                   ==NOMOPERADOR== BY ==BBL-OPERADOR==
                   ==NOMACCION== BY ==BBL-ACCION==
                   ==NOMQUIEN== BY ==BBL-QUIEN==
                   ==NOMMOTIVO== BY ==BBL-MOTIVO==.
           01 WKS-OPCION         PIC 9(01).
           01 WKS-CLAVE          PIC X(08).
           01 WKS-PASSWORD       PIC X(08).
               88 WKS-SI-FIRMADO VALUE "S".
           01 WKS-INTENTOS-FIRMA PIC 9(01) VALUE 0.
           01 WKS-PERFIL-NUEVO   PIC X(01).
           01 WKS-SUP-CLAVE      PIC X(08).
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
           MOVE "N" TO WKS-FIRMADO
           MOVE 0 TO WKS-INTENTOS-FIRMA
           ACCEPT WKS-FECHA-HOY FROM DATE
           PERFORM 0300-ABRE-OPERADORES
           PERFORM 0350-ABRE-OPERCERT
           PERFORM 0400-FIRMA-SUPERVISOR
               UNTIL WKS-SI-FIRMADO OR WKS-INTENTOS-FIRMA >= 3
           IF WKS-SI-FIRMADO
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE OPERADORES
           CLOSE OPERCERT
           GOBACK.
       0300-ABRE-OPERADORES.
           OPEN I-O OPERADORES
               CLOSE OPERADORES
               OPEN I-O OPERADORES
           END-IF.
       0350-ABRE-OPERCERT.
           OPEN I-O OPERCERT
           IF WKS-STATUS-CERT = "35"
               OPEN OUTPUT OPERCERT
               CLOSE OPERCERT
               OPEN I-O OPERCERT
           END-IF.
      *SOLO UN SUPERVISOR FIRMADO (CLAVE, CONTRASENA Y PERFIL S,
      *SIN BLOQUEO) PUEDE MANTENER OPERADORES
       0400-FIRMA-SUPERVISOR.
                       IF OPE-PASSWORD = WKS-PASSWORD AND
                          OPE-PERFIL = "S"
                           SET WKS-SI-FIRMADO TO TRUE
                           MOVE WKS-CLAVE TO WKS-SUP-CLAVE
                           DISPLAY "BIENVENIDO " OPE-NOMBRE
                       ELSE
                           DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
           DISPLAY "3. DESBLOQUEO DE OPERADOR"
           DISPLAY "4. BAJA (BLOQUEO PERMANENTE)"
           DISPLAY "5. CONSULTA DEL MAESTRO"
           DISPLAY "6. RECERTIFICACION DE MIS OPERADORES"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           DISPLAY " "
                   PERFORM 5000-BAJA
               WHEN 5
                   PERFORM 6000-CONSULTA
               WHEN 6
                   PERFORM 7000-RECERTIFICA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                           DISPLAY "NO SE PUDO GRABAR EL OPERADOR"
                       NOT INVALID KEY
                           DISPLAY "OPERADOR DADO DE ALTA"
                           PERFORM 2200-ALTA-CERTIFICACION
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UN OPERADOR CON ESA CLAVE"
               DISPLAY "PERFIL INVALIDO, SE ASIGNA C CAPTURISTA"
               MOVE "C" TO WKS-PERFIL-NUEVO
           END-IF.
      *EL OPERADOR NUEVO ARRANCA CERTIFICADO EN SU FECHA DE ALTA; EL
      *PRIMER CICLO LO ABRE RECERTOP CUANDO SE CUMPLA EL PERIODO
       2200-ALTA-CERTIFICACION.
           PERFORM 2300-PIDE-SUPERVISOR
           MOVE WKS-CLAVE        TO CER-CLAVE
           MOVE WKS-SUPERV-NUEVO TO CER-SUPERVISOR
           MOVE WKS-FECHA-HOY    TO CER-FECHA-ALTA
           MOVE WKS-FECHA-HOY    TO CER-FECHA-CERT
           MOVE WKS-SUP-CLAVE    TO CER-CERTIFICA
           MOVE 0                TO CER-FECHA-CICLO
           WRITE REG-OPERCERT
               INVALID KEY
                   REWRITE REG-OPERCERT
           END-WRITE.
      *EL SUPERVISOR RESPONSABLE DEBE SER UN OPERADOR CON PERFIL S Y
      *NO PUEDE SER EL MISMO OPERADOR; EN BLANCO QUEDA SIN ASIGNAR
       2300-PIDE-SUPERVISOR.
           DISPLAY "SUPERVISOR QUE RESPONDE POR EL OPERADOR (CLAVE):"
           ACCEPT WKS-SUPERV-NUEVO
           IF WKS-SUPERV-NUEVO = WKS-CLAVE
               DISPLAY "NO PUEDE RESPONDER POR SI MISMO, QUEDA SIN "
                       "SUPERVISOR"
               MOVE SPACES TO WKS-SUPERV-NUEVO
           END-IF
           IF WKS-SUPERV-NUEVO NOT = SPACES
               MOVE WKS-SUPERV-NUEVO TO OPE-CLAVE
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "NO EXISTE ESE SUPERVISOR, QUEDA SIN "
                               "SUPERVISOR"
                       MOVE SPACES TO WKS-SUPERV-NUEVO
                   NOT INVALID KEY
                       IF OPE-PERFIL NOT = "S"
                           DISPLAY "ESA CLAVE NO ES DE SUPERVISOR, "
                                   "QUEDA SIN SUPERVISOR"
                           MOVE SPACES TO WKS-SUPERV-NUEVO
                       END-IF
               END-READ
           END-IF.
       3000-CAMBIO.
           DISPLAY "CLAVE DEL OPERADOR A CAMBIAR:"
           ACCEPT WKS-CLAVE
                                   "OPERADOR"
                   END-REWRITE
                   DISPLAY "OPERADOR ACTUALIZADO"
                   PERFORM 3100-CAMBIA-SUPERVISOR
           END-READ.
      *UN OPERADOR DE ANTES SIN REGISTRO EN OPERCERT LO GANA AQUI CON
      *LA FECHA DEL DIA
       3100-CAMBIA-SUPERVISOR.
           MOVE WKS-CLAVE TO CER-CLAVE
           READ OPERCERT
               INVALID KEY
                   MOVE WKS-CLAVE     TO CER-CLAVE
                   MOVE SPACES        TO CER-SUPERVISOR
                   MOVE WKS-FECHA-HOY TO CER-FECHA-ALTA
                   MOVE WKS-FECHA-HOY TO CER-FECHA-CERT
                   MOVE WKS-SUP-CLAVE TO CER-CERTIFICA
                   MOVE 0             TO CER-FECHA-CICLO
                   WRITE REG-OPERCERT
           END-READ
           DISPLAY "SUPERVISOR ACTUAL: " CER-SUPERVISOR
                   " (EN BLANCO LO CONSERVA)"
           PERFORM 2300-PIDE-SUPERVISOR
           IF WKS-SUPERV-NUEVO NOT = SPACES
               MOVE WKS-CLAVE TO CER-CLAVE
               READ OPERCERT
                   NOT INVALID KEY
                       MOVE WKS-SUPERV-NUEVO TO CER-SUPERVISOR
                       REWRITE REG-OPERCERT
               END-READ
           END-IF.
       4000-DESBLOQUEO.
           DISPLAY "CLAVE DEL OPERADOR A DESBLOQUEAR:"
           ACCEPT WKS-CLAVE
               INVALID KEY
                   DISPLAY "NO EXISTE ESE OPERADOR"
               NOT INVALID KEY
                   IF OPE-BLOQUEADO NOT = "S"
                       DISPLAY "ESE OPERADOR NO ESTA BLOQUEADO"
                   ELSE
                       PERFORM 4100-AUTORIZA-DESBLOQUEO
                   END-IF
           END-READ.
      *EL DESBLOQUEO SIEMPRE PASA POR DOBLE CONTROL: QUEDA PENDIENTE
      *A NOMBRE DEL SUPERVISOR FIRMADO Y LO APLICA OTRO SUPERVISOR
       4100-AUTORIZA-DESBLOQUEO.
           INITIALIZE WKS-SOLICITUD
           MOVE "DESBLOQ" TO ASL-TIPO
           MOVE WKS-CLAVE TO ASL-REFERENCIA
           MOVE "DESBLOQUEO DE OPERADOR" TO ASL-DESCRIPCION
           MOVE WKS-SUP-CLAVE TO ASL-SOLICITA
           CALL "AUTOSOL" USING WKS-SOLICITUD WKS-RESULTADO-AUT
           EVALUATE WKS-RESULTADO-AUT
               WHEN "N"
               WHEN "A"
                   MOVE 0   TO OPE-INTENTOS
                   MOVE "N" TO OPE-BLOQUEADO
                   REWRITE REG-OPERADOR
                   DISPLAY "OPERADOR DESBLOQUEADO"
                   MOVE "DESBLOQ" TO BBL-ACCION
                   MOVE "DESBLOQUEO EN OPERMANT" TO BBL-MOTIVO
                   PERFORM 8000-REGISTRA-BLOQUEO
               WHEN "P"
                   DISPLAY "EL DESBLOQUEO QUEDA EN ESPERA DE "
                           "AUTORIZACION DE OTRO SUPERVISOR, FOLIO "
                           ASL-FOLIO
               WHEN "D"
                   DISPLAY "EL DESBLOQUEO DE ESE OPERADOR YA ESPERA "
                           "AUTORIZACION, FOLIO " ASL-FOLIO
               WHEN OTHER
                   DISPLAY "NO SE REGISTRO LA SOLICITUD DE DESBLOQUEO"
           END-EVALUATE.
      *LA BAJA NO BORRA EL REGISTRO: SE DEJA BLOQUEADO PARA QUE LA
      *BITACORA DE SESION SIGA ENCONTRANDO AL OPERADOR HISTORICO
       5000-BAJA.
                   MOVE "S" TO OPE-BLOQUEADO
                   REWRITE REG-OPERADOR
                   DISPLAY "OPERADOR DADO DE BAJA (BLOQUEADO)"
                   MOVE "BLOQUEO" TO BBL-ACCION
                   MOVE "BAJA DEL OPERADOR" TO BBL-MOTIVO
                   PERFORM 8000-REGISTRA-BLOQUEO
           END-READ.
       6000-CONSULTA.
           MOVE 0 TO WKS-EOF-OPER
                           " PERFIL " OPE-PERFIL
                           " BLOQUEADO " OPE-BLOQUEADO
           END-READ.
      *EL SUPERVISOR FIRMADO VE SOLO A LOS OPERADORES QUE RESPONDEN A
      *EL Y TIENEN UN CICLO ABIERTO: S LOS RECERTIFICA Y CIERRA EL
      *CICLO, N LOS BLOQUEA Y CIERRA EL CICLO, EN BLANCO LOS DEJA
      *PENDIENTES (RECERTOP LOS BLOQUEA AL VENCER EL PLAZO)
       7000-RECERTIFICA.
           MOVE 0 TO WKS-EOF-CERT
           MOVE 0 TO WK-PENDIENTES
           MOVE LOW-VALUES TO CER-CLAVE
           START OPERCERT KEY IS NOT LESS THAN CER-CLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-CERT
           END-START
           PERFORM 7100-LEE-CERTIFICACION UNTIL WKS-EOF-CERT = 1
           IF WK-PENDIENTES = 0
               DISPLAY "NO TIENE OPERADORES PENDIENTES DE "
                       "RECERTIFICAR"
           END-IF.
       7100-LEE-CERTIFICACION.
           READ OPERCERT NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-CERT
               NOT AT END
                   IF CER-SUPERVISOR = WKS-SUP-CLAVE AND
                      CER-FECHA-CICLO NOT = 0 AND
                      CER-CLAVE NOT = WKS-SUP-CLAVE
                       ADD 1 TO WK-PENDIENTES
                       PERFORM 7200-PREGUNTA-RECERTIFICA
                   END-IF
           END-READ.
       7200-PREGUNTA-RECERTIFICA.
           MOVE CER-CLAVE TO OPE-CLAVE
           READ OPERADORES
               INVALID KEY
                   MOVE "(YA NO EXISTE)" TO OPE-NOMBRE
                   MOVE SPACE TO OPE-PERFIL
           END-READ
           DISPLAY CER-CLAVE " " OPE-NOMBRE " PERFIL " OPE-PERFIL
                   " CICLO ABIERTO EL " CER-FECHA-CICLO
           DISPLAY "RECERTIFICA (S/N, EN BLANCO DESPUES):"
           ACCEPT WKS-RESPUESTA
           EVALUATE WKS-RESPUESTA
               WHEN "S"
                   MOVE WKS-FECHA-HOY TO CER-FECHA-CERT
                   MOVE WKS-SUP-CLAVE TO CER-CERTIFICA
                   MOVE 0             TO CER-FECHA-CICLO
                   REWRITE REG-OPERCERT
                   DISPLAY "OPERADOR RECERTIFICADO"
               WHEN "N"
                   MOVE WKS-SUP-CLAVE TO CER-CERTIFICA
                   MOVE 0             TO CER-FECHA-CICLO
                   REWRITE REG-OPERCERT
                   PERFORM 7300-BLOQUEA-NEGADO
               WHEN OTHER
                   DISPLAY "QUEDA PENDIENTE"
           END-EVALUATE.
       7300-BLOQUEA-NEGADO.
           MOVE CER-CLAVE TO OPE-CLAVE
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO OPE-BLOQUEADO
                   REWRITE REG-OPERADOR
                   DISPLAY "RECERTIFICACION NEGADA, OPERADOR "
                           "BLOQUEADO"
                   MOVE CER-CLAVE TO WKS-CLAVE
                   MOVE "BLOQUEO" TO BBL-ACCION
                   MOVE "RECERTIFICACION NEGADA" TO BBL-MOTIVO
                   PERFORM 8000-REGISTRA-BLOQUEO
           END-READ.
      *EL QUE LLAMA DEJA LA ACCION Y EL MOTIVO; EL OPERADOR ES EL DE
      *WKS-CLAVE Y QUIEN LO HIZO EL SUPERVISOR FIRMADO
       8000-REGISTRA-BLOQUEO.
           MOVE WKS-CLAVE     TO BBL-OPERADOR
           MOVE WKS-SUP-CLAVE TO BBL-QUIEN
           CALL "BITBLOQ" USING WKS-BLOQUEO.
       END PROGRAM OPERMANT.

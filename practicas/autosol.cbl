      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Subprograma de doble control para las acciones de
      *           alto riesgo. El programa que llama (ATMEJE en el
      *           cierre de cuenta y el alta de orden programada,
      *           ATMQUEJA en el pago de una queja, OPERMANT en el
      *           desbloqueo de un operador) llena tipo, cuenta,
      *           referencia, importe y descripcion en el layout
      *           AUTORREG y aqui se decide:
      *           - A: ya hay una autorizacion de otro supervisor
      *             para esa misma accion que cubre el importe; se
      *             marca aplicada y el que llama sigue (solo pasa en
      *             el cierre, que se autoriza y despues lo ejecuta el
      *             ejecutivo con el cliente en ventanilla).
      *           - D: ya hay una solicitud pendiente para esa accion.
      *           - N: el importe no pasa del limite (archivo
      *             AUTLIMIT, copybook AUTLMREG); el que llama aplica
      *             la accion como siempre.
      *           - P: pasa del limite (o es un desbloqueo); se
      *             registra la solicitud pendiente en AUTORIZA con
      *             folio, operador, fecha y hora y el que llama NO
      *             aplica la accion. Si el que llama no trae la clave
      *             del operador, se le pide aqui su clave y
      *             contrasena contra el maestro OPERADORES.
      *           - X: no se pudo registrar (firma incorrecta); la
      *             accion tampoco se aplica.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOSOL.
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
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-AUTOR   PIC X(02).
           01 WKS-STATUS-LIMITE  PIC X(02).
           01 WKS-STATUS-OPER    PIC X(02).
           01 WKS-EOF-AUTOR      PIC 9(01).
           01 WKS-ULTIMO-FOLIO   PIC 9(08).
           01 WKS-PASSWORD       PIC X(08).
      *LIMITES DE CASA CUANDO NO EXISTE EL ARCHIVO AUTLIMIT: TODO
      *CIERRE CON SALDO QUE ENTREGAR SE AUTORIZA
           01 WKS-LIM-CIERRE     PIC 9(09)V9(02) VALUE 0.
           01 WKS-LIM-QUEJA      PIC 9(09)V9(02) VALUE 1000.00.
           01 WKS-LIM-ORDEN      PIC 9(09)V9(02) VALUE 10000.00.
           01 WKS-REQUIERE       PIC X(01).
               88 WKS-SI-REQUIERE VALUE "S".
       LINKAGE SECTION.
           01 ASL-SOLICITUD.
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
           01 ASL-RESULTADO      PIC X(01).
       PROCEDURE DIVISION USING ASL-SOLICITUD ASL-RESULTADO.
       0000-PRINCIPAL.
           MOVE SPACE TO ASL-RESULTADO
           MOVE 0 TO ASL-FOLIO
           MOVE 0 TO WKS-ULTIMO-FOLIO
           OPEN I-O AUTORIZA
           IF WKS-STATUS-AUTOR = "35"
               OPEN OUTPUT AUTORIZA
               CLOSE AUTORIZA
               OPEN I-O AUTORIZA
           END-IF
           PERFORM 1000-REVISA-SOLICITUDES
           IF ASL-RESULTADO = SPACE
               PERFORM 2000-LEE-LIMITES
               PERFORM 2100-EVALUA-LIMITE
               IF WKS-SI-REQUIERE
                   PERFORM 3000-REGISTRA-SOLICITUD
               ELSE
                   MOVE "N" TO ASL-RESULTADO
               END-IF
           END-IF
           CLOSE AUTORIZA
           GOBACK.
      *AUTORIZA NO TIENE LLAVE POR CUENTA, ASI QUE SE RECORRE
      *COMPLETO: SE BUSCA UNA AUTORIZACION O UNA SOLICITUD PENDIENTE
      *DE LA MISMA ACCION Y DE PASO SE TOMA EL ULTIMO FOLIO USADO
       1000-REVISA-SOLICITUDES.
           MOVE 0 TO WKS-EOF-AUTOR
           MOVE 0 TO AUT-FOLIO
           START AUTORIZA KEY IS NOT LESS THAN AUT-FOLIO
               INVALID KEY
                   MOVE 1 TO WKS-EOF-AUTOR
           END-START
           PERFORM 1100-LEE-SOLICITUD UNTIL WKS-EOF-AUTOR = 1.
       1100-LEE-SOLICITUD.
           READ AUTORIZA NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-AUTOR
               NOT AT END
                   MOVE AUT-FOLIO TO WKS-ULTIMO-FOLIO
                   IF AUT-TIPO = ASL-TIPO AND
                      AUT-CUENTA = ASL-CUENTA AND
                      AUT-REFERENCIA = ASL-REFERENCIA AND
                      ASL-RESULTADO = SPACE
                       PERFORM 1200-COMPARA-SOLICITUD
                   END-IF
           END-READ.
      *LA AUTORIZACION SOLO CUBRE HASTA EL IMPORTE AUTORIZADO; SI EL
      *IMPORTE CRECIO SE PIDE UNA NUEVA
       1200-COMPARA-SOLICITUD.
           EVALUATE AUT-ESTATUS
               WHEN "P"
                   MOVE "D" TO ASL-RESULTADO
                   MOVE AUT-FOLIO TO ASL-FOLIO
               WHEN "A"
                   IF ASL-IMPORTE NOT > AUT-IMPORTE
                       MOVE "E" TO AUT-ESTATUS
                       REWRITE REG-AUTORIZA
                           INVALID KEY
                               DISPLAY "NO SE PUDO MARCAR APLICADA LA "
                                       "AUTORIZACION " AUT-FOLIO
                       END-REWRITE
                       MOVE "A" TO ASL-RESULTADO
                       MOVE AUT-FOLIO TO ASL-FOLIO
                       MOVE AUT-AUTORIZA TO ASL-AUTORIZA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-LEE-LIMITES.
           OPEN INPUT AUTLIMIT
           IF WKS-STATUS-LIMITE = "00"
               READ AUTLIMIT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LIM-CIERRE TO WKS-LIM-CIERRE
                       MOVE LIM-QUEJA TO WKS-LIM-QUEJA
                       MOVE LIM-ORDEN TO WKS-LIM-ORDEN
               END-READ
               CLOSE AUTLIMIT
           END-IF.
       2100-EVALUA-LIMITE.
           MOVE "N" TO WKS-REQUIERE
           EVALUATE ASL-TIPO
               WHEN "CIERRE"
                   IF ASL-IMPORTE > WKS-LIM-CIERRE
                       MOVE "S" TO WKS-REQUIERE
                   END-IF
               WHEN "PAGOQUEJ"
                   IF ASL-IMPORTE > WKS-LIM-QUEJA
                       MOVE "S" TO WKS-REQUIERE
                   END-IF
               WHEN "ORDEN"
                   IF ASL-IMPORTE > WKS-LIM-ORDEN
                       MOVE "S" TO WKS-REQUIERE
                   END-IF
               WHEN OTHER
                   MOVE "S" TO WKS-REQUIERE
           END-EVALUATE.
       3000-REGISTRA-SOLICITUD.
           IF ASL-SOLICITA = SPACES
               PERFORM 3100-FIRMA-SOLICITANTE
           END-IF
           IF ASL-SOLICITA = SPACES
               MOVE "X" TO ASL-RESULTADO
           ELSE
               MOVE ASL-SOLICITUD TO REG-AUTORIZA
               ADD 1 TO WKS-ULTIMO-FOLIO
               MOVE WKS-ULTIMO-FOLIO TO AUT-FOLIO
               ACCEPT AUT-FECHA-SOL FROM DATE
               ACCEPT AUT-HORA-SOL FROM TIME
               MOVE "P" TO AUT-ESTATUS
               MOVE SPACES TO AUT-AUTORIZA
               MOVE 0 TO AUT-FECHA-RES
               MOVE 0 TO AUT-HORA-RES
               MOVE SPACES TO AUT-MOTIVO
               WRITE REG-AUTORIZA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA SOLICITUD DE "
                               "AUTORIZACION"
                       MOVE "X" TO ASL-RESULTADO
                   NOT INVALID KEY
                       MOVE "P" TO ASL-RESULTADO
                       MOVE AUT-FOLIO TO ASL-FOLIO
               END-WRITE
           END-IF.
      *QUIEN SOLICITA DEBE FIRMARSE CON SU CLAVE Y CONTRASENA DEL
      *MAESTRO OPERADORES: ES LA CLAVE QUE QUEDA EN LA SOLICITUD Y LA
      *QUE NO PODRA AUTORIZARLA
       3100-FIRMA-SOLICITANTE.
           DISPLAY "LA ACCION REQUIERE AUTORIZACION DE UN SUPERVISOR"
           DISPLAY "CLAVE DEL OPERADOR QUE SOLICITA:"
           ACCEPT ASL-SOLICITA
           DISPLAY "CONTRASENA:"
           ACCEPT WKS-PASSWORD
           OPEN INPUT OPERADORES
           IF WKS-STATUS-OPER NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
               MOVE SPACES TO ASL-SOLICITA
           ELSE
               MOVE ASL-SOLICITA TO OPE-CLAVE
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                       MOVE SPACES TO ASL-SOLICITA
                   NOT INVALID KEY
                       IF OPE-PASSWORD NOT = WKS-PASSWORD OR
                          OPE-BLOQUEADO = "S"
                           DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                           MOVE SPACES TO ASL-SOLICITA
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.
       END PROGRAM AUTOSOL.

      *           cuenta y deja en MOVTOS un movimiento PAGO-QUEJA
      *           con el numero de la queja como referencia; la lista
      *           de abiertas es para el coordinador.
      *
      * Modificaciones:
      * 2026-10-15 LAHC El layout de QUEJAS pasa al copybook QUEJAREG.
      *                 El pago de una queja que pasa del limite de
      *                 autorizacion no se aplica aqui: queda como
      *                 solicitud en AUTORIZA (subprograma AUTOSOL) y
      *                 la queja en estatus E (pago en espera de
      *                 autorizacion) hasta que otro supervisor lo
      *                 autorice o rechace en ATMAUTOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMQUEJA.
       FILE SECTION.
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
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-QUEJAS  PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
               88 WKS-SI-HALLO-EXCEP VALUE "S".
           01 WKS-FOLIO          PIC 9(08).
           01 WK-ABIERTAS        PIC 9(05).
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
                   DISPLAY "FECHA OP.: " QUE-FECHA-MOV
                   DISPLAY "TIPO:      " QUE-TIPO
                   DISPLAY "ESTATUS:   " QUE-ESTATUS
                           " (A=ABIERTA I=INVESTIGA E=PAGO EN "
                           "ESPERA P=PAGADA R=RECHAZADA)"
                   PERFORM 8500-BUSCA-EXCEPCION
           END-READ.
       4000-LISTA-ABIERTAS.
           PERFORM 4100-LISTA-UNA UNTIL WKS-EOF-QUEJAS = 1
           CLOSE QUEJAS
           OPEN I-O QUEJAS
           DISPLAY "QUEJAS ABIERTAS, EN INVESTIGACION O CON PAGO "
                   "EN ESPERA: "
                   WK-ABIERTAS.
       4100-LISTA-UNA.
           READ QUEJAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-QUEJAS
               NOT AT END
                   IF QUE-ESTATUS = "A" OR QUE-ESTATUS = "I" OR
                      QUE-ESTATUS = "E"
                       ADD 1 TO WK-ABIERTAS
                       DISPLAY QUE-NUMERO " " QUE-ESTATUS
                               " FOLIO " QUE-FOLIO
               INVALID KEY
                   DISPLAY "NO EXISTE ESA QUEJA"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN QUE-ESTATUS = "P" OR QUE-ESTATUS = "R"
                           DISPLAY "ESA QUEJA YA ESTA RESUELTA"
                       WHEN QUE-ESTATUS = "E"
                           PERFORM 6900-AVISA-ESPERA
                       WHEN OTHER
                           MOVE "I" TO QUE-ESTATUS
                           REWRITE REG-QUEJA
                           DISPLAY "QUEJA EN INVESTIGACION"
                   END-EVALUATE
           END-READ.
      *LA RESOLUCION PAGADA ABONA EL IMPORTE RECLAMADO A LA CUENTA
      *Y DEJA EN LA BITACORA UN PAGO-QUEJA CON EL NUMERO DE LA
               INVALID KEY
                   DISPLAY "NO EXISTE ESA QUEJA"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN QUE-ESTATUS = "P" OR QUE-ESTATUS = "R"
                           DISPLAY "ESA QUEJA YA ESTA RESUELTA"
                       WHEN QUE-ESTATUS = "E"
                           PERFORM 6900-AVISA-ESPERA
                       WHEN OTHER
                           PERFORM 6050-AUTORIZA-PAGO
                   END-EVALUATE
           END-READ.
      *UN PAGO ARRIBA DEL LIMITE DE AUTORIZACION QUEDA PENDIENTE EN
      *AUTORIZA Y LO APLICA ATMAUTOR CUANDO OTRO SUPERVISOR LO
      *AUTORIZA; ABAJO DEL LIMITE SE PAGA AQUI COMO SIEMPRE
       6050-AUTORIZA-PAGO.
           INITIALIZE WKS-SOLICITUD
           MOVE "PAGOQUEJ" TO ASL-TIPO
           MOVE QUE-NUMCUENTA TO ASL-CUENTA
           MOVE QUE-NUMERO TO ASL-REFERENCIA
           MOVE QUE-IMPORTE TO ASL-IMPORTE
           MOVE "PAGO DE QUEJA" TO ASL-DESCRIPCION
           MOVE QUE-TIPO TO ASL-DESCRIPCION (15:12)
           CALL "AUTOSOL" USING WKS-SOLICITUD WKS-RESULTADO-AUT
           EVALUATE WKS-RESULTADO-AUT
               WHEN "N"
               WHEN "A"
                   PERFORM 6100-PAGA-QUEJA
               WHEN "P"
                   MOVE "E" TO QUE-ESTATUS
                   REWRITE REG-QUEJA
                   DISPLAY "EL PAGO PASA DEL LIMITE, QUEDA EN ESPERA "
                           "DE AUTORIZACION CON FOLIO " ASL-FOLIO
               WHEN "D"
                   DISPLAY "YA HAY UNA SOLICITUD PENDIENTE PARA ESA "
                           "QUEJA, FOLIO " ASL-FOLIO
               WHEN OTHER
                   DISPLAY "NO SE REGISTRO LA SOLICITUD, LA QUEJA NO "
                           "SE PAGA"
           END-EVALUATE.
       6100-PAGA-QUEJA.
           MOVE QUE-NUMCUENTA TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA QUEJA"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN QUE-ESTATUS = "P" OR QUE-ESTATUS = "R"
                           DISPLAY "ESA QUEJA YA ESTA RESUELTA"
                       WHEN QUE-ESTATUS = "E"
                           PERFORM 6900-AVISA-ESPERA
                       WHEN OTHER
                           MOVE "R" TO QUE-ESTATUS
                           ACCEPT QUE-FECHA-RESO FROM DATE
                           REWRITE REG-QUEJA
                           DISPLAY "QUEJA RECHAZADA"
                   END-EVALUATE
           END-READ.
       6900-AVISA-ESPERA.
           DISPLAY "LA QUEJA TIENE UN PAGO EN ESPERA DE AUTORIZACION; "
                   "SE RESUELVE EN EL MODULO DE AUTORIZACIONES".
      *LA BITACORA SE RELEE COMPLETA BUSCANDO EL FOLIO, COMO EN EL
      *REVERSO DEL EJECUTIVO (SE CIERRA, SE LEE Y SE VUELVE A DEJAR
      *EN EXTEND)

      *           La fecha de proceso se toma del archivo de
      *           parametros LIBPARM si existe; si no, del dia de la
      *           corrida.
      *
      * Modificaciones:
      * 2026-10-15 LAHC Avisos al cliente: cada retencion liberada se
      *                 pasa al subprograma AVISOSIG para el mensaje o
      *                 correo del cliente si lo pidio en sus
      *                 preferencias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMLIBER.
                   ==NOMFECNIP== BY ==REG-FECHA-NIP==
                   ==NOMDORMIDA== BY ==REG-DORMIDA==
                   ==NOMCLIENTE== BY ==REG-CLIENTE==
                   ==NOMRETENIDO== BY ==REG-RETENIDO==
                   ==NOMSOBREGIRO== BY ==REG-SOBREGIRO==
                   ==NOMFECSOBREG== BY ==REG-FECHA-SOBREGIRO==.
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
           01 WK-RETEN-LEIDAS    PIC 9(05) VALUE 0.
           01 WK-RETEN-LIBERADAS PIC 9(05) VALUE 0.
           01 WK-IMPORTE-LIBERADO PIC S9(11)V9(02) VALUE 0.
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
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           MOVE WKS-FOLIO TO MOV-FOLIO
           MOVE RET-FOLIO TO MOV-REFERENCIA
           MOVE "LOTE" TO MOV-TERMINAL
           WRITE REG-MOVIMIENTO
           MOVE REG-CLIENTE   TO AVS-CLIENTE
           MOVE REG-NUMCUENTA TO AVS-CUENTA
           MOVE "LR"          TO AVS-EVENTO
           MOVE RET-IMPORTE   TO AVS-IMPORTE
           MOVE REG-SALDO     TO AVS-SALDO
           MOVE "LOTE"        TO AVS-TERMINAL
           CALL "AVISOSIG" USING WKS-AVISO.
       5000-TERMINA.
           IF WKS-STATUS-RETEN = "00" OR WKS-STATUS-RETEN = "10"
               CLOSE RETENCIONES

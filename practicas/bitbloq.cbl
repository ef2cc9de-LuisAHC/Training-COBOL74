      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Subprograma que deja el rastro de cada bloqueo o
      *           desbloqueo de un operador en la bitacora BLOQUEOS
      *           (copybook BLOQUREG). El programa que llama llena
      *           operador, accion (BLOQUEO o DESBLOQ), quien lo hizo
      *           y motivo; aqui se pone la fecha y hora del dia y se
      *           agrega el registro. Si la bitacora no existe se
      *           crea. La lee la recertificacion RECERTOP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BITBLOQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-BLOQ.
       DATA DIVISION.
       FILE SECTION.
           FD BLOQUEOS.
           01 REG-BLOQUEO.
               COPY BLOQUREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==BLQ-FECHA==
                   ==NOMHORA== BY ==BLQ-HORA==
                   ==NOMOPERADOR== BY ==BLQ-OPERADOR==
                   ==NOMACCION== BY ==BLQ-ACCION==
                   ==NOMQUIEN== BY ==BLQ-QUIEN==
                   ==NOMMOTIVO== BY ==BLQ-MOTIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-BLOQ PIC X(02).
       LINKAGE SECTION.
           01 BBL-BLOQUEO.
               COPY BLOQUREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==BBL-FECHA==
                   ==NOMHORA== BY ==BBL-HORA==
                   ==NOMOPERADOR== BY ==BBL-OPERADOR==
                   ==NOMACCION== BY ==BBL-ACCION==
                   ==NOMQUIEN== BY ==BBL-QUIEN==
                   ==NOMMOTIVO== BY ==BBL-MOTIVO==.
       PROCEDURE DIVISION USING BBL-BLOQUEO.
       0000-PRINCIPAL.
           ACCEPT BBL-FECHA FROM DATE
           ACCEPT BBL-HORA FROM TIME
           OPEN EXTEND BLOQUEOS
           IF WKS-STATUS-BLOQ = "35"
               OPEN OUTPUT BLOQUEOS
               CLOSE BLOQUEOS
               OPEN EXTEND BLOQUEOS
           END-IF
           MOVE BBL-BLOQUEO TO REG-BLOQUEO
           WRITE REG-BLOQUEO
           CLOSE BLOQUEOS
           GOBACK.
       END PROGRAM BITBLOQ.

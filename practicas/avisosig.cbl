      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Subprograma que registra un aviso al cliente
      *           (mensaje o correo) cuando ocurre un evento al que
      *           el cliente esta suscrito. El programa que llama
      *           (ATM, ATMORDEN, ATMCOMIS, ATMLIBER) llena cliente,
      *           cuenta, evento, importe, saldo y terminal en el
      *           layout AVISOREG; aqui se busca al cliente en sus
      *           preferencias (archivo PREFAVIS, copybook PREFAREG)
      *           y, si pidio ese evento y el importe llega a su
      *           minimo (solo para retiros y ordenes programadas),
      *           se agrega el aviso como pendiente al archivo
      *           AVISOS con la fecha y hora del dia. Si el cargo
      *           dejo la cuenta por debajo de su nivel de saldo
      *           bajo (y antes estaba arriba) se agrega ademas un
      *           aviso de saldo bajo. Un cliente sin preferencias
      *           no recibe avisos. El batch ATMAVISO los envia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOSIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFAVIS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PAV-CLIENTE
               FILE STATUS IS WKS-STATUS-PREFAV.
           SELECT AVISOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-AVISOS.
       DATA DIVISION.
       FILE SECTION.
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
           FD AVISOS.
           01 REG-AVISO.
               COPY AVISOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLIENTE== BY ==AVI-CLIENTE==
                   ==NOMCUENTA== BY ==AVI-CUENTA==
                   ==NOMEVENTO== BY ==AVI-EVENTO==
                   ==NOMIMPORTE== BY ==AVI-IMPORTE==
                   ==NOMSALDO== BY ==AVI-SALDO==
                   ==NOMFECHA== BY ==AVI-FECHA==
                   ==NOMHORA== BY ==AVI-HORA==
                   ==NOMTERMINAL== BY ==AVI-TERMINAL==
                   ==NOMESTATUS== BY ==AVI-ESTATUS==
                   ==NOMFECENVIO== BY ==AVI-FECENVIO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-PREFAV PIC X(02).
           01 WKS-STATUS-AVISOS PIC X(02).
           01 WKS-ENCONTRADO    PIC 9(01).
           01 WKS-AVISAR        PIC 9(01).
           01 WKS-EVENTO        PIC X(02).
           01 WK-SALDO-ANTES    PIC S9(09)V9(02).
       LINKAGE SECTION.
           01 AVS-AVISO.
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
       PROCEDURE DIVISION USING AVS-AVISO.
       0000-PRINCIPAL.
           MOVE 0 TO WKS-ENCONTRADO
           IF AVS-CLIENTE NOT = 0
               PERFORM 1000-LEE-PREFERENCIA
           END-IF
           IF WKS-ENCONTRADO = 1
               PERFORM 2000-EVALUA-EVENTO
               IF WKS-AVISAR = 1
                   MOVE AVS-EVENTO TO WKS-EVENTO
                   PERFORM 3000-GRABA-AVISO
               END-IF
               PERFORM 2500-EVALUA-SALDO-BAJO
           END-IF
           GOBACK.
       1000-LEE-PREFERENCIA.
           OPEN INPUT PREFAVIS
           IF WKS-STATUS-PREFAV = "00"
               MOVE AVS-CLIENTE TO PAV-CLIENTE
               READ PREFAVIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WKS-ENCONTRADO
               END-READ
               CLOSE PREFAVIS
           END-IF.
      *EL IMPORTE MINIMO SOLO APLICA A RETIROS Y ORDENES PROGRAMADAS;
      *LOS DEMAS EVENTOS SE AVISAN SIEMPRE QUE ESTEN MARCADOS
       2000-EVALUA-EVENTO.
           MOVE 0 TO WKS-AVISAR
           EVALUATE AVS-EVENTO
               WHEN "RE"
                   IF PAV-AVRETIRO = "S"
                      AND AVS-IMPORTE NOT < PAV-UMBRAL
                       MOVE 1 TO WKS-AVISAR
                   END-IF
               WHEN "OR"
                   IF PAV-AVORDEN = "S"
                      AND AVS-IMPORTE NOT < PAV-UMBRAL
                       MOVE 1 TO WKS-AVISAR
                   END-IF
               WHEN "NI"
                   IF PAV-AVNIP = "S"
                       MOVE 1 TO WKS-AVISAR
                   END-IF
               WHEN "BQ"
                   IF PAV-AVBLOQ = "S"
                       MOVE 1 TO WKS-AVISAR
                   END-IF
               WHEN "CO"
                   IF PAV-AVCOMIS = "S"
                       MOVE 1 TO WKS-AVISAR
                   END-IF
               WHEN "LR"
                   IF PAV-AVLIBER = "S"
                       MOVE 1 TO WKS-AVISAR
                   END-IF
               WHEN "SB"
                   IF PAV-AVSALDO = "S"
                       MOVE 1 TO WKS-AVISAR
                   END-IF
           END-EVALUATE.
      *UN CARGO (RETIRO, ORDEN O COMISION) QUE CRUZA EL NIVEL DE SALDO
      *BAJO DEL CLIENTE GENERA UN AVISO ADICIONAL DE SALDO BAJO; SI LA
      *CUENTA YA ESTABA ABAJO ANTES DEL CARGO NO SE REPITE
       2500-EVALUA-SALDO-BAJO.
           IF PAV-AVSALDO = "S"
              AND (AVS-EVENTO = "RE" OR AVS-EVENTO = "OR"
                   OR AVS-EVENTO = "CO")
               COMPUTE WK-SALDO-ANTES = AVS-SALDO + AVS-IMPORTE
               IF AVS-SALDO < PAV-SALDOMIN
                  AND WK-SALDO-ANTES NOT < PAV-SALDOMIN
                   MOVE "SB" TO WKS-EVENTO
                   PERFORM 3000-GRABA-AVISO
               END-IF
           END-IF.
       3000-GRABA-AVISO.
           OPEN EXTEND AVISOS
           IF WKS-STATUS-AVISOS = "35"
               OPEN OUTPUT AVISOS
               CLOSE AVISOS
               OPEN EXTEND AVISOS
           END-IF
           MOVE AVS-CLIENTE TO AVI-CLIENTE
           MOVE AVS-CUENTA TO AVI-CUENTA
           MOVE WKS-EVENTO TO AVI-EVENTO
           MOVE AVS-IMPORTE TO AVI-IMPORTE
           MOVE AVS-SALDO TO AVI-SALDO
           ACCEPT AVI-FECHA FROM DATE
           ACCEPT AVI-HORA FROM TIME
           MOVE AVS-TERMINAL TO AVI-TERMINAL
           MOVE "P" TO AVI-ESTATUS
           MOVE 0 TO AVI-FECENVIO
           WRITE REG-AVISO
           CLOSE AVISOS.
       END PROGRAM AVISOSIG.

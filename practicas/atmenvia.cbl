      *           lo que ellos nos mandan es ATMRECIB.
      *           La fecha del archivo se toma del parametro ENVPARM
      *           si existe; si no, del dia de la corrida.
      *
      * Modificaciones:
      * 2026-10-15 LAHC Embargos judiciales: la transferencia cuya
      *                 cuenta origen tiene un embargo activo de toda
      *                 la cuenta no se envia; queda pendiente (P), se
      *                 lista como detenida y el paso termina con
      *                 RETURN-CODE 4 (aviso).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMENVIA.
               FILE STATUS IS WKS-STATUS-INTER.
           SELECT ENVPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT EMBARGOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMB-LLAVE
               FILE STATUS IS WKS-STATUS-EMBAR.
       DATA DIVISION.
       FILE SECTION.
           FD TRANSEXT.
           FD ENVPARM.
           01 REG-ENVPARM.
               05 PAR-FECHA PIC 9(08).
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
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-TREXT   PIC X(02).
           01 WKS-STATUS-INTER   PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-EOF-TREXT      PIC 9(01).
           01 WKS-STATUS-EMBAR   PIC X(02).
           01 WKS-EOF-EMBAR      PIC 9(01).
           01 WKS-EMBAR-ABIERTO  PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-EMBAR VALUE "S".
           01 WKS-EMBARGO-TOTAL  PIC X(01).
               88 WKS-CTA-CONGELADA VALUE "S".
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-NOMBRE-INTER   PIC X(14).
           01 WK-EXTRAIDAS       PIC 9(05) VALUE 0.
           01 WK-IMPORTE-TOTAL   PIC S9(11)V9(02) VALUE 0.
           01 WK-DETENIDAS       PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
               MOVE WKS-FECHA-PROCESO (3:6)
                   TO WKS-NOMBRE-INTER (9:6)
               OPEN OUTPUT INTERCAM
               OPEN INPUT EMBARGOS
               IF WKS-STATUS-EMBAR = "00"
                   SET WKS-SI-ABRIO-EMBAR TO TRUE
               END-IF
           END-IF.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *ENVPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
           END-IF.
      *TODO PENDIENTE (ESTATUS P) SALE EN EL ARCHIVO DEL DIA Y SE
      *MARCA E EN EL MISMO RENGLON, PARA QUE UNA SEGUNDA CORRIDA NO
      *LO DUPLIQUE; SI LA CUENTA ORIGEN ESTA CONGELADA POR EMBARGO SE
      *DETIENE Y SIGUE PENDIENTE HASTA QUE SE LIBERE
       2000-EXTRAE.
           READ TRANSEXT
               AT END
                   MOVE 1 TO WKS-EOF-TREXT
               NOT AT END
                   IF TEX-ESTATUS = "P"
                       PERFORM 2100-REVISA-EMBARGOS
                       IF WKS-CTA-CONGELADA
                           PERFORM 2200-DETIENE
                       ELSE
                           PERFORM 2300-ENVIA
                       END-IF
                   END-IF
           END-READ.
      *LOS EMBARGOS DE LA CUENTA ORIGEN SE LEEN A PARTIR DE ELLA EN
      *ORDEN DE LLAVE; SOLO UNO ACTIVO DE TODA LA CUENTA LA CONGELA
       2100-REVISA-EMBARGOS.
           MOVE "N" TO WKS-EMBARGO-TOTAL
           IF WKS-SI-ABRIO-EMBAR
               MOVE 0 TO WKS-EOF-EMBAR
               MOVE TEX-CTA-ORIGEN TO EMB-CUENTA
               MOVE SPACES TO EMB-OFICIO
               START EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
                   INVALID KEY
                       MOVE 1 TO WKS-EOF-EMBAR
               END-START
               PERFORM 2110-LEE-EMBARGO UNTIL WKS-EOF-EMBAR = 1
           END-IF.
       2110-LEE-EMBARGO.
           READ EMBARGOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-EMBAR
               NOT AT END
                   IF EMB-CUENTA NOT = TEX-CTA-ORIGEN
                       MOVE 1 TO WKS-EOF-EMBAR
                   ELSE
                       IF EMB-ESTATUS = "A" AND EMB-TIPO = "T"
                           MOVE "S" TO WKS-EMBARGO-TOTAL
                       END-IF
                   END-IF
           END-READ.
       2200-DETIENE.
           ADD 1 TO WK-DETENIDAS
           MOVE 4 TO RETURN-CODE
           DISPLAY "DETENIDA POR EMBARGO: FOLIO " TEX-FOLIO
                   " CUENTA " TEX-CTA-ORIGEN " $" TEX-IMPORTE.
       2300-ENVIA.
           MOVE "TE"            TO INT-TIPO
           MOVE TEX-CTA-ORIGEN  TO INT-CTA-ORIGEN
           MOVE TEX-CTA-DESTINO TO INT-CTA-DESTINO
           MOVE TEX-IMPORTE     TO INT-IMPORTE
           MOVE TEX-FECHA       TO INT-FECHA
           MOVE TEX-FOLIO       TO INT-FOLIO
           WRITE REG-INTERCAM
           MOVE "E" TO TEX-ESTATUS
           REWRITE REG-TRANSEXT
           ADD 1 TO WK-EXTRAIDAS
           ADD TEX-IMPORTE TO WK-IMPORTE-TOTAL.
       5000-TERMINA.
           IF WKS-STATUS-TREXT = "00" OR WKS-STATUS-TREXT = "10"
               CLOSE TRANSEXT
               CLOSE INTERCAM
           END-IF
           IF WKS-SI-ABRIO-EMBAR
               CLOSE EMBARGOS
           END-IF
           DISPLAY "EXTRACCION DE TRANSFERENCIAS EXTERNAS TERMINADA"
           DISPLAY "  EXTRAIDAS AL INTERCAMBIO: " WK-EXTRAIDAS
           DISPLAY "  IMPORTE TOTAL:            " WK-IMPORTE-TOTAL
           DISPLAY "  DETENIDAS POR EMBARGO:    " WK-DETENIDAS
           IF WK-EXTRAIDAS > 0
               DISPLAY "  ARCHIVO GENERADO: " WKS-NOMBRE-INTER
           END-IF.

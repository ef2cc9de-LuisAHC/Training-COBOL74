      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Pantalla de revision del oficial de cumplimiento
      *           para las alertas de prevencion de lavado de dinero
      *           que deja cada noche el batch ATMPLD en el archivo
      *           indexado ALERTAS (copybook ALERTREG). Lista las
      *           alertas abiertas, muestra las de una cuenta y
      *           permite dictaminar una alerta abierta como revisada
      *           sin reporte (V) o como reportable (R), anotando la
      *           clave de quien la reviso y la fecha. Las reportables
      *           salen en el extracto regulatorio mensual ATMPLDMS;
      *           una alerta ya reportada no se puede cambiar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMALERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALE-LLAVE
               FILE STATUS IS WKS-STATUS-ALERTA.
       DATA DIVISION.
       FILE SECTION.
           FD ALERTAS.
           01 REG-ALERTA.
               COPY ALERTREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==ALE-LLAVE==
                   ==NOMFECHA== BY ==ALE-FECHA==
                   ==NOMCUENTA== BY ==ALE-CUENTA==
                   ==NOMTIPO== BY ==ALE-TIPO==
                   ==NOMIMPORTE== BY ==ALE-IMPORTE==
                   ==NOMFOLIO== BY ==ALE-FOLIO==
                   ==NOMDETALLE== BY ==ALE-DETALLE==
                   ==NOMESTATUS== BY ==ALE-ESTATUS==
                   ==NOMREVISOR== BY ==ALE-REVISOR==
                   ==NOMFECREV== BY ==ALE-FECHA-REV==
                   ==NOMFECREP== BY ==ALE-FECHA-REP==.
       WORKING-STORAGE SECTION.
           01 WKS-OPCION         PIC 9(01).
           01 WKS-STATUS-ALERTA  PIC X(02).
           01 WKS-EOF-ALERTA     PIC 9(01).
           01 WKS-CUENTA         PIC X(12).
           01 WKS-DICTAMEN       PIC X(01).
           01 WKS-REVISOR        PIC X(08).
           01 WK-LISTADAS        PIC 9(05).
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE 0 TO WKS-OPCION
           PERFORM 0500-ABRIR-ARCHIVOS
           IF WKS-STATUS-ALERTA = "00"
               PERFORM 1000-MENU UNTIL WKS-OPCION = 9
               CLOSE ALERTAS
           END-IF
           GOBACK.
       0500-ABRIR-ARCHIVOS.
           OPEN I-O ALERTAS
           IF WKS-STATUS-ALERTA = "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.
       1000-MENU.
           DISPLAY " "
           DISPLAY "ALERTAS DE PREVENCION DE LAVADO DE DINERO"
           DISPLAY "1. LISTA DE ALERTAS ABIERTAS"
           DISPLAY "2. ALERTAS DE UNA CUENTA"
           DISPLAY "3. DICTAMINAR UNA ALERTA"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           DISPLAY " "
           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2000-LISTA-ABIERTAS
               WHEN 2
                   PERFORM 3000-ALERTAS-CUENTA
               WHEN 3
                   PERFORM 4000-DICTAMINA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, SELECCIONE OTRA"
           END-EVALUATE.
       2000-LISTA-ABIERTAS.
           MOVE 0 TO WK-LISTADAS
           MOVE 0 TO WKS-EOF-ALERTA
           CLOSE ALERTAS
           OPEN INPUT ALERTAS
           PERFORM 2100-LISTA-UNA UNTIL WKS-EOF-ALERTA = 1
           CLOSE ALERTAS
           OPEN I-O ALERTAS
           DISPLAY "ALERTAS ABIERTAS: " WK-LISTADAS.
       2100-LISTA-UNA.
           READ ALERTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ALERTA
               NOT AT END
                   IF ALE-ESTATUS = "A"
                       ADD 1 TO WK-LISTADAS
                       PERFORM 5000-MUESTRA-RENGLON
                   END-IF
           END-READ.
       3000-ALERTAS-CUENTA.
           DISPLAY "NUMERO DE CUENTA (12 DIGITOS):"
           ACCEPT WKS-CUENTA
           MOVE 0 TO WK-LISTADAS
           MOVE 0 TO WKS-EOF-ALERTA
           CLOSE ALERTAS
           OPEN INPUT ALERTAS
           PERFORM 3100-REVISA-UNA UNTIL WKS-EOF-ALERTA = 1
           CLOSE ALERTAS
           OPEN I-O ALERTAS
           DISPLAY "ALERTAS DE LA CUENTA: " WK-LISTADAS.
       3100-REVISA-UNA.
           READ ALERTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ALERTA
               NOT AT END
                   IF ALE-CUENTA = WKS-CUENTA
                       ADD 1 TO WK-LISTADAS
                       PERFORM 5000-MUESTRA-RENGLON
                   END-IF
           END-READ.
      *LA ALERTA SE LOCALIZA POR SU LLAVE (FECHA, CUENTA Y TIPO, TAL
      *COMO SALE EN LAS LISTAS); SOLO UNA ABIERTA SE DICTAMINA, O UNA
      *YA DICTAMINADA QUE TODAVIA NO SALE EN EL EXTRACTO
       4000-DICTAMINA.
           DISPLAY "FECHA DE LA ALERTA (AAAAMMDD):"
           ACCEPT ALE-FECHA
           MOVE "00" TO ALE-FECHA (1:2)
           DISPLAY "CUENTA (12 DIGITOS):"
           ACCEPT ALE-CUENTA
           DISPLAY "TIPO (DE, ES, EN, DR):"
           ACCEPT ALE-TIPO
           READ ALERTAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA ALERTA"
               NOT INVALID KEY
                   PERFORM 5100-MUESTRA-DETALLE
                   IF ALE-FECHA-REP NOT = 0
                       DISPLAY "LA ALERTA YA SALIO EN EL EXTRACTO "
                               "REGULATORIO, NO SE PUEDE CAMBIAR"
                   ELSE
                       PERFORM 4100-CAPTURA-DICTAMEN
                   END-IF
           END-READ.
       4100-CAPTURA-DICTAMEN.
           DISPLAY "DICTAMEN: V = REVISADA SIN REPORTE, "
                   "R = REPORTABLE, OTRA = NO CAMBIAR"
           ACCEPT WKS-DICTAMEN
           IF WKS-DICTAMEN = "V" OR WKS-DICTAMEN = "R"
               DISPLAY "CLAVE DE QUIEN REVISA:"
               ACCEPT WKS-REVISOR
               IF WKS-REVISOR = SPACES
                   DISPLAY "FALTA LA CLAVE DE QUIEN REVISA, NO SE "
                           "GRABA EL DICTAMEN"
               ELSE
                   MOVE WKS-DICTAMEN TO ALE-ESTATUS
                   MOVE WKS-REVISOR  TO ALE-REVISOR
                   ACCEPT ALE-FECHA-REV FROM DATE
                   REWRITE REG-ALERTA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA ALERTA"
                       NOT INVALID KEY
                           DISPLAY "ALERTA DICTAMINADA: " ALE-ESTATUS
                   END-REWRITE
               END-IF
           ELSE
               DISPLAY "LA ALERTA QUEDA SIN CAMBIO"
           END-IF.
       5000-MUESTRA-RENGLON.
           DISPLAY ALE-FECHA " " ALE-CUENTA " " ALE-TIPO " "
                   ALE-ESTATUS " $" ALE-IMPORTE " " ALE-DETALLE.
       5100-MUESTRA-DETALLE.
           DISPLAY "FECHA:        " ALE-FECHA
           DISPLAY "CUENTA:       " ALE-CUENTA
           DISPLAY "TIPO:         " ALE-TIPO " " ALE-DETALLE
           DISPLAY "IMPORTE:      " ALE-IMPORTE
           DISPLAY "FOLIO:        " ALE-FOLIO
           DISPLAY "ESTATUS:      " ALE-ESTATUS
                   " (A=ABIERTA V=REVISADA R=REPORTABLE)"
           IF ALE-ESTATUS NOT = "A"
               DISPLAY "REVISO:       " ALE-REVISOR
                       " EL " ALE-FECHA-REV
           END-IF
           IF ALE-FECHA-REP NOT = 0
               DISPLAY "REPORTADA EN EL EXTRACTO DEL: "
                       ALE-FECHA-REP
           END-IF.
       END PROGRAM ATMALERT.

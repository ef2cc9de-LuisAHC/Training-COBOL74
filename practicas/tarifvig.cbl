      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Subprograma que entrega la tasa y las comisiones
      *           que regian para un producto en una fecha. El
      *           programa que llama (ATMINT, ATMCOMIS, ATMRENTA)
      *           llena producto y fecha en el layout TARVGREG; aqui
      *           se lee la historia del producto en TARIFAS (copybook
      *           TARIFREG) en orden de vigencia a partir del
      *           producto y se queda con el ultimo registro aplicable
      *           (no cancelado) con vigencia hasta esa fecha. Ademas
      *           regresa la vigencia del siguiente cambio aplicable
      *           posterior, para que el abono de intereses prorratee
      *           cuando la tasa cambia a mitad del mes. Un producto
      *           sin historia (o sin archivo TARIFAS) regresa
      *           hallado N y el que llama usa el catalogo PRODUCTOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFVIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TRF-LLAVE
               FILE STATUS IS WKS-STATUS-TARIF.
       DATA DIVISION.
       FILE SECTION.
           FD TARIFAS.
           01 REG-TARIFA.
               COPY TARIFREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==TRF-LLAVE==
                   ==NOMPRODUCTO== BY ==TRF-PRODUCTO==
                   ==NOMFECVIG== BY ==TRF-FECHA-VIG==
                   ==NOMSECUENCIA== BY ==TRF-SECUENCIA==
                   ==NOMTASA== BY ==TRF-TASA==
                   ==NOMINTDIA== BY ==TRF-INTDIARIO==
                   ==NOMCOMISION== BY ==TRF-COMISION==
                   ==NOMRETLIBRE== BY ==TRF-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==TRF-COM-RETIRO==
                   ==NOMMOTIVO== BY ==TRF-MOTIVO==
                   ==NOMFECALTA== BY ==TRF-FECHA-ALTA==
                   ==NOMHORALTA== BY ==TRF-HORA-ALTA==
                   ==NOMSUPALTA== BY ==TRF-SUP-ALTA==
                   ==NOMESTATUS== BY ==TRF-ESTATUS==
                   ==NOMFECBAJA== BY ==TRF-FECHA-BAJA==
                   ==NOMSUPBAJA== BY ==TRF-SUP-BAJA==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-TARIF  PIC X(02).
           01 WKS-EOF-TARIF     PIC 9(01).
       LINKAGE SECTION.
           01 TVG-CONSULTA.
               COPY TARVGREG REPLACING ==LVL== BY ==05==
                   ==NOMPRODUCTO== BY ==TVG-PRODUCTO==
                   ==NOMFECHA== BY ==TVG-FECHA==
                   ==NOMHALLADO== BY ==TVG-HALLADO==
                   ==NOMTASA== BY ==TVG-TASA==
                   ==NOMINTDIA== BY ==TVG-INTDIARIO==
                   ==NOMCOMISION== BY ==TVG-COMISION==
                   ==NOMRETLIBRE== BY ==TVG-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==TVG-COM-RETIRO==
                   ==NOMFECSIG== BY ==TVG-FECHA-SIG==.
       PROCEDURE DIVISION USING TVG-CONSULTA.
       0000-PRINCIPAL.
           MOVE "N" TO TVG-HALLADO
           MOVE 99999999 TO TVG-FECHA-SIG
           OPEN INPUT TARIFAS
           IF WKS-STATUS-TARIF = "00"
               MOVE 0 TO WKS-EOF-TARIF
               MOVE TVG-PRODUCTO TO TRF-PRODUCTO
               MOVE 0 TO TRF-FECHA-VIG
               MOVE 0 TO TRF-SECUENCIA
               START TARIFAS KEY IS NOT LESS THAN TRF-LLAVE
                   INVALID KEY
                       MOVE 1 TO WKS-EOF-TARIF
               END-START
               PERFORM 1000-LEE-TARIFA UNTIL WKS-EOF-TARIF = 1
               CLOSE TARIFAS
           END-IF
           GOBACK.
      *LA HISTORIA VIENE EN ORDEN DE VIGENCIA: CADA REGISTRO APLICABLE
      *HASTA LA FECHA PEDIDA SUSTITUYE AL ANTERIOR, Y EL PRIMERO
      *APLICABLE DESPUES DE ELLA ES EL SIGUIENTE CAMBIO
       1000-LEE-TARIFA.
           READ TARIFAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TARIF
               NOT AT END
                   IF TRF-PRODUCTO NOT = TVG-PRODUCTO
                       MOVE 1 TO WKS-EOF-TARIF
                   ELSE
                       IF TRF-ESTATUS = "A"
                           PERFORM 1100-APLICA-TARIFA
                       END-IF
                   END-IF
           END-READ.
       1100-APLICA-TARIFA.
           IF TRF-FECHA-VIG > TVG-FECHA
               MOVE TRF-FECHA-VIG TO TVG-FECHA-SIG
               MOVE 1 TO WKS-EOF-TARIF
           ELSE
               MOVE "S" TO TVG-HALLADO
               MOVE TRF-TASA TO TVG-TASA
               MOVE TRF-INTDIARIO TO TVG-INTDIARIO
               MOVE TRF-COMISION TO TVG-COMISION
               MOVE TRF-RETIROS-LIBRES TO TVG-RETIROS-LIBRES
               MOVE TRF-COM-RETIRO TO TVG-COM-RETIRO
           END-IF.
       END PROGRAM TARIFVIG.

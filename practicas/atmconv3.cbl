      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Tercera conversion unica de los archivos del cajero,
      *           por los campos de sobregiro de 2026-10-15: la cuenta
      *           gana la linea de sobregiro autorizada y la fecha
      *           desde la que esta en negativo (CUENTREG) y el
      *           producto gana la marca de que admite sobregiro y
      *           su tasa anual (PRODUREG). La linea y la fecha de
      *           todas las cuentas arrancan en cero; en el catalogo
      *           el producto 02 CHEQUES (el de nomina) queda
      *           admitiendo sobregiro a la tasa de casa y los demas
      *           no, hasta que se decida otra cosa.
      *           ANTES DE CORRER: renombrar los archivos vivos
      *           CUENTAS a CUENMIG y PRODUCTOS a PRODMIG. El proceso
      *           los lee con el layout anterior y graba CUENTAS y
      *           PRODUCTOS nuevos con el layout actual. La bitacora
      *           MOVTOS y los historicos no cambian de layout.
      *           Correr una sola vez; si CUENMIG no existe el
      *           proceso no toca nada y termina con RETURN-CODE 16.
      *           OJO: los respaldos fechados previos (CUENRES +
      *           AAMMDD) quedan en el layout viejo; si un dia se
      *           restaura uno, hay que repetir esta conversion sobre
      *           lo restaurado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCONV3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENMIG ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS VIE-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CMIG.
           SELECT PRODMIG ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS VPR-CLAVE
               FILE STATUS IS WKS-STATUS-PMIG.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT PRODUCTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WKS-STATUS-PRODUC.
       DATA DIVISION.
       FILE SECTION.
      *LAYOUT ANTERIOR DE LA CUENTA, TAL COMO QUEDO EN DISCO ANTES
      *DE LA LINEA DE SOBREGIRO
           FD CUENMIG.
           01 REG-CUENTA-VIEJA.
               05 VIE-NUMCUENTA PIC X(12).
               05 VIE-NIP       PIC X(04).
               05 VIE-SALDO     PIC S9(09)V9(02).
               05 VIE-INTENTOS  PIC 9(01).
               05 VIE-BLOQUEADA PIC X(01).
               05 VIE-LIMDIA    PIC 9(09)V9(02).
               05 VIE-FECUSO    PIC 9(08).
               05 VIE-USADO     PIC 9(09)V9(02).
               05 VIE-PRODUCTO  PIC 9(02).
               05 VIE-FECNIP    PIC 9(08).
               05 VIE-DORMIDA   PIC X(01).
               05 VIE-CLIENTE   PIC 9(06).
               05 VIE-RETENIDO  PIC 9(09)V9(02).
      *LAYOUT ANTERIOR DEL PRODUCTO, ANTES DE LA MARCA Y LA TASA DE
      *SOBREGIRO
           FD PRODMIG.
           01 REG-PRODUCTO-VIEJO.
               05 VPR-CLAVE     PIC 9(02).
               05 VPR-DESCR     PIC X(20).
               05 VPR-TASA      PIC V9(05).
               05 VPR-MINIMO    PIC 9(09)V9(02).
               05 VPR-INTDIA    PIC X(01).
               05 VPR-COMISION  PIC 9(05)V9(02).
               05 VPR-RETLIBRE  PIC 9(02).
               05 VPR-COMRET    PIC 9(05)V9(02).
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
           FD PRODUCTOS.
           01 REG-PRODUCTO-CAT.
               COPY PRODUREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==PRO-CLAVE==
                   ==NOMDESCR== BY ==PRO-DESCRIPCION==
                   ==NOMTASA== BY ==PRO-TASA==
                   ==NOMMINIMO== BY ==PRO-MINIMO==
                   ==NOMINTDIA== BY ==PRO-INTDIARIO==
                   ==NOMCOMISION== BY ==PRO-COMISION==
                   ==NOMRETLIBRE== BY ==PRO-RETIROS-LIBRES==
                   ==NOMCOMRET== BY ==PRO-COM-RETIRO==
                   ==NOMSOBREG== BY ==PRO-ADMITE-SOBREG==
                   ==NOMTASASOB== BY ==PRO-TASA-SOBREG==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CMIG    PIC X(02).
           01 WKS-STATUS-PMIG    PIC X(02).
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-EOF-CMIG       PIC 9(01).
           01 WKS-EOF-PMIG       PIC 9(01).
           01 WKS-PRODUC-ABIERTO PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-PRODUC VALUE "S".
      *TASA ANUAL DE SOBREGIRO DE CASA PARA EL PRODUCTO DE CHEQUES
           01 WKS-TASA-SOBREG-CASA PIC V9(05) VALUE .36000.
           01 WK-CUENTAS-CONV    PIC 9(05) VALUE 0.
           01 WK-PRODUCTOS-CONV  PIC 9(03) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-CONVIERTE-CUENTAS UNTIL WKS-EOF-CMIG = 1
           PERFORM 3000-CONVIERTE-PRODUCTOS UNTIL WKS-EOF-PMIG = 1
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-CMIG
           MOVE 0 TO WKS-EOF-PMIG
           OPEN INPUT CUENMIG
           IF WKS-STATUS-CMIG NOT = "00"
               DISPLAY "NO EXISTE CUENMIG; RENOMBRE PRIMERO LOS "
                       "ARCHIVOS VIVOS (CUENTAS A CUENMIG Y "
                       "PRODUCTOS A PRODMIG)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CUENTAS
           OPEN INPUT PRODMIG
           IF WKS-STATUS-PMIG NOT = "00"
               DISPLAY "NO EXISTE PRODMIG, SOLO SE CONVIERTE "
                       "EL ARCHIVO DE CUENTAS (EL CAJERO SIEMBRA "
                       "EL CATALOGO NUEVO SI NO EXISTE)"
               MOVE 1 TO WKS-EOF-PMIG
           ELSE
               OPEN OUTPUT PRODUCTOS
               SET WKS-SI-ABRIO-PRODUC TO TRUE
           END-IF.
      *LOS CAMPOS NUEVOS DE LA CUENTA ARRANCAN EN CERO: NINGUNA
      *CUENTA TIENE LINEA AUTORIZADA TODAVIA; UNA CUENTA QUE YA
      *ESTUVIERA EN NEGATIVO LA FECHA LA PONE ATMSOBRE EN SU PRIMERA
      *CORRIDA
       2000-CONVIERTE-CUENTAS.
           READ CUENMIG NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-CMIG
               NOT AT END
                   MOVE VIE-NUMCUENTA TO REG-NUMCUENTA
                   MOVE VIE-NIP       TO REG-NIP
                   MOVE VIE-SALDO     TO REG-SALDO
                   MOVE VIE-INTENTOS  TO REG-INTENTOS
                   MOVE VIE-BLOQUEADA TO REG-BLOQUEADA
                   MOVE VIE-LIMDIA    TO REG-LIMITE-DIARIO
                   MOVE VIE-FECUSO    TO REG-FECHA-USO
                   MOVE VIE-USADO     TO REG-USADO-HOY
                   MOVE VIE-PRODUCTO  TO REG-PRODUCTO
                   MOVE VIE-FECNIP    TO REG-FECHA-NIP
                   MOVE VIE-DORMIDA   TO REG-DORMIDA
                   MOVE VIE-CLIENTE   TO REG-CLIENTE
                   MOVE VIE-RETENIDO  TO REG-RETENIDO
                   MOVE 0             TO REG-SOBREGIRO
                   MOVE 0             TO REG-FECHA-SOBREGIRO
                   WRITE REG-CUENTA
                   ADD 1 TO WK-CUENTAS-CONV
           END-READ.
      *SOLO EL PRODUCTO DE CHEQUES (02) ADMITE SOBREGIRO AL
      *CONVERTIR; LOS DEMAS QUEDAN SIN LINEA
       3000-CONVIERTE-PRODUCTOS.
           READ PRODMIG NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PMIG
               NOT AT END
                   MOVE VPR-CLAVE     TO PRO-CLAVE
                   MOVE VPR-DESCR     TO PRO-DESCRIPCION
                   MOVE VPR-TASA      TO PRO-TASA
                   MOVE VPR-MINIMO    TO PRO-MINIMO
                   MOVE VPR-INTDIA    TO PRO-INTDIARIO
                   MOVE VPR-COMISION  TO PRO-COMISION
                   MOVE VPR-RETLIBRE  TO PRO-RETIROS-LIBRES
                   MOVE VPR-COMRET    TO PRO-COM-RETIRO
                   IF VPR-CLAVE = 02
                       MOVE "S" TO PRO-ADMITE-SOBREG
                       MOVE WKS-TASA-SOBREG-CASA TO PRO-TASA-SOBREG
                   ELSE
                       MOVE "N" TO PRO-ADMITE-SOBREG
                       MOVE 0 TO PRO-TASA-SOBREG
                   END-IF
                   WRITE REG-PRODUCTO-CAT
                   ADD 1 TO WK-PRODUCTOS-CONV
           END-READ.
       5000-TERMINA.
           CLOSE CUENMIG
           CLOSE CUENTAS
           IF WKS-SI-ABRIO-PRODUC
               CLOSE PRODMIG
               CLOSE PRODUCTOS
           END-IF
           DISPLAY "CONVERSION TERMINADA"
           DISPLAY "  CUENTAS CONVERTIDAS:      " WK-CUENTAS-CONV
           DISPLAY "  PRODUCTOS CONVERTIDOS:    " WK-PRODUCTOS-CONV.
       END PROGRAM ATMCONV3.

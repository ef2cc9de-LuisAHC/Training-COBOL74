      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Aclaracion de las partidas de sobrante/faltante que
      *           deja el arqueo de efectivo de ATMCAJA (archivo
      *           ARQUEOS, copybook ARQUEREG), solo para supervisores:
      *           la clave y contrasena se validan contra el maestro
      *           OPERADORES con perfil S, como en la correccion de
      *           asistencia.
      *           Lista las partidas pendientes numeradas y libera la
      *           que elija el supervisor con una nota de la
      *           aclaracion; su clave y la fecha quedan en la
      *           partida. El supervisor no puede liberar una partida
      *           de un arqueo que el mismo conto como custodio.
      *           Mientras una terminal tenga un faltante pendiente el
      *           reporte MATUTINO la marca como NO APTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMARQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUEOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-LLAVE
               FILE STATUS IS WKS-STATUS-ARQUEOS.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WKS-STATUS-OPER.
       DATA DIVISION.
       FILE SECTION.
           FD ARQUEOS.
           01 REG-ARQUEO.
               COPY ARQUEREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==ARQ-LLAVE==
                   ==NOMTERMINAL== BY ==ARQ-TERMINAL==
                   ==NOMFECHA== BY ==ARQ-FECHA==
                   ==NOMHORA== BY ==ARQ-HORA==
                   ==NOMCOMPONENTE== BY ==ARQ-COMPONENTE==
                   ==NOMTIPO== BY ==ARQ-TIPO==
                   ==NOMIMPORTE== BY ==ARQ-IMPORTE==
                   ==NOMESPERADO== BY ==ARQ-ESPERADO==
                   ==NOMCONTADO== BY ==ARQ-CONTADO==
                   ==NOMCUSTODIO== BY ==ARQ-CUSTODIO==
                   ==NOMESTATUS== BY ==ARQ-ESTATUS==
                   ==NOMSUPERVISOR== BY ==ARQ-SUPERVISOR==
                   ==NOMFECLIB== BY ==ARQ-FECHA-LIB==
                   ==NOMNOTA== BY ==ARQ-NOTA==.
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
           01 WKS-OPCION         PIC 9(01).
           01 WKS-STATUS-ARQUEOS PIC X(02).
           01 WKS-STATUS-OPER    PIC X(02).
           01 WKS-FIRMADO        PIC X(01) VALUE "N".
               88 WKS-SI-FIRMADO VALUE "S".
           01 WKS-INTENTOS-FIRMA PIC 9(01) VALUE 0.
           01 WKS-SUP-CLAVE      PIC X(08).
           01 WKS-SUP-PASSWORD   PIC X(08).
           01 WKS-CONFIRMA       PIC X(01).
           01 WKS-NOTA           PIC X(40).
           01 WKS-FECHA-HOY      PIC 9(08).
           01 WKS-EOF-ARQUEOS    PIC 9(01).
           01 WKS-TIPO-DESC      PIC X(08).
           01 WKS-COMP-DESC      PIC X(07).
           01 WKS-IMPORTE-EDIT   PIC Z(08)9.99.
           01 WK-NUMERO          PIC 9(02).
           01 WK-IDX-PART        PIC 9(02).
      *PARTIDAS PENDIENTES DE LA ULTIMA LISTA, PARA ELEGIRLAS POR
      *NUMERO EN LUGAR DE TECLEAR TODA LA LLAVE
           01 WK-TOTAL-PART      PIC 9(02) VALUE 0.
           01 WKS-TABLA-PARTIDAS.
               02 WK-PART-LLAVE OCCURS 50 TIMES PIC X(21).
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE 0 TO WKS-OPCION
           PERFORM 0400-FIRMA-SUPERVISOR
               UNTIL WKS-SI-FIRMADO OR WKS-INTENTOS-FIRMA >= 3
           IF NOT WKS-SI-FIRMADO
               DISPLAY "ACCESO DENEGADO, SE REQUIERE PERFIL "
                       "SUPERVISOR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ARQUEOS
           IF WKS-STATUS-ARQUEOS NOT = "00"
               DISPLAY "NO HAY PARTIDAS DE ARQUEO REGISTRADAS"
           ELSE
               PERFORM 1000-MENU UNTIL WKS-OPCION = 9
               CLOSE ARQUEOS
           END-IF
           GOBACK.
      *SOLO UN SUPERVISOR DEL MAESTRO OPERADORES (PERFIL S, SIN
      *BLOQUEO) PUEDE LIBERAR UNA PARTIDA; SU CLAVE QUEDA EN ELLA
       0400-FIRMA-SUPERVISOR.
           ADD 1 TO WKS-INTENTOS-FIRMA
           DISPLAY "CLAVE DEL SUPERVISOR:"
           ACCEPT WKS-SUP-CLAVE
           DISPLAY "CONTRASENA:"
           ACCEPT WKS-SUP-PASSWORD
           OPEN INPUT OPERADORES
           IF WKS-STATUS-OPER NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
               MOVE 3 TO WKS-INTENTOS-FIRMA
           ELSE
               MOVE WKS-SUP-CLAVE TO OPE-CLAVE
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                   NOT INVALID KEY
                       IF OPE-PASSWORD = WKS-SUP-PASSWORD AND
                          OPE-PERFIL = "S" AND
                          OPE-BLOQUEADO NOT = "S"
                           MOVE "S" TO WKS-FIRMADO
                           DISPLAY "BIENVENIDO " OPE-NOMBRE
                       ELSE
                           DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.
       1000-MENU.
           DISPLAY " "
           DISPLAY "PARTIDAS DE ARQUEO (SOBRANTES Y FALTANTES)"
           DISPLAY "1. PARTIDAS PENDIENTES"
           DISPLAY "2. LIBERACION DE PARTIDA"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           DISPLAY " "
           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 2000-LISTA-PENDIENTES
               WHEN 2
                   PERFORM 3000-LIBERA-PARTIDA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, SELECCIONE OTRA"
           END-EVALUATE.
      *RECORRE EL ARCHIVO EN ORDEN DE LLAVE (TERMINAL, FECHA Y HORA)
      *Y MUESTRA SOLO LAS PARTIDAS PENDIENTES, NUMERADAS
       2000-LISTA-PENDIENTES.
           MOVE 0 TO WK-TOTAL-PART
           MOVE 0 TO WKS-EOF-ARQUEOS
           MOVE LOW-VALUES TO ARQ-LLAVE
           START ARQUEOS KEY IS NOT LESS THAN ARQ-LLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-ARQUEOS
           END-START
           PERFORM 2100-LEE-PARTIDA UNTIL WKS-EOF-ARQUEOS = 1
           IF WK-TOTAL-PART = 0
               DISPLAY "NO HAY PARTIDAS PENDIENTES"
           END-IF.
       2100-LEE-PARTIDA.
           READ ARQUEOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARQUEOS
               NOT AT END
                   IF ARQ-ESTATUS = "P" AND WK-TOTAL-PART < 50
                       ADD 1 TO WK-TOTAL-PART
                       MOVE ARQ-LLAVE TO WK-PART-LLAVE (WK-TOTAL-PART)
                       MOVE WK-TOTAL-PART TO WK-NUMERO
                       PERFORM 2200-MUESTRA-PARTIDA
                   END-IF
           END-READ.
       2200-MUESTRA-PARTIDA.
           IF ARQ-TIPO = "F"
               MOVE "FALTANTE" TO WKS-TIPO-DESC
           ELSE
               MOVE "SOBRANTE" TO WKS-TIPO-DESC
           END-IF
           IF ARQ-COMPONENTE = "C"
               MOVE "CASETES" TO WKS-COMP-DESC
           ELSE
               MOVE "BOVEDA" TO WKS-COMP-DESC
           END-IF
           MOVE ARQ-IMPORTE TO WKS-IMPORTE-EDIT
           DISPLAY WK-NUMERO ". " ARQ-TERMINAL " " ARQ-FECHA " "
                   ARQ-HORA (1:4) " " WKS-COMP-DESC " "
                   WKS-TIPO-DESC " " WKS-IMPORTE-EDIT
                   " CUSTODIO " ARQ-CUSTODIO.
      *LA LIBERACION PIDE LA NOTA DE LA ACLARACION (POR EJEMPLO EL
      *BILLETE ATORADO O LA FICHA DEL SOBRANTE DEPOSITADO)
       3000-LIBERA-PARTIDA.
           PERFORM 2000-LISTA-PENDIENTES
           IF WK-TOTAL-PART > 0
               DISPLAY "NUMERO DE LA PARTIDA A LIBERAR:"
               ACCEPT WK-IDX-PART
               IF WK-IDX-PART < 1 OR WK-IDX-PART > WK-TOTAL-PART
                   DISPLAY "NUMERO DE PARTIDA INVALIDO"
               ELSE
                   MOVE WK-PART-LLAVE (WK-IDX-PART) TO ARQ-LLAVE
                   READ ARQUEOS
                       INVALID KEY
                           DISPLAY "LA PARTIDA YA NO EXISTE"
                       NOT INVALID KEY
                           PERFORM 3100-CONFIRMA-LIBERACION
                   END-READ
               END-IF
           END-IF.
       3100-CONFIRMA-LIBERACION.
           IF ARQ-CUSTODIO = WKS-SUP-CLAVE
               DISPLAY "EL SUPERVISOR NO PUEDE LIBERAR UN ARQUEO QUE "
                       "EL MISMO CONTO"
           ELSE
               DISPLAY "NOTA DE LA ACLARACION:"
               ACCEPT WKS-NOTA
               IF WKS-NOTA = SPACES
                   DISPLAY "SE REQUIERE LA NOTA, PARTIDA NO LIBERADA"
               ELSE
                   DISPLAY "CONFIRMA LA LIBERACION? (S/N)"
                   ACCEPT WKS-CONFIRMA
                   IF WKS-CONFIRMA = "S"
                       ACCEPT WKS-FECHA-HOY FROM DATE
                       MOVE "L" TO ARQ-ESTATUS
                       MOVE WKS-SUP-CLAVE TO ARQ-SUPERVISOR
                       MOVE WKS-FECHA-HOY TO ARQ-FECHA-LIB
                       MOVE WKS-NOTA TO ARQ-NOTA
                       REWRITE REG-ARQUEO
                           INVALID KEY
                               DISPLAY "NO SE PUDO LIBERAR, ESTATUS "
                                       WKS-STATUS-ARQUEOS
                           NOT INVALID KEY
                               DISPLAY "PARTIDA LIBERADA"
                       END-REWRITE
                   ELSE
                       DISPLAY "LIBERACION CANCELADA"
                   END-IF
               END-IF
           END-IF.
       END PROGRAM ATMARQUE.

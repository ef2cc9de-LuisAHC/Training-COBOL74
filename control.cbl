      *                 operador, C capturista); el mantenimiento de
      *                 operadores (OPERMANT, opcion 18) es solo
      *                 para supervisores.
      * 2026-10-15 LAHC Opcion 28: revision de alertas de prevencion
      *                 de lavado de dinero (ATMALERT), solo para el
      *                 supervisor (oficial de cumplimiento).
      * 2026-10-15 LAHC Opcion 29: embargos y ordenes judiciales
      *                 (ATMEMBAR), no autorizada al operador.
      * 2026-10-15 LAHC Opcion 30: aclaracion de sobrantes y faltantes
      *                 de los arqueos de efectivo (ATMARQUE), no
      *                 autorizada al operador.
      * 2026-10-15 LAHC Opcion 31: tasas y comisiones por producto con
      *                 fecha de vigencia (ATMTARIF), no autorizada al
      *                 operador.
      * 2026-10-15 LAHC Opcion 32: autorizacion con doble control de
      *                 las acciones de alto riesgo (ATMAUTOR), no
      *                 autorizada al operador.
      * 2026-10-15 LAHC Opcion 33: calificaciones de examen por curso
      *                 (PRAC23, con su propia firma de supervisor) y
      *                 opcion 34: distribucion de calificaciones
      *                 (CALIFREP), que tambien ve el capturista.
      * 2026-10-15 LAHC Opcion 35: captura de encuestas de
      *                 satisfaccion (PRAC24) y opcion 36: reporte de
      *                 encuestas por curso e instructor (ENCUREP),
      *                 ambas abiertas al capturista.
      * 2026-10-15 LAHC Opcion 37: inscritos que no cumplen los
      *                 prerrequisitos de su curso (REQAUDR).
      * 2026-10-15 LAHC Opcion 38: catalogo de aulas con la ocupacion
      *                 semanal (AULAMANT).
      * 2026-10-15 LAHC Opcion 39: cargos de capacitacion por grupo
      *                 del mes (CARGOGRP), para la corrida manual.
      * 2026-10-15 LAHC Opcion 40: metas de horas de capacitacion por
      *                 grupo y curso obligatorio (METAMANT).
      * 2026-10-15 LAHC Opcion 41: cumplimiento de horas anuales de
      *                 capacitacion (HORACUMP), para la corrida manual.
      * 2026-10-15 LAHC Opcion 42: revision de integridad entre
      *                 maestros (INTEGRA), para la corrida manual.
      * 2026-10-15 LAHC Opcion 43: tendencia de tiempos de la corrida
      *                 nocturna (TIEMPNOC).
      * 2026-10-15 LAHC Cada intento de ingreso queda en la bitacora
      *                 ACCESOS (copybook ACCESREG) con su resultado, y
      *                 el bloqueo por tres intentos fallidos queda en
      *                 la bitacora BLOQUEOS (subprograma BITBLOQ).
      *                 Opcion 44: recertificacion de operadores
      *                 (RECERTOP), solo para supervisores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL.
               ACCESS MODE DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WKS-STATUS-OPER.
           SELECT ACCESOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-ACCESOS.
       DATA DIVISION.
       FILE SECTION.
           FD JORNADA.
                   ==NOMPERFIL== BY ==OPE-PERFIL==
                   ==NOMINTENTOS== BY ==OPE-INTENTOS==
                   ==NOMBLOQ== BY ==OPE-BLOQUEADO==.
           FD ACCESOS.
           01 REG-ACCESO.
               COPY ACCESREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==ACC-FECHA==
                   ==NOMHORA== BY ==ACC-HORA==
                   ==NOMOPERADOR== BY ==ACC-OPERADOR==
                   ==NOMPROGRAMA== BY ==ACC-PROGRAMA==
                   ==NOMRESULTADO== BY ==ACC-RESULTADO==.
       WORKING-STORAGE SECTION.
           01 WKS-OPCION PIC 9(02).
           01 WKS-SALIR  PIC X(01) VALUE "N".
           01 WKS-PROGRAMA       PIC X(08).
           01 WKS-HORA-INICIO    PIC 9(08).
           01 WKS-CODIGO-TERMINA PIC 9(04).
           01 WKS-STATUS-ACCESOS PIC X(02).
      *BLOQUEO QUE SE PASA AL SUBPROGRAMA BITBLOQ
           01 WKS-BLOQUEO.
               COPY BLOQUREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==BBL-FECHA==
                   ==NOMHORA== BY ==BBL-HORA==
                   ==NOMOPERADOR== BY ==BBL-OPERADOR==
                   ==NOMACCION== BY ==BBL-ACCION==
                   ==NOMQUIEN== BY ==BBL-QUIEN==
                   ==NOMMOTIVO== BY ==BBL-MOTIVO==.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0300-ABRE-OPERADORES
           PERFORM 0350-ABRE-ACCESOS
           PERFORM 0400-FIRMA
               UNTIL WKS-SI-FIRMADO OR WKS-INTENTOS-FIRMA >= 3
           CLOSE ACCESOS
           IF NOT WKS-SI-FIRMADO
               DISPLAY "ACCESO DENEGADO"
               CLOSE OPERADORES
               CLOSE OPERADORES
               OPEN I-O OPERADORES
           END-IF.
       0350-ABRE-ACCESOS.
           OPEN EXTEND ACCESOS
           IF WKS-STATUS-ACCESOS = "35"
               OPEN OUTPUT ACCESOS
               CLOSE ACCESOS
               OPEN EXTEND ACCESOS
           END-IF.
      *EL INGRESO VALIDA CLAVE Y CONTRASENA CONTRA EL MAESTRO; AL
      *TERCER INTENTO FALLIDO SOBRE LA MISMA CLAVE EL OPERADOR SE
      *BLOQUEA (LO DESBLOQUEA UN SUPERVISOR EN OPERMANT) Y A LOS
           READ OPERADORES
               INVALID KEY
                   DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                   MOVE "NOEXISTE" TO ACC-RESULTADO
               NOT INVALID KEY
                   PERFORM 0410-VALIDA-OPERADOR
           END-READ
           PERFORM 0420-GRABA-ACCESO.
       0410-VALIDA-OPERADOR.
           IF OPE-BLOQUEADO = "S"
               DISPLAY "OPERADOR BLOQUEADO, PIDA A UN SUPERVISOR "
                       "QUE LO DESBLOQUEE EN OPERMANT"
               MOVE "NEGADO" TO ACC-RESULTADO
           ELSE
               IF OPE-PASSWORD = WKS-PASSWORD
                   MOVE 0 TO OPE-INTENTOS
                   MOVE OPE-PERFIL TO WKS-PERFIL
                   SET WKS-SI-FIRMADO TO TRUE
                   DISPLAY "BIENVENIDO " OPE-NOMBRE
                   MOVE "OK" TO ACC-RESULTADO
               ELSE
                   ADD 1 TO OPE-INTENTOS
                   IF OPE-INTENTOS >= 3
                       MOVE "S" TO OPE-BLOQUEADO
                       DISPLAY "OPERADOR BLOQUEADO POR INTENTOS "
                               "FALLIDOS"
                       MOVE "BLOQUEO" TO ACC-RESULTADO
                       PERFORM 0430-REGISTRA-BLOQUEO
                   ELSE
                       DISPLAY "CLAVE O CONTRASENA INCORRECTOS"
                       MOVE "FALLO" TO ACC-RESULTADO
                   END-IF
                   REWRITE REG-OPERADOR
               END-IF
           END-IF.
      *CADA INTENTO DE INGRESO QUEDA EN ACCESOS CON LA CLAVE
      *TECLEADA, EXISTA O NO
       0420-GRABA-ACCESO.
           ACCEPT ACC-FECHA FROM DATE
           ACCEPT ACC-HORA FROM TIME
           MOVE WKS-OPERADOR TO ACC-OPERADOR
           MOVE "CONTROL"    TO ACC-PROGRAMA
           WRITE REG-ACCESO.
       0430-REGISTRA-BLOQUEO.
           INITIALIZE WKS-BLOQUEO
           MOVE WKS-OPERADOR TO BBL-OPERADOR
           MOVE "BLOQUEO"    TO BBL-ACCION
           MOVE "CONTROL"    TO BBL-QUIEN
           MOVE "TRES INTENTOS FALLIDOS" TO BBL-MOTIVO
           CALL "BITBLOQ" USING WKS-BLOQUEO.
       0500-ABRIR-JORNADA.
           OPEN EXTEND JORNADA
           IF WKS-STATUS-JORNADA = "35"
           DISPLAY "25.- PLAN DE REENTRENAMIENTO"
           DISPLAY "26.- DEPURACION DE PARTICIPANTES"
           DISPLAY "27.- REBALANCEO DE GRUPOS"
           DISPLAY "28.- ALERTAS DE LAVADO DE DINERO"
           DISPLAY "29.- EMBARGOS Y ORDENES JUDICIALES"
           DISPLAY "30.- PARTIDAS DE ARQUEO DE EFECTIVO"
           DISPLAY "31.- TARIFAS DE PRODUCTOS"
           DISPLAY "32.- AUTORIZACIONES PENDIENTES"
           DISPLAY "33.- CALIFICACIONES DE CURSOS"
           DISPLAY "34.- DISTRIBUCION DE CALIFICACIONES"
           DISPLAY "35.- ENCUESTAS DE SATISFACCION"
           DISPLAY "36.- REPORTE DE ENCUESTAS"
           DISPLAY "37.- REPORTE DE PRERREQUISITOS"
           DISPLAY "38.- CATALOGO DE AULAS"
           DISPLAY "39.- CARGOS DE CAPACITACION POR GRUPO"
           DISPLAY "40.- METAS DE HORAS DE CAPACITACION"
           DISPLAY "41.- CUMPLIMIENTO DE HORAS DE CAPACITACION"
           DISPLAY "42.- REVISION DE INTEGRIDAD DE MAESTROS"
           DISPLAY "43.- TENDENCIA DE TIEMPOS DE LA NOCHE"
           DISPLAY "44.- RECERTIFICACION DE OPERADORES"
           ACCEPT WKS-OPCION
           MOVE SPACES TO WKS-PROGRAMA
           EVALUATE WKS-OPCION
               WHEN 25 MOVE "PRAC22" TO WKS-PROGRAMA
               WHEN 26 MOVE "PARTPURG" TO WKS-PROGRAMA
               WHEN 27 MOVE "REBALANC" TO WKS-PROGRAMA
               WHEN 28 MOVE "ATMALERT" TO WKS-PROGRAMA
               WHEN 29 MOVE "ATMEMBAR" TO WKS-PROGRAMA
               WHEN 30 MOVE "ATMARQUE" TO WKS-PROGRAMA
               WHEN 31 MOVE "ATMTARIF" TO WKS-PROGRAMA
               WHEN 32 MOVE "ATMAUTOR" TO WKS-PROGRAMA
               WHEN 33 MOVE "PRAC23" TO WKS-PROGRAMA
               WHEN 34 MOVE "CALIFREP" TO WKS-PROGRAMA
               WHEN 35 MOVE "PRAC24" TO WKS-PROGRAMA
               WHEN 36 MOVE "ENCUREP" TO WKS-PROGRAMA
               WHEN 37 MOVE "REQAUDR" TO WKS-PROGRAMA
               WHEN 38 MOVE "AULAMANT" TO WKS-PROGRAMA
               WHEN 39 MOVE "CARGOGRP" TO WKS-PROGRAMA
               WHEN 40 MOVE "METAMANT" TO WKS-PROGRAMA
               WHEN 41 MOVE "HORACUMP" TO WKS-PROGRAMA
               WHEN 42 MOVE "INTEGRA" TO WKS-PROGRAMA
               WHEN 43 MOVE "TIEMPNOC" TO WKS-PROGRAMA
               WHEN 44 MOVE "RECERTOP" TO WKS-PROGRAMA
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           IF WKS-PROGRAMA NOT = SPACES
           END-IF.
      *AUTORIZACION POR OPCION: EL SUPERVISOR PUEDE TODO; EL
      *CAPTURISTA SOLO LA LISTA, CONSULTA, REPORTE, CAPTURA DE
      *ASISTENCIA, HISTORIAL, DISTRIBUCION DE CALIFICACIONES Y
      *ENCUESTAS DE SATISFACCION; EL OPERADOR TODO MENOS EL EJECUTIVO
      *DE CUENTAS (CIERRES), EL RESPALDO/RESTAURACION, EL
      *MANTENIMIENTO DE OPERADORES, LAS ALERTAS DE LAVADO, LOS
      *EMBARGOS, LAS PARTIDAS DE ARQUEO, LAS TARIFAS DE PRODUCTOS,
      *LAS AUTORIZACIONES DE DOBLE CONTROL Y LA RECERTIFICACION DE
      *OPERADORES (BLOQUEA OPERADORES)
       1500-VALIDA-PERFIL.
           MOVE "N" TO WKS-AUTORIZADO
           EVALUATE WKS-PERFIL
               WHEN "C"
                   IF WKS-OPCION = 2 OR WKS-OPCION = 3 OR
                      WKS-OPCION = 4 OR WKS-OPCION = 10 OR
                      WKS-OPCION = 11 OR WKS-OPCION = 34 OR
                      WKS-OPCION = 35 OR WKS-OPCION = 36
                       SET WKS-SI-AUTORIZADO TO TRUE
                   END-IF
               WHEN "O"
                   IF WKS-OPCION NOT = 5 AND WKS-OPCION NOT = 15
                      AND WKS-OPCION NOT = 18 AND
                      WKS-OPCION NOT = 26 AND WKS-OPCION NOT = 28
                      AND WKS-OPCION NOT = 29 AND WKS-OPCION NOT = 30
                      AND WKS-OPCION NOT = 31 AND
                      WKS-OPCION NOT = 32 AND WKS-OPCION NOT = 44
                       SET WKS-SI-AUTORIZADO TO TRUE
                   END-IF
               WHEN OTHER

      *           noche quedo DIFIERE o NOEXISTE. Con NO APTO el paso
      *           termina con RETURN-CODE 4 para que quede como AVISO
      *           en la propia bitacora nocturna.
      *
      * Modificaciones:
      * 2026-10-15 LAHC Se revisan las partidas de arqueo (ARQUEOS,
      *                 copybook ARQUEREG): cada terminal con un
      *                 faltante pendiente de liberar sale en la hoja
      *                 como NO APTO y el veredicto es NO APTO.
      * 2026-10-15 LAHC Se lee el registro de control de la revision
      *                 de integridad entre maestros (INTEGCTL, de
      *                 INTEGRA): los avisos salen en la hoja y
      *                 cualquier ruptura hace el veredicto NO APTO.
      * 2026-10-15 LAHC Alertas de la ventana batch con el historico
      *                 de tiempos NOCHHIST: sale en la hoja cada paso
      *                 de la ultima corrida que tardo mas del
      *                 porcentaje de la tarjeta VENTANA sobre su
      *                 promedio de las corridas anteriores, y si la
      *                 corrida termino despues de la hora de corte.
      *                 Son alertas: no cambian el veredicto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATUTINO.
               FILE STATUS IS WKS-STATUS-RESP.
           SELECT ARCHCTL ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-ARCH.
           SELECT ARQUEOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ARQ-LLAVE
               FILE STATUS IS WKS-STATUS-ARQ.
           SELECT INTEGCTL ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-INTEG.
           SELECT NOCHHIST ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-HIST.
           SELECT VENTANA ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-VENT.
           SELECT REPMATU ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
               05 ACT-ARCHIVADOS    PIC 9(07).
               05 ACT-IMPORTE-ARCH  PIC S9(11)V9(02).
               05 ACT-CONSERVADOS   PIC 9(07).
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
           FD INTEGCTL.
           01 REG-INTEGCTL.
               COPY INTEGREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==ITG-FECHA==
                   ==NOMAVISOS== BY ==ITG-AVISOS==
                   ==NOMRUPTURAS== BY ==ITG-RUPTURAS==.
           FD NOCHHIST.
           01 REG-NOCHHIST.
               COPY HISNOREG REPLACING ==LVL== BY ==05==
                   ==NOMCORRIDA== BY ==HIS-CORRIDA==
                   ==NOMPROGRAMA== BY ==HIS-PROGRAMA==
                   ==NOMPARAMETRO== BY ==HIS-PARAMETRO==
                   ==NOMFECINI== BY ==HIS-FECHA-INICIO==
                   ==NOMHORINI== BY ==HIS-HORA-INICIO==
                   ==NOMFECFIN== BY ==HIS-FECHA-FIN==
                   ==NOMHORFIN== BY ==HIS-HORA-FIN==
                   ==NOMSEGUNDOS== BY ==HIS-SEGUNDOS==
                   ==NOMREGISTROS== BY ==HIS-REGISTROS==
                   ==NOMCODIGO== BY ==HIS-CODIGO==
                   ==NOMRESULTADO== BY ==HIS-RESULTADO==.
           FD VENTANA.
           01 REG-VENTANA.
               COPY VENTAREG REPLACING ==LVL== BY ==05==
                   ==NOMPORCENTAJE== BY ==VEN-PORCENTAJE==
                   ==NOMMINIMO== BY ==VEN-MINIMO==
                   ==NOMCORTE== BY ==VEN-CORTE==.
           FD REPMATU.
           01 REG-REPMATU PIC X(80).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CONC    PIC X(02).
           01 WKS-STATUS-RESP    PIC X(02).
           01 WKS-STATUS-ARCH    PIC X(02).
           01 WKS-STATUS-ARQ     PIC X(02).
           01 WKS-STATUS-INTEG   PIC X(02).
           01 WKS-STATUS-HIST    PIC X(02).
           01 WKS-STATUS-VENT    PIC X(02).
           01 WKS-EOF-BIT        PIC 9(01).
           01 WKS-EOF-CONC       PIC 9(01).
           01 WKS-EOF-RESP       PIC 9(01).
           01 WKS-EOF-ARCH       PIC 9(01).
           01 WKS-EOF-ARQ        PIC 9(01).
           01 WKS-EOF-INTEG      PIC 9(01).
           01 WKS-EOF-HIST       PIC 9(01).
           01 WKS-FECHA-NOCHE    PIC 9(08) VALUE 0.
           01 WKS-APTO           PIC X(01) VALUE "S".
               88 WKS-ES-APTO VALUE "S".
           01 WKS-HAY-CONC       PIC X(01) VALUE "N".
           01 WKS-HAY-ARCH       PIC X(01) VALUE "N".
           01 WKS-HAY-INTEG      PIC X(01) VALUE "N".
           01 WK-PASOS-NOCHE     PIC 9(03) VALUE 0.
           01 WK-PASOS-FALLO     PIC 9(03) VALUE 0.
           01 WK-PASOS-AVISO     PIC 9(03) VALUE 0.
           01 WK-RESP-VISTOS     PIC 9(03) VALUE 0.
           01 WK-ARCHIVADOS      PIC 9(07) VALUE 0.
           01 WK-CONSERVADOS     PIC 9(07) VALUE 0.
           01 WK-INT-AVISOS      PIC 9(05) VALUE 0.
           01 WK-INT-RUPTURAS    PIC 9(05) VALUE 0.
           01 WK-IDX-PASO        PIC 9(02).
      *TERMINALES CON FALTANTE DE ARQUEO PENDIENTE DE LIBERAR
           01 WK-FALTANTES       PIC 9(03) VALUE 0.
           01 WKS-IMPORTE-EDIT   PIC Z(08)9.99.
           01 WK-IDX-TERM        PIC 9(02).
           01 WK-IDX-BUSCA       PIC 9(02).
           01 WK-TOTAL-TERMS     PIC 9(02) VALUE 0.
           01 WKS-TABLA-TERMINALES.
               02 WK-TERM OCCURS 10 TIMES.
                   05 WK-TERM-ID        PIC X(04).
                   05 WK-TERM-FALTANTE  PIC 9(09)V9(02).
      *LOS PASOS DE LA ULTIMA NOCHE, PARA IMPRIMIRLOS DESPUES DE
      *SABER CUAL FUE LA FECHA MAS RECIENTE DE LA BITACORA
           01 WK-TOTAL-PASOS     PIC 9(02) VALUE 0.
                   05 WK-PASO-PROGRAMA  PIC X(08).
                   05 WK-PASO-RESULTADO PIC X(08).
                   05 WK-PASO-CODIGO    PIC 9(04).
      *VENTANA BATCH: PORCENTAJE SOBRE EL PROMEDIO, MINIMO DE
      *SEGUNDOS A REVISAR Y HORA DE CORTE HHMM (TARJETA VENTANA)
           01 WK-PORCENTAJE      PIC 9(03) VALUE 50.
           01 WK-MINIMO          PIC 9(05) VALUE 60.
           01 WK-CORTE           PIC 9(04) VALUE 0600.
      *LA ULTIMA CORRIDA DEL HISTORICO DE TIEMPOS: FECHA EN QUE
      *ARRANCO, INICIO DE SU PRIMER PASO Y FIN DEL ULTIMO
           01 WKS-CORRIDA-NOCHE  PIC 9(08) VALUE 0.
           01 WKS-INI-FECHA      PIC 9(08) VALUE 0.
           01 WKS-INI-HORA       PIC 9(08) VALUE 0.
           01 WKS-FIN-FECHA      PIC 9(08) VALUE 0.
           01 WKS-FIN-HORA       PIC 9(08) VALUE 0.
           01 WKS-INI-HHMM       PIC 9(04).
           01 WKS-FIN-HHMM       PIC 9(04).
           01 WKS-VENTANA-EXCEDIDA PIC X(01) VALUE "N".
               88 WKS-SI-EXCEDIO-VENTANA VALUE "S".
           01 WK-ALERTAS-TIEMPO  PIC 9(03) VALUE 0.
           01 WK-LIMITE          PIC 9(07).
           01 WKS-SEGUNDOS-EDIT  PIC Z(05)9.
      *PROMEDIO DE CADA PROGRAMA EN LAS CORRIDAS ANTERIORES
           01 WK-IDX-PRM         PIC 9(02).
           01 WK-IDX-BUSCA-PRM   PIC 9(02).
           01 WK-TOTAL-PRMS      PIC 9(02) VALUE 0.
           01 WKS-TABLA-PROMEDIOS.
               02 WK-PRM OCCURS 60 TIMES.
                   05 WK-PRM-PROGRAMA   PIC X(08).
                   05 WK-PRM-CORRIDAS   PIC 9(05).
                   05 WK-PRM-SUMA-SEG   PIC 9(09).
      *LOS PASOS DE LA ULTIMA CORRIDA CON SU TIEMPO Y SU PROMEDIO
           01 WK-IDX-TPO         PIC 9(02).
           01 WK-TOTAL-TPOS      PIC 9(02) VALUE 0.
           01 WKS-TABLA-TIEMPOS.
               02 WK-TPO OCCURS 30 TIMES.
                   05 WK-TPO-PROGRAMA   PIC X(08).
                   05 WK-TPO-SEGUNDOS   PIC 9(06).
                   05 WK-TPO-PROMEDIO   PIC 9(06).
                   05 WK-TPO-EXCEDIDO   PIC X(01).
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-BUSCA-ULTIMA-NOCHE
           PERFORM 3000-LEE-CONCILIACION
           PERFORM 4000-LEE-RESPALDOS
           PERFORM 4500-LEE-CIERRE
           PERFORM 4700-LEE-ARQUEOS
           PERFORM 4950-LEE-INTEGRIDAD
           PERFORM 4970-LEE-VENTANA
           PERFORM 4980-LEE-TIEMPOS
           PERFORM 5000-DICTAMINA
           PERFORM 6000-IMPRIME
           PERFORM 7000-TERMINA
                       MOVE ACT-CONSERVADOS TO WK-CONSERVADOS
                   END-IF
           END-READ.
      *LOS FALTANTES PENDIENTES SE JUNTAN POR TERMINAL SIN IMPORTAR
      *LA FECHA DEL ARQUEO: MIENTRAS NO SE LIBEREN LA TERMINAL SIGUE
      *NO APTA
       4700-LEE-ARQUEOS.
           MOVE 0 TO WKS-EOF-ARQ
           OPEN INPUT ARQUEOS
           IF WKS-STATUS-ARQ NOT = "00"
               MOVE 1 TO WKS-EOF-ARQ
           END-IF
           PERFORM 4800-LEE-ARQUEO UNTIL WKS-EOF-ARQ = 1
           IF WKS-STATUS-ARQ = "00"
               CLOSE ARQUEOS
           END-IF.
       4800-LEE-ARQUEO.
           READ ARQUEOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARQ
               NOT AT END
                   IF ARQ-TIPO = "F" AND ARQ-ESTATUS = "P"
                       ADD 1 TO WK-FALTANTES
                       PERFORM 4900-ACUMULA-TERMINAL
                   END-IF
           END-READ.
       4900-ACUMULA-TERMINAL.
           MOVE 0 TO WK-IDX-TERM
           PERFORM 4910-COMPARA-TERMINAL
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > WK-TOTAL-TERMS
           IF WK-IDX-TERM = 0 AND WK-TOTAL-TERMS < 10
               ADD 1 TO WK-TOTAL-TERMS
               MOVE WK-TOTAL-TERMS TO WK-IDX-TERM
               MOVE ARQ-TERMINAL TO WK-TERM-ID (WK-IDX-TERM)
               MOVE 0 TO WK-TERM-FALTANTE (WK-IDX-TERM)
           END-IF
           IF WK-IDX-TERM > 0
               ADD ARQ-IMPORTE TO WK-TERM-FALTANTE (WK-IDX-TERM)
           END-IF.
       4910-COMPARA-TERMINAL.
           IF WK-TERM-ID (WK-IDX-BUSCA) = ARQ-TERMINAL
               MOVE WK-IDX-BUSCA TO WK-IDX-TERM
           END-IF.
      *LA ULTIMA REVISION DE INTEGRIDAD DE LA NOCHE; SIN REGISTRO,
      *LA REVISION NO CORRIO
       4950-LEE-INTEGRIDAD.
           MOVE 0 TO WKS-EOF-INTEG
           OPEN INPUT INTEGCTL
           IF WKS-STATUS-INTEG NOT = "00"
               MOVE 1 TO WKS-EOF-INTEG
           END-IF
           PERFORM 4960-LEE-INTEGCTL UNTIL WKS-EOF-INTEG = 1
           IF WKS-STATUS-INTEG NOT = "35"
               CLOSE INTEGCTL
           END-IF.
       4960-LEE-INTEGCTL.
           READ INTEGCTL
               AT END
                   MOVE 1 TO WKS-EOF-INTEG
               NOT AT END
                   IF ITG-FECHA = WKS-FECHA-NOCHE
                       MOVE "S" TO WKS-HAY-INTEG
                       MOVE ITG-AVISOS   TO WK-INT-AVISOS
                       MOVE ITG-RUPTURAS TO WK-INT-RUPTURAS
                   END-IF
           END-READ.
      *LA TARJETA VENTANA ES OPCIONAL; SIN ELLA SE QUEDAN 50%, 60
      *SEGUNDOS Y CORTE A LAS 06:00
       4970-LEE-VENTANA.
           OPEN INPUT VENTANA
           IF WKS-STATUS-VENT = "00"
               READ VENTANA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VEN-PORCENTAJE TO WK-PORCENTAJE
                       MOVE VEN-MINIMO     TO WK-MINIMO
                       MOVE VEN-CORTE      TO WK-CORTE
               END-READ
               CLOSE VENTANA
           END-IF.
      *DOS PASADAS AL HISTORICO: LA PRIMERA UBICA LA ULTIMA CORRIDA;
      *LA SEGUNDA PROMEDIA LAS ANTERIORES POR PROGRAMA Y GUARDA LOS
      *PASOS DE LA ULTIMA (EL HISTORICO VA EN ORDEN CRONOLOGICO)
       4980-LEE-TIEMPOS.
           MOVE 0 TO WKS-EOF-HIST
           OPEN INPUT NOCHHIST
           IF WKS-STATUS-HIST NOT = "00"
               MOVE 1 TO WKS-EOF-HIST
           END-IF
           PERFORM 4981-LEE-CORRIDA UNTIL WKS-EOF-HIST = 1
           IF WKS-STATUS-HIST NOT = "35"
               CLOSE NOCHHIST
           END-IF
           IF WKS-CORRIDA-NOCHE NOT = 0
               MOVE 0 TO WKS-EOF-HIST
               OPEN INPUT NOCHHIST
               PERFORM 4982-LEE-TIEMPO UNTIL WKS-EOF-HIST = 1
               CLOSE NOCHHIST
               PERFORM 4985-EVALUA-PASO
                   VARYING WK-IDX-TPO FROM 1 BY 1
                   UNTIL WK-IDX-TPO > WK-TOTAL-TPOS
               PERFORM 4990-REVISA-CORTE
           END-IF.
       4981-LEE-CORRIDA.
           READ NOCHHIST
               AT END
                   MOVE 1 TO WKS-EOF-HIST
               NOT AT END
                   IF HIS-CORRIDA > WKS-CORRIDA-NOCHE
                       MOVE HIS-CORRIDA TO WKS-CORRIDA-NOCHE
                   END-IF
           END-READ.
       4982-LEE-TIEMPO.
           READ NOCHHIST
               AT END
                   MOVE 1 TO WKS-EOF-HIST
               NOT AT END
                   IF HIS-CORRIDA = WKS-CORRIDA-NOCHE
                       PERFORM 4983-GUARDA-PASO
                   ELSE
                       PERFORM 4984-ACUMULA-PREVIO
                   END-IF
           END-READ.
       4983-GUARDA-PASO.
           IF WKS-INI-FECHA = 0
               MOVE HIS-FECHA-INICIO TO WKS-INI-FECHA
               MOVE HIS-HORA-INICIO  TO WKS-INI-HORA
           END-IF
           MOVE HIS-FECHA-FIN TO WKS-FIN-FECHA
           MOVE HIS-HORA-FIN  TO WKS-FIN-HORA
           IF WK-TOTAL-TPOS < 30
               ADD 1 TO WK-TOTAL-TPOS
               MOVE HIS-PROGRAMA TO WK-TPO-PROGRAMA (WK-TOTAL-TPOS)
               MOVE HIS-SEGUNDOS TO WK-TPO-SEGUNDOS (WK-TOTAL-TPOS)
               MOVE 0   TO WK-TPO-PROMEDIO (WK-TOTAL-TPOS)
               MOVE "N" TO WK-TPO-EXCEDIDO (WK-TOTAL-TPOS)
           END-IF.
       4984-ACUMULA-PREVIO.
           MOVE 0 TO WK-IDX-PRM
           PERFORM 4986-COMPARA-PROGRAMA
               VARYING WK-IDX-BUSCA-PRM FROM 1 BY 1
               UNTIL WK-IDX-BUSCA-PRM > WK-TOTAL-PRMS
           IF WK-IDX-PRM = 0 AND WK-TOTAL-PRMS < 60
               ADD 1 TO WK-TOTAL-PRMS
               MOVE WK-TOTAL-PRMS TO WK-IDX-PRM
               MOVE HIS-PROGRAMA TO WK-PRM-PROGRAMA (WK-IDX-PRM)
               MOVE 0 TO WK-PRM-CORRIDAS (WK-IDX-PRM)
               MOVE 0 TO WK-PRM-SUMA-SEG (WK-IDX-PRM)
           END-IF
           IF WK-IDX-PRM > 0
               ADD 1 TO WK-PRM-CORRIDAS (WK-IDX-PRM)
               ADD HIS-SEGUNDOS TO WK-PRM-SUMA-SEG (WK-IDX-PRM)
           END-IF.
      *UN PASO SIN CORRIDAS ANTERIORES NO TIENE CONTRA QUE
      *COMPARARSE; TAMPOCO LOS QUE DURAN MENOS DEL MINIMO
       4985-EVALUA-PASO.
           MOVE 0 TO WK-IDX-PRM
           PERFORM 4987-BUSCA-PROGRAMA
               VARYING WK-IDX-BUSCA-PRM FROM 1 BY 1
               UNTIL WK-IDX-BUSCA-PRM > WK-TOTAL-PRMS
           IF WK-IDX-PRM > 0
               COMPUTE WK-TPO-PROMEDIO (WK-IDX-TPO) ROUNDED =
                   WK-PRM-SUMA-SEG (WK-IDX-PRM) /
                   WK-PRM-CORRIDAS (WK-IDX-PRM)
               COMPUTE WK-LIMITE = WK-TPO-PROMEDIO (WK-IDX-TPO)
                   * (100 + WK-PORCENTAJE) / 100
               IF WK-TPO-SEGUNDOS (WK-IDX-TPO) >= WK-MINIMO AND
                  WK-TPO-SEGUNDOS (WK-IDX-TPO) > WK-LIMITE
                   MOVE "S" TO WK-TPO-EXCEDIDO (WK-IDX-TPO)
                   ADD 1 TO WK-ALERTAS-TIEMPO
               END-IF
           END-IF.
       4986-COMPARA-PROGRAMA.
           IF WK-PRM-PROGRAMA (WK-IDX-BUSCA-PRM) = HIS-PROGRAMA
               MOVE WK-IDX-BUSCA-PRM TO WK-IDX-PRM
           END-IF.
       4987-BUSCA-PROGRAMA.
           IF WK-PRM-PROGRAMA (WK-IDX-BUSCA-PRM) =
              WK-TPO-PROGRAMA (WK-IDX-TPO)
               MOVE WK-IDX-BUSCA-PRM TO WK-IDX-PRM
           END-IF.
      *LA CORRIDA QUE ARRANCO ANTES DEL CORTE DEBIO TERMINAR ESE
      *MISMO DIA ANTES DEL CORTE; LA QUE ARRANCO DESPUES (LA NOCHE
      *ANTERIOR) TIENE HASTA EL CORTE DEL DIA SIGUIENTE
       4990-REVISA-CORTE.
           MOVE "N" TO WKS-VENTANA-EXCEDIDA
           MOVE WKS-INI-HORA (1:4) TO WKS-INI-HHMM
           MOVE WKS-FIN-HORA (1:4) TO WKS-FIN-HHMM
           IF WKS-FIN-FECHA = WKS-INI-FECHA
               IF WKS-INI-HHMM < WK-CORTE AND
                  WKS-FIN-HHMM > WK-CORTE
                   MOVE "S" TO WKS-VENTANA-EXCEDIDA
               END-IF
           ELSE
               IF WKS-INI-HHMM < WK-CORTE OR
                  WKS-FIN-HHMM > WK-CORTE
                   MOVE "S" TO WKS-VENTANA-EXCEDIDA
               END-IF
           END-IF
           IF WKS-SI-EXCEDIO-VENTANA
               ADD 1 TO WK-ALERTAS-TIEMPO
           END-IF.
       5000-DICTAMINA.
           MOVE "S" TO WKS-APTO
           IF WK-PASOS-FALLO > 0
           END-IF
           IF WK-RESP-MALOS > 0
               MOVE "N" TO WKS-APTO
           END-IF
           IF WK-FALTANTES > 0
               MOVE "N" TO WKS-APTO
           END-IF
           IF WK-INT-RUPTURAS > 0
               MOVE "N" TO WKS-APTO
           END-IF.
       6000-IMPRIME.
           OPEN OUTPUT REPMATU
           PERFORM 6200-IMPRIME-CONCILIACION
           PERFORM 6300-IMPRIME-RESPALDO
           PERFORM 6400-IMPRIME-CIERRE
           PERFORM 6500-IMPRIME-ARQUEOS
           PERFORM 6600-IMPRIME-INTEGRIDAD
           PERFORM 6700-IMPRIME-TIEMPOS
           MOVE SPACES TO REG-REPMATU
           WRITE REG-REPMATU
           MOVE SPACES TO REG-REPMATU
               MOVE WK-CONSERVADOS TO REG-REPMATU (49:7)
               WRITE REG-REPMATU
           END-IF.
       6500-IMPRIME-ARQUEOS.
           MOVE SPACES TO REG-REPMATU
           IF WK-FALTANTES = 0
               MOVE "ARQUEOS: SIN FALTANTES PENDIENTES"
                   TO REG-REPMATU (1:33)
               WRITE REG-REPMATU
           ELSE
               MOVE "ARQUEOS: FALTANTES PENDIENTES"
                   TO REG-REPMATU (1:29)
               MOVE WK-FALTANTES TO REG-REPMATU (31:3)
               WRITE REG-REPMATU
               PERFORM 6510-IMPRIME-TERMINAL
                   VARYING WK-IDX-TERM FROM 1 BY 1
                   UNTIL WK-IDX-TERM > WK-TOTAL-TERMS
           END-IF.
       6510-IMPRIME-TERMINAL.
           MOVE SPACES TO REG-REPMATU
           MOVE "TERMINAL" TO REG-REPMATU (3:8)
           MOVE WK-TERM-ID (WK-IDX-TERM) TO REG-REPMATU (12:4)
           MOVE "NO APTO, FALTANTE" TO REG-REPMATU (18:17)
           MOVE WK-TERM-FALTANTE (WK-IDX-TERM) TO WKS-IMPORTE-EDIT
           MOVE WKS-IMPORTE-EDIT TO REG-REPMATU (36:12)
           WRITE REG-REPMATU.
       6600-IMPRIME-INTEGRIDAD.
           MOVE SPACES TO REG-REPMATU
           IF WKS-HAY-INTEG = "S"
               MOVE "INTEGRIDAD: AVISOS" TO REG-REPMATU (1:18)
               MOVE WK-INT-AVISOS TO REG-REPMATU (20:5)
               MOVE "RUPTURAS" TO REG-REPMATU (27:8)
               MOVE WK-INT-RUPTURAS TO REG-REPMATU (36:5)
               IF WK-INT-RUPTURAS > 0
                   MOVE "NO APTO" TO REG-REPMATU (43:7)
               END-IF
           ELSE
               MOVE "INTEGRIDAD: NO CORRIO ESTA NOCHE"
                   TO REG-REPMATU (1:32)
           END-IF
           WRITE REG-REPMATU.
       6700-IMPRIME-TIEMPOS.
           MOVE SPACES TO REG-REPMATU
           IF WKS-CORRIDA-NOCHE = 0
               MOVE "TIEMPOS: SIN HISTORICO DE TIEMPOS DE LA CORRIDA"
                   TO REG-REPMATU (1:47)
               WRITE REG-REPMATU
           ELSE
               MOVE "VENTANA: INICIO" TO REG-REPMATU (1:15)
               MOVE WKS-INI-FECHA TO REG-REPMATU (17:8)
               MOVE WKS-INI-HORA  TO REG-REPMATU (26:8)
               MOVE "FIN" TO REG-REPMATU (35:3)
               MOVE WKS-FIN-FECHA TO REG-REPMATU (39:8)
               MOVE WKS-FIN-HORA  TO REG-REPMATU (48:8)
               MOVE "CORTE" TO REG-REPMATU (57:5)
               MOVE WK-CORTE TO REG-REPMATU (63:4)
               IF WKS-SI-EXCEDIO-VENTANA
                   MOVE "EXCEDIDA" TO REG-REPMATU (68:8)
               END-IF
               WRITE REG-REPMATU
               PERFORM 6710-IMPRIME-PASO-LENTO
                   VARYING WK-IDX-TPO FROM 1 BY 1
                   UNTIL WK-IDX-TPO > WK-TOTAL-TPOS
           END-IF.
       6710-IMPRIME-PASO-LENTO.
           IF WK-TPO-EXCEDIDO (WK-IDX-TPO) = "S"
               MOVE SPACES TO REG-REPMATU
               MOVE "ALERTA" TO REG-REPMATU (3:6)
               MOVE WK-TPO-PROGRAMA (WK-IDX-TPO) TO REG-REPMATU (10:8)
               MOVE "TARDO" TO REG-REPMATU (19:5)
               MOVE WK-TPO-SEGUNDOS (WK-IDX-TPO) TO WKS-SEGUNDOS-EDIT
               MOVE WKS-SEGUNDOS-EDIT TO REG-REPMATU (25:6)
               MOVE "SEG, PROMEDIO" TO REG-REPMATU (32:13)
               MOVE WK-TPO-PROMEDIO (WK-IDX-TPO) TO WKS-SEGUNDOS-EDIT
               MOVE WKS-SEGUNDOS-EDIT TO REG-REPMATU (46:6)
               MOVE "SEG" TO REG-REPMATU (53:3)
               WRITE REG-REPMATU
           END-IF.
       7000-TERMINA.
           DISPLAY "REPORTE MATUTINO GENERADO EN REPMATU"
           IF WK-ALERTAS-TIEMPO > 0
               DISPLAY "  ALERTAS DE TIEMPO: " WK-ALERTAS-TIEMPO
           END-IF
           IF WKS-ES-APTO
               DISPLAY "  VEREDICTO: APTO"
           ELSE

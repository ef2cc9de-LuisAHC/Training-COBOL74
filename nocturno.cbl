      *                 BITNOCHE, saltando (como OMITIDO) los pasos
      *                 que ya corrieron bien, en vez de repetir
      *                 todo el deck desde la primera tarjeta.
      * 2026-10-15 LAHC Los pasos de la aplicacion ATM que faltaban ya
      *                 tienen su archivo de parametros en
      *                 2200-NOMBRE-DE-PARAMETRO: ATMSOBRE (SOBPARM),
      *                 ATMPREST (PRESPARM), ATMCARTE (CARTPARM),
      *                 ATMPAGAR (PAGPARM), ATMSERV (SERVPARM),
      *                 ATMCODIG (CODPARM), ATMPLD (PLDPARM), ATMPLDMS
      *                 (PLDMPARM), ATMBENEF (BENPARM), ATMEDOCT
      *                 (EDOPARM), ATMCONTA (CONTPARM), ATMAVISO
      *                 (AVISPARM) y ATMRENTA (RENTPARM).
      * 2026-10-15 LAHC Paso CARGOGRP (cargos de capacitacion por
      *                 grupo) con su archivo de parametros CARGPARM;
      *                 va con frecuencia FM para que la fecha de la
      *                 tarjeta sea la del cierre del mes.
      * 2026-10-15 LAHC Paso HORACUMP (cumplimiento de horas anuales
      *                 de capacitacion por grupo) con su archivo de
      *                 parametros HORPARM; tambien va con frecuencia
      *                 FM, la meta se prorratea al mes de la tarjeta.
      * 2026-10-15 LAHC Historico permanente de tiempos NOCHHIST
      *                 (copybook HISNOREG): cada paso que corre deja
      *                 la fecha de la corrida, inicio y fin con su
      *                 fecha, segundos transcurridos (aunque cruce la
      *                 medianoche), codigo, resultado y los registros
      *                 que el paso reporto en NOCTCONT con el
      *                 subprograma PASOCONT. Lo leen la tendencia
      *                 TIEMPNOC y las alertas de ventana de MATUTINO.
      * 2026-10-15 LAHC Paso RECERTOP (recertificacion trimestral de
      *                 operadores) con su archivo de parametros
      *                 RECPARM.
      * 2026-10-15 LAHC Un paso que no reporta su conteo en NOCTCONT
      *                 queda en NOCHHIST con 9999999 registros (no
      *                 reportado) en vez de cero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCTURNO.
               FILE STATUS IS WKS-STATUS-FER.
           SELECT NOCTMODO ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MODO.
           SELECT NOCHHIST ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-HIST.
           SELECT NOCTCONT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-CONT.
       DATA DIVISION.
       FILE SECTION.
           FD TARJETAS.
               05 FER-FECHA PIC 9(08).
           FD NOCTMODO.
           01 REG-NOCTMODO PIC X(08).
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
      *CONTEO DE REGISTROS QUE EL PASO DEJA CON EL SUBPROGRAMA
      *PASOCONT
           FD NOCTCONT.
           01 REG-NOCTCONT.
               05 CNT-PROGRAMA  PIC X(08).
               05 CNT-REGISTROS PIC 9(07).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-TARJ    PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-BIT     PIC X(02).
           01 WKS-STATUS-FER     PIC X(02).
           01 WKS-STATUS-MODO    PIC X(02).
           01 WKS-STATUS-HIST    PIC X(02).
           01 WKS-STATUS-CONT    PIC X(02).
           01 WKS-EOF-TARJETAS   PIC 9(01).
           01 WKS-EOF-FERIADOS   PIC 9(01).
           01 WKS-EOF-BIT        PIC 9(01).
               88 WKS-SI-YA-LLEGO VALUE "S".
           01 WKS-PROGRAMA-FALLIDO PIC X(08) VALUE SPACES.
           01 WKS-FECHA-ULTIMA   PIC 9(08) VALUE 0.
      *TIEMPOS DEL PASO PARA EL HISTORICO: LA CORRIDA SE FECHA CON EL
      *DIA EN QUE ARRANCO, AUNQUE SUS PASOS TERMINEN DESPUES DE LA
      *MEDIANOCHE
           01 WKS-FECHA-CORRIDA  PIC 9(08).
           01 WKS-FECHA-INICIO   PIC 9(08).
           01 WK-REGISTROS-PASO  PIC 9(07).
           01 WK-NO-REPORTADO    PIC 9(07) VALUE 9999999.
           01 WKS-HORA-CALC      PIC 9(08).
           01 WKS-HORA-CALC-R REDEFINES WKS-HORA-CALC.
               03 WKS-HC-HH    PIC 9(02).
               03 WKS-HC-MM    PIC 9(02).
               03 WKS-HC-SS    PIC 9(02).
               03 WKS-HC-CC    PIC 9(02).
           01 WK-SEG-INICIO      PIC 9(06).
           01 WK-SEG-FIN         PIC 9(06).
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           MOVE 0 TO WKS-EOF-TARJETAS
           MOVE "S" TO WKS-SECUENCIA
           ACCEPT WKS-FECHA-HOY FROM DATE
           MOVE WKS-FECHA-HOY TO WKS-FECHA-CORRIDA
           PERFORM 1200-CALCULA-CALENDARIO
           PERFORM 1300-CARGA-FERIADOS
           PERFORM 1400-REVISA-REINICIO
               OPEN OUTPUT BITNOCHE
               CLOSE BITNOCHE
               OPEN EXTEND BITNOCHE
           END-IF
           OPEN EXTEND NOCHHIST
           IF WKS-STATUS-HIST = "35"
               OPEN OUTPUT NOCHHIST
               CLOSE NOCHHIST
               OPEN EXTEND NOCHHIST
           END-IF.
      *SECCION QUE DEJA LISTAS LAS BANDERAS DE CALENDARIO DE LA
      *CORRIDA: DIA DE LA SEMANA (1=LUNES), SI ES EL ULTIMO DIA DEL
              TAR-PARAMETRO NOT = SPACES
               PERFORM 2300-ESCRIBE-PARAMETRO
           END-IF
           PERFORM 2500-VACIA-CONTEO
           ACCEPT WKS-FECHA-INICIO FROM DATE
           ACCEPT WKS-HORA-INICIO FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL TAR-PROGRAMA
           MOVE RETURN-CODE TO WKS-CODIGO-PASO
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WK-PASOS-CORRIDOS
           PERFORM 2600-LEE-CONTEO
           IF WKS-NOMBRE-PARM NOT = SPACES AND
              TAR-PARAMETRO NOT = SPACES
               PERFORM 2400-VACIA-PARAMETRO
               WHEN "ATMRECIB" MOVE "RECIPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMREP"   MOVE "REPPARM"   TO WKS-NOMBRE-PARM
               WHEN "ATMARCH"  MOVE "ARCHPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMSOBRE" MOVE "SOBPARM"   TO WKS-NOMBRE-PARM
               WHEN "ATMPREST" MOVE "PRESPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMCARTE" MOVE "CARTPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMPAGAR" MOVE "PAGPARM"   TO WKS-NOMBRE-PARM
               WHEN "ATMSERV"  MOVE "SERVPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMCODIG" MOVE "CODPARM"   TO WKS-NOMBRE-PARM
               WHEN "ATMPLD"   MOVE "PLDPARM"   TO WKS-NOMBRE-PARM
               WHEN "ATMPLDMS" MOVE "PLDMPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMBENEF" MOVE "BENPARM"   TO WKS-NOMBRE-PARM
               WHEN "ATMEDOCT" MOVE "EDOPARM"   TO WKS-NOMBRE-PARM
               WHEN "ATMCONTA" MOVE "CONTPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMAVISO" MOVE "AVISPARM"  TO WKS-NOMBRE-PARM
               WHEN "ATMRENTA" MOVE "RENTPARM"  TO WKS-NOMBRE-PARM
               WHEN "PARTAUDR" MOVE "AUDPARM"   TO WKS-NOMBRE-PARM
               WHEN "ASISAUDR" MOVE "ASIPARM"   TO WKS-NOMBRE-PARM
               WHEN "JORNREP"  MOVE "JORPARM"   TO WKS-NOMBRE-PARM
               WHEN "PRAC18"   MOVE "TRANSPARM" TO WKS-NOMBRE-PARM
               WHEN "PRAC19"   MOVE "CERTPARM"  TO WKS-NOMBRE-PARM
               WHEN "RESPALDO" MOVE "RESPPARM"  TO WKS-NOMBRE-PARM
               WHEN "CARGOGRP" MOVE "CARGPARM"  TO WKS-NOMBRE-PARM
               WHEN "HORACUMP" MOVE "HORPARM"   TO WKS-NOMBRE-PARM
               WHEN "RECERTOP" MOVE "RECPARM"   TO WKS-NOMBRE-PARM
               WHEN OTHER      MOVE SPACES      TO WKS-NOMBRE-PARM
           END-EVALUATE.
       2300-ESCRIBE-PARAMETRO.
       2400-VACIA-PARAMETRO.
           OPEN OUTPUT PARAMFILE
           CLOSE PARAMFILE.
      *EL CONTEO SE VACIA ANTES DE CADA PASO PARA QUE UN PROGRAMA QUE
      *NO LLAMA A PASOCONT NO SE QUEDE CON EL CONTEO DEL PASO ANTERIOR
       2500-VACIA-CONTEO.
           OPEN OUTPUT NOCTCONT
           CLOSE NOCTCONT.
      *SI EL PASO NO DEJO SU CONTEO EN NOCTCONT SE GRABA EL VALOR DE
      *NO REPORTADO, NO UN CERO QUE PAREZCA UNA CORRIDA VACIA
       2600-LEE-CONTEO.
           MOVE WK-NO-REPORTADO TO WK-REGISTROS-PASO
           OPEN INPUT NOCTCONT
           IF WKS-STATUS-CONT = "00"
               READ NOCTCONT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNT-PROGRAMA = TAR-PROGRAMA
                           MOVE CNT-REGISTROS TO WK-REGISTROS-PASO
                       END-IF
               END-READ
               CLOSE NOCTCONT
           END-IF.
       3000-GRABA-BITACORA.
           ACCEPT BIT-FECHA FROM DATE
           MOVE TAR-PROGRAMA    TO BIT-PROGRAMA
                   MOVE "AVISO" TO BIT-RESULTADO
               END-IF
           END-IF
           WRITE REG-BITNOCHE
           PERFORM 3100-GRABA-HISTORICO.
      *LOS PASOS OMITIDOS NO VAN AL HISTORICO: NO TIENEN TIEMPO QUE
      *PROMEDIAR. SI EL FIN CAE EN OTRO DIA QUE EL INICIO EL PASO
      *CRUZO LA MEDIANOCHE Y SE LE SUMA EL DIA COMPLETO
       3100-GRABA-HISTORICO.
           MOVE WKS-FECHA-CORRIDA TO HIS-CORRIDA
           MOVE BIT-PROGRAMA      TO HIS-PROGRAMA
           MOVE BIT-PARAMETRO     TO HIS-PARAMETRO
           MOVE WKS-FECHA-INICIO  TO HIS-FECHA-INICIO
           MOVE BIT-HORA-INICIO   TO HIS-HORA-INICIO
           MOVE BIT-FECHA         TO HIS-FECHA-FIN
           MOVE BIT-HORA-FIN      TO HIS-HORA-FIN
           MOVE BIT-HORA-INICIO   TO WKS-HORA-CALC
           COMPUTE WK-SEG-INICIO = WKS-HC-HH * 3600
               + WKS-HC-MM * 60 + WKS-HC-SS
           MOVE BIT-HORA-FIN      TO WKS-HORA-CALC
           COMPUTE WK-SEG-FIN = WKS-HC-HH * 3600
               + WKS-HC-MM * 60 + WKS-HC-SS
           IF BIT-FECHA > WKS-FECHA-INICIO
               ADD 86400 TO WK-SEG-FIN
           END-IF
           IF WK-SEG-FIN < WK-SEG-INICIO
               MOVE 0 TO HIS-SEGUNDOS
           ELSE
               COMPUTE HIS-SEGUNDOS = WK-SEG-FIN - WK-SEG-INICIO
           END-IF
           MOVE WK-REGISTROS-PASO TO HIS-REGISTROS
           MOVE BIT-CODIGO        TO HIS-CODIGO
           MOVE BIT-RESULTADO     TO HIS-RESULTADO
           WRITE REG-NOCHHIST.
       5000-TERMINA.
           CLOSE TARJETAS
           CLOSE BITNOCHE
           CLOSE NOCHHIST
           DISPLAY "CORRIDA NOCTURNA TERMINADA"
           DISPLAY "  PASOS CORRIDOS: " WK-PASOS-CORRIDOS
           DISPLAY "  PASOS OMITIDOS: " WK-PASOS-OMITIDOS

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Vigilancia nocturna de prevencion de lavado de
      *           dinero sobre la bitacora del cajero. Lee los
      *           movimientos de los ultimos WKS-DIAS-VENTANA dias
      *           (el historico MOVARCH+AAMM del mes en que empieza la
      *           ventana, el del mes de proceso si ya existe y la
      *           bitacora viva MOVTOS, en ese orden cronologico) y
      *           deja en el archivo ALERTAS una alerta abierta por
      *           cada caso del dia de proceso:
      *           DE - deposito en efectivo igual o mayor al umbral
      *                de reporte;
      *           ES - depositos en efectivo apenas bajo el umbral
      *                (WKS-PORC-CERCA % o mas) en WKS-DIAS-ESTRUCT
      *                dias seguidos o mas que terminan en el dia de
      *                proceso (fraccionamiento);
      *           EN - una entrada de WKS-MINIMO-RAPIDO o mas
      *                (deposito, cheque o transferencia recibida)
      *                que sale en retiros o transferencias enviadas
      *                en menos de 24 horas (WKS-PORC-SALIDA % o mas);
      *           DR - una cuenta dormida que el ejecutivo reactivo y
      *                que en los WKS-DIAS-DRENADO dias siguientes se
      *                vacia (WKS-PORC-SALIDA % o mas del saldo que
      *                tenia al reactivarse).
      *           El acumulado por cuenta vive en el archivo de
      *           trabajo indexado PLDTRAB (como CONCTRAB de ATMCONC).
      *           La llave de la alerta (fecha, cuenta, tipo) hace que
      *           repetir la corrida no duplique alertas. El oficial de
      *           cumplimiento las revisa en ATMALERT y el extracto
      *           mensual ATMPLDMS reporta las reportables.
      *           La fecha de proceso se toma del archivo de
      *           parametros PLDPARM si existe; si no, del dia de la
      *           corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMPLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT MOVARCH ASSIGN USING WKS-NOMBRE-ARCH
               FILE STATUS IS WKS-STATUS-ARCH.
           SELECT PLDTRAB ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TRB-CUENTA
               FILE STATUS IS WKS-STATUS-TRAB.
           SELECT ALERTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALE-LLAVE
               FILE STATUS IS WKS-STATUS-ALERTA.
           SELECT PLDPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
       DATA DIVISION.
       FILE SECTION.
           FD MOVTOS.
           01 REG-MOVIMIENTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==MOV-NUMCUENTA==
                   ==NOMOPER== BY ==MOV-OPERACION==
                   ==NOMIMPORTE== BY ==MOV-IMPORTE==
                   ==NOMSALDO== BY ==MOV-SALDO==
                   ==NOMFECHA== BY ==MOV-FECHA==
                   ==NOMHORA== BY ==MOV-HORA==
                   ==NOMFOLIO== BY ==MOV-FOLIO==
                   ==NOMREFER== BY ==MOV-REFERENCIA==
                   ==NOMTERMINAL== BY ==MOV-TERMINAL==.
           FD MOVARCH.
           01 REG-MOVARCH.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==ARC-NUMCUENTA==
                   ==NOMOPER== BY ==ARC-OPERACION==
                   ==NOMIMPORTE== BY ==ARC-IMPORTE==
                   ==NOMSALDO== BY ==ARC-SALDO==
                   ==NOMFECHA== BY ==ARC-FECHA==
                   ==NOMHORA== BY ==ARC-HORA==
                   ==NOMFOLIO== BY ==ARC-FOLIO==
                   ==NOMREFER== BY ==ARC-REFERENCIA==
                   ==NOMTERMINAL== BY ==ARC-TERMINAL==.
      *ACUMULADO POR CUENTA DE LA VENTANA: DIAS CON DEPOSITO CERCA
      *DEL UMBRAL (EL ULTIMO ES EL DIA DE PROCESO), LA ULTIMA
      *ENTRADA GRANDE CON LO QUE HA SALIDO DESDE ELLA, Y LA ULTIMA
      *REACTIVACION CON LO QUE SE HA DRENADO DESDE ELLA. LOS MINUTOS
      *SE CUENTAN DESDE EL INICIO DEL SIGLO PARA RESTAR HORAS
           FD PLDTRAB.
           01 REG-PLDTRAB.
               05 TRB-CUENTA         PIC X(12).
               05 TRB-DIAS-CERCA.
                   10 TRB-DIA-CERCA  PIC 9(01) OCCURS 8 TIMES.
               05 TRB-SUMA-CERCA     PIC 9(09)V9(02).
               05 TRB-MIN-ENTRADA    PIC 9(09).
               05 TRB-IMP-ENTRADA    PIC 9(09)V9(02).
               05 TRB-SALIDA-ACUM    PIC 9(09)V9(02).
               05 TRB-MIN-REACTIVA   PIC 9(09).
               05 TRB-SALDO-REACTIVA PIC 9(09)V9(02).
               05 TRB-DRENADO        PIC 9(09)V9(02).
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
           FD PLDPARM.
           01 REG-PLDPARM.
               05 PAR-FECHA PIC 9(08).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-ARCH    PIC X(02).
           01 WKS-STATUS-TRAB    PIC X(02).
           01 WKS-STATUS-ALERTA  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-NOMBRE-ARCH    PIC X(11).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-EOF-TRAB       PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
               03 FILLER         PIC 9(02).
               03 WKS-FP-AAMM    PIC 9(04).
               03 WKS-FP-DD      PIC 9(02).
      *PARAMETROS DE LA VIGILANCIA
           01 WKS-UMBRAL-EFECTIVO PIC 9(09)V9(02) VALUE 50000.00.
           01 WKS-PORC-CERCA     PIC 9(03) VALUE 80.
           01 WKS-DIAS-ESTRUCT   PIC 9(01) VALUE 3.
           01 WKS-DIAS-VENTANA   PIC 9(01) VALUE 7.
           01 WKS-MINIMO-RAPIDO  PIC 9(09)V9(02) VALUE 10000.00.
           01 WKS-PORC-SALIDA    PIC 9(03) VALUE 80.
           01 WKS-DIAS-DRENADO   PIC 9(01) VALUE 7.
           01 WKS-MINIMO-CERCA   PIC 9(09)V9(02).
           01 WKS-LIMITE-SALIDA  PIC 9(09)V9(02).
      *EL MOVIMIENTO EN TURNO, VENGA DEL HISTORICO O DE LA BITACORA
           01 WKS-MOV-CUENTA     PIC X(12).
           01 WKS-MOV-OPERACION  PIC X(12).
           01 WKS-MOV-IMPORTE    PIC S9(09)V9(02).
           01 WKS-MOV-SALDO      PIC S9(09)V9(02).
           01 WKS-MOV-FECHA      PIC 9(08).
           01 WKS-MOV-HORA       PIC 9(08).
           01 WKS-MOV-HORA-R REDEFINES WKS-MOV-HORA.
               03 WKS-MH-HH      PIC 9(02).
               03 WKS-MH-MM      PIC 9(02).
               03 FILLER         PIC 9(04).
           01 WKS-MOV-FOLIO      PIC 9(08).
           01 WKS-TRB-NUEVO      PIC X(01).
               88 WKS-SI-TRB-NUEVO VALUE "S".
      *DIA ABSOLUTO (DIAS DESDE EL 01/01/2000) PARA QUE LOS DIAS
      *SEGUIDOS Y LAS 24 HORAS CRUCEN BIEN LOS FINES DE MES
           01 WKS-FECHA-CALC     PIC 9(08).
           01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
               03 FILLER         PIC 9(02).
               03 WKS-FC-AA      PIC 9(02).
               03 WKS-FC-MM      PIC 9(02).
               03 WKS-FC-DD      PIC 9(02).
           01 WKS-LISTA-DIAS-ANTES PIC X(36)
               VALUE "000031059090120151181212243273304334".
           01 WKS-DIAS-ANTES-R REDEFINES WKS-LISTA-DIAS-ANTES.
               03 WK-DIAS-ANTES OCCURS 12 TIMES PIC 9(03).
           01 WK-ANIO-COCIENTE   PIC 9(02).
           01 WK-ANIO-RESIDUO    PIC 9(01).
           01 WK-DIA-ABS         PIC 9(06).
           01 WK-DIA-PROCESO     PIC 9(06).
           01 WK-DIA-INICIO      PIC 9(06).
           01 WK-DIA-MOV         PIC 9(06).
           01 WK-MINUTO-MOV      PIC 9(09).
           01 WK-IDX-DIA         PIC 9(02).
           01 WK-DIAS-SEGUIDOS   PIC 9(02).
           01 WKS-MES-INICIO     PIC 9(04).
           01 WKS-MES-INICIO-R REDEFINES WKS-MES-INICIO.
               03 WKS-MI-AA      PIC 9(02).
               03 WKS-MI-MM      PIC 9(02).
      *DATOS DE LA ALERTA QUE SE VA A GRABAR
           01 WKS-ALE-CUENTA     PIC X(12).
           01 WKS-ALE-TIPO       PIC X(02).
           01 WKS-ALE-IMPORTE    PIC 9(09)V9(02).
           01 WKS-ALE-FOLIO      PIC 9(08).
           01 WKS-ALE-DETALLE    PIC X(40).
           01 WK-MOVS-LEIDOS     PIC 9(07) VALUE 0.
           01 WK-MOVS-VENTANA    PIC 9(07) VALUE 0.
           01 WK-ALERTAS-NUEVAS  PIC 9(05) VALUE 0.
           01 WK-ALERTAS-PREVIAS PIC 9(05) VALUE 0.
           01 WK-ALERTAS-DE      PIC 9(05) VALUE 0.
           01 WK-ALERTAS-ES      PIC 9(05) VALUE 0.
           01 WK-ALERTAS-EN      PIC 9(05) VALUE 0.
           01 WK-ALERTAS-DR      PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-HISTORICOS
           PERFORM 2200-LEE-BITACORA
           PERFORM 3000-FRACCIONAMIENTO
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           PERFORM 1050-LEE-PARAMETRO
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-CALC
           PERFORM 1300-DIA-ABSOLUTO
           MOVE WK-DIA-ABS TO WK-DIA-PROCESO
           COMPUTE WK-DIA-INICIO = WK-DIA-PROCESO - WKS-DIAS-VENTANA
           COMPUTE WKS-MINIMO-CERCA ROUNDED =
               WKS-UMBRAL-EFECTIVO * WKS-PORC-CERCA / 100
           OPEN I-O ALERTAS
           IF WKS-STATUS-ALERTA = "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF
           IF WKS-STATUS-ALERTA NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO ALERTAS, ESTATUS "
                       WKS-STATUS-ALERTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PLDTRAB
           CLOSE PLDTRAB
           OPEN I-O PLDTRAB.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *PLDPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
      *PROCESA EL DIA DE LA CORRIDA, SIN PREGUNTAR NADA AL OPERADOR
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT PLDPARM
           IF WKS-STATUS-PARM = "00"
               READ PLDPARM
                   AT END
                       CONTINUE
                   NOT AT END
      *LA TARJETA PUEDE TRAER LA FECHA COMO AAAAMMDD O COMO
      *00AAMMDD (EL FORMATO INTERNO DE ACCEPT FROM DATE); SOLO
      *CUENTAN LOS SEIS DIGITOS BAJOS
                       MOVE 0 TO WKS-FECHA-PROCESO
                       MOVE PAR-FECHA (3:6)
                           TO WKS-FECHA-PROCESO (3:6)
               END-READ
               CLOSE PLDPARM
           END-IF.
      *DIAS DESDE EL 01/01/2000 DE LA FECHA EN WKS-FECHA-CALC (LOS
      *ANOS MULTIPLOS DE 4 SON BISIESTOS)
       1300-DIA-ABSOLUTO.
           DIVIDE WKS-FC-AA BY 4 GIVING WK-ANIO-COCIENTE
               REMAINDER WK-ANIO-RESIDUO
           COMPUTE WK-DIA-ABS = WKS-FC-AA * 365 + WK-ANIO-COCIENTE
               + WK-DIAS-ANTES (WKS-FC-MM) + WKS-FC-DD
           IF WK-ANIO-RESIDUO = 0 AND WKS-FC-MM < 3
               SUBTRACT 1 FROM WK-DIA-ABS
           END-IF.
      *LOS HISTORICOS QUE TOCA LA VENTANA: EL DEL MES EN QUE EMPIEZA
      *Y, SI ES OTRO, EL DEL MES DE PROCESO. SI ALGUNO NO EXISTE ES
      *QUE SUS MOVIMIENTOS SIGUEN EN LA BITACORA VIVA
       2000-LEE-HISTORICOS.
           MOVE WKS-FP-AAMM TO WKS-MES-INICIO
           IF WKS-FP-DD NOT > WKS-DIAS-VENTANA
               IF WKS-MI-MM = 1
                   MOVE 12 TO WKS-MI-MM
                   SUBTRACT 1 FROM WKS-MI-AA
               ELSE
                   SUBTRACT 1 FROM WKS-MI-MM
               END-IF
               PERFORM 2050-LEE-UN-HISTORICO
               MOVE WKS-FP-AAMM TO WKS-MES-INICIO
           END-IF
           PERFORM 2050-LEE-UN-HISTORICO.
       2050-LEE-UN-HISTORICO.
           MOVE "MOVARCH" TO WKS-NOMBRE-ARCH
           MOVE WKS-MES-INICIO TO WKS-NOMBRE-ARCH (8:4)
           OPEN INPUT MOVARCH
           IF WKS-STATUS-ARCH = "00"
               MOVE 0 TO WKS-EOF-MOVTOS
               PERFORM 2060-LEE-MOVARCH UNTIL WKS-EOF-MOVTOS = 1
               CLOSE MOVARCH
           END-IF.
       2060-LEE-MOVARCH.
           READ MOVARCH
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   MOVE ARC-NUMCUENTA TO WKS-MOV-CUENTA
                   MOVE ARC-OPERACION TO WKS-MOV-OPERACION
                   MOVE ARC-IMPORTE   TO WKS-MOV-IMPORTE
                   MOVE ARC-SALDO     TO WKS-MOV-SALDO
                   MOVE ARC-FECHA     TO WKS-MOV-FECHA
                   MOVE ARC-HORA      TO WKS-MOV-HORA
                   MOVE ARC-FOLIO     TO WKS-MOV-FOLIO
                   PERFORM 2300-FILTRA-MOVIMIENTO
           END-READ.
       2200-LEE-BITACORA.
           OPEN INPUT MOVTOS
           IF WKS-STATUS-MOVTOS = "00"
               MOVE 0 TO WKS-EOF-MOVTOS
               PERFORM 2210-LEE-MOVTOS UNTIL WKS-EOF-MOVTOS = 1
               CLOSE MOVTOS
           END-IF.
       2210-LEE-MOVTOS.
           READ MOVTOS
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   MOVE MOV-NUMCUENTA TO WKS-MOV-CUENTA
                   MOVE MOV-OPERACION TO WKS-MOV-OPERACION
                   MOVE MOV-IMPORTE   TO WKS-MOV-IMPORTE
                   MOVE MOV-SALDO     TO WKS-MOV-SALDO
                   MOVE MOV-FECHA     TO WKS-MOV-FECHA
                   MOVE MOV-HORA      TO WKS-MOV-HORA
                   MOVE MOV-FOLIO     TO WKS-MOV-FOLIO
                   PERFORM 2300-FILTRA-MOVIMIENTO
           END-READ.
      *SOLO CUENTAN LOS MOVIMIENTOS DE LA VENTANA; LOS POSTERIORES AL
      *DIA DE PROCESO (UNA CORRIDA ATRASADA) SE IGNORAN
       2300-FILTRA-MOVIMIENTO.
           ADD 1 TO WK-MOVS-LEIDOS
           MOVE WKS-MOV-FECHA TO WKS-FECHA-CALC
           PERFORM 1300-DIA-ABSOLUTO
           MOVE WK-DIA-ABS TO WK-DIA-MOV
           IF WK-DIA-MOV NOT < WK-DIA-INICIO AND
              WK-DIA-MOV NOT > WK-DIA-PROCESO
               ADD 1 TO WK-MOVS-VENTANA
               COMPUTE WK-MINUTO-MOV = WK-DIA-MOV * 1440
                   + WKS-MH-HH * 60 + WKS-MH-MM
               PERFORM 2400-ANALIZA-MOVIMIENTO
           END-IF.
       2400-ANALIZA-MOVIMIENTO.
           MOVE "N" TO WKS-TRB-NUEVO
           MOVE WKS-MOV-CUENTA TO TRB-CUENTA
           READ PLDTRAB
               INVALID KEY
                   SET WKS-SI-TRB-NUEVO TO TRUE
                   INITIALIZE REG-PLDTRAB
                   MOVE WKS-MOV-CUENTA TO TRB-CUENTA
           END-READ
           EVALUATE WKS-MOV-OPERACION
               WHEN "DEPOSITO"
                   PERFORM 2410-DEPOSITO-EFECTIVO
                   PERFORM 2420-ENTRADA
               WHEN "DEP-CHEQUE"
                   PERFORM 2420-ENTRADA
               WHEN "TRANSF-REC"
                   PERFORM 2420-ENTRADA
               WHEN "RETIRO"
                   PERFORM 2430-SALIDA
               WHEN "TRANSF-ENV"
                   PERFORM 2430-SALIDA
               WHEN "REACTIVA"
                   MOVE WK-MINUTO-MOV TO TRB-MIN-REACTIVA
                   MOVE 0 TO TRB-DRENADO
                   IF WKS-MOV-SALDO > 0
                       MOVE WKS-MOV-SALDO TO TRB-SALDO-REACTIVA
                   ELSE
                       MOVE 0 TO TRB-SALDO-REACTIVA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WKS-SI-TRB-NUEVO
               WRITE REG-PLDTRAB
           ELSE
               REWRITE REG-PLDTRAB
           END-IF.
       2410-DEPOSITO-EFECTIVO.
           IF WKS-MOV-IMPORTE NOT < WKS-UMBRAL-EFECTIVO
               IF WK-DIA-MOV = WK-DIA-PROCESO
                   MOVE "DE" TO WKS-ALE-TIPO
                   MOVE WKS-MOV-IMPORTE TO WKS-ALE-IMPORTE
                   MOVE WKS-MOV-FOLIO TO WKS-ALE-FOLIO
                   MOVE "DEPOSITO EN EFECTIVO SOBRE EL UMBRAL"
                       TO WKS-ALE-DETALLE
                   MOVE WKS-MOV-CUENTA TO WKS-ALE-CUENTA
                   PERFORM 4000-GRABA-ALERTA
               END-IF
           ELSE
               IF WKS-MOV-IMPORTE NOT < WKS-MINIMO-CERCA
                   COMPUTE WK-IDX-DIA = WK-DIA-MOV - WK-DIA-INICIO + 1
                   MOVE 1 TO TRB-DIA-CERCA (WK-IDX-DIA)
                   ADD WKS-MOV-IMPORTE TO TRB-SUMA-CERCA
               END-IF
           END-IF.
      *CADA ENTRADA GRANDE REINICIA LA CUENTA DE LO QUE SALE DETRAS
       2420-ENTRADA.
           IF WKS-MOV-IMPORTE NOT < WKS-MINIMO-RAPIDO
               MOVE WK-MINUTO-MOV   TO TRB-MIN-ENTRADA
               MOVE WKS-MOV-IMPORTE TO TRB-IMP-ENTRADA
               MOVE 0               TO TRB-SALIDA-ACUM
           END-IF.
       2430-SALIDA.
           IF TRB-IMP-ENTRADA > 0 AND
              WK-MINUTO-MOV - TRB-MIN-ENTRADA NOT > 1440
               ADD WKS-MOV-IMPORTE TO TRB-SALIDA-ACUM
               COMPUTE WKS-LIMITE-SALIDA ROUNDED =
                   TRB-IMP-ENTRADA * WKS-PORC-SALIDA / 100
               IF TRB-SALIDA-ACUM NOT < WKS-LIMITE-SALIDA AND
                  WK-DIA-MOV = WK-DIA-PROCESO
                   MOVE "EN" TO WKS-ALE-TIPO
                   MOVE TRB-SALIDA-ACUM TO WKS-ALE-IMPORTE
                   MOVE WKS-MOV-FOLIO TO WKS-ALE-FOLIO
                   MOVE "ENTRADA Y SALIDA EN MENOS DE 24 HORAS"
                       TO WKS-ALE-DETALLE
                   MOVE WKS-MOV-CUENTA TO WKS-ALE-CUENTA
                   PERFORM 4000-GRABA-ALERTA
               END-IF
           END-IF
           IF TRB-SALDO-REACTIVA > 0 AND
              WK-MINUTO-MOV - TRB-MIN-REACTIVA NOT >
                  WKS-DIAS-DRENADO * 1440
               ADD WKS-MOV-IMPORTE TO TRB-DRENADO
               COMPUTE WKS-LIMITE-SALIDA ROUNDED =
                   TRB-SALDO-REACTIVA * WKS-PORC-SALIDA / 100
               IF TRB-DRENADO NOT < WKS-LIMITE-SALIDA AND
                  WK-DIA-MOV = WK-DIA-PROCESO
                   MOVE "DR" TO WKS-ALE-TIPO
                   MOVE TRB-DRENADO TO WKS-ALE-IMPORTE
                   MOVE WKS-MOV-FOLIO TO WKS-ALE-FOLIO
                   MOVE "CUENTA DORMIDA REACTIVADA Y VACIADA"
                       TO WKS-ALE-DETALLE
                   MOVE WKS-MOV-CUENTA TO WKS-ALE-CUENTA
                   PERFORM 4000-GRABA-ALERTA
               END-IF
           END-IF.
      *EL FRACCIONAMIENTO SE EVALUA AL FINAL, CON LA VENTANA COMPLETA:
      *SE CUENTAN HACIA ATRAS LOS DIAS SEGUIDOS CON DEPOSITO CERCA DEL
      *UMBRAL A PARTIR DEL DIA DE PROCESO (LA ULTIMA POSICION)
       3000-FRACCIONAMIENTO.
           CLOSE PLDTRAB
           OPEN INPUT PLDTRAB
           MOVE 0 TO WKS-EOF-TRAB
           PERFORM 3100-LEE-TRABAJO UNTIL WKS-EOF-TRAB = 1
           CLOSE PLDTRAB.
       3100-LEE-TRABAJO.
           READ PLDTRAB NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-TRAB
               NOT AT END
                   MOVE 0 TO WK-DIAS-SEGUIDOS
                   COMPUTE WK-IDX-DIA = WKS-DIAS-VENTANA + 1
                   PERFORM 3110-CUENTA-DIA-SEGUIDO
                       UNTIL WK-IDX-DIA = 0
                   IF WK-DIAS-SEGUIDOS NOT < WKS-DIAS-ESTRUCT
                       MOVE "ES" TO WKS-ALE-TIPO
                       MOVE TRB-SUMA-CERCA TO WKS-ALE-IMPORTE
                       MOVE 0 TO WKS-ALE-FOLIO
                       MOVE SPACES TO WKS-ALE-DETALLE
                       STRING "DEPOSITOS BAJO EL UMBRAL "
                              WK-DIAS-SEGUIDOS
                              " DIAS SEGUIDOS"
                           DELIMITED BY SIZE INTO WKS-ALE-DETALLE
                       MOVE TRB-CUENTA TO WKS-ALE-CUENTA
                       PERFORM 4000-GRABA-ALERTA
                   END-IF
           END-READ.
       3110-CUENTA-DIA-SEGUIDO.
           IF TRB-DIA-CERCA (WK-IDX-DIA) = 1
               ADD 1 TO WK-DIAS-SEGUIDOS
               SUBTRACT 1 FROM WK-IDX-DIA
           ELSE
               MOVE 0 TO WK-IDX-DIA
           END-IF.
      *LA LLAVE FECHA + CUENTA + TIPO DEJA UNA SOLA ALERTA POR NOCHE;
      *SI YA EXISTE (CORRIDA REPETIDA) SE RESPETA LA QUE HAY Y SU
      *ESTATUS DE REVISION
       4000-GRABA-ALERTA.
           INITIALIZE REG-ALERTA
           MOVE WKS-FECHA-PROCESO TO ALE-FECHA
           MOVE WKS-ALE-CUENTA    TO ALE-CUENTA
           MOVE WKS-ALE-TIPO      TO ALE-TIPO
           MOVE WKS-ALE-IMPORTE   TO ALE-IMPORTE
           MOVE WKS-ALE-FOLIO     TO ALE-FOLIO
           MOVE WKS-ALE-DETALLE   TO ALE-DETALLE
           MOVE "A"               TO ALE-ESTATUS
           MOVE SPACES            TO ALE-REVISOR
           MOVE 0                 TO ALE-FECHA-REV
           MOVE 0                 TO ALE-FECHA-REP
           WRITE REG-ALERTA
               INVALID KEY
                   ADD 1 TO WK-ALERTAS-PREVIAS
               NOT INVALID KEY
                   ADD 1 TO WK-ALERTAS-NUEVAS
                   EVALUATE ALE-TIPO
                       WHEN "DE" ADD 1 TO WK-ALERTAS-DE
                       WHEN "ES" ADD 1 TO WK-ALERTAS-ES
                       WHEN "EN" ADD 1 TO WK-ALERTAS-EN
                       WHEN "DR" ADD 1 TO WK-ALERTAS-DR
                   END-EVALUATE
                   DISPLAY "ALERTA " ALE-TIPO " CUENTA " ALE-CUENTA
                           " $" ALE-IMPORTE
           END-WRITE.
       5000-TERMINA.
           CLOSE ALERTAS
           DISPLAY "VIGILANCIA DE LAVADO DE DINERO TERMINADA"
           DISPLAY "  MOVIMIENTOS LEIDOS:     " WK-MOVS-LEIDOS
           DISPLAY "  EN LA VENTANA:          " WK-MOVS-VENTANA
           DISPLAY "  ALERTAS NUEVAS:         " WK-ALERTAS-NUEVAS
           DISPLAY "    EFECTIVO SOBRE UMBRAL:" WK-ALERTAS-DE
           DISPLAY "    FRACCIONAMIENTO:      " WK-ALERTAS-ES
           DISPLAY "    ENTRADA Y SALIDA:     " WK-ALERTAS-EN
           DISPLAY "    DORMIDA VACIADA:      " WK-ALERTAS-DR
           DISPLAY "  YA EXISTIAN:            " WK-ALERTAS-PREVIAS.
       END PROGRAM ATMPLD.

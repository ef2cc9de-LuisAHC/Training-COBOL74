      *                 clave de terminal, donde el cajero cuenta
      *                 los billetes insertados por los clientes),
      *                 para saber cuanto espera ser recolectado.
      * 2026-10-15 LAHC Arqueo de la terminal: el custodio captura los
      *                 billetes contados en casetes y boveda; lo
      *                 esperado sale de la ultima carga o recoleccion
      *                 (bitacora BITCAJA, que ahora graban la carga
      *                 y la recoleccion) menos los RETIRO y mas los
      *                 DEPOSITO de la terminal desde entonces. Deja
      *                 el reporte firmado ARQ+terminal+AAMMDD en
      *                 REPCAT, una partida de sobrante/faltante en
      *                 ARQUEOS por cada diferencia para que la libere
      *                 un supervisor (ATMARQUE) y el inventario
      *                 ajustado a lo contado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCAJA.
               FILE STATUS IS WKS-STATUS-BOVEDA.
           SELECT ALERTACAJA ASSIGN TO PRINTER
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BITCAJA ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-BITCAJA.
           SELECT ARQUEOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-LLAVE
               FILE STATUS IS WKS-STATUS-ARQUEOS.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT ARQUEO ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD CASETES.
                   ==NOM200== BY ==BOV-NUM-200==
                   ==NOM100== BY ==BOV-NUM-100==.
           FD ALERTACAJA REPORT IS RD-CAJA.
      *BITACORA DE CARGAS, RECOLECCIONES Y ARQUEOS DE CADA GABINETE
           FD BITCAJA.
           01 REG-BITCAJA.
               COPY BITCAREG REPLACING ==LVL== BY ==05==
                   ==NOMTERMINAL== BY ==BIT-TERMINAL==
                   ==NOMFECHA== BY ==BIT-FECHA==
                   ==NOMHORA== BY ==BIT-HORA==
                   ==NOMCOMPONENTE== BY ==BIT-COMPONENTE==
                   ==NOMMOTIVO== BY ==BIT-MOTIVO==
                   ==NOM500== BY ==BIT-NUM-500==
                   ==NOM200== BY ==BIT-NUM-200==
                   ==NOM100== BY ==BIT-NUM-100==.
      *PARTIDAS DE SOBRANTE/FALTANTE QUE DEJA EL ARQUEO
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
           FD ARQUEO REPORT IS RD-ARQUEO.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CASETES PIC X(02).
           01 WKS-TERMINAL       PIC X(04).
           01 WK-VALOR-REP       PIC 9(09).
           01 WK-VALOR-TOTAL     PIC 9(09).
           01 WK-ALERTAS         PIC 9(02).
           01 WKS-STATUS-BITCAJA PIC X(02).
           01 WKS-STATUS-ARQUEOS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-BITCAJA    PIC 9(01).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-HORA-HOY       PIC 9(08).
           01 WKS-CUSTODIO       PIC X(08).
           01 WKS-COMPONENTE     PIC X(08).
           01 WKS-BIT-COMPONENTE PIC X(01).
           01 WKS-BIT-MOTIVO     PIC X(01).
           01 WKS-BIT-500        PIC 9(05).
           01 WKS-BIT-200        PIC 9(05).
           01 WKS-BIT-100        PIC 9(05).
           01 WK-BILLETES-SIS    PIC 9(05).
      *BILLETES CONTADOS EN EL ARQUEO
           01 WKS-CTO-CAS-500    PIC 9(05).
           01 WKS-CTO-CAS-200    PIC 9(05).
           01 WKS-CTO-CAS-100    PIC 9(05).
           01 WKS-CTO-BOV-500    PIC 9(05).
           01 WKS-CTO-BOV-200    PIC 9(05).
           01 WKS-CTO-BOV-100    PIC 9(05).
      *BASE DE CADA COMPONENTE: ULTIMO EVENTO DE LA BITACORA
           01 WKS-BASE-CAS       PIC X(01).
               88 WKS-HAY-BASE-CAS VALUE "S".
           01 WKS-BASE-CAS-FECHA PIC 9(08).
           01 WKS-BASE-CAS-HORA  PIC 9(08).
           01 WK-BASE-CAS-VALOR  PIC 9(09).
           01 WKS-BASE-BOV       PIC X(01).
               88 WKS-HAY-BASE-BOV VALUE "S".
           01 WKS-BASE-BOV-FECHA PIC 9(08).
           01 WKS-BASE-BOV-HORA  PIC 9(08).
           01 WK-BASE-BOV-VALOR  PIC 9(09).
           01 WK-RETIROS         PIC S9(11)V9(02).
           01 WK-DEPOSITOS       PIC S9(11)V9(02).
           01 WK-ESPERADO-CAS    PIC S9(11)V9(02).
           01 WK-ESPERADO-BOV    PIC S9(11)V9(02).
           01 WK-CONTADO-CAS     PIC 9(09).
           01 WK-CONTADO-BOV     PIC 9(09).
           01 WK-DIF-CAS         PIC S9(11)V9(02).
           01 WK-DIF-BOV         PIC S9(11)V9(02).
           01 WK-PARTIDAS        PIC 9(01).
      *RESUMEN DEL COMPONENTE EN TURNO PARA EL REPORTE
           01 WKS-RES-BASE-DESC  PIC X(40).
           01 WK-RES-BASE        PIC 9(09).
           01 WK-RES-MOVS        PIC S9(11)V9(02).
           01 WK-RES-ESPERADO    PIC S9(11)V9(02).
           01 WK-RES-CONTADO     PIC 9(09).
           01 WK-RES-DIF         PIC S9(11)V9(02).
           01 WKS-RES-RESULTADO  PIC X(09).
       REPORT SECTION.
           RD RD-CAJA
               PAGE LIMIT   060 LINES
               15 COLUMN 001 PIC X(026) VALUE
                 "DENOMINACIONES EN ALERTA:".
               15 COLUMN 028 PIC ZZZZZZZ9 SOURCE WK-ALERTAS.
           RD RD-ARQUEO
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 007
               LAST DETAIL  050.
       01 RD-ARQ-TITULOS TYPE IS PH.
           10 RD-ARQ-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(036) VALUE
                 "ARQUEO DE EFECTIVO - CAJERO ATM".
           10 RD-ARQ-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-HOY.
               15 COLUMN 020 PIC X(006) VALUE "HORA: ".
               15 COLUMN 026 PIC 99B99B99 SOURCE WKS-HORA-HOY (1:6).
               15 COLUMN 036 PIC X(010) VALUE "TERMINAL: ".
               15 COLUMN 046 PIC X(004) SOURCE WKS-TERMINAL.
               15 COLUMN 052 PIC X(010) VALUE "CUSTODIO: ".
               15 COLUMN 062 PIC X(008) SOURCE WKS-CUSTODIO.
           10 RD-ARQ-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(010) VALUE "COMPONENTE".
               15 COLUMN 013 PIC X(012) VALUE "DENOMINACION".
               15 COLUMN 027 PIC X(008) VALUE "CONTADOS".
               15 COLUMN 037 PIC X(007) VALUE "SISTEMA".
               15 COLUMN 047 PIC X(013) VALUE "VALOR CONTADO".
       01 RD-ARQ-DETALLE TYPE DETAIL.
           10 RD-ARQ-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC X(008) SOURCE WKS-COMPONENTE.
               15 COLUMN 013 PIC X(007) SOURCE WKS-DENOMINACION.
               15 COLUMN 029 PIC ZZZZ9 SOURCE WK-BILLETES-REP.
               15 COLUMN 038 PIC ZZZZ9 SOURCE WK-BILLETES-SIS.
               15 COLUMN 049 PIC ZZZZZZZZ9 SOURCE WK-VALOR-REP.
       01 RD-ARQ-RESUMEN TYPE DETAIL.
           10 RD-ARQ-RES01 LINE PLUS 002.
               15 COLUMN 001 PIC X(008) SOURCE WKS-COMPONENTE.
               15 COLUMN 013 PIC X(040) SOURCE WKS-RES-BASE-DESC.
           10 RD-ARQ-RES02 LINE PLUS 001.
               15 COLUMN 003 PIC X(030) VALUE
                 "VALOR DE LA BASE:".
               15 COLUMN 034 PIC -(11)9.99 SOURCE WK-RES-BASE.
           10 RD-ARQ-RES03 LINE PLUS 001.
               15 COLUMN 003 PIC X(030) VALUE
                 "MOVIMIENTOS DESDE LA BASE:".
               15 COLUMN 034 PIC -(11)9.99 SOURCE WK-RES-MOVS.
           10 RD-ARQ-RES04 LINE PLUS 001.
               15 COLUMN 003 PIC X(030) VALUE
                 "ESPERADO POR EL SISTEMA:".
               15 COLUMN 034 PIC -(11)9.99 SOURCE WK-RES-ESPERADO.
           10 RD-ARQ-RES05 LINE PLUS 001.
               15 COLUMN 003 PIC X(030) VALUE
                 "CONTADO:".
               15 COLUMN 034 PIC -(11)9.99 SOURCE WK-RES-CONTADO.
           10 RD-ARQ-RES06 LINE PLUS 001.
               15 COLUMN 003 PIC X(030) VALUE
                 "DIFERENCIA (CONTADO-ESPERADO):".
               15 COLUMN 034 PIC -(11)9.99 SOURCE WK-RES-DIF.
               15 COLUMN 052 PIC X(009) SOURCE WKS-RES-RESULTADO.
       01 RD-ARQ-FIRMAS TYPE IS RF.
           10 RD-ARQ-FIR01 LINE PLUS 004.
               15 COLUMN 001 PIC X(030) VALUE
                 "______________________________".
               15 COLUMN 041 PIC X(030) VALUE
                 "______________________________".
           10 RD-ARQ-FIR02 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE
                 "FIRMA DEL CUSTODIO".
               15 COLUMN 041 PIC X(030) VALUE
                 "FIRMA DEL SUPERVISOR".
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE 0 TO WKS-OPCION
           MOVE WKS-CAS-100 TO CAS-NUM-100
           WRITE REG-CASETES
           CLOSE CASETES.
      *CADA CARGA, RECOLECCION O ARQUEO DEJA EN LA BITACORA LOS
      *BILLETES QUE QUEDARON EN EL COMPONENTE; ES LA BASE DEL
      *SIGUIENTE ARQUEO
       1200-GRABA-BITACORA.
           OPEN EXTEND BITCAJA
           IF WKS-STATUS-BITCAJA = "35"
               OPEN OUTPUT BITCAJA
               CLOSE BITCAJA
               OPEN EXTEND BITCAJA
           END-IF
           MOVE WKS-TERMINAL TO BIT-TERMINAL
           ACCEPT BIT-FECHA FROM DATE
           ACCEPT BIT-HORA FROM TIME
           MOVE WKS-BIT-COMPONENTE TO BIT-COMPONENTE
           MOVE WKS-BIT-MOTIVO TO BIT-MOTIVO
           MOVE WKS-BIT-500 TO BIT-NUM-500
           MOVE WKS-BIT-200 TO BIT-NUM-200
           MOVE WKS-BIT-100 TO BIT-NUM-100
           WRITE REG-BITCAJA
           CLOSE BITCAJA.
       2000-MENU.
           DISPLAY " "
           DISPLAY "CAJA DEL CAJERO"
           DISPLAY "3. REPORTE DE EFECTIVO BAJO"
           DISPLAY "4. CONSULTA DE BOVEDA DE DEPOSITOS"
           DISPLAY "5. RECOLECCION DE BOVEDA"
           DISPLAY "6. ARQUEO DE LA TERMINAL"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           DISPLAY " "
                   PERFORM 6000-CONSULTA-BOVEDA
               WHEN 5
                   PERFORM 7000-RECOLECCION-BOVEDA
               WHEN 6
                   PERFORM 8000-ARQUEO
               WHEN 9
                   CONTINUE
               WHEN OTHER
           ADD WKS-CARGA-200 TO WKS-CAS-200
           ADD WKS-CARGA-100 TO WKS-CAS-100
           PERFORM 1100-GRABA-CASETES
           MOVE "C" TO WKS-BIT-COMPONENTE
           MOVE "C" TO WKS-BIT-MOTIVO
           MOVE WKS-CAS-500 TO WKS-BIT-500
           MOVE WKS-CAS-200 TO WKS-BIT-200
           MOVE WKS-CAS-100 TO WKS-BIT-100
           PERFORM 1200-GRABA-BITACORA
           DISPLAY "CARGA REGISTRADA, INVENTARIO ACTUAL:"
           PERFORM 3000-CONSULTA.
       5000-REPORTE-ALERTA.
                   MOVE 0 TO BOV-NUM-100
                   WRITE REG-BOVEDA
                   CLOSE BOVEDA
                   MOVE "B" TO WKS-BIT-COMPONENTE
                   MOVE "R" TO WKS-BIT-MOTIVO
                   MOVE 0 TO WKS-BIT-500
                   MOVE 0 TO WKS-BIT-200
                   MOVE 0 TO WKS-BIT-100
                   PERFORM 1200-GRABA-BITACORA
                   DISPLAY "BOVEDA RECOLECTADA Y EN CEROS"
               ELSE
                   DISPLAY "RECOLECCION CANCELADA"
               END-IF
           END-IF.
      *ARQUEO DE LA TERMINAL: EL CUSTODIO ABRE EL GABINETE Y CAPTURA
      *LOS BILLETES QUE CONTO EN LOS CASETES Y EN LA BOVEDA
       8000-ARQUEO.
           ACCEPT WKS-FECHA-HOY FROM DATE
           ACCEPT WKS-HORA-HOY FROM TIME
           DISPLAY "CLAVE DEL CUSTODIO QUE REALIZA EL CONTEO:"
           ACCEPT WKS-CUSTODIO
           IF WKS-CUSTODIO = SPACES
               DISPLAY "SE REQUIERE LA CLAVE DEL CUSTODIO, ARQUEO "
                       "CANCELADO"
           ELSE
               PERFORM 8050-CAPTURA-CONTEO
               PERFORM 1000-LEE-CASETES
               PERFORM 6100-LEE-BOVEDA
               PERFORM 8100-BUSCA-BASES
               PERFORM 8200-SUMA-MOVIMIENTOS
               PERFORM 8300-CALCULA-DIFERENCIAS
               PERFORM 8400-REPORTE-ARQUEO
               PERFORM 8500-GRABA-PARTIDAS
               PERFORM 8600-AJUSTA-INVENTARIO
               DISPLAY "ARQUEO TERMINADO, REPORTE: " WKS-NOMBRE-REP
               DISPLAY "  DIFERENCIA EN CASETES: " WK-DIF-CAS
               DISPLAY "  DIFERENCIA EN BOVEDA:  " WK-DIF-BOV
               DISPLAY "  PARTIDAS PENDIENTES:   " WK-PARTIDAS
           END-IF.
       8050-CAPTURA-CONTEO.
           DISPLAY "CASETES - BILLETES DE $500.00 CONTADOS:"
           ACCEPT WKS-CTO-CAS-500
           DISPLAY "CASETES - BILLETES DE $200.00 CONTADOS:"
           ACCEPT WKS-CTO-CAS-200
           DISPLAY "CASETES - BILLETES DE $100.00 CONTADOS:"
           ACCEPT WKS-CTO-CAS-100
           DISPLAY "BOVEDA - BILLETES DE $500.00 CONTADOS:"
           ACCEPT WKS-CTO-BOV-500
           DISPLAY "BOVEDA - BILLETES DE $200.00 CONTADOS:"
           ACCEPT WKS-CTO-BOV-200
           DISPLAY "BOVEDA - BILLETES DE $100.00 CONTADOS:"
           ACCEPT WKS-CTO-BOV-100
           COMPUTE WK-CONTADO-CAS = (WKS-CTO-CAS-500 * 500)
               + (WKS-CTO-CAS-200 * 200) + (WKS-CTO-CAS-100 * 100)
           COMPUTE WK-CONTADO-BOV = (WKS-CTO-BOV-500 * 500)
               + (WKS-CTO-BOV-200 * 200) + (WKS-CTO-BOV-100 * 100).
      *LA BASE DE CADA COMPONENTE ES EL ULTIMO EVENTO DE LA TERMINAL
      *EN LA BITACORA; SI NO HAY NINGUNO (GABINETE CON LA CARGA DE
      *FABRICA) SE ESPERA EL INVENTARIO QUE LLEVA EL SISTEMA
       8100-BUSCA-BASES.
           MOVE "N" TO WKS-BASE-CAS
           MOVE "N" TO WKS-BASE-BOV
           COMPUTE WK-BASE-CAS-VALOR = (WKS-CAS-500 * 500)
               + (WKS-CAS-200 * 200) + (WKS-CAS-100 * 100)
           MOVE WK-VALOR-BOVEDA TO WK-BASE-BOV-VALOR
           MOVE 0 TO WKS-EOF-BITCAJA
           OPEN INPUT BITCAJA
           IF WKS-STATUS-BITCAJA = "00"
               PERFORM 8110-LEE-BITACORA UNTIL WKS-EOF-BITCAJA = 1
               CLOSE BITCAJA
           END-IF.
       8110-LEE-BITACORA.
           READ BITCAJA
               AT END
                   MOVE 1 TO WKS-EOF-BITCAJA
               NOT AT END
                   IF BIT-TERMINAL = WKS-TERMINAL
                       IF BIT-COMPONENTE = "C"
                           MOVE "S" TO WKS-BASE-CAS
                           MOVE BIT-FECHA TO WKS-BASE-CAS-FECHA
                           MOVE BIT-HORA TO WKS-BASE-CAS-HORA
                           COMPUTE WK-BASE-CAS-VALOR =
                               (BIT-NUM-500 * 500) + (BIT-NUM-200 * 200)
                               + (BIT-NUM-100 * 100)
                       ELSE
                           MOVE "S" TO WKS-BASE-BOV
                           MOVE BIT-FECHA TO WKS-BASE-BOV-FECHA
                           MOVE BIT-HORA TO WKS-BASE-BOV-HORA
                           COMPUTE WK-BASE-BOV-VALOR =
                               (BIT-NUM-500 * 500) + (BIT-NUM-200 * 200)
                               + (BIT-NUM-100 * 100)
                       END-IF
                   END-IF
           END-READ.
      *DESDE LA BASE, LOS RETIRO DE LA TERMINAL SACAN BILLETES DE LOS
      *CASETES Y LOS DEPOSITO METEN BILLETES A LA BOVEDA; SIN BASE NO
      *SE SUMA NADA PORQUE EL INVENTARIO DEL SISTEMA YA LOS TRAE
       8200-SUMA-MOVIMIENTOS.
           MOVE 0 TO WK-RETIROS
           MOVE 0 TO WK-DEPOSITOS
           MOVE 0 TO WKS-EOF-MOVTOS
           OPEN INPUT MOVTOS
           IF WKS-STATUS-MOVTOS = "00"
               PERFORM 8210-LEE-MOVIMIENTO UNTIL WKS-EOF-MOVTOS = 1
               CLOSE MOVTOS
           END-IF.
       8210-LEE-MOVIMIENTO.
           READ MOVTOS
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   IF MOV-TERMINAL = WKS-TERMINAL
                       IF MOV-OPERACION = "RETIRO" AND
                          WKS-HAY-BASE-CAS AND
                          (MOV-FECHA > WKS-BASE-CAS-FECHA OR
                          (MOV-FECHA = WKS-BASE-CAS-FECHA AND
                           MOV-HORA > WKS-BASE-CAS-HORA))
                           ADD MOV-IMPORTE TO WK-RETIROS
                       END-IF
                       IF MOV-OPERACION = "DEPOSITO" AND
                          WKS-HAY-BASE-BOV AND
                          (MOV-FECHA > WKS-BASE-BOV-FECHA OR
                          (MOV-FECHA = WKS-BASE-BOV-FECHA AND
                           MOV-HORA > WKS-BASE-BOV-HORA))
                           ADD MOV-IMPORTE TO WK-DEPOSITOS
                       END-IF
                   END-IF
           END-READ.
       8300-CALCULA-DIFERENCIAS.
           COMPUTE WK-ESPERADO-CAS = WK-BASE-CAS-VALOR - WK-RETIROS
           COMPUTE WK-ESPERADO-BOV = WK-BASE-BOV-VALOR + WK-DEPOSITOS
           COMPUTE WK-DIF-CAS = WK-CONTADO-CAS - WK-ESPERADO-CAS
           COMPUTE WK-DIF-BOV = WK-CONTADO-BOV - WK-ESPERADO-BOV.
      *EL REPORTE DEL ARQUEO SALE A UN ARCHIVO FECHADO POR TERMINAL,
      *SE IMPRIME PARA LA FIRMA DEL CUSTODIO Y DEL SUPERVISOR Y QUEDA
      *EN EL CATALOGO REPCAT
       8400-REPORTE-ARQUEO.
           MOVE SPACES TO WKS-NOMBRE-REP
           MOVE "ARQ" TO WKS-NOMBRE-REP
           MOVE WKS-TERMINAL TO WKS-NOMBRE-REP (4:4)
           MOVE WKS-FECHA-HOY (3:6) TO WKS-NOMBRE-REP (8:6)
           OPEN OUTPUT ARQUEO
           INITIATE RD-ARQUEO
           MOVE "CASETES" TO WKS-COMPONENTE
           MOVE "$500.00" TO WKS-DENOMINACION
           MOVE WKS-CTO-CAS-500 TO WK-BILLETES-REP
           MOVE WKS-CAS-500 TO WK-BILLETES-SIS
           PERFORM 8410-REPORTA-CONTEO
           MOVE "$200.00" TO WKS-DENOMINACION
           MOVE WKS-CTO-CAS-200 TO WK-BILLETES-REP
           MOVE WKS-CAS-200 TO WK-BILLETES-SIS
           PERFORM 8410-REPORTA-CONTEO
           MOVE "$100.00" TO WKS-DENOMINACION
           MOVE WKS-CTO-CAS-100 TO WK-BILLETES-REP
           MOVE WKS-CAS-100 TO WK-BILLETES-SIS
           PERFORM 8410-REPORTA-CONTEO
           MOVE "BOVEDA" TO WKS-COMPONENTE
           MOVE "$500.00" TO WKS-DENOMINACION
           MOVE WKS-CTO-BOV-500 TO WK-BILLETES-REP
           MOVE WKS-BOV-500 TO WK-BILLETES-SIS
           PERFORM 8410-REPORTA-CONTEO
           MOVE "$200.00" TO WKS-DENOMINACION
           MOVE WKS-CTO-BOV-200 TO WK-BILLETES-REP
           MOVE WKS-BOV-200 TO WK-BILLETES-SIS
           PERFORM 8410-REPORTA-CONTEO
           MOVE "$100.00" TO WKS-DENOMINACION
           MOVE WKS-CTO-BOV-100 TO WK-BILLETES-REP
           MOVE WKS-BOV-100 TO WK-BILLETES-SIS
           PERFORM 8410-REPORTA-CONTEO
           MOVE "CASETES" TO WKS-COMPONENTE
           IF WKS-HAY-BASE-CAS
               MOVE "BASE: CARGA O ARQUEO DEL" TO WKS-RES-BASE-DESC
               MOVE WKS-BASE-CAS-FECHA (3:6)
                   TO WKS-RES-BASE-DESC (26:6)
           ELSE
               MOVE "SIN EVENTO REGISTRADO, BASE DEL SISTEMA"
                   TO WKS-RES-BASE-DESC
           END-IF
           MOVE WK-BASE-CAS-VALOR TO WK-RES-BASE
           COMPUTE WK-RES-MOVS = 0 - WK-RETIROS
           MOVE WK-ESPERADO-CAS TO WK-RES-ESPERADO
           MOVE WK-CONTADO-CAS TO WK-RES-CONTADO
           MOVE WK-DIF-CAS TO WK-RES-DIF
           PERFORM 8420-REPORTA-RESUMEN
           MOVE "BOVEDA" TO WKS-COMPONENTE
           IF WKS-HAY-BASE-BOV
               MOVE "BASE: RECOLECCION O ARQUEO DEL"
                   TO WKS-RES-BASE-DESC
               MOVE WKS-BASE-BOV-FECHA (3:6)
                   TO WKS-RES-BASE-DESC (32:6)
           ELSE
               MOVE "SIN EVENTO REGISTRADO, BASE DEL SISTEMA"
                   TO WKS-RES-BASE-DESC
           END-IF
           MOVE WK-BASE-BOV-VALOR TO WK-RES-BASE
           MOVE WK-DEPOSITOS TO WK-RES-MOVS
           MOVE WK-ESPERADO-BOV TO WK-RES-ESPERADO
           MOVE WK-CONTADO-BOV TO WK-RES-CONTADO
           MOVE WK-DIF-BOV TO WK-RES-DIF
           PERFORM 8420-REPORTA-RESUMEN
           TERMINATE RD-ARQUEO
           CLOSE ARQUEO
           PERFORM 8450-CATALOGA-REPORTE.
       8410-REPORTA-CONTEO.
           EVALUATE WKS-DENOMINACION
               WHEN "$500.00"
                   COMPUTE WK-VALOR-REP = WK-BILLETES-REP * 500
               WHEN "$200.00"
                   COMPUTE WK-VALOR-REP = WK-BILLETES-REP * 200
               WHEN OTHER
                   COMPUTE WK-VALOR-REP = WK-BILLETES-REP * 100
           END-EVALUATE
           GENERATE RD-ARQ-DETALLE.
       8420-REPORTA-RESUMEN.
           EVALUATE TRUE
               WHEN WK-RES-DIF > 0
                   MOVE "SOBRANTE" TO WKS-RES-RESULTADO
               WHEN WK-RES-DIF < 0
                   MOVE "FALTANTE" TO WKS-RES-RESULTADO
               WHEN OTHER
                   MOVE "CUADRA" TO WKS-RES-RESULTADO
           END-EVALUATE
           GENERATE RD-ARQ-RESUMEN.
       8450-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMCAJA" TO CAT-PROGRAMA
           MOVE WKS-FECHA-HOY TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
      *CADA COMPONENTE CON DIFERENCIA DEJA SU PARTIDA PENDIENTE EN
      *ARQUEOS HASTA QUE UN SUPERVISOR LA ACLARE Y LA LIBERE
       8500-GRABA-PARTIDAS.
           MOVE 0 TO WK-PARTIDAS
           OPEN I-O ARQUEOS
           IF WKS-STATUS-ARQUEOS = "35"
               OPEN OUTPUT ARQUEOS
               CLOSE ARQUEOS
               OPEN I-O ARQUEOS
           END-IF
           IF WK-DIF-CAS NOT = 0
               MOVE "C" TO ARQ-COMPONENTE
               MOVE WK-DIF-CAS TO WK-RES-DIF
               MOVE WK-ESPERADO-CAS TO ARQ-ESPERADO
               MOVE WK-CONTADO-CAS TO ARQ-CONTADO
               PERFORM 8510-GRABA-PARTIDA
           END-IF
           IF WK-DIF-BOV NOT = 0
               MOVE "B" TO ARQ-COMPONENTE
               MOVE WK-DIF-BOV TO WK-RES-DIF
               MOVE WK-ESPERADO-BOV TO ARQ-ESPERADO
               MOVE WK-CONTADO-BOV TO ARQ-CONTADO
               PERFORM 8510-GRABA-PARTIDA
           END-IF
           CLOSE ARQUEOS.
       8510-GRABA-PARTIDA.
           MOVE WKS-TERMINAL TO ARQ-TERMINAL
           MOVE WKS-FECHA-HOY TO ARQ-FECHA
           MOVE WKS-HORA-HOY TO ARQ-HORA
           IF WK-RES-DIF > 0
               MOVE "S" TO ARQ-TIPO
               MOVE WK-RES-DIF TO ARQ-IMPORTE
           ELSE
               MOVE "F" TO ARQ-TIPO
               COMPUTE ARQ-IMPORTE = 0 - WK-RES-DIF
           END-IF
           MOVE WKS-CUSTODIO TO ARQ-CUSTODIO
           MOVE "P" TO ARQ-ESTATUS
           MOVE SPACES TO ARQ-SUPERVISOR
           MOVE 0 TO ARQ-FECHA-LIB
           MOVE SPACES TO ARQ-NOTA
           WRITE REG-ARQUEO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA PARTIDA DEL ARQUEO, "
                           "ESTATUS " WKS-STATUS-ARQUEOS
               NOT INVALID KEY
                   ADD 1 TO WK-PARTIDAS
           END-WRITE.
      *LO CONTADO ES LO QUE FISICAMENTE HAY: EL INVENTARIO DEL
      *SISTEMA SE AJUSTA A LO CONTADO (LA DIFERENCIA YA QUEDO EN LA
      *PARTIDA) Y EL ARQUEO QUEDA COMO NUEVA BASE DE AMBOS COMPONENTES
       8600-AJUSTA-INVENTARIO.
           MOVE WKS-CTO-CAS-500 TO WKS-CAS-500
           MOVE WKS-CTO-CAS-200 TO WKS-CAS-200
           MOVE WKS-CTO-CAS-100 TO WKS-CAS-100
           PERFORM 1100-GRABA-CASETES
           OPEN OUTPUT BOVEDA
           MOVE WKS-CTO-BOV-500 TO BOV-NUM-500
           MOVE WKS-CTO-BOV-200 TO BOV-NUM-200
           MOVE WKS-CTO-BOV-100 TO BOV-NUM-100
           WRITE REG-BOVEDA
           CLOSE BOVEDA
           MOVE "C" TO WKS-BIT-COMPONENTE
           MOVE "A" TO WKS-BIT-MOTIVO
           MOVE WKS-CTO-CAS-500 TO WKS-BIT-500
           MOVE WKS-CTO-CAS-200 TO WKS-BIT-200
           MOVE WKS-CTO-CAS-100 TO WKS-BIT-100
           PERFORM 1200-GRABA-BITACORA
           MOVE "B" TO WKS-BIT-COMPONENTE
           MOVE WKS-CTO-BOV-500 TO WKS-BIT-500
           MOVE WKS-CTO-BOV-200 TO WKS-BIT-200
           MOVE WKS-CTO-BOV-100 TO WKS-BIT-100
           PERFORM 1200-GRABA-BITACORA.
       END PROGRAM ATMCAJA.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Poliza contable diaria del cajero. Lee los
      *           movimientos del dia en la bitacora MOVTOS y, con el
      *           catalogo CTASCONT (copybook CTACOREG, cuenta de
      *           cargo y de abono por tipo de operacion, lo entrega
      *           contabilidad), arma la poliza de partida doble:
      *           un cargo y un abono por operacion, con el lado de
      *           caja desglosado por terminal. Los importes con
      *           signo (el REVERSO del ejecutivo) invierten el cargo
      *           y el abono.
      *           Deja la interfaz de ancho fijo POLIZA+AAMMDD para
      *           el sistema de contabilidad (encabezado H, renglones
      *           D y total T) y el reporte de control CONTA+AAMMDD
      *           (catalogado en REPCAT para el visor REPVIEW) que
      *           demuestra que los cargos son iguales a los abonos
      *           y que lo contabilizado por renglon del corte es lo
      *           mismo que reporto ATMREP para la fecha (registro de
      *           control CORTECTL), y lista las operaciones que no
      *           estan en el catalogo.
      *           Si la poliza no cuadra, si hay operaciones sin
      *           cuenta o si no hay corte de ATMREP para la fecha,
      *           termina con codigo 8 para detener la corrida
      *           nocturna (ATMREP debe ir antes en el deck).
      *           La fecha se toma del archivo de parametros CONTPARM
      *           si existe; si no, del dia de la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCONTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT CTASCONT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-CTAS.
           SELECT CORTECTL ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-CTL.
           SELECT CONTPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT POLIZA ASSIGN USING WKS-NOMBRE-POL
               FILE STATUS IS WKS-STATUS-POL.
           SELECT CONTA ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
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
           FD CTASCONT.
           01 REG-CTASCONT.
               COPY CTACOREG REPLACING ==LVL== BY ==05==
                   ==NOMOPER== BY ==CTA-OPERACION==
                   ==NOMCARGO== BY ==CTA-CARGO==
                   ==NOMABONO== BY ==CTA-ABONO==
                   ==NOMEFECTIVO== BY ==CTA-EFECTIVO==.
           FD CORTECTL.
           01 REG-CORTECTL.
               COPY CORTEREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMFECHA== BY ==CTL-FECHA==
                   ==NOMRENGLON== BY ==CTL-RENGLON==
                   ==NOMCUANTOS== BY ==CTL-CUANTOS==
                   ==NOMTOTAL== BY ==CTL-TOTAL==
                   ==NOMENTRADAS== BY ==CTL-ENTRADAS==
                   ==NOMSALIDAS== BY ==CTL-SALIDAS==.
           FD CONTPARM.
           01 REG-CONTPARM.
               05 PAR-FECHA PIC 9(08).
      *LAYOUT FIJO DE LA INTERFAZ CONTABLE: 80 POSICIONES, EL PRIMER
      *CARACTER DICE EL TIPO DE RENGLON (H, D, T); LA NATURALEZA DEL
      *RENGLON ES C (CARGO) O A (ABONO)
           FD POLIZA.
           01 REG-POL-ENCABEZADO.
               05 POL-TIPO        PIC X(01).
               05 POL-SISTEMA     PIC X(08).
               05 POL-FECHA       PIC 9(08).
               05 FILLER          PIC X(63).
           01 REG-POL-DETALLE.
               05 POL-DET-TIPO    PIC X(01).
               05 POL-DET-FECHA   PIC 9(08).
               05 POL-RENGLON     PIC 9(05).
               05 POL-CUENTA      PIC X(12).
               05 POL-TERMINAL    PIC X(04).
               05 POL-NATURALEZA  PIC X(01).
               05 POL-IMPORTE     PIC 9(11)V9(02).
               05 POL-OPERACION   PIC X(12).
               05 POL-MOVIMIENTOS PIC 9(05).
               05 FILLER          PIC X(19).
           01 REG-POL-TOTAL.
               05 POL-TOT-TIPO    PIC X(01).
               05 POL-RENGLONES   PIC 9(05).
               05 POL-TOT-CARGOS  PIC 9(13)V9(02).
               05 POL-TOT-ABONOS  PIC 9(13)V9(02).
               05 FILLER          PIC X(44).
           FD CONTA REPORT IS RD-CONTA.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-CTAS    PIC X(02).
           01 WKS-STATUS-CTL     PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-POL     PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-POL     PIC X(12).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-EOF-CTAS       PIC 9(01).
           01 WKS-EOF-CTL        PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-HAY-CORTE      PIC 9(01).
           01 WKS-TERMINAL       PIC X(04).
           01 WKS-SENTIDO        PIC X(01).
           01 WKS-IMPORTE-ABS    PIC 9(11)V9(02).
           01 WKS-VEREDICTO      PIC X(40).
           01 WK-IDX-OP          PIC 9(02).
           01 WK-IDX-BUSCA       PIC 9(03).
           01 WK-IDX-CTA         PIC 9(02).
           01 WK-IDX-POL         PIC 9(03).
           01 WK-IDX-SIN         PIC 9(02).
           01 WK-MOVS-DIA        PIC 9(07) VALUE 0.
           01 WK-MOVS-SIN-CUENTA PIC 9(07) VALUE 0.
           01 WK-RENGLONES       PIC 9(05) VALUE 0.
           01 WK-TOTAL-CARGOS    PIC 9(13)V9(02) VALUE 0.
           01 WK-TOTAL-ABONOS    PIC 9(13)V9(02) VALUE 0.
           01 WK-DIF-POLIZA      PIC S9(13)V9(02) VALUE 0.
           01 WK-DESCUADRES      PIC 9(02) VALUE 0.
      *RENGLONES DEL CORTE DE ATMREP, EN EL MISMO ORDEN QUE EL
      *REGISTRO DE CONTROL CORTECTL
           01 WKS-LISTA-OPERS.
               02 FILLER PIC X(12) VALUE "DEPOSITO".
               02 FILLER PIC X(12) VALUE "RETIRO".
               02 FILLER PIC X(12) VALUE "TRANSF-ENV".
               02 FILLER PIC X(12) VALUE "TRANSF-REC".
               02 FILLER PIC X(12) VALUE "INTERES".
               02 FILLER PIC X(12) VALUE "REVERSO".
               02 FILLER PIC X(12) VALUE "PAGO-SERV".
               02 FILLER PIC X(12) VALUE "OTRAS".
           01 WKS-LISTA-OPER REDEFINES WKS-LISTA-OPERS.
               02 WK-OPER-NOMBRE OCCURS 8 TIMES PIC X(12).
      *LO CONTABILIZADO POR RENGLON DEL CORTE CONTRA LO QUE REPORTO
      *ATMREP
           01 WKS-TABLA-CUADRE.
               02 WK-CUADRE OCCURS 8 TIMES.
                   05 WK-CUA-POL-CUANTOS PIC 9(05).
                   05 WK-CUA-POL-TOTAL   PIC S9(11)V9(02).
                   05 WK-CUA-REP-CUANTOS PIC 9(05).
                   05 WK-CUA-REP-TOTAL   PIC S9(11)V9(02).
                   05 WK-CUA-DIFERENCIA  PIC S9(11)V9(02).
                   05 WK-CUA-MARCA       PIC X(03).
      *CATALOGO DE CUENTAS CONTABLES CARGADO EN MEMORIA
           01 WK-TOTAL-CTAS      PIC 9(02) VALUE 0.
           01 WKS-TABLA-CTAS.
               02 WK-CTA OCCURS 50 TIMES.
                   05 WK-CTA-OPER     PIC X(12).
                   05 WK-CTA-CARGO    PIC X(12).
                   05 WK-CTA-ABONO    PIC X(12).
                   05 WK-CTA-EFECTIVO PIC X(01).
      *ACUMULADOS DE LA POLIZA: UNO POR OPERACION, TERMINAL (SOLO
      *PARA LAS DE EFECTIVO) Y SENTIDO (N NORMAL, I INVERTIDO PARA
      *LOS IMPORTES NEGATIVOS)
           01 WK-TOTAL-POL       PIC 9(03) VALUE 0.
           01 WKS-TABLA-POLIZA.
               02 WK-POL OCCURS 300 TIMES.
                   05 WK-POL-CTA      PIC 9(02).
                   05 WK-POL-TERMINAL PIC X(04).
                   05 WK-POL-SENTIDO  PIC X(01).
                   05 WK-POL-CUANTOS  PIC 9(05).
                   05 WK-POL-IMPORTE  PIC 9(11)V9(02).
      *OPERACIONES DEL DIA QUE NO ESTAN EN EL CATALOGO
           01 WK-TOTAL-SIN       PIC 9(02) VALUE 0.
           01 WKS-TABLA-SIN-CUENTA.
               02 WK-SIN OCCURS 20 TIMES.
                   05 WK-SIN-OPER     PIC X(12).
                   05 WK-SIN-CUANTOS  PIC 9(05).
                   05 WK-SIN-TOTAL    PIC S9(11)V9(02).
      *RENGLON DE LA POLIZA EN TURNO, PARA LA INTERFAZ Y EL REPORTE
           01 WKS-LIN-CUENTA     PIC X(12).
           01 WKS-LIN-TERMINAL   PIC X(04).
           01 WKS-LIN-NATURALEZA PIC X(01).
           01 WKS-LIN-CARGO      PIC 9(11)V9(02).
           01 WKS-LIN-ABONO      PIC 9(11)V9(02).
       REPORT SECTION.
           RD RD-CONTA
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  054.
       01 RD-CON-TITULOS TYPE IS PH.
           10 RD-CON-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(040) VALUE
                 "POLIZA CONTABLE DIARIA - CONTROL".
           10 RD-CON-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
           10 RD-CON-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(006) VALUE "CUENTA".
               15 COLUMN 014 PIC X(004) VALUE "TERM".
               15 COLUMN 019 PIC X(009) VALUE "OPERACION".
               15 COLUMN 032 PIC X(005) VALUE "MOVS".
               15 COLUMN 045 PIC X(005) VALUE "CARGO".
               15 COLUMN 063 PIC X(005) VALUE "ABONO".
       01 RD-CON-LINEA TYPE DETAIL.
           10 RD-CON-LIN01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WKS-LIN-CUENTA.
               15 COLUMN 014 PIC X(004) SOURCE WKS-LIN-TERMINAL.
               15 COLUMN 019 PIC X(012) SOURCE
                   WK-CTA-OPER (WK-IDX-CTA).
               15 COLUMN 032 PIC ZZZZ9 SOURCE
                   WK-POL-CUANTOS (WK-IDX-POL).
               15 COLUMN 039 PIC Z(10)9.99 BLANK WHEN ZERO
                   SOURCE WKS-LIN-CARGO.
               15 COLUMN 057 PIC Z(10)9.99 BLANK WHEN ZERO
                   SOURCE WKS-LIN-ABONO.
       01 RD-CON-SUMAS TYPE DETAIL.
           10 RD-CON-SUM01 LINE PLUS 002.
               15 COLUMN 001 PIC X(030) VALUE
                 "SUMAS DE LA POLIZA:".
               15 COLUMN 037 PIC Z(12)9.99 SOURCE WK-TOTAL-CARGOS.
               15 COLUMN 055 PIC Z(12)9.99 SOURCE WK-TOTAL-ABONOS.
           10 RD-CON-SUM02 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE
                 "DIFERENCIA CARGOS - ABONOS:".
               15 COLUMN 036 PIC -(13)9.99 SOURCE WK-DIF-POLIZA.
       01 RD-CON-CORTE-TIT TYPE DETAIL.
           10 RD-CON-CORT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(040) VALUE
                 "CUADRE CONTRA EL CORTE DE ATMREP:".
           10 RD-CON-CORT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(009) VALUE "OPERACION".
               15 COLUMN 014 PIC X(005) VALUE "CORTE".
               15 COLUMN 029 PIC X(007) VALUE "IMPORTE".
               15 COLUMN 038 PIC X(006) VALUE "POLIZA".
               15 COLUMN 053 PIC X(007) VALUE "IMPORTE".
               15 COLUMN 064 PIC X(010) VALUE "DIFERENCIA".
       01 RD-CON-CORTE-DET TYPE DETAIL.
           10 RD-CON-CORD01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE
                   WK-OPER-NOMBRE (WK-IDX-OP).
               15 COLUMN 014 PIC ZZZZ9 SOURCE
                   WK-CUA-REP-CUANTOS (WK-IDX-OP).
               15 COLUMN 020 PIC -(11)9.99 SOURCE
                   WK-CUA-REP-TOTAL (WK-IDX-OP).
               15 COLUMN 038 PIC ZZZZ9 SOURCE
                   WK-CUA-POL-CUANTOS (WK-IDX-OP).
               15 COLUMN 044 PIC -(11)9.99 SOURCE
                   WK-CUA-POL-TOTAL (WK-IDX-OP).
               15 COLUMN 060 PIC -(11)9.99 SOURCE
                   WK-CUA-DIFERENCIA (WK-IDX-OP).
               15 COLUMN 076 PIC X(003) SOURCE
                   WK-CUA-MARCA (WK-IDX-OP).
       01 RD-CON-SINCORTE TYPE DETAIL.
           10 RD-CON-SINC01 LINE PLUS 002.
               15 COLUMN 001 PIC X(050) VALUE
                 "NO HAY CORTE DE ATMREP PARA LA FECHA".
       01 RD-CON-SIN-TIT TYPE DETAIL.
           10 RD-CON-SINT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(040) VALUE
                 "OPERACIONES SIN CUENTA CONTABLE:".
       01 RD-CON-SIN-DET TYPE DETAIL.
           10 RD-CON-SIND01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE
                   WK-SIN-OPER (WK-IDX-SIN).
               15 COLUMN 014 PIC ZZZZ9 SOURCE
                   WK-SIN-CUANTOS (WK-IDX-SIN).
               15 COLUMN 020 PIC -(11)9.99 SOURCE
                   WK-SIN-TOTAL (WK-IDX-SIN).
       01 RD-CON-TOTALES TYPE IS RF.
           10 RD-CON-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(030) VALUE
                 "MOVIMIENTOS DEL DIA:".
               15 COLUMN 032 PIC Z(06)9 SOURCE WK-MOVS-DIA.
           10 RD-CON-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE
                 "RENGLONES DE LA POLIZA:".
               15 COLUMN 034 PIC ZZZZ9 SOURCE WK-RENGLONES.
           10 RD-CON-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE
                 "RESULTADO:".
               15 COLUMN 032 PIC X(040) SOURCE WKS-VEREDICTO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-MOVIMIENTO UNTIL WKS-EOF-MOVTOS = 1
           PERFORM 3000-GENERA-POLIZA
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           INITIALIZE WKS-TABLA-CUADRE
           INITIALIZE WKS-TABLA-POLIZA
           INITIALIZE WKS-TABLA-SIN-CUENTA
           MOVE 0 TO WKS-EOF-MOVTOS
           PERFORM 1050-LEE-PARAMETRO
           OPEN INPUT MOVTOS
           IF WKS-STATUS-MOVTOS NOT = "00"
               DISPLAY "NO EXISTE LA BITACORA MOVTOS, NO HAY POLIZA "
                       "QUE GENERAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-CARGA-CATALOGO
           IF WK-TOTAL-CTAS = 0
               DISPLAY "NO EXISTE EL CATALOGO CTASCONT O ESTA VACIO, "
                       "NO HAY POLIZA QUE GENERAR"
               CLOSE MOVTOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *SECCION QUE TOMA LA FECHA DE LA POLIZA DEL ARCHIVO DE
      *PARAMETROS CONTPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI
      *NO EXISTE SE TOMA EL DIA DE LA CORRIDA
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT CONTPARM
           IF WKS-STATUS-PARM = "00"
               READ CONTPARM
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
               CLOSE CONTPARM
           END-IF.
      *EL CATALOGO SE CARGA COMPLETO EN MEMORIA; SI UNA OPERACION
      *VIENE REPETIDA VALE EL PRIMER REGISTRO
       1100-CARGA-CATALOGO.
           MOVE 0 TO WK-TOTAL-CTAS
           MOVE 0 TO WKS-EOF-CTAS
           OPEN INPUT CTASCONT
           IF WKS-STATUS-CTAS = "00"
               PERFORM 1110-LEE-CATALOGO UNTIL WKS-EOF-CTAS = 1
               CLOSE CTASCONT
           END-IF.
       1110-LEE-CATALOGO.
           READ CTASCONT
               AT END
                   MOVE 1 TO WKS-EOF-CTAS
               NOT AT END
                   IF WK-TOTAL-CTAS < 50
                       ADD 1 TO WK-TOTAL-CTAS
                       MOVE CTA-OPERACION TO WK-CTA-OPER (WK-TOTAL-CTAS)
                       MOVE CTA-CARGO TO WK-CTA-CARGO (WK-TOTAL-CTAS)
                       MOVE CTA-ABONO TO WK-CTA-ABONO (WK-TOTAL-CTAS)
                       MOVE CTA-EFECTIVO
                           TO WK-CTA-EFECTIVO (WK-TOTAL-CTAS)
                   ELSE
                       DISPLAY "CATALOGO CTASCONT LLENO, SE IGNORA "
                               CTA-OPERACION
                   END-IF
           END-READ.
       2000-LEE-MOVIMIENTO.
           READ MOVTOS
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   IF MOV-FECHA = WKS-FECHA-PROCESO
                       ADD 1 TO WK-MOVS-DIA
                       PERFORM 2100-CONTABILIZA
                   END-IF
           END-READ.
      *CADA MOVIMIENTO SE UBICA EN SU RENGLON DEL CORTE Y EN SU
      *CUENTA DEL CATALOGO; SOLO LO QUE SI ENTRA A LA POLIZA SUMA EN
      *EL CUADRE, ASI UNA OPERACION SIN CUENTA DESCUADRA EL RENGLON
       2100-CONTABILIZA.
           PERFORM 2110-BUSCA-RENGLON
           PERFORM 2130-BUSCA-CUENTA
           IF WK-IDX-CTA = 0
               PERFORM 2300-SIN-CUENTA
           ELSE
               PERFORM 2200-ACUMULA-POLIZA
           END-IF.
      *LAS OPERACIONES QUE NO ESTAN EN LA LISTA CAEN EN EL RENGLON
      *"OTRAS", IGUAL QUE EN EL CORTE DE ATMREP
       2110-BUSCA-RENGLON.
           MOVE 8 TO WK-IDX-OP
           PERFORM 2120-COMPARA-RENGLON
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > 7.
       2120-COMPARA-RENGLON.
           IF MOV-OPERACION = WK-OPER-NOMBRE (WK-IDX-BUSCA)
               MOVE WK-IDX-BUSCA TO WK-IDX-OP
           END-IF.
      *UNA OPERACION CON LA CUENTA DE CARGO O DE ABONO EN BLANCO SE
      *TRATA COMO SI NO ESTUVIERA EN EL CATALOGO
       2130-BUSCA-CUENTA.
           MOVE 0 TO WK-IDX-CTA
           PERFORM 2140-COMPARA-CUENTA
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > WK-TOTAL-CTAS
                  OR WK-IDX-CTA > 0
           IF WK-IDX-CTA > 0
               IF WK-CTA-CARGO (WK-IDX-CTA) = SPACES
                  OR WK-CTA-ABONO (WK-IDX-CTA) = SPACES
                   MOVE 0 TO WK-IDX-CTA
               END-IF
           END-IF.
       2140-COMPARA-CUENTA.
           IF MOV-OPERACION = WK-CTA-OPER (WK-IDX-BUSCA)
               MOVE WK-IDX-BUSCA TO WK-IDX-CTA
           END-IF.
      *EL LADO DE CAJA SE ACUMULA POR TERMINAL (N/D PARA LOS
      *MOVIMIENTOS SIN TERMINAL); LAS DEMAS OPERACIONES VAN EN UN SOLO
      *ACUMULADO. UN IMPORTE NEGATIVO VA EN SU PROPIO ACUMULADO CON EL
      *CARGO Y EL ABONO INVERTIDOS
       2200-ACUMULA-POLIZA.
           MOVE SPACES TO WKS-TERMINAL
           IF WK-CTA-EFECTIVO (WK-IDX-CTA) = "C"
              OR WK-CTA-EFECTIVO (WK-IDX-CTA) = "A"
               MOVE MOV-TERMINAL TO WKS-TERMINAL
               IF WKS-TERMINAL = SPACES
                   MOVE "N/D" TO WKS-TERMINAL
               END-IF
           END-IF
           IF MOV-IMPORTE < 0
               MOVE "I" TO WKS-SENTIDO
               COMPUTE WKS-IMPORTE-ABS = 0 - MOV-IMPORTE
           ELSE
               MOVE "N" TO WKS-SENTIDO
               MOVE MOV-IMPORTE TO WKS-IMPORTE-ABS
           END-IF
           MOVE 0 TO WK-IDX-POL
           PERFORM 2210-COMPARA-ACUMULADO
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > WK-TOTAL-POL
                  OR WK-IDX-POL > 0
           IF WK-IDX-POL = 0 AND WK-TOTAL-POL < 300
               ADD 1 TO WK-TOTAL-POL
               MOVE WK-TOTAL-POL TO WK-IDX-POL
               MOVE WK-IDX-CTA   TO WK-POL-CTA (WK-IDX-POL)
               MOVE WKS-TERMINAL TO WK-POL-TERMINAL (WK-IDX-POL)
               MOVE WKS-SENTIDO  TO WK-POL-SENTIDO (WK-IDX-POL)
           END-IF
           IF WK-IDX-POL = 0
               DISPLAY "TABLA DE LA POLIZA LLENA, NO SE CONTABILIZA "
                       MOV-OPERACION " FOLIO " MOV-FOLIO
               PERFORM 2300-SIN-CUENTA
           ELSE
               ADD 1 TO WK-POL-CUANTOS (WK-IDX-POL)
               ADD WKS-IMPORTE-ABS TO WK-POL-IMPORTE (WK-IDX-POL)
               ADD 1 TO WK-CUA-POL-CUANTOS (WK-IDX-OP)
               ADD MOV-IMPORTE TO WK-CUA-POL-TOTAL (WK-IDX-OP)
           END-IF.
       2210-COMPARA-ACUMULADO.
           IF WK-POL-CTA (WK-IDX-BUSCA) = WK-IDX-CTA
              AND WK-POL-TERMINAL (WK-IDX-BUSCA) = WKS-TERMINAL
              AND WK-POL-SENTIDO (WK-IDX-BUSCA) = WKS-SENTIDO
               MOVE WK-IDX-BUSCA TO WK-IDX-POL
           END-IF.
       2300-SIN-CUENTA.
           ADD 1 TO WK-MOVS-SIN-CUENTA
           MOVE 0 TO WK-IDX-SIN
           PERFORM 2310-COMPARA-SIN-CUENTA
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > WK-TOTAL-SIN
           IF WK-IDX-SIN = 0 AND WK-TOTAL-SIN < 20
               ADD 1 TO WK-TOTAL-SIN
               MOVE WK-TOTAL-SIN TO WK-IDX-SIN
               MOVE MOV-OPERACION TO WK-SIN-OPER (WK-IDX-SIN)
           END-IF
           IF WK-IDX-SIN > 0
               ADD 1 TO WK-SIN-CUANTOS (WK-IDX-SIN)
               ADD MOV-IMPORTE TO WK-SIN-TOTAL (WK-IDX-SIN)
           END-IF.
       2310-COMPARA-SIN-CUENTA.
           IF WK-SIN-OPER (WK-IDX-BUSCA) = MOV-OPERACION
               MOVE WK-IDX-BUSCA TO WK-IDX-SIN
           END-IF.
       3000-GENERA-POLIZA.
           MOVE "POLIZA" TO WKS-NOMBRE-POL
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-POL (7:6)
           OPEN OUTPUT POLIZA
           MOVE "CONTA" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (6:6)
           OPEN OUTPUT CONTA
           INITIATE RD-CONTA
           MOVE SPACES TO REG-POL-ENCABEZADO
           MOVE "H" TO POL-TIPO
           MOVE "ATM" TO POL-SISTEMA
           MOVE WKS-FECHA-PROCESO TO POL-FECHA
           WRITE REG-POL-ENCABEZADO
           PERFORM 3100-ESCRIBE-ACUMULADO
               VARYING WK-IDX-POL FROM 1 BY 1
               UNTIL WK-IDX-POL > WK-TOTAL-POL
           MOVE SPACES TO REG-POL-TOTAL
           MOVE "T" TO POL-TOT-TIPO
           MOVE WK-RENGLONES TO POL-RENGLONES
           MOVE WK-TOTAL-CARGOS TO POL-TOT-CARGOS
           MOVE WK-TOTAL-ABONOS TO POL-TOT-ABONOS
           WRITE REG-POL-TOTAL
           CLOSE POLIZA
           COMPUTE WK-DIF-POLIZA = WK-TOTAL-CARGOS - WK-TOTAL-ABONOS
           GENERATE RD-CON-SUMAS
           PERFORM 3500-CUADRA-CORTE
           IF WK-TOTAL-SIN > 0
               GENERATE RD-CON-SIN-TIT
               PERFORM 3700-REPORTA-SIN-CUENTA
                   VARYING WK-IDX-SIN FROM 1 BY 1
                   UNTIL WK-IDX-SIN > WK-TOTAL-SIN
           END-IF
           PERFORM 3800-VEREDICTO
           TERMINATE RD-CONTA
           CLOSE CONTA
           PERFORM 4500-CATALOGA-REPORTE.
      *CADA ACUMULADO DA UN CARGO Y UN ABONO POR EL MISMO IMPORTE; EN
      *EL SENTIDO INVERTIDO SE CARGA LA CUENTA DE ABONO Y SE ABONA LA
      *DE CARGO. LA TERMINAL SOLO VA EN EL RENGLON DEL LADO DE CAJA
       3100-ESCRIBE-ACUMULADO.
           IF WK-POL-IMPORTE (WK-IDX-POL) > 0
               MOVE WK-POL-CTA (WK-IDX-POL) TO WK-IDX-CTA
               MOVE "C" TO WKS-LIN-NATURALEZA
               IF WK-POL-SENTIDO (WK-IDX-POL) = "N"
                   PERFORM 3110-LADO-CARGO
               ELSE
                   PERFORM 3120-LADO-ABONO
               END-IF
               PERFORM 3200-ESCRIBE-RENGLON
               MOVE "A" TO WKS-LIN-NATURALEZA
               IF WK-POL-SENTIDO (WK-IDX-POL) = "N"
                   PERFORM 3120-LADO-ABONO
               ELSE
                   PERFORM 3110-LADO-CARGO
               END-IF
               PERFORM 3200-ESCRIBE-RENGLON
           END-IF.
       3110-LADO-CARGO.
           MOVE WK-CTA-CARGO (WK-IDX-CTA) TO WKS-LIN-CUENTA
           MOVE SPACES TO WKS-LIN-TERMINAL
           IF WK-CTA-EFECTIVO (WK-IDX-CTA) = "C"
               MOVE WK-POL-TERMINAL (WK-IDX-POL) TO WKS-LIN-TERMINAL
           END-IF.
       3120-LADO-ABONO.
           MOVE WK-CTA-ABONO (WK-IDX-CTA) TO WKS-LIN-CUENTA
           MOVE SPACES TO WKS-LIN-TERMINAL
           IF WK-CTA-EFECTIVO (WK-IDX-CTA) = "A"
               MOVE WK-POL-TERMINAL (WK-IDX-POL) TO WKS-LIN-TERMINAL
           END-IF.
       3200-ESCRIBE-RENGLON.
           ADD 1 TO WK-RENGLONES
           MOVE 0 TO WKS-LIN-CARGO
           MOVE 0 TO WKS-LIN-ABONO
           IF WKS-LIN-NATURALEZA = "C"
               MOVE WK-POL-IMPORTE (WK-IDX-POL) TO WKS-LIN-CARGO
               ADD WK-POL-IMPORTE (WK-IDX-POL) TO WK-TOTAL-CARGOS
           ELSE
               MOVE WK-POL-IMPORTE (WK-IDX-POL) TO WKS-LIN-ABONO
               ADD WK-POL-IMPORTE (WK-IDX-POL) TO WK-TOTAL-ABONOS
           END-IF
           MOVE SPACES TO REG-POL-DETALLE
           MOVE "D" TO POL-DET-TIPO
           MOVE WKS-FECHA-PROCESO TO POL-DET-FECHA
           MOVE WK-RENGLONES TO POL-RENGLON
           MOVE WKS-LIN-CUENTA TO POL-CUENTA
           MOVE WKS-LIN-TERMINAL TO POL-TERMINAL
           MOVE WKS-LIN-NATURALEZA TO POL-NATURALEZA
           MOVE WK-POL-IMPORTE (WK-IDX-POL) TO POL-IMPORTE
           MOVE WK-CTA-OPER (WK-IDX-CTA) TO POL-OPERACION
           MOVE WK-POL-CUANTOS (WK-IDX-POL) TO POL-MOVIMIENTOS
           WRITE REG-POL-DETALLE
           GENERATE RD-CON-LINEA.
      *SE BUSCA EL ULTIMO REGISTRO DE CONTROL DE ATMREP PARA LA FECHA
      *Y SE COMPARA RENGLON POR RENGLON CONTRA LO CONTABILIZADO
       3500-CUADRA-CORTE.
           MOVE 0 TO WKS-HAY-CORTE
           MOVE 0 TO WKS-EOF-CTL
           OPEN INPUT CORTECTL
           IF WKS-STATUS-CTL = "00"
               PERFORM 3510-LEE-CONTROL UNTIL WKS-EOF-CTL = 1
               CLOSE CORTECTL
           END-IF
           IF WKS-HAY-CORTE = 0
               GENERATE RD-CON-SINCORTE
           ELSE
               GENERATE RD-CON-CORTE-TIT
               PERFORM 3600-COMPARA-RENGLON
                   VARYING WK-IDX-OP FROM 1 BY 1
                   UNTIL WK-IDX-OP > 8
           END-IF.
       3510-LEE-CONTROL.
           READ CORTECTL
               AT END
                   MOVE 1 TO WKS-EOF-CTL
               NOT AT END
                   IF CTL-FECHA = WKS-FECHA-PROCESO
                       MOVE 1 TO WKS-HAY-CORTE
                       PERFORM 3520-GUARDA-CORTE
                           VARYING WK-IDX-OP FROM 1 BY 1
                           UNTIL WK-IDX-OP > 8
                   END-IF
           END-READ.
       3520-GUARDA-CORTE.
           MOVE CTL-CUANTOS (WK-IDX-OP)
               TO WK-CUA-REP-CUANTOS (WK-IDX-OP)
           MOVE CTL-TOTAL (WK-IDX-OP) TO WK-CUA-REP-TOTAL (WK-IDX-OP).
       3600-COMPARA-RENGLON.
           COMPUTE WK-CUA-DIFERENCIA (WK-IDX-OP) =
               WK-CUA-REP-TOTAL (WK-IDX-OP)
               - WK-CUA-POL-TOTAL (WK-IDX-OP)
           MOVE SPACES TO WK-CUA-MARCA (WK-IDX-OP)
           IF WK-CUA-DIFERENCIA (WK-IDX-OP) NOT = 0
              OR WK-CUA-REP-CUANTOS (WK-IDX-OP)
                 NOT = WK-CUA-POL-CUANTOS (WK-IDX-OP)
               MOVE "***" TO WK-CUA-MARCA (WK-IDX-OP)
               ADD 1 TO WK-DESCUADRES
           END-IF
           GENERATE RD-CON-CORTE-DET.
       3700-REPORTA-SIN-CUENTA.
           GENERATE RD-CON-SIN-DET.
      *LA POLIZA CUADRA SOLO SI LOS CARGOS SON IGUALES A LOS ABONOS,
      *HAY CORTE DE LA FECHA, NINGUN RENGLON DEL CORTE DIFIERE Y
      *TODOS LOS MOVIMIENTOS TUVIERON CUENTA
       3800-VEREDICTO.
           IF WK-DIF-POLIZA NOT = 0
              OR WKS-HAY-CORTE = 0
              OR WK-DESCUADRES > 0
              OR WK-MOVS-SIN-CUENTA > 0
               MOVE "NO CUADRA" TO WKS-VEREDICTO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CUADRA" TO WKS-VEREDICTO
           END-IF.
       4500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMCONTA" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           CLOSE MOVTOS
           DISPLAY "POLIZA CONTABLE TERMINADA: " WKS-VEREDICTO
           DISPLAY "  MOVIMIENTOS DEL DIA:     " WK-MOVS-DIA
           DISPLAY "  SIN CUENTA CONTABLE:     " WK-MOVS-SIN-CUENTA
           DISPLAY "  RENGLONES DE LA POLIZA:  " WK-RENGLONES
           DISPLAY "  RENGLONES DEL CORTE MAL: " WK-DESCUADRES.
       END PROGRAM ATMCONTA.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Reporte mensual de la cartera de prestamos personales
      *           para la direccion. Recorre PRESTAMOS y lista cada
      *           prestamo no liquidado con su saldo insoluto, las
      *           cuotas vencidas sin cubrir y los dias de atraso de la
      *           cuota vencida mas antigua, clasificado por antiguedad
      *           (al corriente, 1-30, 31-60, 61-90 y mas de 90 dias).
      *           Al final resume por antiguedad el numero de
      *           prestamos, el saldo insoluto, las cuotas vencidas y
      *           su importe. Sale al archivo fechado CARTERA+AAMMDD
      *           y queda en el catalogo REPCAT para el visor REPVIEW.
      *           La fecha de corte se toma del archivo de parametros
      *           CARTPARM si existe; si no, del dia de la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCARTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WKS-STATUS-PREST.
           SELECT CARTPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT CARTERA ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD PRESTAMOS.
           01 REG-PRESTAMO.
               COPY PRESTREG REPLACING ==LVL== BY ==05==
                   ==NOMNUMERO== BY ==PRE-NUMERO==
                   ==NOMCLIENTE== BY ==PRE-CLIENTE==
                   ==NOMCUENTA== BY ==PRE-CUENTA==
                   ==NOMPRINCIPAL== BY ==PRE-PRINCIPAL==
                   ==NOMTASA== BY ==PRE-TASA==
                   ==NOMPLAZO== BY ==PRE-PLAZO==
                   ==NOMDIAPAGO== BY ==PRE-DIA-PAGO==
                   ==NOMCUOTA== BY ==PRE-CUOTA==
                   ==NOMFECALTA== BY ==PRE-FECHA-ALTA==
                   ==NOMSALDO== BY ==PRE-SALDO==
                   ==NOMPAGADAS== BY ==PRE-PAGADAS==
                   ==NOMFECPROX== BY ==PRE-FECHA-PROX==
                   ==NOMVENCIDAS== BY ==PRE-VENCIDAS==
                   ==NOMFECATRASO== BY ==PRE-FECHA-ATRASO==
                   ==NOMESTATUS== BY ==PRE-ESTATUS==.
           FD CARTPARM.
           01 REG-CARTPARM.
               05 PAR-FECHA PIC 9(08).
           FD CARTERA REPORT IS RD-CARTERA.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-PREST   PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-PREST      PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FECHA-CALC   PIC 9(08).
           01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
               03 FILLER       PIC 9(02).
               03 WKS-FC-AA    PIC 9(02).
               03 WKS-FC-MM    PIC 9(02).
               03 WKS-FC-DD    PIC 9(02).
           01 WK-DIAS-CALC       PIC 9(06).
           01 WK-DIAS-HOY        PIC 9(06).
           01 WK-DIAS-ATRASO     PIC 9(05).
           01 WK-IDX-ANT         PIC 9(01).
           01 WKS-IMPORTE-VENCIDO PIC 9(09)V9(02).
           01 WK-TOTAL-PRESTAMOS PIC 9(05) VALUE 0.
           01 WK-TOTAL-SALDO     PIC 9(11)V9(02) VALUE 0.
           01 WKS-LISTA-ANTIGUEDAD.
               02 FILLER PIC X(12) VALUE "AL CORRIENTE".
               02 FILLER PIC X(12) VALUE "1-30 DIAS".
               02 FILLER PIC X(12) VALUE "31-60 DIAS".
               02 FILLER PIC X(12) VALUE "61-90 DIAS".
               02 FILLER PIC X(12) VALUE "MAS DE 90".
           01 WKS-LISTA-ANT REDEFINES WKS-LISTA-ANTIGUEDAD.
               02 WK-NOMBRE-ANT OCCURS 5 TIMES PIC X(12).
           01 WKS-TABLA-ANTIGUEDAD.
               03 WK-ANTIGUEDAD OCCURS 5 TIMES.
                   05 WK-ANT-PRESTAMOS PIC 9(05).
                   05 WK-ANT-SALDO     PIC 9(11)V9(02).
                   05 WK-ANT-CUOTAS    PIC 9(05).
                   05 WK-ANT-VENCIDO   PIC 9(11)V9(02).
       REPORT SECTION.
           RD RD-CARTERA
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  050.
       01 RD-CAR-TITULOS TYPE IS PH.
           10 RD-CAR-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(040) VALUE
                 "CARTERA DE PRESTAMOS PERSONALES".
           10 RD-CAR-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(016) VALUE "FECHA DE CORTE: ".
               15 COLUMN 017 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
           10 RD-CAR-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(008) VALUE "PRESTAMO".
               15 COLUMN 010 PIC X(007) VALUE "CLIENTE".
               15 COLUMN 018 PIC X(006) VALUE "CUENTA".
               15 COLUMN 036 PIC X(014) VALUE "SALDO INSOLUTO".
               15 COLUMN 051 PIC X(004) VALUE "VENC".
               15 COLUMN 056 PIC X(005) VALUE "DIAS".
               15 COLUMN 062 PIC X(010) VALUE "ANTIGUEDAD".
       01 RD-CAR-DETALLE TYPE DETAIL.
           10 RD-CAR-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC 9(006) SOURCE PRE-NUMERO.
               15 COLUMN 010 PIC 9(006) SOURCE PRE-CLIENTE.
               15 COLUMN 018 PIC X(012) SOURCE PRE-CUENTA.
               15 COLUMN 035 PIC Z(8)9.99 SOURCE PRE-SALDO.
               15 COLUMN 051 PIC ZZ9 SOURCE PRE-VENCIDAS.
               15 COLUMN 055 PIC ZZZZ9 SOURCE WK-DIAS-ATRASO.
               15 COLUMN 062 PIC X(012) SOURCE
                   WK-NOMBRE-ANT (WK-IDX-ANT).
       01 RD-CAR-TOTALES TYPE IS RF.
           10 RD-CAR-TOT00 LINE PLUS 002.
               15 COLUMN 001 PIC X(012) VALUE "ANTIGUEDAD".
               15 COLUMN 015 PIC X(009) VALUE "PRESTAMOS".
               15 COLUMN 030 PIC X(014) VALUE "SALDO INSOLUTO".
               15 COLUMN 046 PIC X(006) VALUE "CUOTAS".
               15 COLUMN 055 PIC X(015) VALUE "IMPORTE VENCIDO".
           10 RD-CAR-TOT01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WK-NOMBRE-ANT (1).
               15 COLUMN 017 PIC ZZZZ9 SOURCE WK-ANT-PRESTAMOS (1).
               15 COLUMN 026 PIC Z(10)9.99 SOURCE WK-ANT-SALDO (1).
               15 COLUMN 046 PIC ZZZZ9 SOURCE WK-ANT-CUOTAS (1).
               15 COLUMN 055 PIC Z(10)9.99 SOURCE WK-ANT-VENCIDO (1).
           10 RD-CAR-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WK-NOMBRE-ANT (2).
               15 COLUMN 017 PIC ZZZZ9 SOURCE WK-ANT-PRESTAMOS (2).
               15 COLUMN 026 PIC Z(10)9.99 SOURCE WK-ANT-SALDO (2).
               15 COLUMN 046 PIC ZZZZ9 SOURCE WK-ANT-CUOTAS (2).
               15 COLUMN 055 PIC Z(10)9.99 SOURCE WK-ANT-VENCIDO (2).
           10 RD-CAR-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WK-NOMBRE-ANT (3).
               15 COLUMN 017 PIC ZZZZ9 SOURCE WK-ANT-PRESTAMOS (3).
               15 COLUMN 026 PIC Z(10)9.99 SOURCE WK-ANT-SALDO (3).
               15 COLUMN 046 PIC ZZZZ9 SOURCE WK-ANT-CUOTAS (3).
               15 COLUMN 055 PIC Z(10)9.99 SOURCE WK-ANT-VENCIDO (3).
           10 RD-CAR-TOT04 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WK-NOMBRE-ANT (4).
               15 COLUMN 017 PIC ZZZZ9 SOURCE WK-ANT-PRESTAMOS (4).
               15 COLUMN 026 PIC Z(10)9.99 SOURCE WK-ANT-SALDO (4).
               15 COLUMN 046 PIC ZZZZ9 SOURCE WK-ANT-CUOTAS (4).
               15 COLUMN 055 PIC Z(10)9.99 SOURCE WK-ANT-VENCIDO (4).
           10 RD-CAR-TOT05 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WK-NOMBRE-ANT (5).
               15 COLUMN 017 PIC ZZZZ9 SOURCE WK-ANT-PRESTAMOS (5).
               15 COLUMN 026 PIC Z(10)9.99 SOURCE WK-ANT-SALDO (5).
               15 COLUMN 046 PIC ZZZZ9 SOURCE WK-ANT-CUOTAS (5).
               15 COLUMN 055 PIC Z(10)9.99 SOURCE WK-ANT-VENCIDO (5).
           10 RD-CAR-TOT06 LINE PLUS 002.
               15 COLUMN 001 PIC X(012) VALUE "TOTAL".
               15 COLUMN 017 PIC ZZZZ9 SOURCE WK-TOTAL-PRESTAMOS.
               15 COLUMN 026 PIC Z(10)9.99 SOURCE WK-TOTAL-SALDO.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-PRESTAMO UNTIL WKS-EOF-PREST = 1
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-PREST
           INITIALIZE WKS-TABLA-ANTIGUEDAD
           PERFORM 1050-LEE-PARAMETRO
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-CALC
           PERFORM 1300-DIAS-COMERCIALES
           MOVE WK-DIAS-CALC TO WK-DIAS-HOY
           OPEN INPUT PRESTAMOS
           IF WKS-STATUS-PREST NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO PRESTAMOS, EL REPORTE "
                       "DE CARTERA SALE EN CEROS"
               MOVE 1 TO WKS-EOF-PREST
           END-IF
           MOVE "CARTERA" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (8:6)
           OPEN OUTPUT CARTERA
           INITIATE RD-CARTERA.
      *SECCION QUE TOMA LA FECHA DE CORTE DEL ARCHIVO DE PARAMETROS
      *CARTPARM SI EXISTE (PARA LA CORRIDA NOCTURNA DE FIN DE MES); SI
      *NO EXISTE SE TOMA EL DIA DE LA CORRIDA
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT CARTPARM
           IF WKS-STATUS-PARM = "00"
               READ CARTPARM
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
               CLOSE CARTPARM
           END-IF.
      *LOS DIAS DE ATRASO SE CUENTAN COMERCIALES (MESES DE 30)
       1300-DIAS-COMERCIALES.
           COMPUTE WK-DIAS-CALC = (WKS-FC-AA * 360) +
               (WKS-FC-MM * 30) + WKS-FC-DD.
       2000-LEE-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PREST
               NOT AT END
                   IF PRE-ESTATUS NOT = "L"
                       PERFORM 2100-CLASIFICA-PRESTAMO
                   END-IF
           END-READ.
       2100-CLASIFICA-PRESTAMO.
           MOVE 0 TO WK-DIAS-ATRASO
           IF PRE-VENCIDAS > 0 AND PRE-FECHA-ATRASO NOT = 0
               MOVE PRE-FECHA-ATRASO TO WKS-FECHA-CALC
               PERFORM 1300-DIAS-COMERCIALES
               IF WK-DIAS-HOY > WK-DIAS-CALC
                   COMPUTE WK-DIAS-ATRASO = WK-DIAS-HOY - WK-DIAS-CALC
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PRE-VENCIDAS = 0
                   MOVE 1 TO WK-IDX-ANT
               WHEN WK-DIAS-ATRASO <= 30
                   MOVE 2 TO WK-IDX-ANT
               WHEN WK-DIAS-ATRASO <= 60
                   MOVE 3 TO WK-IDX-ANT
               WHEN WK-DIAS-ATRASO <= 90
                   MOVE 4 TO WK-IDX-ANT
               WHEN OTHER
                   MOVE 5 TO WK-IDX-ANT
           END-EVALUATE
           COMPUTE WKS-IMPORTE-VENCIDO = PRE-CUOTA * PRE-VENCIDAS
           ADD 1 TO WK-ANT-PRESTAMOS (WK-IDX-ANT)
           ADD PRE-SALDO TO WK-ANT-SALDO (WK-IDX-ANT)
           ADD PRE-VENCIDAS TO WK-ANT-CUOTAS (WK-IDX-ANT)
           ADD WKS-IMPORTE-VENCIDO TO WK-ANT-VENCIDO (WK-IDX-ANT)
           ADD 1 TO WK-TOTAL-PRESTAMOS
           ADD PRE-SALDO TO WK-TOTAL-SALDO
           GENERATE RD-CAR-DETALLE.
       4500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMCARTE" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           TERMINATE RD-CARTERA
           CLOSE CARTERA
           IF WKS-STATUS-PREST NOT = "35"
               CLOSE PRESTAMOS
           END-IF
           PERFORM 4500-CATALOGA-REPORTE
           DISPLAY "REPORTE DE CARTERA TERMINADO"
           DISPLAY "  PRESTAMOS VIGENTES: " WK-TOTAL-PRESTAMOS
           DISPLAY "  SALDO INSOLUTO:     " WK-TOTAL-SALDO.
       END PROGRAM ATMCARTE.

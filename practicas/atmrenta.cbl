      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Rentabilidad por cuenta y por producto para el
      *           periodo de la tarjeta de parametros RENTPARM: con
      *           dos renglones son la fecha inicial y la final; con
      *           uno solo (como lo deja NOCTURNO) es la fecha de
      *           corrida y se toma el trimestre calendario anterior,
      *           igual que sin tarjeta. Recorre los
      *           historicos mensuales MOVARCH+AAMM de los meses del
      *           periodo y la bitacora viva MOVTOS, y por cada cuenta
      *           del maestro CUENTAS suma el interes pagado (INTERES
      *           de ATMINT e INT-PAGARE de ATMPAGAR), las comisiones
      *           cobradas por ATMCOMIS separadas en cuota de manejo y
      *           retiros excedentes, el saldo promedio diario del
      *           periodo y el numero de operaciones hechas en los
      *           cajeros. Los totales se agrupan por producto del
      *           catalogo PRODUCTOS.
      *           El reporte RENTA+AAMMDD (fecha final del periodo,
      *           catalogado en REPCAT para el visor REPVIEW) ordena
      *           los productos por margen (comisiones menos interes)
      *           y lista las cuentas que nos cuestan mas en interes
      *           de lo que dejan en comisiones. El extracto
      *           RENCSV+AAMMDD lleva un renglon por cuenta (C) y por
      *           producto (P) separado por comas, para que finanzas
      *           lo cargue en su hoja de calculo.
      *
      * Modificaciones:
      * 2026-10-15 LAHC La cuota de manejo con que se separa cada
      *                 COMISION es la que regia en la fecha del
      *                 movimiento segun la historia de tarifas del
      *                 producto (subprograma TARIFVIG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMRENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT MOVARCH ASSIGN USING WKS-NOMBRE-ARCH
               FILE STATUS IS WKS-STATUS-ARCH.
           SELECT RENTPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT RENTA ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RENCSV ASSIGN USING WKS-NOMBRE-CSV
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WKS-STATUS-CSV.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
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
           01 REG-ARCHIVO.
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
           FD RENTPARM.
           01 REG-RENTPARM.
               05 PAR-FECHA PIC 9(08).
           FD RENTA REPORT IS RD-RENTA.
      *EXTRACTO SEPARADO POR COMAS PARA LA HOJA DE CALCULO DE FINANZAS
           FD RENCSV.
           01 REG-CSV PIC X(160).
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-ARCH    PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-CSV     PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-NOMBRE-CSV     PIC X(12).
           01 WKS-NOMBRE-ARCH    PIC X(11).
           01 WKS-EOF-CUENTAS    PIC 9(01).
           01 WKS-EOF-PRODUC     PIC 9(01).
           01 WKS-EOF-MOVTOS     PIC 9(01).
           01 WKS-EOF-ARCH       PIC 9(01).
           01 WKS-FECHA-HOY      PIC 9(08).
           01 WKS-FECHA-INI      PIC 9(08).
           01 WKS-FECHA-FIN      PIC 9(08).
           01 WKS-FECHA-CALC     PIC 9(08).
           01 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
               03 FILLER         PIC 9(02).
               03 WKS-FC-AA      PIC 9(02).
               03 WKS-FC-MM      PIC 9(02).
               03 WKS-FC-DD      PIC 9(02).
      *DIAS ACUMULADOS ANTES DE CADA MES, PARA CONTAR DIAS ENTRE
      *FECHAS DEL PERIODO
           01 WKS-LISTA-ACUMULADOS.
               03 FILLER PIC 9(03) VALUE 000.
               03 FILLER PIC 9(03) VALUE 031.
               03 FILLER PIC 9(03) VALUE 059.
               03 FILLER PIC 9(03) VALUE 090.
               03 FILLER PIC 9(03) VALUE 120.
               03 FILLER PIC 9(03) VALUE 151.
               03 FILLER PIC 9(03) VALUE 181.
               03 FILLER PIC 9(03) VALUE 212.
               03 FILLER PIC 9(03) VALUE 243.
               03 FILLER PIC 9(03) VALUE 273.
               03 FILLER PIC 9(03) VALUE 304.
               03 FILLER PIC 9(03) VALUE 334.
           01 WKS-ACUMULADOS-R REDEFINES WKS-LISTA-ACUMULADOS.
               03 WK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
           01 WK-DIA-ABSOLUTO    PIC 9(07).
           01 WK-DIA-INI         PIC 9(07).
           01 WK-DIA-FIN         PIC 9(07).
           01 WK-DIAS-PERIODO    PIC 9(05).
           01 WK-DIAS-TRAMO      PIC 9(05).
           01 WK-BISIESTOS       PIC 9(03).
           01 WK-COCIENTE-AA     PIC 9(02).
           01 WK-RESIDUO-AA      PIC 9(01).
           01 WK-TRIMESTRE       PIC 9(01).
           01 WK-MES-INI         PIC 9(05).
           01 WK-MES-FIN         PIC 9(05).
           01 WK-MES-ARCHIVO     PIC 9(05).
           01 WK-ETIQ-AA         PIC 9(02).
           01 WK-ETIQ-MM         PIC 9(02).
      *MOVIMIENTO EN TURNO, VENGA DEL HISTORICO O DE LA BITACORA
           01 WKS-MOVTO.
               COPY MOVTOREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==WMV-NUMCUENTA==
                   ==NOMOPER== BY ==WMV-OPERACION==
                   ==NOMIMPORTE== BY ==WMV-IMPORTE==
                   ==NOMSALDO== BY ==WMV-SALDO==
                   ==NOMFECHA== BY ==WMV-FECHA==
                   ==NOMHORA== BY ==WMV-HORA==
                   ==NOMFOLIO== BY ==WMV-FOLIO==
                   ==NOMREFER== BY ==WMV-REFERENCIA==
                   ==NOMTERMINAL== BY ==WMV-TERMINAL==.
           01 WKS-SALDO-ANTES    PIC S9(09)V9(02).
           01 WKS-CUOTA-MANEJO   PIC 9(07)V9(02).
           01 WKS-PARTE-MANEJO   PIC S9(09)V9(02).
           01 WKS-ENCONTRADO     PIC X(01).
               88 WKS-CTA-ENCONTRADA VALUE "S".
           01 WK-MOVTOS-PERIODO  PIC 9(07) VALUE 0.
           01 WK-MOVTOS-SIN-CTA  PIC 9(07) VALUE 0.
           01 WK-TOTAL-CUENTAS   PIC 9(03).
           01 WK-MAX-CUENTAS     PIC 9(03) VALUE 500.
           01 WK-IDX-OP          PIC 9(03).
      *ACUMULADOS POR CUENTA; EL SALDO PROMEDIO SE ARMA CON LA SUMA DE
      *SALDO POR DIAS (EL SALDO QUE TUVO LA CUENTA POR CADA DIA QUE LO
      *MANTUVO) ENTRE LOS DIAS DEL PERIODO
           01 WKS-TABLA-RENTA.
               03 WK-CUENTA-REN OCCURS 1 TO 500 TIMES
                   DEPENDING ON WK-TOTAL-CUENTAS
                   ASCENDING KEY IS WK-NUMCUENTA
                   INDEXED BY WK-INDICE.
                   05 WK-NUMCUENTA     PIC X(12).
                   05 WK-PRODUCTO      PIC 9(02).
                   05 WK-SALDO-ACTUAL  PIC S9(09)V9(02).
                   05 WK-CON-MOVTO     PIC X(01).
                   05 WK-ULT-SALDO     PIC S9(09)V9(02).
                   05 WK-ULT-DIA       PIC 9(07).
                   05 WK-SALDO-DIAS    PIC S9(13)V9(02).
                   05 WK-INTERES       PIC S9(09)V9(02).
                   05 WK-COM-MANEJO    PIC S9(09)V9(02).
                   05 WK-COM-EXCESO    PIC S9(09)V9(02).
                   05 WK-OPS-ATM       PIC 9(07).
                   05 WK-PROMEDIO      PIC S9(09)V9(02).
                   05 WK-MARGEN        PIC S9(09)V9(02).
      *ACUMULADOS POR PRODUCTO; EL ULTIMO RENGLON CARGADO JUNTA LAS
      *CUENTAS CUYO PRODUCTO NO ESTA EN EL CATALOGO
           01 WK-TOTAL-PRODUCTOS PIC 9(02).
           01 WK-IDX-PROD        PIC 9(02).
           01 WK-IDX-HALLADO     PIC 9(02).
      *CONSULTA DE LA TARIFA VIGENTE AL SUBPROGRAMA TARIFVIG
           01 WKS-CONSULTA-TARIFA.
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
           01 WK-PRODUCTO-BUSCA  PIC 9(02).
           01 WK-IDX-MEJOR       PIC 9(02).
           01 WK-LUGAR           PIC 9(02).
           01 WKS-TABLA-PRODUCTOS.
               03 WK-PRODUCTO-CAT OCCURS 11 TIMES.
                   05 WK-PROD-CLAVE     PIC 9(02).
                   05 WK-PROD-DESCR     PIC X(20).
                   05 WK-PROD-CUOTA     PIC 9(05)V9(02).
                   05 WK-PROD-CUENTAS   PIC 9(05).
                   05 WK-PROD-INTERES   PIC S9(11)V9(02).
                   05 WK-PROD-MANEJO    PIC S9(11)V9(02).
                   05 WK-PROD-EXCESO    PIC S9(11)V9(02).
                   05 WK-PROD-MARGEN    PIC S9(11)V9(02).
                   05 WK-PROD-PROMEDIO  PIC S9(13)V9(02).
                   05 WK-PROD-OPS       PIC 9(07).
                   05 WK-PROD-LUGAR     PIC 9(02).
           01 WKS-TABLA-ORDEN.
               03 WK-ORDEN-PROD OCCURS 11 TIMES PIC 9(02).
           01 WK-CTAS-NEGATIVAS  PIC 9(05) VALUE 0.
           01 WK-TOT-INTERES     PIC S9(11)V9(02) VALUE 0.
           01 WK-TOT-COMISIONES  PIC S9(11)V9(02) VALUE 0.
           01 WK-TOT-MARGEN      PIC S9(11)V9(02) VALUE 0.
           01 WK-COMISIONES-CTA  PIC S9(09)V9(02).
           01 WK-COSTO-NETO      PIC S9(09)V9(02).
      *ARMADO DE LOS RENGLONES DEL EXTRACTO
           01 WKS-PTR-CSV        PIC 9(03).
           01 WKS-NUM-EDIT       PIC -(12)9.99.
           01 WKS-NUM-TXT        PIC X(16).
           01 WKS-BLANCOS        PIC 9(02).
       REPORT SECTION.
           RD RD-RENTA
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  054.
       01 RD-REN-TITULOS TYPE IS PH.
           10 RD-REN-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(050) VALUE
                 "RENTABILIDAD POR PRODUCTO Y POR CUENTA".
           10 RD-REN-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(009) VALUE "PERIODO: ".
               15 COLUMN 010 PIC 9999/99/99 SOURCE WKS-FECHA-INI.
               15 COLUMN 021 PIC X(001) VALUE "-".
               15 COLUMN 023 PIC 9999/99/99 SOURCE WKS-FECHA-FIN.
               15 COLUMN 035 PIC X(005) VALUE "DIAS:".
               15 COLUMN 041 PIC ZZZZ9 SOURCE WK-DIAS-PERIODO.
       01 RD-REN-PROD-TIT TYPE DETAIL.
           10 RD-REN-PTIT01 LINE PLUS 001.
               15 COLUMN 001 PIC X(050) VALUE
                 "PRODUCTOS ORDENADOS POR MARGEN".
           10 RD-REN-PTIT02 LINE PLUS 002.
               15 COLUMN 001 PIC X(004) VALUE "LUG".
               15 COLUMN 005 PIC X(008) VALUE "PRODUCTO".
               15 COLUMN 029 PIC X(005) VALUE "CTAS".
               15 COLUMN 035 PIC X(013) VALUE "INTERES PAG".
               15 COLUMN 049 PIC X(013) VALUE "COM MANEJO".
               15 COLUMN 063 PIC X(013) VALUE "COM EXCESO".
               15 COLUMN 077 PIC X(013) VALUE "MARGEN".
               15 COLUMN 091 PIC X(015) VALUE "SALDO PROMEDIO".
               15 COLUMN 107 PIC X(007) VALUE "OPS ATM".
       01 RD-REN-PRODUCTO TYPE DETAIL.
           10 RD-REN-PROD01 LINE PLUS 001.
               15 COLUMN 001 PIC ZZ9 SOURCE WK-LUGAR.
               15 COLUMN 005 PIC 99 SOURCE
                   WK-PROD-CLAVE (WK-IDX-PROD).
               15 COLUMN 008 PIC X(020) SOURCE
                   WK-PROD-DESCR (WK-IDX-PROD).
               15 COLUMN 029 PIC ZZZZ9 SOURCE
                   WK-PROD-CUENTAS (WK-IDX-PROD).
               15 COLUMN 035 PIC -(9)9.99 SOURCE
                   WK-PROD-INTERES (WK-IDX-PROD).
               15 COLUMN 049 PIC -(9)9.99 SOURCE
                   WK-PROD-MANEJO (WK-IDX-PROD).
               15 COLUMN 063 PIC -(9)9.99 SOURCE
                   WK-PROD-EXCESO (WK-IDX-PROD).
               15 COLUMN 077 PIC -(9)9.99 SOURCE
                   WK-PROD-MARGEN (WK-IDX-PROD).
               15 COLUMN 091 PIC -(11)9.99 SOURCE
                   WK-PROD-PROMEDIO (WK-IDX-PROD).
               15 COLUMN 107 PIC ZZZZZZ9 SOURCE
                   WK-PROD-OPS (WK-IDX-PROD).
       01 RD-REN-CTA-TIT TYPE DETAIL.
           10 RD-REN-CTIT01 LINE PLUS 003.
               15 COLUMN 001 PIC X(060) VALUE
                 "CUENTAS QUE PAGAN MAS INTERES DEL QUE DEJAN EN COMISIO
      -          "NES".
           10 RD-REN-CTIT02 LINE PLUS 002.
               15 COLUMN 001 PIC X(006) VALUE "CUENTA".
               15 COLUMN 014 PIC X(004) VALUE "PROD".
               15 COLUMN 019 PIC X(013) VALUE "INTERES PAG".
               15 COLUMN 033 PIC X(013) VALUE "COMISIONES".
               15 COLUMN 047 PIC X(013) VALUE "COSTO NETO".
               15 COLUMN 061 PIC X(015) VALUE "SALDO PROMEDIO".
               15 COLUMN 077 PIC X(007) VALUE "OPS ATM".
       01 RD-REN-CUENTA TYPE DETAIL.
           10 RD-REN-CTA01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE
                   WK-NUMCUENTA (WK-IDX-OP).
               15 COLUMN 015 PIC 99 SOURCE
                   WK-PRODUCTO (WK-IDX-OP).
               15 COLUMN 019 PIC -(9)9.99 SOURCE
                   WK-INTERES (WK-IDX-OP).
               15 COLUMN 033 PIC -(9)9.99 SOURCE WK-COMISIONES-CTA.
               15 COLUMN 047 PIC -(9)9.99 SOURCE WK-COSTO-NETO.
               15 COLUMN 061 PIC -(11)9.99 SOURCE
                   WK-PROMEDIO (WK-IDX-OP).
               15 COLUMN 077 PIC ZZZZZZ9 SOURCE
                   WK-OPS-ATM (WK-IDX-OP).
       01 RD-REN-TOTALES TYPE IS RF.
           10 RD-REN-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(030) VALUE "CUENTAS EN EL MAESTRO:".
               15 COLUMN 032 PIC ZZZZ9 SOURCE WK-TOTAL-CUENTAS.
           10 RD-REN-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE "CUENTAS CON COSTO NETO:".
               15 COLUMN 032 PIC ZZZZ9 SOURCE WK-CTAS-NEGATIVAS.
           10 RD-REN-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE "INTERES PAGADO TOTAL:".
               15 COLUMN 032 PIC -(11)9.99 SOURCE WK-TOT-INTERES.
           10 RD-REN-TOT04 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE "COMISIONES COBRADAS:".
               15 COLUMN 032 PIC -(11)9.99 SOURCE WK-TOT-COMISIONES.
           10 RD-REN-TOT05 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE "MARGEN TOTAL:".
               15 COLUMN 032 PIC -(11)9.99 SOURCE WK-TOT-MARGEN.
           10 RD-REN-TOT06 LINE PLUS 001.
               15 COLUMN 001 PIC X(030)
                   VALUE "MOVIMIENTOS DEL PERIODO:".
               15 COLUMN 032 PIC ZZZZZZ9 SOURCE WK-MOVTOS-PERIODO.
           10 RD-REN-TOT07 LINE PLUS 001.
               15 COLUMN 001 PIC X(030)
                   VALUE "  DE CUENTAS YA CERRADAS:".
               15 COLUMN 032 PIC ZZZZZZ9 SOURCE WK-MOVTOS-SIN-CTA.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-RECORRE-HISTORICOS
           PERFORM 2300-RECORRE-BITACORA
           PERFORM 3000-CIERRA-CUENTAS
           PERFORM 3500-ORDENA-PRODUCTOS
           PERFORM 4000-REPORTA
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WK-TOTAL-CUENTAS
           MOVE 0 TO WKS-EOF-CUENTAS
           PERFORM 1050-LEE-PARAMETRO
           IF WKS-FECHA-INI (3:6) > WKS-FECHA-FIN (3:6)
               DISPLAY "LA FECHA INICIAL DEL PERIODO ES POSTERIOR A "
                       "LA FINAL, REVISE LA TARJETA RENTPARM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WKS-FECHA-INI TO WKS-FECHA-CALC
           PERFORM 2900-DIA-ABSOLUTO
           MOVE WK-DIA-ABSOLUTO TO WK-DIA-INI
           COMPUTE WK-MES-INI = (WKS-FC-AA * 12) + WKS-FC-MM
           MOVE WKS-FECHA-FIN TO WKS-FECHA-CALC
           PERFORM 2900-DIA-ABSOLUTO
           MOVE WK-DIA-ABSOLUTO TO WK-DIA-FIN
           COMPUTE WK-MES-FIN = (WKS-FC-AA * 12) + WKS-FC-MM
           COMPUTE WK-DIAS-PERIODO = WK-DIA-FIN - WK-DIA-INI + 1
           OPEN INPUT CUENTAS
           IF WKS-STATUS-CUENTAS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO CUENTAS, NO HAY "
                       "CUENTAS QUE ANALIZAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-CARGA-CUENTA UNTIL WKS-EOF-CUENTAS = 1
           CLOSE CUENTAS
           PERFORM 1200-CARGA-PRODUCTOS.
      *SECCION QUE TOMA EL PERIODO DEL ARCHIVO DE PARAMETROS RENTPARM
      *SI EXISTE; SI NO EXISTE SE TOMA EL TRIMESTRE CALENDARIO
      *ANTERIOR AL DIA DE LA CORRIDA
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-HOY FROM DATE
           OPEN INPUT RENTPARM
           IF WKS-STATUS-PARM = "00"
               READ RENTPARM
                   AT END
                       CONTINUE
                   NOT AT END
      *LA TARJETA PUEDE TRAER LAS FECHAS COMO AAAAMMDD O COMO
      *00AAMMDD (EL FORMATO INTERNO DE ACCEPT FROM DATE); SOLO
      *CUENTAN LOS SEIS DIGITOS BAJOS
                       MOVE 0 TO WKS-FECHA-HOY
                       MOVE PAR-FECHA (3:6) TO WKS-FECHA-HOY (3:6)
               END-READ
           END-IF
           PERFORM 1060-TRIMESTRE-ANTERIOR
           IF WKS-STATUS-PARM = "00"
               READ RENTPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WKS-FECHA-HOY TO WKS-FECHA-INI
                       MOVE 0 TO WKS-FECHA-FIN
                       MOVE PAR-FECHA (3:6) TO WKS-FECHA-FIN (3:6)
               END-READ
           END-IF
           IF WKS-STATUS-PARM NOT = "35"
               CLOSE RENTPARM
           END-IF.
       1060-TRIMESTRE-ANTERIOR.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-CALC
           COMPUTE WK-TRIMESTRE = (WKS-FC-MM - 1) / 3
           IF WK-TRIMESTRE = 0
               SUBTRACT 1 FROM WKS-FC-AA
               MOVE 4 TO WK-TRIMESTRE
           END-IF
           COMPUTE WKS-FC-MM = (WK-TRIMESTRE * 3) - 2
           MOVE 1 TO WKS-FC-DD
           MOVE WKS-FECHA-CALC TO WKS-FECHA-INI
           COMPUTE WKS-FC-MM = WK-TRIMESTRE * 3
           IF WKS-FC-MM = 3 OR WKS-FC-MM = 12
               MOVE 31 TO WKS-FC-DD
           ELSE
               MOVE 30 TO WKS-FC-DD
           END-IF
           MOVE WKS-FECHA-CALC TO WKS-FECHA-FIN.
       1100-CARGA-CUENTA.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-CUENTAS
               NOT AT END
                   IF WK-TOTAL-CUENTAS < WK-MAX-CUENTAS
                       ADD 1 TO WK-TOTAL-CUENTAS
                       INITIALIZE WK-CUENTA-REN (WK-TOTAL-CUENTAS)
                       MOVE REG-NUMCUENTA
                           TO WK-NUMCUENTA (WK-TOTAL-CUENTAS)
                       MOVE REG-PRODUCTO
                           TO WK-PRODUCTO (WK-TOTAL-CUENTAS)
                       MOVE REG-SALDO
                           TO WK-SALDO-ACTUAL (WK-TOTAL-CUENTAS)
                       MOVE "N"
                           TO WK-CON-MOVTO (WK-TOTAL-CUENTAS)
                   ELSE
                       DISPLAY "TABLA LLENA, SE IGNORA LA CUENTA: "
                               REG-NUMCUENTA
                   END-IF
           END-READ.
       1200-CARGA-PRODUCTOS.
           MOVE 0 TO WK-TOTAL-PRODUCTOS
           MOVE 0 TO WKS-EOF-PRODUC
           INITIALIZE WKS-TABLA-PRODUCTOS
           OPEN INPUT PRODUCTOS
           IF WKS-STATUS-PRODUC NOT = "00"
               DISPLAY "NO EXISTE EL CATALOGO PRODUCTOS, TODAS LAS "
                       "CUENTAS SALEN SIN PRODUCTO"
               MOVE 1 TO WKS-EOF-PRODUC
           END-IF
           PERFORM 1210-CARGA-PRODUCTO UNTIL WKS-EOF-PRODUC = 1
           IF WKS-STATUS-PRODUC NOT = "35"
               CLOSE PRODUCTOS
           END-IF
           ADD 1 TO WK-TOTAL-PRODUCTOS
           MOVE 0 TO WK-PROD-CLAVE (WK-TOTAL-PRODUCTOS)
           MOVE "SIN CATALOGO" TO WK-PROD-DESCR (WK-TOTAL-PRODUCTOS).
       1210-CARGA-PRODUCTO.
           READ PRODUCTOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-PRODUC
               NOT AT END
                   IF WK-TOTAL-PRODUCTOS < 10
                       ADD 1 TO WK-TOTAL-PRODUCTOS
                       MOVE PRO-CLAVE
                           TO WK-PROD-CLAVE (WK-TOTAL-PRODUCTOS)
                       MOVE PRO-DESCRIPCION
                           TO WK-PROD-DESCR (WK-TOTAL-PRODUCTOS)
                       MOVE PRO-COMISION
                           TO WK-PROD-CUOTA (WK-TOTAL-PRODUCTOS)
                   END-IF
           END-READ.
      *LOS HISTORICOS SE RECORREN DEL MES MAS VIEJO AL MAS NUEVO Y
      *DESPUES LA BITACORA VIVA, PARA QUE LOS SALDOS DE CADA CUENTA
      *SE VEAN EN ORDEN DE FECHA
       2000-RECORRE-HISTORICOS.
           PERFORM 2100-RECORRE-UN-MES
               VARYING WK-MES-ARCHIVO FROM WK-MES-INI BY 1
               UNTIL WK-MES-ARCHIVO > WK-MES-FIN.
       2100-RECORRE-UN-MES.
           COMPUTE WK-ETIQ-AA = (WK-MES-ARCHIVO - 1) / 12
           COMPUTE WK-ETIQ-MM = WK-MES-ARCHIVO - (WK-ETIQ-AA * 12)
           MOVE "MOVARCH" TO WKS-NOMBRE-ARCH
           MOVE WK-ETIQ-AA TO WKS-NOMBRE-ARCH (8:2)
           MOVE WK-ETIQ-MM TO WKS-NOMBRE-ARCH (10:2)
           MOVE 0 TO WKS-EOF-ARCH
           OPEN INPUT MOVARCH
           IF WKS-STATUS-ARCH NOT = "00"
               MOVE 1 TO WKS-EOF-ARCH
           ELSE
               PERFORM 2200-LEE-HISTORICO
                   UNTIL WKS-EOF-ARCH = 1
               CLOSE MOVARCH
           END-IF.
       2200-LEE-HISTORICO.
           READ MOVARCH
               AT END
                   MOVE 1 TO WKS-EOF-ARCH
               NOT AT END
                   MOVE REG-ARCHIVO TO WKS-MOVTO
                   PERFORM 2500-APLICA-MOVIMIENTO
           END-READ.
       2300-RECORRE-BITACORA.
           MOVE 0 TO WKS-EOF-MOVTOS
           OPEN INPUT MOVTOS
           IF WKS-STATUS-MOVTOS NOT = "00"
               MOVE 1 TO WKS-EOF-MOVTOS
           ELSE
               PERFORM 2400-LEE-MOVIMIENTO
                   UNTIL WKS-EOF-MOVTOS = 1
               CLOSE MOVTOS
           END-IF.
       2400-LEE-MOVIMIENTO.
           READ MOVTOS
               AT END
                   MOVE 1 TO WKS-EOF-MOVTOS
               NOT AT END
                   MOVE REG-MOVIMIENTO TO WKS-MOVTO
                   PERFORM 2500-APLICA-MOVIMIENTO
           END-READ.
      *CADA MOVIMIENTO DEL PERIODO CIERRA EL TRAMO DE DIAS QUE LA
      *CUENTA TUVO EL SALDO ANTERIOR Y ABRE UNO NUEVO CON EL SALDO
      *QUE DEJO EL MOVIMIENTO
       2500-APLICA-MOVIMIENTO.
           IF WMV-FECHA (3:6) NOT < WKS-FECHA-INI (3:6) AND
              WMV-FECHA (3:6) NOT > WKS-FECHA-FIN (3:6)
               ADD 1 TO WK-MOVTOS-PERIODO
               MOVE "N" TO WKS-ENCONTRADO
               SET WK-INDICE TO 1
               SEARCH ALL WK-CUENTA-REN
                   AT END
                       CONTINUE
                   WHEN WK-NUMCUENTA (WK-INDICE) = WMV-NUMCUENTA
                       MOVE "S" TO WKS-ENCONTRADO
               END-SEARCH
               IF WKS-CTA-ENCONTRADA
                   PERFORM 2510-ACUMULA-SALDO
                   PERFORM 2520-CLASIFICA
               ELSE
                   ADD 1 TO WK-MOVTOS-SIN-CTA
               END-IF
           END-IF.
       2510-ACUMULA-SALDO.
           MOVE WMV-FECHA TO WKS-FECHA-CALC
           PERFORM 2900-DIA-ABSOLUTO
           IF WK-CON-MOVTO (WK-INDICE) = "N"
               PERFORM 2515-SALDO-ANTERIOR
               MOVE WKS-SALDO-ANTES TO WK-ULT-SALDO (WK-INDICE)
               MOVE WK-DIA-INI TO WK-ULT-DIA (WK-INDICE)
               MOVE "S" TO WK-CON-MOVTO (WK-INDICE)
           END-IF
           IF WK-DIA-ABSOLUTO > WK-ULT-DIA (WK-INDICE)
               COMPUTE WK-DIAS-TRAMO =
                   WK-DIA-ABSOLUTO - WK-ULT-DIA (WK-INDICE)
               COMPUTE WK-SALDO-DIAS (WK-INDICE) =
                   WK-SALDO-DIAS (WK-INDICE) +
                   WK-ULT-SALDO (WK-INDICE) * WK-DIAS-TRAMO
               MOVE WK-DIA-ABSOLUTO TO WK-ULT-DIA (WK-INDICE)
           END-IF
           MOVE WMV-SALDO TO WK-ULT-SALDO (WK-INDICE).
      *EL SALDO CON QUE LA CUENTA ENTRO AL PERIODO SE DEDUCE DEL
      *PRIMER MOVIMIENTO: SE LE QUITA EL ABONO O SE LE REGRESA EL
      *CARGO; LAS OPERACIONES QUE NO MUEVEN EL SALDO EN LIBROS
      *(RETENCIONES, CAMBIOS DE NIP, ALTAS) LO DEJAN IGUAL
       2515-SALDO-ANTERIOR.
           EVALUATE WMV-OPERACION
               WHEN "DEPOSITO"
               WHEN "DEP-CHEQUE"
               WHEN "TRANSF-REC"
               WHEN "INTERES"
               WHEN "INT-PAGARE"
               WHEN "VEN-PAGARE"
               WHEN "DISP-PREST"
               WHEN "PAGO-QUEJA"
                   COMPUTE WKS-SALDO-ANTES = WMV-SALDO - WMV-IMPORTE
               WHEN "RETIRO"
               WHEN "TRANSF-ENV"
               WHEN "COMISION"
               WHEN "PAGO-SERV"
               WHEN "INT-SOBREG"
               WHEN "PAGO-PREST"
               WHEN "INV-PAGARE"
               WHEN "EJEC-EMBARGO"
                   COMPUTE WKS-SALDO-ANTES = WMV-SALDO + WMV-IMPORTE
               WHEN OTHER
                   MOVE WMV-SALDO TO WKS-SALDO-ANTES
           END-EVALUATE.
      *EL COBRO DE ATMCOMIS ES UN SOLO MOVIMIENTO COMISION CON LA
      *CUOTA DE MANEJO MAS LOS RETIROS EXCEDENTES; HASTA LA CUOTA DE
      *MANEJO DEL PRODUCTO SE CUENTA COMO MANEJO Y LO DEMAS COMO
      *EXCESO DE RETIROS
       2520-CLASIFICA.
           EVALUATE WMV-OPERACION
               WHEN "INTERES"
               WHEN "INT-PAGARE"
                   ADD WMV-IMPORTE TO WK-INTERES (WK-INDICE)
               WHEN "COMISION"
                   PERFORM 2530-CUOTA-PRODUCTO
                   IF WMV-IMPORTE > WKS-CUOTA-MANEJO
                       MOVE WKS-CUOTA-MANEJO TO WKS-PARTE-MANEJO
                   ELSE
                       MOVE WMV-IMPORTE TO WKS-PARTE-MANEJO
                   END-IF
                   ADD WKS-PARTE-MANEJO TO WK-COM-MANEJO (WK-INDICE)
                   COMPUTE WK-COM-EXCESO (WK-INDICE) =
                       WK-COM-EXCESO (WK-INDICE) + WMV-IMPORTE -
                       WKS-PARTE-MANEJO
           END-EVALUATE
           IF WMV-TERMINAL NOT = "LOTE" AND
              WMV-TERMINAL NOT = "VENT" AND
              WMV-TERMINAL NOT = SPACES
               ADD 1 TO WK-OPS-ATM (WK-INDICE)
           END-IF.
      *LA CUOTA ES LA QUE REGIA EL DIA DEL COBRO; SIN HISTORIA DE
      *TARIFAS ES LA DEL CATALOGO
       2530-CUOTA-PRODUCTO.
           MOVE WK-PRODUCTO (WK-INDICE) TO WK-PRODUCTO-BUSCA
           PERFORM 3200-BUSCA-PRODUCTO
           MOVE WK-PROD-CUOTA (WK-IDX-HALLADO) TO WKS-CUOTA-MANEJO
           MOVE WK-PRODUCTO-BUSCA TO TVG-PRODUCTO
           MOVE WMV-FECHA TO TVG-FECHA
           CALL "TARIFVIG" USING WKS-CONSULTA-TARIFA
           IF TVG-HALLADO = "S"
               MOVE TVG-COMISION TO WKS-CUOTA-MANEJO
           END-IF.
      *NUMERO DE DIA CORRIDO DESDE EL 2000 DE LA FECHA 00AAMMDD QUE
      *VIENE EN WKS-FECHA-CALC (LOS ANOS MULTIPLOS DE 4 SON BISIESTOS)
       2900-DIA-ABSOLUTO.
           COMPUTE WK-BISIESTOS = (WKS-FC-AA + 3) / 4
           DIVIDE WKS-FC-AA BY 4 GIVING WK-COCIENTE-AA
               REMAINDER WK-RESIDUO-AA
           IF WKS-FC-MM < 1 OR WKS-FC-MM > 12
               MOVE 1 TO WKS-FC-MM
           END-IF
           COMPUTE WK-DIA-ABSOLUTO = (WKS-FC-AA * 365) +
               WK-BISIESTOS + WK-DIAS-ACUM (WKS-FC-MM) + WKS-FC-DD
           IF WK-RESIDUO-AA = 0 AND WKS-FC-MM > 2
               ADD 1 TO WK-DIA-ABSOLUTO
           END-IF.
      *AL FINAL DEL PERIODO CADA CUENTA CIERRA SU ULTIMO TRAMO DE
      *DIAS; UNA CUENTA SIN MOVIMIENTOS EN EL PERIODO SE PROMEDIA CON
      *SU SALDO ACTUAL DEL MAESTRO
       3000-CIERRA-CUENTAS.
           PERFORM 3100-CIERRA-CUENTA
               VARYING WK-IDX-OP FROM 1 BY 1
               UNTIL WK-IDX-OP > WK-TOTAL-CUENTAS.
       3100-CIERRA-CUENTA.
           IF WK-CON-MOVTO (WK-IDX-OP) = "N"
               MOVE WK-SALDO-ACTUAL (WK-IDX-OP)
                   TO WK-ULT-SALDO (WK-IDX-OP)
               MOVE WK-DIA-INI TO WK-ULT-DIA (WK-IDX-OP)
           END-IF
           COMPUTE WK-DIAS-TRAMO =
               WK-DIA-FIN - WK-ULT-DIA (WK-IDX-OP) + 1
           COMPUTE WK-SALDO-DIAS (WK-IDX-OP) =
               WK-SALDO-DIAS (WK-IDX-OP) +
               WK-ULT-SALDO (WK-IDX-OP) * WK-DIAS-TRAMO
           COMPUTE WK-PROMEDIO (WK-IDX-OP) ROUNDED =
               WK-SALDO-DIAS (WK-IDX-OP) / WK-DIAS-PERIODO
           COMPUTE WK-MARGEN (WK-IDX-OP) =
               WK-COM-MANEJO (WK-IDX-OP) + WK-COM-EXCESO (WK-IDX-OP)
               - WK-INTERES (WK-IDX-OP)
           MOVE WK-PRODUCTO (WK-IDX-OP) TO WK-PRODUCTO-BUSCA
           PERFORM 3200-BUSCA-PRODUCTO
           ADD 1 TO WK-PROD-CUENTAS (WK-IDX-HALLADO)
           ADD WK-INTERES (WK-IDX-OP)
               TO WK-PROD-INTERES (WK-IDX-HALLADO)
           ADD WK-COM-MANEJO (WK-IDX-OP)
               TO WK-PROD-MANEJO (WK-IDX-HALLADO)
           ADD WK-COM-EXCESO (WK-IDX-OP)
               TO WK-PROD-EXCESO (WK-IDX-HALLADO)
           ADD WK-MARGEN (WK-IDX-OP)
               TO WK-PROD-MARGEN (WK-IDX-HALLADO)
           ADD WK-PROMEDIO (WK-IDX-OP)
               TO WK-PROD-PROMEDIO (WK-IDX-HALLADO)
           ADD WK-OPS-ATM (WK-IDX-OP)
               TO WK-PROD-OPS (WK-IDX-HALLADO)
           ADD WK-INTERES (WK-IDX-OP) TO WK-TOT-INTERES
           ADD WK-COM-MANEJO (WK-IDX-OP) TO WK-TOT-COMISIONES
           ADD WK-COM-EXCESO (WK-IDX-OP) TO WK-TOT-COMISIONES
           ADD WK-MARGEN (WK-IDX-OP) TO WK-TOT-MARGEN.
      *UN PRODUCTO QUE NO ESTA EN EL CATALOGO CAE EN EL ULTIMO
      *RENGLON (SIN CATALOGO)
       3200-BUSCA-PRODUCTO.
           MOVE WK-TOTAL-PRODUCTOS TO WK-IDX-HALLADO
           PERFORM 3210-COMPARA-PRODUCTO
               VARYING WK-IDX-PROD FROM 1 BY 1
               UNTIL WK-IDX-PROD >= WK-TOTAL-PRODUCTOS.
       3210-COMPARA-PRODUCTO.
           IF WK-PROD-CLAVE (WK-IDX-PROD) = WK-PRODUCTO-BUSCA
               MOVE WK-IDX-PROD TO WK-IDX-HALLADO
           END-IF.
      *LOS PRODUCTOS SE ORDENAN POR MARGEN DE MAYOR A MENOR: EN CADA
      *LUGAR SE ESCOGE EL DE MAYOR MARGEN QUE AUN NO TIENE LUGAR
       3500-ORDENA-PRODUCTOS.
           PERFORM 3510-SIGUIENTE-LUGAR
               VARYING WK-LUGAR FROM 1 BY 1
               UNTIL WK-LUGAR > WK-TOTAL-PRODUCTOS.
       3510-SIGUIENTE-LUGAR.
           MOVE 0 TO WK-IDX-MEJOR
           PERFORM 3520-COMPARA-MARGEN
               VARYING WK-IDX-PROD FROM 1 BY 1
               UNTIL WK-IDX-PROD > WK-TOTAL-PRODUCTOS
           MOVE WK-LUGAR TO WK-PROD-LUGAR (WK-IDX-MEJOR)
           MOVE WK-IDX-MEJOR TO WK-ORDEN-PROD (WK-LUGAR).
       3520-COMPARA-MARGEN.
           IF WK-PROD-LUGAR (WK-IDX-PROD) = 0
               IF WK-IDX-MEJOR = 0
                   MOVE WK-IDX-PROD TO WK-IDX-MEJOR
               ELSE
                   IF WK-PROD-MARGEN (WK-IDX-PROD) >
                      WK-PROD-MARGEN (WK-IDX-MEJOR)
                       MOVE WK-IDX-PROD TO WK-IDX-MEJOR
                   END-IF
               END-IF
           END-IF.
       4000-REPORTA.
           MOVE "RENTA" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-FIN (3:6) TO WKS-NOMBRE-REP (6:6)
           MOVE "RENCSV" TO WKS-NOMBRE-CSV
           MOVE WKS-FECHA-FIN (3:6) TO WKS-NOMBRE-CSV (7:6)
           OPEN OUTPUT RENTA
           OPEN OUTPUT RENCSV
           MOVE SPACES TO REG-CSV
           STRING "TIPO,CUENTA,PRODUCTO,DESCRIPCION,CUENTAS,"
                      DELIMITED BY SIZE
                  "INTERES_PAGADO,COMISION_MANEJO,COMISION_EXCESO,"
                      DELIMITED BY SIZE
                  "MARGEN,SALDO_PROMEDIO,OPERACIONES_ATM,LUGAR"
                      DELIMITED BY SIZE
               INTO REG-CSV
           WRITE REG-CSV
           INITIATE RD-RENTA
           GENERATE RD-REN-PROD-TIT
           PERFORM 4100-REPORTA-PRODUCTO
               VARYING WK-LUGAR FROM 1 BY 1
               UNTIL WK-LUGAR > WK-TOTAL-PRODUCTOS
           GENERATE RD-REN-CTA-TIT
           PERFORM 4200-REPORTA-CUENTA
               VARYING WK-IDX-OP FROM 1 BY 1
               UNTIL WK-IDX-OP > WK-TOTAL-CUENTAS
           TERMINATE RD-RENTA
           CLOSE RENTA
           CLOSE RENCSV
           PERFORM 4500-CATALOGA-REPORTE.
      *EL RENGLON SIN CATALOGO SOLO SALE SI ALGUNA CUENTA CAYO AHI
       4100-REPORTA-PRODUCTO.
           MOVE WK-ORDEN-PROD (WK-LUGAR) TO WK-IDX-PROD
           IF WK-IDX-PROD < WK-TOTAL-PRODUCTOS OR
              WK-PROD-CUENTAS (WK-IDX-PROD) > 0
               GENERATE RD-REN-PRODUCTO
               PERFORM 4310-EXTRACTO-PRODUCTO
           END-IF.
       4200-REPORTA-CUENTA.
           COMPUTE WK-COMISIONES-CTA =
               WK-COM-MANEJO (WK-IDX-OP) + WK-COM-EXCESO (WK-IDX-OP)
           IF WK-INTERES (WK-IDX-OP) > WK-COMISIONES-CTA
               COMPUTE WK-COSTO-NETO =
                   WK-INTERES (WK-IDX-OP) - WK-COMISIONES-CTA
               ADD 1 TO WK-CTAS-NEGATIVAS
               GENERATE RD-REN-CUENTA
           END-IF
           PERFORM 4300-EXTRACTO-CUENTA.
       4300-EXTRACTO-CUENTA.
           MOVE SPACES TO REG-CSV
           MOVE 1 TO WKS-PTR-CSV
           STRING "C," DELIMITED BY SIZE
                  WK-NUMCUENTA (WK-IDX-OP) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WK-PRODUCTO (WK-IDX-OP) DELIMITED BY SIZE
                  ",,1," DELIMITED BY SIZE
               INTO REG-CSV WITH POINTER WKS-PTR-CSV
           MOVE WK-INTERES (WK-IDX-OP) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-COM-MANEJO (WK-IDX-OP) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-COM-EXCESO (WK-IDX-OP) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-MARGEN (WK-IDX-OP) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-PROMEDIO (WK-IDX-OP) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           STRING WK-OPS-ATM (WK-IDX-OP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO REG-CSV WITH POINTER WKS-PTR-CSV
           WRITE REG-CSV.
       4310-EXTRACTO-PRODUCTO.
           MOVE SPACES TO REG-CSV
           MOVE 1 TO WKS-PTR-CSV
           STRING "P,," DELIMITED BY SIZE
                  WK-PROD-CLAVE (WK-IDX-PROD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-PROD-DESCR (WK-IDX-PROD) DELIMITED BY "  "
               INTO REG-CSV WITH POINTER WKS-PTR-CSV
           IF REG-CSV (WKS-PTR-CSV - 1:1) = SPACE
               SUBTRACT 1 FROM WKS-PTR-CSV
           END-IF
           STRING "," DELIMITED BY SIZE
                  WK-PROD-CUENTAS (WK-IDX-PROD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO REG-CSV WITH POINTER WKS-PTR-CSV
           MOVE WK-PROD-INTERES (WK-IDX-PROD) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-PROD-MANEJO (WK-IDX-PROD) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-PROD-EXCESO (WK-IDX-PROD) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-PROD-MARGEN (WK-IDX-PROD) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           MOVE WK-PROD-PROMEDIO (WK-IDX-PROD) TO WKS-NUM-EDIT
           PERFORM 4400-AGREGA-NUMERO
           STRING WK-PROD-OPS (WK-IDX-PROD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-LUGAR DELIMITED BY SIZE
               INTO REG-CSV WITH POINTER WKS-PTR-CSV
           WRITE REG-CSV.
      *AGREGA AL RENGLON DEL EXTRACTO EL IMPORTE EDITADO SIN LOS
      *BLANCOS DE LA IZQUIERDA, SEGUIDO DE UNA COMA
       4400-AGREGA-NUMERO.
           MOVE 0 TO WKS-BLANCOS
           INSPECT WKS-NUM-EDIT TALLYING WKS-BLANCOS
               FOR LEADING SPACES
           MOVE SPACES TO WKS-NUM-TXT
           MOVE WKS-NUM-EDIT (WKS-BLANCOS + 1:16 - WKS-BLANCOS)
               TO WKS-NUM-TXT
           STRING WKS-NUM-TXT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
               INTO REG-CSV WITH POINTER WKS-PTR-CSV.
       4500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMRENTA" TO CAT-PROGRAMA
           MOVE WKS-FECHA-FIN TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           DISPLAY "RENTABILIDAD POR PRODUCTO TERMINADA"
           DISPLAY "  PERIODO:             " WKS-FECHA-INI " A "
                   WKS-FECHA-FIN
           DISPLAY "  CUENTAS ANALIZADAS:  " WK-TOTAL-CUENTAS
           DISPLAY "  CON COSTO NETO:      " WK-CTAS-NEGATIVAS
           DISPLAY "  MOVIMIENTOS:         " WK-MOVTOS-PERIODO
           DISPLAY "  EXTRACTO GENERADO:   " WKS-NOMBRE-CSV.
       END PROGRAM ATMRENTA.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Recertificacion trimestral de operadores. Por cada
      *           operador de OPERADORES lista su perfil, su ultimo
      *           ingreso correcto y sus intentos fallidos en el
      *           periodo (bitacora ACCESOS que deja CONTROL), los
      *           programas del menu que de verdad corrio en el
      *           periodo con cuantas veces (bitacora JORNADA), su
      *           supervisor responsable y como queda su
      *           certificacion (maestro OPERCERT). Bloquea solo a:
      *           - quien no ha ingresado en 90 dias (sin ingresos se
      *             cuenta desde su alta en OPERCERT);
      *           - quien tiene un ciclo de recertificacion abierto
      *             hace mas de 15 dias sin que su supervisor lo haya
      *             recertificado en OPERMANT (opcion 6).
      *           Abre un ciclo nuevo al operador cuya ultima
      *           certificacion cumplio el periodo de 90 dias. Cada
      *           bloqueo queda en la bitacora BLOQUEOS (subprograma
      *           BITBLOQ) con RECERTOP como quien lo hizo. La clave de
      *           casa ADMIN nunca se bloquea aqui: es la que permite
      *           desbloquear a los demas.
      *           Sale el detalle al archivo fechado RECEREP+AAMMDD y
      *           las hojas de firma, una por supervisor (y una para
      *           los operadores sin supervisor), al archivo HOJAREC+
      *           AAMMDD; los dos quedan en el catalogo REPCAT. La
      *           fecha de corte se toma de la tarjeta RECPARM si
      *           existe; si no, es el dia de la corrida. Termina con
      *           codigo 4 si bloqueo a alguien.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTOP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WKS-STATUS-OPER.
           SELECT OPERCERT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CER-CLAVE
               FILE STATUS IS WKS-STATUS-CERT.
           SELECT ACCESOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-ACCESOS.
           SELECT JORNADA ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-JORNADA.
           SELECT RECPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT RECEREP ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HOJAREC ASSIGN USING WKS-NOMBRE-HOJA
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD OPERADORES.
           01 REG-OPERADOR.
               COPY OPERREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==OPE-CLAVE==
                   ==NOMNOMBRE== BY ==OPE-NOMBRE==
                   ==NOMPASSWORD== BY ==OPE-PASSWORD==
                   ==NOMPERFIL== BY ==OPE-PERFIL==
                   ==NOMINTENTOS== BY ==OPE-INTENTOS==
                   ==NOMBLOQ== BY ==OPE-BLOQUEADO==.
           FD OPERCERT.
           01 REG-OPERCERT.
               COPY CERTOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==CER-CLAVE==
                   ==NOMSUPERV== BY ==CER-SUPERVISOR==
                   ==NOMFECALTA== BY ==CER-FECHA-ALTA==
                   ==NOMFECCERT== BY ==CER-FECHA-CERT==
                   ==NOMCERTIFICA== BY ==CER-CERTIFICA==
                   ==NOMFECCICLO== BY ==CER-FECHA-CICLO==.
           FD ACCESOS.
           01 REG-ACCESO.
               COPY ACCESREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==ACC-FECHA==
                   ==NOMHORA== BY ==ACC-HORA==
                   ==NOMOPERADOR== BY ==ACC-OPERADOR==
                   ==NOMPROGRAMA== BY ==ACC-PROGRAMA==
                   ==NOMRESULTADO== BY ==ACC-RESULTADO==.
           FD JORNADA.
           01 REG-JORNADA.
               05 JOR-FECHA       PIC 9(08).
               05 JOR-OPERADOR    PIC X(08).
               05 JOR-PROGRAMA    PIC X(08).
               05 JOR-HORA-INICIO PIC 9(08).
               05 JOR-HORA-FIN    PIC 9(08).
               05 JOR-CODIGO      PIC 9(04).
           FD RECPARM.
           01 REG-RECPARM.
               05 PAR-FECHA PIC 9(08).
           FD RECEREP REPORT IS RD-RECERT.
           FD HOJAREC.
           01 REG-HOJA PIC X(80).
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-OPER    PIC X(02).
           01 WKS-STATUS-CERT    PIC X(02).
           01 WKS-STATUS-ACCESOS PIC X(02).
           01 WKS-STATUS-JORNADA PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-NOMBRE-HOJA    PIC X(14).
           01 WKS-ARCHIVO-CAT    PIC X(14).
           01 WKS-EOF-OPER       PIC 9(01).
           01 WKS-EOF-ACCESOS    PIC 9(01).
           01 WKS-EOF-JORNADA    PIC 9(01).
           01 WKS-FECHA-REPORTE  PIC 9(08).
      *PERIODO DE RECERTIFICACION, DIAS SIN INGRESO ANTES DEL BLOQUEO
      *Y PLAZO DEL SUPERVISOR PARA RECERTIFICAR UN CICLO ABIERTO
           01 WK-DIAS-PERIODO    PIC 9(03) VALUE 90.
           01 WK-DIAS-INACTIVO   PIC 9(03) VALUE 90.
           01 WK-DIAS-PLAZO      PIC 9(03) VALUE 15.
      *CALCULO DE DIAS DESDE EL 01/01/2000 (MISMO METODO DE ATMPLD)
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
           01 WK-DIA-HOY         PIC 9(06).
           01 WK-DIAS-TRANSC     PIC S9(06).
      *UN RENGLON POR OPERADOR CON LO QUE SE JUNTA DE LAS BITACORAS Y
      *HASTA 15 PROGRAMAS DISTINTOS CORRIDOS EN EL PERIODO
           01 WK-IDX-OPE         PIC 9(03).
           01 WK-IDX-BUSCA       PIC 9(03).
           01 WK-IDX-PRG         PIC 9(02).
           01 WK-IDX-BUSCA-PRG   PIC 9(02).
           01 WK-TOTAL-OPER      PIC 9(03) VALUE 0.
           01 WK-OMITIDOS        PIC 9(05) VALUE 0.
           01 WKS-CLAVE-BUSCA    PIC X(08).
           01 WKS-TABLA-OPERADORES.
               02 WK-OPE OCCURS 200 TIMES.
                   05 WK-OPE-CLAVE      PIC X(08).
                   05 WK-OPE-NOMBRE     PIC X(30).
                   05 WK-OPE-PERFIL     PIC X(01).
                   05 WK-OPE-BLOQUEADO  PIC X(01).
                   05 WK-OPE-ULTIMO     PIC 9(08).
                   05 WK-OPE-FALLIDOS   PIC 9(04).
                   05 WK-OPE-SUPERVISOR PIC X(08).
                   05 WK-OPE-CICLO      PIC 9(08).
                   05 WK-OPE-ESTADO     PIC X(10).
                   05 WK-OPE-PROGRAMAS  PIC 9(02).
                   05 WK-OPE-PRG OCCURS 15 TIMES.
                       10 WK-PRG-PROGRAMA PIC X(08).
                       10 WK-PRG-VECES    PIC 9(04).
      *SUPERVISORES QUE TIENEN OPERADORES A SU CARGO, PARA LAS HOJAS
           01 WK-IDX-SUP         PIC 9(02).
           01 WK-TOTAL-SUP       PIC 9(02) VALUE 0.
           01 WKS-TABLA-SUPERVISORES.
               02 WK-SUP OCCURS 50 TIMES.
                   05 WK-SUP-CLAVE  PIC X(08).
           01 WKS-SUP-ACTUAL     PIC X(08).
           01 WK-SUP-RENGLONES   PIC 9(03).
      *CONTADORES DE LA CORRIDA
           01 WK-TOTAL-BLOQ-INACT PIC 9(05) VALUE 0.
           01 WK-TOTAL-BLOQ-PLAZO PIC 9(05) VALUE 0.
           01 WK-TOTAL-CICLOS     PIC 9(05) VALUE 0.
           01 WK-TOTAL-PENDIENTES PIC 9(05) VALUE 0.
      *BLOQUEO QUE SE PASA AL SUBPROGRAMA BITBLOQ
           01 WKS-BLOQUEO.
               COPY BLOQUREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==BBL-FECHA==
                   ==NOMHORA== BY ==BBL-HORA==
                   ==NOMOPERADOR== BY ==BBL-OPERADOR==
                   ==NOMACCION== BY ==BBL-ACCION==
                   ==NOMQUIEN== BY ==BBL-QUIEN==
                   ==NOMMOTIVO== BY ==BBL-MOTIVO==.
      *CAMPOS DE IMPRESION
           01 WKS-DET-CLAVE      PIC X(08).
           01 WKS-DET-NOMBRE     PIC X(30).
           01 WKS-DET-PERFIL     PIC X(01).
           01 WKS-DET-BLOQUEADO  PIC X(01).
           01 WKS-DET-ULTIMO     PIC 9(08).
           01 WK-DET-FALLIDOS    PIC 9(04).
           01 WKS-DET-SUPERVISOR PIC X(08).
           01 WKS-DET-ESTADO     PIC X(10).
           01 WKS-LINEA-OPCIONES.
               02 WK-LIN-OPC OCCURS 4 TIMES.
                   05 WKS-LIN-PROGRAMA PIC X(08).
                   05 WK-LIN-VECES     PIC 9(04).
           01 WK-IDX-LIN         PIC 9(01).
           01 WKS-HOJA-FECHA     PIC 9999/99/99.
           01 WKS-HOJA-FALLIDOS  PIC ZZZ9.
       REPORT SECTION.
           RD RD-RECERT
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 007
               LAST DETAIL  054.
       01 RD-REC-TITULOS TYPE IS PH.
           10 RD-REC-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(036) VALUE
                 "RECERTIFICACION DE ACCESO OPERADORES".
           10 RD-REC-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-REPORTE.
               15 COLUMN 021 PIC X(017) VALUE "PERIODO: ULTIMOS".
               15 COLUMN 039 PIC ZZ9 SOURCE WK-DIAS-PERIODO.
               15 COLUMN 043 PIC X(004) VALUE "DIAS".
           10 RD-REC-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(005) VALUE "CLAVE".
               15 COLUMN 010 PIC X(006) VALUE "NOMBRE".
               15 COLUMN 036 PIC X(002) VALUE "PF".
               15 COLUMN 039 PIC X(002) VALUE "BL".
               15 COLUMN 042 PIC X(007) VALUE "INGRESO".
               15 COLUMN 053 PIC X(004) VALUE "FALL".
               15 COLUMN 058 PIC X(005) VALUE "SUPER".
               15 COLUMN 067 PIC X(006) VALUE "ESTADO".
       01 RD-REC-DETALLE TYPE DETAIL.
           10 RD-REC-DET01 LINE PLUS 002.
               15 COLUMN 001 PIC X(08) SOURCE WKS-DET-CLAVE.
               15 COLUMN 010 PIC X(25) SOURCE WKS-DET-NOMBRE.
               15 COLUMN 036 PIC X(01) SOURCE WKS-DET-PERFIL.
               15 COLUMN 039 PIC X(01) SOURCE WKS-DET-BLOQUEADO.
               15 COLUMN 042 PIC 9999/99/99 SOURCE WKS-DET-ULTIMO.
               15 COLUMN 053 PIC ZZZ9 SOURCE WK-DET-FALLIDOS.
               15 COLUMN 058 PIC X(08) SOURCE WKS-DET-SUPERVISOR.
               15 COLUMN 067 PIC X(10) SOURCE WKS-DET-ESTADO.
       01 RD-REC-OPCIONES TYPE DETAIL.
           10 RD-REC-OPC01 LINE PLUS 001.
               15 COLUMN 005 PIC X(08) SOURCE WKS-LIN-PROGRAMA (1).
               15 COLUMN 014 PIC ZZZZ  SOURCE WK-LIN-VECES (1).
               15 COLUMN 020 PIC X(08) SOURCE WKS-LIN-PROGRAMA (2).
               15 COLUMN 029 PIC ZZZZ  SOURCE WK-LIN-VECES (2).
               15 COLUMN 035 PIC X(08) SOURCE WKS-LIN-PROGRAMA (3).
               15 COLUMN 044 PIC ZZZZ  SOURCE WK-LIN-VECES (3).
               15 COLUMN 050 PIC X(08) SOURCE WKS-LIN-PROGRAMA (4).
               15 COLUMN 059 PIC ZZZZ  SOURCE WK-LIN-VECES (4).
       01 RD-REC-SIN-USO TYPE DETAIL.
           10 RD-REC-SIN01 LINE PLUS 001.
               15 COLUMN 005 PIC X(033) VALUE
                 "SIN USO DEL MENU EN EL PERIODO".
       01 RD-REC-TOTALES TYPE IS RF.
           10 RD-REC-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(032) VALUE
                 "OPERADORES REVISADOS:".
               15 COLUMN 034 PIC ZZ9 SOURCE WK-TOTAL-OPER.
           10 RD-REC-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(032) VALUE
                 "BLOQUEADOS POR INACTIVIDAD:".
               15 COLUMN 034 PIC ZZZZ9 SOURCE WK-TOTAL-BLOQ-INACT.
           10 RD-REC-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(032) VALUE
                 "BLOQUEADOS POR PLAZO VENCIDO:".
               15 COLUMN 034 PIC ZZZZ9 SOURCE WK-TOTAL-BLOQ-PLAZO.
           10 RD-REC-TOT04 LINE PLUS 001.
               15 COLUMN 001 PIC X(032) VALUE
                 "CICLOS ABIERTOS EN ESTA CORRIDA:".
               15 COLUMN 034 PIC ZZZZ9 SOURCE WK-TOTAL-CICLOS.
           10 RD-REC-TOT05 LINE PLUS 001.
               15 COLUMN 001 PIC X(032) VALUE
                 "PENDIENTES DE RECERTIFICAR:".
               15 COLUMN 034 PIC ZZZZ9 SOURCE WK-TOTAL-PENDIENTES.
           10 RD-REC-TOT06 LINE PLUS 001.
               15 COLUMN 001 PIC X(032) VALUE
                 "SIN LUGAR EN LA TABLA (200):".
               15 COLUMN 034 PIC ZZZZ9 SOURCE WK-OMITIDOS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGA-OPERADOR UNTIL WKS-EOF-OPER = 1
           PERFORM 3000-LEE-ACCESOS
           PERFORM 4000-LEE-JORNADA
           PERFORM 5000-REVISA-OPERADOR
               VARYING WK-IDX-OPE FROM 1 BY 1
               UNTIL WK-IDX-OPE > WK-TOTAL-OPER
           PERFORM 6000-REPORTA
           PERFORM 7000-HOJAS-FIRMA
           PERFORM 9000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-OPER
           PERFORM 1100-LEE-PARAMETRO
           MOVE WKS-FECHA-REPORTE TO WKS-FECHA-CALC
           PERFORM 8000-DIA-ABSOLUTO
           MOVE WK-DIA-ABS TO WK-DIA-HOY
           OPEN I-O OPERADORES
           IF WKS-STATUS-OPER NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES, NO HAY "
                       "NADA QUE RECERTIFICAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O OPERCERT
           IF WKS-STATUS-CERT = "35"
               OPEN OUTPUT OPERCERT
               CLOSE OPERCERT
               OPEN I-O OPERCERT
           END-IF
           MOVE LOW-VALUES TO OPE-CLAVE
           START OPERADORES KEY IS NOT LESS THAN OPE-CLAVE
               INVALID KEY
                   MOVE 1 TO WKS-EOF-OPER
           END-START.
       1100-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-REPORTE FROM DATE
           OPEN INPUT RECPARM
           IF WKS-STATUS-PARM = "00"
               READ RECPARM
                   AT END
                       CONTINUE
                   NOT AT END
      *LA TARJETA PUEDE TRAER LA FECHA COMO AAAAMMDD O COMO
      *00AAMMDD (EL FORMATO INTERNO DE ACCEPT FROM DATE); SOLO
      *CUENTAN LOS SEIS DIGITOS BAJOS
                       MOVE 0 TO WKS-FECHA-REPORTE
                       MOVE PAR-FECHA (3:6)
                           TO WKS-FECHA-REPORTE (3:6)
               END-READ
               CLOSE RECPARM
           END-IF.
       2000-CARGA-OPERADOR.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-OPER
               NOT AT END
                   IF WK-TOTAL-OPER < 200
                       ADD 1 TO WK-TOTAL-OPER
                       MOVE WK-TOTAL-OPER TO WK-IDX-OPE
                       INITIALIZE WK-OPE (WK-IDX-OPE)
                       MOVE OPE-CLAVE     TO WK-OPE-CLAVE (WK-IDX-OPE)
                       MOVE OPE-NOMBRE    TO WK-OPE-NOMBRE (WK-IDX-OPE)
                       MOVE OPE-PERFIL    TO WK-OPE-PERFIL (WK-IDX-OPE)
                       MOVE OPE-BLOQUEADO
                           TO WK-OPE-BLOQUEADO (WK-IDX-OPE)
                   ELSE
                       ADD 1 TO WK-OMITIDOS
                   END-IF
           END-READ.
      *BUSCA EN LA TABLA LA CLAVE QUE DEJO EL QUE LLAMA EN
      *WKS-CLAVE-BUSCA; SI NO ESTA, WK-IDX-OPE QUEDA EN CERO
       2100-BUSCA-OPERADOR.
           MOVE 0 TO WK-IDX-OPE
           PERFORM 2110-COMPARA-OPERADOR
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > WK-TOTAL-OPER.
       2110-COMPARA-OPERADOR.
           IF WK-OPE-CLAVE (WK-IDX-BUSCA) = WKS-CLAVE-BUSCA
               MOVE WK-IDX-BUSCA TO WK-IDX-OPE
           END-IF.
      *LA BITACORA DE ACCESOS ES OPCIONAL: SI NO EXISTE, NADIE HA
      *INGRESADO DESDE QUE SE EMPEZO A LLEVAR Y LA INACTIVIDAD SE
      *CUENTA DESDE EL ALTA EN OPERCERT
       3000-LEE-ACCESOS.
           MOVE 0 TO WKS-EOF-ACCESOS
           OPEN INPUT ACCESOS
           IF WKS-STATUS-ACCESOS = "00"
               PERFORM 3100-ACUMULA-ACCESO UNTIL WKS-EOF-ACCESOS = 1
               CLOSE ACCESOS
           ELSE
               DISPLAY "NO EXISTE LA BITACORA DE ACCESOS, SE TOMA LA "
                       "FECHA DE ALTA COMO ULTIMO INGRESO"
           END-IF.
       3100-ACUMULA-ACCESO.
           READ ACCESOS
               AT END
                   MOVE 1 TO WKS-EOF-ACCESOS
               NOT AT END
                   IF ACC-FECHA NOT > WKS-FECHA-REPORTE
                       MOVE ACC-OPERADOR TO WKS-CLAVE-BUSCA
                       PERFORM 2100-BUSCA-OPERADOR
                       IF WK-IDX-OPE NOT = 0
                           PERFORM 3200-CUENTA-ACCESO
                       END-IF
                   END-IF
           END-READ.
       3200-CUENTA-ACCESO.
           IF ACC-RESULTADO = "OK"
               IF ACC-FECHA > WK-OPE-ULTIMO (WK-IDX-OPE)
                   MOVE ACC-FECHA TO WK-OPE-ULTIMO (WK-IDX-OPE)
               END-IF
           ELSE
               IF ACC-RESULTADO = "FALLO" OR "BLOQUEO" OR "NEGADO"
                   MOVE ACC-FECHA TO WKS-FECHA-CALC
                   PERFORM 8000-DIA-ABSOLUTO
                   IF WK-DIA-HOY - WK-DIA-ABS < WK-DIAS-PERIODO
                       ADD 1 TO WK-OPE-FALLIDOS (WK-IDX-OPE)
                   END-IF
               END-IF
           END-IF.
      *DE LA BITACORA DE SESION SALEN LOS PROGRAMAS DEL MENU QUE EL
      *OPERADOR CORRIO EN EL PERIODO; PASADOS LOS 15 DISTINTOS YA NO
      *SE DETALLAN
       4000-LEE-JORNADA.
           MOVE 0 TO WKS-EOF-JORNADA
           OPEN INPUT JORNADA
           IF WKS-STATUS-JORNADA = "00"
               PERFORM 4100-ACUMULA-SESION UNTIL WKS-EOF-JORNADA = 1
               CLOSE JORNADA
           END-IF.
       4100-ACUMULA-SESION.
           READ JORNADA
               AT END
                   MOVE 1 TO WKS-EOF-JORNADA
               NOT AT END
                   IF JOR-FECHA NOT > WKS-FECHA-REPORTE
                       MOVE JOR-FECHA TO WKS-FECHA-CALC
                       PERFORM 8000-DIA-ABSOLUTO
                       IF WK-DIA-HOY - WK-DIA-ABS < WK-DIAS-PERIODO
                           MOVE JOR-OPERADOR TO WKS-CLAVE-BUSCA
                           PERFORM 2100-BUSCA-OPERADOR
                           IF WK-IDX-OPE NOT = 0
                               PERFORM 4200-CUENTA-PROGRAMA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       4200-CUENTA-PROGRAMA.
           MOVE 0 TO WK-IDX-PRG
           PERFORM 4210-COMPARA-PROGRAMA
               VARYING WK-IDX-BUSCA-PRG FROM 1 BY 1
               UNTIL WK-IDX-BUSCA-PRG > WK-OPE-PROGRAMAS (WK-IDX-OPE)
           IF WK-IDX-PRG = 0 AND WK-OPE-PROGRAMAS (WK-IDX-OPE) < 15
               ADD 1 TO WK-OPE-PROGRAMAS (WK-IDX-OPE)
               MOVE WK-OPE-PROGRAMAS (WK-IDX-OPE) TO WK-IDX-PRG
               MOVE JOR-PROGRAMA
                   TO WK-PRG-PROGRAMA (WK-IDX-OPE, WK-IDX-PRG)
               MOVE 0 TO WK-PRG-VECES (WK-IDX-OPE, WK-IDX-PRG)
           END-IF
           IF WK-IDX-PRG NOT = 0
               ADD 1 TO WK-PRG-VECES (WK-IDX-OPE, WK-IDX-PRG)
           END-IF.
       4210-COMPARA-PROGRAMA.
           IF WK-PRG-PROGRAMA (WK-IDX-OPE, WK-IDX-BUSCA-PRG)
                  = JOR-PROGRAMA
               MOVE WK-IDX-BUSCA-PRG TO WK-IDX-PRG
           END-IF.
      *EL OPERADOR QUE NO TIENE REGISTRO EN OPERCERT LO GANA CON LA
      *FECHA DE CORTE COMO ALTA Y CERTIFICACION, SIN SUPERVISOR
       5000-REVISA-OPERADOR.
           MOVE WK-OPE-CLAVE (WK-IDX-OPE) TO CER-CLAVE
           READ OPERCERT
               INVALID KEY
                   MOVE WK-OPE-CLAVE (WK-IDX-OPE) TO CER-CLAVE
                   MOVE SPACES            TO CER-SUPERVISOR
                   MOVE WKS-FECHA-REPORTE TO CER-FECHA-ALTA
                   MOVE WKS-FECHA-REPORTE TO CER-FECHA-CERT
                   MOVE "RECERTOP"        TO CER-CERTIFICA
                   MOVE 0                 TO CER-FECHA-CICLO
                   WRITE REG-OPERCERT
           END-READ
           MOVE CER-SUPERVISOR TO WK-OPE-SUPERVISOR (WK-IDX-OPE)
           IF WK-OPE-BLOQUEADO (WK-IDX-OPE) = "S"
               MOVE "BLOQUEADO" TO WK-OPE-ESTADO (WK-IDX-OPE)
               IF CER-FECHA-CICLO NOT = 0
                   MOVE 0 TO CER-FECHA-CICLO
                   REWRITE REG-OPERCERT
               END-IF
           ELSE
               PERFORM 5100-REVISA-ACTIVO
           END-IF
           MOVE CER-FECHA-CICLO TO WK-OPE-CICLO (WK-IDX-OPE)
           IF WK-OPE-ESTADO (WK-IDX-OPE) = "PENDIENTE"
               ADD 1 TO WK-TOTAL-PENDIENTES
           END-IF
           IF WK-OPE-SUPERVISOR (WK-IDX-OPE) NOT = SPACES
               PERFORM 5500-ANOTA-SUPERVISOR
           END-IF.
      *PRIMERO LA INACTIVIDAD; SI SIGUE ACTIVO, EL PLAZO DEL CICLO
      *ABIERTO O, SIN CICLO, SI YA LE TOCA UNO NUEVO
       5100-REVISA-ACTIVO.
           IF WK-OPE-ULTIMO (WK-IDX-OPE) = 0
               MOVE CER-FECHA-ALTA TO WKS-FECHA-CALC
           ELSE
               MOVE WK-OPE-ULTIMO (WK-IDX-OPE) TO WKS-FECHA-CALC
           END-IF
           PERFORM 8000-DIA-ABSOLUTO
           COMPUTE WK-DIAS-TRANSC = WK-DIA-HOY - WK-DIA-ABS
           IF WK-DIAS-TRANSC > WK-DIAS-INACTIVO AND
              WK-OPE-CLAVE (WK-IDX-OPE) NOT = "ADMIN"
               MOVE "SIN INGRESO EN 90 DIAS" TO BBL-MOTIVO
               PERFORM 5200-BLOQUEA-OPERADOR
               MOVE "BLOQ INACT" TO WK-OPE-ESTADO (WK-IDX-OPE)
               ADD 1 TO WK-TOTAL-BLOQ-INACT
               MOVE 0 TO CER-FECHA-CICLO
               REWRITE REG-OPERCERT
           ELSE
               IF CER-FECHA-CICLO NOT = 0
                   PERFORM 5110-REVISA-PLAZO
               ELSE
                   PERFORM 5120-REVISA-CICLO-NUEVO
               END-IF
           END-IF.
       5110-REVISA-PLAZO.
           MOVE CER-FECHA-CICLO TO WKS-FECHA-CALC
           PERFORM 8000-DIA-ABSOLUTO
           COMPUTE WK-DIAS-TRANSC = WK-DIA-HOY - WK-DIA-ABS
           IF WK-DIAS-TRANSC > WK-DIAS-PLAZO AND
              WK-OPE-CLAVE (WK-IDX-OPE) NOT = "ADMIN"
               MOVE "NO RECERTIFICADO A TIEMPO" TO BBL-MOTIVO
               PERFORM 5200-BLOQUEA-OPERADOR
               MOVE "BLOQ PLAZO" TO WK-OPE-ESTADO (WK-IDX-OPE)
               ADD 1 TO WK-TOTAL-BLOQ-PLAZO
               MOVE 0 TO CER-FECHA-CICLO
               REWRITE REG-OPERCERT
           ELSE
               MOVE "PENDIENTE" TO WK-OPE-ESTADO (WK-IDX-OPE)
           END-IF.
       5120-REVISA-CICLO-NUEVO.
           MOVE CER-FECHA-CERT TO WKS-FECHA-CALC
           PERFORM 8000-DIA-ABSOLUTO
           COMPUTE WK-DIAS-TRANSC = WK-DIA-HOY - WK-DIA-ABS
           IF CER-FECHA-CERT = 0 OR
              WK-DIAS-TRANSC NOT < WK-DIAS-PERIODO
               MOVE WKS-FECHA-REPORTE TO CER-FECHA-CICLO
               REWRITE REG-OPERCERT
               MOVE "PENDIENTE" TO WK-OPE-ESTADO (WK-IDX-OPE)
               ADD 1 TO WK-TOTAL-CICLOS
           ELSE
               MOVE "VIGENTE" TO WK-OPE-ESTADO (WK-IDX-OPE)
           END-IF.
       5200-BLOQUEA-OPERADOR.
           MOVE WK-OPE-CLAVE (WK-IDX-OPE) TO OPE-CLAVE
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO OPE-BLOQUEADO
                   REWRITE REG-OPERADOR
                   MOVE "S" TO WK-OPE-BLOQUEADO (WK-IDX-OPE)
                   MOVE 4 TO RETURN-CODE
                   MOVE OPE-CLAVE  TO BBL-OPERADOR
                   MOVE "BLOQUEO"  TO BBL-ACCION
                   MOVE "RECERTOP" TO BBL-QUIEN
                   CALL "BITBLOQ" USING WKS-BLOQUEO
           END-READ.
       5500-ANOTA-SUPERVISOR.
           MOVE 0 TO WK-IDX-SUP
           PERFORM 5510-COMPARA-SUPERVISOR
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > WK-TOTAL-SUP
           IF WK-IDX-SUP = 0 AND WK-TOTAL-SUP < 50
               ADD 1 TO WK-TOTAL-SUP
               MOVE WK-OPE-SUPERVISOR (WK-IDX-OPE)
                   TO WK-SUP-CLAVE (WK-TOTAL-SUP)
           END-IF.
       5510-COMPARA-SUPERVISOR.
           IF WK-SUP-CLAVE (WK-IDX-BUSCA)
                  = WK-OPE-SUPERVISOR (WK-IDX-OPE)
               MOVE WK-IDX-BUSCA TO WK-IDX-SUP
           END-IF.
       6000-REPORTA.
           MOVE "RECEREP" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-REPORTE (3:6) TO WKS-NOMBRE-REP (8:6)
           OPEN OUTPUT RECEREP
           INITIATE RD-RECERT
           PERFORM 6100-REPORTA-OPERADOR
               VARYING WK-IDX-OPE FROM 1 BY 1
               UNTIL WK-IDX-OPE > WK-TOTAL-OPER
           TERMINATE RD-RECERT
           CLOSE RECEREP
           MOVE WKS-NOMBRE-REP TO WKS-ARCHIVO-CAT
           PERFORM 9100-CATALOGA-REPORTE.
       6100-REPORTA-OPERADOR.
           MOVE WK-OPE-CLAVE (WK-IDX-OPE)      TO WKS-DET-CLAVE
           MOVE WK-OPE-NOMBRE (WK-IDX-OPE)     TO WKS-DET-NOMBRE
           MOVE WK-OPE-PERFIL (WK-IDX-OPE)     TO WKS-DET-PERFIL
           MOVE WK-OPE-BLOQUEADO (WK-IDX-OPE)  TO WKS-DET-BLOQUEADO
           MOVE WK-OPE-ULTIMO (WK-IDX-OPE)     TO WKS-DET-ULTIMO
           MOVE WK-OPE-FALLIDOS (WK-IDX-OPE)   TO WK-DET-FALLIDOS
           MOVE WK-OPE-SUPERVISOR (WK-IDX-OPE) TO WKS-DET-SUPERVISOR
           MOVE WK-OPE-ESTADO (WK-IDX-OPE)     TO WKS-DET-ESTADO
           GENERATE RD-REC-DETALLE
           IF WK-OPE-PROGRAMAS (WK-IDX-OPE) = 0
               GENERATE RD-REC-SIN-USO
           ELSE
               MOVE SPACES TO WKS-LINEA-OPCIONES
               MOVE 0 TO WK-IDX-LIN
               PERFORM 6200-ARMA-OPCION
                   VARYING WK-IDX-PRG FROM 1 BY 1
                   UNTIL WK-IDX-PRG > WK-OPE-PROGRAMAS (WK-IDX-OPE)
               IF WK-IDX-LIN NOT = 0
                   PERFORM 6300-IMPRIME-OPCIONES
               END-IF
           END-IF.
      *CUATRO PROGRAMAS POR RENGLON, CADA UNO CON SUS VECES
       6200-ARMA-OPCION.
           ADD 1 TO WK-IDX-LIN
           MOVE WK-PRG-PROGRAMA (WK-IDX-OPE, WK-IDX-PRG)
               TO WKS-LIN-PROGRAMA (WK-IDX-LIN)
           MOVE WK-PRG-VECES (WK-IDX-OPE, WK-IDX-PRG)
               TO WK-LIN-VECES (WK-IDX-LIN)
           IF WK-IDX-LIN = 4
               PERFORM 6300-IMPRIME-OPCIONES
           END-IF.
       6300-IMPRIME-OPCIONES.
           PERFORM 6310-LIMPIA-VECES
               VARYING WK-IDX-LIN FROM 1 BY 1
               UNTIL WK-IDX-LIN > 4
           GENERATE RD-REC-OPCIONES
           MOVE SPACES TO WKS-LINEA-OPCIONES
           MOVE 0 TO WK-IDX-LIN.
      *LAS POSICIONES QUE QUEDARON VACIAS SALEN EN BLANCO
       6310-LIMPIA-VECES.
           IF WKS-LIN-PROGRAMA (WK-IDX-LIN) = SPACES
               MOVE 0 TO WK-LIN-VECES (WK-IDX-LIN)
           END-IF.
      *UNA HOJA POR SUPERVISOR CON LOS OPERADORES QUE RESPONDEN A EL
      *Y UNA AL FINAL CON LOS QUE NO TIENEN SUPERVISOR ASIGNADO; LOS
      *BLOQUEADOS NO SE RECERTIFICAN Y NO ENTRAN EN LAS HOJAS
       7000-HOJAS-FIRMA.
           MOVE "HOJAREC" TO WKS-NOMBRE-HOJA
           MOVE WKS-FECHA-REPORTE (3:6) TO WKS-NOMBRE-HOJA (8:6)
           OPEN OUTPUT HOJAREC
           PERFORM 7100-HOJA-SUPERVISOR
               VARYING WK-IDX-SUP FROM 1 BY 1
               UNTIL WK-IDX-SUP > WK-TOTAL-SUP
           MOVE SPACES TO WKS-SUP-ACTUAL
           PERFORM 7200-ARMA-HOJA
           CLOSE HOJAREC
           MOVE WKS-NOMBRE-HOJA TO WKS-ARCHIVO-CAT
           PERFORM 9100-CATALOGA-REPORTE.
       7100-HOJA-SUPERVISOR.
           MOVE WK-SUP-CLAVE (WK-IDX-SUP) TO WKS-SUP-ACTUAL
           PERFORM 7200-ARMA-HOJA.
       7200-ARMA-HOJA.
           MOVE 0 TO WK-SUP-RENGLONES
           MOVE SPACES TO REG-HOJA
           MOVE "HOJA DE RECERTIFICACION DE OPERADORES"
               TO REG-HOJA (10:37)
           WRITE REG-HOJA AFTER ADVANCING PAGE
           MOVE SPACES TO REG-HOJA
           MOVE "FECHA DE CORTE:" TO REG-HOJA (1:15)
           MOVE WKS-FECHA-REPORTE TO WKS-HOJA-FECHA
           MOVE WKS-HOJA-FECHA TO REG-HOJA (17:10)
           MOVE "SUPERVISOR:" TO REG-HOJA (35:11)
           IF WKS-SUP-ACTUAL = SPACES
               MOVE "SIN SUPERVISOR" TO REG-HOJA (47:14)
           ELSE
               MOVE WKS-SUP-ACTUAL TO REG-HOJA (47:8)
           END-IF
           WRITE REG-HOJA AFTER ADVANCING 2 LINES
           MOVE SPACES TO REG-HOJA
           MOVE "MARQUE SI PARA CONSERVAR EL ACCESO O NO PARA "
               TO REG-HOJA (1:45)
           MOVE "RETIRARLO" TO REG-HOJA (46:9)
           WRITE REG-HOJA AFTER ADVANCING 2 LINES
           MOVE SPACES TO REG-HOJA
           MOVE "Y CAPTURELO EN OPERMANT OPCION 6 DENTRO DE"
               TO REG-HOJA (1:42)
           MOVE WK-DIAS-PLAZO TO REG-HOJA (44:3)
           MOVE "DIAS DEL CICLO" TO REG-HOJA (48:14)
           WRITE REG-HOJA
           MOVE SPACES TO REG-HOJA
           MOVE "CLAVE"    TO REG-HOJA (1:5)
           MOVE "NOMBRE"   TO REG-HOJA (10:6)
           MOVE "PF"       TO REG-HOJA (36:2)
           MOVE "INGRESO"  TO REG-HOJA (39:7)
           MOVE "FALL"     TO REG-HOJA (50:4)
           MOVE "ESTADO"   TO REG-HOJA (55:6)
           MOVE "SI  NO"   TO REG-HOJA (66:6)
           WRITE REG-HOJA AFTER ADVANCING 2 LINES
           PERFORM 7300-RENGLON-HOJA
               VARYING WK-IDX-OPE FROM 1 BY 1
               UNTIL WK-IDX-OPE > WK-TOTAL-OPER
           IF WK-SUP-RENGLONES = 0
               MOVE SPACES TO REG-HOJA
               MOVE "SIN OPERADORES ACTIVOS A SU CARGO"
                   TO REG-HOJA (1:33)
               WRITE REG-HOJA AFTER ADVANCING 2 LINES
           END-IF
           MOVE SPACES TO REG-HOJA
           MOVE "FIRMA DEL SUPERVISOR: ______________________________"
               TO REG-HOJA (1:52)
           WRITE REG-HOJA AFTER ADVANCING 4 LINES
           MOVE SPACES TO REG-HOJA
           MOVE "FECHA: ______________" TO REG-HOJA (1:21)
           WRITE REG-HOJA AFTER ADVANCING 2 LINES.
       7300-RENGLON-HOJA.
           IF WK-OPE-SUPERVISOR (WK-IDX-OPE) = WKS-SUP-ACTUAL AND
              WK-OPE-BLOQUEADO (WK-IDX-OPE) NOT = "S"
               ADD 1 TO WK-SUP-RENGLONES
               MOVE SPACES TO REG-HOJA
               MOVE WK-OPE-CLAVE (WK-IDX-OPE)  TO REG-HOJA (1:8)
               MOVE WK-OPE-NOMBRE (WK-IDX-OPE) TO REG-HOJA (10:25)
               MOVE WK-OPE-PERFIL (WK-IDX-OPE) TO REG-HOJA (36:1)
               MOVE WK-OPE-ULTIMO (WK-IDX-OPE) TO WKS-HOJA-FECHA
               MOVE WKS-HOJA-FECHA TO REG-HOJA (39:10)
               MOVE WK-OPE-FALLIDOS (WK-IDX-OPE) TO WKS-HOJA-FALLIDOS
               MOVE WKS-HOJA-FALLIDOS TO REG-HOJA (50:4)
               MOVE WK-OPE-ESTADO (WK-IDX-OPE) TO REG-HOJA (55:10)
               MOVE "[ ] [ ]" TO REG-HOJA (66:7)
               WRITE REG-HOJA AFTER ADVANCING 2 LINES
           END-IF.
      *DIAS DESDE EL 01/01/2000 DE LA FECHA EN WKS-FECHA-CALC (LOS
      *SEIS DIGITOS BAJOS, AAMMDD)
       8000-DIA-ABSOLUTO.
           DIVIDE WKS-FC-AA BY 4 GIVING WK-ANIO-COCIENTE
               REMAINDER WK-ANIO-RESIDUO
           COMPUTE WK-DIA-ABS = WKS-FC-AA * 365 + WK-ANIO-COCIENTE
               + WK-DIAS-ANTES (WKS-FC-MM) + WKS-FC-DD
           IF WK-ANIO-RESIDUO = 0 AND WKS-FC-MM < 3
               SUBTRACT 1 FROM WK-DIA-ABS
           END-IF.
       9000-TERMINA.
           CLOSE OPERADORES
           CLOSE OPERCERT
           DISPLAY "RECERTIFICACION TERMINADA, OPERADORES: "
                   WK-TOTAL-OPER
           DISPLAY "BLOQUEADOS POR INACTIVIDAD: " WK-TOTAL-BLOQ-INACT
                   " POR PLAZO VENCIDO: " WK-TOTAL-BLOQ-PLAZO
           DISPLAY "PENDIENTES DE RECERTIFICAR: "
                   WK-TOTAL-PENDIENTES.
      *EL QUE LLAMA DEJA EN WKS-ARCHIVO-CAT EL ARCHIVO FECHADO
       9100-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "RECERTOP" TO CAT-PROGRAMA
           MOVE WKS-FECHA-REPORTE TO CAT-FECHA
           MOVE WKS-ARCHIVO-CAT TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       END PROGRAM RECERTOP.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Revision nocturna de integridad entre los maestros
      *           del cajero y de capacitacion. Cada regla revisa una
      *           relacion entre archivos y sus excepciones salen
      *           agrupadas por regla, con su conteo, en el reporte
      *           fechado INTEGRA+AAMMDD (catalogado en REPCAT):
      *            1 CUENTAS con producto que no esta en PRODUCTOS
      *            2 CUENTAS con cliente que no esta en CLIENTES
      *              (cliente cero = sin ligar todavia, no cuenta)
      *            3 INSCRIP de participantes dados de baja o que ya
      *              no estan en PARTICIP.DAT
      *            4 INSCRIP a cursos inactivos o que ya no estan en
      *              CURSOCAT.DAT
      *            5 SESIONES con instructor inactivo o inexistente
      *              en INSTRUCT.DAT (cero = por asignar)
      *            6 GRUPOS con instructor inactivo o inexistente
      *            7 ORDENES vigentes (S, o P en espera de
      *              autorizacion) con cuenta origen o destino
      *              cerrada o inexistente
      *            8 RETENCIONES pendientes que suman mas que el
      *              CUE-RETENIDO de su cuenta
      *           Las reglas que tocan dinero (1, 7 y 8) son RUPTURA:
      *           con ellas ATMINT/ATMCOMIS, ATMORDEN o ATMLIBER
      *           aplicarian importes mal; las demas son AVISO. La
      *           cuenta cerrada es la que ATMEJE deja bloqueada con
      *           saldo cero. Termina con RETURN-CODE 8 si hubo
      *           rupturas y 4 si solo hubo avisos, y deja su registro
      *           de control en INTEGCTL para el veredicto de MATUTINO.
      *           En el deck de NOCTURNO va antes de ATMORDEN y
      *           ATMLIBER, para que una ruptura detenga la corrida
      *           antes de que esos pasos muevan dinero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT PRODUCTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WKS-STATUS-PRODUC.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CLI-CLAVE
               FILE STATUS IS WKS-STATUS-CLIEN.
           SELECT ORDENES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WKS-STATUS-ORDEN.
           SELECT RETENCIONES ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-RETEN.
           SELECT INTETRAB ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TRA-NUMCUENTA
               FILE STATUS IS WKS-STATUS-TRAB.
           SELECT INSCRIP ASSIGN TO "INSCRIP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS INS-LLAVE
               FILE STATUS IS WKS-STATUS-INSCR.
           SELECT PARTIC ASSIGN TO "PARTICIP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PAR-NUMLISTA
               FILE STATUS IS WKS-STATUS-PARTIC.
           SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUR-CLAVE
               FILE STATUS IS WKS-STATUS-CURSOS.
           SELECT INSTRUCT ASSIGN TO "INSTRUCT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITR-CLAVE
               FILE STATUS IS WKS-STATUS-INSTR.
           SELECT SESIONES ASSIGN TO "SESIONES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SES-LLAVE
               FILE STATUS IS WKS-STATUS-SESION.
           SELECT GRUPOS ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GRU-NUMERO
               FILE STATUS IS WKS-STATUS-GRUPOS.
           SELECT INTEGREP ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
           SELECT INTEGCTL ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-CTL.
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
           FD CLIENTES.
           01 REG-CLIENTE-MAE.
               COPY CLIENREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==CLI-CLAVE==
                   ==NOMNOMBRE== BY ==CLI-NOMBRE==
                   ==NOMDIRECCION== BY ==CLI-DIRECCION==
                   ==NOMTELEFONO== BY ==CLI-TELEFONO==.
           FD ORDENES.
           01 REG-ORDEN.
               COPY ORDENREG REPLACING ==LVL== BY ==05==
                   ==NOMNUMERO== BY ==ORD-NUMERO==
                   ==NOMCTAORI== BY ==ORD-CTA-ORIGEN==
                   ==NOMCTADES== BY ==ORD-CTA-DESTINO==
                   ==NOMIMPORTE== BY ==ORD-IMPORTE==
                   ==NOMDIA== BY ==ORD-DIA-MES==
                   ==NOMACTIVA== BY ==ORD-ACTIVA==.
           FD RETENCIONES.
           01 REG-RETENCION.
               COPY RETENREG REPLACING ==LVL== BY ==05==
                   ==NOMCUENTA== BY ==RET-NUMCUENTA==
                   ==NOMFOLIO== BY ==RET-FOLIO==
                   ==NOMIMPORTE== BY ==RET-IMPORTE==
                   ==NOMFECDEP== BY ==RET-FECHA-DEP==
                   ==NOMFECLIB== BY ==RET-FECHA-LIBERA==
                   ==NOMESTATUS== BY ==RET-ESTATUS==.
      *SUMA DE LAS RETENCIONES PENDIENTES POR CUENTA; SE REESCRIBE
      *EN CADA CORRIDA, COMO EL ARCHIVO DE TRABAJO DE ATMCONC
           FD INTETRAB.
           01 REG-INTETRAB.
               05 TRA-NUMCUENTA      PIC X(12).
               05 TRA-PENDIENTE      PIC 9(11)V9(02).
           FD INSCRIP.
           01 REG-INSCRIPCION.
               05 INS-LLAVE.
                   10 INS-NUMLISTA  PIC 9(04).
                   10 INS-CVE-CURSO PIC 9(04).
               05 INS-FECHA-ALTA    PIC 9(08).
           FD PARTIC.
           01 REG-PARTIC.
               COPY PARTICREG REPLACING ==LVL== BY ==05==
                   ==NOMLISTA== BY ==PAR-NUMLISTA==
                   ==NOMNOMBRE== BY ==PAR-NOMBRE==
                   ==NOMAPELLIDO== BY ==PAR-APELLIDOS==
                   ==NOMGRUPO== BY ==PAR-NUMGPO==
                   ==NOMESTATUS== BY ==PAR-ESTATUS==
                   ==NOMFECBAJA== BY ==PAR-FECHA-BAJA==.
           FD CURSOCAT.
           01 REG-CURSO.
               COPY CURSOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==CUR-CLAVE==
                   ==NOMDESCR== BY ==CUR-DESCRIPCION==
                   ==NOMHORAS== BY ==CUR-HORAS==
                   ==NOMACTIVO== BY ==CUR-ACTIVO==
                   ==NOMCUPO== BY ==CUR-CUPO==
                   ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
                   ==NOMMINIMO== BY ==CUR-MINIMO==.
           FD INSTRUCT.
           01 REG-INSTRUCTOR.
               COPY INSTRREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==ITR-CLAVE==
                   ==NOMNOMBRE== BY ==ITR-NOMBRE==
                   ==NOMACTIVO== BY ==ITR-ACTIVO==.
           FD SESIONES.
           01 REG-SESION.
               COPY SESIOREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==SES-LLAVE==
                   ==NOMCURSO== BY ==SES-CVE-CURSO==
                   ==NOMFECHA== BY ==SES-FECHA==
                   ==NOMINSTRUCTOR== BY ==SES-CVE-INSTRUCTOR==
                   ==NOMAULA== BY ==SES-AULA==.
           FD GRUPOS.
           01 REG-GRUPO.
               COPY GRUPOREG REPLACING ==LVL== BY ==05==
                   ==NOMNUMERO== BY ==GRU-NUMERO==
                   ==NOMNOMBRE== BY ==GRU-NOMBRE==
                   ==NOMINSTRUCTOR== BY ==GRU-INSTRUCTOR==
                   ==NOMAULA== BY ==GRU-AULA==
                   ==NOMCAPACIDAD== BY ==GRU-CAPACIDAD==
                   ==NOMCVEINST== BY ==GRU-CVEINST==.
           FD INTEGREP REPORT IS RD-INTEGRIDAD.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA; EL VISOR REPVIEW LO LEE PARA REIMPRIMIR
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
      *REGISTRO DE CONTROL DE CADA CORRIDA, PARA EL REPORTE
      *MATUTINO CONSOLIDADO
           FD INTEGCTL.
           01 REG-INTEGCTL.
               COPY INTEGREG REPLACING ==LVL== BY ==05==
                   ==NOMFECHA== BY ==CTL-FECHA==
                   ==NOMAVISOS== BY ==CTL-AVISOS==
                   ==NOMRUPTURAS== BY ==CTL-RUPTURAS==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-PRODUC  PIC X(02).
           01 WKS-STATUS-CLIEN   PIC X(02).
           01 WKS-STATUS-ORDEN   PIC X(02).
           01 WKS-STATUS-RETEN   PIC X(02).
           01 WKS-STATUS-TRAB    PIC X(02).
           01 WKS-STATUS-INSCR   PIC X(02).
           01 WKS-STATUS-PARTIC  PIC X(02).
           01 WKS-STATUS-CURSOS  PIC X(02).
           01 WKS-STATUS-INSTR   PIC X(02).
           01 WKS-STATUS-SESION  PIC X(02).
           01 WKS-STATUS-GRUPOS  PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-STATUS-CTL     PIC X(02).
           01 WKS-EOF-ARCHIVO    PIC 9(01).
           01 WKS-HAY-CUENTAS    PIC X(01).
               88 WKS-SI-HAY-CUENTAS VALUE "S".
           01 WKS-HAY-PRODUC     PIC X(01).
               88 WKS-SI-HAY-PRODUC VALUE "S".
           01 WKS-HAY-CLIEN      PIC X(01).
               88 WKS-SI-HAY-CLIEN VALUE "S".
           01 WKS-HAY-PARTIC     PIC X(01).
               88 WKS-SI-HAY-PARTIC VALUE "S".
           01 WKS-HAY-CURSOS     PIC X(01).
               88 WKS-SI-HAY-CURSOS VALUE "S".
           01 WKS-HAY-INSTR      PIC X(01).
               88 WKS-SI-HAY-INSTR VALUE "S".
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-ARCHIVO-FALTA  PIC X(12).
      *RESULTADO DE LAS BUSQUEDAS: I INEXISTENTE, B BAJA O INACTIVO,
      *C CUENTA CERRADA, V VIGENTE
           01 WKS-ESTADO-REF     PIC X(01).
               88 WKS-REF-INEXISTENTE VALUE "I".
               88 WKS-REF-INACTIVA    VALUE "B".
               88 WKS-REF-CERRADA     VALUE "C".
               88 WKS-REF-VIGENTE     VALUE "V".
           01 WKS-CUENTA-BUSCA   PIC X(12).
           01 WKS-INSTR-BUSCA    PIC 9(03).
           01 WKS-LADO-CUENTA    PIC X(07).
      *RENGLON DE EXCEPCION QUE SE IMPRIME
           01 WKS-LLAVE-DET      PIC X(12).
           01 WKS-REFER-DET      PIC X(12).
           01 WKS-MOTIVO-DET     PIC X(30).
           01 WKS-GRAVEDAD-DET   PIC X(07).
           01 WKS-FECHA-EDIT     PIC 9(08).
           01 WK-PENDIENTE-DET   PIC 9(11)V9(02).
           01 WK-RETENIDO-DET    PIC 9(09)V9(02).
           01 WK-REGLA           PIC 9(02).
           01 WK-IDX-REGLA       PIC 9(02).
           01 WK-TOTAL-AVISOS    PIC 9(05) VALUE 0.
           01 WK-TOTAL-RUPTURAS  PIC 9(05) VALUE 0.
           01 WKS-DESCR-REGLAS.
               05 FILLER PIC X(40) VALUE
                 "CUENTAS CON PRODUCTO INEXISTENTE".
               05 FILLER PIC X(40) VALUE
                 "CUENTAS CON CLIENTE INEXISTENTE".
               05 FILLER PIC X(40) VALUE
                 "INSCRIPCIONES DE PARTICIPANTES DE BAJA".
               05 FILLER PIC X(40) VALUE
                 "INSCRIPCIONES A CURSOS INACTIVOS".
               05 FILLER PIC X(40) VALUE
                 "SESIONES CON INSTRUCTOR INACTIVO".
               05 FILLER PIC X(40) VALUE
                 "GRUPOS CON INSTRUCTOR INACTIVO".
               05 FILLER PIC X(40) VALUE
                 "ORDENES VIGENTES CON CUENTA CERRADA".
               05 FILLER PIC X(40) VALUE
                 "RETENCIONES MAYORES AL RETENIDO".
           01 WKS-TABLA-REGLAS REDEFINES WKS-DESCR-REGLAS.
               05 WK-REGLA-DESCR PIC X(40) OCCURS 8 TIMES.
           01 WKS-TABLA-CONTEOS.
               05 WK-CONTEO OCCURS 8 TIMES.
                   10 WK-CNT-REVISADOS PIC 9(07).
                   10 WK-CNT-AVISOS    PIC 9(05).
                   10 WK-CNT-RUPTURAS  PIC 9(05).
                   10 WK-CNT-REVISADA  PIC X(01).
       REPORT SECTION.
           RD RD-INTEGRIDAD
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  054.
       01 RD-INT-TITULOS TYPE IS PH.
           10 RD-INT-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(037) VALUE
                 "REVISION DE INTEGRIDAD ENTRE MAESTROS".
           10 RD-INT-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
           10 RD-INT-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(005) VALUE "LLAVE".
               15 COLUMN 015 PIC X(010) VALUE "REFERENCIA".
               15 COLUMN 029 PIC X(006) VALUE "MOTIVO".
               15 COLUMN 061 PIC X(008) VALUE "GRAVEDAD".
       01 RD-INT-REGLA TYPE DETAIL.
           10 RD-INT-REG01 LINE PLUS 002.
               15 COLUMN 001 PIC X(006) VALUE "REGLA".
               15 COLUMN 007 PIC Z9 SOURCE WK-REGLA.
               15 COLUMN 010 PIC X(040) SOURCE
                   WK-REGLA-DESCR (WK-REGLA).
       01 RD-INT-DETALLE TYPE DETAIL.
           10 RD-INT-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WKS-LLAVE-DET.
               15 COLUMN 015 PIC X(012) SOURCE WKS-REFER-DET.
               15 COLUMN 029 PIC X(030) SOURCE WKS-MOTIVO-DET.
               15 COLUMN 061 PIC X(007) SOURCE WKS-GRAVEDAD-DET.
       01 RD-INT-DET-IMPORTE TYPE DETAIL.
           10 RD-INT-DIM01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WKS-LLAVE-DET.
               15 COLUMN 015 PIC X(010) VALUE "PENDIENTE".
               15 COLUMN 025 PIC Z(10)9.99 SOURCE WK-PENDIENTE-DET.
               15 COLUMN 041 PIC X(009) VALUE "RETENIDO".
               15 COLUMN 050 PIC Z(08)9.99 SOURCE WK-RETENIDO-DET.
               15 COLUMN 063 PIC X(007) SOURCE WKS-GRAVEDAD-DET.
       01 RD-INT-SIN-ARCHIVO TYPE DETAIL.
           10 RD-INT-SIN01 LINE PLUS 001.
               15 COLUMN 001 PIC X(034) VALUE
                 "NO SE REVISO, NO EXISTE EL ARCHIVO".
               15 COLUMN 036 PIC X(012) SOURCE WKS-ARCHIVO-FALTA.
       01 RD-INT-CONTEO TYPE DETAIL.
           10 RD-INT-CNT01 LINE PLUS 001.
               15 COLUMN 001 PIC X(010) VALUE "REVISADOS:".
               15 COLUMN 012 PIC ZZZZZZ9 SOURCE
                   WK-CNT-REVISADOS (WK-REGLA).
               15 COLUMN 021 PIC X(007) VALUE "AVISOS:".
               15 COLUMN 029 PIC ZZZZ9 SOURCE
                   WK-CNT-AVISOS (WK-REGLA).
               15 COLUMN 036 PIC X(010) VALUE "RUPTURAS:".
               15 COLUMN 047 PIC ZZZZ9 SOURCE
                   WK-CNT-RUPTURAS (WK-REGLA).
       01 RD-INT-RESUMEN-TIT TYPE DETAIL.
           10 RD-INT-RTI01 LINE PLUS 002.
               15 COLUMN 001 PIC X(020) VALUE "RESUMEN POR REGLA:".
       01 RD-INT-RESUMEN TYPE DETAIL.
           10 RD-INT-RES01 LINE PLUS 001.
               15 COLUMN 001 PIC Z9 SOURCE WK-IDX-REGLA.
               15 COLUMN 004 PIC X(040) SOURCE
                   WK-REGLA-DESCR (WK-IDX-REGLA).
               15 COLUMN 045 PIC ZZZZ9 SOURCE
                   WK-CNT-AVISOS (WK-IDX-REGLA).
               15 COLUMN 051 PIC X(006) VALUE "AVISOS".
               15 COLUMN 058 PIC ZZZZ9 SOURCE
                   WK-CNT-RUPTURAS (WK-IDX-REGLA).
               15 COLUMN 064 PIC X(008) VALUE "RUPTURAS".
               15 COLUMN 073 PIC X(001) SOURCE
                   WK-CNT-REVISADA (WK-IDX-REGLA).
       01 RD-INT-TOTALES TYPE IS RF.
           10 RD-INT-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(016) VALUE "TOTAL DE AVISOS:".
               15 COLUMN 019 PIC ZZZZ9 SOURCE WK-TOTAL-AVISOS.
           10 RD-INT-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(017) VALUE "TOTAL RUPTURAS:".
               15 COLUMN 019 PIC ZZZZ9 SOURCE WK-TOTAL-RUPTURAS.
           10 RD-INT-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(045) VALUE
                 "(N EN LA ULTIMA COLUMNA = REGLA NO REVISADA)".
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-REGLA-PRODUCTO
           PERFORM 2500-REGLA-CLIENTE
           PERFORM 3000-REGLA-PARTICIPANTE
           PERFORM 3500-REGLA-CURSO
           PERFORM 4000-REGLA-SESION
           PERFORM 4500-REGLA-GRUPO
           PERFORM 5000-REGLA-ORDEN
           PERFORM 6000-REGLA-RETENCION
           PERFORM 8000-TERMINA
           GOBACK.
       1000-INICIO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           PERFORM 1100-LIMPIA-CONTEO
               VARYING WK-IDX-REGLA FROM 1 BY 1
               UNTIL WK-IDX-REGLA > 8
           MOVE "N" TO WKS-HAY-CUENTAS
           OPEN INPUT CUENTAS
           IF WKS-STATUS-CUENTAS = "00"
               MOVE "S" TO WKS-HAY-CUENTAS
           END-IF
           MOVE "N" TO WKS-HAY-PRODUC
           OPEN INPUT PRODUCTOS
           IF WKS-STATUS-PRODUC = "00"
               MOVE "S" TO WKS-HAY-PRODUC
           END-IF
           MOVE "N" TO WKS-HAY-CLIEN
           OPEN INPUT CLIENTES
           IF WKS-STATUS-CLIEN = "00"
               MOVE "S" TO WKS-HAY-CLIEN
           END-IF
           MOVE "N" TO WKS-HAY-PARTIC
           OPEN INPUT PARTIC
           IF WKS-STATUS-PARTIC = "00"
               MOVE "S" TO WKS-HAY-PARTIC
           END-IF
           MOVE "N" TO WKS-HAY-CURSOS
           OPEN INPUT CURSOCAT
           IF WKS-STATUS-CURSOS = "00"
               MOVE "S" TO WKS-HAY-CURSOS
           END-IF
           MOVE "N" TO WKS-HAY-INSTR
           OPEN INPUT INSTRUCT
           IF WKS-STATUS-INSTR = "00"
               MOVE "S" TO WKS-HAY-INSTR
           END-IF
           MOVE "INTEGRA" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (8:6)
           OPEN OUTPUT INTEGREP
           INITIATE RD-INTEGRIDAD.
       1100-LIMPIA-CONTEO.
           MOVE 0   TO WK-CNT-REVISADOS (WK-IDX-REGLA)
           MOVE 0   TO WK-CNT-AVISOS (WK-IDX-REGLA)
           MOVE 0   TO WK-CNT-RUPTURAS (WK-IDX-REGLA)
           MOVE "S" TO WK-CNT-REVISADA (WK-IDX-REGLA).
      *ENCABEZADO DE CADA REGLA; SI EL ARCHIVO QUE SE REVISA NO
      *EXISTE LA REGLA QUEDA MARCADA COMO NO REVISADA (NO HAY NADA
      *QUE PUEDA ESTAR ROTO)
       1200-ABRE-REGLA.
           GENERATE RD-INT-REGLA
           MOVE 0 TO WKS-EOF-ARCHIVO.
       1300-REGLA-SIN-ARCHIVO.
           MOVE "N" TO WK-CNT-REVISADA (WK-REGLA)
           MOVE 1 TO WKS-EOF-ARCHIVO
           GENERATE RD-INT-SIN-ARCHIVO.
      *CADA EXCEPCION SUMA A SU REGLA Y AL TOTAL SEGUN SU GRAVEDAD
       1400-EXCEPCION.
           IF WKS-GRAVEDAD-DET = "RUPTURA"
               ADD 1 TO WK-CNT-RUPTURAS (WK-REGLA)
               ADD 1 TO WK-TOTAL-RUPTURAS
           ELSE
               ADD 1 TO WK-CNT-AVISOS (WK-REGLA)
               ADD 1 TO WK-TOTAL-AVISOS
           END-IF
           GENERATE RD-INT-DETALLE.
      *REGLA 1: EL PRODUCTO DA LA TASA Y LAS COMISIONES QUE APLICAN
      *ATMINT Y ATMCOMIS; SIN PRODUCTO LA CUENTA SE PROCESA MAL
       2000-REGLA-PRODUCTO.
           MOVE 1 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           IF NOT WKS-SI-HAY-CUENTAS
               MOVE "CUENTAS" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO REG-NUMCUENTA
               START CUENTAS KEY IS NOT LESS THAN REG-NUMCUENTA
                   INVALID KEY
                       MOVE 1 TO WKS-EOF-ARCHIVO
               END-START
           END-IF
           PERFORM 2100-REVISA-PRODUCTO UNTIL WKS-EOF-ARCHIVO = 1
           GENERATE RD-INT-CONTEO.
       2100-REVISA-PRODUCTO.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                   MOVE "I" TO WKS-ESTADO-REF
                   IF WKS-SI-HAY-PRODUC
                       MOVE REG-PRODUCTO TO PRO-CLAVE
                       READ PRODUCTOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "V" TO WKS-ESTADO-REF
                       END-READ
                   END-IF
                   IF WKS-REF-INEXISTENTE
                       MOVE REG-NUMCUENTA TO WKS-LLAVE-DET
                       MOVE REG-PRODUCTO  TO WKS-REFER-DET
                       MOVE "PRODUCTO NO EXISTE" TO WKS-MOTIVO-DET
                       MOVE "RUPTURA" TO WKS-GRAVEDAD-DET
                       PERFORM 1400-EXCEPCION
                   END-IF
           END-READ.
      *REGLA 2: EL CLIENTE SOLO DA NOMBRE Y DIRECCION A RECIBOS Y
      *ESTADOS DE CUENTA; CLIENTE CERO ES CUENTA SIN LIGAR TODAVIA
       2500-REGLA-CLIENTE.
           MOVE 2 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           IF NOT WKS-SI-HAY-CUENTAS
               MOVE "CUENTAS" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           ELSE
               MOVE LOW-VALUES TO REG-NUMCUENTA
               START CUENTAS KEY IS NOT LESS THAN REG-NUMCUENTA
                   INVALID KEY
                       MOVE 1 TO WKS-EOF-ARCHIVO
               END-START
           END-IF
           PERFORM 2600-REVISA-CLIENTE UNTIL WKS-EOF-ARCHIVO = 1
           GENERATE RD-INT-CONTEO.
       2600-REVISA-CLIENTE.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   IF REG-CLIENTE NOT = 0
                       ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                       PERFORM 2700-BUSCA-CLIENTE
                   END-IF
           END-READ.
       2700-BUSCA-CLIENTE.
           MOVE "I" TO WKS-ESTADO-REF
           IF WKS-SI-HAY-CLIEN
               MOVE REG-CLIENTE TO CLI-CLAVE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "V" TO WKS-ESTADO-REF
               END-READ
           END-IF
           IF WKS-REF-INEXISTENTE
               MOVE REG-NUMCUENTA TO WKS-LLAVE-DET
               MOVE REG-CLIENTE   TO WKS-REFER-DET
               MOVE "CLIENTE NO EXISTE" TO WKS-MOTIVO-DET
               MOVE "AVISO" TO WKS-GRAVEDAD-DET
               PERFORM 1400-EXCEPCION
           END-IF.
      *REGLA 3: INSCRIPCIONES DE PARTICIPANTES DADOS DE BAJA O QUE
      *YA SE DEPURARON DEL MAESTRO
       3000-REGLA-PARTICIPANTE.
           MOVE 3 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           OPEN INPUT INSCRIP
           IF WKS-STATUS-INSCR NOT = "00"
               MOVE "INSCRIP.DAT" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           END-IF
           PERFORM 3100-REVISA-PARTICIPANTE UNTIL WKS-EOF-ARCHIVO = 1
           IF WKS-STATUS-INSCR NOT = "35"
               CLOSE INSCRIP
           END-IF
           GENERATE RD-INT-CONTEO.
       3100-REVISA-PARTICIPANTE.
           READ INSCRIP NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                   PERFORM 3200-BUSCA-PARTICIPANTE
           END-READ.
       3200-BUSCA-PARTICIPANTE.
           MOVE "I" TO WKS-ESTADO-REF
           IF WKS-SI-HAY-PARTIC
               MOVE INS-NUMLISTA TO PAR-NUMLISTA
               READ PARTIC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-ESTATUS = "B"
                           MOVE "B" TO WKS-ESTADO-REF
                       ELSE
                           MOVE "V" TO WKS-ESTADO-REF
                       END-IF
               END-READ
           END-IF
           IF NOT WKS-REF-VIGENTE
               MOVE INS-NUMLISTA  TO WKS-LLAVE-DET
               MOVE INS-CVE-CURSO TO WKS-REFER-DET
               MOVE "AVISO" TO WKS-GRAVEDAD-DET
               IF WKS-REF-INEXISTENTE
                   MOVE "PARTICIPANTE NO EXISTE" TO WKS-MOTIVO-DET
               ELSE
                   MOVE "PARTICIPANTE DADO DE BAJA"
                       TO WKS-MOTIVO-DET
               END-IF
               PERFORM 1400-EXCEPCION
           END-IF.
      *REGLA 4: INSCRIPCIONES A CURSOS INACTIVOS O QUE YA NO ESTAN
      *EN EL CATALOGO
       3500-REGLA-CURSO.
           MOVE 4 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           OPEN INPUT INSCRIP
           IF WKS-STATUS-INSCR NOT = "00"
               MOVE "INSCRIP.DAT" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           END-IF
           PERFORM 3600-REVISA-CURSO UNTIL WKS-EOF-ARCHIVO = 1
           IF WKS-STATUS-INSCR NOT = "35"
               CLOSE INSCRIP
           END-IF
           GENERATE RD-INT-CONTEO.
       3600-REVISA-CURSO.
           READ INSCRIP NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                   PERFORM 3700-BUSCA-CURSO
           END-READ.
       3700-BUSCA-CURSO.
           MOVE "I" TO WKS-ESTADO-REF
           IF WKS-SI-HAY-CURSOS
               MOVE INS-CVE-CURSO TO CUR-CLAVE
               READ CURSOCAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUR-ACTIVO = "S"
                           MOVE "V" TO WKS-ESTADO-REF
                       ELSE
                           MOVE "B" TO WKS-ESTADO-REF
                       END-IF
               END-READ
           END-IF
           IF NOT WKS-REF-VIGENTE
               MOVE INS-CVE-CURSO TO WKS-LLAVE-DET
               MOVE INS-NUMLISTA  TO WKS-REFER-DET
               MOVE "AVISO" TO WKS-GRAVEDAD-DET
               IF WKS-REF-INEXISTENTE
                   MOVE "CURSO NO EXISTE" TO WKS-MOTIVO-DET
               ELSE
                   MOVE "CURSO INACTIVO" TO WKS-MOTIVO-DET
               END-IF
               PERFORM 1400-EXCEPCION
           END-IF.
      *REGLA 5: SESIONES PROGRAMADAS CON UN INSTRUCTOR QUE YA NO
      *ESTA ACTIVO; CLAVE CERO ES SESION SIN INSTRUCTOR ASIGNADO
       4000-REGLA-SESION.
           MOVE 5 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           OPEN INPUT SESIONES
           IF WKS-STATUS-SESION NOT = "00"
               MOVE "SESIONES.DAT" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           END-IF
           PERFORM 4100-REVISA-SESION UNTIL WKS-EOF-ARCHIVO = 1
           IF WKS-STATUS-SESION NOT = "35"
               CLOSE SESIONES
           END-IF
           GENERATE RD-INT-CONTEO.
       4100-REVISA-SESION.
           READ SESIONES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   IF SES-CVE-INSTRUCTOR NOT = 0
                       ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                       MOVE SES-CVE-INSTRUCTOR TO WKS-INSTR-BUSCA
                       PERFORM 4900-BUSCA-INSTRUCTOR
                       IF NOT WKS-REF-VIGENTE
                           MOVE SES-CVE-CURSO TO WKS-LLAVE-DET
                           MOVE SES-FECHA     TO WKS-FECHA-EDIT
                           MOVE WKS-FECHA-EDIT TO WKS-LLAVE-DET (5:8)
                           PERFORM 4800-EXCEPCION-INSTRUCTOR
                       END-IF
                   END-IF
           END-READ.
      *REGLA 6: GRUPOS CON INSTRUCTOR ASIGNADO QUE YA NO ESTA
      *ACTIVO; CLAVE CERO ES GRUPO POR ASIGNAR
       4500-REGLA-GRUPO.
           MOVE 6 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           OPEN INPUT GRUPOS
           IF WKS-STATUS-GRUPOS NOT = "00"
               MOVE "GRUPOS.DAT" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           END-IF
           PERFORM 4600-REVISA-GRUPO UNTIL WKS-EOF-ARCHIVO = 1
           IF WKS-STATUS-GRUPOS NOT = "35"
               CLOSE GRUPOS
           END-IF
           GENERATE RD-INT-CONTEO.
       4600-REVISA-GRUPO.
           READ GRUPOS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   IF GRU-CVEINST NOT = 0
                       ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                       MOVE GRU-CVEINST TO WKS-INSTR-BUSCA
                       PERFORM 4900-BUSCA-INSTRUCTOR
                       IF NOT WKS-REF-VIGENTE
                           MOVE GRU-NUMERO TO WKS-LLAVE-DET
                           PERFORM 4800-EXCEPCION-INSTRUCTOR
                       END-IF
                   END-IF
           END-READ.
       4800-EXCEPCION-INSTRUCTOR.
           MOVE WKS-INSTR-BUSCA TO WKS-REFER-DET
           MOVE "AVISO" TO WKS-GRAVEDAD-DET
           IF WKS-REF-INEXISTENTE
               MOVE "INSTRUCTOR NO EXISTE" TO WKS-MOTIVO-DET
           ELSE
               MOVE "INSTRUCTOR INACTIVO" TO WKS-MOTIVO-DET
           END-IF
           PERFORM 1400-EXCEPCION.
       4900-BUSCA-INSTRUCTOR.
           MOVE "I" TO WKS-ESTADO-REF
           IF WKS-SI-HAY-INSTR
               MOVE WKS-INSTR-BUSCA TO ITR-CLAVE
               READ INSTRUCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITR-ACTIVO = "S"
                           MOVE "V" TO WKS-ESTADO-REF
                       ELSE
                           MOVE "B" TO WKS-ESTADO-REF
                       END-IF
               END-READ
           END-IF.
      *REGLA 7: ATMORDEN CARGA LA CUENTA ORIGEN Y ABONA LA DESTINO
      *DE CADA ORDEN VIGENTE; LAS P (EN ESPERA DE AUTORIZACION)
      *TAMBIEN CUENTAN PORQUE AL AUTORIZARSE CORREN. LAS N YA SON
      *BAJA LOGICA Y NO SE REVISAN
       5000-REGLA-ORDEN.
           MOVE 7 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           OPEN INPUT ORDENES
           IF WKS-STATUS-ORDEN NOT = "00"
               MOVE "ORDENES" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           END-IF
           PERFORM 5100-REVISA-ORDEN UNTIL WKS-EOF-ARCHIVO = 1
           IF WKS-STATUS-ORDEN NOT = "35"
               CLOSE ORDENES
           END-IF
           GENERATE RD-INT-CONTEO.
       5100-REVISA-ORDEN.
           READ ORDENES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   IF ORD-ACTIVA = "S" OR ORD-ACTIVA = "P"
                       ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                       MOVE ORD-CTA-ORIGEN TO WKS-CUENTA-BUSCA
                       MOVE "ORIGEN" TO WKS-LADO-CUENTA
                       PERFORM 5200-REVISA-CUENTA-ORDEN
                       MOVE ORD-CTA-DESTINO TO WKS-CUENTA-BUSCA
                       MOVE "DESTINO" TO WKS-LADO-CUENTA
                       PERFORM 5200-REVISA-CUENTA-ORDEN
                   END-IF
           END-READ.
       5200-REVISA-CUENTA-ORDEN.
           PERFORM 7000-BUSCA-CUENTA
           IF NOT WKS-REF-VIGENTE
               MOVE ORD-NUMERO       TO WKS-LLAVE-DET
               MOVE WKS-CUENTA-BUSCA TO WKS-REFER-DET
               MOVE SPACES TO WKS-MOTIVO-DET
               IF WKS-REF-INEXISTENTE
                   STRING "CUENTA " WKS-LADO-CUENTA " NO EXISTE"
                       DELIMITED BY SIZE INTO WKS-MOTIVO-DET
               ELSE
                   STRING "CUENTA " WKS-LADO-CUENTA " CERRADA"
                       DELIMITED BY SIZE INTO WKS-MOTIVO-DET
               END-IF
               MOVE "RUPTURA" TO WKS-GRAVEDAD-DET
               PERFORM 1400-EXCEPCION
           END-IF.
      *REGLA 8: ATMLIBER DESCUENTA DEL RETENIDO DE LA CUENTA CADA
      *RETENCION QUE LIBERA; SI LAS PENDIENTES SUMAN MAS QUE EL
      *RETENIDO, LA LIBERACION LO DEJARIA NEGATIVO. LAS PENDIENTES
      *SE JUNTAN POR CUENTA EN EL ARCHIVO DE TRABAJO INTETRAB
       6000-REGLA-RETENCION.
           MOVE 8 TO WK-REGLA
           PERFORM 1200-ABRE-REGLA
           OPEN INPUT RETENCIONES
           IF WKS-STATUS-RETEN NOT = "00"
               MOVE "RETENCIONES" TO WKS-ARCHIVO-FALTA
               PERFORM 1300-REGLA-SIN-ARCHIVO
           ELSE
               OPEN OUTPUT INTETRAB
               CLOSE INTETRAB
               OPEN I-O INTETRAB
               PERFORM 6100-ACUMULA-RETENCION
                   UNTIL WKS-EOF-ARCHIVO = 1
               CLOSE RETENCIONES
               CLOSE INTETRAB
               OPEN INPUT INTETRAB
               MOVE 0 TO WKS-EOF-ARCHIVO
               PERFORM 6200-COMPARA-RETENIDO
                   UNTIL WKS-EOF-ARCHIVO = 1
               CLOSE INTETRAB
           END-IF
           GENERATE RD-INT-CONTEO.
       6100-ACUMULA-RETENCION.
           READ RETENCIONES
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   IF RET-ESTATUS = "P"
                       MOVE RET-NUMCUENTA TO TRA-NUMCUENTA
                       READ INTETRAB
                           INVALID KEY
                               MOVE RET-IMPORTE TO TRA-PENDIENTE
                               WRITE REG-INTETRAB
                           NOT INVALID KEY
                               ADD RET-IMPORTE TO TRA-PENDIENTE
                               REWRITE REG-INTETRAB
                       END-READ
                   END-IF
           END-READ.
       6200-COMPARA-RETENIDO.
           READ INTETRAB NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ARCHIVO
               NOT AT END
                   ADD 1 TO WK-CNT-REVISADOS (WK-REGLA)
                   MOVE TRA-NUMCUENTA TO WKS-CUENTA-BUSCA
                   PERFORM 7000-BUSCA-CUENTA
                   MOVE TRA-NUMCUENTA TO WKS-LLAVE-DET
                   MOVE "RUPTURA" TO WKS-GRAVEDAD-DET
                   IF WKS-REF-INEXISTENTE
                       MOVE SPACES TO WKS-REFER-DET
                       MOVE "RETENCION DE CUENTA INEXISTENTE"
                           TO WKS-MOTIVO-DET
                       PERFORM 1400-EXCEPCION
                   ELSE
                       IF TRA-PENDIENTE > REG-RETENIDO
                           MOVE TRA-PENDIENTE TO WK-PENDIENTE-DET
                           MOVE REG-RETENIDO  TO WK-RETENIDO-DET
                           ADD 1 TO WK-CNT-RUPTURAS (WK-REGLA)
                           ADD 1 TO WK-TOTAL-RUPTURAS
                           GENERATE RD-INT-DET-IMPORTE
                       END-IF
                   END-IF
           END-READ.
      *LA CUENTA CERRADA NO SE BORRA: ATMEJE LA DEJA BLOQUEADA Y CON
      *SALDO CERO; DEJA REG-CUENTA LEIDO PARA QUIEN LA BUSCO
       7000-BUSCA-CUENTA.
           MOVE "I" TO WKS-ESTADO-REF
           IF WKS-SI-HAY-CUENTAS
               MOVE WKS-CUENTA-BUSCA TO REG-NUMCUENTA
               READ CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-BLOQUEADA = "S" AND REG-SALDO = 0
                           MOVE "C" TO WKS-ESTADO-REF
                       ELSE
                           MOVE "V" TO WKS-ESTADO-REF
                       END-IF
               END-READ
           END-IF.
       8000-TERMINA.
           GENERATE RD-INT-RESUMEN-TIT
           PERFORM 8100-RESUMEN-REGLA
               VARYING WK-IDX-REGLA FROM 1 BY 1
               UNTIL WK-IDX-REGLA > 8
           TERMINATE RD-INTEGRIDAD
           CLOSE INTEGREP
           PERFORM 8200-CATALOGA-REPORTE
           PERFORM 8300-GRABA-CONTROL
           IF WKS-SI-HAY-CUENTAS
               CLOSE CUENTAS
           END-IF
           IF WKS-SI-HAY-PRODUC
               CLOSE PRODUCTOS
           END-IF
           IF WKS-SI-HAY-CLIEN
               CLOSE CLIENTES
           END-IF
           IF WKS-SI-HAY-PARTIC
               CLOSE PARTIC
           END-IF
           IF WKS-SI-HAY-CURSOS
               CLOSE CURSOCAT
           END-IF
           IF WKS-SI-HAY-INSTR
               CLOSE INSTRUCT
           END-IF
           DISPLAY "REVISION DE INTEGRIDAD TERMINADA"
           DISPLAY "  AVISOS:   " WK-TOTAL-AVISOS
           DISPLAY "  RUPTURAS: " WK-TOTAL-RUPTURAS
           IF WK-TOTAL-RUPTURAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-TOTAL-AVISOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8100-RESUMEN-REGLA.
           GENERATE RD-INT-RESUMEN.
       8200-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "INTEGRA" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       8300-GRABA-CONTROL.
           OPEN EXTEND INTEGCTL
           IF WKS-STATUS-CTL = "35"
               OPEN OUTPUT INTEGCTL
               CLOSE INTEGCTL
               OPEN EXTEND INTEGCTL
           END-IF
           MOVE WKS-FECHA-PROCESO TO CTL-FECHA
           MOVE WK-TOTAL-AVISOS   TO CTL-AVISOS
           MOVE WK-TOTAL-RUPTURAS TO CTL-RUPTURAS
           WRITE REG-INTEGCTL
           CLOSE INTEGCTL.
       END PROGRAM INTEGRA.

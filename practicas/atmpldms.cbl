      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Extracto regulatorio mensual de prevencion de lavado
      *           de dinero. Toma del archivo ALERTAS las alertas que
      *           el oficial de cumplimiento dictamino como reportables
      *           (estatus R, en ATMALERT) con fecha del mes a reportar,
      *           mas las reportables de meses anteriores que todavia
      *           no habian salido, y las deja en el archivo de layout
      *           fijo REGPLD+AAMM (encabezado, un detalle por alerta
      *           con el cliente titular de la cuenta y un renglon de
      *           totales). Cada alerta reportada queda marcada con la
      *           fecha del extracto, lo que la congela en ATMALERT;
      *           repetir la corrida del mismo mes vuelve a sacar las
      *           mismas alertas. Un mes sin casos deja el extracto con
      *           encabezado y totales en cero.
      *           El mes se toma de la fecha del archivo de parametros
      *           PLDMPARM si existe; si no, es el mes anterior al de
      *           la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMPLDMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ALE-LLAVE
               FILE STATUS IS WKS-STATUS-ALERTA.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CLI-CLAVE
               FILE STATUS IS WKS-STATUS-CLIEN.
           SELECT PLDMPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT REGPLD ASSIGN USING WKS-NOMBRE-EXT
               FILE STATUS IS WKS-STATUS-EXT.
       DATA DIVISION.
       FILE SECTION.
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
           FD CLIENTES.
           01 REG-CLIENTE-CAT.
               COPY CLIENREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==CLI-CLAVE==
                   ==NOMNOMBRE== BY ==CLI-NOMBRE==
                   ==NOMDIRECCION== BY ==CLI-DIRECCION==
                   ==NOMTELEFONO== BY ==CLI-TELEFONO==.
           FD PLDMPARM.
           01 REG-PLDMPARM.
               05 PAR-FECHA PIC 9(08).
      *LAYOUT FIJO DEL EXTRACTO REGULATORIO: 160 POSICIONES, EL
      *PRIMER CARACTER DICE EL TIPO DE RENGLON (H, D, T)
           FD REGPLD.
           01 REG-EXT-ENCABEZADO.
               05 EXT-TIPO        PIC X(01).
               05 EXT-ENTIDAD     PIC X(20).
               05 EXT-MES         PIC 9(04).
               05 EXT-FECHA       PIC 9(08).
               05 FILLER          PIC X(127).
           01 REG-EXT-DETALLE.
               05 EXT-DET-TIPO    PIC X(01).
               05 EXT-FECHA-ALE   PIC 9(08).
               05 EXT-CUENTA      PIC X(12).
               05 EXT-CLIENTE     PIC 9(06).
               05 EXT-NOMBRE      PIC X(30).
               05 EXT-TIPO-ALE    PIC X(02).
               05 EXT-IMPORTE     PIC 9(09)V9(02).
               05 EXT-FOLIO       PIC 9(08).
               05 EXT-DETALLE     PIC X(40).
               05 EXT-REVISOR     PIC X(08).
               05 EXT-FECHA-REV   PIC 9(08).
               05 FILLER          PIC X(26).
           01 REG-EXT-TOTAL.
               05 EXT-TOT-TIPO    PIC X(01).
               05 EXT-CUANTOS     PIC 9(07).
               05 EXT-TOTAL       PIC 9(11)V9(02).
               05 FILLER          PIC X(139).
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-ALERTA  PIC X(02).
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-CLIEN   PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-EXT     PIC X(02).
           01 WKS-NOMBRE-EXT     PIC X(10).
           01 WKS-EOF-ALERTA     PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
               03 FILLER         PIC 9(02).
               03 WKS-FP-AA      PIC 9(02).
               03 WKS-FP-MM      PIC 9(02).
               03 WKS-FP-DD      PIC 9(02).
           01 WKS-MES-REPORTE    PIC 9(04).
           01 WKS-MES-ALERTA     PIC 9(04).
           01 WKS-ALERTA-ABIERTO PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-ALERTA VALUE "S".
           01 WKS-CUENTAS-ABIERTO PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-CUENTAS VALUE "S".
           01 WKS-CLIEN-ABIERTO  PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-CLIEN VALUE "S".
           01 WK-REPORTADAS      PIC 9(07) VALUE 0.
           01 WK-TOTAL-REPORTADO PIC 9(11)V9(02) VALUE 0.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-ALERTA UNTIL WKS-EOF-ALERTA = 1
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 1 TO WKS-EOF-ALERTA
           PERFORM 1050-LEE-PARAMETRO
           OPEN I-O ALERTAS
           IF WKS-STATUS-ALERTA = "00"
               SET WKS-SI-ABRIO-ALERTA TO TRUE
               MOVE 0 TO WKS-EOF-ALERTA
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO ALERTAS, EL EXTRACTO "
                       "SALE SIN CASOS"
           END-IF
           OPEN INPUT CUENTAS
           IF WKS-STATUS-CUENTAS = "00"
               SET WKS-SI-ABRIO-CUENTAS TO TRUE
           END-IF
           OPEN INPUT CLIENTES
           IF WKS-STATUS-CLIEN = "00"
               SET WKS-SI-ABRIO-CLIEN TO TRUE
           END-IF
           MOVE "REGPLD" TO WKS-NOMBRE-EXT
           MOVE WKS-MES-REPORTE TO WKS-NOMBRE-EXT (7:4)
           OPEN OUTPUT REGPLD
           MOVE SPACES TO REG-EXT-ENCABEZADO
           MOVE "H" TO EXT-TIPO
           MOVE "CAJERO ATM" TO EXT-ENTIDAD
           MOVE WKS-MES-REPORTE TO EXT-MES
           ACCEPT EXT-FECHA FROM DATE
           WRITE REG-EXT-ENCABEZADO.
      *SECCION QUE TOMA EL MES DE LA FECHA DEL ARCHIVO DE PARAMETROS
      *PLDMPARM SI EXISTE; SI NO EXISTE SE REPORTA EL MES ANTERIOR AL
      *DE LA CORRIDA (EL EXTRACTO SE CORRE AL ARRANCAR EL MES)
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           IF WKS-FP-MM = 1
               MOVE 12 TO WKS-FP-MM
               SUBTRACT 1 FROM WKS-FP-AA
           ELSE
               SUBTRACT 1 FROM WKS-FP-MM
           END-IF
           OPEN INPUT PLDMPARM
           IF WKS-STATUS-PARM = "00"
               READ PLDMPARM
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
               CLOSE PLDMPARM
           END-IF
           MOVE WKS-FECHA-PROCESO (3:4) TO WKS-MES-REPORTE.
      *SALEN LAS REPORTABLES DEL MES (AUNQUE YA HAYAN SALIDO, PARA
      *QUE LA CORRIDA SE PUEDA REPETIR) Y LAS DE MESES ANTERIORES QUE
      *SE DICTAMINARON TARDE Y NO HABIAN SALIDO
       2000-LEE-ALERTA.
           READ ALERTAS NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-ALERTA
               NOT AT END
                   MOVE ALE-FECHA (3:4) TO WKS-MES-ALERTA
                   IF ALE-ESTATUS = "R" AND
                      (WKS-MES-ALERTA = WKS-MES-REPORTE OR
                       (WKS-MES-ALERTA < WKS-MES-REPORTE AND
                        ALE-FECHA-REP = 0))
                       PERFORM 2100-REPORTA-ALERTA
                   END-IF
           END-READ.
       2100-REPORTA-ALERTA.
           MOVE SPACES TO REG-EXT-DETALLE
           MOVE "D"           TO EXT-DET-TIPO
           MOVE ALE-FECHA     TO EXT-FECHA-ALE
           MOVE ALE-CUENTA    TO EXT-CUENTA
           MOVE 0             TO EXT-CLIENTE
           MOVE ALE-TIPO      TO EXT-TIPO-ALE
           MOVE ALE-IMPORTE   TO EXT-IMPORTE
           MOVE ALE-FOLIO     TO EXT-FOLIO
           MOVE ALE-DETALLE   TO EXT-DETALLE
           MOVE ALE-REVISOR   TO EXT-REVISOR
           MOVE ALE-FECHA-REV TO EXT-FECHA-REV
           PERFORM 2200-BUSCA-TITULAR
           WRITE REG-EXT-DETALLE
           ADD 1 TO WK-REPORTADAS
           ADD ALE-IMPORTE TO WK-TOTAL-REPORTADO
           IF ALE-FECHA-REP = 0
               ACCEPT ALE-FECHA-REP FROM DATE
               REWRITE REG-ALERTA
                   INVALID KEY
                       DISPLAY "NO SE PUDO MARCAR LA ALERTA: "
                               ALE-CUENTA " " ALE-TIPO
               END-REWRITE
           END-IF.
       2200-BUSCA-TITULAR.
           IF WKS-SI-ABRIO-CUENTAS
               MOVE ALE-CUENTA TO REG-NUMCUENTA
               READ CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CLIENTE TO EXT-CLIENTE
               END-READ
           END-IF
           IF WKS-SI-ABRIO-CLIEN AND EXT-CLIENTE NOT = 0
               MOVE EXT-CLIENTE TO CLI-CLAVE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO EXT-NOMBRE
               END-READ
           END-IF.
       5000-TERMINA.
           MOVE SPACES TO REG-EXT-TOTAL
           MOVE "T" TO EXT-TOT-TIPO
           MOVE WK-REPORTADAS TO EXT-CUANTOS
           MOVE WK-TOTAL-REPORTADO TO EXT-TOTAL
           WRITE REG-EXT-TOTAL
           CLOSE REGPLD
           IF WKS-SI-ABRIO-ALERTA
               CLOSE ALERTAS
           END-IF
           IF WKS-SI-ABRIO-CUENTAS
               CLOSE CUENTAS
           END-IF
           IF WKS-SI-ABRIO-CLIEN
               CLOSE CLIENTES
           END-IF
           DISPLAY "EXTRACTO REGULATORIO DE LAVADO DE DINERO TERMINADO"
           DISPLAY "  ARCHIVO:             " WKS-NOMBRE-EXT
           DISPLAY "  ALERTAS REPORTADAS:  " WK-REPORTADAS
           DISPLAY "  IMPORTE REPORTADO:   " WK-TOTAL-REPORTADO.
       END PROGRAM ATMPLDMS.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Reporte de cuentas con beneficiarios mal repartidos.
      *           Recorre el archivo RELACIONES (copybook RELACREG, lo
      *           mantiene el ejecutivo en ATMEJE) en orden de cuenta
      *           y, por cada cuenta que tiene al menos un
      *           beneficiario, suma sus porcentajes; las cuentas cuya
      *           suma no es exactamente 100 salen en el reporte con
      *           el numero de beneficiarios, la suma y la diferencia
      *           contra 100, para que el ejecutivo llame al cliente y
      *           la corrija. Sale al archivo fechado BENEF+AAMMDD y
      *           queda en el catalogo REPCAT para el visor REPVIEW.
      *           La fecha del reporte se toma del archivo de
      *           parametros BENPARM si existe; si no, del dia de la
      *           corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMBENEF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELACIONES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS REL-LLAVE
               FILE STATUS IS WKS-STATUS-RELAC.
           SELECT BENPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT BENEF ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD RELACIONES.
           01 REG-RELACION.
               COPY RELACREG REPLACING ==LVL== BY ==05==
                   ==LV2== BY ==10==
                   ==NOMLLAVE== BY ==REL-LLAVE==
                   ==NOMCUENTA== BY ==REL-CUENTA==
                   ==NOMCLIENTE== BY ==REL-CLIENTE==
                   ==NOMROL== BY ==REL-ROL==
                   ==NOMFIRMA== BY ==REL-FIRMA==
                   ==NOMPORCENTAJE== BY ==REL-PORCENTAJE==
                   ==NOMFECALTA== BY ==REL-FECHA-ALTA==.
           FD BENPARM.
           01 REG-BENPARM.
               05 PAR-FECHA PIC 9(08).
           FD BENEF REPORT IS RD-BENEF.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-RELAC   PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-RELAC      PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-CUENTA-ACTUAL  PIC X(12) VALUE SPACES.
           01 WK-BENEFICIARIOS   PIC 9(03).
           01 WK-SUMA-PORCENTAJE PIC 9(05)V9(02).
           01 WK-DIFERENCIA      PIC S9(05)V9(02).
           01 WK-CON-BENEF       PIC 9(05) VALUE 0.
           01 WK-DESCUADRADAS    PIC 9(05) VALUE 0.
       REPORT SECTION.
           RD RD-BENEF
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  050.
       01 RD-BEN-TITULOS TYPE IS PH.
           10 RD-BEN-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(050) VALUE
                 "CUENTAS CON BENEFICIARIOS QUE NO SUMAN 100".
           10 RD-BEN-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
           10 RD-BEN-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(006) VALUE "CUENTA".
               15 COLUMN 016 PIC X(013) VALUE "BENEFICIARIOS".
               15 COLUMN 032 PIC X(011) VALUE "SUMA PORCEN".
               15 COLUMN 046 PIC X(013) VALUE "DIFERENCIA".
       01 RD-BEN-DETALLE TYPE DETAIL.
           10 RD-BEN-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC X(012) SOURCE WKS-CUENTA-ACTUAL.
               15 COLUMN 020 PIC ZZ9 SOURCE WK-BENEFICIARIOS.
               15 COLUMN 033 PIC ZZZZ9.99 SOURCE WK-SUMA-PORCENTAJE.
               15 COLUMN 046 PIC -ZZZZ9.99 SOURCE WK-DIFERENCIA.
       01 RD-BEN-TOTALES TYPE IS RF.
           10 RD-BEN-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(030) VALUE
                 "CUENTAS CON BENEFICIARIOS:".
               15 COLUMN 032 PIC ZZZZ9 SOURCE WK-CON-BENEF.
           10 RD-BEN-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(030) VALUE
                 "CUENTAS QUE NO SUMAN 100:".
               15 COLUMN 032 PIC ZZZZ9 SOURCE WK-DESCUADRADAS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-RELACION UNTIL WKS-EOF-RELAC = 1
           PERFORM 3000-CIERRA-CUENTA
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-RELAC
           MOVE 0 TO WK-BENEFICIARIOS
           MOVE 0 TO WK-SUMA-PORCENTAJE
           PERFORM 1050-LEE-PARAMETRO
           OPEN INPUT RELACIONES
           IF WKS-STATUS-RELAC NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO RELACIONES, EL REPORTE "
                       "DE BENEFICIARIOS SALE EN CEROS"
               MOVE 1 TO WKS-EOF-RELAC
           END-IF
           MOVE "BENEF" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (6:6)
           OPEN OUTPUT BENEF
           INITIATE RD-BENEF.
      *SECCION QUE TOMA LA FECHA DEL REPORTE DEL ARCHIVO DE
      *PARAMETROS BENPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO
      *EXISTE SE TOMA EL DIA DE LA CORRIDA
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT BENPARM
           IF WKS-STATUS-PARM = "00"
               READ BENPARM
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
               CLOSE BENPARM
           END-IF.
      *EL ARCHIVO VIENE EN ORDEN DE CUENTA; AL CAMBIAR DE CUENTA SE
      *EVALUA LA ANTERIOR
       2000-LEE-RELACION.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-RELAC
               NOT AT END
                   IF REL-CUENTA NOT = WKS-CUENTA-ACTUAL
                       PERFORM 3000-CIERRA-CUENTA
                       MOVE REL-CUENTA TO WKS-CUENTA-ACTUAL
                   END-IF
                   IF REL-ROL = "B"
                       ADD 1 TO WK-BENEFICIARIOS
                       ADD REL-PORCENTAJE TO WK-SUMA-PORCENTAJE
                   END-IF
           END-READ.
      *SOLO CUENTAN LAS CUENTAS CON ALGUN BENEFICIARIO; LAS QUE NO
      *TIENEN NINGUNO NO SE REPORTAN
       3000-CIERRA-CUENTA.
           IF WK-BENEFICIARIOS > 0
               ADD 1 TO WK-CON-BENEF
               IF WK-SUMA-PORCENTAJE NOT = 100
                   ADD 1 TO WK-DESCUADRADAS
                   COMPUTE WK-DIFERENCIA = 100 - WK-SUMA-PORCENTAJE
                   GENERATE RD-BEN-DETALLE
               END-IF
           END-IF
           MOVE 0 TO WK-BENEFICIARIOS
           MOVE 0 TO WK-SUMA-PORCENTAJE.
       4500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMBENEF" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           TERMINATE RD-BENEF
           CLOSE BENEF
           IF WKS-STATUS-RELAC NOT = "35"
               CLOSE RELACIONES
           END-IF
           PERFORM 4500-CATALOGA-REPORTE
           DISPLAY "REPORTE DE BENEFICIARIOS TERMINADO"
           DISPLAY "  CUENTAS CON BENEFICIARIOS: " WK-CON-BENEF
           DISPLAY "  QUE NO SUMAN 100:          " WK-DESCUADRADAS.
       END PROGRAM ATMBENEF.

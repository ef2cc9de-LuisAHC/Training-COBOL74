      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Vencimiento nocturno de los codigos de retiro sin
      *           tarjeta (archivo CODRETIR, los emite ATMEJE y los
      *           cobra el cajero). Cada codigo vigente cuyo
      *           vencimiento ya paso se da de baja (estatus X) y su
      *           importe se regresa al disponible de la cuenta
      *           bajando el retenido (sin quedar en negativo), con un
      *           movimiento LIBERA-COD en MOVTOS que trae como
      *           referencia el folio de la emision. Los codigos
      *           vencidos sin usarse salen en el listado diario
      *           CODVENCE+AAMMDD, que queda catalogado en REPCAT.
      *           Si la fecha de proceso es el dia de la corrida solo
      *           vencen los codigos cuya hora ya paso; si es un dia
      *           anterior vencen todos los de ese dia.
      *           Un codigo cuya cuenta ya no existe se reporta y se
      *           deja vigente (RETURN-CODE 4, aviso).
      *           La fecha de proceso se toma del archivo de
      *           parametros CODPARM si existe; si no, del dia de la
      *           corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCODIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODRETIR ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS COD-CODIGO
               FILE STATUS IS WKS-STATUS-CODRET.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REG-NUMCUENTA
               FILE STATUS IS WKS-STATUS-CUENTAS.
           SELECT MOVTOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-MOVTOS.
           SELECT CODPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT CODVENCE ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD CODRETIR.
           01 REG-CODRETIR.
               COPY CODRTREG REPLACING ==LVL== BY ==05==
                   ==NOMCODIGO== BY ==COD-CODIGO==
                   ==NOMCUENTA== BY ==COD-CUENTA==
                   ==NOMIMPORTE== BY ==COD-IMPORTE==
                   ==NOMFECALTA== BY ==COD-FECHA-ALTA==
                   ==NOMHORALTA== BY ==COD-HORA-ALTA==
                   ==NOMFECVENC== BY ==COD-FECHA-VENC==
                   ==NOMHORVENC== BY ==COD-HORA-VENC==
                   ==NOMFOLALTA== BY ==COD-FOLIO-ALTA==
                   ==NOMESTATUS== BY ==COD-ESTATUS==
                   ==NOMFECUSO== BY ==COD-FECHA-USO==
                   ==NOMHORUSO== BY ==COD-HORA-USO==
                   ==NOMTERMINAL== BY ==COD-TERMINAL==
                   ==NOMFOLUSO== BY ==COD-FOLIO-USO==.
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
           FD CODPARM.
           01 REG-CODPARM.
               05 PAR-FECHA PIC 9(08).
           FD CODVENCE REPORT IS RD-CODVENCE.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-CODRET  PIC X(02).
           01 WKS-STATUS-CUENTAS PIC X(02).
           01 WKS-STATUS-MOVTOS  PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-CODRET     PIC 9(01).
           01 WKS-CODRET-ABIERTO PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-CODRET VALUE "S".
           01 WKS-HORA-VENC-HHMM PIC 9(04).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-FECHA-HOY      PIC 9(08).
           01 WKS-HORA-CORTE     PIC 9(08).
           01 WKS-FOLIO          PIC 9(08).
           01 WK-CODIGOS-LEIDOS  PIC 9(05) VALUE 0.
           01 WK-CODIGOS-VENCIDOS PIC 9(05) VALUE 0.
           01 WK-CODIGOS-SIN-CUENTA PIC 9(05) VALUE 0.
           01 WK-TOTAL-LIBERADO  PIC 9(09)V9(02) VALUE 0.
       REPORT SECTION.
           RD RD-CODVENCE
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  054.
       01 RD-COD-TITULOS TYPE IS PH.
           10 RD-COD-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(050) VALUE
                 "CODIGOS DE RETIRO SIN TARJETA VENCIDOS SIN USARSE".
           10 RD-COD-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
           10 RD-COD-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(006) VALUE "CODIGO".
               15 COLUMN 011 PIC X(006) VALUE "CUENTA".
               15 COLUMN 031 PIC X(007) VALUE "IMPORTE".
               15 COLUMN 041 PIC X(007) VALUE "EMITIDO".
               15 COLUMN 053 PIC X(005) VALUE "VENCE".
               15 COLUMN 064 PIC X(004) VALUE "HORA".
               15 COLUMN 071 PIC X(005) VALUE "FOLIO".
       01 RD-COD-DETALLE TYPE DETAIL.
           10 RD-COD-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC 9(008) SOURCE COD-CODIGO.
               15 COLUMN 011 PIC X(012) SOURCE COD-CUENTA.
               15 COLUMN 025 PIC Z(8)9.99 SOURCE COD-IMPORTE.
               15 COLUMN 041 PIC 9999/99/99 SOURCE COD-FECHA-ALTA.
               15 COLUMN 053 PIC 9999/99/99 SOURCE COD-FECHA-VENC.
               15 COLUMN 064 PIC 99B99 SOURCE WKS-HORA-VENC-HHMM.
               15 COLUMN 071 PIC 9(008) SOURCE COD-FOLIO-ALTA.
       01 RD-COD-TOTALES TYPE IS RF.
           10 RD-COD-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(026) VALUE
                 "CODIGOS VENCIDOS:".
               15 COLUMN 028 PIC ZZZZ9 SOURCE WK-CODIGOS-VENCIDOS.
           10 RD-COD-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(026) VALUE
                 "IMPORTE LIBERADO:".
               15 COLUMN 028 PIC Z(8)9.99 SOURCE WK-TOTAL-LIBERADO.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEE-CODIGO UNTIL WKS-EOF-CODRET = 1
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-CODRET
           PERFORM 1050-LEE-PARAMETRO
           PERFORM 1060-HORA-CORTE
           OPEN I-O CUENTAS
           IF WKS-STATUS-CUENTAS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO CUENTAS, NO SE "
                       "VENCEN LOS CODIGOS DE RETIRO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CODRETIR
           IF WKS-STATUS-CODRET NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO CODRETIR, NO HAY "
                       "CODIGOS QUE VENCER"
               MOVE 1 TO WKS-EOF-CODRET
           ELSE
               SET WKS-SI-ABRIO-CODRET TO TRUE
           END-IF
           PERFORM 1100-ABRIR-MOVTOS
           MOVE "CODVENCE" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (9:6)
           OPEN OUTPUT CODVENCE
           INITIATE RD-CODVENCE.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *CODPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
      *PROCESA EL DIA DE LA CORRIDA, SIN PREGUNTAR NADA AL OPERADOR
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT CODPARM
           IF WKS-STATUS-PARM = "00"
               READ CODPARM
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
               CLOSE CODPARM
           END-IF.
      *EL DIA DE PROCESO SE CORTA A LA HORA ACTUAL SI ES HOY; SI ES UN
      *DIA YA CERRADO SE CORTA AL FINAL DEL DIA
       1060-HORA-CORTE.
           ACCEPT WKS-FECHA-HOY FROM DATE
           IF WKS-FECHA-PROCESO < WKS-FECHA-HOY
               MOVE 23595999 TO WKS-HORA-CORTE
           ELSE
               ACCEPT WKS-HORA-CORTE FROM TIME
           END-IF.
       1100-ABRIR-MOVTOS.
           OPEN EXTEND MOVTOS
           IF WKS-STATUS-MOVTOS = "35"
               OPEN OUTPUT MOVTOS
               CLOSE MOVTOS
               OPEN EXTEND MOVTOS
           END-IF.
       2000-LEE-CODIGO.
           READ CODRETIR NEXT RECORD
               AT END
                   MOVE 1 TO WKS-EOF-CODRET
               NOT AT END
                   ADD 1 TO WK-CODIGOS-LEIDOS
                   IF COD-ESTATUS = "V" AND
                      (COD-FECHA-VENC < WKS-FECHA-PROCESO OR
                       (COD-FECHA-VENC = WKS-FECHA-PROCESO AND
                        COD-HORA-VENC NOT > WKS-HORA-CORTE))
                       PERFORM 2100-VENCE-CODIGO
                   END-IF
           END-READ.
      *EL IMPORTE SE REGRESA AL DISPONIBLE BAJANDO EL RETENIDO QUE LO
      *APARTABA; EL SALDO EN LIBROS NO CAMBIA PORQUE NUNCA SALIO
       2100-VENCE-CODIGO.
           MOVE COD-CUENTA TO REG-NUMCUENTA
           READ CUENTAS
               INVALID KEY
                   DISPLAY "CODIGO " COD-CODIGO
                           ": NO EXISTE LA CUENTA " COD-CUENTA
                           ", SE DEJA VIGENTE"
                   ADD 1 TO WK-CODIGOS-SIN-CUENTA
               NOT INVALID KEY
                   IF COD-IMPORTE > REG-RETENIDO
                       MOVE 0 TO REG-RETENIDO
                   ELSE
                       SUBTRACT COD-IMPORTE FROM REG-RETENIDO
                   END-IF
                   REWRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA: "
                                   REG-NUMCUENTA
                   END-REWRITE
                   MOVE "LIBERA-COD" TO MOV-OPERACION
                   MOVE COD-IMPORTE TO MOV-IMPORTE
                   PERFORM 3000-GRABAR-MOVIMIENTO
                   MOVE "X" TO COD-ESTATUS
                   REWRITE REG-CODRETIR
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL CODIGO: "
                                   COD-CODIGO
                   END-REWRITE
                   ADD 1 TO WK-CODIGOS-VENCIDOS
                   ADD COD-IMPORTE TO WK-TOTAL-LIBERADO
                   MOVE COD-HORA-VENC (1:4) TO WKS-HORA-VENC-HHMM
                   GENERATE RD-COD-DETALLE
           END-READ.
       3000-GRABAR-MOVIMIENTO.
           MOVE REG-NUMCUENTA TO MOV-NUMCUENTA
           MOVE REG-SALDO     TO MOV-SALDO
           MOVE WKS-FECHA-PROCESO TO MOV-FECHA
           ACCEPT MOV-HORA  FROM TIME
           CALL "FOLIOSIG" USING WKS-FOLIO
           MOVE WKS-FOLIO TO MOV-FOLIO
           MOVE COD-FOLIO-ALTA TO MOV-REFERENCIA
           MOVE "LOTE" TO MOV-TERMINAL
           WRITE REG-MOVIMIENTO.
       4500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMCODIG" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           TERMINATE RD-CODVENCE
           CLOSE CODVENCE
           PERFORM 4500-CATALOGA-REPORTE
           IF WKS-SI-ABRIO-CODRET
               CLOSE CODRETIR
           END-IF
           CLOSE CUENTAS
           CLOSE MOVTOS
           DISPLAY "VENCIMIENTO DE CODIGOS DE RETIRO TERMINADO"
           DISPLAY "  CODIGOS LEIDOS:      " WK-CODIGOS-LEIDOS
           DISPLAY "  CODIGOS VENCIDOS:    " WK-CODIGOS-VENCIDOS
           DISPLAY "  SIN CUENTA:          " WK-CODIGOS-SIN-CUENTA
           DISPLAY "  IMPORTE LIBERADO:    " WK-TOTAL-LIBERADO
           IF WK-CODIGOS-SIN-CUENTA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ATMCODIG.

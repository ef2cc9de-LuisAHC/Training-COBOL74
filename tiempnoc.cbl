      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Tendencia de tiempos de la corrida nocturna. Recorre
      *           el historico permanente NOCHHIST que deja NOCTURNO
      *           (un registro por paso corrido) y por cada programa
      *           imprime cuantas veces ha corrido, su promedio y su
      *           maximo de segundos (con la noche en que ocurrio), el
      *           promedio de registros que reporto (solo de las
      *           corridas en que el paso si los reporto; N/R si
      *           nunca lo hizo) y el detalle de
      *           sus ultimas 30 corridas, marcando como EXCEDIDA la
      *           que paso del porcentaje sobre su promedio de la
      *           tarjeta VENTANA (el mismo criterio de las alertas de
      *           MATUTINO; sin tarjeta, 50% y un minimo de 60
      *           segundos). Sirve para ver venir los pasos de fin de
      *           mes que se van alargando (ATMARCH, ATMINTAN,
      *           ATMPRON) antes de que revienten la ventana batch.
      *           El reporte sale al archivo fechado TIEMREP+AAMMDD y
      *           queda en el catalogo REPCAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIEMPNOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOCHHIST ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-HIST.
           SELECT VENTANA ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-VENT.
           SELECT TIEMREP ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD NOCHHIST.
           01 REG-NOCHHIST.
               COPY HISNOREG REPLACING ==LVL== BY ==05==
                   ==NOMCORRIDA== BY ==HIS-CORRIDA==
                   ==NOMPROGRAMA== BY ==HIS-PROGRAMA==
                   ==NOMPARAMETRO== BY ==HIS-PARAMETRO==
                   ==NOMFECINI== BY ==HIS-FECHA-INICIO==
                   ==NOMHORINI== BY ==HIS-HORA-INICIO==
                   ==NOMFECFIN== BY ==HIS-FECHA-FIN==
                   ==NOMHORFIN== BY ==HIS-HORA-FIN==
                   ==NOMSEGUNDOS== BY ==HIS-SEGUNDOS==
                   ==NOMREGISTROS== BY ==HIS-REGISTROS==
                   ==NOMCODIGO== BY ==HIS-CODIGO==
                   ==NOMRESULTADO== BY ==HIS-RESULTADO==.
           FD VENTANA.
           01 REG-VENTANA.
               COPY VENTAREG REPLACING ==LVL== BY ==05==
                   ==NOMPORCENTAJE== BY ==VEN-PORCENTAJE==
                   ==NOMMINIMO== BY ==VEN-MINIMO==
                   ==NOMCORTE== BY ==VEN-CORTE==.
           FD TIEMREP REPORT IS RD-TIEMPOS.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-HIST    PIC X(02).
           01 WKS-STATUS-VENT    PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-HIST       PIC 9(01).
           01 WKS-FECHA-REPORTE  PIC 9(08).
      *CRITERIO DE CORRIDA EXCEDIDA (TARJETA VENTANA)
           01 WK-PORCENTAJE      PIC 9(03) VALUE 50.
           01 WK-MINIMO          PIC 9(05) VALUE 60.
           01 WK-TOTAL-CORRIDAS  PIC 9(07) VALUE 0.
           01 WK-TOTAL-EXCEDIDAS PIC 9(05) VALUE 0.
           01 WK-OMITIDOS        PIC 9(07) VALUE 0.
      *REGISTROS DE UN PASO QUE NO LLAMO A PASOCONT
           01 WK-NO-REPORTADO    PIC 9(07) VALUE 9999999.
      *UN RENGLON POR PROGRAMA CON SUS ACUMULADOS Y SUS ULTIMAS 30
      *CORRIDAS EN ORDEN (LA MAS VIEJA SE RECORRE HACIA AFUERA)
           01 WK-IDX-PRG         PIC 9(02).
           01 WK-IDX-BUSCA       PIC 9(02).
           01 WK-IDX-ULT         PIC 9(02).
           01 WK-TOTAL-PROGS     PIC 9(02) VALUE 0.
           01 WKS-TABLA-PROGRAMAS.
               02 WK-PRG OCCURS 60 TIMES.
                   05 WK-PRG-PROGRAMA   PIC X(08).
                   05 WK-PRG-CORRIDAS   PIC 9(05).
                   05 WK-PRG-SUMA-SEG   PIC 9(09).
                   05 WK-PRG-MAXIMO     PIC 9(06).
                   05 WK-PRG-FECHA-MAX  PIC 9(08).
                   05 WK-PRG-SUMA-REG   PIC 9(11).
                   05 WK-PRG-REPORTADAS PIC 9(05).
                   05 WK-PRG-ULTIMAS    PIC 9(02).
                   05 WK-PRG-ULT OCCURS 30 TIMES.
                       10 WK-ULT-CORRIDA   PIC 9(08).
                       10 WK-ULT-HORA      PIC 9(08).
                       10 WK-ULT-SEGUNDOS  PIC 9(06).
                       10 WK-ULT-REGISTROS PIC 9(07).
                       10 WK-ULT-RESULTADO PIC X(08).
      *CAMPOS DE IMPRESION
           01 WK-PROMEDIO        PIC 9(06).
           01 WK-PROM-REG        PIC 9(07).
           01 WK-LIMITE          PIC 9(07).
           01 WKS-DET-PROGRAMA   PIC X(08).
           01 WK-DET-CORRIDAS    PIC 9(05).
           01 WK-DET-MAXIMO      PIC 9(06).
           01 WKS-DET-FECHA-MAX  PIC 9(08).
           01 WKS-DET-CORRIDA    PIC 9(08).
           01 WKS-DET-HORA       PIC 9(08).
           01 WK-DET-SEGUNDOS    PIC 9(06).
           01 WK-DET-REGISTROS   PIC 9(07).
      *LOS REGISTROS SE IMPRIMEN COMO TEXTO PARA PODER PONER N/R
           01 WK-EDITA-REGISTROS PIC ZZZZZZ9.
           01 WKS-TXT-PROM-REG   PIC X(07).
           01 WKS-TXT-REGISTROS  PIC X(07).
           01 WKS-DET-RESULTADO  PIC X(08).
           01 WKS-DET-MARCA      PIC X(08).
       REPORT SECTION.
           RD RD-TIEMPOS
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  054.
       01 RD-TIE-TITULOS TYPE IS PH.
           10 RD-TIE-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(043) VALUE
                 "TENDENCIA DE TIEMPOS DE LA CORRIDA NOCTURNA".
           10 RD-TIE-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-REPORTE.
           10 RD-TIE-TITULO-03 LINE 004.
               15 COLUMN 001 PIC X(018) VALUE
                 "EXCEDIDA = MAS DEL".
               15 COLUMN 020 PIC ZZ9 SOURCE WK-PORCENTAJE.
               15 COLUMN 023 PIC X(026) VALUE
                 "% SOBRE SU PROMEDIO, PASOS".
               15 COLUMN 050 PIC X(007) VALUE "DE MAS ".
               15 COLUMN 057 PIC ZZZZ9 SOURCE WK-MINIMO.
               15 COLUMN 063 PIC X(008) VALUE "SEGUNDOS".
       01 RD-TIE-PROGRAMA TYPE DETAIL.
           10 RD-TIE-PRG01 LINE PLUS 002.
               15 COLUMN 001 PIC X(010) VALUE "PROGRAMA: ".
               15 COLUMN 011 PIC X(008) SOURCE WKS-DET-PROGRAMA.
               15 COLUMN 021 PIC X(009) VALUE "CORRIDAS:".
               15 COLUMN 031 PIC ZZZZ9 SOURCE WK-DET-CORRIDAS.
               15 COLUMN 038 PIC X(019) VALUE "REGISTROS PROMEDIO:".
               15 COLUMN 058 PIC X(07) SOURCE WKS-TXT-PROM-REG.
           10 RD-TIE-PRG02 LINE PLUS 001.
               15 COLUMN 003 PIC X(013) VALUE "PROMEDIO SEG:".
               15 COLUMN 017 PIC ZZZZZ9 SOURCE WK-PROMEDIO.
               15 COLUMN 025 PIC X(011) VALUE "MAXIMO SEG:".
               15 COLUMN 037 PIC ZZZZZ9 SOURCE WK-DET-MAXIMO.
               15 COLUMN 045 PIC X(008) VALUE "NOCHE DE".
               15 COLUMN 054 PIC 9999/99/99 SOURCE WKS-DET-FECHA-MAX.
           10 RD-TIE-PRG03 LINE PLUS 001.
               15 COLUMN 005 PIC X(007) VALUE "CORRIDA".
               15 COLUMN 017 PIC X(006) VALUE "INICIO".
               15 COLUMN 027 PIC X(008) VALUE "SEGUNDOS".
               15 COLUMN 037 PIC X(009) VALUE "REGISTROS".
               15 COLUMN 048 PIC X(009) VALUE "RESULTADO".
               15 COLUMN 058 PIC X(005) VALUE "MARCA".
       01 RD-TIE-CORRIDA TYPE DETAIL.
           10 RD-TIE-COR01 LINE PLUS 001.
               15 COLUMN 005 PIC 9999/99/99 SOURCE WKS-DET-CORRIDA.
               15 COLUMN 017 PIC 9(08) SOURCE WKS-DET-HORA.
               15 COLUMN 027 PIC ZZZZZ9 SOURCE WK-DET-SEGUNDOS.
               15 COLUMN 037 PIC X(07) SOURCE WKS-TXT-REGISTROS.
               15 COLUMN 048 PIC X(08) SOURCE WKS-DET-RESULTADO.
               15 COLUMN 058 PIC X(08) SOURCE WKS-DET-MARCA.
       01 RD-TIE-TOTALES TYPE IS RF.
           10 RD-TIE-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(031) VALUE
                 "PROGRAMAS EN EL HISTORICO:".
               15 COLUMN 033 PIC ZZ9 SOURCE WK-TOTAL-PROGS.
           10 RD-TIE-TOT02 LINE PLUS 001.
               15 COLUMN 001 PIC X(031) VALUE
                 "PASOS CORRIDOS EN EL HISTORICO:".
               15 COLUMN 033 PIC ZZZZZZ9 SOURCE WK-TOTAL-CORRIDAS.
           10 RD-TIE-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(031) VALUE
                 "EXCEDIDAS EN LAS ULTIMAS 30:".
               15 COLUMN 033 PIC ZZZZ9 SOURCE WK-TOTAL-EXCEDIDAS.
           10 RD-TIE-TOT04 LINE PLUS 001.
               15 COLUMN 001 PIC X(031) VALUE
                 "SIN LUGAR EN LA TABLA (60):".
               15 COLUMN 033 PIC ZZZZZZ9 SOURCE WK-OMITIDOS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGA UNTIL WKS-EOF-HIST = 1
           PERFORM 3000-REPORTA
           PERFORM 4000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-HIST
           ACCEPT WKS-FECHA-REPORTE FROM DATE
           PERFORM 1100-LEE-VENTANA
           OPEN INPUT NOCHHIST
           IF WKS-STATUS-HIST NOT = "00"
               DISPLAY "NO EXISTE EL HISTORICO DE TIEMPOS NOCHHIST, "
                       "NO HAY NADA QUE REPORTAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *LA TARJETA VENTANA ES OPCIONAL; SIN ELLA SE QUEDAN LOS VALORES
      *DE SIEMPRE (50% Y 60 SEGUNDOS)
       1100-LEE-VENTANA.
           OPEN INPUT VENTANA
           IF WKS-STATUS-VENT = "00"
               READ VENTANA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VEN-PORCENTAJE TO WK-PORCENTAJE
                       MOVE VEN-MINIMO     TO WK-MINIMO
               END-READ
               CLOSE VENTANA
           END-IF.
       2000-CARGA.
           READ NOCHHIST
               AT END
                   MOVE 1 TO WKS-EOF-HIST
               NOT AT END
                   ADD 1 TO WK-TOTAL-CORRIDAS
                   PERFORM 2100-ACUMULA-PASO
           END-READ.
       2100-ACUMULA-PASO.
           MOVE 0 TO WK-IDX-PRG
           PERFORM 2110-COMPARA-PROGRAMA
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > WK-TOTAL-PROGS
           IF WK-IDX-PRG = 0 AND WK-TOTAL-PROGS < 60
               ADD 1 TO WK-TOTAL-PROGS
               MOVE WK-TOTAL-PROGS TO WK-IDX-PRG
               INITIALIZE WK-PRG (WK-IDX-PRG)
               MOVE HIS-PROGRAMA TO WK-PRG-PROGRAMA (WK-IDX-PRG)
           END-IF
           IF WK-IDX-PRG = 0
               ADD 1 TO WK-OMITIDOS
           ELSE
               ADD 1 TO WK-PRG-CORRIDAS (WK-IDX-PRG)
               ADD HIS-SEGUNDOS  TO WK-PRG-SUMA-SEG (WK-IDX-PRG)
               IF HIS-REGISTROS NOT = WK-NO-REPORTADO
                   ADD 1 TO WK-PRG-REPORTADAS (WK-IDX-PRG)
                   ADD HIS-REGISTROS TO WK-PRG-SUMA-REG (WK-IDX-PRG)
               END-IF
               IF HIS-SEGUNDOS > WK-PRG-MAXIMO (WK-IDX-PRG)
                   MOVE HIS-SEGUNDOS TO WK-PRG-MAXIMO (WK-IDX-PRG)
                   MOVE HIS-CORRIDA  TO WK-PRG-FECHA-MAX (WK-IDX-PRG)
               END-IF
               PERFORM 2200-GUARDA-ULTIMA
           END-IF.
       2110-COMPARA-PROGRAMA.
           IF WK-PRG-PROGRAMA (WK-IDX-BUSCA) = HIS-PROGRAMA
               MOVE WK-IDX-BUSCA TO WK-IDX-PRG
           END-IF.
      *CON LAS 30 POSICIONES LLENAS SE RECORREN UNA HACIA ARRIBA Y LA
      *CORRIDA NUEVA ENTRA AL FINAL
       2200-GUARDA-ULTIMA.
           IF WK-PRG-ULTIMAS (WK-IDX-PRG) < 30
               ADD 1 TO WK-PRG-ULTIMAS (WK-IDX-PRG)
           ELSE
               PERFORM 2210-RECORRE-ULTIMA
                   VARYING WK-IDX-ULT FROM 1 BY 1
                   UNTIL WK-IDX-ULT > 29
           END-IF
           MOVE WK-PRG-ULTIMAS (WK-IDX-PRG) TO WK-IDX-ULT
           MOVE HIS-CORRIDA
               TO WK-ULT-CORRIDA (WK-IDX-PRG, WK-IDX-ULT)
           MOVE HIS-HORA-INICIO
               TO WK-ULT-HORA (WK-IDX-PRG, WK-IDX-ULT)
           MOVE HIS-SEGUNDOS
               TO WK-ULT-SEGUNDOS (WK-IDX-PRG, WK-IDX-ULT)
           MOVE HIS-REGISTROS
               TO WK-ULT-REGISTROS (WK-IDX-PRG, WK-IDX-ULT)
           MOVE HIS-RESULTADO
               TO WK-ULT-RESULTADO (WK-IDX-PRG, WK-IDX-ULT).
       2210-RECORRE-ULTIMA.
           MOVE WK-PRG-ULT (WK-IDX-PRG, WK-IDX-ULT + 1)
               TO WK-PRG-ULT (WK-IDX-PRG, WK-IDX-ULT).
       3000-REPORTA.
           MOVE "TIEMREP" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-REPORTE (3:6) TO WKS-NOMBRE-REP (8:6)
           OPEN OUTPUT TIEMREP
           INITIATE RD-TIEMPOS
           PERFORM 3100-REPORTA-PROGRAMA
               VARYING WK-IDX-PRG FROM 1 BY 1
               UNTIL WK-IDX-PRG > WK-TOTAL-PROGS
           TERMINATE RD-TIEMPOS
           CLOSE TIEMREP
           PERFORM 3300-CATALOGA-REPORTE.
      *EL LIMITE DE LA MARCA ES EL PROMEDIO DEL PROGRAMA MAS EL
      *PORCENTAJE DE LA TARJETA; LOS PASOS MAS CORTOS QUE EL MINIMO
      *NO SE MARCAN. EL PROMEDIO DE REGISTROS SOLO CUENTA LAS
      *CORRIDAS EN QUE EL PASO REPORTO SU CONTEO
       3100-REPORTA-PROGRAMA.
           COMPUTE WK-PROMEDIO ROUNDED =
               WK-PRG-SUMA-SEG (WK-IDX-PRG) /
               WK-PRG-CORRIDAS (WK-IDX-PRG)
           IF WK-PRG-REPORTADAS (WK-IDX-PRG) = 0
               MOVE "    N/R" TO WKS-TXT-PROM-REG
           ELSE
               COMPUTE WK-PROM-REG ROUNDED =
                   WK-PRG-SUMA-REG (WK-IDX-PRG) /
                   WK-PRG-REPORTADAS (WK-IDX-PRG)
               MOVE WK-PROM-REG TO WK-EDITA-REGISTROS
               MOVE WK-EDITA-REGISTROS TO WKS-TXT-PROM-REG
           END-IF
           COMPUTE WK-LIMITE =
               WK-PROMEDIO * (100 + WK-PORCENTAJE) / 100
           MOVE WK-PRG-PROGRAMA (WK-IDX-PRG)  TO WKS-DET-PROGRAMA
           MOVE WK-PRG-CORRIDAS (WK-IDX-PRG)  TO WK-DET-CORRIDAS
           MOVE WK-PRG-MAXIMO (WK-IDX-PRG)    TO WK-DET-MAXIMO
           MOVE WK-PRG-FECHA-MAX (WK-IDX-PRG) TO WKS-DET-FECHA-MAX
           GENERATE RD-TIE-PROGRAMA
           PERFORM 3200-REPORTA-CORRIDA
               VARYING WK-IDX-ULT FROM 1 BY 1
               UNTIL WK-IDX-ULT > WK-PRG-ULTIMAS (WK-IDX-PRG).
       3200-REPORTA-CORRIDA.
           MOVE WK-ULT-CORRIDA (WK-IDX-PRG, WK-IDX-ULT)
               TO WKS-DET-CORRIDA
           MOVE WK-ULT-HORA (WK-IDX-PRG, WK-IDX-ULT)
               TO WKS-DET-HORA
           MOVE WK-ULT-SEGUNDOS (WK-IDX-PRG, WK-IDX-ULT)
               TO WK-DET-SEGUNDOS
           MOVE WK-ULT-REGISTROS (WK-IDX-PRG, WK-IDX-ULT)
               TO WK-DET-REGISTROS
           IF WK-DET-REGISTROS = WK-NO-REPORTADO
               MOVE "    N/R" TO WKS-TXT-REGISTROS
           ELSE
               MOVE WK-DET-REGISTROS TO WK-EDITA-REGISTROS
               MOVE WK-EDITA-REGISTROS TO WKS-TXT-REGISTROS
           END-IF
           MOVE WK-ULT-RESULTADO (WK-IDX-PRG, WK-IDX-ULT)
               TO WKS-DET-RESULTADO
           MOVE SPACES TO WKS-DET-MARCA
           IF WK-DET-SEGUNDOS >= WK-MINIMO AND
              WK-DET-SEGUNDOS > WK-LIMITE
               MOVE "EXCEDIDA" TO WKS-DET-MARCA
               ADD 1 TO WK-TOTAL-EXCEDIDAS
           END-IF
           GENERATE RD-TIE-CORRIDA.
       3300-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "TIEMPNOC" TO CAT-PROGRAMA
           MOVE WKS-FECHA-REPORTE TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       4000-TERMINA.
           CLOSE NOCHHIST
           DISPLAY "TENDENCIA DE TIEMPOS GENERADA EN " WKS-NOMBRE-REP
           DISPLAY "  PROGRAMAS: " WK-TOTAL-PROGS
           DISPLAY "  CORRIDAS EXCEDIDAS EN LAS ULTIMAS 30: "
                   WK-TOTAL-EXCEDIDAS.
       END PROGRAM TIEMPNOC.

      ******************************************************************
      * Author: LUIS CECILIANO
      * Date: OCTOBER 15, 2026
      * Purpose: PRACTICE
      * Tectonics: cobc
      * Detalles: Envio nocturno de los avisos al cliente (archivo
      *           AVISOS, los graba el subprograma AVISOSIG desde el
      *           cajero ATM, ATMORDEN, ATMCOMIS y ATMLIBER). Cada
      *           aviso pendiente (P) se empaqueta en el archivo de
      *           ancho fijo MENSAJ+AAMMDD que recoge el proveedor de
      *           mensajeria (encabezado H, un renglon D por mensaje
      *           y total T): segun el canal de las preferencias del
      *           cliente (archivo PREFAVIS) sale un mensaje al
      *           telefono del maestro CLIENTES, un correo, o ambos.
      *           El texto solo muestra los ultimos cuatro digitos de
      *           la cuenta. El aviso enviado se marca E con la fecha
      *           de envio para que una segunda corrida no lo
      *           duplique; el que ya no tiene a donde enviarse (el
      *           cliente quito sus preferencias o no tiene telefono
      *           ni correo) se marca D (descartado).
      *           Al final queda el conteo del dia por tipo de evento
      *           en el reporte AVISO+AAMMDD, catalogado en REPCAT
      *           para el visor REPVIEW.
      *           La fecha se toma del archivo de parametros AVISPARM
      *           si existe; si no, del dia de la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMAVISO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISOS ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-AVISOS.
           SELECT PREFAVIS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PAV-CLIENTE
               FILE STATUS IS WKS-STATUS-PREFAV.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CLI-CLAVE
               FILE STATUS IS WKS-STATUS-CLIEN.
           SELECT AVISPARM ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-PARM.
           SELECT MENSAJES ASSIGN USING WKS-NOMBRE-MSJ
               FILE STATUS IS WKS-STATUS-MSJ.
           SELECT AVISOREP ASSIGN USING WKS-NOMBRE-REP
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPCAT ASSIGN TO DISK
               FILE STATUS IS WKS-STATUS-REPCAT.
       DATA DIVISION.
       FILE SECTION.
           FD AVISOS.
           01 REG-AVISO.
               COPY AVISOREG REPLACING ==LVL== BY ==05==
                   ==NOMCLIENTE== BY ==AVI-CLIENTE==
                   ==NOMCUENTA== BY ==AVI-CUENTA==
                   ==NOMEVENTO== BY ==AVI-EVENTO==
                   ==NOMIMPORTE== BY ==AVI-IMPORTE==
                   ==NOMSALDO== BY ==AVI-SALDO==
                   ==NOMFECHA== BY ==AVI-FECHA==
                   ==NOMHORA== BY ==AVI-HORA==
                   ==NOMTERMINAL== BY ==AVI-TERMINAL==
                   ==NOMESTATUS== BY ==AVI-ESTATUS==
                   ==NOMFECENVIO== BY ==AVI-FECENVIO==.
           FD PREFAVIS.
           01 REG-PREFERENCIA.
               COPY PREFAREG REPLACING ==LVL== BY ==05==
                   ==NOMCLIENTE== BY ==PAV-CLIENTE==
                   ==NOMCANAL== BY ==PAV-CANAL==
                   ==NOMCORREO== BY ==PAV-CORREO==
                   ==NOMAVRETIRO== BY ==PAV-AVRETIRO==
                   ==NOMAVNIP== BY ==PAV-AVNIP==
                   ==NOMAVBLOQ== BY ==PAV-AVBLOQ==
                   ==NOMAVSALDO== BY ==PAV-AVSALDO==
                   ==NOMAVORDEN== BY ==PAV-AVORDEN==
                   ==NOMAVCOMIS== BY ==PAV-AVCOMIS==
                   ==NOMAVLIBER== BY ==PAV-AVLIBER==
                   ==NOMUMBRAL== BY ==PAV-UMBRAL==
                   ==NOMSALDOMIN== BY ==PAV-SALDOMIN==.
           FD CLIENTES.
           01 REG-CLIENTE-MAE.
               COPY CLIENREG REPLACING ==LVL== BY ==05==
                   ==NOMCLAVE== BY ==CLI-CLAVE==
                   ==NOMNOMBRE== BY ==CLI-NOMBRE==
                   ==NOMDIRECCION== BY ==CLI-DIRECCION==
                   ==NOMTELEFONO== BY ==CLI-TELEFONO==.
           FD AVISPARM.
           01 REG-AVISPARM.
               05 PAR-FECHA PIC 9(08).
      *LAYOUT FIJO ACORDADO CON EL PROVEEDOR DE MENSAJERIA: UN
      *ENCABEZADO, UN RENGLON POR MENSAJE (CANAL S AL TELEFONO, E AL
      *CORREO) Y UN TOTAL DE RENGLONES
           FD MENSAJES.
           01 REG-MSJ-ENCABEZADO.
               05 MSJ-TIPO        PIC X(01).
               05 MSJ-SISTEMA     PIC X(08).
               05 MSJ-FECHA       PIC 9(08).
               05 FILLER          PIC X(183).
           01 REG-MSJ-DETALLE.
               05 MSJ-DET-TIPO    PIC X(01).
               05 MSJ-RENGLON     PIC 9(06).
               05 MSJ-CANAL       PIC X(01).
               05 MSJ-DESTINO     PIC X(40).
               05 MSJ-CLIENTE     PIC 9(06).
               05 MSJ-EVENTO      PIC X(02).
               05 MSJ-DET-FECHA   PIC 9(08).
               05 MSJ-DET-HORA    PIC 9(08).
               05 MSJ-TEXTO       PIC X(120).
               05 FILLER          PIC X(08).
           01 REG-MSJ-TOTAL.
               05 MSJ-TOT-TIPO    PIC X(01).
               05 MSJ-RENGLONES   PIC 9(06).
               05 FILLER          PIC X(193).
           FD AVISOREP REPORT IS RD-AVISOS.
      *CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
      *REPORTES DEL SISTEMA
           FD REPCAT.
           01 REG-REPCAT.
               COPY REPCAREG REPLACING ==LVL== BY ==05==
                   ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
                   ==NOMFECHA== BY ==CAT-FECHA==
                   ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
       WORKING-STORAGE SECTION.
           01 WKS-STATUS-AVISOS  PIC X(02).
           01 WKS-STATUS-PREFAV  PIC X(02).
           01 WKS-STATUS-CLIEN   PIC X(02).
           01 WKS-STATUS-PARM    PIC X(02).
           01 WKS-STATUS-MSJ     PIC X(02).
           01 WKS-STATUS-REPCAT  PIC X(02).
           01 WKS-NOMBRE-MSJ     PIC X(12).
           01 WKS-NOMBRE-REP     PIC X(14).
           01 WKS-EOF-AVISOS     PIC 9(01).
           01 WKS-FECHA-PROCESO  PIC 9(08).
           01 WKS-PREFAV-ABIERTO PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-PREFAV VALUE "S".
           01 WKS-CLIEN-ABIERTO  PIC X(01) VALUE "N".
               88 WKS-SI-ABRIO-CLIEN VALUE "S".
           01 WKS-CANAL          PIC X(01).
           01 WKS-TELEFONO       PIC X(10).
           01 WKS-CORREO         PIC X(40).
           01 WKS-MENSAJES-AVISO PIC 9(01).
           01 WKS-TEXTO          PIC X(120).
           01 WKS-PTR-TEXTO      PIC 9(03).
           01 WKS-CUENTA-MASCARA PIC X(05).
      *IMPORTES EDITADOS SIN LOS BLANCOS DE LA IZQUIERDA PARA EL TEXTO
           01 WKS-IMPORTE-EDIT   PIC -(9)9.99.
           01 WKS-IMPORTE-TXT    PIC X(13).
           01 WKS-SALDO-TXT      PIC X(13).
           01 WKS-BLANCOS        PIC 9(02).
           01 WK-RENGLONES       PIC 9(06) VALUE 0.
           01 WK-PENDIENTES      PIC 9(05) VALUE 0.
           01 WK-ENVIADOS        PIC 9(05) VALUE 0.
           01 WK-DESCARTADOS     PIC 9(05) VALUE 0.
           01 WK-TOT-GENERADOS   PIC 9(05) VALUE 0.
           01 WK-TOT-SMS         PIC 9(05) VALUE 0.
           01 WK-TOT-CORREOS     PIC 9(05) VALUE 0.
           01 WK-IDX-EVE         PIC 9(02).
           01 WK-IDX-BUSCA       PIC 9(02).
      *EVENTOS QUE GRABA AVISOSIG, EN EL ORDEN EN QUE SALEN EN EL
      *CONTEO DEL REPORTE; EL ULTIMO RENGLON JUNTA CUALQUIER CODIGO
      *QUE NO ESTE EN LA LISTA
           01 WKS-LISTA-EVENTOS.
               02 FILLER PIC X(24) VALUE "RERETIRO EN CAJERO".
               02 FILLER PIC X(24) VALUE "NINIP RECHAZADO".
               02 FILLER PIC X(24) VALUE "BQCUENTA BLOQUEADA".
               02 FILLER PIC X(24) VALUE "SBSALDO BAJO".
               02 FILLER PIC X(24) VALUE "ORORDEN PROGRAMADA".
               02 FILLER PIC X(24) VALUE "COCOMISION COBRADA".
               02 FILLER PIC X(24) VALUE "LRCHEQUE LIBERADO".
               02 FILLER PIC X(24) VALUE "??OTROS".
           01 WKS-LISTA-EVENTO REDEFINES WKS-LISTA-EVENTOS.
               02 WK-EVENTO-CAT OCCURS 8 TIMES.
                   05 WK-EVE-CODIGO PIC X(02).
                   05 WK-EVE-DESCR  PIC X(22).
           01 WKS-TABLA-CONTEO.
               02 WK-EVENTO-CONTEO OCCURS 8 TIMES.
                   05 WK-CNT-GENERADOS   PIC 9(05).
                   05 WK-CNT-ENVIADOS    PIC 9(05).
                   05 WK-CNT-DESCARTADOS PIC 9(05).
                   05 WK-CNT-SMS         PIC 9(05).
                   05 WK-CNT-CORREOS     PIC 9(05).
       REPORT SECTION.
           RD RD-AVISOS
               PAGE LIMIT   060 LINES
               HEADING      001
               FIRST DETAIL 006
               LAST DETAIL  050.
       01 RD-AVI-TITULOS TYPE IS PH.
           10 RD-AVI-TITULO-01 LINE 001.
               15 COLUMN 001 PIC X(050) VALUE
                 "AVISOS AL CLIENTE - CONTEO DEL DIA POR EVENTO".
           10 RD-AVI-TITULO-02 LINE 003.
               15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
               15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-PROCESO.
               15 COLUMN 022 PIC X(008) VALUE "ARCHIVO:".
               15 COLUMN 031 PIC X(012) SOURCE WKS-NOMBRE-MSJ.
           10 RD-AVI-TITULO-03 LINE 005.
               15 COLUMN 001 PIC X(006) VALUE "EVENTO".
               15 COLUMN 029 PIC X(009) VALUE "GENERADOS".
               15 COLUMN 040 PIC X(008) VALUE "ENVIADOS".
               15 COLUMN 050 PIC X(011) VALUE "DESCARTADOS".
               15 COLUMN 063 PIC X(008) VALUE "MENSAJES".
               15 COLUMN 073 PIC X(007) VALUE "CORREOS".
       01 RD-AVI-DETALLE TYPE DETAIL.
           10 RD-AVI-DET01 LINE PLUS 001.
               15 COLUMN 001 PIC X(002) SOURCE
                   WK-EVE-CODIGO (WK-IDX-EVE).
               15 COLUMN 004 PIC X(022) SOURCE
                   WK-EVE-DESCR (WK-IDX-EVE).
               15 COLUMN 033 PIC ZZZZ9 SOURCE
                   WK-CNT-GENERADOS (WK-IDX-EVE).
               15 COLUMN 043 PIC ZZZZ9 SOURCE
                   WK-CNT-ENVIADOS (WK-IDX-EVE).
               15 COLUMN 056 PIC ZZZZ9 SOURCE
                   WK-CNT-DESCARTADOS (WK-IDX-EVE).
               15 COLUMN 066 PIC ZZZZ9 SOURCE
                   WK-CNT-SMS (WK-IDX-EVE).
               15 COLUMN 075 PIC ZZZZ9 SOURCE
                   WK-CNT-CORREOS (WK-IDX-EVE).
       01 RD-AVI-TOTALES TYPE IS RF.
           10 RD-AVI-TOT01 LINE PLUS 002.
               15 COLUMN 001 PIC X(010) VALUE "TOTALES:".
               15 COLUMN 033 PIC ZZZZ9 SOURCE WK-TOT-GENERADOS.
               15 COLUMN 043 PIC ZZZZ9 SOURCE WK-ENVIADOS.
               15 COLUMN 056 PIC ZZZZ9 SOURCE WK-DESCARTADOS.
               15 COLUMN 066 PIC ZZZZ9 SOURCE WK-TOT-SMS.
               15 COLUMN 075 PIC ZZZZ9 SOURCE WK-TOT-CORREOS.
           10 RD-AVI-TOT02 LINE PLUS 002.
               15 COLUMN 001 PIC X(040) VALUE
                 "GENERADOS: AVISOS GRABADOS EN LA FECHA".
           10 RD-AVI-TOT03 LINE PLUS 001.
               15 COLUMN 001 PIC X(050) VALUE
                 "ENVIADOS/DESCARTADOS: PENDIENTES DE ESTA CORRIDA".
           10 RD-AVI-TOT04 LINE PLUS 001.
               15 COLUMN 001 PIC X(040) VALUE
                 "RENGLONES EN EL ARCHIVO DEL PROVEEDOR:".
               15 COLUMN 042 PIC ZZZZZ9 SOURCE WK-RENGLONES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESA-AVISO UNTIL WKS-EOF-AVISOS = 1
           PERFORM 4000-REPORTA
           PERFORM 5000-TERMINA
           GOBACK.
       1000-INICIO.
           MOVE 0 TO WKS-EOF-AVISOS
           INITIALIZE WKS-TABLA-CONTEO
           PERFORM 1050-LEE-PARAMETRO
           OPEN INPUT PREFAVIS
           IF WKS-STATUS-PREFAV = "00"
               SET WKS-SI-ABRIO-PREFAV TO TRUE
           END-IF
           OPEN INPUT CLIENTES
           IF WKS-STATUS-CLIEN = "00"
               SET WKS-SI-ABRIO-CLIEN TO TRUE
           END-IF
           OPEN I-O AVISOS
           IF WKS-STATUS-AVISOS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO AVISOS, NO HAY AVISOS "
                       "QUE ENVIAR"
               MOVE 1 TO WKS-EOF-AVISOS
           END-IF
           MOVE "MENSAJ" TO WKS-NOMBRE-MSJ
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-MSJ (7:6)
           OPEN OUTPUT MENSAJES
           MOVE SPACES TO REG-MSJ-ENCABEZADO
           MOVE "H" TO MSJ-TIPO
           MOVE "ATMAVISO" TO MSJ-SISTEMA
           MOVE WKS-FECHA-PROCESO TO MSJ-FECHA
           WRITE REG-MSJ-ENCABEZADO.
      *SECCION QUE TOMA LA FECHA DE PROCESO DEL ARCHIVO DE PARAMETROS
      *AVISPARM SI EXISTE (PARA LA CORRIDA NOCTURNA); SI NO EXISTE SE
      *PROCESA EL DIA DE LA CORRIDA, SIN PREGUNTAR NADA AL OPERADOR
       1050-LEE-PARAMETRO.
           ACCEPT WKS-FECHA-PROCESO FROM DATE
           OPEN INPUT AVISPARM
           IF WKS-STATUS-PARM = "00"
               READ AVISPARM
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
               CLOSE AVISPARM
           END-IF.
      *TODO PENDIENTE (ESTATUS P) SE ENVIA SIN IMPORTAR SU FECHA Y SE
      *MARCA EN EL MISMO RENGLON; LOS AVISOS GRABADOS EN LA FECHA DE
      *PROCESO SE CUENTAN COMO GENERADOS DEL DIA AUNQUE YA SE HAYAN
      *ENVIADO EN UNA CORRIDA ANTERIOR
       2000-PROCESA-AVISO.
           READ AVISOS
               AT END
                   MOVE 1 TO WKS-EOF-AVISOS
               NOT AT END
                   PERFORM 2050-BUSCA-EVENTO
                   IF AVI-FECHA (3:6) = WKS-FECHA-PROCESO (3:6)
                       ADD 1 TO WK-CNT-GENERADOS (WK-IDX-EVE)
                       ADD 1 TO WK-TOT-GENERADOS
                   END-IF
                   IF AVI-ESTATUS = "P"
                       ADD 1 TO WK-PENDIENTES
                       PERFORM 2100-BUSCA-DESTINO
                       PERFORM 2200-ENVIA-AVISO
                   END-IF
           END-READ.
       2050-BUSCA-EVENTO.
           MOVE 8 TO WK-IDX-EVE
           PERFORM 2060-COMPARA-EVENTO
               VARYING WK-IDX-BUSCA FROM 1 BY 1
               UNTIL WK-IDX-BUSCA > 7.
       2060-COMPARA-EVENTO.
           IF AVI-EVENTO = WK-EVE-CODIGO (WK-IDX-BUSCA)
               MOVE WK-IDX-BUSCA TO WK-IDX-EVE
           END-IF.
      *EL CANAL Y EL CORREO SALEN DE LAS PREFERENCIAS VIGENTES DEL
      *CLIENTE Y EL TELEFONO DEL MAESTRO; UN CANAL SIN DATO NO CUENTA
       2100-BUSCA-DESTINO.
           MOVE SPACES TO WKS-CANAL
           MOVE SPACES TO WKS-TELEFONO
           MOVE SPACES TO WKS-CORREO
           IF WKS-SI-ABRIO-PREFAV
               MOVE AVI-CLIENTE TO PAV-CLIENTE
               READ PREFAVIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAV-CANAL TO WKS-CANAL
                       IF PAV-CANAL = "E" OR PAV-CANAL = "A"
                           MOVE PAV-CORREO TO WKS-CORREO
                       END-IF
               END-READ
           END-IF
           IF WKS-SI-ABRIO-CLIEN AND
              (WKS-CANAL = "S" OR WKS-CANAL = "A")
               MOVE AVI-CLIENTE TO CLI-CLAVE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-TELEFONO TO WKS-TELEFONO
               END-READ
           END-IF.
       2200-ENVIA-AVISO.
           MOVE 0 TO WKS-MENSAJES-AVISO
           PERFORM 2300-ARMA-TEXTO
           IF WKS-TELEFONO NOT = SPACES
               MOVE "S" TO MSJ-CANAL
               MOVE WKS-TELEFONO TO MSJ-DESTINO
               PERFORM 2400-GRABA-MENSAJE
               ADD 1 TO WK-CNT-SMS (WK-IDX-EVE)
               ADD 1 TO WK-TOT-SMS
           END-IF
           IF WKS-CORREO NOT = SPACES
               MOVE "E" TO MSJ-CANAL
               MOVE WKS-CORREO TO MSJ-DESTINO
               PERFORM 2400-GRABA-MENSAJE
               ADD 1 TO WK-CNT-CORREOS (WK-IDX-EVE)
               ADD 1 TO WK-TOT-CORREOS
           END-IF
           IF WKS-MENSAJES-AVISO > 0
               MOVE "E" TO AVI-ESTATUS
               ADD 1 TO WK-ENVIADOS
               ADD 1 TO WK-CNT-ENVIADOS (WK-IDX-EVE)
           ELSE
               MOVE "D" TO AVI-ESTATUS
               ADD 1 TO WK-DESCARTADOS
               ADD 1 TO WK-CNT-DESCARTADOS (WK-IDX-EVE)
               DISPLAY "AVISO DESCARTADO, CLIENTE " AVI-CLIENTE
                       " SIN PREFERENCIAS O SIN TELEFONO/CORREO"
           END-IF
           MOVE WKS-FECHA-PROCESO TO AVI-FECENVIO
           REWRITE REG-AVISO.
      *EL TEXTO NUNCA LLEVA LA CUENTA COMPLETA: SOLO UN ASTERISCO Y
      *SUS ULTIMOS CUATRO DIGITOS
       2300-ARMA-TEXTO.
           MOVE "*" TO WKS-CUENTA-MASCARA
           MOVE AVI-CUENTA (9:4) TO WKS-CUENTA-MASCARA (2:4)
           MOVE AVI-SALDO TO WKS-IMPORTE-EDIT
           PERFORM 2350-RECORTA-IMPORTE
           MOVE WKS-IMPORTE-TXT TO WKS-SALDO-TXT
           MOVE AVI-IMPORTE TO WKS-IMPORTE-EDIT
           PERFORM 2350-RECORTA-IMPORTE
           MOVE SPACES TO WKS-TEXTO
           MOVE 1 TO WKS-PTR-TEXTO
           EVALUATE AVI-EVENTO
               WHEN "RE"
                   STRING "RETIRO DE $" DELIMITED BY SIZE
                          WKS-IMPORTE-TXT DELIMITED BY SPACE
                          " EN CAJERO " DELIMITED BY SIZE
                          AVI-TERMINAL DELIMITED BY SPACE
                          " CUENTA " DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          ". SALDO $" DELIMITED BY SIZE
                          WKS-SALDO-TXT DELIMITED BY SPACE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
               WHEN "NI"
                   STRING "NIP INCORRECTO EN CAJERO " DELIMITED BY SIZE
                          AVI-TERMINAL DELIMITED BY SPACE
                          " CUENTA " DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          ". SI NO FUE USTED LLAME AL BANCO"
                              DELIMITED BY SIZE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
               WHEN "BQ"
                   STRING "CUENTA " DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          " BLOQUEADA POR INTENTOS FALLIDOS DE NIP."
                              DELIMITED BY SIZE
                          " ACUDA CON UN EJECUTIVO" DELIMITED BY SIZE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
               WHEN "SB"
                   STRING "SALDO BAJO EN CUENTA " DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          ": $" DELIMITED BY SIZE
                          WKS-SALDO-TXT DELIMITED BY SPACE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
               WHEN "OR"
                   STRING "ORDEN PROGRAMADA APLICADA EN CUENTA "
                              DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          " POR $" DELIMITED BY SIZE
                          WKS-IMPORTE-TXT DELIMITED BY SPACE
                          ". SALDO $" DELIMITED BY SIZE
                          WKS-SALDO-TXT DELIMITED BY SPACE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
               WHEN "CO"
                   STRING "COMISION COBRADA EN CUENTA "
                              DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          " POR $" DELIMITED BY SIZE
                          WKS-IMPORTE-TXT DELIMITED BY SPACE
                          ". SALDO $" DELIMITED BY SIZE
                          WKS-SALDO-TXT DELIMITED BY SPACE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
               WHEN "LR"
                   STRING "CHEQUE LIBERADO EN CUENTA " DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          " POR $" DELIMITED BY SIZE
                          WKS-IMPORTE-TXT DELIMITED BY SPACE
                          ", YA ESTA DISPONIBLE" DELIMITED BY SIZE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
               WHEN OTHER
                   STRING "MOVIMIENTO EN CUENTA " DELIMITED BY SIZE
                          WKS-CUENTA-MASCARA DELIMITED BY SIZE
                          ". SALDO $" DELIMITED BY SIZE
                          WKS-SALDO-TXT DELIMITED BY SPACE
                       INTO WKS-TEXTO WITH POINTER WKS-PTR-TEXTO
           END-EVALUATE.
      *QUITA LOS BLANCOS DE LA IZQUIERDA DEL IMPORTE EDITADO
       2350-RECORTA-IMPORTE.
           MOVE 0 TO WKS-BLANCOS
           INSPECT WKS-IMPORTE-EDIT TALLYING WKS-BLANCOS
               FOR LEADING SPACES
           MOVE SPACES TO WKS-IMPORTE-TXT
           MOVE WKS-IMPORTE-EDIT (WKS-BLANCOS + 1:13 - WKS-BLANCOS)
               TO WKS-IMPORTE-TXT.
       2400-GRABA-MENSAJE.
           ADD 1 TO WK-RENGLONES
           ADD 1 TO WKS-MENSAJES-AVISO
           MOVE "D" TO MSJ-DET-TIPO
           MOVE WK-RENGLONES TO MSJ-RENGLON
           MOVE AVI-CLIENTE TO MSJ-CLIENTE
           MOVE AVI-EVENTO TO MSJ-EVENTO
           MOVE AVI-FECHA TO MSJ-DET-FECHA
           MOVE AVI-HORA TO MSJ-DET-HORA
           MOVE WKS-TEXTO TO MSJ-TEXTO
           MOVE SPACES TO REG-MSJ-DETALLE (193:8)
           WRITE REG-MSJ-DETALLE.
       4000-REPORTA.
           MOVE "AVISO" TO WKS-NOMBRE-REP
           MOVE WKS-FECHA-PROCESO (3:6) TO WKS-NOMBRE-REP (6:6)
           OPEN OUTPUT AVISOREP
           INITIATE RD-AVISOS
           PERFORM 4100-REPORTA-EVENTO
               VARYING WK-IDX-EVE FROM 1 BY 1
               UNTIL WK-IDX-EVE > 8
           TERMINATE RD-AVISOS
           CLOSE AVISOREP
           PERFORM 4500-CATALOGA-REPORTE.
      *EL RENGLON DE OTROS SOLO SALE SI LLEGO ALGUN CODIGO DESCONOCIDO
       4100-REPORTA-EVENTO.
           IF WK-IDX-EVE < 8 OR
              WK-CNT-GENERADOS (WK-IDX-EVE) > 0 OR
              WK-CNT-ENVIADOS (WK-IDX-EVE) > 0 OR
              WK-CNT-DESCARTADOS (WK-IDX-EVE) > 0
               GENERATE RD-AVI-DETALLE
           END-IF.
       4500-CATALOGA-REPORTE.
           OPEN EXTEND REPCAT
           IF WKS-STATUS-REPCAT = "35"
               OPEN OUTPUT REPCAT
               CLOSE REPCAT
               OPEN EXTEND REPCAT
           END-IF
           MOVE "ATMAVISO" TO CAT-PROGRAMA
           MOVE WKS-FECHA-PROCESO TO CAT-FECHA
           MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
           WRITE REG-REPCAT
           CLOSE REPCAT.
       5000-TERMINA.
           MOVE SPACES TO REG-MSJ-TOTAL
           MOVE "T" TO MSJ-TOT-TIPO
           MOVE WK-RENGLONES TO MSJ-RENGLONES
           WRITE REG-MSJ-TOTAL
           CLOSE MENSAJES
           IF WKS-STATUS-AVISOS = "00" OR WKS-STATUS-AVISOS = "10"
               CLOSE AVISOS
           END-IF
           IF WKS-SI-ABRIO-PREFAV
               CLOSE PREFAVIS
           END-IF
           IF WKS-SI-ABRIO-CLIEN
               CLOSE CLIENTES
           END-IF
           DISPLAY "ENVIO DE AVISOS AL CLIENTE TERMINADO"
           DISPLAY "  PENDIENTES:   " WK-PENDIENTES
           DISPLAY "  ENVIADOS:     " WK-ENVIADOS
           DISPLAY "  DESCARTADOS:  " WK-DESCARTADOS
           DISPLAY "  RENGLONES:    " WK-RENGLONES
           DISPLAY "  ARCHIVO GENERADO: " WKS-NOMBRE-MSJ.
       END PROGRAM ATMAVISO.

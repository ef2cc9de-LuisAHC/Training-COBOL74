000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ENCUREP.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*REPORTE DE LAS ENCUESTAS DE SATISFACCION (ENCUESTA.DAT, LAS
000142*CAPTURA PRAC24) PARA LAS REVISIONES DEL COORDINADOR DE
000144*CAPACITACION. LA PRIMERA PARTE VA POR CURSO: EN CADA
000146*TRIMESTRE (POR LA FECHA DE LA SESION) EL NUMERO DE ENCUESTAS
000148*Y EL PROMEDIO DE CADA PREGUNTA (CONTENIDO, INSTRUCTOR, AULA Y
000150*MATERIALES) Y AL FINAL EL PROMEDIO DEL CURSO. LA SEGUNDA VA
000152*POR INSTRUCTOR (NOMBRE DEL MAESTRO INSTRUCT.DAT) CON LOS
000154*MISMOS PROMEDIOS POR TRIMESTRE PARA VER LA TENDENCIA; EL
000156*TRIMESTRE O EL INSTRUCTOR CUYO PROMEDIO EN LA PREGUNTA DEL
000158*INSTRUCTOR QUEDA POR DEBAJO DEL UMBRAL SE MARCA.
000160*EL UMBRAL SE TOMA DE LA TARJETA ENCUPARM SI EXISTE (EN
000162*DECIMAS, 35 = 3.5); SI NO, SE PREGUNTA, Y EN CERO VALE 3.0.
000164*EL REPORTE SALE FECHADO (ENCUREP+AAMMDD) Y QUEDA EN EL
000166*CATALOGO REPCAT PARA EL VISOR REPVIEW.
000168 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT ENCUESTA ASSIGN TO "ENCUESTA.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS ENC-LLAVE
000270         FILE STATUS IS WKS-STATUS-ENCUESTA.
000280     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS CUR-CLAVE
000320         FILE STATUS IS WKS-STATUS-CURSOS.
000330     SELECT INSTRUCT ASSIGN TO "INSTRUCT.DAT"
000340         ORGANIZATION INDEXED
000350         ACCESS MODE DYNAMIC
000360         RECORD KEY IS ITR-CLAVE
000370         FILE STATUS IS WKS-STATUS-INSTR.
000380     SELECT ENCUPARM ASSIGN TO DISK
000390         FILE STATUS IS WKS-STATUS-PARM.
000400     SELECT ENCUREP ASSIGN USING WKS-NOMBRE-REP
000410         ORGANIZATION LINE SEQUENTIAL.
000420     SELECT REPCAT ASSIGN TO DISK
000430         FILE STATUS IS WKS-STATUS-REPCAT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520     FD ENCUESTA.
000530     01 REG-ENCUESTA.
000540         COPY ENCUEREG REPLACING ==LVL== BY ==02==
000550             ==LV2== BY ==03==
000560             ==NOMLLAVE== BY ==ENC-LLAVE==
000570             ==NOMCURSO== BY ==ENC-CURSO==
000580             ==NOMFECHA== BY ==ENC-FECHA==
000590             ==NOMCONSULTOR== BY ==ENC-CONSULTOR==
000600             ==NOMINSTRUCTOR== BY ==ENC-INSTRUCTOR==
000610             ==NOMCONTENIDO== BY ==ENC-CONTENIDO==
000620             ==NOMCALINST== BY ==ENC-CAL-INSTRUCTOR==
000630             ==NOMCALAULA== BY ==ENC-CAL-AULA==
000640             ==NOMMATERIAL== BY ==ENC-MATERIALES==
000650             ==NOMFECCAP== BY ==ENC-FECHA-CAPTURA==.
000660     FD CURSOCAT.
000670     01 REG-CURSO.
000680         COPY CURSOREG REPLACING ==LVL== BY ==02==
000690             ==NOMCLAVE== BY ==CUR-CLAVE==
000700             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000710             ==NOMHORAS== BY ==CUR-HORAS==
000720             ==NOMACTIVO== BY ==CUR-ACTIVO==
000730             ==NOMCUPO== BY ==CUR-CUPO==
000740             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000750             ==NOMMINIMO== BY ==CUR-MINIMO==.
000760     FD INSTRUCT.
000770     01 REG-INSTRUCTOR.
000780         COPY INSTRREG REPLACING ==LVL== BY ==02==
000790             ==NOMCLAVE== BY ==ITR-CLAVE==
000800             ==NOMNOMBRE== BY ==ITR-NOMBRE==
000810             ==NOMACTIVO== BY ==ITR-ACTIVO==.
000820     FD ENCUPARM.
000830     01 REG-ENCUPARM.
000840         02 PAR-UMBRAL    PIC 9(02).
000850         02 FILLER        PIC X(06).
000860     FD ENCUREP
000870         REPORT IS RD-ENCUREP.
000880*CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
000890*REPORTES DEL SISTEMA
000900     FD REPCAT.
000910     01 REG-REPCAT.
000920         COPY REPCAREG REPLACING ==LVL== BY ==02==
000930             ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
000940             ==NOMFECHA== BY ==CAT-FECHA==
000950             ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
001000 WORKING-STORAGE SECTION.
001010     01 WKS-STATUS-ENCUESTA PIC X(02).
001020     01 WKS-STATUS-CURSOS PIC X(02).
001030     01 WKS-STATUS-INSTR  PIC X(02).
001040     01 WKS-STATUS-PARM   PIC X(02).
001050     01 WKS-STATUS-REPCAT PIC X(02).
001052*SE ABRIO EL MAESTRO (EL FILE STATUS CAMBIA CON CADA LECTURA)
001054     01 WKS-HAY-CATALOGO  PIC X(01).
001056         88 WKS-SI-HAY-CATALOGO VALUE "S".
001058     01 WKS-HAY-INSTRUCT  PIC X(01).
001059         88 WKS-SI-HAY-INSTRUCT VALUE "S".
001060     01 WKS-NOMBRE-REP    PIC X(14).
001070     01 WKS-EOF-ENCUESTA  PIC 9(02).
001080     01 WKS-FECHA-HOY     PIC 9(08).
001090     01 WKS-UMBRAL-DECIMAS PIC 9(02).
001100     01 WKS-UMBRAL        PIC 9V9.
001110     01 WKS-CURSO-ACTUAL  PIC 9(03).
001120     01 WKS-DESCR-CURSO   PIC X(10).
001130*FECHA DE LA SESION Y EL TRIMESTRE AL QUE CAE (AAAA + 1 A 4)
001140     01 WKS-FECHA-ENC     PIC 9(08).
001150     01 WKS-FECHA-ENC-R REDEFINES WKS-FECHA-ENC.
001160         02 WKS-ENC-ANIO  PIC 9(04).
001170         02 WKS-ENC-MES   PIC 9(02).
001180         02 WKS-ENC-DIA   PIC 9(02).
001190     01 WKS-TRIM-ENC.
001200         02 WKS-TRIM-ANIO PIC 9(04).
001210         02 WKS-TRIM-NUM  PIC 9(01).
001220     01 WKS-TRIM-ACTUAL.
001230         02 WKS-TRIM-ACT-ANIO PIC 9(04).
001240         02 WKS-TRIM-ACT-NUM  PIC 9(01).
001250     01 WKS-TRIM-EDIT.
001260         02 WKS-TRIM-ED-ANIO PIC 9(04).
001270         02 FILLER           PIC X(02) VALUE "-T".
001280         02 WKS-TRIM-ED-NUM  PIC 9(01).
001290     01 WK-IDX-PREG       PIC 9(01).
001300*ACUMULADOS DEL TRIMESTRE Y DEL CURSO; LAS CUATRO PREGUNTAS
001310*VAN EN EL ORDEN DEL FORMATO
001320     01 WK-TRI-ENCUESTAS  PIC 9(05).
001330     01 WKS-TRI-SUMAS.
001340         02 WK-TRI-SUMA OCCURS 4 TIMES PIC 9(07).
001350     01 WK-CUR-ENCUESTAS  PIC 9(05).
001360     01 WKS-CUR-SUMAS.
001370         02 WK-CUR-SUMA OCCURS 4 TIMES PIC 9(07).
001380     01 WK-INS-ENCUESTAS  PIC 9(05).
001390     01 WKS-INS-SUMAS.
001400         02 WK-INS-SUMA OCCURS 4 TIMES PIC 9(07).
001410     01 WKS-RESPUESTAS.
001420         02 WK-RESPUESTA OCCURS 4 TIMES PIC 9(01).
001430*RENGLON QUE SE IMPRIME: ETIQUETA, ENCUESTAS, PROMEDIOS Y MARCA
001440     01 WKS-ENCABEZADO    PIC X(60).
001450     01 WKS-ETIQUETA      PIC X(20).
001460     01 WK-REN-ENCUESTAS  PIC 9(05).
001470     01 WKS-PROMEDIOS.
001480         02 WKS-PROMEDIO OCCURS 4 TIMES PIC 9V99.
001490     01 WKS-MARCA         PIC X(16).
001500*TABLA POR INSTRUCTOR Y TRIMESTRE, ORDENADA POR INSERCION
001510*(COMO LA TABLA DE CONSULTORES DEL HISTORIAL PRAC18)
001520     01 WK-TOTAL-ITR      PIC 9(03) VALUE 0.
001530     01 WK-IDX-ITR        PIC 9(03).
001540     01 WK-IDX-BUSCA      PIC 9(03).
001550     01 WK-IDX-MUEVE      PIC 9(03).
001560     01 WKS-ENCONTRADO    PIC X(01).
001570     01 WKS-ITR-BUSCA.
001580         02 WKS-BUS-CLAVE PIC 9(03).
001590         02 WKS-BUS-TRIM  PIC 9(05).
001600     01 WKS-TABLA-ITR.
001610         02 WK-ITR-RENGLON OCCURS 300 TIMES.
001620             03 WK-ITR-LLAVE.
001630                 05 WK-ITR-CLAVE PIC 9(03).
001640                 05 WK-ITR-TRIM  PIC 9(05).
001650             03 WK-ITR-ENCUESTAS PIC 9(05).
001660             03 WK-ITR-SUMA OCCURS 4 TIMES PIC 9(07).
001670     01 WKS-ITR-ACTUAL    PIC 9(03).
001680     01 WK-TOT-ENCUESTAS  PIC 9(07) VALUE 0.
001690     01 WK-TOT-CURSOS     PIC 9(05) VALUE 0.
001700     01 WK-TOT-INSTRUCTORES PIC 9(03) VALUE 0.
001710     01 WK-TOT-BAJO-UMBRAL PIC 9(03) VALUE 0.
001720     01 WK-OMITIDAS       PIC 9(05) VALUE 0.
001800 REPORT SECTION.
001810     RD RD-ENCUREP
001820         PAGE LIMIT   060 LINES
001830         HEADING      001
001840         FIRST DETAIL 007
001850         LAST DETAIL  054.
001860 01 RD-ENC-TITULOS TYPE IS PH.
001870     10 RD-ENC-TITULO-01 LINE 001.
001880         15 COLUMN 001 PIC X(036) VALUE
001890           "ENCUESTAS DE SATISFACCION DE CURSOS".
001900     10 RD-ENC-TITULO-02 LINE 003.
001910         15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
001920         15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-HOY.
001930         15 COLUMN 022 PIC X(029) VALUE
001940           "UMBRAL PREGUNTA INSTRUCTOR:".
001950         15 COLUMN 052 PIC 9.9 SOURCE WKS-UMBRAL.
001960     10 RD-ENC-TITULO-03 LINE 005.
001970         15 COLUMN 003 PIC X(009) VALUE "TRIMESTRE".
001980         15 COLUMN 024 PIC X(009) VALUE "ENCUESTAS".
001990         15 COLUMN 035 PIC X(009) VALUE "CONTENIDO".
002000         15 COLUMN 046 PIC X(010) VALUE "INSTRUCTOR".
002010         15 COLUMN 058 PIC X(004) VALUE "AULA".
002020         15 COLUMN 065 PIC X(010) VALUE "MATERIALES".
002100 01 RD-ENC-ENCABEZA TYPE DETAIL.
002110     10 RD-ENC-ENC01 LINE PLUS 002.
002120         15 COLUMN 001 PIC X(60) SOURCE WKS-ENCABEZADO.
002200 01 RD-ENC-RENGLON TYPE DETAIL.
002210     10 RD-ENC-REN01 LINE PLUS 001.
002220         15 COLUMN 003 PIC X(20) SOURCE WKS-ETIQUETA.
002230         15 COLUMN 027 PIC ZZZZ9 SOURCE WK-REN-ENCUESTAS.
002240         15 COLUMN 038 PIC 9.99 SOURCE WKS-PROMEDIO (1).
002250         15 COLUMN 049 PIC 9.99 SOURCE WKS-PROMEDIO (2).
002260         15 COLUMN 058 PIC 9.99 SOURCE WKS-PROMEDIO (3).
002270         15 COLUMN 068 PIC 9.99 SOURCE WKS-PROMEDIO (4).
002280         15 COLUMN 076 PIC X(16) SOURCE WKS-MARCA.
002300 01 RD-ENC-TOTALES TYPE IS RF.
002310     10 RD-ENC-TOT01 LINE PLUS 002.
002320         15 COLUMN 001 PIC X(026) VALUE
002330           "ENCUESTAS REPORTADAS:".
002340         15 COLUMN 028 PIC ZZZZZZ9 SOURCE WK-TOT-ENCUESTAS.
002350     10 RD-ENC-TOT02 LINE PLUS 001.
002360         15 COLUMN 001 PIC X(026) VALUE
002370           "CURSOS REPORTADOS:".
002380         15 COLUMN 030 PIC ZZZZ9 SOURCE WK-TOT-CURSOS.
002390     10 RD-ENC-TOT03 LINE PLUS 001.
002400         15 COLUMN 001 PIC X(026) VALUE
002410           "INSTRUCTORES REPORTADOS:".
002420         15 COLUMN 032 PIC ZZ9 SOURCE WK-TOT-INSTRUCTORES.
002430     10 RD-ENC-TOT04 LINE PLUS 001.
002440         15 COLUMN 001 PIC X(026) VALUE
002450           "INSTRUCTORES BAJO UMBRAL:".
002460         15 COLUMN 032 PIC ZZ9 SOURCE WK-TOT-BAJO-UMBRAL.
002500 PROCEDURE DIVISION.
002510 0000-PRINCIPAL.
002520     PERFORM 1000-INICIO
002530     MOVE "PROMEDIOS POR CURSO" TO WKS-ENCABEZADO
002540     GENERATE RD-ENC-ENCABEZA
002550     PERFORM 2000-PROCESO UNTIL WKS-EOF-ENCUESTA = 1
002560     IF WKS-CURSO-ACTUAL NOT = 999
002570         PERFORM 2300-CIERRA-TRIMESTRE
002580         PERFORM 2600-CIERRA-CURSO
002590     END-IF
002600     PERFORM 3000-REPORTA-INSTRUCTORES
002610     PERFORM 4000-TERMINA
002620     GOBACK.
002700 1000-INICIO.
002710     MOVE 0 TO WKS-EOF-ENCUESTA
002720     MOVE 0 TO WK-TOT-ENCUESTAS
002730     MOVE 0 TO WK-TOT-CURSOS
002740     MOVE 0 TO WK-TOT-INSTRUCTORES
002750     MOVE 0 TO WK-TOT-BAJO-UMBRAL
002760     MOVE 0 TO WK-TOTAL-ITR
002770     MOVE 0 TO WK-OMITIDAS
002780     MOVE 999 TO WKS-CURSO-ACTUAL
002790     ACCEPT WKS-FECHA-HOY FROM DATE
002800     PERFORM 1100-LEE-PARAMETRO
002810     OPEN INPUT ENCUESTA
002820     IF WKS-STATUS-ENCUESTA NOT = "00"
002830         DISPLAY "NO EXISTE EL ARCHIVO DE ENCUESTAS "
002840                 "ENCUESTA.DAT, NO HAY NADA QUE REPORTAR"
002850         MOVE 16 TO RETURN-CODE
002860         GOBACK
002870     END-IF
002880     MOVE "N" TO WKS-HAY-CATALOGO
002882     OPEN INPUT CURSOCAT
002884     IF WKS-STATUS-CURSOS = "00"
002886         MOVE "S" TO WKS-HAY-CATALOGO
002888     END-IF
002890     MOVE "N" TO WKS-HAY-INSTRUCT
002892     OPEN INPUT INSTRUCT
002894     IF WKS-STATUS-INSTR = "00"
002896         MOVE "S" TO WKS-HAY-INSTRUCT
002898     END-IF
002900     MOVE "ENCUREP" TO WKS-NOMBRE-REP
002910     MOVE WKS-FECHA-HOY (3:6) TO WKS-NOMBRE-REP (8:6)
002920     OPEN OUTPUT ENCUREP
002930     INITIATE RD-ENCUREP.
003000 1100-LEE-PARAMETRO.
003010     OPEN INPUT ENCUPARM
003020     IF WKS-STATUS-PARM = "00"
003030         READ ENCUPARM
003040             AT END
003050                 PERFORM 1150-PREGUNTA-UMBRAL
003060             NOT AT END
003070                 MOVE PAR-UMBRAL TO WKS-UMBRAL-DECIMAS
003080         END-READ
003090         CLOSE ENCUPARM
003100     ELSE
003110         PERFORM 1150-PREGUNTA-UMBRAL
003120     END-IF
003130     IF WKS-UMBRAL-DECIMAS = 0 OR WKS-UMBRAL-DECIMAS > 50
003140         MOVE 30 TO WKS-UMBRAL-DECIMAS
003150     END-IF
003160     DIVIDE WKS-UMBRAL-DECIMAS BY 10 GIVING WKS-UMBRAL.
003170 1150-PREGUNTA-UMBRAL.
003180     DISPLAY "UMBRAL DE LA PREGUNTA DEL INSTRUCTOR EN DECIMAS "
003190             "(35 = 3.5, 00 = 3.0):"
003200     ACCEPT WKS-UMBRAL-DECIMAS.
003300*CORTE DE CONTROL DOBLE POR CURSO Y TRIMESTRE (DENTRO DEL
003310*CURSO LA LLAVE TRAE LAS SESIONES EN ORDEN DE FECHA); CADA
003320*ENCUESTA SE ANOTA TAMBIEN EN LA TABLA DE INSTRUCTORES
003330 2000-PROCESO.
003340     READ ENCUESTA NEXT RECORD
003350         AT END
003360             MOVE 1 TO WKS-EOF-ENCUESTA
003370         NOT AT END
003380             PERFORM 2100-ACUMULA-ENCUESTA
003390     END-READ.
003400 2100-ACUMULA-ENCUESTA.
003410     MOVE ENC-FECHA TO WKS-FECHA-ENC
003420     MOVE WKS-ENC-ANIO TO WKS-TRIM-ANIO
003430     COMPUTE WKS-TRIM-NUM = (WKS-ENC-MES + 2) / 3
003440     IF ENC-CURSO NOT = WKS-CURSO-ACTUAL
003450         IF WKS-CURSO-ACTUAL NOT = 999
003460             PERFORM 2300-CIERRA-TRIMESTRE
003470             PERFORM 2600-CIERRA-CURSO
003480         END-IF
003490         PERFORM 2500-ABRE-CURSO
003500         PERFORM 2200-ABRE-TRIMESTRE
003510     ELSE
003520         IF WKS-TRIM-ENC NOT = WKS-TRIM-ACTUAL
003530             PERFORM 2300-CIERRA-TRIMESTRE
003540             PERFORM 2200-ABRE-TRIMESTRE
003550         END-IF
003560     END-IF
003570     MOVE ENC-CONTENIDO      TO WK-RESPUESTA (1)
003580     MOVE ENC-CAL-INSTRUCTOR TO WK-RESPUESTA (2)
003590     MOVE ENC-CAL-AULA       TO WK-RESPUESTA (3)
003600     MOVE ENC-MATERIALES     TO WK-RESPUESTA (4)
003610     ADD 1 TO WK-TRI-ENCUESTAS
003620     ADD 1 TO WK-TOT-ENCUESTAS
003630     PERFORM 2110-SUMA-RESPUESTA
003640         VARYING WK-IDX-PREG FROM 1 BY 1
003650         UNTIL WK-IDX-PREG > 4
003660     PERFORM 2700-ANOTA-INSTRUCTOR.
003670 2110-SUMA-RESPUESTA.
003680     ADD WK-RESPUESTA (WK-IDX-PREG) TO WK-TRI-SUMA (WK-IDX-PREG).
003700 2200-ABRE-TRIMESTRE.
003710     MOVE WKS-TRIM-ENC TO WKS-TRIM-ACTUAL
003720     MOVE 0 TO WK-TRI-ENCUESTAS
003730     MOVE 0 TO WK-TRI-SUMA (1)
003740     MOVE 0 TO WK-TRI-SUMA (2)
003750     MOVE 0 TO WK-TRI-SUMA (3)
003760     MOVE 0 TO WK-TRI-SUMA (4).
003800*EL TRIMESTRE SE IMPRIME Y SE SUMA AL CURSO
003810 2300-CIERRA-TRIMESTRE.
003820     MOVE WKS-TRIM-ACT-ANIO TO WKS-TRIM-ED-ANIO
003830     MOVE WKS-TRIM-ACT-NUM TO WKS-TRIM-ED-NUM
003840     MOVE WKS-TRIM-EDIT TO WKS-ETIQUETA
003850     MOVE WK-TRI-ENCUESTAS TO WK-REN-ENCUESTAS
003860     PERFORM 2310-PROMEDIA-TRIMESTRE
003870         VARYING WK-IDX-PREG FROM 1 BY 1
003880         UNTIL WK-IDX-PREG > 4
003890     MOVE SPACES TO WKS-MARCA
003900     GENERATE RD-ENC-RENGLON
003910     ADD WK-TRI-ENCUESTAS TO WK-CUR-ENCUESTAS.
003920 2310-PROMEDIA-TRIMESTRE.
003930     COMPUTE WKS-PROMEDIO (WK-IDX-PREG) ROUNDED =
003940         WK-TRI-SUMA (WK-IDX-PREG) / WK-TRI-ENCUESTAS
003950     ADD WK-TRI-SUMA (WK-IDX-PREG) TO WK-CUR-SUMA (WK-IDX-PREG).
004000 2500-ABRE-CURSO.
004010     MOVE ENC-CURSO TO WKS-CURSO-ACTUAL
004020     MOVE 0 TO WK-CUR-ENCUESTAS
004030     MOVE 0 TO WK-CUR-SUMA (1)
004040     MOVE 0 TO WK-CUR-SUMA (2)
004050     MOVE 0 TO WK-CUR-SUMA (3)
004060     MOVE 0 TO WK-CUR-SUMA (4)
004070     MOVE "(SIN CAT.)" TO WKS-DESCR-CURSO
004080     IF WKS-SI-HAY-CATALOGO
004090         MOVE ENC-CURSO TO CUR-CLAVE
004100         READ CURSOCAT
004110             INVALID KEY
004120                 CONTINUE
004130             NOT INVALID KEY
004140                 MOVE CUR-DESCRIPCION TO WKS-DESCR-CURSO
004150         END-READ
004160     END-IF
004170     MOVE SPACES TO WKS-ENCABEZADO
004180     MOVE "CURSO:" TO WKS-ENCABEZADO (1:6)
004190     MOVE ENC-CURSO TO WKS-ENCABEZADO (8:3)
004200     MOVE WKS-DESCR-CURSO TO WKS-ENCABEZADO (12:10)
004210     GENERATE RD-ENC-ENCABEZA.
004300 2600-CIERRA-CURSO.
004310     MOVE "TOTAL DEL CURSO" TO WKS-ETIQUETA
004320     MOVE WK-CUR-ENCUESTAS TO WK-REN-ENCUESTAS
004330     PERFORM 2610-PROMEDIA-CURSO
004340         VARYING WK-IDX-PREG FROM 1 BY 1
004350         UNTIL WK-IDX-PREG > 4
004360     MOVE SPACES TO WKS-MARCA
004370     GENERATE RD-ENC-RENGLON
004380     ADD 1 TO WK-TOT-CURSOS.
004390 2610-PROMEDIA-CURSO.
004400     COMPUTE WKS-PROMEDIO (WK-IDX-PREG) ROUNDED =
004410         WK-CUR-SUMA (WK-IDX-PREG) / WK-CUR-ENCUESTAS.
004500*LA ENCUESTA SE SUMA AL RENGLON INSTRUCTOR/TRIMESTRE; SI NO
004510*EXISTE SE ABRE EN SU LUGAR PARA MANTENER EL ORDEN
004520 2700-ANOTA-INSTRUCTOR.
004530     MOVE ENC-INSTRUCTOR TO WKS-BUS-CLAVE
004540     MOVE WKS-TRIM-ENC TO WKS-BUS-TRIM
004550     MOVE "N" TO WKS-ENCONTRADO
004560     MOVE 0 TO WK-IDX-BUSCA
004570     PERFORM 2710-UBICA-POSICION
004580         VARYING WK-IDX-MUEVE FROM 1 BY 1
004590         UNTIL WK-IDX-MUEVE > WK-TOTAL-ITR
004600            OR WKS-ENCONTRADO = "S"
004610     IF WKS-ENCONTRADO = "N"
004620         IF WK-TOTAL-ITR < 300
004630             PERFORM 2800-ABRE-HUECO
004640         ELSE
004650             ADD 1 TO WK-OMITIDAS
004660             MOVE 0 TO WK-IDX-BUSCA
004670         END-IF
004680     END-IF
004690     IF WK-IDX-BUSCA > 0
004700         ADD 1 TO WK-ITR-ENCUESTAS (WK-IDX-BUSCA)
004710         PERFORM 2720-SUMA-INSTRUCTOR
004720             VARYING WK-IDX-PREG FROM 1 BY 1
004730             UNTIL WK-IDX-PREG > 4
004740     END-IF.
004750*SI EL RENGLON YA ESTA QUEDA MARCADO ENCONTRADO EN SU
004760*POSICION; SI NO, WK-IDX-BUSCA APUNTA AL PRIMERO MAYOR
004770 2710-UBICA-POSICION.
004780     IF WK-ITR-LLAVE (WK-IDX-MUEVE) = WKS-ITR-BUSCA
004790         MOVE "S" TO WKS-ENCONTRADO
004800         MOVE WK-IDX-MUEVE TO WK-IDX-BUSCA
004810     ELSE
004820         IF WK-ITR-LLAVE (WK-IDX-MUEVE) > WKS-ITR-BUSCA
004830            AND WK-IDX-BUSCA = 0
004840             MOVE WK-IDX-MUEVE TO WK-IDX-BUSCA
004850         END-IF
004860     END-IF.
004870 2720-SUMA-INSTRUCTOR.
004880     ADD WK-RESPUESTA (WK-IDX-PREG)
004890         TO WK-ITR-SUMA (WK-IDX-BUSCA, WK-IDX-PREG).
004900 2800-ABRE-HUECO.
004910     IF WK-IDX-BUSCA = 0
004920         COMPUTE WK-IDX-BUSCA = WK-TOTAL-ITR + 1
004930     ELSE
004940         PERFORM 2810-RECORRE-UNO
004950             VARYING WK-IDX-MUEVE
004960             FROM WK-TOTAL-ITR BY -1
004970             UNTIL WK-IDX-MUEVE < WK-IDX-BUSCA
004980     END-IF
004990     MOVE WKS-ITR-BUSCA TO WK-ITR-LLAVE (WK-IDX-BUSCA)
005000     MOVE 0 TO WK-ITR-ENCUESTAS (WK-IDX-BUSCA)
005010     MOVE 0 TO WK-ITR-SUMA (WK-IDX-BUSCA, 1)
005020     MOVE 0 TO WK-ITR-SUMA (WK-IDX-BUSCA, 2)
005030     MOVE 0 TO WK-ITR-SUMA (WK-IDX-BUSCA, 3)
005040     MOVE 0 TO WK-ITR-SUMA (WK-IDX-BUSCA, 4)
005050     ADD 1 TO WK-TOTAL-ITR.
005060 2810-RECORRE-UNO.
005070     MOVE WK-ITR-RENGLON (WK-IDX-MUEVE)
005080         TO WK-ITR-RENGLON (WK-IDX-MUEVE + 1).
005100*SEGUNDA PARTE: LA TABLA YA VIENE EN ORDEN DE INSTRUCTOR Y
005110*TRIMESTRE; AL CAMBIAR DE INSTRUCTOR SE IMPRIME SU TOTAL
005120 3000-REPORTA-INSTRUCTORES.
005130     MOVE "PROMEDIOS POR INSTRUCTOR" TO WKS-ENCABEZADO
005140     GENERATE RD-ENC-ENCABEZA
005150     MOVE 999 TO WKS-ITR-ACTUAL
005160     PERFORM 3100-REPORTA-RENGLON
005170         VARYING WK-IDX-ITR FROM 1 BY 1
005180         UNTIL WK-IDX-ITR > WK-TOTAL-ITR
005190     IF WK-TOTAL-ITR > 0
005200         PERFORM 3300-CIERRA-INSTRUCTOR
005210     END-IF.
005220 3100-REPORTA-RENGLON.
005230     IF WK-ITR-CLAVE (WK-IDX-ITR) NOT = WKS-ITR-ACTUAL
005240         IF WKS-ITR-ACTUAL NOT = 999
005250             PERFORM 3300-CIERRA-INSTRUCTOR
005260         END-IF
005270         PERFORM 3200-ABRE-INSTRUCTOR
005280     END-IF
005290     MOVE WK-ITR-TRIM (WK-IDX-ITR) TO WKS-TRIM-ACTUAL
005300     MOVE WKS-TRIM-ACT-ANIO TO WKS-TRIM-ED-ANIO
005310     MOVE WKS-TRIM-ACT-NUM TO WKS-TRIM-ED-NUM
005320     MOVE WKS-TRIM-EDIT TO WKS-ETIQUETA
005330     MOVE WK-ITR-ENCUESTAS (WK-IDX-ITR) TO WK-REN-ENCUESTAS
005340     ADD WK-ITR-ENCUESTAS (WK-IDX-ITR) TO WK-INS-ENCUESTAS
005350     PERFORM 3110-PROMEDIA-RENGLON
005360         VARYING WK-IDX-PREG FROM 1 BY 1
005370         UNTIL WK-IDX-PREG > 4
005380     PERFORM 3400-MARCA-UMBRAL
005390     GENERATE RD-ENC-RENGLON.
005400 3110-PROMEDIA-RENGLON.
005410     COMPUTE WKS-PROMEDIO (WK-IDX-PREG) ROUNDED =
005420         WK-ITR-SUMA (WK-IDX-ITR, WK-IDX-PREG) /
005430         WK-ITR-ENCUESTAS (WK-IDX-ITR)
005440     ADD WK-ITR-SUMA (WK-IDX-ITR, WK-IDX-PREG)
005450         TO WK-INS-SUMA (WK-IDX-PREG).
005500 3200-ABRE-INSTRUCTOR.
005510     MOVE WK-ITR-CLAVE (WK-IDX-ITR) TO WKS-ITR-ACTUAL
005520     MOVE 0 TO WK-INS-ENCUESTAS
005530     MOVE 0 TO WK-INS-SUMA (1)
005540     MOVE 0 TO WK-INS-SUMA (2)
005550     MOVE 0 TO WK-INS-SUMA (3)
005560     MOVE 0 TO WK-INS-SUMA (4)
005570     MOVE SPACES TO WKS-ENCABEZADO
005580     MOVE "INSTRUCTOR:" TO WKS-ENCABEZADO (1:11)
005590     MOVE WKS-ITR-ACTUAL TO WKS-ENCABEZADO (13:3)
005600     MOVE "(NO ESTA EN EL MAESTRO)" TO WKS-ENCABEZADO (17:23)
005610     IF WKS-SI-HAY-INSTRUCT
005620         MOVE WKS-ITR-ACTUAL TO ITR-CLAVE
005630         READ INSTRUCT
005640             INVALID KEY
005650                 CONTINUE
005660             NOT INVALID KEY
005670                 MOVE ITR-NOMBRE TO WKS-ENCABEZADO (17:23)
005680         END-READ
005690     END-IF
005700     GENERATE RD-ENC-ENCABEZA.
005800*EL TOTAL DEL INSTRUCTOR SE MARCA Y SE CUENTA CUANDO SU
005810*PROMEDIO EN LA PREGUNTA DEL INSTRUCTOR QUEDA BAJO EL UMBRAL
005820 3300-CIERRA-INSTRUCTOR.
005830     MOVE "TOTAL DEL INSTRUCTOR" TO WKS-ETIQUETA
005840     MOVE WK-INS-ENCUESTAS TO WK-REN-ENCUESTAS
005850     PERFORM 3310-PROMEDIA-INSTRUCTOR
005860         VARYING WK-IDX-PREG FROM 1 BY 1
005870         UNTIL WK-IDX-PREG > 4
005880     PERFORM 3400-MARCA-UMBRAL
005890     IF WKS-MARCA NOT = SPACES
005900         ADD 1 TO WK-TOT-BAJO-UMBRAL
005910     END-IF
005920     GENERATE RD-ENC-RENGLON
005930     ADD 1 TO WK-TOT-INSTRUCTORES.
005940 3310-PROMEDIA-INSTRUCTOR.
005950     COMPUTE WKS-PROMEDIO (WK-IDX-PREG) ROUNDED =
005960         WK-INS-SUMA (WK-IDX-PREG) / WK-INS-ENCUESTAS.
006000 3400-MARCA-UMBRAL.
006010     IF WKS-PROMEDIO (2) < WKS-UMBRAL
006020         MOVE "** BAJO UMBRAL" TO WKS-MARCA
006030     ELSE
006040         MOVE SPACES TO WKS-MARCA
006050     END-IF.
006100 4000-TERMINA.
006110     TERMINATE RD-ENCUREP
006120     CLOSE ENCUREP
006130     PERFORM 4100-CATALOGA-REPORTE
006140     CLOSE ENCUESTA
006150     IF WKS-SI-HAY-CATALOGO
006160         CLOSE CURSOCAT
006170     END-IF
006180     IF WKS-SI-HAY-INSTRUCT
006190         CLOSE INSTRUCT
006200     END-IF
006210     DISPLAY "REPORTE DE ENCUESTAS GENERADO, ENCUESTAS: "
006220             WK-TOT-ENCUESTAS
006230     DISPLAY "  INSTRUCTORES: " WK-TOT-INSTRUCTORES
006240             "  BAJO EL UMBRAL: " WK-TOT-BAJO-UMBRAL
006250     IF WK-OMITIDAS > 0
006260         DISPLAY "  ENCUESTAS FUERA DE LA TABLA DE INSTRUCTORES: "
006270                 WK-OMITIDAS
006280     END-IF.
006300 4100-CATALOGA-REPORTE.
006310     OPEN EXTEND REPCAT
006320     IF WKS-STATUS-REPCAT = "35"
006330         OPEN OUTPUT REPCAT
006340         CLOSE REPCAT
006350         OPEN EXTEND REPCAT
006360     END-IF
006370     MOVE "ENCUREP" TO CAT-PROGRAMA
006380     MOVE WKS-FECHA-HOY TO CAT-FECHA
006390     MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
006400     WRITE REG-REPCAT
006410     CLOSE REPCAT.
006420 END PROGRAM ENCUREP.

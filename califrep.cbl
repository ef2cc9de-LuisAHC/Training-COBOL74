000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALIFREP.
000120 AUTHOR. LUIS CECILIANO.
000130 DATE-WRITTEN. OCTOBER 15, 2026.
000140*DISTRIBUCION DE CALIFICACIONES POR CURSO PARA EL INSTRUCTOR:
000142*RECORRE CALIFICA.DAT (QUE CAPTURA PRAC23) EN ORDEN DE CURSO Y
000144*CONSULTOR, TOMA DE CADA CONSULTOR LA MEJOR CALIFICACION DEL
000146*FINAL (F) O DEL EXTRAORDINARIO (E) -LA MISMA REGLA DEL
000148*SUBPROGRAMA CALIFAPR- Y POR CURSO CUENTA CUANTOS CAEN EN CADA
000150*RANGO (0-59, 60-69, 70-79, 80-89, 90-100) CON SU BARRA, LOS
000152*APROBADOS Y REPROBADOS CONTRA EL MINIMO DEL CATALOGO
000154*CURSOCAT.DAT, EL PROMEDIO, LA MAXIMA Y LA MINIMA. LOS
000156*CONSULTORES QUE SOLO TIENEN PARCIALES SE CUENTAN APARTE.
000158*EL CURSO SE TOMA DE LA TARJETA CALIPARM SI EXISTE (000 =
000160*TODOS); SI NO, SE PREGUNTA. EL REPORTE SALE FECHADO
000162*(CALIFDIS+AAMMDD) Y QUEDA EN EL CATALOGO REPCAT PARA EL VISOR
000164*REPVIEW.
000166 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CALIFICA ASSIGN TO "CALIFICA.DAT"
000240         ORGANIZATION INDEXED
000250         ACCESS MODE DYNAMIC
000260         RECORD KEY IS CAL-LLAVE
000270         FILE STATUS IS WKS-STATUS-CALIF.
000280     SELECT CURSOCAT ASSIGN TO "CURSOCAT.DAT"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE DYNAMIC
000310         RECORD KEY IS CUR-CLAVE
000320         FILE STATUS IS WKS-STATUS-CURSOS.
000330     SELECT CALIPARM ASSIGN TO DISK
000340         FILE STATUS IS WKS-STATUS-PARM.
000350     SELECT CALIFDIS ASSIGN USING WKS-NOMBRE-REP
000360         ORGANIZATION LINE SEQUENTIAL.
000370     SELECT REPCAT ASSIGN TO DISK
000380         FILE STATUS IS WKS-STATUS-REPCAT.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     FD CALIFICA.
000430     01 REG-CALIF.
000440         COPY CALIFREG REPLACING ==LVL== BY ==02==
000450             ==LV2== BY ==03==
000460             ==NOMLLAVE== BY ==CAL-LLAVE==
000470             ==NOMCURSO== BY ==CAL-CURSO==
000480             ==NOMCONSULTOR== BY ==CAL-CONSULTOR==
000490             ==NOMTIPO== BY ==CAL-TIPO==
000500             ==NOMFECHA== BY ==CAL-FECHA==
000510             ==NOMCALIF== BY ==CAL-CALIFICACION==
000520             ==NOMSUPER== BY ==CAL-SUPERVISOR==
000530             ==NOMFECCAP== BY ==CAL-FECHA-CAPTURA==.
000540     FD CURSOCAT.
000550     01 REG-CURSO.
000560         COPY CURSOREG REPLACING ==LVL== BY ==02==
000570             ==NOMCLAVE== BY ==CUR-CLAVE==
000580             ==NOMDESCR== BY ==CUR-DESCRIPCION==
000590             ==NOMHORAS== BY ==CUR-HORAS==
000600             ==NOMACTIVO== BY ==CUR-ACTIVO==
000610             ==NOMCUPO== BY ==CUR-CUPO==
000620             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000630             ==NOMMINIMO== BY ==CUR-MINIMO==.
000640     FD CALIPARM.
000650     01 REG-CALIPARM.
000660         02 PAR-CVE-CURSO PIC 9(03).
000670         02 FILLER        PIC X(05).
000680     FD CALIFDIS
000690         REPORT IS RD-CALIFDIS.
000700*CATALOGO DE REPORTES FECHADOS, COMPARTIDO POR TODOS LOS
000710*REPORTES DEL SISTEMA
000720     FD REPCAT.
000730     01 REG-REPCAT.
000740         COPY REPCAREG REPLACING ==LVL== BY ==02==
000750             ==NOMPROGRAMA== BY ==CAT-PROGRAMA==
000760             ==NOMFECHA== BY ==CAT-FECHA==
000770             ==NOMARCHIVO== BY ==CAT-ARCHIVO==.
000800 WORKING-STORAGE SECTION.
000810     01 WKS-STATUS-CALIF  PIC X(02).
000820     01 WKS-STATUS-CURSOS PIC X(02).
000825     01 WKS-HAY-CATALOGO  PIC X(01).
000827         88 WKS-SI-HAY-CATALOGO VALUE "S".
000830     01 WKS-STATUS-PARM   PIC X(02).
000840     01 WKS-STATUS-REPCAT PIC X(02).
000850     01 WKS-NOMBRE-REP    PIC X(14).
000860     01 WKS-EOF-CALIF     PIC 9(02).
000870     01 WKS-FECHA-HOY     PIC 9(08).
000880     01 WKS-CVE-PEDIDA    PIC 9(03).
000890     01 WKS-CURSO-ACTUAL  PIC 9(03).
000900     01 WKS-CONSULTOR-ACTUAL PIC 9(04).
000910     01 WKS-DESCR-CURSO   PIC X(10).
000920     01 WKS-MINIMO-CURSO  PIC 9(03).
000930     01 WKS-HAY-FINAL     PIC X(01).
000940         88 WKS-SI-HAY-FINAL VALUE "S".
000950     01 WKS-MEJOR-CALIF   PIC 9(03).
000960     01 WKS-PROMEDIO      PIC 9(03)V9(01).
000970     01 WK-IDX-BANDA      PIC 9(01).
000980     01 WK-EVALUADOS      PIC 9(05).
000990     01 WK-APROBADOS      PIC 9(05).
001000     01 WK-REPROBADOS     PIC 9(05).
001010     01 WK-SIN-FINAL      PIC 9(05).
001020     01 WK-SUMA-CALIF     PIC 9(08).
001030     01 WK-MAXIMA         PIC 9(03).
001040     01 WK-MINIMA         PIC 9(03).
001050     01 WK-TOT-CURSOS     PIC 9(05) VALUE 0.
001060     01 WK-TOT-EVALUADOS  PIC 9(05) VALUE 0.
001070     01 WK-TOT-APROBADOS  PIC 9(05) VALUE 0.
001080     01 WK-TOT-REPROBADOS PIC 9(05) VALUE 0.
001090*RANGOS DE LA DISTRIBUCION; CADA UNO CON SU CONTADOR Y UNA
001100*BARRA DE UN ASTERISCO POR CONSULTOR (HASTA 50)
001110     01 WKS-LISTA-BANDAS.
001120         02 FILLER PIC X(09) VALUE "0-59  059".
001130         02 FILLER PIC X(09) VALUE "60-69 069".
001140         02 FILLER PIC X(09) VALUE "70-79 079".
001150         02 FILLER PIC X(09) VALUE "80-89 089".
001160         02 FILLER PIC X(09) VALUE "90-100100".
001170     01 WKS-TABLA-BANDAS REDEFINES WKS-LISTA-BANDAS.
001180         02 WKS-BANDA OCCURS 5 TIMES.
001190             03 WKS-BANDA-RANGO PIC X(06).
001200             03 WKS-BANDA-TOPE  PIC 9(03).
001210     01 WKS-CONTEOS.
001220         02 WK-BANDA-CUENTA OCCURS 5 TIMES PIC 9(05).
001230     01 WKS-BARRAS.
001240         02 WKS-BANDA-BARRA OCCURS 5 TIMES PIC X(50).
001300 REPORT SECTION.
001310     RD RD-CALIFDIS
001320         PAGE LIMIT   060 LINES
001330         HEADING      001
001340         FIRST DETAIL 006
001350         LAST DETAIL  054.
001360 01 RD-DIS-TITULOS TYPE IS PH.
001370     10 RD-DIS-TITULO-01 LINE 001.
001380         15 COLUMN 001 PIC X(038) VALUE
001390           "DISTRIBUCION DE CALIFICACIONES POR CURSO".
001400     10 RD-DIS-TITULO-02 LINE 003.
001410         15 COLUMN 001 PIC X(007) VALUE "FECHA: ".
001420         15 COLUMN 008 PIC 9999/99/99 SOURCE WKS-FECHA-HOY.
001500 01 RD-DIS-CURSO TYPE DETAIL.
001510     10 RD-DIS-CUR01 LINE PLUS 002.
001520         15 COLUMN 001 PIC X(006) VALUE "CURSO:".
001530         15 COLUMN 008 PIC 9(03) SOURCE WKS-CURSO-ACTUAL.
001540         15 COLUMN 012 PIC X(10) SOURCE WKS-DESCR-CURSO.
001550         15 COLUMN 024 PIC X(019) VALUE
001560           "MINIMO APROBATORIO:".
001570         15 COLUMN 044 PIC ZZ9 SOURCE WKS-MINIMO-CURSO.
001580     10 RD-DIS-CUR02 LINE PLUS 001.
001590         15 COLUMN 003 PIC X(06) SOURCE WKS-BANDA-RANGO (1).
001600         15 COLUMN 010 PIC ZZZZ9 SOURCE WK-BANDA-CUENTA (1).
001610         15 COLUMN 017 PIC X(50) SOURCE WKS-BANDA-BARRA (1).
001620     10 RD-DIS-CUR03 LINE PLUS 001.
001630         15 COLUMN 003 PIC X(06) SOURCE WKS-BANDA-RANGO (2).
001640         15 COLUMN 010 PIC ZZZZ9 SOURCE WK-BANDA-CUENTA (2).
001650         15 COLUMN 017 PIC X(50) SOURCE WKS-BANDA-BARRA (2).
001660     10 RD-DIS-CUR04 LINE PLUS 001.
001670         15 COLUMN 003 PIC X(06) SOURCE WKS-BANDA-RANGO (3).
001680         15 COLUMN 010 PIC ZZZZ9 SOURCE WK-BANDA-CUENTA (3).
001690         15 COLUMN 017 PIC X(50) SOURCE WKS-BANDA-BARRA (3).
001700     10 RD-DIS-CUR05 LINE PLUS 001.
001710         15 COLUMN 003 PIC X(06) SOURCE WKS-BANDA-RANGO (4).
001720         15 COLUMN 010 PIC ZZZZ9 SOURCE WK-BANDA-CUENTA (4).
001730         15 COLUMN 017 PIC X(50) SOURCE WKS-BANDA-BARRA (4).
001740     10 RD-DIS-CUR06 LINE PLUS 001.
001750         15 COLUMN 003 PIC X(06) SOURCE WKS-BANDA-RANGO (5).
001760         15 COLUMN 010 PIC ZZZZ9 SOURCE WK-BANDA-CUENTA (5).
001770         15 COLUMN 017 PIC X(50) SOURCE WKS-BANDA-BARRA (5).
001780     10 RD-DIS-CUR07 LINE PLUS 001.
001790         15 COLUMN 003 PIC X(010) VALUE "EVALUADOS:".
001800         15 COLUMN 014 PIC ZZZZ9 SOURCE WK-EVALUADOS.
001810         15 COLUMN 021 PIC X(010) VALUE "APROBADOS:".
001820         15 COLUMN 032 PIC ZZZZ9 SOURCE WK-APROBADOS.
001830         15 COLUMN 039 PIC X(011) VALUE "REPROBADOS:".
001840         15 COLUMN 051 PIC ZZZZ9 SOURCE WK-REPROBADOS.
001850         15 COLUMN 058 PIC X(016) VALUE "SOLO PARCIALES:".
001860         15 COLUMN 075 PIC ZZZZ9 SOURCE WK-SIN-FINAL.
001870     10 RD-DIS-CUR08 LINE PLUS 001.
001880         15 COLUMN 003 PIC X(009) VALUE "PROMEDIO:".
001890         15 COLUMN 013 PIC ZZ9.9 SOURCE WKS-PROMEDIO.
001900         15 COLUMN 021 PIC X(007) VALUE "MAXIMA:".
001910         15 COLUMN 029 PIC ZZ9 SOURCE WK-MAXIMA.
001920         15 COLUMN 034 PIC X(007) VALUE "MINIMA:".
001930         15 COLUMN 042 PIC ZZ9 SOURCE WK-MINIMA.
002000 01 RD-DIS-TOTALES TYPE IS RF.
002010     10 RD-DIS-TOT01 LINE PLUS 002.
002020         15 COLUMN 001 PIC X(024) VALUE
002030           "CURSOS REPORTADOS:".
002040         15 COLUMN 026 PIC ZZZZ9 SOURCE WK-TOT-CURSOS.
002050     10 RD-DIS-TOT02 LINE PLUS 001.
002060         15 COLUMN 001 PIC X(024) VALUE
002070           "CONSULTORES EVALUADOS:".
002080         15 COLUMN 026 PIC ZZZZ9 SOURCE WK-TOT-EVALUADOS.
002090     10 RD-DIS-TOT03 LINE PLUS 001.
002100         15 COLUMN 001 PIC X(024) VALUE
002110           "APROBADOS:".
002120         15 COLUMN 026 PIC ZZZZ9 SOURCE WK-TOT-APROBADOS.
002130     10 RD-DIS-TOT04 LINE PLUS 001.
002140         15 COLUMN 001 PIC X(024) VALUE
002150           "REPROBADOS:".
002160         15 COLUMN 026 PIC ZZZZ9 SOURCE WK-TOT-REPROBADOS.
002200 PROCEDURE DIVISION.
002210 0000-PRINCIPAL.
002220     PERFORM 1000-INICIO
002230     PERFORM 2000-PROCESO UNTIL WKS-EOF-CALIF = 1
002240     IF WKS-CURSO-ACTUAL NOT = 999
002250         PERFORM 2500-CIERRA-CONSULTOR
002260         PERFORM 3000-CIERRA-CURSO
002270     END-IF
002280     PERFORM 4000-TERMINA
002290     GOBACK.
002300 1000-INICIO.
002310     MOVE 0 TO WKS-EOF-CALIF
002320     MOVE 0 TO WK-TOT-CURSOS
002330     MOVE 0 TO WK-TOT-EVALUADOS
002340     MOVE 0 TO WK-TOT-APROBADOS
002350     MOVE 0 TO WK-TOT-REPROBADOS
002360     MOVE 999 TO WKS-CURSO-ACTUAL
002370     ACCEPT WKS-FECHA-HOY FROM DATE
002380     PERFORM 1100-LEE-PARAMETRO
002390     OPEN INPUT CALIFICA
002400     IF WKS-STATUS-CALIF NOT = "00"
002410         DISPLAY "NO EXISTE EL ARCHIVO DE CALIFICACIONES "
002420                 "CALIFICA.DAT, NO HAY NADA QUE REPORTAR"
002430         MOVE 16 TO RETURN-CODE
002440         GOBACK
002450     END-IF
002460     MOVE "N" TO WKS-HAY-CATALOGO
002462     OPEN INPUT CURSOCAT
002464     IF WKS-STATUS-CURSOS = "00"
002466         MOVE "S" TO WKS-HAY-CATALOGO
002468     END-IF
002470     MOVE WKS-CVE-PEDIDA TO CAL-CURSO
002480     MOVE 0 TO CAL-CONSULTOR
002490     MOVE LOW-VALUES TO CAL-TIPO
002500     MOVE 0 TO CAL-FECHA
002510     START CALIFICA KEY IS NOT LESS THAN CAL-LLAVE
002520         INVALID KEY
002530             MOVE 1 TO WKS-EOF-CALIF
002540     END-START
002550     MOVE "CALIFDIS" TO WKS-NOMBRE-REP
002560     MOVE WKS-FECHA-HOY (3:6) TO WKS-NOMBRE-REP (9:6)
002570     OPEN OUTPUT CALIFDIS
002580     INITIATE RD-CALIFDIS.
002600 1100-LEE-PARAMETRO.
002610     OPEN INPUT CALIPARM
002620     IF WKS-STATUS-PARM = "00"
002630         READ CALIPARM
002640             AT END
002650                 PERFORM 1150-PREGUNTA-CURSO
002660             NOT AT END
002670                 MOVE PAR-CVE-CURSO TO WKS-CVE-PEDIDA
002680         END-READ
002690         CLOSE CALIPARM
002700     ELSE
002710         PERFORM 1150-PREGUNTA-CURSO
002720     END-IF.
002730 1150-PREGUNTA-CURSO.
002740     DISPLAY "CLAVE DEL CURSO A REPORTAR (000 = TODOS):"
002750     ACCEPT WKS-CVE-PEDIDA.
002800*CORTE DE CONTROL DOBLE: AL CAMBIAR DE CONSULTOR SE CLASIFICA
002810*SU MEJOR FINAL; AL CAMBIAR DE CURSO SE IMPRIME EL CURSO
002820 2000-PROCESO.
002830     READ CALIFICA NEXT RECORD
002840         AT END
002850             MOVE 1 TO WKS-EOF-CALIF
002860         NOT AT END
002870             IF WKS-CVE-PEDIDA NOT = 0 AND
002880                CAL-CURSO NOT = WKS-CVE-PEDIDA
002890                 MOVE 1 TO WKS-EOF-CALIF
002900             ELSE
002910                 PERFORM 2100-ACUMULA-EVALUACION
002920             END-IF
002930     END-READ.
003000 2100-ACUMULA-EVALUACION.
003010     IF CAL-CURSO NOT = WKS-CURSO-ACTUAL
003020         IF WKS-CURSO-ACTUAL NOT = 999
003030             PERFORM 2500-CIERRA-CONSULTOR
003040             PERFORM 3000-CIERRA-CURSO
003050         END-IF
003060         PERFORM 2200-ABRE-CURSO
003070     ELSE
003080         IF CAL-CONSULTOR NOT = WKS-CONSULTOR-ACTUAL
003090             PERFORM 2500-CIERRA-CONSULTOR
003100             PERFORM 2300-ABRE-CONSULTOR
003110         END-IF
003120     END-IF
003130     IF CAL-TIPO = "F" OR CAL-TIPO = "E"
003140         IF NOT WKS-SI-HAY-FINAL OR
003150            CAL-CALIFICACION > WKS-MEJOR-CALIF
003160             MOVE CAL-CALIFICACION TO WKS-MEJOR-CALIF
003170         END-IF
003180         MOVE "S" TO WKS-HAY-FINAL
003190     END-IF.
003200 2200-ABRE-CURSO.
003210     MOVE CAL-CURSO TO WKS-CURSO-ACTUAL
003220     MOVE 0 TO WK-EVALUADOS
003230     MOVE 0 TO WK-APROBADOS
003240     MOVE 0 TO WK-REPROBADOS
003250     MOVE 0 TO WK-SIN-FINAL
003260     MOVE 0 TO WK-SUMA-CALIF
003270     MOVE 0 TO WK-MAXIMA
003280     MOVE 100 TO WK-MINIMA
003290     MOVE 0 TO WK-BANDA-CUENTA (1)
003300     MOVE 0 TO WK-BANDA-CUENTA (2)
003310     MOVE 0 TO WK-BANDA-CUENTA (3)
003320     MOVE 0 TO WK-BANDA-CUENTA (4)
003330     MOVE 0 TO WK-BANDA-CUENTA (5)
003340     MOVE "(SIN CAT.)" TO WKS-DESCR-CURSO
003350     MOVE 0 TO WKS-MINIMO-CURSO
003360     IF WKS-SI-HAY-CATALOGO
003370         MOVE CAL-CURSO TO CUR-CLAVE
003380         READ CURSOCAT
003390             INVALID KEY
003400                 CONTINUE
003410             NOT INVALID KEY
003420                 MOVE CUR-DESCRIPCION TO WKS-DESCR-CURSO
003430                 MOVE CUR-MINIMO TO WKS-MINIMO-CURSO
003440         END-READ
003450     END-IF
003460     PERFORM 2300-ABRE-CONSULTOR.
003500 2300-ABRE-CONSULTOR.
003510     MOVE CAL-CONSULTOR TO WKS-CONSULTOR-ACTUAL
003520     MOVE "N" TO WKS-HAY-FINAL
003530     MOVE 0 TO WKS-MEJOR-CALIF.
003600*EL CONSULTOR SE CLASIFICA EN EL RANGO DE SU MEJOR FINAL Y
003610*CONTRA EL MINIMO; SIN MINIMO EN EL CATALOGO TODOS APRUEBAN
003620 2500-CIERRA-CONSULTOR.
003630     IF WKS-SI-HAY-FINAL
003640         ADD 1 TO WK-EVALUADOS
003650         ADD WKS-MEJOR-CALIF TO WK-SUMA-CALIF
003660         IF WKS-MEJOR-CALIF > WK-MAXIMA
003670             MOVE WKS-MEJOR-CALIF TO WK-MAXIMA
003680         END-IF
003690         IF WKS-MEJOR-CALIF < WK-MINIMA
003700             MOVE WKS-MEJOR-CALIF TO WK-MINIMA
003710         END-IF
003720         MOVE 1 TO WK-IDX-BANDA
003730         PERFORM 2510-SIGUIENTE-BANDA
003740             UNTIL WKS-MEJOR-CALIF <=
003750                   WKS-BANDA-TOPE (WK-IDX-BANDA)
003760         ADD 1 TO WK-BANDA-CUENTA (WK-IDX-BANDA)
003770         IF WKS-MEJOR-CALIF >= WKS-MINIMO-CURSO
003780             ADD 1 TO WK-APROBADOS
003790         ELSE
003800             ADD 1 TO WK-REPROBADOS
003810         END-IF
003820     ELSE
003830         ADD 1 TO WK-SIN-FINAL
003840     END-IF.
003850 2510-SIGUIENTE-BANDA.
003860     ADD 1 TO WK-IDX-BANDA.
003900 3000-CIERRA-CURSO.
003910     IF WK-EVALUADOS > 0
003920         COMPUTE WKS-PROMEDIO ROUNDED =
003930             WK-SUMA-CALIF / WK-EVALUADOS
003940     ELSE
003950         MOVE 0 TO WKS-PROMEDIO
003960         MOVE 0 TO WK-MINIMA
003970     END-IF
003980     PERFORM 3100-ARMA-BARRA
003990         VARYING WK-IDX-BANDA FROM 1 BY 1
004000         UNTIL WK-IDX-BANDA > 5
004010     GENERATE RD-DIS-CURSO
004020     ADD 1 TO WK-TOT-CURSOS
004030     ADD WK-EVALUADOS TO WK-TOT-EVALUADOS
004040     ADD WK-APROBADOS TO WK-TOT-APROBADOS
004050     ADD WK-REPROBADOS TO WK-TOT-REPROBADOS.
004100 3100-ARMA-BARRA.
004110     MOVE SPACES TO WKS-BANDA-BARRA (WK-IDX-BANDA)
004120     IF WK-BANDA-CUENTA (WK-IDX-BANDA) > 50
004130         MOVE ALL "*" TO WKS-BANDA-BARRA (WK-IDX-BANDA)
004140     ELSE
004150         IF WK-BANDA-CUENTA (WK-IDX-BANDA) > 0
004160             MOVE ALL "*" TO WKS-BANDA-BARRA (WK-IDX-BANDA)
004170                 (1:WK-BANDA-CUENTA (WK-IDX-BANDA))
004180         END-IF
004190     END-IF.
004200 4000-TERMINA.
004210     TERMINATE RD-CALIFDIS
004220     CLOSE CALIFDIS
004230     PERFORM 4100-CATALOGA-REPORTE
004240     CLOSE CALIFICA
004250     IF WKS-SI-HAY-CATALOGO
004260         CLOSE CURSOCAT
004270     END-IF
004280     DISPLAY "DISTRIBUCION DE CALIFICACIONES GENERADA, CURSOS: "
004290             WK-TOT-CURSOS
004300     DISPLAY "  EVALUADOS: " WK-TOT-EVALUADOS
004310             "  APROBADOS: " WK-TOT-APROBADOS
004320             "  REPROBADOS: " WK-TOT-REPROBADOS.
004330 4100-CATALOGA-REPORTE.
004340     OPEN EXTEND REPCAT
004350     IF WKS-STATUS-REPCAT = "35"
004360         OPEN OUTPUT REPCAT
004370         CLOSE REPCAT
004380         OPEN EXTEND REPCAT
004390     END-IF
004400     MOVE "CALIFREP" TO CAT-PROGRAMA
004410     MOVE WKS-FECHA-HOY TO CAT-FECHA
004420     MOVE WKS-NOMBRE-REP TO CAT-ARCHIVO
004430     WRITE REG-REPCAT
004440     CLOSE REPCAT.
004450 END PROGRAM CALIFREP.

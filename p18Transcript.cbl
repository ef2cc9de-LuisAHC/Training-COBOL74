000152*AL ESTILO DE RD-IMPRE-CURSO-CH.
000154*EL CONSULTOR A REPORTAR SE TOMA DEL ARCHIVO DE PARAMETROS
000156*TRANSPARM SI EXISTE (0000 = TODOS); SI NO, SE PREGUNTA.
000157*MOD 15/10/26 CADA CURSO MUESTRA LA CALIFICACION Y SI APROBO,
000158*SEGUN EL SUBPROGRAMA CALIFAPR (S/C = SIN CALIFICACION).
000159 SECURITY. FOREVER.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000670     01 WKS-HORAS-REP     PIC 9(02).
000680     01 WKS-TABLA-CONSULTORES.
000690         02 WK-CONSULTOR OCCURS 200 TIMES PIC 9(04).
000691     01 WKS-CALIF-REP     PIC X(03).
000692     01 WKS-CALIF-NUM     PIC ZZ9.
000693     01 WKS-RESULTADO-REP PIC X(09).
000694     01 WKS-APROBACION.
000695         COPY CALAPREG REPLACING ==LVL== BY ==02==
000696             ==NOMCURSO== BY ==CAP-CURSO==
000697             ==NOMCONSULTOR== BY ==CAP-CONSULTOR==
000698             ==NOMHALLADO== BY ==CAP-HALLADO==
000699             ==NOMCALIF== BY ==CAP-CALIFICACION==
000700             ==NOMMINIMO== BY ==CAP-MINIMO==
000701             ==NOMAPROBADO== BY ==CAP-APROBADO==.
000702 REPORT SECTION.
000710     RD RD-TRANSCRIPT
000720         CONTROLS ARE WKS-CONSULTOR-ACTUAL
000730         PAGE LIMIT   058
000970         15 COLUMN 010 PIC X(011) VA "DESCRIPCION".
000980         15 COLUMN 025 PIC X(005) VA "FECHA".
000990         15 COLUMN 040 PIC X(005) VA "HORAS".
000992         15 COLUMN 050 PIC X(005) VA "CALIF".
000994         15 COLUMN 058 PIC X(009) VA "RESULTADO".
001000 01 RD-TRA-DETALLE TYPE DETAIL.
001010     10 RD-TRA-DET01 LINE PLUS 001.
001020         15 COLUMN 002 PIC 9(04)      SOURCE BD01-CVE-CURSO.
001030         15 COLUMN 010 PIC X(10)      SOURCE WKS-DESCRIP-REP.
001040         15 COLUMN 025 PIC 9999/99/99 SOURCE BD01-FECHA-CURSO.
001050         15 COLUMN 041 PIC Z9        SOURCE WKS-HORAS-REP.
001052         15 COLUMN 051 PIC X(03)     SOURCE WKS-CALIF-REP.
001054         15 COLUMN 058 PIC X(09)     SOURCE WKS-RESULTADO-REP.
001060 01 RD-TRA-TOTAL TYPE DETAIL.
001070     10 RD-TRA-TOT-01 LINE PLUS 002.
001080         15 COLUMN 002 PIC X(018) VALUE "CURSOS DEL PERIODO".
002700 3200-REPORTA-ASISTENCIA.
002710     MOVE BD01-NOMBRE TO WKS-NOMBRE-ACTUAL
002720     PERFORM 3300-BUSCA-BD02
002725     PERFORM 3400-BUSCA-CALIFICACION
002730     GENERATE RD-TRA-DETALLE
002740     ADD 1 TO WK-CURSOS-CONSULTOR
002750     ADD WKS-HORAS-REP TO WK-HORAS-CONSULTOR
002930         MOVE "(SIN BD02)" TO WKS-DESCRIP-REP
002940         MOVE 0 TO WKS-HORAS-REP
002950     END-IF.
002952*LA CALIFICACION ES LA MEJOR DEL FINAL O EXTRAORDINARIO; UN
002954*CURSO SIN MINIMO EN EL CATALOGO SE APRUEBA CON LA ASISTENCIA
002956 3400-BUSCA-CALIFICACION.
002958     MOVE BD01-CVE-CURSO TO CAP-CURSO
002960     MOVE BD01-IDCONSULTOR TO CAP-CONSULTOR
002962     CALL "CALIFAPR" USING WKS-APROBACION
002964     IF CAP-HALLADO = "S"
002966         MOVE CAP-CALIFICACION TO WKS-CALIF-NUM
002968         MOVE WKS-CALIF-NUM TO WKS-CALIF-REP
002970     ELSE
002972         MOVE "S/C" TO WKS-CALIF-REP
002974     END-IF
002976     IF CAP-APROBADO = "S"
002978         MOVE "APROBADO" TO WKS-RESULTADO-REP
002980     ELSE
002982         MOVE "REPROBADO" TO WKS-RESULTADO-REP
002984     END-IF.
003000 4000-TERMINA.
003010     TERMINATE RD-TRANSCRIPT
003020     CLOSE REPORTE
